      $set LINKCOUNT"512"
      ******************************************************************
      *                                                                *
      *    ***    ****   ****  ******  ******   *****  ******  ******  *
      *   ** **  **  ** **  ** **   **   **    **   ** **   **   **    *
      *  **   ** **     **     **   **   **    **   ** **   **   **    *
      *  ******* **     **     ******    **    **   ** ******    **    *
      *  **   ** **     **     **        **    **   ** **        **    *
      *  **   ** **  ** **  ** **        **    **   ** **        **    *
      *  **   **  ****   ****  **        **     *****  **        **    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *     D E B T O R   R E F U N D S                                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            REFUND1.
       AUTHOR.                APAC.
       DATE-WRITTEN.          OCTOBER 2026.

                   COPYRIGHT NOTICE: COPYRIGHT (C) 1983 - 2026
                                     by James William Lemmon.
                                       (Id No. 4412165050082).

                   All rights reserved.

                   e-mail jwlemmon@gmail.com.

       SECURITY.
                   This program is free software; you can redistribute
                   it and/or modify it under the terms of the GNU
                   General Public License as published by the Free
                   Software Foundation; either version 2 of the
                   License, or (at your option) any later version.

                   This program is distributed in the hope that it
                   will be useful, but WITHOUT ANY WARRANTY; without
                   even the implied warranty of MERCHANTABILITY or
                   FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
                   General Public License for more details.

      *
      *    Modification History
      *    --------------------
      *    OCT 2026 - First issue.  Debtor credit balances: a review
      *               of every account in credit with its open
      *               credits aged from DBTRAN, and a refund run in
      *               which the operator picks the accounts to pay
      *               back.  Each refund is authorised by a
      *               supervisor through SUPAUTH, paid by cheque or
      *               bank transfer through the cash book (CHEQUE
      *               type F against BANKACC), set against the open
      *               credits oldest first on DBALLOC, posted to the
      *               ledger through LEDTRF and confirmed to the
      *               customer on a refund advice.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CURSOR IS CSTART
                       CONSOLE IS CRT
                       CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY APACFIDS.SL.

       COPY DEBTOR.ISL.

       COPY DBTRAN.SL.

       COPY DBALLOC.SL.

       COPY BANKACC.SL.

       COPY CHEQUE.SL.

       COPY PARAM.SL.

       COPY LEDTRF.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY DBALLOC.FD.

       COPY BANKACC.FD.

       COPY CHEQUE.FD.

       COPY PARAM.FDE.

       COPY LEDTRF.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 290.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-ALCSER          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-RFDNO           PIC  9(07) VALUE ZERO.
       77  WS-CHQNO           PIC  9(08) VALUE ZERO.
       77  WS-BANK            PIC  X(03) VALUE SPACES.
       77  WS-BANKGL          PIC  9(06) VALUE ZERO.
       77  WS-PAYREF          PIC  X(08) VALUE SPACES.
       77  WS-ANSWER          PIC  X(01) VALUE "N".
       77  WS-METHOD          PIC  X(01) VALUE "C".
       77  WS-DEBGL           PIC  9(06) VALUE ZERO.
       77  WS-COMPANY         PIC  X(40) VALUE SPACES.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGEDAYS         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-ASUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-ACCOUNTS        PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-REFUNDS         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-RFDDATE         PIC  9(08) VALUE ZERO.
       77  WS-RFDSER          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-CREDBAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-CREDITS         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-REFUNDABLE      PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-RFDAMT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-RFDIN           PIC  9(07)V99 VALUE ZERO.
       77  WS-REMAIN          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TAKE            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-CRED            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTBAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTRFD          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-AMOUNT          PIC  Z(08)9.99-.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    The open credits of one account aged current, 30, 60,
      *    90 and 120 days and over - as the ALLOC1 age analysis.
      *
       01  WS-AGE-TABLE.
           03  WS-AGE         PIC S9(09)V99 COMP-3 OCCURS 5.
       01  WS-AGETOT-TABLE.
           03  WS-AGETOT      PIC S9(09)V99 COMP-3 OCCURS 5.

      *
      *    Passed to SUPAUTH - laid out as its L-AUTH.
      *
       01  WS-AUTH-REQUEST.
           03  WS-AU-TYPE     PIC  X(01).
           03  WS-AU-DOCNO    PIC  9(07).
           03  WS-AU-ACNO     PIC  9(05).
           03  WS-AU-AMOUNT   PIC S9(07)V99 COMP-3.
           03  WS-AU-OPERATOR PIC  X(03).
           03  WS-AU-DATE     PIC  9(08).
           03  WS-AU-DRIVE    PIC  X(01).
           03  WS-AU-SYSID    PIC  X(03).
           03  WS-AU-APPROVED PIC  X(01).
           03  WS-AU-SUPER    PIC  9(03).
           03  WS-AU-REASON   PIC  X(03).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "   ITEM   DATE       DETAILS                   CREDI".
           03  FILLER         PIC  X(15) VALUE
               "T      REFUNDED".
       01  W10-HEAD3.
           03  FILLER         PIC  X(52) VALUE
               "  A/C NAME                   CREDIT BAL       CURREN".
           03  FILLER         PIC  X(52) VALUE
               "T       30 DAYS       60 DAYS       90 DAYS      120".
           03  FILLER         PIC  X(12) VALUE
               " DAYS   NOTE".

       01  W15-REMIT1.
           03  W15-COMPANY    PIC  X(40).
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  FILLER         PIC  X(18) VALUE
               "REFUND ADVICE     ".
           03  W15-DATE       PIC  Z9/99/9999.
       01  W15-REMIT2.
           03  FILLER         PIC  X(11) VALUE "Customer : ".
           03  W15-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W15-NAME       PIC  X(30).
           03  W15-HOW        PIC  X(12).
           03  W15-CHQ        PIC  X(08).
       01  W15-REMIT3.
           03  FILLER         PIC  X(11) VALUE "Refund   : ".
           03  W15-RFDNO      PIC  Z(06)9.

       01  W20-DETAIL.
           03  W20-REF        PIC  Z(06)9.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DESC       PIC  X(20).
           03  W20-CREDIT     PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PAID       PIC  Z(08)9.99-.

       01  W25-TOTAL.
           03  FILLER         PIC  X(21) VALUE SPACES.
           03  FILLER         PIC  X(20) VALUE "TOTAL REFUNDED".
           03  FILLER         PIC  X(14) VALUE SPACES.
           03  W25-PAID       PIC  Z(08)9.99-.

       01  W30-DETAIL.
           03  W30-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-BAL        PIC  Z(08)9.99-.
           03  W30-AGES       OCCURS 5.
               05  FILLER     PIC  X(01).
               05  W30-AGE    PIC  Z(08)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-NOTE       PIC  X(06).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "RFD".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY DBALLOC.ID.

       COPY BANKACC.ID.

       COPY CHEQUE.ID.

       COPY PARAM.ID.

       COPY LEDTRF.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "REFUND1.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "DEBTOR  CREDIT  REFUNDS".
           03  LINE  4 COLUMN 16 VALUE "1. Credit balance review".
           03  LINE  5 COLUMN 16 VALUE "2. Refund run".
           03  LINE  6 COLUMN 16 VALUE "0. Exit".
           03  LINE  8 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  8 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "First cheque number :".
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(08) USING WS-CHQNO AUTO.
           03  LINE  5 COLUMN 10 VALUE "Bank account drawn  :".
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING WS-BANK AUTO.

       01  S15.
           03  LINE 16 COLUMN 10 VALUE
               "Refund this account (Y/N, E = end the run) ?".
           03          COLUMN 56 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-ANSWER AUTO.

       01  S16.
           03  LINE 17 COLUMN 10 VALUE "Amount to refund :".
           03          COLUMN 29 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-RFDIN AUTO.
           03  LINE 18 COLUMN 10 VALUE "Paid by          :".
           03          COLUMN 29 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-METHOD AUTO.
           03  LINE 18 COLUMN 32 VALUE
               "(C = cheque, T = bank transfer)".

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-DBLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DEBTOR DBTRAN DBALLOC BANKACC CHEQUE PARAM
                   LEDTRF.
             CANCEL "SUPAUTH".

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY PARAM.RD.

      /
       AC000           SECTION.

       COPY PARAM.WR.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 5.
       BA00.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF WS-OPTION = "1"
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "2"
               PERFORM DA000 THRU DA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    C R E D I T   B A L A N C E   R E V I E W
      *
      *            Every account whose balance is in credit, with
      *            its open credits (unallocated receipts, credit
      *            notes and the like) aged by date.  Export
      *            accounts are listed at home value and marked -
      *            the refund run does not pay them.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             OPEN OUTPUT PRINTF.
             MOVE "DEBTOR CREDIT BALANCES              "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-ACCOUNTS WS-TOTBAL.
             INITIALIZE WS-AGETOT-TABLE.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO CA50.

       CA05.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA50.
           IF DEB-BALANCE NOT < ZERO
               GO TO CA05.
             PERFORM CB00-AGE THRU CB00-EXIT.
             MOVE SPACES         TO W30-DETAIL.
             MOVE DEB-ACNO       TO W30-ACNO.
             MOVE DEB-NAME       TO W30-NAME.
             MOVE WS-CREDBAL     TO W30-BAL.
             MOVE 1              TO WS-ASUB.

       CA10.
             MOVE WS-AGE (WS-ASUB)
                                 TO W30-AGE (WS-ASUB).
             ADD WS-AGE (WS-ASUB)
                                 TO WS-AGETOT (WS-ASUB).
             ADD 1               TO WS-ASUB.
           IF WS-ASUB < 6
               GO TO CA10.
           IF DEB-CURR NOT = SPACES
               MOVE "EXPORT"     TO W30-NOTE.
             WRITE PRINT-REC FROM W30-DETAIL.
             ADD 1               TO WS-ACCOUNTS.
             ADD WS-CREDBAL      TO WS-TOTBAL.
             GO TO CA05.

       CA50.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W30-DETAIL.
             MOVE "TOTAL"        TO W30-NAME.
             MOVE WS-TOTBAL      TO W30-BAL.
             MOVE 1              TO WS-ASUB.

       CA55.
             MOVE WS-AGETOT (WS-ASUB)
                                 TO W30-AGE (WS-ASUB).
             ADD 1               TO WS-ASUB.
           IF WS-ASUB < 6
               GO TO CA55.
             WRITE PRINT-REC FROM W30-DETAIL.
             CLOSE PRINTF.
             DISPLAY "Accounts in credit : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-ACCOUNTS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

      *
      *    ****    Age the open credits of the account in the
      *            record area.  WS-CREDBAL is its credit balance
      *            and WS-CREDITS its open credits, both positive.
      *            Items in dispute are aged but not refundable.
      *
       CB00-AGE.
             INITIALIZE WS-AGE-TABLE.
             MOVE ZERO           TO WS-CREDITS.
             COMPUTE WS-CREDBAL = ZERO - DEB-BALANCE.
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB05-NEXT.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF TRA-ACNO NOT = DEB-ACNO
               GO TO CB00-EXIT.
           IF TRA-OUTSTAND NOT < ZERO
               GO TO CB05-NEXT.
             COMPUTE WS-CRED = ZERO - TRA-OUTSTAND.
           IF TRA-DISPUTE NOT = "D"
               ADD WS-CRED       TO WS-CREDITS.
             MOVE TRA-DATE       TO WS-DATE-WORK.
             COMPUTE WS-AGEDAYS = WS-TODAYNUM
                 - ((WS-DW-YYYY * 372) + (WS-DW-MM * 31) + WS-DW-DD).
           IF WS-AGEDAYS < 31
               MOVE 1            TO WS-ASUB
           ELSE
           IF WS-AGEDAYS < 62
               MOVE 2            TO WS-ASUB
           ELSE
           IF WS-AGEDAYS < 93
               MOVE 3            TO WS-ASUB
           ELSE
           IF WS-AGEDAYS < 124
               MOVE 4            TO WS-ASUB
           ELSE
               MOVE 5            TO WS-ASUB.
             ADD WS-CRED         TO WS-AGE (WS-ASUB).
             GO TO CB05-NEXT.

       CB00-EXIT.
             EXIT.

      /
      *    ****    R E F U N D   R U N
      *
      *            Each home-currency account in credit is shown
      *            with its ageing and the operator decides whether
      *            to refund it and how much, up to the lower of
      *            the credit balance and the open credits.  Every
      *            refund goes to a supervisor through SUPAUTH; the
      *            refund number is taken first so a refusal is on
      *            the authorisation log under its own number.
      *
       DA000           SECTION.
       DA00.
           IF LS0-DBLEV < 5
               MOVE "Refunds need a higher access level"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-CHQNO.
             MOVE SPACES         TO WS-BANK.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-CHQNO = ZERO
               GO TO DA999.
             MOVE WS-BANK        TO BNK-CODE.
             READ BANKACC WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Bank not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
             MOVE BNK-GL         TO WS-BANKGL.
             DISPLAY BNK-NAME AT 0537 WITH FOREGROUND-COLOR 15.
             OPEN OUTPUT PRINTF.
             MOVE ZERO           TO WS-REFUNDS WS-TOTRFD.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ DEBTOR NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO DA90.
           IF DEB-BALANCE NOT < ZERO OR DEB-CURR NOT = SPACES
               UNLOCK DEBTOR
               GO TO DA05.
             PERFORM CB00-AGE THRU CB00-EXIT.
           IF WS-CREDITS < WS-CREDBAL
               MOVE WS-CREDITS   TO WS-REFUNDABLE
           ELSE
               MOVE WS-CREDBAL   TO WS-REFUNDABLE.
           IF WS-REFUNDABLE NOT > ZERO
               UNLOCK DEBTOR
               GO TO DA05.
             PERFORM DB00-SHOW THRU DB00-EXIT.

       DA10.
             MOVE "N"            TO WS-ANSWER.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-ANSWER = "E"
               UNLOCK DEBTOR
               GO TO DA90.
           IF WS-ANSWER NOT = "Y"
               UNLOCK DEBTOR
               GO TO DA05.

       DA15.
             MOVE WS-REFUNDABLE  TO WS-RFDIN.
             MOVE "C"            TO WS-METHOD.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-RFDIN = ZERO
               UNLOCK DEBTOR
               GO TO DA05.
           IF WS-RFDIN > WS-REFUNDABLE
               MOVE "More than the credit that can be refunded"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA15.
           IF WS-METHOD NOT = "C" AND "T"
               MOVE "Paid by must be C or T"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK DEBTOR
               GO TO DA05.
             MOVE WS-RFDIN       TO WS-RFDAMT.
             PERFORM DC00-NUMBER THRU DC00-EXIT.
      *
      *    ****    Every refund goes to a supervisor, whatever
      *            the amount.
      *
             MOVE "B"            TO WS-AU-TYPE.
             MOVE WS-RFDNO       TO WS-AU-DOCNO.
             MOVE DEB-ACNO       TO WS-AU-ACNO.
             MOVE WS-RFDAMT      TO WS-AU-AMOUNT.
             MOVE LS-USER        TO WS-AU-OPERATOR.
             MOVE TODAY-DDMMYY   TO WS-AU-DATE.
             MOVE LS-L-OR-N      TO WS-AU-DRIVE.
             MOVE WS-SYS-ID      TO WS-AU-SYSID.
             MOVE "N"            TO WS-AU-APPROVED.
             MOVE ZERO           TO WS-AU-SUPER.
             MOVE SPACES         TO WS-AU-REASON.
             CALL "SUPAUTH" USING WS-AUTH-REQUEST.
           IF WS-AU-APPROVED NOT = "Y"
               MOVE "Refund not authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK DEBTOR
               GO TO DA05.
             PERFORM DD00-POST THRU DD00-EXIT.
             GO TO DA05.

       DA90.
             CLOSE PRINTF.
             MOVE WS-TOTRFD      TO WS-AMOUNT.
             DISPLAY CLR-SCREEN.
             DISPLAY "Refunds paid : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-REFUNDS WITH FOREGROUND-COLOR 15
                     "  Total " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
             EXIT.

      *
      *    ****    The account and its ageing, for the operator
      *            to decide on.
      *
       DB00-SHOW.
             DISPLAY CLR-SCREEN.
             DISPLAY "Account " AT 0410 WITH FOREGROUND-COLOR 14
                     DEB-ACNO WITH FOREGROUND-COLOR 15
                     "  " DEB-NAME WITH FOREGROUND-COLOR 15.
             MOVE WS-CREDBAL     TO WS-AMOUNT.
             DISPLAY "Credit balance   " AT 0610
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             MOVE WS-AGE (1)     TO WS-AMOUNT.
             DISPLAY "Current          " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             MOVE WS-AGE (2)     TO WS-AMOUNT.
             DISPLAY "30 days          " AT 0910
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             MOVE WS-AGE (3)     TO WS-AMOUNT.
             DISPLAY "60 days          " AT 1010
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             MOVE WS-AGE (4)     TO WS-AMOUNT.
             DISPLAY "90 days          " AT 1110
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             MOVE WS-AGE (5)     TO WS-AMOUNT.
             DISPLAY "120 days and over" AT 1210
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             MOVE WS-REFUNDABLE  TO WS-AMOUNT.
             DISPLAY "Refundable       " AT 1410
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.

       DB00-EXIT.
             EXIT.

      *
      *    ****    The next refund number from PARAM 290.
      *
       DC00-NUMBER.
             MOVE 290            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD290
               MOVE 290          TO PAR-KEY.
             ADD 1               TO PAR-RFD-LASTNO.
             MOVE PAR-RFD-LASTNO TO WS-RFDNO.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.

       DC00-EXIT.
             EXIT.

      *
      *    ****    Pay the refund.  The refund goes on the account
      *            as a debit and is set against the open credits
      *            oldest first, each set-off on DBALLOC as an
      *            allocation of the credit to the refund.  The
      *            payment goes on the cash book against the bank
      *            drawn, and the ledger is posted Dr debtors
      *            control, Cr the bank's control account.
      *
       DD00-POST.
             MOVE DEB-ACNO       TO WS-ACNO.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             MOVE 31             TO TRA-TYPE.
             MOVE WS-RFDNO       TO TRA-REF.
             MOVE "Refund paid         "
                                 TO TRA-DESC.
             MOVE WS-RFDAMT      TO TRA-AMOUNT.
             MOVE ZERO           TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       DD02-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO DD02-WRITE.
             MOVE TRA-DATE       TO WS-RFDDATE.
             MOVE TRA-SERIAL     TO WS-RFDSER.
      *
      *    ****    The cash book entry, marked as a debtor refund.
      *            A transfer is entered under the refund number.
      *
             INITIALIZE CHQ-RECORD.
           IF WS-METHOD = "C"
               MOVE WS-CHQNO     TO WS-PAYREF
               MOVE "  Cheque   :"
                                 TO W15-HOW
           ELSE
               MOVE "F"          TO WS-PAYREF
               MOVE WS-RFDNO     TO WS-PAYREF (2:7)
               MOVE "  Transfer :"
                                 TO W15-HOW.
             MOVE WS-PAYREF      TO CHQ-NUMBER.
             MOVE TODAY-DDMMYY   TO CHQ-DATE.
             MOVE WS-RFDAMT      TO CHQ-AMOUNT.
             MOVE DEB-NAME       TO CHQ-PAYEE.
             MOVE "F"            TO CHQ-TYPE.
             MOVE WS-ACNO        TO CHQ-ACNO.
             MOVE WS-BANK        TO CHQ-BANK.

       DD04-WRITE.
             WRITE CHQ-RECORD
                 INVALID KEY
                     IF WS-METHOD = "C"
                         ADD 1   TO WS-CHQNO
                         MOVE WS-CHQNO
                                 TO WS-PAYREF CHQ-NUMBER
                         GO TO DD04-WRITE
                     ELSE
                         MOVE "Transfer already on the cash book"
                                       TO WS-ERR-STRING
                         PERFORM ERROR-MESSAGE
                     END-IF
             END-WRITE.
           IF WS-METHOD = "C"
               ADD 1             TO WS-CHQNO.
             MOVE WS-BANK        TO BNK-CODE.
             READ BANKACC WITH KEPT LOCK
                 INVALID KEY
                     GO TO DD06.
             SUBTRACT WS-RFDAMT  FROM BNK-BALANCE.
             REWRITE BNK-RECORD.
             UNLOCK BANKACC.

       DD06.
      *
      *    ****    The refund advice.
      *
             MOVE WS-COMPANY     TO W15-COMPANY.
             MOVE TODAY-DDMMYY   TO W15-DATE.
             WRITE PRINT-REC FROM W15-REMIT1 AFTER PAGE.
             MOVE WS-ACNO        TO W15-ACNO.
             MOVE DEB-NAME       TO W15-NAME.
             MOVE WS-PAYREF      TO W15-CHQ.
             WRITE PRINT-REC FROM W15-REMIT2.
             MOVE WS-RFDNO       TO W15-RFDNO.
             WRITE PRINT-REC FROM W15-REMIT3.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
      *
      *    ****    Set the refund against the open credits.
      *
             MOVE WS-RFDAMT      TO WS-REMAIN.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO DD20.

       DD10-NEXT.
           IF WS-REMAIN = ZERO
               GO TO DD20.
             READ DBTRAN NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO DD20.
           IF TRA-ACNO NOT = WS-ACNO
               UNLOCK DBTRAN
               GO TO DD20.
           IF TRA-OUTSTAND NOT < ZERO OR TRA-DISPUTE = "D"
               UNLOCK DBTRAN
               GO TO DD10-NEXT.
             COMPUTE WS-CRED = ZERO - TRA-OUTSTAND.
           IF WS-CRED > WS-REMAIN
               MOVE WS-REMAIN    TO WS-TAKE
           ELSE
               MOVE WS-CRED      TO WS-TAKE.
             MOVE TRA-REF        TO W20-REF.
             MOVE TRA-DATE       TO W20-DATE.
             MOVE TRA-DESC       TO W20-DESC.
             MOVE WS-CRED        TO W20-CREDIT.
             MOVE WS-TAKE        TO W20-PAID.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD WS-TAKE         TO TRA-OUTSTAND.
             REWRITE TRA-RECORD.
             UNLOCK DBTRAN.
             PERFORM DE00-ALLOC-REC THRU DE00-EXIT.
             SUBTRACT WS-TAKE    FROM WS-REMAIN.
             GO TO DD10-NEXT.
      *
      *    ****    Whatever could not be set off - a credit used
      *            elsewhere since the run began - stays open on
      *            the refund.
      *
       DD20.
           IF WS-REMAIN NOT = ZERO
               MOVE WS-ACNO      TO TRA-ACNO
               MOVE WS-RFDDATE   TO TRA-DATE
               MOVE WS-RFDSER    TO TRA-SERIAL
               READ DBTRAN WITH KEPT LOCK
                   INVALID KEY
                       GO TO DD25
               END-READ
               MOVE WS-REMAIN    TO TRA-OUTSTAND
               REWRITE TRA-RECORD
               UNLOCK DBTRAN.

       DD25.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-RFDAMT      TO W25-PAID.
             WRITE PRINT-REC FROM W25-TOTAL.
             ADD WS-RFDAMT       TO DEB-BALANCE.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.
      *
      *    ****    Dr debtors control, Cr bank.
      *
             MOVE "Debtor refund           "
                                 TO XFR-DESC.
             MOVE WS-DEBGL       TO XFR-AC.
             MOVE WS-RFDAMT      TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM DF00-WRITE THRU DF00-EXIT.
             MOVE WS-BANKGL      TO XFR-AC.
             MOVE WS-RFDAMT      TO XFR-AMOUNT.
             MOVE "C"            TO XFR-DC.
             PERFORM DF00-WRITE THRU DF00-EXIT.
             ADD 1               TO WS-REFUNDS.
             ADD WS-RFDAMT       TO WS-TOTRFD.

       DD00-EXIT.
             EXIT.

      *
      *    ****    The allocation of a credit to the refund, with
      *            the next serial on the account.
      *
       DE00-ALLOC-REC.
             MOVE WS-ACNO        TO ALC-ACNO.
             MOVE HIGH-VALUES    TO ALC-SERIAL.
             START DBALLOC KEY LESS ALC-KEY
                 INVALID KEY
                     MOVE ZERO         TO WS-ALCSER
                 NOT INVALID KEY
                     READ DBALLOC PREVIOUS RECORD
                         AT END
                             MOVE ZERO TO WS-ALCSER
                         NOT AT END
                             IF ALC-ACNO = WS-ACNO
                                 MOVE ALC-SERIAL
                                       TO WS-ALCSER
                             ELSE
                                 MOVE ZERO
                                       TO WS-ALCSER
                             END-IF
                     END-READ
             END-START.
             ADD 1               TO WS-ALCSER.
             INITIALIZE ALC-RECORD.
             MOVE WS-ACNO        TO ALC-ACNO.
             MOVE WS-ALCSER      TO ALC-SERIAL.
             MOVE TODAY-DDMMYY   TO ALC-DATE.
             MOVE TRA-DATE       TO ALC-RECDATE.
             MOVE TRA-SERIAL     TO ALC-RECSER.
             MOVE WS-RFDNO       TO ALC-INVREF.
             MOVE WS-RFDDATE     TO ALC-INVDATE.
             MOVE WS-RFDSER      TO ALC-INVSER.
             MOVE WS-TAKE        TO ALC-AMOUNT.
             MOVE ZERO           TO ALC-FXAMOUNT ALC-RECACNO.
             MOVE LS-USER        TO ALC-USER.

       DE05-WRITE.
             WRITE ALC-RECORD
                 INVALID KEY
                     ADD 1       TO WS-ALCSER
                     MOVE WS-ALCSER
                                 TO ALC-SERIAL
                     GO TO DE05-WRITE.

       DE00-EXIT.
             EXIT.

       DF00-WRITE.
           IF XFR-AMOUNT = ZERO
               GO TO DF00-EXIT.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE TODAY-DDMMYY   TO XFR-DATE.

       DF05-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO DF05-WRITE.

       DF00-EXIT.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE LS-PARID       TO WS-PARID.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
             MOVE LS-USER        TO W02-USER.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "DEBTOR"   TO AFID-KEY.

       ZA00-READ-APACFIDS.
             READ APACFIDS WITH IGNORE LOCK
               KEY IS AFID-KEY.
           IF WS-STATUS = "00"
               GO TO ZA00-READ-APACFIDS-EXIT.
             STRING "Missing " DELIMITED SIZE
                     AFID-KEY DELIMITED BY " "
                     " file ID - Status " DELIMITED SIZE
                     WS-STATUS DELIMITED SIZE
                     INTO WS-ERR-MES.
             PERFORM ERROR-LENGTH THRU ERROR-EXIT.
             STOP RUN.

       ZA00-READ-APACFIDS-EXIT.
             EXIT.

       ZA00A-CONTINUE.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "DBTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DBTRAN.
             MOVE "DBALLOC"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DBALLOC.
             MOVE "BANKACC"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-BANKACC.
             MOVE "CHEQUE"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CHEQUE.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "LEDTRF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LEDTRF.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O DEBTOR DBTRAN BANKACC CHEQUE PARAM.
             OPEN I-O DBALLOC.
           IF WS-STATUS = "35"
               CLOSE DBALLOC
               OPEN OUTPUT DBALLOC
               CLOSE DBALLOC
               OPEN I-O DBALLOC.
             OPEN I-O LEDTRF.
           IF WS-STATUS = "35"
               CLOSE LEDTRF
               OPEN OUTPUT LEDTRF
               CLOSE LEDTRF
               OPEN I-O LEDTRF.
      *
      *    ****    Company name and debtors control from PARAM 1
      *            and 6.
      *
             MOVE 1              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-COMPANY  TO WS-COMPANY
           ELSE
               MOVE SPACES       TO WS-COMPANY
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 6              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-DEBGL    TO WS-DEBGL
           ELSE
               MOVE ZERO         TO WS-DEBGL
               MOVE ZERO         TO WS-F-ERROR.
      *
      *    ****    Next transfer key from the last on file.
      *
             MOVE HIGH-VALUES    TO XFR-RECORD.
             START LEDTRF KEY LESS XFR-KEY
                 INVALID KEY
                     MOVE ZERO         TO WS-XFRKEY
                 NOT INVALID KEY
                     READ LEDTRF PREVIOUS RECORD
                         AT END
                             MOVE ZERO TO WS-XFRKEY
                         NOT AT END
                             MOVE XFR-KEY
                                       TO WS-XFRKEY
                     END-READ
             END-START.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 25
               MOVE W02-DBTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TRA-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 87
               MOVE W02-DBALLOC   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE ALC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 71
               MOVE W02-BANKACC   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE BNK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 94
               MOVE W02-CHEQUE    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CHQ-NUMBER    TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 40
               MOVE W02-LEDTRF    TO WS-FILE
               MOVE WS-XFRKEY     TO WS-KEY.

       COPY DISPERR.PRO.
