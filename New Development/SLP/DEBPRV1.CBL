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
      *     P E R S O N A L   D A T A   R E T E N T I O N              *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            DEBPRV1.
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
      *    OCT 2026 - First issue.  Personal information is not
      *               kept longer than it is needed.  The retention
      *               run finds debtors at a nil balance with no
      *               payment, purchase or transaction for the
      *               months on PARAM record 300, and cash laybuys
      *               closed for the laybuy months there, and
      *               anonymises the name, address, telephone,
      *               e-mail and bank details: on DEBTOR, on the
      *               account's delivery sites (SHIPTO) and memos
      *               (DEBMEM), its laybuys (LAYBUY), its entries
      *               in the name index (DEBALT, deleted) and the
      *               personal values in its field change history
      *               (CHGHIST).  Balances, transactions and
      *               documents are untouched, and each account
      *               done is written to the audit file.  The run
      *               can be previewed first.  The subject access
      *               report prints everything held for a person,
      *               found by account number or by name or
      *               telephone: the account, its delivery sites,
      *               memos, laybuys, transactions and change
      *               history, and any cash laybuys in the name.
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

       COPY DEBMEM.SL.

       COPY DEBALT.SL.

       COPY SHIPTO.SL.

       COPY LAYBUY.SL.

       COPY CHGHIST.SL.

       COPY "AUDIT.SL".

       COPY PARAM.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY DEBMEM.FDE.

       COPY DEBALT.FDE.

       COPY SHIPTO.FD.

       COPY LAYBUY.FD.

       COPY CHGHIST.FD.

       COPY "AUDIT.FD".

       COPY PARAM.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 300.
       77  WS-AUDKEY          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-RUNMODE         PIC  X(01) VALUE SPACE.
       77  WS-DEBMON          PIC  9(03) VALUE ZERO.
       77  WS-LAYMON          PIC  9(03) VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DEBCUT          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-LAYCUT          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-LASTNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-REC         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-LASTTRN         PIC  9(08) VALUE ZERO.
       77  WS-DEBCNT          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LAYCNT          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-SHPCNT          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-MEMCNT          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-ALTCNT          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-HISCNT          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-FOUND           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-LAY-NO          PIC  9(07) VALUE ZERO.
       77  WS-LAY-ANON        PIC  X(01) VALUE "N".
       77  WS-LAY-EOF         PIC  X(01) VALUE "N".

       77  WS-CHH-ACNO        PIC  X(15) VALUE SPACES.
       77  WS-CHH-ANON        PIC  X(01) VALUE "N".
       77  WS-SNAME           PIC  X(30) VALUE SPACES.
       77  WS-STEL            PIC  X(12) VALUE SPACES.
       77  WS-SLEN            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-HITS            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-ED-AMT          PIC  Z(08)9.99-.
       77  WS-ED-DATE         PIC  Z9/99/9999.
       77  WS-ED-NUM          PIC  Z(06)9.

       01  WS-ANON-NAME       PIC  X(30) VALUE "** ANONYMISED **".

       01  WS-FIELD           PIC  X(12).
           88  WS-PERSONAL    VALUE "NAME" "ADDRESS-1" "ADDRESS-2"
                                    "ADDRESS-3" "TELEPHONE" "EMAIL"
                                    "BANK-BRANCH" "BANK-ACCOUNT"
                                    "E-INVOICE-ID".

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(40).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-PERIOD     PIC  X(70).
       01  W10-HEAD3.
           03  FILLER         PIC  X(42) VALUE
               "ACCNO  NAME                           LAST".
           03  FILLER         PIC  X(40) VALUE
               " PAID  LAST BOUGHT LAST TRANS  ACTION".
       01  W10-HEAD4.
           03  FILLER         PIC  X(42) VALUE
               "LAYBUY   NAME                           OP".
           03  FILLER         PIC  X(40) VALUE
               "ENED     LAST DUE   S  ACTION".

       01  W20-DETAIL.
           03  W20-ACNO       PIC  9(05).
           03  FILLER         PIC  X(02).
           03  W20-NAME       PIC  X(30).
           03  FILLER         PIC  X(01).
           03  W20-LASTPAY    PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W20-LASTPUR    PIC  Z9/99/9999.
           03  FILLER         PIC  X(02).
           03  W20-LASTTRN    PIC  Z9/99/9999.
           03  FILLER         PIC  X(02).
           03  W20-ACTION     PIC  X(12).

       01  W25-DETAIL.
           03  W25-LAYNO      PIC  9(07).
           03  FILLER         PIC  X(02).
           03  W25-NAME       PIC  X(30).
           03  FILLER         PIC  X(01).
           03  W25-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W25-NEXTDUE    PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W25-STATUS     PIC  X(01).
           03  FILLER         PIC  X(02).
           03  W25-ACTION     PIC  X(12).

       01  W30-FOOT.
           03  W30-TEXT       PIC  X(30).
           03  W30-COUNT      PIC  Z(04)9.

      *
      *    ****    Subject access report lines.
      *
       01  W50-LINE.
           03  FILLER         PIC  X(04).
           03  W50-LABEL      PIC  X(20).
           03  W50-VALUE      PIC  X(60).

       01  W60-MEMO.
           03  FILLER         PIC  X(04).
           03  W60-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W60-USER       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W60-TEXT       PIC  X(60).

       01  W62-LAYBUY.
           03  FILLER         PIC  X(04).
           03  W62-LAYNO      PIC  9(07).
           03  FILLER         PIC  X(01).
           03  W62-LINE       PIC  9(03).
           03  FILLER         PIC  X(01).
           03  W62-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W62-STATUS     PIC  X(01).
           03  FILLER         PIC  X(01).
           03  W62-NAME       PIC  X(30).
           03  FILLER         PIC  X(01).
           03  W62-TEL        PIC  X(12).
           03  FILLER         PIC  X(01).
           03  W62-ITEM       PIC  X(15).
           03  W62-TOTAL      PIC  Z(08)9.99-.
           03  W62-PAID       PIC  Z(08)9.99-.

       01  W64-TRAN.
           03  FILLER         PIC  X(04).
           03  W64-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W64-TYPE       PIC  99.
           03  FILLER         PIC  X(01).
           03  W64-REF        PIC  9(07).
           03  FILLER         PIC  X(01).
           03  W64-DESC       PIC  X(20).
           03  W64-AMOUNT     PIC  Z(08)9.99-.
           03  W64-OUTST      PIC  Z(08)9.99-.

       01  W66-CHANGE.
           03  FILLER         PIC  X(04).
           03  W66-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W66-TIME       PIC  99/99/99.
           03  FILLER         PIC  X(01).
           03  W66-USER       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W66-FIELD      PIC  X(12).
           03  FILLER         PIC  X(01).
           03  W66-OLD        PIC  X(30).
           03  FILLER         PIC  X(02).
           03  W66-NEW        PIC  X(30).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "DPV".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY DEBMEM.ID.

       COPY DEBALT.ID.

       COPY SHIPTO.ID.

       COPY LAYBUY.ID.

       COPY CHGHIST.ID.

       COPY "AUDIT.ID".

       COPY PARAM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "DEBPRV1.".
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
                       VALUE "PERSONAL  DATA  RETENTION".
           03  LINE  4 COLUMN 16 VALUE "1. Retention run - preview".
           03  LINE  5 COLUMN 16 VALUE "2. Retention run - anonymise".
           03  LINE  6 COLUMN 16 VALUE "3. Subject access report".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE
                       "Debtors dormant at nil balance (months) :".
           03          COLUMN 52 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-DEBMON AUTO.
           03  LINE  5 COLUMN 10 VALUE
                       "Cash laybuys closed for (months)        :".
           03          COLUMN 52 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-LAYMON AUTO.

       01  S15.
           03  LINE  4 COLUMN 10 VALUE "Debtor account (0 = search) :".
           03          COLUMN 40 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.
           03  LINE  5 COLUMN 10 VALUE "Name contains               :".
           03          COLUMN 40 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(30) USING WS-SNAME AUTO.
           03  LINE  6 COLUMN 10 VALUE "Telephone                   :".
           03          COLUMN 40 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(12) USING WS-STEL AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-DBLEV < 7
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DEBTOR DBTRAN DEBMEM DEBALT SHIPTO LAYBUY CHGHIST
                   AUDIT PARAM.

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
           IF WS-OPTION = "2" AND LS0-DBLEV < 9
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA00.
           IF WS-OPTION = "1"
               MOVE "P"          TO WS-RUNMODE
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "2"
               MOVE "A"          TO WS-RUNMODE
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM FA000 THRU FA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    R E T E N T I O N   R U N
      *
      *            The preview lists what the run would anonymise
      *            and changes nothing.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
           IF WS-RUNMODE = "A"
               DISPLAY "RETENTION RUN - ANONYMISE" AT 0222
                       WITH FOREGROUND-COLOR 7 HIGHLIGHT
           ELSE
               DISPLAY "RETENTION RUN - PREVIEW" AT 0222
                       WITH FOREGROUND-COLOR 7 HIGHLIGHT.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-RET-DEBMON
                                 TO WS-DEBMON
               MOVE PAR-RET-LAYMON
                                 TO WS-LAYMON
           ELSE
               MOVE ZERO         TO WS-F-ERROR
               MOVE 36           TO WS-DEBMON
               MOVE 12           TO WS-LAYMON.
             DISPLAY S13.
             ACCEPT S13.
           IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
               GO TO CA999.
           IF WS-DEBMON = ZERO OR WS-LAYMON = ZERO
               MOVE "Enter both retention periods"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
           IF WS-RUNMODE = "A"
               DISPLAY "Personal details will be removed for good"
                       AT 0810 WITH FOREGROUND-COLOR 12
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO CA999.
             COMPUTE WS-DEBCUT = WS-TODAYNUM - (WS-DEBMON * 31).
             COMPUTE WS-LAYCUT = WS-TODAYNUM - (WS-LAYMON * 31).
             MOVE ZERO           TO WS-DEBCNT WS-LAYCNT WS-SHPCNT
                                    WS-MEMCNT WS-ALTCNT WS-HISCNT.
             OPEN OUTPUT PRINTF.
           IF WS-RUNMODE = "A"
               MOVE "PERSONAL DATA RETENTION - ANONYMISED"
                                 TO W10-TITLE
           ELSE
               MOVE "PERSONAL DATA RETENTION - PREVIEW"
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO W10-PERIOD.
             STRING "DEBTORS DORMANT " DELIMITED SIZE
                    WS-DEBMON DELIMITED SIZE
                    " MONTHS  CASH LAYBUYS CLOSED " DELIMITED SIZE
                    WS-LAYMON DELIMITED SIZE
                    " MONTHS" DELIMITED SIZE
                    INTO W10-PERIOD.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             DISPLAY "Debtors ..." AT 1010 WITH FOREGROUND-COLOR 14.
             PERFORM DA000 THRU DA999.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD4.
             DISPLAY "Laybuys ..." AT 1110 WITH FOREGROUND-COLOR 14.
             PERFORM EA000 THRU EA999.
           IF WS-RUNMODE = "A"
               DISPLAY "Name index ..." AT 1210
                       WITH FOREGROUND-COLOR 14
               PERFORM GA000 THRU GA999
               DISPLAY "Change history ..." AT 1310
                       WITH FOREGROUND-COLOR 14
               PERFORM HA000 THRU HA999.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "DEBTOR ACCOUNTS"
                                 TO W30-TEXT.
             MOVE WS-DEBCNT      TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "CASH LAYBUYS"
                                 TO W30-TEXT.
             MOVE WS-LAYCNT      TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
           IF WS-RUNMODE NOT = "A"
               GO TO CA80.
             MOVE "DELIVERY SITES CLEARED"
                                 TO W30-TEXT.
             MOVE WS-SHPCNT      TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "MEMOS CLEARED"
                                 TO W30-TEXT.
             MOVE WS-MEMCNT      TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "NAME INDEX ENTRIES DELETED"
                                 TO W30-TEXT.
             MOVE WS-ALTCNT      TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "CHANGE HISTORY VALUES CLEARED"
                                 TO W30-TEXT.
             MOVE WS-HISCNT      TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
      *
      *    ****    Keep the periods and the last run.
      *
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD300
               MOVE 300          TO PAR-KEY.
             MOVE WS-DEBMON      TO PAR-RET-DEBMON.
             MOVE WS-LAYMON      TO PAR-RET-LAYMON.
             MOVE TODAY-DDMMYY   TO PAR-RET-LASTDATE.
             MOVE WS-DEBCNT      TO PAR-RET-LASTDEB.
             MOVE WS-LAYCNT      TO PAR-RET-LASTLAY.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               MOVE ZERO         TO WS-F-ERROR
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT.
             UNLOCK PARAM.

       CA80.
             CLOSE PRINTF.
             DISPLAY "Debtor accounts : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-DEBCNT WITH FOREGROUND-COLOR 15.
             DISPLAY "Cash laybuys    : " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-LAYCNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

      /
      *    ****    D O R M A N T   D E B T O R S
      *
      *            Nil balance and nothing paid, bought or posted
      *            since the cut-off.  An account with no activity
      *            date at all is left alone - it may be new.
      *
       DA000           SECTION.
       DA00.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO DA999.

       DA05.
           IF WS-RUNMODE = "A"
               READ DEBTOR NEXT RECORD WITH KEPT LOCK
                   AT END
                       GO TO DA999
               END-READ
           ELSE
               READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                   AT END
                       GO TO DA999.
           IF DEB-NAME = WS-ANON-NAME
               UNLOCK DEBTOR
               GO TO DA05.
           IF DEB-BALANCE NOT = ZERO
               UNLOCK DEBTOR
               GO TO DA05.
             MOVE ZERO           TO WS-LASTNUM.
           IF DEB-LASTPAY NUMERIC AND DEB-LASTPAY NOT = ZERO
               MOVE DEB-LASTPAY  TO WS-DATE-WORK
               PERFORM DC00-DAYNUM THRU DC00-EXIT.
           IF DEB-LASTPUR NUMERIC AND DEB-LASTPUR NOT = ZERO
               MOVE DEB-LASTPUR  TO WS-DATE-WORK
               PERFORM DC00-DAYNUM THRU DC00-EXIT.
             PERFORM DD00-LASTTRN THRU DD00-EXIT.
           IF WS-LASTTRN NOT = ZERO
               MOVE WS-LASTTRN   TO WS-DATE-WORK
               PERFORM DC00-DAYNUM THRU DC00-EXIT.
           IF WS-LASTNUM = ZERO OR WS-LASTNUM > WS-DEBCUT
               UNLOCK DEBTOR
               GO TO DA05.
             ADD 1               TO WS-DEBCNT.
             MOVE SPACES         TO W20-DETAIL.
             MOVE DEB-ACNO       TO W20-ACNO.
             MOVE DEB-LASTPAY    TO W20-LASTPAY.
             MOVE DEB-LASTPUR    TO W20-LASTPUR.
             MOVE WS-LASTTRN     TO W20-LASTTRN.
      *
      *    ****    The name is shown on the preview only - the
      *            anonymised list must not carry it.
      *
           IF WS-RUNMODE = "A"
               MOVE "ANONYMISED" TO W20-ACTION
               PERFORM DB00-ANONYMISE THRU DB00-EXIT
           ELSE
               MOVE DEB-NAME     TO W20-NAME
               MOVE "TO ANONYMISE"
                                 TO W20-ACTION.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO DA05.

       DA999.
             EXIT.

      *
      *    ****    Clear the account's personal details, then its
      *            delivery sites and memos.  Deliberately not
      *            written to the change history, which would keep
      *            the old values; the audit file has the event.
      *
       DB00-ANONYMISE.
             MOVE WS-ANON-NAME   TO DEB-NAME.
             MOVE SPACES         TO DEB-ADD1 DEB-ADD2 DEB-ADD3
                                    DEB-TEL DEB-EMAIL DEB-EINV-ID
                                    DEB-DO-BRANCH DEB-DO-ACCNO.
             MOVE ZERO           TO DEB-DO-DAY.
           IF DEB-DO-FLAG = "Y"
               MOVE "N"          TO DEB-DO-FLAG.
           IF DEB-EINV = "Y"
               MOVE "N"          TO DEB-EINV.
           IF DEB-DELIVERY = "E"
               MOVE SPACE        TO DEB-DELIVERY.
             REWRITE DEB-RECORD.
             MOVE DEB-ACNO       TO WS-ACNO.
             ADD 1               TO WS-AUDKEY.
             INITIALIZE AUD-REC2.
             MOVE WS-AUDKEY      TO AUD-KEY2.
             MOVE LS-USER        TO AUD-USER.
             MOVE TODAY-DDMMYY   TO AUD-DATE.
             MOVE "DEBPRV1"      TO AUD-PROG.
             MOVE WS-ACNO        TO AUD-ACCOUNT.
             MOVE "Personal details anonymised - retention"
                                 TO AUD-DESC.
             WRITE AUD-REC2.
             MOVE WS-ACNO        TO SHP-ACNO.
             MOVE ZERO           TO SHP-SITE.
             START SHIPTO KEY NOT LESS SHP-KEY
                 INVALID KEY
                     GO TO DB10.

       DB05.
             READ SHIPTO NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO DB10.
           IF SHP-ACNO NOT = WS-ACNO
               UNLOCK SHIPTO
               GO TO DB10.
             MOVE WS-ANON-NAME   TO SHP-NAME.
             MOVE SPACES         TO SHP-ADD1 SHP-ADD2 SHP-ADD3
                                    SHP-CONTACT SHP-TEL
                                    SHP-INSTR1 SHP-INSTR2.
             REWRITE SHP-RECORD.
             ADD 1               TO WS-SHPCNT.
             GO TO DB05.

       DB10.
             MOVE WS-ACNO        TO DME-ACNO.
             MOVE ZERO           TO DME-SEQ.
             START DEBMEM KEY NOT LESS DME-KEY
                 INVALID KEY
                     GO TO DB00-EXIT.

       DB15.
             READ DEBMEM NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO DB00-EXIT.
           IF DME-ACNO NOT = WS-ACNO
               UNLOCK DEBMEM
               GO TO DB00-EXIT.
             MOVE WS-ANON-NAME   TO DME-TEXT.
             REWRITE DME-RECORD.
             ADD 1               TO WS-MEMCNT.
             GO TO DB15.

       DB00-EXIT.
             EXIT.

      *
      *    ****    Day number of WS-DATE-WORK, keeping the latest.
      *
       DC00-DAYNUM.
             COMPUTE WS-CMP-REC = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-CMP-REC > WS-LASTNUM
               MOVE WS-CMP-REC   TO WS-LASTNUM.

       DC00-EXIT.
             EXIT.

      *
      *    ****    The date of the account's latest transaction -
      *            the file runs in date order within the account.
      *
       DD00-LASTTRN.
             MOVE ZERO           TO WS-LASTTRN.
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO DD00-EXIT.

       DD05.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DD00-EXIT.
           IF TRA-ACNO NOT = DEB-ACNO
               GO TO DD00-EXIT.
             MOVE TRA-DATE       TO WS-LASTTRN.
             GO TO DD05.

       DD00-EXIT.
             EXIT.

      /
      *    ****    L A Y B U Y S
      *
      *            A laybuy on a debtor account follows the
      *            account: it is cleared once the account has
      *            been anonymised.  A cash laybuy is cleared when
      *            it has been closed (completed or cancelled)
      *            since before the laybuy cut-off, judged on the
      *            later of its opening and last instalment dates.
      *            The header (line 000) decides for its lines.
      *
       EA000           SECTION.
       EA00.
             MOVE ZERO           TO WS-LAY-NO.
             MOVE "N"            TO WS-LAY-ANON.
             MOVE LOW-VALUES     TO LAY-KEY.
             START LAYBUY KEY NOT LESS LAY-KEY
                 INVALID KEY
                     GO TO EA999.

       EA05.
           IF WS-RUNMODE = "A"
               READ LAYBUY NEXT RECORD WITH KEPT LOCK
                   AT END
                       GO TO EA999
               END-READ
           ELSE
               READ LAYBUY NEXT RECORD WITH IGNORE LOCK
                   AT END
                       GO TO EA999.
           IF LAY-NUMBER NOT = WS-LAY-NO
               MOVE LAY-NUMBER   TO WS-LAY-NO
               PERFORM EB00-DECIDE THRU EB00-EXIT.
           IF WS-LAY-ANON NOT = "Y"
               UNLOCK LAYBUY
               GO TO EA05.
           IF WS-RUNMODE NOT = "A"
               GO TO EA05.
           IF LAY-NAME = WS-ANON-NAME AND LAY-TEL = SPACES
               UNLOCK LAYBUY
               GO TO EA05.
             MOVE WS-ANON-NAME   TO LAY-NAME.
             MOVE SPACES         TO LAY-TEL.
             REWRITE LAY-RECORD.
             GO TO EA05.

       EA999.
             EXIT.

      *
      *    ****    Whether this laybuy is to be cleared, and the
      *            report line for a cash one.
      *
       EB00-DECIDE.
             MOVE "N"            TO WS-LAY-ANON.
           IF LAY-LINE NOT = ZERO OR LAY-STATUS = "O"
               GO TO EB00-EXIT.
           IF LAY-NAME = WS-ANON-NAME
               GO TO EB00-EXIT.
           IF LAY-ACNO NOT = ZERO
               IF WS-RUNMODE = "A"
                   MOVE LAY-ACNO TO DEB-ACNO
                   READ DEBTOR WITH IGNORE LOCK
                       INVALID KEY
                           GO TO EB00-EXIT
                   END-READ
                   IF DEB-NAME = WS-ANON-NAME
                       MOVE "Y"  TO WS-LAY-ANON
                       GO TO EB00-EXIT
                   ELSE
                       GO TO EB00-EXIT
               ELSE
                   GO TO EB00-EXIT.
             MOVE ZERO           TO WS-LASTNUM.
           IF LAY-DATE NUMERIC AND LAY-DATE NOT = ZERO
               MOVE LAY-DATE     TO WS-DATE-WORK
               PERFORM DC00-DAYNUM THRU DC00-EXIT.
           IF LAY-NEXTDUE NUMERIC AND LAY-NEXTDUE NOT = ZERO
               MOVE LAY-NEXTDUE  TO WS-DATE-WORK
               PERFORM DC00-DAYNUM THRU DC00-EXIT.
           IF WS-LASTNUM = ZERO OR WS-LASTNUM > WS-LAYCUT
               GO TO EB00-EXIT.
             MOVE "Y"            TO WS-LAY-ANON.
             ADD 1               TO WS-LAYCNT.
             MOVE SPACES         TO W25-DETAIL.
             MOVE LAY-NUMBER     TO W25-LAYNO.
             MOVE LAY-DATE       TO W25-DATE.
             MOVE LAY-NEXTDUE    TO W25-NEXTDUE.
             MOVE LAY-STATUS     TO W25-STATUS.
           IF WS-RUNMODE = "A"
               MOVE "ANONYMISED" TO W25-ACTION
           ELSE
               MOVE LAY-NAME     TO W25-NAME
               MOVE "TO ANONYMISE"
                                 TO W25-ACTION.
             WRITE PRINT-REC FROM W25-DETAIL.

       EB00-EXIT.
             EXIT.

      /
      *    ****    N A M E   I N D E X
      *
      *            The index words were taken from the name, so an
      *            anonymised account's entries go altogether.
      *
       GA000           SECTION.
       GA00.
             MOVE LOW-VALUES     TO DAL-KEY.
             START DEBALT KEY NOT LESS DAL-KEY
                 INVALID KEY
                     GO TO GA999.

       GA05.
             READ DEBALT NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO GA999.
             MOVE DAL-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     UNLOCK DEBALT
                     GO TO GA05.
           IF DEB-NAME NOT = WS-ANON-NAME
               UNLOCK DEBALT
               GO TO GA05.
             DELETE DEBALT RECORD.
             ADD 1               TO WS-ALTCNT.
             GO TO GA05.

       GA999.
             EXIT.

      /
      *    ****    C H A N G E   H I S T O R Y
      *
      *            The personal fields' before and after values on
      *            an anonymised account's history are cleared;
      *            the rest of the history stands.
      *
       HA000           SECTION.
       HA00.
             MOVE SPACES         TO WS-CHH-ACNO.
             MOVE "N"            TO WS-CHH-ANON.
             MOVE LOW-VALUES     TO CHH-KEY.
             MOVE "D"            TO CHH-FILE.
             START CHGHIST KEY NOT LESS CHH-KEY
                 INVALID KEY
                     GO TO HA999.

       HA05.
             READ CHGHIST NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO HA999.
           IF CHH-FILE NOT = "D"
               UNLOCK CHGHIST
               GO TO HA999.
           IF CHH-ACCOUNT NOT = WS-CHH-ACNO
               MOVE CHH-ACCOUNT  TO WS-CHH-ACNO
               MOVE "N"          TO WS-CHH-ANON
               IF CHH-ACCOUNT (1:5) NUMERIC
                   MOVE CHH-ACCOUNT (1:5)
                                 TO DEB-ACNO
                   READ DEBTOR WITH IGNORE LOCK
                       INVALID KEY
                           MOVE SPACES
                                 TO DEB-NAME
                   END-READ
                   IF DEB-NAME = WS-ANON-NAME
                       MOVE "Y"  TO WS-CHH-ANON.
             MOVE CHH-FIELD      TO WS-FIELD.
           IF WS-CHH-ANON NOT = "Y" OR NOT WS-PERSONAL
               UNLOCK CHGHIST
               GO TO HA05.
           IF CHH-OLD = WS-ANON-NAME AND CHH-NEW = WS-ANON-NAME
               UNLOCK CHGHIST
               GO TO HA05.
             MOVE WS-ANON-NAME   TO CHH-OLD CHH-NEW.
             REWRITE CHH-RECORD.
             ADD 1               TO WS-HISCNT.
             GO TO HA05.

       HA999.
             EXIT.

      /
      *    ****    S U B J E C T   A C C E S S   R E P O R T
      *
       FA000           SECTION.
       FA00.
             DISPLAY CLR-SCREEN.
             DISPLAY "SUBJECT ACCESS REPORT" AT 0224
                     WITH FOREGROUND-COLOR 7 HIGHLIGHT.
             MOVE ZERO           TO WS-ACNO.
             MOVE SPACES         TO WS-SNAME WS-STEL.
             DISPLAY S15.
             ACCEPT S15.
           IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
               GO TO FA999.
           IF WS-ACNO = ZERO AND WS-SNAME = SPACES
                             AND WS-STEL = SPACES
               GO TO FA999.
             MOVE ZERO           TO WS-FOUND.
             OPEN OUTPUT PRINTF.
             MOVE "SUBJECT ACCESS REPORT"
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO W10-PERIOD.
           IF WS-ACNO NOT = ZERO
               STRING "DEBTOR ACCOUNT " DELIMITED SIZE
                      WS-ACNO DELIMITED SIZE
                      INTO W10-PERIOD
           ELSE
               STRING "NAME CONTAINING '" DELIMITED SIZE
                      WS-SNAME DELIMITED "  "
                      "'  TELEPHONE '" DELIMITED SIZE
                      WS-STEL DELIMITED " "
                      "'" DELIMITED SIZE
                      INTO W10-PERIOD.
             WRITE PRINT-REC FROM W10-HEAD2.
           IF WS-ACNO = ZERO
               GO TO FA10.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     GO TO FA80.
             PERFORM FB00-ACCOUNT THRU FB00-EXIT.
             GO TO FA80.

       FA10.
             PERFORM FC00-LENGTH THRU FC00-EXIT.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO FA20.

       FA15.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA20.
             MOVE ZERO           TO WS-HITS.
           IF WS-SLEN NOT = ZERO
               INSPECT DEB-NAME TALLYING WS-HITS
                       FOR ALL WS-SNAME (1:WS-SLEN).
           IF WS-STEL NOT = SPACES AND DEB-TEL = WS-STEL
               ADD 1             TO WS-HITS.
           IF WS-HITS = ZERO
               GO TO FA15.
             PERFORM FB00-ACCOUNT THRU FB00-EXIT.
             GO TO FA15.

      *
      *    ****    Cash laybuys taken out in the name.
      *
       FA20.
             MOVE LOW-VALUES     TO LAY-KEY.
             START LAYBUY KEY NOT LESS LAY-KEY
                 INVALID KEY
                     GO TO FA80.

       FA25.
             READ LAYBUY NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA80.

       FA26.
           IF LAY-ACNO NOT = ZERO OR LAY-LINE NOT = ZERO
               GO TO FA25.
             MOVE ZERO           TO WS-HITS.
           IF WS-SLEN NOT = ZERO
               INSPECT LAY-NAME TALLYING WS-HITS
                       FOR ALL WS-SNAME (1:WS-SLEN).
           IF WS-STEL NOT = SPACES AND LAY-TEL = WS-STEL
               ADD 1             TO WS-HITS.
           IF WS-HITS = ZERO
               GO TO FA25.
             ADD 1               TO WS-FOUND.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "CASH LAYBUY"  TO PRINT-REC.
             WRITE PRINT-REC.
             PERFORM FD00-LAYLINE THRU FD00-EXIT.
           IF WS-LAY-EOF = "Y"
               GO TO FA80.
             GO TO FA26.

       FA80.
           IF WS-FOUND = ZERO
               MOVE SPACES       TO PRINT-REC
               WRITE PRINT-REC
               MOVE "NO PERSONAL INFORMATION HELD FOR THIS REQUEST"
                                 TO PRINT-REC
               WRITE PRINT-REC.
             CLOSE PRINTF.
             DISPLAY "Records found : " AT 1010
                     WITH FOREGROUND-COLOR 14
                     WS-FOUND WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO FA00.

       FA999.
             EXIT.

      *
      *    ****    Everything held on the account in DEB-RECORD.
      *            Leaves the debtor file where it was.
      *
       FB00-ACCOUNT.
             ADD 1               TO WS-FOUND.
             MOVE DEB-ACNO       TO WS-ACNO.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             STRING "DEBTOR ACCOUNT " DELIMITED SIZE
                    WS-ACNO DELIMITED SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "NAME"         TO W50-LABEL.
             MOVE DEB-NAME       TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "ADDRESS"      TO W50-LABEL.
             MOVE DEB-ADD1       TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE DEB-ADD2       TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE DEB-ADD3       TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "TELEPHONE"    TO W50-LABEL.
             MOVE DEB-TEL        TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "E-MAIL"       TO W50-LABEL.
             MOVE DEB-EMAIL      TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "VAT NUMBER"   TO W50-LABEL.
             MOVE DEB-VATNO      TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "DEBIT ORDER"  TO W50-LABEL.
             MOVE SPACES         TO W50-VALUE.
           IF DEB-DO-FLAG = "Y"
               MOVE DEB-DO-DAY   TO WS-ED-NUM
               STRING "BRANCH " DELIMITED SIZE
                      DEB-DO-BRANCH DELIMITED SIZE
                      "  ACCOUNT " DELIMITED SIZE
                      DEB-DO-ACCNO DELIMITED SIZE
                      "  DAY" DELIMITED SIZE
                      WS-ED-NUM (5:3) DELIMITED SIZE
                      INTO W50-VALUE
           ELSE
               MOVE "NONE"       TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "E-INVOICE ADDRESS"
                                 TO W50-LABEL.
             MOVE DEB-EINV-ID    TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "STATEMENT DELIVERY"
                                 TO W50-LABEL.
             MOVE DEB-DELIVERY   TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "BALANCE"      TO W50-LABEL.
             MOVE DEB-BALANCE    TO WS-ED-AMT.
             MOVE WS-ED-AMT      TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "CREDIT LIMIT" TO W50-LABEL.
             MOVE DEB-LIMIT      TO WS-ED-NUM.
             MOVE WS-ED-NUM      TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "TERMS (DAYS)" TO W50-LABEL.
             MOVE DEB-TERMS      TO WS-ED-NUM.
             MOVE WS-ED-NUM      TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "LAST PAYMENT" TO W50-LABEL.
             MOVE DEB-LASTPAY    TO WS-ED-DATE.
             MOVE WS-ED-DATE     TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "LAST PURCHASE"
                                 TO W50-LABEL.
             MOVE DEB-LASTPUR    TO WS-ED-DATE.
             MOVE WS-ED-DATE     TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "LOYALTY POINTS"
                                 TO W50-LABEL.
           IF DEB-LOYALTY = "Y"
               MOVE DEB-POINTS   TO WS-ED-NUM
               MOVE WS-ED-NUM    TO W50-VALUE
           ELSE
               MOVE "NOT A MEMBER"
                                 TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
      *
      *    ****    Delivery sites.
      *
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "  DELIVERY SITES"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-ACNO        TO SHP-ACNO.
             MOVE ZERO           TO SHP-SITE.
             START SHIPTO KEY NOT LESS SHP-KEY
                 INVALID KEY
                     GO TO FB10.

       FB05.
             READ SHIPTO NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB10.
           IF SHP-ACNO NOT = WS-ACNO
               GO TO FB10.
             MOVE SHP-SITE       TO WS-ED-NUM.
             MOVE SPACES         TO W50-LABEL.
             STRING "SITE" DELIMITED SIZE
                    WS-ED-NUM (4:4) DELIMITED SIZE
                    INTO W50-LABEL.
             MOVE SHP-NAME       TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE SHP-ADD1       TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE SHP-ADD2       TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE SHP-ADD3       TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "CONTACT"      TO W50-LABEL.
             MOVE SPACES         TO W50-VALUE.
             STRING SHP-CONTACT DELIMITED SIZE
                    "  " DELIMITED SIZE
                    SHP-TEL DELIMITED SIZE
                    INTO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE "INSTRUCTIONS" TO W50-LABEL.
             MOVE SHP-INSTR1     TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             MOVE SHP-INSTR2     TO W50-VALUE.
             PERFORM FE00-LABEL THRU FE00-EXIT.
             GO TO FB05.

      *
      *    ****    Memos.
      *
       FB10.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "  MEMOS"      TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-ACNO        TO DME-ACNO.
             MOVE ZERO           TO DME-SEQ.
             START DEBMEM KEY NOT LESS DME-KEY
                 INVALID KEY
                     GO TO FB20.

       FB15.
             READ DEBMEM NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB20.
           IF DME-ACNO NOT = WS-ACNO
               GO TO FB20.
             MOVE SPACES         TO W60-MEMO.
             MOVE DME-DATE       TO W60-DATE.
             MOVE DME-USER       TO W60-USER.
             MOVE DME-TEXT       TO W60-TEXT.
             WRITE PRINT-REC FROM W60-MEMO.
             GO TO FB15.

      *
      *    ****    Laybuys on the account.
      *
       FB20.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "  LAYBUYS"    TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE LOW-VALUES     TO LAY-KEY.
             START LAYBUY KEY NOT LESS LAY-KEY
                 INVALID KEY
                     GO TO FB30.

       FB25.
             READ LAYBUY NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB30.

       FB26.
           IF LAY-ACNO NOT = WS-ACNO OR LAY-LINE NOT = ZERO
               GO TO FB25.
             PERFORM FD00-LAYLINE THRU FD00-EXIT.
           IF WS-LAY-EOF = "Y"
               GO TO FB30.
             GO TO FB26.

      *
      *    ****    Transactions.
      *
       FB30.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "  TRANSACTIONS"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO FB40.

       FB35.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB40.
           IF TRA-ACNO NOT = WS-ACNO
               GO TO FB40.
             MOVE SPACES         TO W64-TRAN.
             MOVE TRA-DATE       TO W64-DATE.
             MOVE TRA-TYPE       TO W64-TYPE.
             MOVE TRA-REF        TO W64-REF.
             MOVE TRA-DESC       TO W64-DESC.
             MOVE TRA-AMOUNT     TO W64-AMOUNT.
             MOVE TRA-OUTSTAND   TO W64-OUTST.
             WRITE PRINT-REC FROM W64-TRAN.
             GO TO FB35.

      *
      *    ****    Changes to the account's details.
      *
       FB40.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "  CHANGE HISTORY"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "D"            TO CHH-FILE.
             MOVE WS-ACNO        TO CHH-ACCOUNT.
             MOVE ZERO           TO CHH-STAMP CHH-SEQ.
             START CHGHIST KEY NOT LESS CHH-KEY
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB45.
             READ CHGHIST NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
           IF CHH-FILE NOT = "D" OR CHH-ACCOUNT (1:5) NOT = WS-ACNO
               GO TO FB00-EXIT.
             MOVE SPACES         TO W66-CHANGE.
             MOVE CHH-DATE       TO W66-DATE.
             MOVE CHH-TIME       TO W66-TIME.
             MOVE CHH-USER       TO W66-USER.
             MOVE CHH-FIELD      TO W66-FIELD.
             MOVE CHH-OLD        TO W66-OLD.
             MOVE CHH-NEW        TO W66-NEW.
             WRITE PRINT-REC FROM W66-CHANGE.
             GO TO FB45.

       FB00-EXIT.
             EXIT.

      *
      *    ****    Significant length of the name searched for.
      *
       FC00-LENGTH.
             MOVE 30             TO WS-SLEN.

       FC05.
           IF WS-SLEN = ZERO
               GO TO FC00-EXIT.
           IF WS-SNAME (WS-SLEN:1) NOT = SPACE
               GO TO FC00-EXIT.
             SUBTRACT 1        FROM WS-SLEN.
             GO TO FC05.

       FC00-EXIT.
             EXIT.

      *
      *    ****    One laybuy header and its lines.  Leaves the
      *            next laybuy's first record read, or WS-LAY-EOF
      *            set at the end of the file.
      *
       FD00-LAYLINE.
             MOVE LAY-NUMBER     TO WS-LAY-NO.
             MOVE "N"            TO WS-LAY-EOF.

       FD05.
             MOVE SPACES         TO W62-LAYBUY.
             MOVE LAY-NUMBER     TO W62-LAYNO.
             MOVE LAY-LINE       TO W62-LINE.
           IF LAY-LINE = ZERO
               MOVE LAY-DATE     TO W62-DATE
               MOVE LAY-STATUS   TO W62-STATUS
               MOVE LAY-NAME     TO W62-NAME
               MOVE LAY-TEL      TO W62-TEL
               MOVE LAY-TOTAL    TO W62-TOTAL
               MOVE LAY-PAID     TO W62-PAID
           ELSE
               MOVE LAY-ITEM     TO W62-ITEM
               MOVE LAY-PRICE    TO W62-TOTAL.
             WRITE PRINT-REC FROM W62-LAYBUY.
             READ LAYBUY NEXT RECORD WITH IGNORE LOCK
                 AT END
                     MOVE "Y"    TO WS-LAY-EOF
                     GO TO FD00-EXIT.
           IF LAY-NUMBER = WS-LAY-NO
               GO TO FD05.

       FD00-EXIT.
             EXIT.

      *
      *    ****    A labelled line; the label prints once.
      *
       FE00-LABEL.
           IF W50-VALUE NOT = SPACES
               WRITE PRINT-REC FROM W50-LINE
               MOVE SPACES       TO W50-LABEL.

       FE00-EXIT.
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
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.

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
             MOVE "DEBMEM"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBMEM.
             MOVE "DEBALT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBALT.
             MOVE "SHIPTO"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHIPTO.
             MOVE "LAYBUY"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LAYBUY.
             MOVE "CHGHIST"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CHGHIST.
             MOVE "AUDITF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-AUDITF.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O CHGHIST.
           IF WS-STATUS = "35"
               CLOSE CHGHIST
               OPEN OUTPUT CHGHIST
               CLOSE CHGHIST
               OPEN I-O CHGHIST.
             OPEN I-O DEBTOR DEBMEM DEBALT SHIPTO LAYBUY.
             OPEN INPUT DBTRAN.
             OPEN I-O AUDIT.
             OPEN I-O PARAM.

       ZA00-AUDKEY.
             MOVE HIGH-VALUES    TO AUD-KEY2.
             START AUDIT KEY IS LESS THAN AUD-KEY2
                 INVALID KEY
                     MOVE ZERO         TO WS-AUDKEY
                 NOT INVALID KEY
                     READ AUDIT NEXT RECORD
                         AT END
                             MOVE ZERO TO WS-AUDKEY
                         NOT AT END
                             MOVE AUD-KEY2
                                       TO WS-AUDKEY
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
           IF WS-F-ERROR = 50
               MOVE W02-AUDITF    TO WS-FILE
               MOVE WS-AUDKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY.

       COPY DISPERR.PRO.
