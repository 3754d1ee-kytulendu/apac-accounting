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
      *     B A D   D E B T   W R I T E - O F F                        *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            BADDEBT1.
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
      *    OCT 2026 - First issue.  Bad debt write-off: debtor open
      *               items picked by the operator are written off
      *               once a supervisor has authorised the run with
      *               a reason code.  Each item is split into its
      *               net and VAT parts from the invoice so the
      *               output VAT can be reclaimed through TXTRAN
      *               (where the item is old enough), and bad debts,
      *               VAT and the debtors control are posted through
      *               LEDTRF.  A later recovery of the debt reverses
      *               the relief in the same shares.
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

       COPY INVOIC.SL.

       COPY STOCK.SL.

       COPY DEPART.SL.

       COPY TXTRAN.SL.

       COPY PARAM.SL.

       COPY LEDTRF.SL.

       COPY BADDEBT.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY INVOIC.FDE.

       COPY STOCK.FDE.

       COPY DEPART.FD.

       COPY TXTRAN.FDE.

       COPY PARAM.FDE.

       COPY LEDTRF.FDE.

       COPY BADDEBT.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 288.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-REF             PIC  9(07) VALUE ZERO.
       77  WS-FOUND           PIC  X(01) VALUE "N".
       77  WS-METHOD          PIC  X(01) VALUE "C".
       77  WS-BDGL            PIC  9(06) VALUE ZERO.
       77  WS-RELAGE          PIC  9(03) VALUE ZERO.
       77  WS-DEBGL           PIC  9(06) VALUE ZERO.
       77  WS-VATGL           PIC  9(06) VALUE ZERO.
       77  WS-BNKGL           PIC  9(06) VALUE ZERO.
       77  WS-LASTITEM        PIC  X(15) VALUE SPACES.
       77  WS-LASTDEPT        PIC  X(04) VALUE SPACES.
       77  WS-LASTRATE        PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-LRATE           PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGEDAYS         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-NWO             PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-WSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-SSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-NSPL            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-LASTSPL         PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-ITEMS           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-OUTST           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DOCTOT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LVAT            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LEXCL           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-VATSUM          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-EXCLSUM         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-WOTOT           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTWO           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTEXCL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTVAT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTRECOV        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTVATREV       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-RECIN           PIC  9(07)V99 VALUE ZERO.
       77  WS-RECAMT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-REMAIN          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-RECVAT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-RECEXCL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-CREDITS         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TAKE            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TAXEXCL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TAXVAT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TAXDEPT         PIC  X(04) VALUE SPACES.
       77  WS-TAXRATE         PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-TRATYPE         PIC  9(02) VALUE ZERO.
       77  WS-TRADESC         PIC  X(20) VALUE SPACES.
       77  WS-TRAAMT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-AMOUNT          PIC  Z(08)9.99-.
       77  WS-AMOUNT2         PIC  Z(08)9.99-.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    The key of the open item found on DBTRAN.
      *
       01  WS-ITEMKEY.
           03  WS-ITM-ACNO    PIC  9(05).
           03  WS-ITM-DATE    PIC  9(08).
           03  WS-ITM-SERIAL  PIC  9(06) COMP-5.

      *
      *    The items picked for one write-off run.
      *
       01  WS-WO-TABLE.
           03  WS-WO-ENTRY    OCCURS 20.
               05  WS-WO-KEY.
                   07  WS-WO-ACNO
                              PIC  9(05).
                   07  WS-WO-DATE
                              PIC  9(08).
                   07  WS-WO-SERIAL
                              PIC  9(06) COMP-5.
               05  WS-WO-REF  PIC  9(07).
               05  WS-WO-OUTST
                              PIC S9(09)V99 COMP-3.

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
               " INVOICE      DATED DAYS   WRITTEN OFF    NET OF VAT".
           03  FILLER         PIC  X(20) VALUE
               "    VAT RELIEF  NOTE".
       01  W10-HEAD3.
           03  FILLER         PIC  X(52) VALUE
               "  A/C NAME                 INVOICE     WRITTEN RSN S".
           03  FILLER         PIC  X(52) VALUE
               "UP       AMOUNT    VAT RELIEF     RECOVERED  VAT REV".
           03  FILLER         PIC  X(16) VALUE
               "ERSED LAST RECOV".

       01  W11-ACCOUNT.
           03  FILLER         PIC  X(09) VALUE " Account ".
           03  W11-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W11-NAME       PIC  X(30).
           03  FILLER         PIC  X(09) VALUE "  Reason ".
           03  W11-REASON     PIC  X(03).
           03  FILLER         PIC  X(14) VALUE "  Supervisor ".
           03  W11-SUPER      PIC  ZZ9.

       01  W20-DETAIL.
           03  W20-REF        PIC  Z(07)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DAYS       PIC  ZZZ9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-AMOUNT     PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-EXCL       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-VAT        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-NOTE       PIC  X(28).

       01  W30-DETAIL.
           03  W30-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-REF        PIC  Z(06)9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-WODATE     PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-REASON     PIC  X(03).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SUPER      PIC  ZZ9.
           03  W30-AMOUNT     PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-VAT        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-RECOV      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-VATREV     PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-LASTREC    PIC  Z9/99/9999.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "BDW".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY INVOIC.ID.

       COPY STOCK.ID.

       COPY DEPART.ID.

       COPY TXTRAN.ID.

       COPY PARAM.ID.

       COPY LEDTRF.ID.

       COPY BADDEBT.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "BADDEBT1.".
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
                       VALUE "BAD  DEBT  WRITE-OFF".
           03  LINE  4 COLUMN 16 VALUE "1. Write off debtor items".
           03  LINE  5 COLUMN 16 VALUE
               "2. Recover a written-off debt".
           03  LINE  6 COLUMN 16 VALUE "3. Write-off register".
           03  LINE  7 COLUMN 16 VALUE "4. Settings".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Account        :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       01  S14.
           03  LINE  5 COLUMN 10 VALUE "Invoice        :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-REF AUTO.

       01  S15.
           03  LINE 10 COLUMN 10 VALUE "Amount recovered :".
           03          COLUMN 29 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-RECIN AUTO.
           03  LINE 11 COLUMN 10 VALUE "Received as      :".
           03          COLUMN 29 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-METHOD AUTO.
           03  LINE 11 COLUMN 32 VALUE
               "(C = cash now, U = credit already on account)".

       01  S20.
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "BAD  DEBT  SETTINGS".
           03  LINE  5 COLUMN 10 VALUE "Bad debts account        :".
           03          COLUMN 37 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-BD-GL AUTO.
           03  LINE  6 COLUMN 10 VALUE "VAT relief after (days)  :".
           03          COLUMN 37 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-BD-RELAGE AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-DBLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DEBTOR DBTRAN INVOICE STOCK DEPART TXTRAN PARAM
                   LEDTRF BADDEBT.
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
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM JA000 THRU JA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    W R I T E   O F F
      *
      *            Open debit items on one account are picked by
      *            invoice, up to twenty to a run.  An item in
      *            dispute must be resolved first.  The run is
      *            written off only when SUPAUTH comes back with
      *            a supervisor and reason code for the total.
      *
       CA000           SECTION.
       CA00.
           IF WS-BDGL = ZERO
               MOVE "Set up the bad debts account first"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ACNO = ZERO
               GO TO CA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY DEB-NAME AT 0435 WITH FOREGROUND-COLOR 15.
             INITIALIZE WS-WO-TABLE.
             MOVE ZERO           TO WS-NWO WS-WOTOT.

       CA05.
             MOVE ZERO           TO WS-REF.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-REF = ZERO
               GO TO CA20.
             PERFORM CB00-FIND THRU CB00-EXIT.
           IF WS-FOUND = "N"
               MOVE "No open item for that invoice"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF TRA-DISPUTE = "D"
               MOVE "Item is in dispute - resolve it first"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             PERFORM CC00-SHOW THRU CC00-EXIT.
             MOVE 1              TO WS-WSUB.

       CA07-DUP.
           IF WS-WSUB > WS-NWO
               GO TO CA10.
           IF WS-WO-KEY (WS-WSUB) = WS-ITEMKEY
               MOVE "Item already picked"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             ADD 1               TO WS-WSUB.
             GO TO CA07-DUP.

       CA10.
             ADD 1               TO WS-NWO.
             MOVE WS-ITEMKEY     TO WS-WO-KEY (WS-NWO).
             MOVE WS-REF         TO WS-WO-REF (WS-NWO).
             MOVE TRA-OUTSTAND   TO WS-WO-OUTST (WS-NWO).
             ADD TRA-OUTSTAND    TO WS-WOTOT.
             MOVE WS-WOTOT       TO WS-AMOUNT.
             DISPLAY "Items picked " AT 0810 WITH FOREGROUND-COLOR 14
                     WS-NWO WITH FOREGROUND-COLOR 15
                     "  Total " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
           IF WS-NWO < 20
               GO TO CA05.
             MOVE "Twenty items is the most in one run"
                                 TO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.

       CA20.
           IF WS-NWO = ZERO
               GO TO CA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
      *
      *    ****    Every write-off goes to a supervisor, whatever
      *            the amount.
      *
             MOVE "W"            TO WS-AU-TYPE.
           IF WS-NWO = 1
               MOVE WS-WO-REF (1)
                                 TO WS-AU-DOCNO
           ELSE
               MOVE ZERO         TO WS-AU-DOCNO.
             MOVE WS-ACNO        TO WS-AU-ACNO.
             MOVE WS-WOTOT       TO WS-AU-AMOUNT.
             MOVE LS-USER        TO WS-AU-OPERATOR.
             MOVE TODAY-DDMMYY   TO WS-AU-DATE.
             MOVE LS-L-OR-N      TO WS-AU-DRIVE.
             MOVE WS-SYS-ID      TO WS-AU-SYSID.
             MOVE "N"            TO WS-AU-APPROVED.
             MOVE ZERO           TO WS-AU-SUPER.
             MOVE SPACES         TO WS-AU-REASON.
             CALL "SUPAUTH" USING WS-AUTH-REQUEST.
           IF WS-AU-APPROVED NOT = "Y"
               MOVE "Write-off not authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             PERFORM CD00-RUN THRU CD00-EXIT.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    Find the open debit for WS-REF on the account.
      *            WS-FOUND answers Y with the item in the record
      *            area and its key in WS-ITEMKEY.
      *
       CB00-FIND.
             MOVE "N"            TO WS-FOUND.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB05-NEXT.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF TRA-ACNO NOT = WS-ACNO
               GO TO CB00-EXIT.
           IF TRA-REF NOT = WS-REF
               GO TO CB05-NEXT.
           IF TRA-OUTSTAND NOT > ZERO
               GO TO CB05-NEXT.
             MOVE TRA-KEY        TO WS-ITEMKEY.
             MOVE "Y"            TO WS-FOUND.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The item found, for the operator to check.
      *
       CC00-SHOW.
             MOVE TRA-OUTSTAND   TO WS-AMOUNT.
             MOVE TRA-DATE       TO W20-DATE.
             DISPLAY "Dated " AT 0610 WITH FOREGROUND-COLOR 14
                     W20-DATE WITH FOREGROUND-COLOR 15
                     "  " TRA-DESC WITH FOREGROUND-COLOR 15
                     "  Open " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.

       CC00-EXIT.
             EXIT.

      *
      *    ****    Write off the items picked, print the run and
      *            post the totals - bad debts and the VAT relief
      *            against the debtors control.
      *
       CD00-RUN.
             OPEN OUTPUT PRINTF.
             MOVE "BAD DEBT WRITE-OFF                  "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-ACNO        TO W11-ACNO.
             MOVE DEB-NAME       TO W11-NAME.
             MOVE WS-AU-REASON   TO W11-REASON.
             MOVE WS-AU-SUPER    TO W11-SUPER.
             WRITE PRINT-REC FROM W11-ACCOUNT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE ZERO           TO WS-TOTWO WS-TOTEXCL WS-TOTVAT
                                    WS-ITEMS.
             MOVE 1              TO WS-WSUB.

       CD05.
           IF WS-WSUB > WS-NWO
               GO TO CD50.
             PERFORM CE00-ITEM THRU CE00-EXIT.
             ADD 1               TO WS-WSUB.
             GO TO CD05.

       CD50.
           IF WS-ITEMS = ZERO
               GO TO CD90.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     GO TO CD60.
             COMPUTE DEB-BALANCE = DEB-BALANCE - WS-TOTWO.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.

       CD60.
             MOVE "Bad debts written off   "
                                 TO XFR-DESC.
             MOVE WS-BDGL        TO XFR-AC.
             MOVE WS-TOTEXCL     TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM CJ00-WRITE THRU CJ00-EXIT.
           IF WS-TOTVAT NOT = ZERO
               MOVE WS-VATGL     TO XFR-AC
               MOVE WS-TOTVAT    TO XFR-AMOUNT
               MOVE "D"          TO XFR-DC
               PERFORM CJ00-WRITE THRU CJ00-EXIT.
             MOVE WS-DEBGL       TO XFR-AC.
             MOVE WS-TOTWO       TO XFR-AMOUNT.
             MOVE "C"            TO XFR-DC.
             PERFORM CJ00-WRITE THRU CJ00-EXIT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE WS-TOTWO       TO W20-AMOUNT.
             MOVE WS-TOTEXCL     TO W20-EXCL.
             MOVE WS-TOTVAT      TO W20-VAT.
             MOVE "TOTAL"        TO W20-NOTE.
             WRITE PRINT-REC FROM W20-DETAIL.

       CD90.
             CLOSE PRINTF.
             DISPLAY "Items written off : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-ITEMS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CD00-EXIT.
             EXIT.

      *
      *    ****    One item.  It is read again under lock in case
      *            it was paid or disputed while the run was being
      *            authorised, and skipped if so.  The register
      *            record goes first so an item can only be written
      *            off once.
      *
       CE00-ITEM.
             MOVE WS-WO-KEY (WS-WSUB)
                                 TO TRA-KEY.
             READ DBTRAN WITH KEPT LOCK
                 INVALID KEY
                     GO TO CE00-EXIT.
           IF TRA-OUTSTAND NOT > ZERO OR TRA-DISPUTE = "D"
               UNLOCK DBTRAN
               GO TO CE00-EXIT.
             MOVE TRA-OUTSTAND   TO WS-OUTST.
             MOVE TRA-REF        TO WS-REF.
             MOVE TRA-DATE       TO WS-DATE-WORK W20-DATE.
             COMPUTE WS-AGEDAYS = WS-TODAYNUM
                 - ((WS-DW-YYYY * 372) + (WS-DW-MM * 31) + WS-DW-DD).
             INITIALIZE BDW-RECORD.
             MOVE WS-WO-KEY (WS-WSUB)
                                 TO BDW-KEY.
             MOVE WS-REF         TO BDW-REF.
             MOVE TODAY-DDMMYY   TO BDW-WODATE.
             MOVE WS-OUTST       TO BDW-AMOUNT.
             MOVE WS-AU-REASON   TO BDW-REASON.
             MOVE WS-AU-SUPER    TO BDW-SUPER.
             MOVE LS-USER        TO BDW-USER.
             MOVE SPACES         TO W20-NOTE.
             PERFORM CF00-SPLIT THRU CF00-EXIT.
             WRITE BDW-RECORD
                 INVALID KEY
                     UNLOCK DBTRAN
                     MOVE "Item already on the write-off register"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CE00-EXIT.
             MOVE ZERO           TO TRA-OUTSTAND TRA-FXOUTST.
             REWRITE TRA-RECORD.
             UNLOCK DBTRAN.
      *
      *    ****    The relief, negative against the output tax.
      *
             MOVE 1              TO WS-SSUB.

       CE10-TAX.
           IF BDW-SVAT (WS-SSUB) NOT = ZERO
               COMPUTE WS-TAXEXCL = ZERO - BDW-SEXCL (WS-SSUB)
               COMPUTE WS-TAXVAT = ZERO - BDW-SVAT (WS-SSUB)
               MOVE BDW-DEPT (WS-SSUB)
                                 TO WS-TAXDEPT
               MOVE BDW-RATE (WS-SSUB)
                                 TO WS-TAXRATE
               PERFORM CG00-TAX THRU CG00-EXIT.
             ADD 1               TO WS-SSUB.
           IF WS-SSUB < 11
               GO TO CE10-TAX.
      *
      *    ****    The write-off on the account.
      *
             MOVE 28             TO WS-TRATYPE.
             MOVE "Bad debt written off"
                                 TO WS-TRADESC.
             COMPUTE WS-TRAAMT = ZERO - WS-OUTST.
             PERFORM CK00-TRA THRU CK00-EXIT.
             ADD 1               TO WS-ITEMS.
             ADD WS-OUTST        TO WS-TOTWO.
             ADD BDW-EXCL        TO WS-TOTEXCL.
             ADD BDW-VAT         TO WS-TOTVAT.
             MOVE WS-REF         TO W20-REF.
             MOVE WS-AGEDAYS     TO W20-DAYS.
             MOVE WS-OUTST       TO W20-AMOUNT.
             MOVE BDW-EXCL       TO W20-EXCL.
             MOVE BDW-VAT        TO W20-VAT.
             WRITE PRINT-REC FROM W20-DETAIL.

       CE00-EXIT.
             EXIT.

      *
      *    ****    Split what is written off into net and VAT in
      *            the proportions of the invoice, line by line,
      *            gathered by department and rate.  No relief is
      *            claimed on an item younger than the relief age
      *            or without a VAT invoice behind it.  The net
      *            rounding goes to the last split.
      *
       CF00-SPLIT.
             MOVE ZERO           TO WS-NSPL WS-VATSUM WS-EXCLSUM.
           IF WS-AGEDAYS < WS-RELAGE
               MOVE "No relief - not old enough"
                                 TO W20-NOTE
               GO TO CF50.
             MOVE WS-REF         TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             READ INVOICE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "No relief - no invoice"
                                       TO W20-NOTE
                     GO TO CF50.
           IF DOC-TYPE NOT = 1 OR DOC-ACNO NOT = WS-ACNO
                   OR DOC-TOTAL NOT > ZERO
               MOVE "No relief - no invoice"
                                 TO W20-NOTE
               GO TO CF50.
           IF DOC-VAT = ZERO
               MOVE "No VAT on the invoice"
                                 TO W20-NOTE
               GO TO CF50.
             MOVE DOC-TOTAL      TO WS-DOCTOT.

       CF05.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CF40.
           IF DOC-NUMBER NOT = WS-REF
               GO TO CF40.
             COMPUTE WS-LVAT ROUNDED =
                 (WS-OUTST * DOC-VAT) / WS-DOCTOT.
             COMPUTE WS-LEXCL ROUNDED =
                 (WS-OUTST * (DOC-TOTAL - DOC-VAT)) / WS-DOCTOT.
             PERFORM CH00-DEPT THRU CH00-EXIT.
             MOVE WS-LASTRATE    TO WS-LRATE.
           IF WS-LRATE = ZERO AND DOC-VAT NOT = ZERO
                   AND DOC-TOTAL NOT = DOC-VAT
               COMPUTE WS-LRATE ROUNDED =
                   (DOC-VAT * 100) / (DOC-TOTAL - DOC-VAT).
             MOVE 1              TO WS-SSUB.

       CF10-LOOK.
           IF WS-SSUB > WS-NSPL
               GO TO CF15-NEW.
           IF BDW-DEPT (WS-SSUB) = WS-LASTDEPT
                   AND BDW-RATE (WS-SSUB) = WS-LRATE
               GO TO CF20-ADD.
             ADD 1               TO WS-SSUB.
             GO TO CF10-LOOK.

       CF15-NEW.
           IF WS-NSPL < 10
               ADD 1             TO WS-NSPL
               MOVE WS-NSPL      TO WS-SSUB
               MOVE WS-LASTDEPT  TO BDW-DEPT (WS-SSUB)
               MOVE WS-LRATE     TO BDW-RATE (WS-SSUB)
           ELSE
               MOVE 10           TO WS-SSUB.

       CF20-ADD.
             ADD WS-LVAT         TO BDW-SVAT (WS-SSUB) WS-VATSUM.
             ADD WS-LEXCL        TO BDW-SEXCL (WS-SSUB) WS-EXCLSUM.
             GO TO CF05.

       CF40.
             MOVE WS-VATSUM      TO BDW-VAT.
             COMPUTE BDW-EXCL = WS-OUTST - WS-VATSUM.
           IF WS-NSPL > ZERO
               COMPUTE BDW-SEXCL (WS-NSPL) = BDW-SEXCL (WS-NSPL)
                                           + BDW-EXCL - WS-EXCLSUM.
             GO TO CF00-EXIT.

       CF50.
             MOVE ZERO           TO BDW-VAT.
             MOVE WS-OUTST       TO BDW-EXCL.

       CF00-EXIT.
             EXIT.

      *
      *    ****    The tax transaction - negative for relief
      *            claimed, positive when it is reversed.
      *
       CG00-TAX.
             INITIALIZE TAX-RECORD1.
             MOVE "1"            TO TAX-TYPE.
             MOVE 2              TO TAX-ACTYPE.
             MOVE TODAY-DDMMYY   TO TAX-DATE.
             MOVE ZERO           TO TAX-SERIAL.
             MOVE WS-TAXDEPT     TO TAX-DEPT.
             MOVE WS-TAXEXCL     TO TAX-EXCL.
             MOVE WS-TAXVAT      TO TAX-TAX.
             MOVE WS-TAXRATE     TO TAX-RATE.
             MOVE ZERO           TO TAX-ACCOUNT.
             MOVE BDW-REF        TO TAX-REF.
             MOVE LS-USER        TO TAX-USER.

       CG02-WRITE.
             WRITE TAX-RECORD1
                 INVALID KEY
                     ADD 1       TO TAX-SERIAL
                     GO TO CG02-WRITE.

       CG00-EXIT.
             EXIT.

      *
      *    ****    Department and its VAT rate for the line's
      *            item, kept from the last look-up.  Non-stock
      *            lines answer spaces and a zero rate.
      *
       CH00-DEPT.
           IF DOC-ITEM = WS-LASTITEM
               GO TO CH00-EXIT.
             MOVE DOC-ITEM       TO WS-LASTITEM STK-CODE.
             MOVE SPACES         TO WS-LASTDEPT.
             MOVE ZERO           TO WS-LASTRATE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CH00-EXIT.
             MOVE STK-DEPT       TO WS-LASTDEPT DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CH00-EXIT.
             MOVE DPT-RATE       TO WS-LASTRATE.

       CH00-EXIT.
             EXIT.

       CJ00-WRITE.
           IF XFR-AMOUNT = ZERO
               GO TO CJ00-EXIT.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE TODAY-DDMMYY   TO XFR-DATE.

       CJ05-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO CJ05-WRITE.

       CJ00-EXIT.
             EXIT.

      *
      *    ****    A settled transaction on the account - type,
      *            description and amount from WS-TRATYPE,
      *            WS-TRADESC and WS-TRAAMT.
      *
       CK00-TRA.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             MOVE WS-TRATYPE     TO TRA-TYPE.
             MOVE BDW-REF        TO TRA-REF.
             MOVE WS-TRADESC     TO TRA-DESC.
             MOVE WS-TRAAMT      TO TRA-AMOUNT.
             MOVE ZERO           TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       CK05-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO CK05-WRITE.

       CK00-EXIT.
             EXIT.

      /
      *    ****    R E C O V E R Y
      *
      *            Money later recovered on a written-off item
      *            reinstates that much of the debt and reverses
      *            the VAT relief on it, pro rata to what was
      *            written off, the final recovery taking up any
      *            rounding.  Cash received now (C) is banked
      *            here; money already on the account as an
      *            unallocated credit (U) is used up against the
      *            reinstated debt.
      *
       DA000           SECTION.
       DA00.
           IF WS-BDGL = ZERO
               MOVE "Set up the bad debts account first"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ACNO = ZERO
               GO TO DA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
             DISPLAY DEB-NAME AT 0435 WITH FOREGROUND-COLOR 15.

       DA05.
             MOVE ZERO           TO WS-REF.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-REF = ZERO
               GO TO DA00.
             PERFORM DB00-FIND THRU DB00-EXIT.
           IF WS-FOUND = "N"
               MOVE "Nothing written off left on that invoice"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA05.
             MOVE BDW-WODATE     TO W20-DATE.
             MOVE BDW-AMOUNT     TO WS-AMOUNT.
             MOVE BDW-VAT        TO WS-AMOUNT2.
             DISPLAY "Written off " AT 0610 WITH FOREGROUND-COLOR 14
                     W20-DATE WITH FOREGROUND-COLOR 15
                     "  " WS-AMOUNT WITH FOREGROUND-COLOR 15
                     "  VAT relief " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT2 WITH FOREGROUND-COLOR 15.
             COMPUTE WS-REMAIN = BDW-AMOUNT - BDW-RECOV.
             MOVE BDW-RECOV      TO WS-AMOUNT.
             MOVE WS-REMAIN      TO WS-AMOUNT2.
             DISPLAY "Recovered   " AT 0710 WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15
                     "  Still written off " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT2 WITH FOREGROUND-COLOR 15.
             MOVE WS-REMAIN      TO WS-RECIN.
             MOVE "C"            TO WS-METHOD.

       DA10.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-RECIN = ZERO
               UNLOCK BADDEBT
               GO TO DA05.
             MOVE WS-RECIN       TO WS-RECAMT.
           IF WS-RECAMT > WS-REMAIN
               MOVE "More than is still written off"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA10.
           IF WS-METHOD NOT = "C" AND NOT = "U"
               MOVE "Received as C or U"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA10.
           IF WS-METHOD = "U"
               PERFORM DC00-CREDITS THRU DC00-EXIT
               IF WS-CREDITS < WS-RECAMT
                   MOVE "Not that much unallocated credit on file"
                                 TO WS-ERR-STRING
                   PERFORM ERROR-MESSAGE
                   GO TO DA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK BADDEBT
               GO TO DA05.
             PERFORM DD00-RECOVER THRU DD00-EXIT.
             MOVE WS-RECVAT      TO WS-AMOUNT.
             DISPLAY "Recovery posted - VAT relief reversed "
                     AT 1510 WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             GO TO DA05.

       DA999.
             EXIT.

      *
      *    ****    The register record for WS-REF on the account
      *            with something still written off, read under
      *            lock.  WS-FOUND answers Y or N.
      *
       DB00-FIND.
             MOVE "N"            TO WS-FOUND.
             MOVE WS-ACNO        TO BDW-ACNO.
             MOVE ZERO           TO BDW-DATE BDW-SERIAL.
             START BADDEBT KEY NOT LESS BDW-KEY
                 INVALID KEY
                     GO TO DB00-EXIT.

       DB05-NEXT.
             READ BADDEBT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB00-EXIT.
           IF BDW-ACNO NOT = WS-ACNO
               GO TO DB00-EXIT.
           IF BDW-REF NOT = WS-REF
               GO TO DB05-NEXT.
           IF BDW-RECOV NOT < BDW-AMOUNT
               GO TO DB05-NEXT.
             READ BADDEBT WITH KEPT LOCK
                 INVALID KEY
                     GO TO DB00-EXIT.
             MOVE "Y"            TO WS-FOUND.

       DB00-EXIT.
             EXIT.

      *
      *    ****    Unallocated home-currency credit on the account.
      *
       DC00-CREDITS.
             MOVE ZERO           TO WS-CREDITS.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO DC00-EXIT.

       DC05-NEXT.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DC00-EXIT.
           IF TRA-ACNO NOT = WS-ACNO
               GO TO DC00-EXIT.
           IF TRA-OUTSTAND < ZERO AND TRA-CURR = SPACES
               SUBTRACT TRA-OUTSTAND
                                 FROM WS-CREDITS.
             GO TO DC05-NEXT.

       DC00-EXIT.
             EXIT.

      *
      *    ****    Post the recovery on the register record held.
      *
       DD00-RECOVER.
           IF WS-RECAMT = WS-REMAIN
               COMPUTE WS-RECVAT = BDW-VAT - BDW-VATREV
           ELSE
               COMPUTE WS-RECVAT ROUNDED =
                   (WS-RECAMT * BDW-VAT) / BDW-AMOUNT.
             COMPUTE WS-RECEXCL = WS-RECAMT - WS-RECVAT.
           IF WS-RECVAT = ZERO
               GO TO DD20.
      *
      *    ****    The relief reversed split by split, the last
      *            split carrying the difference.
      *
             MOVE ZERO           TO WS-LASTSPL WS-VATSUM.
             MOVE 1              TO WS-SSUB.

       DD05-LAST.
           IF BDW-SVAT (WS-SSUB) NOT = ZERO
               MOVE WS-SSUB      TO WS-LASTSPL.
             ADD 1               TO WS-SSUB.
           IF WS-SSUB < 11
               GO TO DD05-LAST.
             MOVE 1              TO WS-SSUB.

       DD10-TAX.
           IF WS-SSUB > WS-LASTSPL
               GO TO DD20.
           IF BDW-SVAT (WS-SSUB) = ZERO
               GO TO DD15-NEXT.
           IF WS-SSUB = WS-LASTSPL
               COMPUTE WS-TAXVAT = WS-RECVAT - WS-VATSUM
           ELSE
               COMPUTE WS-TAXVAT ROUNDED =
                   (WS-RECVAT * BDW-SVAT (WS-SSUB)) / BDW-VAT.
             COMPUTE WS-TAXEXCL ROUNDED =
                 (WS-RECAMT * BDW-SEXCL (WS-SSUB)) / BDW-AMOUNT.
             ADD WS-TAXVAT       TO WS-VATSUM.
             MOVE BDW-DEPT (WS-SSUB)
                                 TO WS-TAXDEPT.
             MOVE BDW-RATE (WS-SSUB)
                                 TO WS-TAXRATE.
             PERFORM CG00-TAX THRU CG00-EXIT.

       DD15-NEXT.
             ADD 1               TO WS-SSUB.
             GO TO DD10-TAX.

       DD20.
             MOVE "Bad debt recovered      "
                                 TO XFR-DESC.
             MOVE WS-BDGL        TO XFR-AC.
             MOVE WS-RECEXCL     TO XFR-AMOUNT.
             MOVE "C"            TO XFR-DC.
             PERFORM CJ00-WRITE THRU CJ00-EXIT.
             MOVE WS-VATGL       TO XFR-AC.
             MOVE WS-RECVAT      TO XFR-AMOUNT.
             MOVE "C"            TO XFR-DC.
             PERFORM CJ00-WRITE THRU CJ00-EXIT.
           IF WS-METHOD = "C"
               MOVE WS-BNKGL     TO XFR-AC
           ELSE
               MOVE WS-DEBGL     TO XFR-AC.
             MOVE WS-RECAMT      TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM CJ00-WRITE THRU CJ00-EXIT.
      *
      *    ****    The debt reinstated on the account and settled -
      *            by the cash received, or out of the credit
      *            already there.
      *
             MOVE 29             TO WS-TRATYPE.
             MOVE "Bad debt reinstated "
                                 TO WS-TRADESC.
             MOVE WS-RECAMT      TO WS-TRAAMT.
             PERFORM CK00-TRA THRU CK00-EXIT.
           IF WS-METHOD = "C"
               MOVE 2            TO WS-TRATYPE
               MOVE "Bad debt recovery   "
                                 TO WS-TRADESC
               COMPUTE WS-TRAAMT = ZERO - WS-RECAMT
               PERFORM CK00-TRA THRU CK00-EXIT
           ELSE
               PERFORM DE00-ALLOC THRU DE00-EXIT.
             ADD WS-RECAMT       TO BDW-RECOV.
             ADD WS-RECVAT       TO BDW-VATREV.
             MOVE TODAY-DDMMYY   TO BDW-LASTREC.
             REWRITE BDW-RECORD.
             UNLOCK BADDEBT.

       DD00-EXIT.
             EXIT.

      *
      *    ****    Use the recovery up against the oldest credits
      *            on the account.  The balance already carries
      *            the credit, so it rises by the debt reinstated.
      *
       DE00-ALLOC.
             MOVE WS-RECAMT      TO WS-REMAIN.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO DE20.

       DE05-NEXT.
           IF WS-REMAIN = ZERO
               GO TO DE20.
             READ DBTRAN NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO DE20.
           IF TRA-ACNO NOT = WS-ACNO
               UNLOCK DBTRAN
               GO TO DE20.
           IF TRA-OUTSTAND NOT < ZERO OR TRA-CURR NOT = SPACES
               UNLOCK DBTRAN
               GO TO DE05-NEXT.
             COMPUTE WS-TAKE = ZERO - TRA-OUTSTAND.
           IF WS-TAKE > WS-REMAIN
               MOVE WS-REMAIN    TO WS-TAKE.
             ADD WS-TAKE         TO TRA-OUTSTAND.
             SUBTRACT WS-TAKE    FROM WS-REMAIN.
             REWRITE TRA-RECORD.
             UNLOCK DBTRAN.
             GO TO DE05-NEXT.

       DE20.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     GO TO DE00-EXIT.
             ADD WS-RECAMT       TO DEB-BALANCE.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.

       DE00-EXIT.
             EXIT.

      /
      *    ****    W R I T E - O F F   R E G I S T E R
      *
      *            Every item written off, with the relief claimed
      *            and what has been recovered and reversed since.
      *
       EA000           SECTION.
       EA00.
             OPEN OUTPUT PRINTF.
             MOVE "BAD DEBT WRITE-OFF REGISTER         "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-ITEMS WS-TOTWO WS-TOTVAT
                                    WS-TOTRECOV WS-TOTVATREV.
             MOVE LOW-VALUES     TO BDW-KEY.
             START BADDEBT KEY NOT LESS BDW-KEY
                 INVALID KEY
                     GO TO EA50.

       EA05.
             READ BADDEBT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA50.
             MOVE BDW-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE SPACES         TO W30-DETAIL.
             MOVE BDW-ACNO       TO W30-ACNO.
             MOVE DEB-NAME       TO W30-NAME.
             MOVE BDW-REF        TO W30-REF.
             MOVE BDW-WODATE     TO W30-WODATE.
             MOVE BDW-REASON     TO W30-REASON.
             MOVE BDW-SUPER      TO W30-SUPER.
             MOVE BDW-AMOUNT     TO W30-AMOUNT.
             MOVE BDW-VAT        TO W30-VAT.
             MOVE BDW-RECOV      TO W30-RECOV.
             MOVE BDW-VATREV     TO W30-VATREV.
           IF BDW-LASTREC NOT = ZERO
               MOVE BDW-LASTREC  TO W30-LASTREC.
             WRITE PRINT-REC FROM W30-DETAIL.
             ADD 1               TO WS-ITEMS.
             ADD BDW-AMOUNT      TO WS-TOTWO.
             ADD BDW-VAT         TO WS-TOTVAT.
             ADD BDW-RECOV       TO WS-TOTRECOV.
             ADD BDW-VATREV      TO WS-TOTVATREV.
             GO TO EA05.

       EA50.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W30-DETAIL.
             MOVE "TOTAL"        TO W30-NAME.
             MOVE WS-TOTWO       TO W30-AMOUNT.
             MOVE WS-TOTVAT      TO W30-VAT.
             MOVE WS-TOTRECOV    TO W30-RECOV.
             MOVE WS-TOTVATREV   TO W30-VATREV.
             WRITE PRINT-REC FROM W30-DETAIL.
             CLOSE PRINTF.
             DISPLAY "Items on the register : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-ITEMS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    S E T T I N G S
      *
       JA000           SECTION.
       JA00.
           IF LS0-DBLEV < 7
               MOVE "Bad debt settings are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA999.
             DISPLAY CLR-SCREEN.
             MOVE 288            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD288
               MOVE 288          TO PAR-KEY.

       JA05.
             DISPLAY S20.
             ACCEPT S20.
           IF PAR-BD-GL = ZERO
               MOVE "A bad debts account is needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO JA999.
             MOVE PAR-BD-GL      TO WS-BDGL.
             MOVE PAR-BD-RELAGE  TO WS-RELAGE.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.

       JA999.
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
             MOVE "INVOIC"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "DEPART"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEPART.
             MOVE "TXTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-TXTRAN.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "LEDTRF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LEDTRF.
             MOVE "BADDEBT"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-BADDEBT.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O BADDEBT.
           IF WS-STATUS = "35"
               CLOSE BADDEBT
               OPEN OUTPUT BADDEBT
               CLOSE BADDEBT
               OPEN I-O BADDEBT.
             OPEN I-O DEBTOR DBTRAN PARAM.
             OPEN INPUT INVOICE STOCK DEPART.
             OPEN I-O TXTRAN.
           IF WS-STATUS = "35"
               CLOSE TXTRAN
               OPEN OUTPUT TXTRAN
               CLOSE TXTRAN
               OPEN I-O TXTRAN.
             OPEN I-O LEDTRF.
           IF WS-STATUS = "35"
               CLOSE LEDTRF
               OPEN OUTPUT LEDTRF
               CLOSE LEDTRF
               OPEN I-O LEDTRF.
      *
      *    ****    Accounts and relief age from PARAM 288, 6 and 9.
      *
             MOVE 288            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-BD-GL    TO WS-BDGL
               MOVE PAR-BD-RELAGE
                                 TO WS-RELAGE
           ELSE
               MOVE ZERO         TO WS-BDGL WS-RELAGE
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 6              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-DEBGL    TO WS-DEBGL
               MOVE PAR-BNKGL    TO WS-BNKGL
           ELSE
               MOVE ZERO         TO WS-DEBGL WS-BNKGL
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 9              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-VATGL    TO WS-VATGL
           ELSE
               MOVE ZERO         TO WS-VATGL
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
           IF WS-F-ERROR = 38
               MOVE W02-BADDEBT   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE BDW-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 25
               MOVE W02-DBTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TRA-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 24
               MOVE W02-INVOIC    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DOC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 34
               MOVE W02-DEPART    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DPT-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 32
               MOVE W02-TXTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TAX-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 40
               MOVE W02-LEDTRF    TO WS-FILE
               MOVE WS-XFRKEY     TO WS-KEY.

       COPY DISPERR.PRO.
