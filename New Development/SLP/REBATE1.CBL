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
      *     D E B T O R   R E B A T E S                                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            REBATE1.
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
      *    OCT 2026 - First issue.  Retrospective volume rebates
      *               for account customers: agreements per
      *               debtor on the REBATE file, each earning on
      *               the account's turnover in a department or
      *               on one item over the agreement period, with
      *               up to four tiers - the rate of the highest
      *               tier reached applies to the whole turnover.
      *               The monthly accrual walks the invoice file
      *               for the rebate earned to date and posts the
      *               movement through LEDTRF to the rebate
      *               expense and accrual accounts on PARAM
      *               record 286.  The settlement run, once an
      *               agreement's period has ended, trues up the
      *               accrual, raises the credit note (document
      *               type 02, item *REBATE) with its VAT and
      *               releases the accrual against the debtors
      *               control.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
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

       COPY STOCK.SL.

       COPY INVOIC.SL.

       COPY CONTROL.SL.

       COPY DEPART.SL.

       COPY TXTRAN.SL.

       COPY PARAM.SL.

       COPY LEDTRF.SL.

       COPY REBATE.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY STOCK.FDE.

       COPY INVOIC.FDE.

       COPY CONTROL.FDE.

       COPY DEPART.FD.

       COPY TXTRAN.FDE.

       COPY PARAM.FDE.

       COPY LEDTRF.FDE.

       COPY REBATE.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 286.
       77  WS-NETKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-RUN             PIC  X(01) VALUE "P".
       77  WS-NEW             PIC  X(01) VALUE "N".
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-RBTNO           PIC  9(02) VALUE ZERO.
       77  WS-RBTITEM         PIC  X(15) VALUE "*REBATE".
       77  WS-EXPGL           PIC  9(06) VALUE ZERO.
       77  WS-ACCGL           PIC  9(06) VALUE ZERO.
       77  WS-DEBGL           PIC  9(06) VALUE ZERO.
       77  WS-VATGL           PIC  9(06) VALUE ZERO.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-TODAYNUM        PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-STARTNUM        PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-ENDNUM          PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-DOCNUM          PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-NAGR            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-ASUB            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-TSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-FULL            PIC  X(01) VALUE "N".
       77  WS-LASTITEM        PIC  X(15) VALUE SPACES.
       77  WS-LASTDEPT        PIC  X(04) VALUE SPACES.
       77  WS-LINEDEPT        PIC  X(04) VALUE SPACES.
       77  WS-LINEVAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINEVAT         PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-LINERATE        PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-TAXOK           PIC  X(01) VALUE "N".
       77  WS-PCT             PIC  9(02)V99 COMP-3 VALUE ZERO.
       77  WS-EARNED          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-MOVE            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTEARN         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTMOVE         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTREL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTVAT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTCR           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-INVNO           PIC  9(07) VALUE ZERO.
       77  WS-NOTES           PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-AMOUNT          PIC  Z(08)9.99-.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    The agreements taken into a run, with the turnover
      *    found for each during the walk of the invoice file.
      *    The dates are held as day numbers for comparison.
      *
       01  WS-AGR-TABLE.
           03  WS-AGR-ENTRY   OCCURS 300.
               05  WS-AGR-ACNO
                              PIC  9(05).
               05  WS-AGR-NO  PIC  9(02).
               05  WS-AGR-SCOPE
                              PIC  X(01).
               05  WS-AGR-DEPT
                              PIC  X(04).
               05  WS-AGR-ITEM
                              PIC  X(15).
               05  WS-AGR-START
                              PIC  9(07) COMP-5.
               05  WS-AGR-END PIC  9(07) COMP-5.
               05  WS-AGR-TURN
                              PIC S9(09)V99 COMP-3.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "  A/C NO S CODE                TURNOVER   RATE      ".
           03  FILLER         PIC  X(31) VALUE
               "EARNED      ACCRUED    MOVEMENT".
       01  W10-HEAD3.
           03  FILLER         PIC  X(52) VALUE
               "  A/C NO NAME                 S CODE                ".
           03  FILLER         PIC  X(41) VALUE
               "  FROM         TO S      ACCRUED   CREDIT".

       01  W20-DETAIL.
           03  W20-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NO         PIC  Z9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-SCOPE      PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-CODE       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-TURN       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PCT        PIC  Z9.99.
           03  W20-EARNED     PIC  Z(08)9.99-.
           03  W20-PREV       PIC  Z(08)9.99-.
           03  W20-MOVE       PIC  Z(07)9.99-.

       01  W21-CREDIT.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(12) VALUE "CREDIT NOTE ".
           03  W21-INVNO      PIC  Z(06)9.
           03  FILLER         PIC  X(09) VALUE "  REBATE ".
           03  W21-REBATE     PIC  Z(08)9.99.
           03  FILLER         PIC  X(06) VALUE "  VAT ".
           03  W21-VAT        PIC  Z(06)9.99.
           03  FILLER         PIC  X(08) VALUE "  TOTAL ".
           03  W21-TOTAL      PIC  Z(08)9.99.

       01  W30-DETAIL.
           03  W30-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NO         PIC  Z9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SCOPE      PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-CODE       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-START      PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-END        PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-STATUS     PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-ACCRUED    PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-CREDIT     PIC  Z(06)9.

       01  W31-TIER.
           03  FILLER         PIC  X(10) VALUE SPACES.
           03  FILLER         PIC  X(05) VALUE "TIER ".
           03  W31-NO         PIC  9(01).
           03  FILLER         PIC  X(07) VALUE "  FROM ".
           03  W31-FROM       PIC  Z(08)9.99.
           03  FILLER         PIC  X(08) VALUE "  RATE  ".
           03  W31-PCT        PIC  Z9.99.
           03  FILLER         PIC  X(01) VALUE "%".

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "RBT".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY STOCK.ID.

       COPY INVOIC.ID.

       COPY CONTROL.ID.

       COPY DEPART.ID.

       COPY TXTRAN.ID.

       COPY PARAM.ID.

       COPY LEDTRF.ID.

       COPY REBATE.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "REBATE1.".
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
                       VALUE "DEBTOR  VOLUME  REBATES".
           03  LINE  4 COLUMN 16 VALUE "1. Rebate agreements".
           03  LINE  5 COLUMN 16 VALUE "2. Agreement listing".
           03  LINE  6 COLUMN 16 VALUE
               "3. Accrual pre-posting report (no update)".
           03  LINE  7 COLUMN 16 VALUE "4. Accrue and post".
           03  LINE  8 COLUMN 16 VALUE "5. Settle ended agreements".
           03  LINE  9 COLUMN 16 VALUE "6. Rebate settings".
           03  LINE 10 COLUMN 16 VALUE "0. Exit".
           03  LINE 12 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 12 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Debtor account :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       01  S14.
           03  LINE  5 COLUMN 10 VALUE "Agreement no.  :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING WS-RBTNO AUTO.

       01  S15.
           03  LINE  7 COLUMN 10 VALUE "Scope          :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING RBT-SCOPE AUTO.
           03          COLUMN 30 VALUE
               "D = department, I = item, space = delete".
           03  LINE  8 COLUMN 10 VALUE "Department     :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING RBT-DEPT AUTO.
           03  LINE  9 COLUMN 10 VALUE "Item           :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING RBT-ITEM AUTO.
           03  LINE 10 COLUMN 10 VALUE "Period from    :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING RBT-START AUTO.
           03  LINE 11 COLUMN 10 VALUE "Period to      :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING RBT-END AUTO.
           03  LINE 13 COLUMN 10 VALUE
               "Tier   Turnover from     Rate %".
           03  LINE 14 COLUMN 11 VALUE "1".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING RBT-FROM (1)
                                 AUTO.
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99 USING RBT-PCT (1) AUTO.
           03  LINE 15 COLUMN 11 VALUE "2".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING RBT-FROM (2)
                                 AUTO.
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99 USING RBT-PCT (2) AUTO.
           03  LINE 16 COLUMN 11 VALUE "3".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING RBT-FROM (3)
                                 AUTO.
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99 USING RBT-PCT (3) AUTO.
           03  LINE 17 COLUMN 11 VALUE "4".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING RBT-FROM (4)
                                 AUTO.
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99 USING RBT-PCT (4) AUTO.

       01  S20.
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "REBATE  SETTINGS".
           03  LINE  5 COLUMN 10 VALUE "Rebate expense account :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-RBT-EXPGL AUTO.
           03  LINE  6 COLUMN 10 VALUE "Rebate accrual account :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-RBT-ACCGL AUTO.

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
             CLOSE DEBTOR DBTRAN STOCK INVOICE NETWORK DEPART TXTRAN
                   PARAM LEDTRF REBATE.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY CONTROL.RD.

       COPY PARAM.RD.

      /
       AC000           SECTION.

       COPY CONTROL.WR.

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
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "3"
               MOVE "P"          TO WS-RUN
               PERFORM DA000 THRU DA999
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA00
               ELSE
                   MOVE "A"      TO WS-RUN
                   PERFORM DA000 THRU DA999
                   GO TO BA00.
           IF WS-OPTION = "5"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA00
               ELSE
                   MOVE "S"      TO WS-RUN
                   PERFORM DA000 THRU DA999
                   GO TO BA00.
           IF WS-OPTION = "6"
               PERFORM JA000 THRU JA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    R E B A T E   A G R E E M E N T S
      *
      *            Home currency accounts only - the credit note
      *            is raised in home currency.  A settled
      *            agreement can be looked at but not changed,
      *            and one that has had an accrual posted cannot
      *            be deleted.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13 AT 0427.
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
           IF DEB-CURR NOT = SPACES
               MOVE "Rebates are for home currency accounts only"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.

       CA05.
             MOVE ZERO           TO WS-RBTNO.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-RBTNO = ZERO
               GO TO CA00.
             MOVE WS-ACNO        TO RBT-ACNO.
             MOVE WS-RBTNO       TO RBT-NO.
             MOVE "N"            TO WS-NEW.
             READ REBATE WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEW.
           IF WS-NEW = "Y"
               INITIALIZE RBT-RECORD
               MOVE WS-ACNO      TO RBT-ACNO
               MOVE WS-RBTNO     TO RBT-NO
               MOVE "A"          TO RBT-STATUS.
             DISPLAY S15.
           IF WS-NEW = "Y"
               GO TO CA10.
             MOVE RBT-ACCRUED    TO WS-AMOUNT.
             DISPLAY "Accrued to date : " AT 1910
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
           IF RBT-STATUS = "S"
               DISPLAY "Settled by credit note " AT 2010
                       WITH FOREGROUND-COLOR 14
                       RBT-CREDIT WITH FOREGROUND-COLOR 15
               UNLOCK REBATE
               MOVE "Agreement settled - view only"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.

       CA10.
             ACCEPT S15.
           IF RBT-SCOPE = SPACE
               GO TO CA30.
           IF RBT-SCOPE NOT = "D" AND NOT = "I"
               MOVE "Scope must be D or I"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
           IF RBT-SCOPE = "I"
               GO TO CA12.
             MOVE SPACES         TO RBT-ITEM.
             MOVE RBT-DEPT       TO DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Department not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA10.
             GO TO CA15.

       CA12.
             MOVE RBT-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA10.
             MOVE STK-DEPT       TO RBT-DEPT.
             DISPLAY S15.

       CA15.
             MOVE RBT-START      TO WS-DATE-WORK.
           IF WS-DW-DD < 1 OR WS-DW-DD > 31
                           OR WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE "Invalid period from date"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             COMPUTE WS-STARTNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE RBT-END        TO WS-DATE-WORK.
           IF WS-DW-DD < 1 OR WS-DW-DD > 31
                           OR WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE "Invalid period to date"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             COMPUTE WS-ENDNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-ENDNUM NOT > WS-STARTNUM
               MOVE "Period to must be after period from"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CB00-TIERS THRU CB00-EXIT.
           IF WS-ERR-STRING NOT = SPACES
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK REBATE
               GO TO CA05.
           IF WS-NEW = "N"
               REWRITE RBT-RECORD
               UNLOCK REBATE
               GO TO CA05.
             WRITE RBT-RECORD
                 INVALID KEY
                     MOVE "Agreement already on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE.
             GO TO CA05.

      *
      *    ****    Delete - only before anything has accrued.
      *
       CA30.
           IF WS-NEW = "Y"
               GO TO CA05.
           IF RBT-ACCRUED NOT = ZERO
               MOVE "Accrual posted - agreement cannot be deleted"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "Y"
               DELETE REBATE RECORD.
             UNLOCK REBATE.
             GO TO CA05.

       CA999.
             EXIT.

      *
      *    ****    The tiers must rise in turnover and be used in
      *            order; tier 1 needs a rate.  An unused tier is
      *            cleared.  WS-ERR-STRING answers spaces when
      *            they are in order.
      *
       CB00-TIERS.
             MOVE SPACES         TO WS-ERR-STRING.
           IF RBT-PCT (1) = ZERO
               MOVE "Tier 1 needs a rate"
                                 TO WS-ERR-STRING
               GO TO CB00-EXIT.
             MOVE 2              TO WS-TSUB.

       CB05-TIER.
           IF RBT-PCT (WS-TSUB) = ZERO
               MOVE ZERO         TO RBT-FROM (WS-TSUB)
               GO TO CB10-NEXT.
           IF RBT-PCT (WS-TSUB - 1) = ZERO
               MOVE "Tiers must be used in order"
                                 TO WS-ERR-STRING
               GO TO CB00-EXIT.
           IF RBT-FROM (WS-TSUB) NOT > RBT-FROM (WS-TSUB - 1)
               MOVE "Each tier must start above the one before"
                                 TO WS-ERR-STRING
               GO TO CB00-EXIT.

       CB10-NEXT.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB < 5
               GO TO CB05-TIER.

       CB00-EXIT.
             EXIT.

      /
      *    ****    A C C R U A L   A N D   S E T T L E M E N T
      *
      *            WS-RUN P prints the accrual without updating,
      *            A accrues every active agreement that has
      *            started, S settles those whose period has
      *            ended.  The turnover is the value excluding
      *            VAT of the account's invoice lines in the
      *            agreement's scope dated within the period,
      *            less its credit notes; the rebate credit notes
      *            themselves do not count.
      *
       DA000           SECTION.
       DA00.
           IF WS-RUN NOT = "P"
                   AND (WS-EXPGL = ZERO OR WS-ACCGL = ZERO)
               MOVE "No rebate accounts on record 286"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
           IF WS-RUN = "S"
                   AND (WS-DEBGL = ZERO OR WS-VATGL = ZERO)
               MOVE "No debtors control or VAT account on file"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             OPEN OUTPUT PRINTF.
           IF WS-RUN = "P"
               MOVE "REBATE ACCRUAL - PRE-POSTING       "
                                 TO W10-TITLE.
           IF WS-RUN = "A"
               MOVE "REBATE ACCRUAL - POSTED            "
                                 TO W10-TITLE.
           IF WS-RUN = "S"
               MOVE "REBATE SETTLEMENT                  "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-TOTEARN WS-TOTMOVE WS-TOTREL
                                    WS-TOTVAT WS-TOTCR WS-NOTES.
             PERFORM DB00-LOAD THRU DB00-EXIT.
           IF WS-FULL = "Y"
               MOVE "AGREEMENT TABLE FULL - LATER AGREEMENTS LEFT FOR
      -             " THE NEXT RUN"
                                 TO PRINT-REC
               WRITE PRINT-REC.
           IF WS-NAGR = ZERO
               GO TO DA80.
             MOVE SPACES         TO WS-LASTITEM WS-LASTDEPT.
             MOVE LOW-VALUES     TO DOC-KEY.
             START INVOICE KEY NOT LESS DOC-KEY
                 INVALID KEY
                     GO TO DA50.

       DA05.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA50.
           IF DOC-LINE = ZERO
               GO TO DA05.
           IF DOC-TYPE NOT = 01 AND NOT = 02
               GO TO DA05.
           IF DOC-ITEM = WS-RBTITEM
               GO TO DA05.
             MOVE DOC-DATE       TO WS-DATE-WORK.
             COMPUTE WS-DOCNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF DOC-TYPE = 02
               COMPUTE WS-LINEVAL = DOC-VAT - DOC-TOTAL
           ELSE
               COMPUTE WS-LINEVAL = DOC-TOTAL - DOC-VAT.
             MOVE 1              TO WS-ASUB.

       DA10.
           IF WS-ASUB > WS-NAGR
               GO TO DA05.
           IF WS-AGR-ACNO (WS-ASUB) NOT = DOC-ACNO
               GO TO DA15.
           IF WS-DOCNUM < WS-AGR-START (WS-ASUB)
                   OR WS-DOCNUM > WS-AGR-END (WS-ASUB)
               GO TO DA15.
           IF WS-AGR-SCOPE (WS-ASUB) = "I"
               IF WS-AGR-ITEM (WS-ASUB) = DOC-ITEM
                   ADD WS-LINEVAL
                                 TO WS-AGR-TURN (WS-ASUB)
                   GO TO DA15
               ELSE
                   GO TO DA15.
             PERFORM DC00-DEPT THRU DC00-EXIT.
           IF WS-AGR-DEPT (WS-ASUB) = WS-LASTDEPT
               ADD WS-LINEVAL    TO WS-AGR-TURN (WS-ASUB).

       DA15.
             ADD 1               TO WS-ASUB.
             GO TO DA10.

      *
      *    ****    Each agreement against its tiers.
      *
       DA50.
             MOVE 1              TO WS-ASUB.

       DA55.
           IF WS-ASUB > WS-NAGR
               GO TO DA80.
             MOVE WS-AGR-ACNO (WS-ASUB)
                                 TO RBT-ACNO.
             MOVE WS-AGR-NO (WS-ASUB)
                                 TO RBT-NO.
           IF WS-RUN = "P"
               READ REBATE WITH IGNORE LOCK
                   INVALID KEY
                       ADD 1     TO WS-ASUB
                       GO TO DA55
           ELSE
               READ REBATE WITH KEPT LOCK
                   INVALID KEY
                       ADD 1     TO WS-ASUB
                       GO TO DA55.
             PERFORM DD00-EARNED THRU DD00-EXIT.
             COMPUTE WS-MOVE = WS-EARNED - RBT-ACCRUED.
             MOVE RBT-ACNO       TO W20-ACNO.
             MOVE RBT-NO         TO W20-NO.
             MOVE RBT-SCOPE      TO W20-SCOPE.
           IF RBT-SCOPE = "I"
               MOVE RBT-ITEM     TO W20-CODE
           ELSE
               MOVE RBT-DEPT     TO W20-CODE.
             MOVE WS-AGR-TURN (WS-ASUB)
                                 TO W20-TURN.
             MOVE WS-PCT         TO W20-PCT.
             MOVE WS-EARNED      TO W20-EARNED.
             MOVE RBT-ACCRUED    TO W20-PREV.
             MOVE WS-MOVE        TO W20-MOVE.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD WS-EARNED       TO WS-TOTEARN.
             ADD WS-MOVE         TO WS-TOTMOVE.
           IF WS-RUN = "P"
               ADD 1             TO WS-ASUB
               GO TO DA55.
             MOVE WS-AGR-TURN (WS-ASUB)
                                 TO RBT-TURNOVER.
             MOVE WS-EARNED      TO RBT-ACCRUED.
             MOVE TODAY-DDMMYY   TO RBT-LASTRUN.
           IF WS-RUN = "S"
               IF WS-EARNED > ZERO
                   PERFORM FA00-CREDIT THRU FA00-EXIT
               ELSE
                   MOVE "S"      TO RBT-STATUS
                   MOVE ZERO     TO RBT-CREDIT
                   MOVE TODAY-DDMMYY
                                 TO RBT-SETTLED.
             REWRITE RBT-RECORD.
             UNLOCK REBATE.
             ADD 1               TO WS-ASUB.
             GO TO DA55.

      *
      *    ****    Post the ledger, then total off.
      *
       DA80.
           IF WS-RUN NOT = "P"
               PERFORM DG00-POST THRU DG00-EXIT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "TOTAL"        TO W20-CODE.
             MOVE WS-TOTEARN     TO W20-EARNED.
             MOVE WS-TOTMOVE     TO W20-MOVE.
             WRITE PRINT-REC FROM W20-DETAIL.
             CLOSE PRINTF.
             MOVE WS-TOTMOVE     TO WS-AMOUNT.
           IF WS-RUN = "P"
               DISPLAY "Pre-posting report printed" AT 1510
                       WITH FOREGROUND-COLOR 14.
           IF WS-RUN = "A"
               DISPLAY "Accrual movement posted : " AT 1510
                       WITH FOREGROUND-COLOR 14
                       WS-AMOUNT WITH FOREGROUND-COLOR 15.
           IF WS-RUN = "S"
               DISPLAY "Credit notes raised : " AT 1510
                       WITH FOREGROUND-COLOR 14
                       WS-NOTES WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
             EXIT.

      *
      *    ****    Take the agreements for the run into the
      *            table: active ones that have started, and for
      *            the settlement only those whose period has
      *            ended.
      *
       DB00-LOAD.
             MOVE ZERO           TO WS-NAGR.
             MOVE "N"            TO WS-FULL.
             MOVE LOW-VALUES     TO RBT-KEY.
             START REBATE KEY NOT LESS RBT-KEY
                 INVALID KEY
                     GO TO DB00-EXIT.

       DB05-READ.
             READ REBATE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB00-EXIT.
           IF RBT-STATUS NOT = "A"
               GO TO DB05-READ.
             MOVE RBT-START      TO WS-DATE-WORK.
             COMPUTE WS-STARTNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE RBT-END        TO WS-DATE-WORK.
             COMPUTE WS-ENDNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-STARTNUM > WS-TODAYNUM
               GO TO DB05-READ.
           IF WS-RUN = "S" AND WS-ENDNUM NOT < WS-TODAYNUM
               GO TO DB05-READ.
           IF WS-NAGR = 300
               MOVE "Y"          TO WS-FULL
               GO TO DB00-EXIT.
             ADD 1               TO WS-NAGR.
             MOVE RBT-ACNO       TO WS-AGR-ACNO (WS-NAGR).
             MOVE RBT-NO         TO WS-AGR-NO (WS-NAGR).
             MOVE RBT-SCOPE      TO WS-AGR-SCOPE (WS-NAGR).
             MOVE RBT-DEPT       TO WS-AGR-DEPT (WS-NAGR).
             MOVE RBT-ITEM       TO WS-AGR-ITEM (WS-NAGR).
             MOVE WS-STARTNUM    TO WS-AGR-START (WS-NAGR).
             MOVE WS-ENDNUM      TO WS-AGR-END (WS-NAGR).
             MOVE ZERO           TO WS-AGR-TURN (WS-NAGR).
             GO TO DB05-READ.

       DB00-EXIT.
             EXIT.

      *
      *    ****    Department of the line's item, kept from the
      *            last look-up since an invoice's lines tend to
      *            repeat.  Non-stock lines answer spaces.
      *
       DC00-DEPT.
           IF DOC-ITEM = WS-LASTITEM
               GO TO DC00-EXIT.
             MOVE DOC-ITEM       TO WS-LASTITEM STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO WS-LASTDEPT
                     GO TO DC00-EXIT.
             MOVE STK-DEPT       TO WS-LASTDEPT.

       DC00-EXIT.
             EXIT.

      *
      *    ****    The rate of the highest tier the turnover has
      *            reached, applied to the whole turnover.
      *
       DD00-EARNED.
             MOVE ZERO           TO WS-PCT WS-EARNED.
           IF WS-AGR-TURN (WS-ASUB) NOT > ZERO
               GO TO DD00-EXIT.
             MOVE 1              TO WS-TSUB.

       DD05-TIER.
           IF RBT-PCT (WS-TSUB) > ZERO
                   AND WS-AGR-TURN (WS-ASUB) NOT < RBT-FROM (WS-TSUB)
               MOVE RBT-PCT (WS-TSUB)
                                 TO WS-PCT.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB < 5
               GO TO DD05-TIER.
             COMPUTE WS-EARNED ROUNDED =
                 (WS-AGR-TURN (WS-ASUB) * WS-PCT) / 100.

       DD00-EXIT.
             EXIT.

      *
      *    ****    The accrual movement is charged to the rebate
      *            expense against the accrual account; the
      *            settlement releases the accrual and the VAT on
      *            the credit notes against the debtors control.
      *
       DG00-POST.
           IF WS-TOTMOVE = ZERO
               GO TO DG10-SETTLE.
             MOVE "Rebate accrual          "
                                 TO XFR-DESC.
             MOVE WS-EXPGL       TO XFR-AC.
           IF WS-TOTMOVE < ZERO
               COMPUTE XFR-AMOUNT = ZERO - WS-TOTMOVE
               MOVE "C"          TO XFR-DC
           ELSE
               MOVE WS-TOTMOVE   TO XFR-AMOUNT
               MOVE "D"          TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.
             MOVE WS-ACCGL       TO XFR-AC.
           IF WS-TOTMOVE < ZERO
               MOVE "D"          TO XFR-DC
           ELSE
               MOVE "C"          TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.

       DG10-SETTLE.
           IF WS-TOTCR = ZERO
               GO TO DG00-EXIT.
             MOVE "Rebate credit notes     "
                                 TO XFR-DESC.
             MOVE WS-ACCGL       TO XFR-AC.
             MOVE WS-TOTREL      TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.
           IF WS-TOTVAT NOT = ZERO
               MOVE WS-VATGL     TO XFR-AC
               MOVE WS-TOTVAT    TO XFR-AMOUNT
               MOVE "D"          TO XFR-DC
               PERFORM DH00-WRITE THRU DH00-EXIT.
             MOVE WS-DEBGL       TO XFR-AC.
             MOVE WS-TOTCR       TO XFR-AMOUNT.
             MOVE "C"            TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.

       DG00-EXIT.
             EXIT.

       DH00-WRITE.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE TODAY-DDMMYY   TO XFR-DATE.

       DH05-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO DH05-WRITE.

       DH00-EXIT.
             EXIT.

      /
      *    ****    A G R E E M E N T   L I S T I N G
      *
       EA000           SECTION.
       EA00.
             OPEN OUTPUT PRINTF.
             MOVE "REBATE AGREEMENTS                  "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE LOW-VALUES     TO RBT-KEY.
             START REBATE KEY NOT LESS RBT-KEY
                 INVALID KEY
                     GO TO EA50.

       EA05.
             READ REBATE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA50.
             MOVE RBT-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE RBT-ACNO       TO W30-ACNO.
             MOVE RBT-NO         TO W30-NO.
             MOVE DEB-NAME       TO W30-NAME.
             MOVE RBT-SCOPE      TO W30-SCOPE.
           IF RBT-SCOPE = "I"
               MOVE RBT-ITEM     TO W30-CODE
           ELSE
               MOVE RBT-DEPT     TO W30-CODE.
             MOVE RBT-START      TO W30-START.
             MOVE RBT-END        TO W30-END.
             MOVE RBT-STATUS     TO W30-STATUS.
             MOVE RBT-ACCRUED    TO W30-ACCRUED.
             MOVE RBT-CREDIT     TO W30-CREDIT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-DETAIL.
             MOVE 1              TO WS-TSUB.

       EA10.
           IF RBT-PCT (WS-TSUB) > ZERO
               MOVE WS-TSUB      TO W31-NO
               MOVE RBT-FROM (WS-TSUB)
                                 TO W31-FROM
               MOVE RBT-PCT (WS-TSUB)
                                 TO W31-PCT
               WRITE PRINT-REC FROM W31-TIER.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB < 5
               GO TO EA10.
             GO TO EA05.

       EA50.
             CLOSE PRINTF.
             DISPLAY "Agreement listing printed" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    T H E   C R E D I T   N O T E
      *
      *            Raised on the invoice number series as
      *            document type 02 with the single line *REBATE
      *            for the rebate earned, VAT at the agreement's
      *            department rate.  An account no longer on file
      *            or since moved to a foreign currency is left
      *            unsettled and reported.
      *
       FA000           SECTION.
       FA00-CREDIT.
             MOVE RBT-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     MOVE "           NOT SETTLED - ACCOUNT NOT ON FILE"
                                 TO PRINT-REC
                     WRITE PRINT-REC
                     GO TO FA00-EXIT.
           IF DEB-CURR NOT = SPACES
               UNLOCK DEBTOR
               MOVE "           NOT SETTLED - ACCOUNT NOT IN HOME CURR
      -             "ENCY"       TO PRINT-REC
               WRITE PRINT-REC
               GO TO FA00-EXIT.
             PERFORM FE00-NUMBER THRU FE00-EXIT.
           IF WS-INVNO = ZERO
               UNLOCK DEBTOR
               GO TO FA00-EXIT.
             MOVE WS-EARNED      TO WS-LINEVAL.
             MOVE RBT-DEPT       TO WS-LINEDEPT.
             PERFORM FC00-VAT THRU FC00-EXIT.
             INITIALIZE DOC-RECORD.
             MOVE WS-INVNO       TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             MOVE 02             TO DOC-TYPE.
             MOVE DEB-ACNO       TO DOC-ACNO.
             MOVE TODAY-DDMMYY   TO DOC-DATE.
             MOVE ZERO           TO DOC-TIME.
             MOVE WS-LINEVAT     TO DOC-VAT.
             COMPUTE DOC-TOTAL = WS-LINEVAL + WS-LINEVAT.
             MOVE DEB-SMAN       TO DOC-SMAN.
             MOVE SPACES         TO DOC-CURR.
             MOVE ZERO           TO DOC-FXRATE DOC-FXTOTAL.
             WRITE DOC-RECORD.
             MOVE 1              TO DOC-LINE.
             MOVE WS-RBTITEM     TO DOC-ITEM.
             MOVE 1              TO DOC-QTY.
             MOVE WS-LINEVAL     TO DOC-PRICE.
             MOVE ZERO           TO DOC-TERM.
             WRITE DOC-RECORD.
           IF WS-TAXOK = "Y"
               PERFORM FD00-TAX THRU FD00-EXIT.
      *
      *    ****    The credit on the account.
      *
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             MOVE 27             TO TRA-TYPE.
             MOVE WS-INVNO       TO TRA-REF.
             MOVE "Rebate credit note  "
                                 TO TRA-DESC.
             COMPUTE TRA-AMOUNT = ZERO - WS-LINEVAL - WS-LINEVAT.
             MOVE TRA-AMOUNT     TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       FA05-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO FA05-WRITE.
             COMPUTE DEB-BALANCE = DEB-BALANCE
                                 - WS-LINEVAL - WS-LINEVAT.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.
             MOVE "S"            TO RBT-STATUS.
             MOVE WS-INVNO       TO RBT-CREDIT.
             MOVE TODAY-DDMMYY   TO RBT-SETTLED.
             ADD 1               TO WS-NOTES.
             ADD WS-LINEVAL      TO WS-TOTREL.
             ADD WS-LINEVAT      TO WS-TOTVAT.
             COMPUTE WS-TOTCR = WS-TOTCR + WS-LINEVAL + WS-LINEVAT.
             MOVE WS-INVNO       TO W21-INVNO.
             MOVE WS-LINEVAL     TO W21-REBATE.
             MOVE WS-LINEVAT     TO W21-VAT.
             COMPUTE W21-TOTAL = WS-LINEVAL + WS-LINEVAT.
             WRITE PRINT-REC FROM W21-CREDIT.

       FA00-EXIT.
             EXIT.

      *
      *    ****    VAT on the rebate at the department rate.
      *
       FC00-VAT.
             MOVE ZERO           TO WS-LINEVAT WS-LINERATE.
             MOVE "N"            TO WS-TAXOK.
           IF WS-LINEDEPT = SPACES
               GO TO FC00-EXIT.
             MOVE WS-LINEDEPT    TO DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     GO TO FC00-EXIT.
             MOVE DPT-RATE       TO WS-LINERATE.
             MOVE "Y"            TO WS-TAXOK.
             COMPUTE WS-LINEVAT ROUNDED =
                 (WS-LINEVAL * DPT-RATE) / 100.

       FC00-EXIT.
             EXIT.

      *
      *    ****    The tax transaction, negative so the VAT
      *            return nets the credit off the output tax.
      *
       FD00-TAX.
             INITIALIZE TAX-RECORD1.
             MOVE "1"            TO TAX-TYPE.
             MOVE 2              TO TAX-ACTYPE.
             MOVE TODAY-DDMMYY   TO TAX-DATE.
             MOVE ZERO           TO TAX-SERIAL.
             MOVE WS-LINEDEPT    TO TAX-DEPT.
             COMPUTE TAX-EXCL = ZERO - WS-LINEVAL.
             COMPUTE TAX-TAX = ZERO - WS-LINEVAT.
             MOVE WS-LINERATE    TO TAX-RATE.
             MOVE ZERO           TO TAX-ACCOUNT.
             MOVE WS-INVNO       TO TAX-REF.
             MOVE LS-USER        TO TAX-USER.

       FD02-WRITE.
             WRITE TAX-RECORD1
                 INVALID KEY
                     ADD 1       TO TAX-SERIAL
                     GO TO FD02-WRITE.

       FD00-EXIT.
             EXIT.

      *
      *    ****    Draw the next invoice number under lock.
      *
       FE00-NUMBER.
             MOVE 1              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR WS-INVNO
               MOVE "           NOT SETTLED - DEBTOR CONTROL RECORD MI
      -             "SSING"      TO PRINT-REC
               WRITE PRINT-REC
               GO TO FE00-EXIT.
             ADD 1               TO DEB-INVOICE.
             MOVE DEB-INVOICE    TO WS-INVNO.
             PERFORM REWRITE-CONTROL-UNLOCK THRU WRITE-CONTROL-EXIT.

       FE00-EXIT.
             EXIT.

      /
      *    ****    R E B A T E   S E T T I N G S
      *
       JA000           SECTION.
       JA00.
           IF LS0-DBLEV < 7
               MOVE "Rebate settings are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA999.
             DISPLAY CLR-SCREEN.
             MOVE 286            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD286
               MOVE 286          TO PAR-KEY.
             DISPLAY S20.
             ACCEPT S20.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO JA999.
             MOVE PAR-RBT-EXPGL  TO WS-EXPGL.
             MOVE PAR-RBT-ACCGL  TO WS-ACCGL.
             PERFORM JB00-SAVE THRU JB00-EXIT.

       JA999.
             EXIT.

      *
      *    ****    Rewrite the PARAM record, or create it the
      *            first time.
      *
       JB00-SAVE.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.

       JB00-EXIT.
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
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "INVOIC"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "NETWORK"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NETWORK.
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
             MOVE "REBATE"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-REBATE.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O REBATE.
           IF WS-STATUS = "35"
               CLOSE REBATE
               OPEN OUTPUT REBATE
               CLOSE REBATE
               OPEN I-O REBATE.
             OPEN I-O DEBTOR DBTRAN INVOICE NETWORK PARAM.
             OPEN INPUT STOCK DEPART.
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
      *    ****    Accounts from PARAM 286, 6 and 9.
      *
             MOVE 286            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-RBT-EXPGL
                                 TO WS-EXPGL
               MOVE PAR-RBT-ACCGL
                                 TO WS-ACCGL
           ELSE
               MOVE ZERO         TO WS-EXPGL WS-ACCGL
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 6              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-DEBGL    TO WS-DEBGL
           ELSE
               MOVE ZERO         TO WS-DEBGL
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
           IF WS-F-ERROR = 42
               MOVE W02-REBATE    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE RBT-KEY       TO WS-KEYX
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
           IF WS-F-ERROR = 2
               MOVE W02-NETWORK   TO WS-FILE
               MOVE WS-NETKEY     TO WS-KEY
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
