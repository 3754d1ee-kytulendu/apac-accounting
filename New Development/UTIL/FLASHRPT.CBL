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
      *     D A I L Y   M A N A G E M E N T   F L A S H                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            FLASHRPT.
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
      *    OCT 2026 - First issue.  One page for the directors each
      *               morning, built from the existing files: sales
      *               and gross profit by branch (the debtor's
      *               ledger branch, see GLP011), cash takings (POS
      *               sales and debtor receipts), debtor days and
      *               the overdue percentage, stock value at cost
      *               and days cover, open order value, creditors
      *               due in the coming week and the bank balances
      *               on BANKACC.  Trading figures show the day,
      *               the month to date and the same month to date
      *               last year; balances show today, the position
      *               at the start of the month and a year ago,
      *               from the FLASHHIS history each run adds to.
      *               The report goes to the print file, to the
      *               report spool or to a text file in the
      *               handover directory, as set on PARAM record
      *               295.  Chained with the batch instruction (a
      *               report pack step, or an unattended day-end
      *               step, see RPTPACK1 / DAYEND) it takes the
      *               date from BATCHANS bytes 1-8, ddmmyyyy, and
      *               the destination P, S or F from byte 9 -
      *               blank for today and the PARAM setting.
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

       COPY PARAM.SL.

       COPY DEBTOR.ISL.

       COPY DBTRAN.SL.

       COPY INVOIC.SL.

       COPY STOCK.SL.

       COPY SORDER.SL.

       COPY CRTRAN.SL.

       COPY BANKACC.SL.

       COPY FLASHHIS.SL.

       COPY SPOOLCAT.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT FLASHF    ASSIGN WS-FLSFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY PARAM.FDE.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY INVOIC.FDE.

       COPY STOCK.FDE.

       COPY SORDER.FDE.

       COPY CRTRAN.FD.

       COPY BANKACC.FD.

       COPY FLASHHIS.FD.

       COPY SPOOLCAT.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       FD  FLASHF           LABEL RECORD OMITTED.
       01  FLASH-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 295.
       77  WS-DEF-TERMS       PIC  9(03) VALUE 30.
       77  WS-TERMS           PIC  9(03) VALUE ZERO.
       77  WS-DEST            PIC  X(01) VALUE "P".
       77  WS-PAR-DEST        PIC  X(01) VALUE "P".
       77  WS-FLSDIR          PIC  X(40) VALUE SPACES.
       77  WS-FLSFILE         PIC  X(64) VALUE SPACES.
       77  WS-SPLKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-SPLPATH         PIC  X(40) VALUE SPACES.
       77  WS-RUNNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-MTHNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-LYNUM           PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-LYMTHNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-3MNUM           PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-WEEKNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-WORKNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGEDAYS         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-IN-TD           PIC  X(01) VALUE "N".
       77  WS-IN-MTD          PIC  X(01) VALUE "N".
       77  WS-IN-LY           PIC  X(01) VALUE "N".
       77  WS-IN-3M           PIC  X(01) VALUE "N".
       77  WS-DOCUSE          PIC  X(01) VALUE "N".
       77  WS-DOCSIGN         PIC S9(01) VALUE +1.
       77  WS-DOCTERM         PIC  9(02) VALUE ZERO.
       77  WS-SKIPORD         PIC  X(01) VALUE "N".
       77  WS-FLHNEW          PIC  X(01) VALUE "N".
       77  WS-SEG             PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-COL             PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-HIX             PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-LINEQTY         PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-LVALUE          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LCOST           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LGROSS          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-ACOVER          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SEG-X           PIC  9(02) VALUE ZERO.

       01  WS-BRANCH-TABLE.
           03  WS-BR-ENTRY    OCCURS 100.
               05  WS-BR-USED PIC  X(01).
               05  WS-BR-SALES
                              PIC S9(11)V99 COMP-3 OCCURS 3.
               05  WS-BR-GP   PIC S9(11)V99 COMP-3 OCCURS 3.

      *
      *    ****    Trading figures: column 1 the day, 2 the month
      *            to date, 3 the month to date last year.
      *
       01  WS-TRADING.
           03  WS-TR-ENTRY    OCCURS 3.
               05  WS-TR-SALES
                              PIC S9(11)V99 COMP-3.
               05  WS-TR-GP   PIC S9(11)V99 COMP-3.
               05  WS-TR-POS  PIC S9(11)V99 COMP-3.
               05  WS-TR-RCPT PIC S9(11)V99 COMP-3.
           03  WS-S3M         PIC S9(11)V99 COMP-3.
           03  WS-COS3M       PIC S9(11)V99 COMP-3.

      *
      *    ****    Balances today; the history entries hold the
      *            start of the month (1) and a year ago (2).
      *
       01  WS-POSITION.
           03  WS-DEBTORS     PIC S9(11)V99 COMP-3.
           03  WS-OVERDUE     PIC S9(11)V99 COMP-3.
           03  WS-DDAYS       PIC  9(05)V9  COMP-3.
           03  WS-OVERPCT     PIC  9(03)V9  COMP-3.
           03  WS-STOCKVAL    PIC S9(11)V99 COMP-3.
           03  WS-COVER       PIC  9(05)V9  COMP-3.
           03  WS-ORDERS      PIC S9(11)V99 COMP-3.
           03  WS-CRDUE       PIC S9(11)V99 COMP-3.
           03  WS-BANKTOT     PIC S9(11)V99 COMP-3.

       01  WS-HISTORY.
           03  WS-HS-ENTRY    OCCURS 2.
               05  WS-HS-FOUND
                              PIC  X(01).
               05  WS-HS-DEBTORS
                              PIC S9(11)V99 COMP-3.
               05  WS-HS-DDAYS
                              PIC  9(05)V9  COMP-3.
               05  WS-HS-OVERPCT
                              PIC  9(03)V9  COMP-3.
               05  WS-HS-STOCK
                              PIC S9(11)V99 COMP-3.
               05  WS-HS-COVER
                              PIC  9(05)V9  COMP-3.
               05  WS-HS-ORDERS
                              PIC S9(11)V99 COMP-3.
               05  WS-HS-CRDUE
                              PIC S9(11)V99 COMP-3.
               05  WS-HS-BANK PIC S9(11)V99 COMP-3.

       01  WS-RUNDATE         PIC  9(08) VALUE ZERO.
       01  WS-RUNDATE-X REDEFINES WS-RUNDATE
                              PIC  X(08).

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-OUT-LINE        PIC  X(132).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(36) VALUE
               "DAILY MANAGEMENT FLASH              ".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD3.
           03  FILLER         PIC  X(46) VALUE
               "                                         TODAY".
           03  FILLER         PIC  X(35) VALUE
               "    MONTH TO DATE        LAST YEAR ".

       01  W20-LINE.
           03  W20-TEXT       PIC  X(30).
           03  W20-SLOT       OCCURS 3.
               05  FILLER     PIC  X(02).
               05  W20-VAL    PIC  Z(10)9.99-.

       01  W21-LINE.
           03  W21-TEXT       PIC  X(30).
           03  W21-SLOT       OCCURS 3.
               05  FILLER     PIC  X(09).
               05  W21-VAL    PIC  ZZZZ9.9-.

       01  W30-BANK.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-CODE       PIC  X(03).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(24).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-BAL        PIC  Z(10)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "UTL".
           03  WS-PROG        PIC  X(03) VALUE "FLS".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY PARAM.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY INVOIC.ID.

       COPY STOCK.ID.

       COPY SORDER.ID.

       COPY CRTRAN.ID.

       COPY BANKACC.ID.

       COPY FLASHHIS.ID.

       COPY SPOOLCAT.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "FLASHRPT.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY BATCHANS.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "DAILY  MANAGEMENT  FLASH".
           03  LINE  4 COLUMN 16 VALUE "1. Produce the flash report".
           03  LINE  5 COLUMN 16 VALUE "2. Delivery settings".
           03  LINE  6 COLUMN 16 VALUE "0. Exit".
           03  LINE  8 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  8 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Report date         :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-RUNDATE AUTO.
           03  LINE  5 COLUMN 10 VALUE "Deliver to (P/S/F)  :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-DEST AUTO.
           03  LINE  7 COLUMN 10 VALUE
               "P = print file, S = report spool, F = handover file".

       01  S14.
           03  LINE  4 COLUMN 10 VALUE "Deliver to (P/S/F)  :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-FLS-DEST AUTO.
           03  LINE  5 COLUMN 10 VALUE "Handover directory  :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING PAR-FLS-DIR AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-SALEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE PARAM DEBTOR DBTRAN INVOICE STOCK SORDER CRTRAN
                   BANKACC FLASHHIS SPOOLCAT.

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
           IF LS-INSTR = "B"
               PERFORM CA000 THRU CA999
               GO TO BA999.
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
               PERFORM FA000 THRU FA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    T H E   F L A S H   R E P O R T
      *
       CA000           SECTION.
       CA00.
             MOVE TODAY-DDMMYY   TO WS-RUNDATE.
             MOVE WS-PAR-DEST    TO WS-DEST.
      *
      *    ****    Batch: the date and destination off the answer
      *            channel, no prompting.
      *
           IF LS-INSTR = "B"
               IF BAT-ANSWERS (1:8) NUMERIC
                  AND BAT-ANSWERS (1:8) NOT = "00000000"
                   MOVE BAT-ANSWERS (1:8)
                                 TO WS-RUNDATE-X
               END-IF
               IF BAT-ANSWERS (9:1) = "P" OR "S" OR "F"
                   MOVE BAT-ANSWERS (9:1)
                                 TO WS-DEST
               END-IF
               IF WS-DEST = "F" AND WS-FLSDIR = SPACES
                   MOVE "S"      TO WS-DEST
               END-IF
               GO TO CA02.
             DISPLAY CLR-SCREEN.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-RUNDATE = ZERO
               GO TO CA999.
           IF WS-DEST NOT = "P" AND WS-DEST NOT = "S"
              AND WS-DEST NOT = "F"
               CALL X"E5"
               GO TO CA00.
           IF WS-DEST = "F" AND WS-FLSDIR = SPACES
               MOVE "No handover directory on PARAM record 295"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             DISPLAY "Gathering the figures ..." AT 1510
                     WITH FOREGROUND-COLOR 14.

       CA02.
      *
      *    ****    Day numbers for the windows: the day, the month
      *            to date, the same month to date last year, the
      *            last three months (for debtor days and stock
      *            cover) and the week ahead (creditors due).
      *
             MOVE WS-RUNDATE     TO WS-DATE-WORK.
             COMPUTE WS-RUNNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             COMPUTE WS-MTHNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + 1.
             COMPUTE WS-LYNUM = WS-RUNNUM - 372.
             COMPUTE WS-LYMTHNUM = WS-MTHNUM - 372.
             COMPUTE WS-3MNUM = WS-RUNNUM - 93.
             COMPUTE WS-WEEKNUM = WS-RUNNUM + 7.
             INITIALIZE WS-BRANCH-TABLE WS-TRADING WS-POSITION
                        WS-HISTORY.
             PERFORM DA00-SALES THRU DA00-EXIT.
             PERFORM DB00-DEBTORS THRU DB00-EXIT.
             PERFORM DC00-STOCK THRU DC00-EXIT.
             PERFORM DD00-ORDERS THRU DD00-EXIT.
             PERFORM DE00-CREDITORS THRU DE00-EXIT.
             PERFORM DF00-BANKS THRU DF00-EXIT.
      *
      *    ****    The ratios.  Debtor days against the last three
      *            months' sales including VAT; stock cover against
      *            the last three months' cost of sales.
      *
           IF WS-DEBTORS > ZERO AND WS-S3M > ZERO
               COMPUTE WS-DDAYS ROUNDED =
                   (WS-DEBTORS * 91) / WS-S3M
                   ON SIZE ERROR
                       MOVE 99999.9
                                 TO WS-DDAYS.
           IF WS-DEBTORS > ZERO AND WS-OVERDUE > ZERO
               COMPUTE WS-OVERPCT ROUNDED =
                   (WS-OVERDUE * 100) / WS-DEBTORS
                   ON SIZE ERROR
                       MOVE 100  TO WS-OVERPCT.
           IF WS-OVERPCT > 100
               MOVE 100          TO WS-OVERPCT.
           IF WS-STOCKVAL > ZERO AND WS-COS3M > ZERO
               COMPUTE WS-COVER ROUNDED =
                   (WS-STOCKVAL * 91) / WS-COS3M
                   ON SIZE ERROR
                       MOVE 99999.9
                                 TO WS-COVER.
             PERFORM DG00-HISTORY THRU DG00-EXIT.
             PERFORM EA00-PRINT THRU EA00-EXIT.
           IF WS-DEST = "S"
               PERFORM EB00-SPOOL THRU EB00-EXIT.
           IF LS-INSTR = "B"
               GO TO CA999.
           IF WS-DEST = "F"
               DISPLAY "Flash written to " AT 1510
                       WITH FOREGROUND-COLOR 14
                       WS-FLSFILE WITH FOREGROUND-COLOR 15
           ELSE
           IF WS-DEST = "S"
               DISPLAY "Flash report spooled" AT 1510
                       WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Flash report printed" AT 1510
                       WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

      /
      *    ****    G A T H E R   T H E   F I G U R E S
      *
      *            Sales and gross profit from the invoice file:
      *            each line's value excluding VAT less the stock
      *            cost of the units, credit notes taken off.
      *            Container deposit lines are takings but not
      *            sales.  A document raised at a POS terminal
      *            (DOC-TERM set) is cash taken.
      *
       DA00-SALES.
             MOVE LOW-VALUES     TO DOC-KEY.
             MOVE "N"            TO WS-DOCUSE.
             START INVOICE KEY NOT LESS DOC-KEY
                 INVALID KEY
                     GO TO DA00-EXIT.

       DA05.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA00-EXIT.
           IF DOC-LINE NOT = ZERO
               GO TO DA10.
             MOVE "N"            TO WS-DOCUSE WS-IN-TD WS-IN-MTD
                                    WS-IN-LY WS-IN-3M.
           IF DOC-TYPE = 01
               MOVE +1           TO WS-DOCSIGN
           ELSE
           IF DOC-TYPE = 02
               MOVE -1           TO WS-DOCSIGN
           ELSE
               GO TO DA05.
             MOVE DOC-DATE       TO WS-DATE-WORK.
             COMPUTE WS-WORKNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-WORKNUM = WS-RUNNUM
               MOVE "Y"          TO WS-IN-TD WS-DOCUSE.
           IF WS-WORKNUM NOT < WS-MTHNUM AND WS-WORKNUM NOT > WS-RUNNUM
               MOVE "Y"          TO WS-IN-MTD WS-DOCUSE.
           IF WS-WORKNUM NOT < WS-LYMTHNUM
              AND WS-WORKNUM NOT > WS-LYNUM
               MOVE "Y"          TO WS-IN-LY WS-DOCUSE.
           IF WS-WORKNUM > WS-3MNUM AND WS-WORKNUM NOT > WS-RUNNUM
               MOVE "Y"          TO WS-IN-3M WS-DOCUSE.
           IF WS-DOCUSE = "N"
               GO TO DA05.
             MOVE DOC-TERM       TO WS-DOCTERM.
             MOVE DOC-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO DEB-SEGMENT.
             COMPUTE WS-SEG = DEB-SEGMENT + 1.
             GO TO DA05.

       DA10.
           IF WS-DOCUSE = "N" OR DOC-ITEM = SPACES
               GO TO DA05.
             COMPUTE WS-LGROSS = DOC-TOTAL * WS-DOCSIGN.
             MOVE DOC-QTY        TO WS-LINEQTY.
           IF WS-LINEQTY < ZERO
               COMPUTE WS-LINEQTY = ZERO - WS-LINEQTY.
             MOVE DOC-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO STK-COST
                     MOVE SPACE  TO STK-CONTNR.
           IF STK-CONTNR = "Y"
               MOVE ZERO         TO WS-LVALUE WS-LCOST
           ELSE
               COMPUTE WS-LVALUE = (DOC-TOTAL - DOC-VAT) * WS-DOCSIGN
               COMPUTE WS-LCOST = STK-COST * WS-LINEQTY * WS-DOCSIGN.
           IF WS-IN-TD = "Y"
               MOVE 1            TO WS-COL
               PERFORM DA20-ADD THRU DA20-EXIT.
           IF WS-IN-MTD = "Y"
               MOVE 2            TO WS-COL
               PERFORM DA20-ADD THRU DA20-EXIT.
           IF WS-IN-LY = "Y"
               MOVE 3            TO WS-COL
               PERFORM DA20-ADD THRU DA20-EXIT.
           IF WS-IN-3M = "Y" AND STK-CONTNR NOT = "Y"
               ADD WS-LGROSS     TO WS-S3M
               ADD WS-LCOST      TO WS-COS3M.
             GO TO DA05.

       DA00-EXIT.
             EXIT.

       DA20-ADD.
           IF WS-DOCTERM NOT = ZERO
               ADD WS-LGROSS     TO WS-TR-POS (WS-COL).
           IF STK-CONTNR = "Y"
               GO TO DA20-EXIT.
             MOVE "Y"            TO WS-BR-USED (WS-SEG).
             ADD WS-LVALUE       TO WS-TR-SALES (WS-COL)
                                    WS-BR-SALES (WS-SEG WS-COL).
             COMPUTE WS-TR-GP (WS-COL) = WS-TR-GP (WS-COL)
                                       + WS-LVALUE - WS-LCOST.
             COMPUTE WS-BR-GP (WS-SEG WS-COL) =
                     WS-BR-GP (WS-SEG WS-COL) + WS-LVALUE - WS-LCOST.

       DA20-EXIT.
             EXIT.

      *
      *    ****    Debtors: the ledger balance, what of it is past
      *            the account's terms (open items older than the
      *            terms, unallocated credits set against them, as
      *            the interest run sees it) and the receipts.
      *
       DB00-DEBTORS.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO DB00-EXIT.

       DB05.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB00-EXIT.
             ADD DEB-BALANCE     TO WS-DEBTORS.
             MOVE DEB-TERMS      TO WS-TERMS.
           IF WS-TERMS = ZERO
               MOVE WS-DEF-TERMS TO WS-TERMS.
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO DB05.

       DB10.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB05.
           IF TRA-ACNO NOT = DEB-ACNO
               GO TO DB05.
             MOVE TRA-DATE       TO WS-DATE-WORK.
             COMPUTE WS-WORKNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF TRA-TYPE = 02
               IF WS-WORKNUM = WS-RUNNUM
                   SUBTRACT TRA-AMOUNT
                                 FROM WS-TR-RCPT (1)
               END-IF
               IF WS-WORKNUM NOT < WS-MTHNUM
                  AND WS-WORKNUM NOT > WS-RUNNUM
                   SUBTRACT TRA-AMOUNT
                                 FROM WS-TR-RCPT (2)
               END-IF
               IF WS-WORKNUM NOT < WS-LYMTHNUM
                  AND WS-WORKNUM NOT > WS-LYNUM
                   SUBTRACT TRA-AMOUNT
                                 FROM WS-TR-RCPT (3)
               END-IF.
           IF TRA-OUTSTAND < ZERO
               ADD TRA-OUTSTAND  TO WS-OVERDUE
               GO TO DB10.
           IF TRA-OUTSTAND = ZERO
               GO TO DB10.
             COMPUTE WS-AGEDAYS = WS-RUNNUM - WS-WORKNUM.
           IF WS-AGEDAYS > WS-TERMS
               ADD TRA-OUTSTAND  TO WS-OVERDUE.
             GO TO DB10.

       DB00-EXIT.
             EXIT.

      *
      *    ****    Stock on hand at cost.
      *
       DC00-STOCK.
             MOVE LOW-VALUES     TO STK-CODE.
             START STOCK KEY NOT LESS STK-CODE
                 INVALID KEY
                     GO TO DC00-EXIT.

       DC05.
             READ STOCK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DC00-EXIT.
           IF STK-QOH > ZERO
               COMPUTE WS-STOCKVAL = WS-STOCKVAL
                                   + (STK-QOH * STK-COST).
             GO TO DC05.

       DC00-EXIT.
             EXIT.

      *
      *    ****    Open sales orders at order price (the header
      *            carries the status for its lines).
      *
       DD00-ORDERS.
             MOVE LOW-VALUES     TO SOR-KEY.
             MOVE "N"            TO WS-SKIPORD.
             START SORDER KEY NOT LESS SOR-KEY
                 INVALID KEY
                     GO TO DD00-EXIT.

       DD05.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DD00-EXIT.
           IF SOR-LINE = ZERO
               IF SOR-STATUS = "C" OR "X"
                   MOVE "Y"      TO WS-SKIPORD
               ELSE
                   MOVE "N"      TO WS-SKIPORD
               END-IF
               GO TO DD05.
           IF WS-SKIPORD = "Y"
               GO TO DD05.
             COMPUTE WS-ORDERS = WS-ORDERS + (SOR-QTY * SOR-PRICE).
             GO TO DD05.

       DD00-EXIT.
             EXIT.

      *
      *    ****    Creditors due by a week from the report date -
      *            whatever is outstanding and due by then,
      *            overdue included.
      *
       DE00-CREDITORS.
             MOVE LOW-VALUES     TO PTR-KEY.
             START CRTRAN KEY NOT LESS PTR-KEY
                 INVALID KEY
                     GO TO DE00-EXIT.

       DE05.
             READ CRTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DE00-EXIT.
           IF PTR-OUTSTAND = ZERO
               GO TO DE05.
           IF PTR-DUEDATE = ZERO
               MOVE PTR-DATE     TO WS-DATE-WORK
           ELSE
               MOVE PTR-DUEDATE  TO WS-DATE-WORK.
             COMPUTE WS-WORKNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-WORKNUM NOT > WS-WEEKNUM
               ADD PTR-OUTSTAND  TO WS-CRDUE.
             GO TO DE05.

       DE00-EXIT.
             EXIT.

      *
      *    ****    Bank balances.
      *
       DF00-BANKS.
             MOVE LOW-VALUES     TO BNK-CODE.
             START BANKACC KEY NOT LESS BNK-CODE
                 INVALID KEY
                     GO TO DF00-EXIT.

       DF05.
             READ BANKACC NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DF00-EXIT.
             ADD BNK-BALANCE     TO WS-BANKTOT.
             GO TO DF05.

       DF00-EXIT.
             EXIT.

      *
      *    ****    History: today's balances are kept (a rerun
      *            the same day replaces them), then the position
      *            at the start of the month - the last record
      *            before the first - and a year ago are fetched.
      *            A position more than a month older than wanted
      *            is not used.
      *
       DG00-HISTORY.
           IF WS-RUNDATE NOT = TODAY-DDMMYY
               GO TO DG10.
             MOVE "N"            TO WS-FLHNEW.
             MOVE WS-RUNNUM      TO FLH-DAYNO.
             READ FLASHHIS WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-FLHNEW.
             MOVE WS-RUNNUM      TO FLH-DAYNO.
             MOVE WS-RUNDATE     TO FLH-DATE.
             MOVE WS-DEBTORS     TO FLH-DEBTORS.
             MOVE WS-DDAYS       TO FLH-DDAYS.
             MOVE WS-OVERPCT     TO FLH-OVERPCT.
             MOVE WS-STOCKVAL    TO FLH-STOCK.
             MOVE WS-COVER       TO FLH-COVER.
             MOVE WS-ORDERS      TO FLH-ORDERS.
             MOVE WS-CRDUE       TO FLH-CRDUE.
             MOVE WS-BANKTOT     TO FLH-BANK.
           IF WS-FLHNEW = "N"
               REWRITE FLH-RECORD
           ELSE
               WRITE FLH-RECORD.
             UNLOCK FLASHHIS.

       DG10.
             MOVE 1              TO WS-HIX.
             MOVE WS-MTHNUM      TO WS-WORKNUM.
             PERFORM DH00-FETCH THRU DH00-EXIT.
             MOVE 2              TO WS-HIX.
             COMPUTE WS-WORKNUM = WS-LYNUM + 1.
             PERFORM DH00-FETCH THRU DH00-EXIT.

       DG00-EXIT.
             EXIT.

      *
      *    ****    The last history record before day WS-WORKNUM.
      *
       DH00-FETCH.
             MOVE "N"            TO WS-HS-FOUND (WS-HIX).
             MOVE WS-WORKNUM     TO FLH-DAYNO.
             START FLASHHIS KEY LESS FLH-DAYNO
                 INVALID KEY
                     GO TO DH00-EXIT.
             READ FLASHHIS PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DH00-EXIT.
           IF FLH-DAYNO < WS-WORKNUM - 31
               GO TO DH00-EXIT.
             MOVE "Y"            TO WS-HS-FOUND (WS-HIX).
             MOVE FLH-DEBTORS    TO WS-HS-DEBTORS (WS-HIX).
             MOVE FLH-DDAYS      TO WS-HS-DDAYS (WS-HIX).
             MOVE FLH-OVERPCT    TO WS-HS-OVERPCT (WS-HIX).
             MOVE FLH-STOCK      TO WS-HS-STOCK (WS-HIX).
             MOVE FLH-COVER      TO WS-HS-COVER (WS-HIX).
             MOVE FLH-ORDERS     TO WS-HS-ORDERS (WS-HIX).
             MOVE FLH-CRDUE      TO WS-HS-CRDUE (WS-HIX).
             MOVE FLH-BANK       TO WS-HS-BANK (WS-HIX).

       DH00-EXIT.
             EXIT.

      /
      *    ****    P R I N T   T H E   P A G E
      *
       EA000           SECTION.
       EA00-PRINT.
           IF WS-DEST = "F"
               MOVE SPACES       TO WS-FLSFILE
               STRING WS-FLSDIR DELIMITED BY " "
                      "FLASH"    DELIMITED BY SIZE
                      WS-RUNDATE-X
                                 DELIMITED BY SIZE
                      ".TXT"     DELIMITED BY SIZE
                      INTO WS-FLSFILE
               OPEN OUTPUT FLASHF
           ELSE
               OPEN OUTPUT PRINTF.
             MOVE WS-RUNDATE     TO W10-DATE.
             MOVE W10-HEAD1      TO WS-OUT-LINE.
           IF WS-DEST = "F"
               WRITE FLASH-REC FROM WS-OUT-LINE
           ELSE
               WRITE PRINT-REC FROM WS-OUT-LINE AFTER PAGE.
             PERFORM EG00-BLANK THRU EG00-EXIT.
             MOVE W10-HEAD3      TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             PERFORM EG00-BLANK THRU EG00-EXIT.
      *
      *    ****    Sales and gross profit by branch.
      *
             MOVE "SALES AND GROSS PROFIT"
                                 TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             MOVE 1              TO WS-SEG.

       EA05.
           IF WS-SEG > 100
               GO TO EA10.
           IF WS-BR-USED (WS-SEG) NOT = "Y"
               ADD 1             TO WS-SEG
               GO TO EA05.
             COMPUTE WS-SEG-X = WS-SEG - 1.
             MOVE SPACES         TO W20-TEXT.
           IF WS-SEG-X = ZERO
               MOVE "  NO BRANCH  SALES"
                                 TO W20-TEXT
           ELSE
               STRING "  BRANCH " DELIMITED BY SIZE
                      WS-SEG-X    DELIMITED BY SIZE
                      "  SALES"   DELIMITED BY SIZE
                      INTO W20-TEXT.
             MOVE WS-BR-SALES (WS-SEG 1)
                                 TO W20-VAL (1).
             MOVE WS-BR-SALES (WS-SEG 2)
                                 TO W20-VAL (2).
             MOVE WS-BR-SALES (WS-SEG 3)
                                 TO W20-VAL (3).
             MOVE W20-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             MOVE "               GP"
                                 TO W20-TEXT.
             MOVE WS-BR-GP (WS-SEG 1)
                                 TO W20-VAL (1).
             MOVE WS-BR-GP (WS-SEG 2)
                                 TO W20-VAL (2).
             MOVE WS-BR-GP (WS-SEG 3)
                                 TO W20-VAL (3).
             MOVE W20-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             ADD 1               TO WS-SEG.
             GO TO EA05.

       EA10.
             MOVE "  TOTAL SALES" TO W20-TEXT.
             MOVE WS-TR-SALES (1) TO W20-VAL (1).
             MOVE WS-TR-SALES (2) TO W20-VAL (2).
             MOVE WS-TR-SALES (3) TO W20-VAL (3).
             MOVE W20-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             MOVE "  TOTAL GROSS PROFIT"
                                 TO W20-TEXT.
             MOVE WS-TR-GP (1)   TO W20-VAL (1).
             MOVE WS-TR-GP (2)   TO W20-VAL (2).
             MOVE WS-TR-GP (3)   TO W20-VAL (3).
             MOVE W20-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             MOVE "  GP PERCENT" TO W21-TEXT.
             MOVE 1              TO WS-COL.

       EA15.
             MOVE SPACES         TO W21-SLOT (WS-COL).
           IF WS-TR-SALES (WS-COL) NOT = ZERO
               COMPUTE W21-VAL (WS-COL) ROUNDED =
                   (WS-TR-GP (WS-COL) * 100) / WS-TR-SALES (WS-COL)
                   ON SIZE ERROR
                       MOVE ZERO TO W21-VAL (WS-COL).
             ADD 1               TO WS-COL.
           IF WS-COL NOT > 3
               GO TO EA15.
             MOVE W21-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             PERFORM EG00-BLANK THRU EG00-EXIT.
      *
      *    ****    Cash takings.
      *
             MOVE "CASH TAKINGS" TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             MOVE "  POS TAKINGS" TO W20-TEXT.
             MOVE WS-TR-POS (1)  TO W20-VAL (1).
             MOVE WS-TR-POS (2)  TO W20-VAL (2).
             MOVE WS-TR-POS (3)  TO W20-VAL (3).
             MOVE W20-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             MOVE "  DEBTOR RECEIPTS"
                                 TO W20-TEXT.
             MOVE WS-TR-RCPT (1) TO W20-VAL (1).
             MOVE WS-TR-RCPT (2) TO W20-VAL (2).
             MOVE WS-TR-RCPT (3) TO W20-VAL (3).
             MOVE W20-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             MOVE "  TOTAL TAKINGS"
                                 TO W20-TEXT.
             COMPUTE W20-VAL (1) = WS-TR-POS (1) + WS-TR-RCPT (1).
             COMPUTE W20-VAL (2) = WS-TR-POS (2) + WS-TR-RCPT (2).
             COMPUTE W20-VAL (3) = WS-TR-POS (3) + WS-TR-RCPT (3).
             MOVE W20-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             PERFORM EG00-BLANK THRU EG00-EXIT.
      *
      *    ****    Balances: today, at the start of the month and
      *            a year ago.
      *
             MOVE "POSITION  (MONTH COLUMN = AT THE START OF THE MON
      -          "TH, LAST YEAR = A YEAR AGO)"
                                 TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             MOVE "  DEBTORS BALANCE"
                                 TO W20-TEXT.
             MOVE WS-DEBTORS     TO W20-VAL (1).
             MOVE WS-HS-DEBTORS (1)
                                 TO W20-VAL (2).
             MOVE WS-HS-DEBTORS (2)
                                 TO W20-VAL (3).
             PERFORM EF00-MONEY THRU EF00-EXIT.
             MOVE "  DEBTOR DAYS" TO W21-TEXT.
             MOVE WS-DDAYS       TO W21-VAL (1).
             MOVE WS-HS-DDAYS (1)
                                 TO W21-VAL (2).
             MOVE WS-HS-DDAYS (2)
                                 TO W21-VAL (3).
             PERFORM EF10-RATIO THRU EF10-EXIT.
             MOVE "  OVERDUE PERCENT"
                                 TO W21-TEXT.
             MOVE WS-OVERPCT     TO W21-VAL (1).
             MOVE WS-HS-OVERPCT (1)
                                 TO W21-VAL (2).
             MOVE WS-HS-OVERPCT (2)
                                 TO W21-VAL (3).
             PERFORM EF10-RATIO THRU EF10-EXIT.
             MOVE "  STOCK VALUE AT COST"
                                 TO W20-TEXT.
             MOVE WS-STOCKVAL    TO W20-VAL (1).
             MOVE WS-HS-STOCK (1)
                                 TO W20-VAL (2).
             MOVE WS-HS-STOCK (2)
                                 TO W20-VAL (3).
             PERFORM EF00-MONEY THRU EF00-EXIT.
             MOVE "  STOCK DAYS COVER"
                                 TO W21-TEXT.
             MOVE WS-COVER       TO W21-VAL (1).
             MOVE WS-HS-COVER (1)
                                 TO W21-VAL (2).
             MOVE WS-HS-COVER (2)
                                 TO W21-VAL (3).
             PERFORM EF10-RATIO THRU EF10-EXIT.
             MOVE "  OPEN ORDER VALUE"
                                 TO W20-TEXT.
             MOVE WS-ORDERS      TO W20-VAL (1).
             MOVE WS-HS-ORDERS (1)
                                 TO W20-VAL (2).
             MOVE WS-HS-ORDERS (2)
                                 TO W20-VAL (3).
             PERFORM EF00-MONEY THRU EF00-EXIT.
             MOVE "  CREDITORS DUE THIS WEEK"
                                 TO W20-TEXT.
             MOVE WS-CRDUE       TO W20-VAL (1).
             MOVE WS-HS-CRDUE (1)
                                 TO W20-VAL (2).
             MOVE WS-HS-CRDUE (2)
                                 TO W20-VAL (3).
             PERFORM EF00-MONEY THRU EF00-EXIT.
             MOVE "  BANK BALANCES"
                                 TO W20-TEXT.
             MOVE WS-BANKTOT     TO W20-VAL (1).
             MOVE WS-HS-BANK (1) TO W20-VAL (2).
             MOVE WS-HS-BANK (2) TO W20-VAL (3).
             PERFORM EF00-MONEY THRU EF00-EXIT.
             PERFORM EG00-BLANK THRU EG00-EXIT.
      *
      *    ****    The bank accounts one by one.
      *
             MOVE "BANK BALANCES TODAY"
                                 TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             MOVE LOW-VALUES     TO BNK-CODE.
             START BANKACC KEY NOT LESS BNK-CODE
                 INVALID KEY
                     GO TO EA90.

       EA20.
             READ BANKACC NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
             MOVE BNK-CODE       TO W30-CODE.
             MOVE BNK-NAME       TO W30-NAME.
             MOVE BNK-BALANCE    TO W30-BAL.
             MOVE W30-BANK       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.
             GO TO EA20.

       EA90.
           IF WS-DEST = "F"
               CLOSE FLASHF
           ELSE
               CLOSE PRINTF.

       EA00-EXIT.
             EXIT.

      *
      *    ****    Catalogue the print file - program name dot
      *            user, the W02-PRINTER convention - on the
      *            report spool.
      *
       EB00-SPOOL.
             MOVE HIGH-VALUES    TO SPL-RECORD.
             START SPOOLCAT KEY LESS SPL-ENTRY
                 INVALID KEY
                     MOVE ZERO         TO WS-SPLKEY
                 NOT INVALID KEY
                     READ SPOOLCAT PREVIOUS RECORD
                         AT END
                             MOVE ZERO TO WS-SPLKEY
                         NOT AT END
                             MOVE SPL-ENTRY
                                       TO WS-SPLKEY
                     END-READ
             END-START.
             MOVE SPACES         TO WS-SPLPATH.
             STRING "FLASHRPT." DELIMITED BY SIZE
                    LS-USER  DELIMITED BY " "
                    INTO WS-SPLPATH.
             ADD 1               TO WS-SPLKEY.
             MOVE WS-SPLKEY      TO SPL-ENTRY.
             MOVE "FLASHRPT"     TO SPL-PROG.
             MOVE LS-USER        TO SPL-USER.
             MOVE TODAY-DDMMYY   TO SPL-DATE.
             MOVE 1              TO SPL-PAGES.
             MOVE WS-SPLPATH     TO SPL-PATH.
             MOVE "S"            TO SPL-STATUS.

       EB05-WRITE.
             WRITE SPL-RECORD
                 INVALID KEY
                     ADD 1       TO WS-SPLKEY
                     MOVE WS-SPLKEY
                                 TO SPL-ENTRY
                     GO TO EB05-WRITE.

       EB00-EXIT.
             EXIT.

      *
      *    ****    A balance line: the history columns are left
      *            blank where there is no history to compare.
      *
       EF00-MONEY.
           IF WS-HS-FOUND (1) NOT = "Y"
               MOVE SPACES       TO W20-SLOT (2).
           IF WS-HS-FOUND (2) NOT = "Y"
               MOVE SPACES       TO W20-SLOT (3).
             MOVE W20-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.

       EF00-EXIT.
             EXIT.

       EF10-RATIO.
           IF WS-HS-FOUND (1) NOT = "Y"
               MOVE SPACES       TO W21-SLOT (2).
           IF WS-HS-FOUND (2) NOT = "Y"
               MOVE SPACES       TO W21-SLOT (3).
             MOVE W21-LINE       TO WS-OUT-LINE.
             PERFORM EG10-PUT THRU EG10-EXIT.

       EF10-EXIT.
             EXIT.

      *
      *    ****    One line to the print file or the handover file.
      *
       EG00-BLANK.
             MOVE SPACES         TO WS-OUT-LINE.

       EG10-PUT.
           IF WS-DEST = "F"
               WRITE FLASH-REC FROM WS-OUT-LINE
           ELSE
               WRITE PRINT-REC FROM WS-OUT-LINE.

       EG10-EXIT.
             EXIT.

       EG00-EXIT.
             EXIT.

      /
      *    ****    D E L I V E R Y   S E T T I N G S
      *
       FA000           SECTION.
       FA00.
           IF LS0-SALEV < 7
               MOVE "Delivery settings are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO FA999.
             DISPLAY CLR-SCREEN.
             MOVE 295            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD295
               MOVE 295          TO PAR-KEY
               MOVE "P"          TO PAR-FLS-DEST.

       FA05.
             DISPLAY S14.
             ACCEPT S14.
           IF PAR-FLS-DEST NOT = "P" AND PAR-FLS-DEST NOT = "S"
              AND PAR-FLS-DEST NOT = "F"
               CALL X"E5"
               GO TO FA05.
           IF PAR-FLS-DEST = "F" AND PAR-FLS-DIR = SPACES
               MOVE "A file needs the handover directory"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO FA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO FA999.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.
             MOVE PAR-FLS-DEST   TO WS-PAR-DEST.
             MOVE PAR-FLS-DIR    TO WS-FLSDIR.

       FA999.
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
             MOVE "PARAM"    TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
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
             MOVE "SORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "CRTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CRTRAN.
             MOVE "BANKACC"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-BANKACC.
             MOVE "FLASHHIS" TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-FLASHHIS.
             MOVE "SPOOLCAT" TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SPOOLCAT.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O PARAM.
             OPEN INPUT DEBTOR DBTRAN INVOICE STOCK SORDER CRTRAN
                        BANKACC.
             OPEN I-O FLASHHIS.
           IF WS-STATUS = "35"
               CLOSE FLASHHIS
               OPEN OUTPUT FLASHHIS
               CLOSE FLASHHIS
               OPEN I-O FLASHHIS.
             OPEN I-O SPOOLCAT.
           IF WS-STATUS = "35"
               CLOSE SPOOLCAT
               OPEN OUTPUT SPOOLCAT
               CLOSE SPOOLCAT
               OPEN I-O SPOOLCAT.
             MOVE 4              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               IF PAR-TRMS NOT = ZERO
                   MOVE PAR-TRMS TO WS-DEF-TERMS
               END-IF
           ELSE
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 295            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-FLS-DEST TO WS-PAR-DEST
               MOVE PAR-FLS-DIR  TO WS-FLSDIR
           ELSE
               MOVE "P"          TO WS-PAR-DEST
               MOVE SPACES       TO WS-FLSDIR
               MOVE ZERO         TO WS-F-ERROR.
           IF WS-PAR-DEST NOT = "S" AND WS-PAR-DEST NOT = "F"
               MOVE "P"          TO WS-PAR-DEST.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
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
           IF WS-F-ERROR = 24
               MOVE W02-INVOIC    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DOC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SOR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 27
               MOVE W02-CRTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PTR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 11
               MOVE W02-BANKACC   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE BNK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 12
               MOVE W02-FLASHHIS  TO WS-FILE
               MOVE FLH-DAYNO     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 13
               MOVE W02-SPOOLCAT  TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SPL-ENTRY     TO WS-KEYX.

       COPY DISPERR.PRO.
