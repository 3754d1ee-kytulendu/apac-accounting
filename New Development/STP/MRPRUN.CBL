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
      *     M A T E R I A L   R E Q U I R E M E N T S                  *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            MRPRUN.
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
      *    OCT 2026 - First issue.  Material requirements for the
      *               assembled items: demand from the open sales
      *               order lines, the blanket contracts' balances
      *               (the share falling due within the period)
      *               and the planned builds kept here is exploded
      *               through the SPARTS bills, level by level,
      *               and netted at each level against the
      *               holding, purchase orders outstanding and
      *               open works order output, less what the open
      *               order lines and works orders already have
      *               spoken for.  Prints the dated component
      *               shortages and the suggested purchases, and
      *               can post the purchases to the reorder
      *               suggestions (REOSUG) for the buyer.
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

       COPY MRPPLAN.SL.

       COPY SPARTS.SL.

       COPY STOCK.SL.

       COPY SORDER.SL.

       COPY WORKORD.SL.

       COPY BLANKET.SL.

       COPY REOSUG.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY MRPPLAN.FD.

       COPY SPARTS.FDE.

       COPY STOCK.FDE.

       COPY SORDER.FDE.

       COPY WORKORD.FD.

       COPY BLANKET.FD.

       COPY REOSUG.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-TODAY9          PIC  9(08) VALUE ZERO.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-DATE            PIC  9(08) VALUE ZERO.
       77  WS-QTY             PIC  9(05)V99 VALUE ZERO.
       77  WS-HORIZON         PIC  9(08) VALUE ZERO.
       77  WS-FEED            PIC  X(01) VALUE "N".
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-WOROPEN         PIC  X(01) VALUE "N".
       77  WS-BLKOPEN         PIC  X(01) VALUE "N".
       77  WS-WORHDR          PIC  X(01) VALUE SPACE.
       77  WS-PARENT          PIC  X(01) VALUE "N".
       77  WS-FULL            PIC  X(01) VALUE "N".
       77  WS-CHANGED         PIC  X(01) VALUE "N".
       77  WS-PASS            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-MTN             PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-MX              PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-FX              PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-BEST            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-SHORTS          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-BUYS            PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-FED             PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-ADD             PIC  9(03) VALUE ZERO.
       77  WS-DDD             PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-DAYS-MTH        PIC  9(02) VALUE ZERO.
       77  WS-DIV4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REM4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-YMD             PIC  9(08) VALUE ZERO.
       77  WS-HORYMD          PIC  9(08) VALUE ZERO.
       77  WS-DAYNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-HORNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-TONUM           PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-NET             PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-DELTA           PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-SUGG            PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-PACKS           PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-REM             PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-EARLY           PIC  9(08) VALUE ZERO.
       77  WS-EARLYMD         PIC  9(08) VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-MONTH-DAYS      PIC  X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-TAB REDEFINES WS-MONTH-DAYS.
           03  WS-MDAYS       PIC  9(02) OCCURS 12.

      *
      *    One demand to post: item, quantity and the date wanted.
      *
       01  WS-DEMAND.
           03  WS-DM-ITEM     PIC  X(15).
           03  WS-DM-QTY      PIC S9(07)V99 COMP-3.
           03  WS-DM-DATE     PIC  9(08).
           03  WS-DM-YMD      PIC  9(08).

      *
      *    The parent being exploded.
      *
       01  WS-PAR.
           03  WS-PAR-ITEM    PIC  X(15).
           03  WS-PAR-DATE    PIC  9(08).
           03  WS-PAR-YMD     PIC  9(08).

      *
      *    The requirements table, one entry per item met in the
      *    run.  GROSS is the demand within the period (orders,
      *    contracts and planned builds for a parent, explosion
      *    for a component); ALLOC what the open order lines and
      *    works orders have spoken for; AVAIL the holding plus
      *    purchase orders and works orders due in; EXPL the
      *    quantity of a parent already exploded; NEED the
      *    earliest date wanted, as held and as ccyymmdd.
      *
       01  WS-MRP-TABLE.
           03  WS-MRP-ENTRY   OCCURS 500.
               05  WS-MT-ITEM PIC  X(15).
               05  WS-MT-PARENT
                              PIC  X(01).
               05  WS-MT-COMP PIC  X(01).
               05  WS-MT-GROSS
                              PIC S9(07)V99 COMP-3.
               05  WS-MT-ALLOC
                              PIC S9(07)V99 COMP-3.
               05  WS-MT-AVAIL
                              PIC S9(07)V99 COMP-3.
               05  WS-MT-EXPL PIC S9(07)V99 COMP-3.
               05  WS-MT-NET  PIC S9(07)V99 COMP-3.
               05  WS-MT-NEED PIC  9(08).
               05  WS-MT-NEEDYMD
                              PIC  9(08).
               05  WS-MT-DONE PIC  X(01).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  FILLER         PIC  X(06) VALUE " TO   ".
           03  W10-HORIZON    PIC  Z9/99/9999.
           03  FILLER         PIC  X(06) VALUE SPACES.
           03  W10-DATE       PIC  Z9/99/9999.

       01  W30-HEAD2.
           03  FILLER         PIC  X(50) VALUE
               "ITEM            DESCRIPTION          NEED BY      ".
           03  FILLER         PIC  X(46) VALUE
               "REQUIRED   AVAILABLE       SHORT   TYPE LEAD  ".
           03  FILLER         PIC  X(15) VALUE
               "EARLIEST   LATE".
       01  W40-HEAD2.
           03  FILLER         PIC  X(43) VALUE
               "SUPP  ITEM            DESCRIPTION          ".
           03  FILLER         PIC  X(40) VALUE
               "NEED BY         SHORT  SUGGESTED  PACK  ".
           03  FILLER         PIC  X(29) VALUE
               "EARLIEST   LATE  REORDER FILE".

       01  W30-DETAIL.
           03  W30-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DESC       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NEED       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-REQ        PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-AVAIL      PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SHORT      PIC  Z(06)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-TYPE       PIC  X(05).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-LEAD       PIC  ZZ9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-EARLY      PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-LATE       PIC  X(04).

       01  W40-DETAIL.
           03  W40-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-DESC       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-NEED       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-SHORT      PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-SUGG       PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-PACK       PIC  ZZ9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W40-EARLY      PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-LATE       PIC  X(04).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W40-FEED       PIC  X(12).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "MRP".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY MRPPLAN.ID.

       COPY SPARTS.ID.

       COPY STOCK.ID.

       COPY SORDER.ID.

       COPY WORKORD.ID.

       COPY BLANKET.ID.

       COPY REOSUG.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "MRPRUN.".
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
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "MATERIAL  REQUIREMENTS".
           03  LINE  4 COLUMN 16 VALUE "1. Planned builds".
           03  LINE  5 COLUMN 16 VALUE "2. Requirements run".
           03  LINE  6 COLUMN 16 VALUE "0. Exit".
           03  LINE  8 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  8 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Parent item       :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-ITEM AUTO.

       01  S14.
           03  LINE 18 COLUMN 10 VALUE "Wanted by         :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DATE AUTO.
           03  LINE 19 COLUMN 10 VALUE "Quantity (0 drops):".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-QTY AUTO.

       01  S15.
           03  LINE  4 COLUMN 10 VALUE "Plan up to            :".
           03          COLUMN 34 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-HORIZON AUTO.
           03  LINE  5 COLUMN 10 VALUE "Post purchases (Y/N)  :".
           03          COLUMN 34 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-FEED AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-STLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE MRPPLAN SPARTS STOCK SORDER REOSUG.
           IF WS-WOROPEN = "Y"
               CLOSE WORKORD.
           IF WS-BLKOPEN = "Y"
               CLOSE BLANKET.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

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
      *    ****    P L A N N E D   B U I L D S
      *
      *            Builds of an assembled item the run is to plan
      *            for before they are raised as works orders.
      *            The item's planned builds are listed; keying a
      *            date on file changes its quantity, zero drops
      *            it.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ITEM = SPACES
               GO TO CA999.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY STK-DESC AT 0447 WITH FOREGROUND-COLOR 15.
             MOVE WS-ITEM        TO WS-DM-ITEM.
             PERFORM DX00-PARENT THRU DX00-EXIT.
           IF WS-PARENT NOT = "Y"
               MOVE "No components on the parts file"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.

       CA05.
             DISPLAY "WANTED BY     QUANTITY" AT 0610
                     WITH FOREGROUND-COLOR 14.
             MOVE 7              TO WS-LINE.
             MOVE WS-ITEM        TO MPL-ITEM.
             MOVE ZERO           TO MPL-DATE.
             START MRPPLAN KEY NOT LESS MPL-KEY
                 INVALID KEY
                     GO TO CA20.

       CA10.
             READ MRPPLAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA20.
           IF MPL-ITEM NOT = WS-ITEM
               GO TO CA20.
           IF WS-LINE > 16
               GO TO CA20.
             MOVE MPL-DATE       TO WS-DATE-WORK.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY WS-DW-DD AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 12             TO SCOL.
             DISPLAY "/" AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 13             TO SCOL.
             DISPLAY WS-DW-MM AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 15             TO SCOL.
             DISPLAY "/" AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 16             TO SCOL.
             DISPLAY WS-DW-YYYY AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 22             TO SCOL.
             DISPLAY MPL-QTY AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
             GO TO CA10.

       CA20.
             MOVE ZERO           TO WS-DATE WS-QTY.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-DATE = ZERO
               GO TO CA00.
             MOVE WS-DATE        TO WS-DATE-WORK.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
                            OR WS-DW-DD < 1 OR WS-DW-DD > 31
               MOVE "Invalid date"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA20.
             MOVE WS-ITEM        TO MPL-ITEM.
             MOVE WS-DATE        TO MPL-DATE.
             READ MRPPLAN WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA30.
           IF WS-QTY = ZERO
               DELETE MRPPLAN RECORD
               GO TO CA90.
             MOVE WS-QTY         TO MPL-QTY.
             MOVE LS-USER        TO MPL-USER.
             REWRITE MPL-RECORD.
             GO TO CA90.

       CA30.
           IF WS-QTY = ZERO
               GO TO CA20.
             INITIALIZE MPL-RECORD.
             MOVE WS-ITEM        TO MPL-ITEM.
             MOVE WS-DATE        TO MPL-DATE.
             MOVE WS-QTY         TO MPL-QTY.
             MOVE LS-USER        TO MPL-USER.
             MOVE TODAY-DDMMYY   TO MPL-ENTERED.
             WRITE MPL-RECORD.

       CA90.
             UNLOCK MRPPLAN.
             DISPLAY CLR-SCREEN.
             DISPLAY S13.
             DISPLAY STK-DESC AT 0447 WITH FOREGROUND-COLOR 15.
             GO TO CA05.

       CA999.
             EXIT.

      *
      *    ****    WS-DATE-WORK moved on by WS-ADD days, carried
      *            through the month ends.
      *
       CC00-ADDDAYS.
             COMPUTE WS-DDD = WS-DW-DD + WS-ADD.

       CC05-NORM.
             MOVE WS-MDAYS (WS-DW-MM)
                                 TO WS-DAYS-MTH.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-DIV4
                   REMAINDER WS-REM4
               IF WS-REM4 = ZERO
                   MOVE 29       TO WS-DAYS-MTH.
           IF WS-DDD NOT > WS-DAYS-MTH
               GO TO CC09-DONE.
             SUBTRACT WS-DAYS-MTH FROM WS-DDD.
             ADD 1               TO WS-DW-MM.
           IF WS-DW-MM > 12
               MOVE 1            TO WS-DW-MM
               ADD 1             TO WS-DW-YYYY.
             GO TO CC05-NORM.

       CC09-DONE.
             MOVE WS-DDD         TO WS-DW-DD.

       CC00-EXIT.
             EXIT.

      *
      *    ****    WS-DATE-WORK as ccyymmdd in WS-YMD and as a day
      *            number in WS-DAYNUM.
      *
       CD00-YMD.
             COMPUTE WS-YMD = (WS-DW-YYYY * 10000)
                            + (WS-DW-MM * 100) + WS-DW-DD.
             COMPUTE WS-DAYNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.

       CD00-EXIT.
             EXIT.

      /
      *    ****    R E Q U I R E M E N T S   R U N
      *
      *            Demand for the assembled items within the
      *            period is gathered, the bills are walked to
      *            find every component below them, the open
      *            orders and works orders are taken against the
      *            items met, and the parents are exploded pass by
      *            pass until nothing more comes down - a
      *            sub-assembly short in one pass passes its own
      *            shortfall to its components in the next.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE TODAY-DDMMYY   TO WS-TODAY9.
             MOVE WS-TODAY9      TO WS-DATE-WORK.
             MOVE 31             TO WS-ADD.
             PERFORM CC00-ADDDAYS THRU CC00-EXIT.
             MOVE WS-DATE-WORK   TO WS-HORIZON.
             MOVE "N"            TO WS-FEED.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-HORIZON = ZERO
               GO TO DA999.
             MOVE WS-HORIZON     TO WS-DATE-WORK.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
                            OR WS-DW-DD < 1 OR WS-DW-DD > 31
               MOVE "Invalid date"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
             PERFORM CD00-YMD THRU CD00-EXIT.
             MOVE WS-YMD         TO WS-HORYMD.
             MOVE WS-DAYNUM      TO WS-HORNUM.
             MOVE WS-TODAY9      TO WS-DATE-WORK.
             PERFORM CD00-YMD THRU CD00-EXIT.
             MOVE WS-DAYNUM      TO WS-TODAYNUM.
           IF WS-HORNUM < WS-TODAYNUM
               MOVE "Plan date is before today"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
           IF WS-FEED NOT = "Y"
               MOVE "N"          TO WS-FEED.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO DA999.
             DISPLAY "Gathering demand" AT 0810
                     WITH FOREGROUND-COLOR 14.
             MOVE ZERO           TO WS-MTN WS-SHORTS WS-BUYS WS-FED.
             MOVE "N"            TO WS-FULL.
             PERFORM DB00-SALES THRU DB00-EXIT.
             PERFORM DC00-BLANKET THRU DC00-EXIT.
             PERFORM DD00-PLANNED THRU DD00-EXIT.
             DISPLAY "Walking the bills" AT 0910
                     WITH FOREGROUND-COLOR 14.
             PERFORM DE00-BILLS THRU DE00-EXIT.
             PERFORM DF00-COMMIT THRU DF00-EXIT.
             DISPLAY "Exploding" AT 1010
                     WITH FOREGROUND-COLOR 14.
             PERFORM DG00-EXPLODE THRU DG00-EXIT.
             OPEN OUTPUT PRINTF.
             PERFORM DH00-SHORTAGE THRU DH00-EXIT.
             PERFORM DI00-PURCHASE THRU DI00-EXIT.
             CLOSE PRINTF.
             DISPLAY "Items planned        : " AT 1210
                     WITH FOREGROUND-COLOR 14
                     WS-MTN WITH FOREGROUND-COLOR 15.
             DISPLAY "Component shortages  : " AT 1310
                     WITH FOREGROUND-COLOR 14
                     WS-SHORTS WITH FOREGROUND-COLOR 15.
             DISPLAY "Suggested purchases  : " AT 1410
                     WITH FOREGROUND-COLOR 14
                     WS-BUYS WITH FOREGROUND-COLOR 15.
           IF WS-FEED = "Y"
               DISPLAY "Posted to reorder    : " AT 1510
                       WITH FOREGROUND-COLOR 14
                       WS-FED WITH FOREGROUND-COLOR 15.
           IF WS-FULL = "Y"
               MOVE "Item table full - run is incomplete"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
             EXIT.

      *
      *    ****    Open sales order lines for assembled items
      *            wanted within the period.  Direct-supplied
      *            lines come from the supplier, not from us.
      *
       DB00-SALES.
             MOVE LOW-VALUES     TO SOR-KEY.
             START SORDER KEY NOT LESS SOR-KEY
                 INVALID KEY
                     GO TO DB00-EXIT.

       DB05-NEXT.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB00-EXIT.
           IF SOR-LINE = ZERO OR SOR-STATUS NOT = "O"
               GO TO DB05-NEXT.
           IF SOR-SUPPLY NOT = SPACE
               GO TO DB05-NEXT.
           IF SOR-REQDATE = ZERO
               MOVE SOR-DATE     TO WS-DATE-WORK
           ELSE
               MOVE SOR-REQDATE  TO WS-DATE-WORK.
             PERFORM CD00-YMD THRU CD00-EXIT.
           IF WS-YMD > WS-HORYMD
               GO TO DB05-NEXT.
             MOVE SOR-ITEM       TO WS-DM-ITEM.
             MOVE SOR-QTY        TO WS-DM-QTY.
             MOVE WS-DATE-WORK   TO WS-DM-DATE.
             MOVE WS-YMD         TO WS-DM-YMD.
             PERFORM DW00-DEMAND THRU DW00-EXIT.
             GO TO DB05-NEXT.

       DB00-EXIT.
             EXIT.

      *
      *    ****    Blanket contracts for assembled items: the
      *            balance falling due within the period, taking
      *            the contract as drawn evenly to its end date.
      *
       DC00-BLANKET.
           IF WS-BLKOPEN NOT = "Y"
               GO TO DC00-EXIT.
             MOVE LOW-VALUES     TO BLK-KEY.
             START BLANKET KEY NOT LESS BLK-KEY
                 INVALID KEY
                     GO TO DC00-EXIT.

       DC05-NEXT.
             READ BLANKET NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DC00-EXIT.
           IF BLK-STATUS NOT = "A" OR BLK-CALLED NOT < BLK-QTY
               GO TO DC05-NEXT.
             MOVE BLK-FROM       TO WS-DATE-WORK.
             PERFORM CD00-YMD THRU CD00-EXIT.
           IF WS-YMD > WS-HORYMD
               GO TO DC05-NEXT.
             MOVE BLK-TO         TO WS-DATE-WORK.
             PERFORM CD00-YMD THRU CD00-EXIT.
             MOVE WS-DAYNUM      TO WS-TONUM.
             MOVE BLK-ITEM       TO WS-DM-ITEM.
             COMPUTE WS-DM-QTY = BLK-QTY - BLK-CALLED.
           IF WS-TONUM NOT > WS-TODAYNUM
               MOVE WS-TODAY9    TO WS-DM-DATE
               GO TO DC10-POST.
           IF WS-TONUM NOT > WS-HORNUM
               MOVE BLK-TO       TO WS-DM-DATE
               GO TO DC10-POST.
             COMPUTE WS-DM-QTY ROUNDED = WS-DM-QTY
                 * (WS-HORNUM - WS-TODAYNUM)
                 / (WS-TONUM - WS-TODAYNUM).
             MOVE WS-HORIZON     TO WS-DM-DATE.

       DC10-POST.
           IF WS-DM-QTY NOT > ZERO
               GO TO DC05-NEXT.
             MOVE WS-DM-DATE     TO WS-DATE-WORK.
             PERFORM CD00-YMD THRU CD00-EXIT.
             MOVE WS-YMD         TO WS-DM-YMD.
             PERFORM DW00-DEMAND THRU DW00-EXIT.
             GO TO DC05-NEXT.

       DC00-EXIT.
             EXIT.

      *
      *    ****    Planned builds wanted within the period.
      *
       DD00-PLANNED.
             MOVE LOW-VALUES     TO MPL-KEY.
             START MRPPLAN KEY NOT LESS MPL-KEY
                 INVALID KEY
                     GO TO DD00-EXIT.

       DD05-NEXT.
             READ MRPPLAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DD00-EXIT.
             MOVE MPL-DATE       TO WS-DATE-WORK.
             PERFORM CD00-YMD THRU CD00-EXIT.
           IF WS-YMD > WS-HORYMD
               GO TO DD05-NEXT.
             MOVE MPL-ITEM       TO WS-DM-ITEM.
             MOVE MPL-QTY        TO WS-DM-QTY.
             MOVE MPL-DATE       TO WS-DM-DATE.
             MOVE WS-YMD         TO WS-DM-YMD.
             PERFORM DW00-DEMAND THRU DW00-EXIT.
             GO TO DD05-NEXT.

       DD00-EXIT.
             EXIT.

      *
      *    ****    Every component below the items in the table,
      *            at every level: the table grows as the walk
      *            goes down it.
      *
       DE00-BILLS.
             MOVE 1              TO WS-MX.

       DE05-ENTRY.
           IF WS-MX > WS-MTN
               GO TO DE00-EXIT.
             MOVE WS-MT-ITEM (WS-MX)
                                 TO WS-PAR-ITEM.
             MOVE WS-PAR-ITEM    TO PRT-ITEM.
             MOVE LOW-VALUES     TO PRT-COMPONENT.
             START SPARTS KEY NOT LESS PRT-KEY
                 INVALID KEY
                     GO TO DE20-NEXT.

       DE10-COMP.
             READ SPARTS NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DE20-NEXT.
           IF PRT-ITEM NOT = WS-PAR-ITEM
               GO TO DE20-NEXT.
             MOVE "Y"            TO WS-MT-PARENT (WS-MX).
             MOVE PRT-COMPONENT  TO WS-DM-ITEM.
             PERFORM DY00-LOOK THRU DY00-EXIT.
           IF WS-FX = ZERO
               PERFORM DZ00-ADD THRU DZ00-EXIT.
           IF WS-FX NOT = ZERO
               MOVE "Y"          TO WS-MT-COMP (WS-FX).
             GO TO DE10-COMP.

       DE20-NEXT.
             ADD 1               TO WS-MX.
             GO TO DE05-ENTRY.

       DE00-EXIT.
             EXIT.

      *
      *    ****    What is already spoken for: open order lines
      *            for a component (an allocation where one is in
      *            force; a back-to-back line is on order in full),
      *            and the open works orders - their components
      *            outstanding against the component, the build
      *            still to come in towards the parent.
      *
       DF00-COMMIT.
             MOVE LOW-VALUES     TO SOR-KEY.
             START SORDER KEY NOT LESS SOR-KEY
                 INVALID KEY
                     GO TO DF20-WORKS.

       DF05-NEXT.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DF20-WORKS.
           IF SOR-LINE = ZERO OR SOR-STATUS NOT = "O"
               GO TO DF05-NEXT.
           IF SOR-SUPPLY = "D"
               GO TO DF05-NEXT.
             MOVE SOR-ITEM       TO WS-DM-ITEM.
             PERFORM DY00-LOOK THRU DY00-EXIT.
           IF WS-FX = ZERO
               GO TO DF05-NEXT.
           IF WS-MT-PARENT (WS-FX) = "Y"
               GO TO DF05-NEXT.
           IF SOR-ALLOC > ZERO AND SOR-SUPPLY = SPACE
               ADD SOR-ALLOC     TO WS-MT-ALLOC (WS-FX)
           ELSE
               ADD SOR-QTY       TO WS-MT-ALLOC (WS-FX).
             GO TO DF05-NEXT.

       DF20-WORKS.
           IF WS-WOROPEN NOT = "Y"
               GO TO DF00-EXIT.
             MOVE SPACE          TO WS-WORHDR.
             MOVE LOW-VALUES     TO WOR-KEY.
             START WORKORD KEY NOT LESS WOR-KEY
                 INVALID KEY
                     GO TO DF00-EXIT.

       DF25-NEXT.
             READ WORKORD NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DF00-EXIT.
           IF WOR-LINE = ZERO
               MOVE WOR-STATUS   TO WS-WORHDR.
           IF WS-WORHDR NOT = "O"
               GO TO DF25-NEXT.
           IF WOR-ISSUED NOT < WOR-QTY
               GO TO DF25-NEXT.
             MOVE WOR-ITEM       TO WS-DM-ITEM.
             PERFORM DY00-LOOK THRU DY00-EXIT.
           IF WS-FX = ZERO
               GO TO DF25-NEXT.
           IF WOR-LINE = ZERO
               COMPUTE WS-MT-AVAIL (WS-FX) = WS-MT-AVAIL (WS-FX)
                                           + WOR-QTY - WOR-ISSUED
           ELSE
               COMPUTE WS-MT-ALLOC (WS-FX) = WS-MT-ALLOC (WS-FX)
                                           + WOR-QTY - WOR-ISSUED.
             GO TO DF25-NEXT.

       DF00-EXIT.
             EXIT.

      *
      *    ****    Explode each parent's net requirement not yet
      *            passed down into its components, over and over
      *            until a pass brings nothing new down.  A pass
      *            limit stops a bill that contains itself.
      *
       DG00-EXPLODE.
             MOVE ZERO           TO WS-PASS.

       DG05-PASS.
             ADD 1               TO WS-PASS.
             MOVE "N"            TO WS-CHANGED.
             MOVE 1              TO WS-MX.

       DG10-ENTRY.
           IF WS-MX > WS-MTN
               GO TO DG40-ENDPASS.
             COMPUTE WS-MT-NET (WS-MX) = WS-MT-GROSS (WS-MX)
                                       + WS-MT-ALLOC (WS-MX)
                                       - WS-MT-AVAIL (WS-MX).
           IF WS-MT-PARENT (WS-MX) NOT = "Y"
               GO TO DG30-NEXT.
           IF WS-MT-NET (WS-MX) NOT > WS-MT-EXPL (WS-MX)
               GO TO DG30-NEXT.
             COMPUTE WS-DELTA = WS-MT-NET (WS-MX)
                              - WS-MT-EXPL (WS-MX).
             MOVE WS-MT-NET (WS-MX)
                                 TO WS-MT-EXPL (WS-MX).
             MOVE "Y"            TO WS-CHANGED.
             MOVE WS-MT-ITEM (WS-MX)
                                 TO WS-PAR-ITEM.
             MOVE WS-MT-NEED (WS-MX)
                                 TO WS-PAR-DATE.
             MOVE WS-MT-NEEDYMD (WS-MX)
                                 TO WS-PAR-YMD.
             MOVE WS-PAR-ITEM    TO PRT-ITEM.
             MOVE LOW-VALUES     TO PRT-COMPONENT.
             START SPARTS KEY NOT LESS PRT-KEY
                 INVALID KEY
                     GO TO DG30-NEXT.

       DG20-COMP.
             READ SPARTS NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DG30-NEXT.
           IF PRT-ITEM NOT = WS-PAR-ITEM
               GO TO DG30-NEXT.
             MOVE PRT-COMPONENT  TO WS-DM-ITEM.
             PERFORM DY00-LOOK THRU DY00-EXIT.
           IF WS-FX = ZERO
               GO TO DG20-COMP.
             COMPUTE WS-MT-GROSS (WS-FX) ROUNDED =
                     WS-MT-GROSS (WS-FX) + (WS-DELTA * PRT-QTY).
           IF WS-PAR-YMD < WS-MT-NEEDYMD (WS-FX)
               MOVE WS-PAR-YMD   TO WS-MT-NEEDYMD (WS-FX)
               MOVE WS-PAR-DATE  TO WS-MT-NEED (WS-FX).
             GO TO DG20-COMP.

       DG30-NEXT.
             ADD 1               TO WS-MX.
             GO TO DG10-ENTRY.

       DG40-ENDPASS.
           IF WS-CHANGED = "Y" AND WS-PASS < 20
               GO TO DG05-PASS.

       DG00-EXIT.
             EXIT.

      *
      *    ****    Component shortages, earliest wanted first.
      *
       DH00-SHORTAGE.
             MOVE "COMPONENT SHORTAGES" TO W10-TITLE.
             MOVE WS-HORIZON     TO W10-HORIZON.
             MOVE WS-TODAY9      TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-HEAD2.
             PERFORM DV00-RESET THRU DV00-EXIT.

       DH05-PICK.
             PERFORM DU00-EARLIEST THRU DU00-EXIT.
           IF WS-BEST = ZERO
               GO TO DH00-EXIT.
             MOVE "Y"            TO WS-MT-DONE (WS-BEST).
           IF WS-MT-COMP (WS-BEST) NOT = "Y"
               GO TO DH05-PICK.
             MOVE WS-MT-ITEM (WS-BEST)
                                 TO STK-CODE.
             PERFORM DT00-STOCK THRU DT00-EXIT.
             MOVE STK-CODE       TO W30-ITEM.
             MOVE STK-DESC       TO W30-DESC.
             MOVE WS-MT-NEED (WS-BEST)
                                 TO W30-NEED.
             COMPUTE W30-REQ = WS-MT-GROSS (WS-BEST)
                             + WS-MT-ALLOC (WS-BEST).
             MOVE WS-MT-AVAIL (WS-BEST)
                                 TO W30-AVAIL.
             MOVE WS-MT-NET (WS-BEST)
                                 TO W30-SHORT.
           IF WS-MT-PARENT (WS-BEST) = "Y"
               MOVE "BUILD"      TO W30-TYPE
           ELSE
               MOVE "BUY"        TO W30-TYPE.
             MOVE STK-LEAD       TO W30-LEAD.
             MOVE WS-EARLY       TO W30-EARLY.
             MOVE SPACES         TO W30-LATE.
           IF WS-EARLYMD > WS-MT-NEEDYMD (WS-BEST)
               MOVE "LATE"       TO W30-LATE.
             WRITE PRINT-REC FROM W30-DETAIL.
             ADD 1               TO WS-SHORTS.
             GO TO DH05-PICK.

       DH00-EXIT.
             EXIT.

      *
      *    ****    Suggested purchases: the bought-in components
      *            short, rounded up to the supplier pack, posted
      *            to the reorder suggestions when asked.
      *
       DI00-PURCHASE.
             MOVE "SUGGESTED PURCHASES" TO W10-TITLE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W40-HEAD2.
             PERFORM DV00-RESET THRU DV00-EXIT.

       DI05-PICK.
             PERFORM DU00-EARLIEST THRU DU00-EXIT.
           IF WS-BEST = ZERO
               GO TO DI00-EXIT.
             MOVE "Y"            TO WS-MT-DONE (WS-BEST).
           IF WS-MT-PARENT (WS-BEST) = "Y"
               GO TO DI05-PICK.
             MOVE WS-MT-ITEM (WS-BEST)
                                 TO STK-CODE.
             PERFORM DT00-STOCK THRU DT00-EXIT.
             MOVE WS-MT-NET (WS-BEST)
                                 TO WS-SUGG.
           IF STK-PACK > ZERO
               DIVIDE WS-SUGG BY STK-PACK
                      GIVING WS-PACKS REMAINDER WS-REM
               IF WS-REM > ZERO
                   ADD 1         TO WS-PACKS
               END-IF
               COMPUTE WS-SUGG = WS-PACKS * STK-PACK.
             MOVE STK-SUPP       TO W40-SUPP.
             MOVE STK-CODE       TO W40-ITEM.
             MOVE STK-DESC       TO W40-DESC.
             MOVE WS-MT-NEED (WS-BEST)
                                 TO W40-NEED.
             MOVE WS-MT-NET (WS-BEST)
                                 TO W40-SHORT.
             MOVE WS-SUGG        TO W40-SUGG.
             MOVE STK-PACK       TO W40-PACK.
             MOVE WS-EARLY       TO W40-EARLY.
             MOVE SPACES         TO W40-LATE.
           IF WS-EARLYMD > WS-MT-NEEDYMD (WS-BEST)
               MOVE "LATE"       TO W40-LATE.
             MOVE SPACES         TO W40-FEED.
           IF WS-FEED = "Y"
               PERFORM DJ00-FEED THRU DJ00-EXIT.
             WRITE PRINT-REC FROM W40-DETAIL.
             ADD 1               TO WS-BUYS.
             GO TO DI05-PICK.

       DI00-EXIT.
             EXIT.

      *
      *    ****    Post a suggested purchase to REOSUG.  The
      *            larger of this and the reorder run's own
      *            suggestion stands; a suggestion the buyer has
      *            already accepted or ordered is left alone.
      *
       DJ00-FEED.
             MOVE STK-CODE       TO RSG-ITEM.
             READ REOSUG WITH KEPT LOCK
                 INVALID KEY
                     GO TO DJ10-NEW.
           IF RSG-FLAG NOT = "S"
               UNLOCK REOSUG
               MOVE "WITH BUYER" TO W40-FEED
               GO TO DJ00-EXIT.
           IF RSG-SUGG NOT < WS-SUGG
               UNLOCK REOSUG
               MOVE "ALREADY DUE" TO W40-FEED
               GO TO DJ00-EXIT.
             MOVE WS-SUGG        TO RSG-SUGG RSG-AMEND.
             MOVE "M"            TO RSG-SOURCE.
             MOVE WS-MT-NEED (WS-BEST)
                                 TO RSG-NEEDBY.
             REWRITE RSG-RECORD.
             MOVE "RAISED"       TO W40-FEED.
             ADD 1               TO WS-FED.
             GO TO DJ00-EXIT.

       DJ10-NEW.
             INITIALIZE RSG-RECORD.
             MOVE STK-CODE       TO RSG-ITEM.
             MOVE STK-SUPP       TO RSG-SUPP.
             MOVE STK-DEPT       TO RSG-DEPT.
             MOVE STK-QOH        TO RSG-QOH.
             MOVE ZERO           TO RSG-RATE.
             MOVE WS-SUGG        TO RSG-SUGG RSG-AMEND.
             MOVE "S"            TO RSG-FLAG.
             MOVE "M"            TO RSG-SOURCE.
             MOVE WS-MT-NEED (WS-BEST)
                                 TO RSG-NEEDBY.
             WRITE RSG-RECORD.
             MOVE "POSTED"       TO W40-FEED.
             ADD 1               TO WS-FED.

       DJ00-EXIT.
             EXIT.

      *
      *    ****    The item's stock record, and the earliest it
      *            could be had if ordered today.
      *
       DT00-STOCK.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC
                     MOVE ZERO   TO STK-SUPP STK-PACK STK-LEAD
                                    STK-QOH
                     MOVE SPACES TO STK-DEPT.
             MOVE WS-TODAY9      TO WS-DATE-WORK.
             MOVE STK-LEAD       TO WS-ADD.
             PERFORM CC00-ADDDAYS THRU CC00-EXIT.
             MOVE WS-DATE-WORK   TO WS-EARLY.
             PERFORM CD00-YMD THRU CD00-EXIT.
             MOVE WS-YMD         TO WS-EARLYMD.

       DT00-EXIT.
             EXIT.

      *
      *    ****    The short entry not yet printed that is wanted
      *            earliest, in WS-BEST (zero when none is left).
      *
       DU00-EARLIEST.
             MOVE ZERO           TO WS-BEST.
             MOVE 1              TO WS-FX.

       DU05-LOOK.
           IF WS-FX > WS-MTN
               GO TO DU00-EXIT.
           IF WS-MT-DONE (WS-FX) = "Y" OR WS-MT-NET (WS-FX) NOT > ZERO
               GO TO DU10-NEXT.
           IF WS-BEST = ZERO
               MOVE WS-FX        TO WS-BEST
               GO TO DU10-NEXT.
           IF WS-MT-NEEDYMD (WS-FX) < WS-MT-NEEDYMD (WS-BEST)
               MOVE WS-FX        TO WS-BEST.

       DU10-NEXT.
             ADD 1               TO WS-FX.
             GO TO DU05-LOOK.

       DU00-EXIT.
             EXIT.

      *
      *    ****    Every entry back to not yet printed.
      *
       DV00-RESET.
             MOVE 1              TO WS-FX.

       DV05-NEXT.
           IF WS-FX > WS-MTN
               GO TO DV00-EXIT.
             MOVE "N"            TO WS-MT-DONE (WS-FX).
             ADD 1               TO WS-FX.
             GO TO DV05-NEXT.

       DV00-EXIT.
             EXIT.

      *
      *    ****    Post a demand (WS-DEMAND) against an assembled
      *            item; items without a bill are not planned
      *            from demand - the reorder run looks after them.
      *
       DW00-DEMAND.
             PERFORM DY00-LOOK THRU DY00-EXIT.
           IF WS-FX NOT = ZERO
               GO TO DW10-POST.
             PERFORM DX00-PARENT THRU DX00-EXIT.
           IF WS-PARENT NOT = "Y"
               GO TO DW00-EXIT.
             PERFORM DZ00-ADD THRU DZ00-EXIT.
           IF WS-FX = ZERO
               GO TO DW00-EXIT.
             MOVE "Y"            TO WS-MT-PARENT (WS-FX).

       DW10-POST.
           IF WS-MT-PARENT (WS-FX) NOT = "Y"
               GO TO DW00-EXIT.
             ADD WS-DM-QTY       TO WS-MT-GROSS (WS-FX).
           IF WS-DM-YMD < WS-MT-NEEDYMD (WS-FX)
               MOVE WS-DM-YMD    TO WS-MT-NEEDYMD (WS-FX)
               MOVE WS-DM-DATE   TO WS-MT-NEED (WS-FX).

       DW00-EXIT.
             EXIT.

      *
      *    ****    Does WS-DM-ITEM have a bill of materials?
      *
       DX00-PARENT.
             MOVE "N"            TO WS-PARENT.
             MOVE WS-DM-ITEM     TO PRT-ITEM.
             MOVE LOW-VALUES     TO PRT-COMPONENT.
             START SPARTS KEY NOT LESS PRT-KEY
                 INVALID KEY
                     GO TO DX00-EXIT.
             READ SPARTS NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DX00-EXIT.
           IF PRT-ITEM = WS-DM-ITEM
               MOVE "Y"          TO WS-PARENT.

       DX00-EXIT.
             EXIT.

      *
      *    ****    WS-DM-ITEM's entry in the table, in WS-FX
      *            (zero when not there).
      *
       DY00-LOOK.
             MOVE 1              TO WS-FX.

       DY05-LOOK.
           IF WS-FX > WS-MTN
               MOVE ZERO         TO WS-FX
               GO TO DY00-EXIT.
           IF WS-MT-ITEM (WS-FX) = WS-DM-ITEM
               GO TO DY00-EXIT.
             ADD 1               TO WS-FX.
             GO TO DY05-LOOK.

       DY00-EXIT.
             EXIT.

      *
      *    ****    A new entry for WS-DM-ITEM, its holding and
      *            purchase orders outstanding as what is to hand.
      *
       DZ00-ADD.
           IF WS-MTN NOT < 500
               MOVE "Y"          TO WS-FULL
               MOVE ZERO         TO WS-FX
               GO TO DZ00-EXIT.
             ADD 1               TO WS-MTN.
             MOVE WS-MTN         TO WS-FX.
             MOVE WS-DM-ITEM     TO WS-MT-ITEM (WS-FX).
             MOVE "N"            TO WS-MT-PARENT (WS-FX)
                                    WS-MT-COMP (WS-FX)
                                    WS-MT-DONE (WS-FX).
             MOVE ZERO           TO WS-MT-GROSS (WS-FX)
                                    WS-MT-ALLOC (WS-FX)
                                    WS-MT-AVAIL (WS-FX)
                                    WS-MT-EXPL (WS-FX)
                                    WS-MT-NET (WS-FX)
                                    WS-MT-NEED (WS-FX).
             MOVE 99999999       TO WS-MT-NEEDYMD (WS-FX).
             MOVE WS-DM-ITEM     TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO DZ00-EXIT.
             COMPUTE WS-MT-AVAIL (WS-FX) = STK-QOH + STK-ONORDER.

       DZ00-EXIT.
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
             MOVE "MRPPLAN"  TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-MRPPLAN.
             MOVE "SPARTS"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SPARTS.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "SORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "WORKORD"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-WORKORD.
             MOVE "BLANKET"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-BLANKET.
             MOVE "REOSUG"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-REOSUG.

       ZA02.
             OPEN I-O MRPPLAN.
           IF WS-STATUS = "35"
               CLOSE MRPPLAN
               OPEN OUTPUT MRPPLAN
               CLOSE MRPPLAN
               OPEN I-O MRPPLAN.
             OPEN I-O REOSUG.
           IF WS-STATUS = "35"
               CLOSE REOSUG
               OPEN OUTPUT REOSUG
               CLOSE REOSUG
               OPEN I-O REOSUG.
             OPEN INPUT SPARTS STOCK SORDER.
             OPEN INPUT WORKORD.
           IF WS-STATUS = "00"
               MOVE "Y"          TO WS-WOROPEN.
             OPEN INPUT BLANKET.
           IF WS-STATUS = "00"
               MOVE "Y"          TO WS-BLKOPEN.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 21
               MOVE W02-MRPPLAN   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE MPL-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 47
               MOVE W02-SPARTS    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PRT-ITEM      TO WS-KEYX
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
           IF WS-F-ERROR = 46
               MOVE W02-WORKORD   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE WOR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 19
               MOVE W02-BLANKET   TO WS-FILE
               MOVE BLK-ACNO      TO WS-KEY
               MOVE BLK-ITEM      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 82
               MOVE W02-REOSUG    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE RSG-ITEM      TO WS-KEYX.

       COPY DISPERR.PRO.
