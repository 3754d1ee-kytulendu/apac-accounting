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
      *     S T Y L E S   -   S I Z E   A N D   C O L O U R            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            STYLE1.
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
      *    OCT 2026 - First issue.  Style master for clothing and
      *               footwear: a style carries a size grid and a
      *               colour grid and generates a STOCK item for
      *               each size and colour, coded style-size-colour
      *               and linked back by STK-STYLE, STK-SIZE and
      *               STK-COLOUR, taking the style's description,
      *               department, supplier, unit, cost and prices.
      *               Stock on hand and sales (CARDEX issues over a
      *               date range) are reported by style, laid out on
      *               the size and colour grid.  Orders and purchase
      *               orders take a style code for grid entry (see
      *               STYGRID).
      *    OCT 2026 - Existing items linked to a style are written to
      *               the master file change history (see CHGLOG).
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

       COPY STOCK.SL.

       COPY STYLE.SL.

       COPY CARDEX.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STOCK.FDE.

       COPY STYLE.FD.

       COPY CARDEX.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-STYLE           PIC  X(06) VALUE SPACES.
       77  WS-NEW             PIC  X(01) VALUE SPACE.
       77  WS-BAD             PIC  X(01) VALUE SPACE.
       77  WS-RPT             PIC  X(01) VALUE SPACE.
       77  WS-C1              PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-S1              PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-S2              PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-HYPH            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-PLEN            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-MADE            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-LINKED          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-STYLES          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-VCODE           PIC  X(15) VALUE SPACES.
       77  WS-PREFIX          PIC  X(08) VALUE SPACES.
       77  WS-FIG             PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-FIGVAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-ONORD           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-OFFGRID         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-CMP-FROM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-TO          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-REC         PIC S9(08) COMP-5 VALUE ZERO.
       01  WS-DFROM           PIC  9(08) VALUE ZERO.
       01  WS-DTO             PIC  9(08) VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-RGRID.
           03  WS-RG-ROW      OCCURS 8.
               05  WS-RG-CELL PIC S9(07)V99 COMP-3 OCCURS 10.
               05  WS-RG-RTOT PIC S9(09)V99 COMP-3.
       01  WS-RG-CTOTS.
           03  WS-RG-CTOT     PIC S9(09)V99 COMP-3 OCCURS 10.
       77  WS-RG-GTOT         PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-PERIOD     PIC  X(40).

       01  W30-STYLE.
           03  FILLER         PIC  X(06) VALUE "STYLE ".
           03  W30-CODE       PIC  X(06).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-DESC       PIC  X(30).

       01  W31-SIZES.
           03  FILLER         PIC  X(08) VALUE "COLOUR".
           03  W31-COL        OCCURS 10.
               05  FILLER     PIC  X(05).
               05  W31-SIZE   PIC  X(04).
           03  FILLER         PIC  X(11) VALUE "      TOTAL".

       01  W32-ROW.
           03  W32-LABEL      PIC  X(08).
           03  W32-COL        OCCURS 10.
               05  FILLER     PIC  X(01).
               05  W32-QTY    PIC  Z(07)-.
           03  FILLER         PIC  X(01).
           03  W32-TOTAL      PIC  Z(09)-.

       01  W34-FOOT.
           03  W34-TEXT1      PIC  X(20).
           03  W34-FIG1       PIC  Z(08)9-.
           03  FILLER         PIC  X(03).
           03  W34-TEXT2      PIC  X(20).
           03  W34-FIG2       PIC  Z(10)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "STY".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STOCK.ID.

       COPY STYLE.ID.

       COPY CARDEX.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(06) VALUE "STYLE1".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "STYLES  -  SIZE  AND  COLOUR".
           03  LINE  4 COLUMN 16 VALUE "1. Maintain a style".
           03  LINE  5 COLUMN 16 VALUE "2. Generate variant items".
           03  LINE  6 COLUMN 16 VALUE "3. Stock by style report".
           03  LINE  7 COLUMN 16 VALUE "4. Sales by style report".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Style code (blank ends) :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(06) USING WS-STYLE AUTO.

       01  S14.
           03  LINE  6 COLUMN 10 VALUE "Description       :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(30) USING STY-DESC.
           03  LINE  7 COLUMN 10 VALUE "Department        :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-DEPT AUTO.
           03  LINE  8 COLUMN 10 VALUE "Supplier a/c      :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING STY-SUPP AUTO.
           03  LINE  9 COLUMN 10 VALUE "Unit              :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-UNIT AUTO.
           03  LINE 10 COLUMN 10 VALUE "VAT code          :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-VATCODE AUTO.
           03  LINE 11 COLUMN 10 VALUE "Cost price        :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING STY-COST AUTO.
           03  LINE 12 COLUMN 10 VALUE "Wholesale price   :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING STY-PRICE-WS
                                 AUTO.
           03  LINE 13 COLUMN 10 VALUE "Cash price        :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING STY-PRICE-CS
                                 AUTO.
           03  LINE 14 COLUMN 10 VALUE "Retail price      :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING STY-PRICE-RT
                                 AUTO.
           03  LINE 16 COLUMN 10 VALUE "Sizes    :".
           03          COLUMN 21 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (1)
                                 AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (2)
                                 AUTO.
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (3)
                                 AUTO.
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (4)
                                 AUTO.
           03          COLUMN 41 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (5)
                                 AUTO.
           03          COLUMN 46 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (6)
                                 AUTO.
           03          COLUMN 51 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (7)
                                 AUTO.
           03          COLUMN 56 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (8)
                                 AUTO.
           03          COLUMN 61 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (9)
                                 AUTO.
           03          COLUMN 66 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STY-SIZE (10)
                                 AUTO.
           03  LINE 18 COLUMN 10 VALUE "Colours  :".
           03          COLUMN 21 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING STY-COLOUR (1)
                                 AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING STY-COLOUR (2)
                                 AUTO.
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING STY-COLOUR (3)
                                 AUTO.
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING STY-COLOUR (4)
                                 AUTO.
           03          COLUMN 41 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING STY-COLOUR (5)
                                 AUTO.
           03          COLUMN 46 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING STY-COLOUR (6)
                                 AUTO.
           03          COLUMN 51 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING STY-COLOUR (7)
                                 AUTO.
           03          COLUMN 56 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING STY-COLOUR (8)
                                 AUTO.

       01  S17.
           03  LINE  6 COLUMN 10 VALUE "Date from :".
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DFROM AUTO.
           03  LINE  7 COLUMN 10 VALUE "Date to   :".
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DTO AUTO.

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
             CLOSE STOCK STYLE CARDEX.

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
           IF (WS-OPTION = "1" OR "2") AND LS0-STLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA00.
           IF WS-OPTION = "1"
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "2"
               PERFORM DA000 THRU DA999
               GO TO BA00.
           IF WS-OPTION = "3"
               MOVE "S"          TO WS-RPT
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "4"
               MOVE "M"          TO WS-RPT
               PERFORM EA000 THRU EA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    M A I N T A I N   A   S T Y L E
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-STYLE.
             DISPLAY S13.
             ACCEPT S13 AT 0436.
           IF WS-STYLE = SPACES
               GO TO CA999.
             MOVE ZERO           TO WS-HYPH.
             INSPECT WS-STYLE TALLYING WS-HYPH FOR ALL "-".
           IF WS-HYPH NOT = ZERO
               MOVE "A style code cannot hold a hyphen"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             MOVE WS-STYLE       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE "A stock item already has that code"
                                 TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00
             END-READ.
             MOVE WS-STYLE       TO STY-CODE.
             MOVE "N"            TO WS-NEW.
             READ STYLE WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEW.
           IF WS-NEW = "Y"
               INITIALIZE STY-RECORD
               MOVE WS-STYLE     TO STY-CODE
               DISPLAY "New style" AT 0445
                       WITH FOREGROUND-COLOR 14.

       CA10.
             DISPLAY S14.
             ACCEPT S14.
             PERFORM CB00-CHECK THRU CB00-EXIT.
           IF WS-BAD = "Y"
               GO TO CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               IF WS-NEW = "N"
                   UNLOCK STYLE
                   GO TO CA00
               ELSE
                   GO TO CA00.
           IF WS-NEW = "Y"
               WRITE STY-RECORD
           ELSE
               REWRITE STY-RECORD
               UNLOCK STYLE.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    A description, at least one size and one
      *            colour, and no grid entry twice or hyphenated.
      *
       CB00-CHECK.
             MOVE "Y"            TO WS-BAD.
           IF STY-DESC = SPACES
               MOVE "Enter the description"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CB00-EXIT.
           IF STY-SIZES = SPACES OR STY-COLOURS = SPACES
               MOVE "Enter at least one size and one colour"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CB00-EXIT.
             MOVE ZERO           TO WS-HYPH.
             INSPECT STY-SIZES TALLYING WS-HYPH FOR ALL "-".
             INSPECT STY-COLOURS TALLYING WS-HYPH FOR ALL "-".
           IF WS-HYPH NOT = ZERO
               MOVE "Sizes and colours cannot hold a hyphen"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CB00-EXIT.
             MOVE 1              TO WS-S1.

       CB05-SIZE.
           IF WS-S1 > 9
               GO TO CB10.
             COMPUTE WS-S2 = WS-S1 + 1.

       CB06-SIZE.
           IF STY-SIZE (WS-S1) NOT = SPACES
                        AND STY-SIZE (WS-S1) = STY-SIZE (WS-S2)
               MOVE "A size is on the grid twice"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CB00-EXIT.
           IF WS-S2 < 10
               ADD 1             TO WS-S2
               GO TO CB06-SIZE.
             ADD 1               TO WS-S1.
             GO TO CB05-SIZE.

       CB10.
             MOVE 1              TO WS-S1.

       CB15-COLOUR.
           IF WS-S1 > 7
               GO TO CB20.
             COMPUTE WS-S2 = WS-S1 + 1.

       CB16-COLOUR.
           IF STY-COLOUR (WS-S1) NOT = SPACES
                        AND STY-COLOUR (WS-S1) = STY-COLOUR (WS-S2)
               MOVE "A colour is on the grid twice"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CB00-EXIT.
           IF WS-S2 < 8
               ADD 1             TO WS-S2
               GO TO CB16-COLOUR.
             ADD 1               TO WS-S1.
             GO TO CB15-COLOUR.

       CB20.
             MOVE "N"            TO WS-BAD.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The variant's item code: style-size-colour.
      *
       CC00-CODE.
             MOVE SPACES         TO WS-VCODE.
             STRING STY-CODE DELIMITED BY SPACE
                    "-" DELIMITED BY SIZE
                    STY-SIZE (WS-S1) DELIMITED BY SPACE
                    "-" DELIMITED BY SIZE
                    STY-COLOUR (WS-C1) DELIMITED BY SPACE
                    INTO WS-VCODE.

       CC00-EXIT.
             EXIT.

      /
      *    ****    G E N E R A T E   V A R I A N T   I T E M S
      *
      *            An item for every size and colour on the grid
      *            not already on file, from the style's details.
      *            An existing item of the same code not yet on a
      *            style is linked to this one; items are never
      *            removed here.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-STYLE.
             DISPLAY S13.
             ACCEPT S13 AT 0436.
           IF WS-STYLE = SPACES
               GO TO DA999.
             MOVE WS-STYLE       TO STY-CODE.
             READ STYLE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Style not on file"
                                 TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
             DISPLAY STY-DESC AT 0445 WITH FOREGROUND-COLOR 15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO DA00.
             MOVE ZERO           TO WS-MADE WS-LINKED.
             MOVE 1              TO WS-C1.

       DA05.
             MOVE 1              TO WS-S1.

       DA10.
           IF STY-COLOUR (WS-C1) = SPACES
                              OR STY-SIZE (WS-S1) = SPACES
               GO TO DA20.
             PERFORM CC00-CODE THRU CC00-EXIT.
             MOVE WS-VCODE       TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     GO TO DA15.
           IF STK-STYLE NOT = SPACES
               UNLOCK STOCK
               GO TO DA20.
             MOVE STK-RECORD     TO CHG-BEFORE.
             MOVE STY-CODE       TO STK-STYLE.
             MOVE STY-SIZE (WS-S1)
                                 TO STK-SIZE.
             MOVE STY-COLOUR (WS-C1)
                                 TO STK-COLOUR.
             REWRITE STK-RECORD.
             UNLOCK STOCK.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "STYLE1"       TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.

             ADD 1               TO WS-LINKED.
             GO TO DA20.

       DA15.
             INITIALIZE STK-RECORD.
             MOVE WS-VCODE       TO STK-CODE.
             STRING STY-DESC DELIMITED BY "  "
                    " " DELIMITED BY SIZE
                    STY-SIZE (WS-S1) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    STY-COLOUR (WS-C1) DELIMITED BY SPACE
                    INTO STK-DESC.
             MOVE STY-DEPT       TO STK-DEPT.
             MOVE STY-SUPP       TO STK-SUPP.
             MOVE STY-UNIT       TO STK-UNIT.
             MOVE STY-VATCODE    TO STK-VATCODE.
             MOVE STY-COST       TO STK-COST.
             MOVE STY-PRICE-WS   TO STK-PRICE-WS.
             MOVE STY-PRICE-CS   TO STK-PRICE-CS.
             MOVE STY-PRICE-RT   TO STK-PRICE-RT.
             MOVE STY-CODE       TO STK-STYLE.
             MOVE STY-SIZE (WS-S1)
                                 TO STK-SIZE.
             MOVE STY-COLOUR (WS-C1)
                                 TO STK-COLOUR.
             WRITE STK-RECORD
                 INVALID KEY
                     GO TO DA20.
             ADD 1               TO WS-MADE.

       DA20.
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO DA10.
           IF WS-C1 < 8
               ADD 1             TO WS-C1
               GO TO DA05.
             DISPLAY "Items created : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-MADE WITH FOREGROUND-COLOR 15.
             DISPLAY "Items linked  : " AT 0910
                     WITH FOREGROUND-COLOR 14
                     WS-LINKED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA00.

       DA999.
             EXIT.

      /
      *    ****    S T O C K   /   S A L E S   B Y   S T Y L E
      *
      *            WS-RPT S = stock on hand, M = sales (CARDEX
      *            issues in the period, as REORDER1 counts
      *            demand).  Each style's variants are laid on its
      *            grid; an item of the style whose size or colour
      *            has since left the grid is shown off grid.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             DISPLAY "Blank for all styles" AT 0445
                     WITH FOREGROUND-COLOR 14.
             MOVE SPACES         TO WS-STYLE.
             DISPLAY S13.
             ACCEPT S13 AT 0436.
           IF WS-STYLE NOT = SPACES
               MOVE WS-STYLE     TO STY-CODE
               READ STYLE WITH IGNORE LOCK
                   INVALID KEY
                       MOVE "Style not on file"
                                 TO WS-ERR-STRING
                       PERFORM ERROR-MESSAGE
                       GO TO EA999.
           IF WS-RPT = "S"
               GO TO EA02.
             MOVE ZERO           TO WS-DFROM.
             MOVE TODAY-DDMMYY   TO WS-DTO.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-DTO = ZERO
               GO TO EA999.
             MOVE WS-DFROM       TO WS-DATE-WORK.
             COMPUTE WS-CMP-FROM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE WS-DTO         TO WS-DATE-WORK.
             COMPUTE WS-CMP-TO = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.

       EA02.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO EA999.
             OPEN OUTPUT PRINTF.
           IF WS-RPT = "S"
               MOVE "STOCK ON HAND BY STYLE            "
                                 TO W10-TITLE
               MOVE SPACES       TO W10-PERIOD
           ELSE
               MOVE "SALES BY STYLE                    "
                                 TO W10-TITLE
               MOVE SPACES       TO W10-PERIOD
               MOVE WS-DFROM     TO W10-DATE
               STRING "PERIOD " W10-DATE DELIMITED BY SIZE
                      INTO W10-PERIOD
               MOVE WS-DTO       TO W10-DATE
               MOVE " TO "       TO W10-PERIOD (18:4)
               MOVE W10-DATE     TO W10-PERIOD (22:10).
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-STYLES.
           IF WS-STYLE NOT = SPACES
               PERFORM EB00-STYLE THRU EB00-EXIT
               GO TO EA90.
             MOVE LOW-VALUES     TO STY-CODE.
             START STYLE KEY NOT LESS STY-CODE
                 INVALID KEY
                     GO TO EA90.

       EA05.
             READ STYLE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
             PERFORM EB00-STYLE THRU EB00-EXIT.
             GO TO EA05.

       EA90.
             CLOSE PRINTF.
             DISPLAY "Styles reported : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-STYLES WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      *
      *    ****    One style: gather its variants onto the grid
      *            and print it.
      *
       EB00-STYLE.
             ADD 1               TO WS-STYLES.
             INITIALIZE WS-RGRID WS-RG-CTOTS.
             MOVE ZERO           TO WS-RG-GTOT WS-ONORD WS-VALUE
                                    WS-OFFGRID.
             MOVE SPACES         TO WS-PREFIX.
             MOVE 1              TO WS-PLEN.
             STRING STY-CODE DELIMITED BY SPACE
                    "-" DELIMITED BY SIZE
                    INTO WS-PREFIX WITH POINTER WS-PLEN.
             SUBTRACT 1        FROM WS-PLEN.
             MOVE WS-PREFIX      TO STK-CODE.
             START STOCK KEY NOT LESS STK-CODE
                 INVALID KEY
                     GO TO EB50.

       EB05.
             READ STOCK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EB50.
           IF STK-CODE (1:WS-PLEN) NOT = WS-PREFIX (1:WS-PLEN)
               GO TO EB50.
           IF STK-STYLE NOT = STY-CODE
               GO TO EB05.
           IF WS-RPT = "S"
               MOVE STK-QOH      TO WS-FIG
               ADD STK-ONORDER   TO WS-ONORD
               COMPUTE WS-VALUE = WS-VALUE + (STK-QOH * STK-COST)
           ELSE
               PERFORM EC00-SALES THRU EC00-EXIT
               ADD WS-FIGVAL     TO WS-VALUE.
             MOVE 1              TO WS-C1.

       EB10.
           IF STY-COLOUR (WS-C1) = STK-COLOUR
                              AND STK-COLOUR NOT = SPACES
               GO TO EB15.
           IF WS-C1 < 8
               ADD 1             TO WS-C1
               GO TO EB10.
             ADD WS-FIG          TO WS-OFFGRID.
             GO TO EB05.

       EB15.
             MOVE 1              TO WS-S1.

       EB16.
           IF STY-SIZE (WS-S1) = STK-SIZE
                              AND STK-SIZE NOT = SPACES
               GO TO EB20.
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO EB16.
             ADD WS-FIG          TO WS-OFFGRID.
             GO TO EB05.

       EB20.
             ADD WS-FIG          TO WS-RG-CELL (WS-C1 WS-S1)
                                    WS-RG-RTOT (WS-C1)
                                    WS-RG-CTOT (WS-S1)
                                    WS-RG-GTOT.
             GO TO EB05.
      *
      *    ****    Print the grid.
      *
       EB50.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE STY-CODE       TO W30-CODE.
             MOVE STY-DESC       TO W30-DESC.
             WRITE PRINT-REC FROM W30-STYLE AFTER 2.
             MOVE 1              TO WS-S1.

       EB55.
             MOVE SPACES         TO W31-COL (WS-S1).
             MOVE STY-SIZE (WS-S1)
                                 TO W31-SIZE (WS-S1).
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO EB55.
             WRITE PRINT-REC FROM W31-SIZES.
             MOVE 1              TO WS-C1.

       EB60.
           IF STY-COLOUR (WS-C1) = SPACES
               GO TO EB70.
             MOVE SPACES         TO W32-ROW.
             MOVE STY-COLOUR (WS-C1)
                                 TO W32-LABEL.
             MOVE 1              TO WS-S1.

       EB65.
           IF STY-SIZE (WS-S1) NOT = SPACES
               MOVE WS-RG-CELL (WS-C1 WS-S1)
                                 TO W32-QTY (WS-S1).
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO EB65.
             MOVE WS-RG-RTOT (WS-C1)
                                 TO W32-TOTAL.
             WRITE PRINT-REC FROM W32-ROW.

       EB70.
           IF WS-C1 < 8
               ADD 1             TO WS-C1
               GO TO EB60.
             MOVE SPACES         TO W32-ROW.
             MOVE "TOTAL"        TO W32-LABEL.
             MOVE 1              TO WS-S1.

       EB75.
           IF STY-SIZE (WS-S1) NOT = SPACES
               MOVE WS-RG-CTOT (WS-S1)
                                 TO W32-QTY (WS-S1).
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO EB75.
             MOVE WS-RG-GTOT     TO W32-TOTAL.
             WRITE PRINT-REC FROM W32-ROW.
             MOVE SPACES         TO W34-FOOT.
           IF WS-RPT = "S"
               MOVE "On order          :" TO W34-TEXT1
               MOVE WS-ONORD     TO W34-FIG1
               MOVE "Value at cost     :" TO W34-TEXT2
           ELSE
               MOVE "Off grid          :" TO W34-TEXT1
               MOVE WS-OFFGRID   TO W34-FIG1
               MOVE "Cost of sales     :" TO W34-TEXT2.
             MOVE WS-VALUE       TO W34-FIG2.
             WRITE PRINT-REC FROM W34-FOOT.
           IF WS-RPT = "S" AND WS-OFFGRID NOT = ZERO
               MOVE SPACES       TO W34-FOOT
               MOVE "Off grid          :" TO W34-TEXT1
               MOVE WS-OFFGRID   TO W34-FIG1
               WRITE PRINT-REC FROM W34-FOOT.

       EB00-EXIT.
             EXIT.

      *
      *    ****    Sales of the item in the period: issues off
      *            CARDEX other than stock take, transfers and
      *            returns to supplier, at cost.
      *
       EC00-SALES.
             MOVE ZERO           TO WS-FIG WS-FIGVAL.
             MOVE STK-CODE       TO CRD-ITEM.
             MOVE ZERO           TO CRD-DATE CRD-SERIAL.
             START CARDEX KEY NOT LESS CRD-KEY
                 INVALID KEY
                     GO TO EC00-EXIT.

       EC05.
             READ CARDEX NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EC00-EXIT.
           IF CRD-ITEM NOT = STK-CODE
               GO TO EC00-EXIT.
           IF CRD-QTY NOT < ZERO
               GO TO EC05.
           IF CRD-TYPE = 30 OR 31 OR 32 OR 45
               GO TO EC05.
             MOVE CRD-DATE       TO WS-DATE-WORK.
             COMPUTE WS-CMP-REC = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-CMP-REC < WS-CMP-FROM OR WS-CMP-REC > WS-CMP-TO
               GO TO EC05.
             SUBTRACT CRD-QTY  FROM WS-FIG.
             COMPUTE WS-FIGVAL = WS-FIGVAL - (CRD-QTY * CRD-COST).
             GO TO EC05.

       EC00-EXIT.
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
             MOVE "STOCKF"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "STYLE"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STYLE.
             MOVE "CARDEX"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CARDEX.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O STYLE.
           IF WS-STATUS = "35"
               CLOSE STYLE
               OPEN OUTPUT STYLE
               CLOSE STYLE
               OPEN I-O STYLE.
             OPEN I-O STOCK.
             OPEN INPUT CARDEX.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 43
               MOVE W02-CARDEX    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CRD-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 4
               MOVE W02-STYLE     TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STY-CODE      TO WS-KEYX.

       COPY DISPERR.PRO.
