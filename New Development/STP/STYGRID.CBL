      $set linkcount"384" GNT"STYGRID.GNT"
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
      *     S I Z E   A N D   C O L O U R   G R I D                    *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            STYGRID.
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
      *    OCT 2026 - First issue.  Size and colour grid entry,
      *               CALLed by GRN001 and TELESALE (and open to
      *               SLS001 and POS001) when the code keyed is a
      *               style rather than an item (see STYLE1): pops
      *               the style's grid, colours down and sizes
      *               across, takes a quantity for each variant on
      *               file and hands back the variants and their
      *               quantities for the caller to make lines of.
      *               L-RESULT: space = quantities returned, N =
      *               not a style, X = nothing taken, F = files
      *               unavailable.
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

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STOCK.FDE.

       COPY STYLE.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-C1              PIC  9(02) COMP-5.
       77  WS-S1              PIC  9(02) COMP-5.
       77  WS-CELL            PIC  9(04).
       77  WS-TOTQTY          PIC  9(06) VALUE ZERO.
       77  WS-REPLY           PIC  X(01).
       77  WS-VCODE           PIC  X(15).

       01  WS-GRID.
           03  WS-GRID-ROW    OCCURS 8.
               05  WS-GRID-CELL
                              OCCURS 10.
                   07  WS-GRID-OK
                              PIC  X(01).
                   07  WS-GRID-QTY
                              PIC  9(04).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STOCK.ID.

       COPY STYLE.ID.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

       01  L-REQUEST.
           03  L-STYLE        PIC  X(06).
           03  L-DRIVE        PIC  X(01).
           03  L-SYSID        PIC  X(03).
           03  L-RESULT       PIC  X(01).
           03  L-CELLS        PIC  9(02).
           03  L-CELL         OCCURS 80.
               05  L-ITEM     PIC  X(15).
               05  L-QTY      PIC  9(04).

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

      /
       PROCEDURE DIVISION USING L-REQUEST.
       AA000           SECTION.
       AA00.
             MOVE SPACE          TO L-RESULT.
             MOVE ZERO           TO L-CELLS.
           IF WS-OPENED = "N"
               PERFORM ZA000.
           IF WS-OPENED = "N"
               MOVE "F"          TO L-RESULT
               GO TO AA49.
           IF L-STYLE = SPACES
               MOVE "N"          TO L-RESULT
               GO TO AA49.
             MOVE L-STYLE        TO STY-CODE.
             READ STYLE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "N"    TO L-RESULT
                     GO TO AA49.
      *
      *    ****    Which cells of the grid have an item behind
      *            them.
      *
             MOVE 1              TO WS-C1.

       AA05.
             MOVE 1              TO WS-S1.

       AA06.
             MOVE "N"            TO WS-GRID-OK (WS-C1 WS-S1).
             MOVE ZERO           TO WS-GRID-QTY (WS-C1 WS-S1).
           IF STY-COLOUR (WS-C1) = SPACES
                              OR STY-SIZE (WS-S1) = SPACES
               GO TO AA07.
             PERFORM AB00-CODE THRU AB00-EXIT.
             MOVE WS-VCODE       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO AA07.
             MOVE "Y"            TO WS-GRID-OK (WS-C1 WS-S1).

       AA07.
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO AA06.
           IF WS-C1 < 8
               ADD 1             TO WS-C1
               GO TO AA05.
      *
      *    ****    Pop the grid: colours down, sizes across.
      *
             PERFORM SAVE-SCREEN.
             DISPLAY CLR-SCREEN.
             DISPLAY "STYLE " AT 0210 WITH FOREGROUND-COLOR 14
                     STY-CODE WITH FOREGROUND-COLOR 15
                     "  " STY-DESC WITH FOREGROUND-COLOR 15.
             DISPLAY "Colour" AT 0402 WITH FOREGROUND-COLOR 14.
             MOVE 4              TO SLIN.
             MOVE 1              TO WS-S1.

       AA10.
             COMPUTE SCOL = 10 + ((WS-S1 - 1) * 7).
             DISPLAY STY-SIZE (WS-S1) AT SPOS
                     WITH FOREGROUND-COLOR 14.
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO AA10.
             MOVE 1              TO WS-C1.

       AA11.
           IF STY-COLOUR (WS-C1) = SPACES
               GO TO AA13.
             COMPUTE SLIN = 5 + WS-C1.
             MOVE 2              TO SCOL.
             DISPLAY STY-COLOUR (WS-C1) AT SPOS
                     WITH FOREGROUND-COLOR 14.
             MOVE 1              TO WS-S1.

       AA12.
           IF STY-SIZE (WS-S1) NOT = SPACES
               COMPUTE SCOL = 10 + ((WS-S1 - 1) * 7)
               IF WS-GRID-OK (WS-C1 WS-S1) = "Y"
                   DISPLAY WS-GRID-QTY (WS-C1 WS-S1) AT SPOS
                           WITH FOREGROUND-COLOR 15
               ELSE
                   DISPLAY "  - " AT SPOS
                           WITH FOREGROUND-COLOR 8.
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO AA12.

       AA13.
           IF WS-C1 < 8
               ADD 1             TO WS-C1
               GO TO AA11.
             DISPLAY "- = no item for that size and colour" AT 1510
                     WITH FOREGROUND-COLOR 8.
      *
      *    ****    A quantity for each variant in turn.
      *
       AA20.
             MOVE ZERO           TO WS-TOTQTY.
             MOVE 1              TO WS-C1.

       AA21.
             MOVE 1              TO WS-S1.

       AA22.
           IF WS-GRID-OK (WS-C1 WS-S1) NOT = "Y"
               GO TO AA23.
             COMPUTE SLIN = 5 + WS-C1.
             COMPUTE SCOL = 10 + ((WS-S1 - 1) * 7).
             MOVE WS-GRID-QTY (WS-C1 WS-S1)
                                 TO WS-CELL.
             ACCEPT WS-CELL AT SPOS
                    WITH FOREGROUND-COLOR 15 UPDATE AUTO.
             MOVE WS-CELL        TO WS-GRID-QTY (WS-C1 WS-S1).
             ADD WS-CELL         TO WS-TOTQTY.

       AA23.
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO AA22.
           IF WS-C1 < 8
               ADD 1             TO WS-C1
               GO TO AA21.
             DISPLAY "Total quantity : " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-TOTQTY WITH FOREGROUND-COLOR 15.
             DISPLAY "Y = take  N = re-key  A = abandon :" AT 1810
                     WITH FOREGROUND-COLOR 14.
             MOVE SPACE          TO WS-REPLY.
             ACCEPT WS-REPLY AT 1846 WITH FOREGROUND-COLOR 15 AUTO.
           IF WS-REPLY = "N" OR "n"
               GO TO AA20.
           IF WS-REPLY = "A" OR "a" OR WS-TOTQTY = ZERO
               MOVE "X"          TO L-RESULT
               GO TO AA40.
           IF WS-REPLY NOT = "Y" AND NOT = "y"
               GO TO AA23.
      *
      *    ****    Hand back the variants with a quantity.
      *
             MOVE 1              TO WS-C1.

       AA30.
             MOVE 1              TO WS-S1.

       AA31.
           IF WS-GRID-OK (WS-C1 WS-S1) = "Y"
                            AND WS-GRID-QTY (WS-C1 WS-S1) > ZERO
               PERFORM AB00-CODE THRU AB00-EXIT
               ADD 1             TO L-CELLS
               MOVE WS-VCODE     TO L-ITEM (L-CELLS)
               MOVE WS-GRID-QTY (WS-C1 WS-S1)
                                 TO L-QTY (L-CELLS).
           IF WS-S1 < 10
               ADD 1             TO WS-S1
               GO TO AA31.
           IF WS-C1 < 8
               ADD 1             TO WS-C1
               GO TO AA30.

       AA40.
             PERFORM RESTORE-SCREEN.

       AA49.
             EXIT PROGRAM.

      *
      *    ****    The variant's item code: style-size-colour.
      *
       AB00-CODE.
             MOVE SPACES         TO WS-VCODE.
             STRING STY-CODE DELIMITED BY SPACE
                    "-" DELIMITED BY SIZE
                    STY-SIZE (WS-S1) DELIMITED BY SPACE
                    "-" DELIMITED BY SIZE
                    STY-COLOUR (WS-C1) DELIMITED BY SPACE
                    INTO WS-VCODE.

       AB00-EXIT.
             EXIT.

       SAVE-SCREEN.
             MOVE ZERO           TO W41-ROW W41-COL.
             CALL "CBL_READ_SCR_CHATTRS" USING W41-POS W43-SCREEN
                                               W42-ATTRIB W41-LEN.

       RESTORE-SCREEN.
             MOVE ZERO           TO W41-ROW W41-COL.
             CALL "CBL_WRITE_SCR_CHATTRS" USING W41-POS W43-SCREEN
                                                W42-ATTRIB W41-LEN.

      /
       ZA000           SECTION.
       ZA00.
             MOVE L-DRIVE        TO W02-L-OR-N.
             MOVE L-SYSID        TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO ZA999.
             MOVE "STOCKF"       TO AFID-KEY.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
           IF AFID-PATH = SPACES
               CLOSE APACFIDS
               GO TO ZA999.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "STYLE"        TO AFID-KEY.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
             CLOSE APACFIDS.
           IF AFID-PATH = SPACES
               GO TO ZA999.
             MOVE AFID-PATH      TO W02-STYLE.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00" AND NOT = "41"
               GO TO ZA999.
             OPEN INPUT STYLE.
           IF WS-STATUS = "00" OR "41"
               MOVE "Y"          TO WS-OPENED
           ELSE
               CLOSE STOCK.
       ZA999.
             EXIT.
