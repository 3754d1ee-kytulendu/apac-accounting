      $set linkcount"384" GNT"UOMCONV.GNT"
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
      *     U N I T   O F   M E A S U R E   C O N V E R S I O N        *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            UOMCONV.
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
      *    OCT 2026 - First issue.  Unit of measure conversion,
      *               CALLed by POS001 and SLS001 as each line is
      *               keyed and by GRN001, TELESALE and ORDIMP: the
      *               quantity in any unit defined for the item on
      *               STKUOM comes back in the base unit STK-UNIT,
      *               with the factor so the caller can carry a
      *               price across.  Spaces or the base unit
      *               itself convert at one.  L-RESULT: space =
      *               converted, U = unit not defined for the
      *               item, I = item not on file, S = too large
      *               once converted, F = files unavailable.  The
      *               files stay open between calls until the
      *               caller CANCELs.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY APACFIDS.SL.

       COPY STOCK.SL.

       COPY STKUOM.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STOCK.FDE.

       COPY STKUOM.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-UOMOPEN         PIC  X(01) VALUE "N".

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STOCK.ID.

       COPY STKUOM.ID.

       COPY WS.WS.

       LINKAGE SECTION.

       01  L-REQUEST.
           03  L-ITEM         PIC  X(15).
           03  L-UNIT         PIC  X(04).
           03  L-QTY          PIC S9(07)V99 COMP-3.
           03  L-DRIVE        PIC  X(01).
           03  L-SYSID        PIC  X(03).
           03  L-BASEQTY      PIC S9(07)V99 COMP-3.
           03  L-FACTOR       PIC  9(05)V9(04) COMP-3.
           03  L-RESULT       PIC  X(01).

      /
       PROCEDURE DIVISION USING L-REQUEST.
       AA000           SECTION.
       AA00.
             MOVE SPACE          TO L-RESULT.
             MOVE 1              TO L-FACTOR.
             MOVE L-QTY          TO L-BASEQTY.
           IF WS-OPENED = "N"
               PERFORM ZA000.
           IF WS-OPENED = "N"
               MOVE "F"          TO L-RESULT
               GO TO AA49.
             MOVE L-ITEM         TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "I"    TO L-RESULT
                     GO TO AA49.
           IF L-UNIT = SPACES OR L-UNIT = STK-UNIT
               GO TO AA49.
           IF WS-UOMOPEN = "N"
               MOVE "U"          TO L-RESULT
               GO TO AA49.
             MOVE L-ITEM         TO UOM-ITEM.
             MOVE L-UNIT         TO UOM-UNIT.
             READ STKUOM WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "U"    TO L-RESULT
                     GO TO AA49.
           IF UOM-FACTOR = ZERO
               MOVE "U"          TO L-RESULT
               GO TO AA49.
             MOVE UOM-FACTOR     TO L-FACTOR.
             COMPUTE L-BASEQTY ROUNDED = L-QTY * UOM-FACTOR
                 ON SIZE ERROR
                     MOVE "S"    TO L-RESULT.

       AA49.
             EXIT PROGRAM.

      /
       ZA000           SECTION.
       ZA00.
             MOVE L-DRIVE        TO W02-L-OR-N.
             MOVE L-SYSID        TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO ZA999.
             MOVE "STOCKF"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
           IF AFID-PATH = SPACES
               GO TO ZA90.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "STKUOM"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-STKUOM.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00" AND "41"
               GO TO ZA90.
             MOVE "Y"            TO WS-OPENED.
           IF W02-STKUOM NOT = SPACES
               OPEN INPUT STKUOM
               IF WS-STATUS = "00" OR "41"
                   MOVE "Y"      TO WS-UOMOPEN.
             GO TO ZA90.

       ZA05-READ.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
       ZA05-EXIT.
             EXIT.

       ZA90.
             CLOSE APACFIDS.

       ZA999.
             EXIT.
