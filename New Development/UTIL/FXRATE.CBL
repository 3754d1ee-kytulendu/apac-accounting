      $set linkcount"384" GNT"FXRATE.GNT"
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
      *     E X C H A N G E   R A T E   L O O K U P                    *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            FXRATE.
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
      *    OCT 2026 - First issue.  CALLed by the invoicing paths
      *               with a currency code: returns the current
      *               rate (home units per foreign unit) from the
      *               CURRMNT table on PARAM record 276.  The
      *               record is re-read on every call so a rate
      *               amended mid-session is picked up.  L-FOUND
      *               "N" means the code is not on the table or
      *               carries no rate.  PARAM stays open between
      *               calls until the caller CANCELs.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY APACFIDS.SL.

       COPY PARAM.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY PARAM.FDE.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-CSUB            PIC  9(01) COMP-5 VALUE ZERO.

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY PARAM.ID.

       COPY WS.WS.

       LINKAGE SECTION.

       01  L-REQUEST.
           03  L-CURR         PIC  X(03).
           03  L-DRIVE        PIC  X(01).
           03  L-SYSID        PIC  X(03).
           03  L-RATE         PIC  9(03)V9(06) COMP-3.
           03  L-FOUND        PIC  X(01).

      /
       PROCEDURE DIVISION USING L-REQUEST.
       AA000           SECTION.
       AA00.
             MOVE "N"            TO L-FOUND.
             MOVE ZERO           TO L-RATE.
           IF WS-OPENED = "N"
               PERFORM ZA000.
           IF WS-OPENED = "N"
               GO TO AA49.
           IF L-CURR = SPACES
               GO TO AA49.
             MOVE 276            TO PAR-KEY.
             READ PARAM WITH IGNORE LOCK
                 INVALID KEY
                     GO TO AA49.
             MOVE 1              TO WS-CSUB.

       AA05.
           IF PAR-CUR-CODE (WS-CSUB) = L-CURR
               MOVE PAR-CUR-RATE (WS-CSUB)
                                 TO L-RATE
               GO TO AA10.
             ADD 1               TO WS-CSUB.
           IF WS-CSUB < 9
               GO TO AA05.
             GO TO AA49.

       AA10.
           IF L-RATE > ZERO
               MOVE "Y"          TO L-FOUND.

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
             MOVE "PARAM"        TO AFID-KEY.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
             CLOSE APACFIDS.
           IF AFID-PATH = SPACES
               GO TO ZA999.
             MOVE AFID-PATH      TO W02-PARAM.
             OPEN INPUT PARAM.
           IF WS-STATUS = "00" OR "41"
               MOVE "Y"          TO WS-OPENED.

       ZA999.
             EXIT.
