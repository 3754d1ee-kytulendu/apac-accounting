      $set linkcount"384" GNT"CTLTOT.GNT"
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
      *     C O N T R O L   T O T A L S                                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            CTLTOT.
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
      *    OCT 2026 - First issue.  Control totals for the posting
      *               runs, CALLed by each of them (see CTLTOT.WS /
      *               CTLTOT.PRO).  Action S writes the run's CTLTOT
      *               record with the documents, value, VAT and
      *               quantity it expects to post, status R, before
      *               it posts anything; action E takes what reached
      *               each target file, compares it measure by
      *               measure with the expected (less anything held
      *               back where the target says so) and marks the
      *               run B balanced or X out of balance.  A run that
      *               dies part way stays R.  Action K counts the
      *               runs still R or X for the day-end, which will
      *               not start while any are left (see CTLEXC for
      *               the report and the supervisor's clearance).
      *               CTLTOT stays open until the caller CANCELs.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY APACFIDS.SL.

       COPY CTLTOT.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CTLTOT.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-TIME            PIC  9(08) VALUE ZERO.
       77  WS-RDATE           PIC  9(08) VALUE ZERO.
       77  WS-RUN             PIC  9(04) VALUE ZERO.
       77  WS-T               PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-CODE            PIC  X(01) VALUE SPACE.
       77  WS-WANT            PIC S9(11)V999 COMP-3 VALUE ZERO.
       77  WS-HOLD            PIC S9(11)V999 COMP-3 VALUE ZERO.
       77  WS-GOT             PIC S9(11)V999 COMP-3 VALUE ZERO.

       01  WS-DATE-SPLIT.
           03  WS-DTE-DD      PIC  9(02).
           03  WS-DTE-MM      PIC  9(02).
           03  WS-DTE-CCYY    PIC  9(04).
       01  WS-RDATE-SPLIT.
           03  WS-RD-CCYY     PIC  9(04).
           03  WS-RD-MM       PIC  9(02).
           03  WS-RD-DD       PIC  9(02).
       01  WS-RDATE-N  REDEFINES WS-RDATE-SPLIT
                              PIC  9(08).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CTLTOT.ID.

       COPY WS.WS.

       LINKAGE SECTION.

       COPY CTLTOT.WS.

      /
       PROCEDURE DIVISION USING CTL-REQUEST.
       AA000           SECTION.
       AA00.
           IF CTL-ACTION = "K"
               MOVE ZERO         TO CTL-OUTSTANDING.
           IF WS-OPENED = "N"
               PERFORM ZA000.
           IF WS-OPENED = "N"
               GO TO AA49.
             ACCEPT WS-TIME    FROM TIME.
             MOVE CTL-DATE       TO WS-DATE-SPLIT.
             MOVE WS-DTE-CCYY    TO WS-RD-CCYY.
             MOVE WS-DTE-MM      TO WS-RD-MM.
             MOVE WS-DTE-DD      TO WS-RD-DD.
             MOVE WS-RDATE-N     TO WS-RDATE.
           IF CTL-ACTION = "S"
               PERFORM BA00-START THRU BA00-EXIT
               GO TO AA49.
           IF CTL-ACTION = "E"
               PERFORM CA00-END THRU CA00-EXIT
               GO TO AA49.
           IF CTL-ACTION = "K"
               PERFORM DA00-CHECK THRU DA00-EXIT.

       AA49.
             EXIT PROGRAM.

      /
      *    ****    S T A R T   O F   R U N
      *
      *            The next run number for the program on the
      *            day, from the last on file.
      *
       BA00-START.
             MOVE WS-RDATE       TO CTT-RDATE.
             MOVE CTL-PROG       TO CTT-PROG.
             MOVE 9999           TO CTT-RUN.
             MOVE 1              TO WS-RUN.
             START CTLTOT KEY LESS CTT-KEY
                 INVALID KEY
                     GO TO BA05.
             READ CTLTOT PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     GO TO BA05.
           IF CTT-RDATE = WS-RDATE AND CTT-PROG = CTL-PROG
               COMPUTE WS-RUN = CTT-RUN + 1.

       BA05.
             INITIALIZE CTT-RECORD.
             MOVE WS-RDATE       TO CTT-RDATE.
             MOVE CTL-PROG       TO CTT-PROG.
             MOVE WS-RUN         TO CTT-RUN.
             MOVE CTL-REF        TO CTT-REF.
             MOVE CTL-USER       TO CTT-USER.
             MOVE CTL-DATE       TO CTT-DATE.
             MOVE WS-TIME (1:6)  TO CTT-START.
             MOVE "R"            TO CTT-STATUS.
             MOVE CTL-EXPECTED   TO CTT-EXPECTED.
             MOVE CTL-HELD       TO CTT-HELD.
             PERFORM BB00-TARGETS THRU BB00-EXIT.
      *
      *    ****    Another terminal took this run number - bump
      *            it and retry.
      *
       BA06-WRITE.
             WRITE CTT-RECORD
                 INVALID KEY
                     ADD 1       TO WS-RUN
                     MOVE WS-RUN TO CTT-RUN
                     GO TO BA06-WRITE.
             MOVE WS-RDATE       TO CTL-RDATE.
             MOVE WS-RUN         TO CTL-RUN.
             MOVE "R"            TO CTL-RESULT.

       BA00-EXIT.
             EXIT.

      *
      *    ****    The caller's targets onto the record.
      *
       BB00-TARGETS.
           IF CTL-TARGETS > 6
               MOVE 6            TO CTL-TARGETS.
             MOVE CTL-TARGETS    TO CTT-TARGETS.
             MOVE ZERO           TO WS-T.

       BB05.
             ADD 1               TO WS-T.
           IF WS-T > CTL-TARGETS
               GO TO BB00-EXIT.
             MOVE CTL-T-NAME (WS-T)
                                 TO CTT-T-NAME (WS-T).
             MOVE CTL-T-CHECK (WS-T)
                                 TO CTT-T-CHECK (WS-T).
             MOVE CTL-T-DOCS (WS-T)
                                 TO CTT-T-DOCS (WS-T).
             MOVE CTL-T-VALUE (WS-T)
                                 TO CTT-T-VALUE (WS-T).
             MOVE CTL-T-VAT (WS-T)
                                 TO CTT-T-VAT (WS-T).
             MOVE CTL-T-QTY (WS-T)
                                 TO CTT-T-QTY (WS-T).
             MOVE SPACE          TO CTT-T-OK (WS-T).
             GO TO BB05.

       BB00-EXIT.
             EXIT.

      /
      *    ****    E N D   O F   R U N
      *
      *            Each target measure by measure against the
      *            expected; one that disagrees puts the whole
      *            run out of balance.
      *
       CA00-END.
           IF CTL-RUN = ZERO
               GO TO CA00-EXIT.
             MOVE CTL-RDATE      TO CTT-RDATE.
             MOVE CTL-PROG       TO CTT-PROG.
             MOVE CTL-RUN        TO CTT-RUN.
             READ CTLTOT WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA00-EXIT.
             MOVE CTL-REF        TO CTT-REF.
             MOVE CTL-EXPECTED   TO CTT-EXPECTED.
             MOVE CTL-HELD       TO CTT-HELD.
             PERFORM BB00-TARGETS THRU BB00-EXIT.
             MOVE "B"            TO CTT-STATUS.
             MOVE ZERO           TO WS-T.

       CA05.
             ADD 1               TO WS-T.
           IF WS-T > CTT-TARGETS
               GO TO CA90.
             MOVE "Y"            TO CTT-T-OK (WS-T).
             MOVE CTT-T-CHECK (WS-T) (1:1)
                                 TO WS-CODE.
             MOVE CTT-E-DOCS     TO WS-WANT.
             MOVE CTT-H-DOCS     TO WS-HOLD.
             MOVE CTT-T-DOCS (WS-T)
                                 TO WS-GOT.
             PERFORM CB00-COMPARE THRU CB00-EXIT.
             MOVE CTT-T-CHECK (WS-T) (2:1)
                                 TO WS-CODE.
             MOVE CTT-E-VALUE    TO WS-WANT.
             MOVE CTT-H-VALUE    TO WS-HOLD.
             MOVE CTT-T-VALUE (WS-T)
                                 TO WS-GOT.
             PERFORM CB00-COMPARE THRU CB00-EXIT.
             MOVE CTT-T-CHECK (WS-T) (3:1)
                                 TO WS-CODE.
             MOVE CTT-E-VAT      TO WS-WANT.
             MOVE CTT-H-VAT      TO WS-HOLD.
             MOVE CTT-T-VAT (WS-T)
                                 TO WS-GOT.
             PERFORM CB00-COMPARE THRU CB00-EXIT.
             MOVE CTT-T-CHECK (WS-T) (4:1)
                                 TO WS-CODE.
             MOVE CTT-E-QTY      TO WS-WANT.
             MOVE CTT-H-QTY      TO WS-HOLD.
             MOVE CTT-T-QTY (WS-T)
                                 TO WS-GOT.
             PERFORM CB00-COMPARE THRU CB00-EXIT.
             GO TO CA05.

       CA90.
             ACCEPT WS-TIME    FROM TIME.
             MOVE WS-TIME (1:6)  TO CTT-END.
             REWRITE CTT-RECORD.
             MOVE CTT-STATUS     TO CTL-RESULT.

       CA00-EXIT.
             EXIT.

      *
      *    ****    One measure: Y against the expected, H against
      *            the expected less held, anything else ignored.
      *
       CB00-COMPARE.
           IF WS-CODE NOT = "Y" AND WS-CODE NOT = "H"
               GO TO CB00-EXIT.
           IF WS-CODE = "H"
               SUBTRACT WS-HOLD FROM WS-WANT.
           IF WS-GOT NOT = WS-WANT
               MOVE "N"          TO CTT-T-OK (WS-T)
               MOVE "X"          TO CTT-STATUS.

       CB00-EXIT.
             EXIT.

      /
      *    ****    Runs still running or out of balance, for the
      *            day-end.
      *
       DA00-CHECK.
             MOVE LOW-VALUES     TO CTT-KEY.
             START CTLTOT KEY NOT LESS CTT-KEY
                 INVALID KEY
                     GO TO DA00-EXIT.

       DA05.
             READ CTLTOT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA00-EXIT.
           IF CTT-STATUS = "R" OR CTT-STATUS = "X"
               ADD 1             TO CTL-OUTSTANDING.
             GO TO DA05.

       DA00-EXIT.
             EXIT.

      /
       ZA000           SECTION.
       ZA00.
             MOVE CTL-DRIVE      TO W02-L-OR-N.
             MOVE CTL-SYSID      TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO ZA999.
             MOVE "CTLTOT"       TO AFID-KEY.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     GO TO ZA90.
             MOVE AFID-PATH      TO W02-CTLTOT.
             OPEN I-O CTLTOT.
           IF WS-STATUS = "35"
               OPEN OUTPUT CTLTOT
               CLOSE CTLTOT
               OPEN I-O CTLTOT.
           IF WS-STATUS NOT = "00" AND "41"
               GO TO ZA90.
             MOVE "Y"            TO WS-OPENED.

       ZA90.
             CLOSE APACFIDS.

       ZA999.
             EXIT.
