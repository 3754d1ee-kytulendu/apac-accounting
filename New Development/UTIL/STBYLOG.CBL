      $set linkcount"384" GNT"STBYLOG.GNT"
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
      *     S T A N D B Y   Q U E U E                                  *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            STBYLOG.
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
      *    OCT 2026 - First issue.  CALLed by every program that
      *               writes the RECOVER journal, straight after each
      *               journal record (see STBYLOG.PRO), to queue the
      *               entry on STBYQ for shipping to the standby site
      *               (see STBYSHIP).  Entries take the next number
      *               from the control record (record 0), which is
      *               held under lock while the entry is written so
      *               that the queue is in the order the changes
      *               were made across all terminals.  Nothing is
      *               queued until the site has been set up as the
      *               live site (see STBYSWT); queueing carries on
      *               while the terminals are being switched away
      *               from it, so that the last of their changes
      *               still reach the standby.  STBYQ stays open
      *               until the caller CANCELs.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY APACFIDS.SL.

       COPY STBYQ.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STBYQ.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-SEQ             PIC  9(09) VALUE ZERO.
       77  WS-TIME            PIC  9(08) VALUE ZERO.
       77  WS-YMD             PIC  9(08) VALUE ZERO.
       77  WS-TRIES           PIC  9(04) COMP-5 VALUE ZERO.

       01  WS-CONTROL         PIC  X(442).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STBYQ.ID.

       COPY WS.WS.

       LINKAGE SECTION.

       COPY STBYLOG.WS.

      *
      *    The RECOVER record as the caller wrote it (see
      *    RECOVER.GFD).
      *
       01  L-REC-RECORD.
           03  L-REC-TRAN     PIC  9(04) COMP-5.
           03  L-REC-FILE     PIC  9(02).
           03  L-REC-KEY      PIC  9(08).
           03  L-REC-TYPE     PIC  9(01).
           03  L-REC-DETAIL   PIC  X(400).

      /
       PROCEDURE DIVISION USING STB-REQUEST L-REC-RECORD.
       AA000           SECTION.
       AA00.
             MOVE "N"            TO STB-RESULT.
           IF WS-OPENED = "N"
               PERFORM ZA000.
           IF WS-OPENED NOT = "Y"
               GO TO AA49.
             PERFORM BA00-QUEUE THRU BA00-EXIT.

       AA49.
             EXIT PROGRAM.

      /
      *    ****    Q U E U E   T H E   E N T R Y
      *
      *            The control record is read under lock - another
      *            terminal queueing at the same moment waits its
      *            turn - and only released once the entry is on
      *            file under its number.
      *
       BA00-QUEUE.
             MOVE ZERO           TO WS-TRIES.

       BA05.
             MOVE ZERO           TO SBQ-SEQ.
             READ STBYQ WITH KEPT LOCK
                 INVALID KEY
                     GO TO BA00-EXIT.
           IF RUNTIME-ERROR AND FLE-LOCKED
               ADD 1             TO WS-TRIES
               IF WS-TRIES < 5000
                   GO TO BA05
               ELSE
                   GO TO BA00-EXIT.
           IF WS-STATUS-1 NOT = "0"
               GO TO BA00-EXIT.
           IF SBQ-C-ROLE NOT = "P" AND SBQ-C-ROLE NOT = "D"
               UNLOCK STBYQ
               GO TO BA00-EXIT.
             MOVE SBQ-RECORD     TO WS-CONTROL.
             ACCEPT WS-YMD     FROM DATE YYYYMMDD.
             ACCEPT WS-TIME    FROM TIME.
             COMPUTE WS-SEQ = SBQ-C-LAST + 1.
             INITIALIZE SBQ-RECORD.
             MOVE STB-USER       TO SBQ-USER.
             MOVE L-REC-TRAN     TO SBQ-TRAN.
             MOVE L-REC-FILE     TO SBQ-FILE.
             MOVE L-REC-KEY      TO SBQ-KEY.
             MOVE L-REC-TYPE     TO SBQ-TYPE.
             MOVE SPACE          TO SBQ-ACTION.
             MOVE WS-YMD         TO SBQ-DATE.
             MOVE WS-TIME (1:6)  TO SBQ-TIME.
             MOVE L-REC-DETAIL   TO SBQ-IMAGE.

       BA10-WRITE.
             MOVE WS-SEQ         TO SBQ-SEQ.
             WRITE SBQ-RECORD
                 INVALID KEY
                     ADD 1       TO WS-SEQ
                     GO TO BA10-WRITE.
      *
      *    ****    Move the control record on and let the next
      *            terminal in.
      *
             MOVE WS-CONTROL     TO SBQ-RECORD.
             MOVE WS-SEQ         TO SBQ-C-LAST.
             MOVE WS-YMD         TO SBQ-C-LAST-DATE.
             MOVE WS-TIME (1:6)  TO SBQ-C-LAST-TIME.
             REWRITE SBQ-RECORD.
             UNLOCK STBYQ.
             MOVE "Y"            TO STB-RESULT.

       BA00-EXIT.
             EXIT.

      /
      *    ****    The site's queue.  No STBYQ registered, or none
      *            set up, and there is no standby to feed: the
      *            entry is never looked for again this run.
      *
       ZA000           SECTION.
       ZA00.
             MOVE "X"            TO WS-OPENED.
             MOVE STB-DRIVE      TO W02-L-OR-N.
             MOVE STB-SYSID      TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO ZA999.
             MOVE "STBYQ"        TO AFID-KEY.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
             CLOSE APACFIDS.
           IF AFID-PATH = SPACES
               GO TO ZA999.
             MOVE AFID-PATH      TO W02-STBYQ.
             OPEN I-O STBYQ.
           IF WS-STATUS = "00" OR "41"
               MOVE "Y"          TO WS-OPENED.

       ZA999.
             EXIT.
