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
      *     S T A N D B Y   S I T E                                    *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            STBYSWT.
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
      *    OCT 2026 - First issue.  Supervisor control of the
      *               standby site (see STBYLOG, STBYSHIP and
      *               STBYAPPL).  Status shows both sites' control
      *               records side by side and how far the standby
      *               stands behind the live site.  Set up makes
      *               this site the live site, or the standby of a
      *               live site whose backup has just been loaded
      *               here.  The switch is run on the standby: the
      *               live site, if it can still be reached, is
      *               closed to sign-on and its terminals signed off
      *               (see SESSLOG), and the switch waits until
      *               every change queued there has been applied
      *               here; if it cannot be reached, until all that
      *               was received has been applied, and the
      *               supervisor is told from when changes may be
      *               missing before confirming again.  Only then
      *               is this site opened to sign-on.  Each set up
      *               and switch is written to the audit file.
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

       COPY STBYQ.SL.

       COPY STBYIN.SL.

       COPY "AUDIT.SL".

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STBYQ.FD.

       COPY STBYIN.FD.

       COPY "AUDIT.FD".

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  WS-ROLE-IN         PIC  X(01) VALUE SPACE.
       77  WS-DRIVE-IN        PIC  X(01) VALUE SPACE.
       77  WS-SYSID-IN        PIC  X(03) VALUE SPACES.
       77  WS-PEER-OPEN       PIC  X(01) VALUE "N".
       77  WS-PEER-OK         PIC  X(01) VALUE "N".
       77  WS-FOUND           PIC  X(01) VALUE "N".
       77  WS-FRESH           PIC  X(01) VALUE "N".
       77  WS-SET-D           PIC  X(01) VALUE "N".
       77  WS-WAIT-LIVE       PIC  X(01) VALUE "N".
       77  WS-ABANDON         PIC  X(01) VALUE "N".
       77  WS-ROLE            PIC  X(01) VALUE SPACE.
       77  WS-ROLE-TEXT       PIC  X(20) VALUE SPACES.
       77  WS-BEHIND          PIC  9(09) VALUE ZERO.
       77  WS-BEHIND-Z        PIC  Z(08)9.
       77  WS-YMD             PIC  9(08) VALUE ZERO.
       77  WS-TIME            PIC  9(08) VALUE ZERO.
       77  WS-WD              PIC  9(08) VALUE ZERO.
       77  WS-WT              PIC  9(06) VALUE ZERO.
       77  WS-AUD-TEXT        PIC  X(40) VALUE SPACES.
       77  WS-AUDKEY          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-TRIES           PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-KBD-STATUS      PIC  9(02) COMP-X VALUE ZERO.
       77  WS-SLEEP-MS        PIC  9(09) COMP-5 VALUE 2000.
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.

      *
      *    This site's control record and the other site's, as
      *    last read (see STBYQ.FD).
      *
       01  WS-OWN.
           03  FILLER         PIC  X(42).
           03  WS-O-ROLE      PIC  X(01).
           03  WS-O-LAST      PIC  9(09).
           03  WS-O-LAST-DATE PIC  9(08).
           03  WS-O-LAST-TIME PIC  9(06).
           03  WS-O-DONE      PIC  9(09).
           03  WS-O-DONE-DATE PIC  9(08).
           03  WS-O-DONE-TIME PIC  9(06).
           03  WS-O-PEER-DRIVE
                              PIC  X(01).
           03  WS-O-PEER-SYSID
                              PIC  X(03).
           03  WS-O-SW-DATE   PIC  9(08).
           03  WS-O-SW-TIME   PIC  9(06).
           03  WS-O-SW-USER   PIC  X(03).
           03  FILLER         PIC  X(332).

       01  WS-OTHER.
           03  FILLER         PIC  X(42).
           03  WS-P-ROLE      PIC  X(01).
           03  WS-P-LAST      PIC  9(09).
           03  WS-P-LAST-DATE PIC  9(08).
           03  WS-P-LAST-TIME PIC  9(06).
           03  WS-P-DONE      PIC  9(09).
           03  WS-P-DONE-DATE PIC  9(08).
           03  WS-P-DONE-TIME PIC  9(06).
           03  WS-P-PEER-DRIVE
                              PIC  X(01).
           03  WS-P-PEER-SYSID
                              PIC  X(03).
           03  WS-P-SW-DATE   PIC  9(08).
           03  WS-P-SW-TIME   PIC  9(06).
           03  WS-P-SW-USER   PIC  X(03).
           03  FILLER         PIC  X(332).

       01  WS-WD-X.
           03  WS-WD-CCYY     PIC  9(04).
           03  WS-WD-MM       PIC  9(02).
           03  WS-WD-DD       PIC  9(02).
       01  WS-WT-X.
           03  WS-WT-HH       PIC  9(02).
           03  WS-WT-MN       PIC  9(02).
           03  WS-WT-SS       PIC  9(02).
       01  WS-WHEN.
           03  WS-W-DD        PIC  9(02).
           03  FILLER         PIC  X(01) VALUE "/".
           03  WS-W-MM        PIC  9(02).
           03  FILLER         PIC  X(01) VALUE "/".
           03  WS-W-CCYY      PIC  9(04).
           03  FILLER         PIC  X(01) VALUE SPACE.
           03  WS-W-HH        PIC  9(02).
           03  FILLER         PIC  X(01) VALUE ":".
           03  WS-W-MN        PIC  9(02).
           03  FILLER         PIC  X(01) VALUE ":".
           03  WS-W-SS        PIC  9(02).
       01  WS-WHEN-X REDEFINES WS-WHEN
                              PIC  X(19).

       01  WS-SITE.
           03  WS-SITE-DRIVE  PIC  X(01) VALUE SPACE.
           03  FILLER         PIC  X(02) VALUE ":\".
           03  WS-SITE-SYSID  PIC  X(03) VALUE SPACES.

       01  WS-PEER.
           03  WS-PEER-DRIVE  PIC  X(01) VALUE SPACE.
           03  FILLER         PIC  X(02) VALUE ":\".
           03  WS-PEER-SYSID  PIC  X(03) VALUE SPACES.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "UTL".
           03  WS-PROG        PIC  X(03) VALUE "SBW".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STBYQ.ID.

       COPY STBYIN.ID.

       COPY "AUDIT.ID".

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "STANDBY  SITE".
           03  LINE  4 COLUMN 16 VALUE "1. Standby status".
           03  LINE  5 COLUMN 16 VALUE
                                 "2. Switch the terminals to this site".
           03  LINE  6 COLUMN 16 VALUE "3. Set up this site".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE
                       "Set up this site as (P live, S standby) :".
           03          COLUMN 52 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-ROLE-IN AUTO.
           03  LINE  5 COLUMN 10 VALUE
                       "Other site - drive                      :".
           03          COLUMN 52 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-DRIVE-IN AUTO.
           03  LINE  6 COLUMN 10 VALUE
                       "Other site - system ID                  :".
           03          COLUMN 52 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING WS-SYSID-IN AUTO.

       01  S14.
           03  LINE  4 COLUMN 31 FOREGROUND-COLOR 14
                                 VALUE "This site".
           03          COLUMN 53 FOREGROUND-COLOR 14
                                 VALUE "Other site".
           03  LINE  5 COLUMN 10 VALUE "Site               :".
           03  LINE  6 COLUMN 10 VALUE "Role               :".
           03  LINE  7 COLUMN 10 VALUE "Last change in     :".
           03  LINE  8 COLUMN 10 VALUE "  queued at        :".
           03  LINE  9 COLUMN 10 VALUE "Last change out    :".
           03  LINE 10 COLUMN 10 VALUE "  queued at        :".
           03  LINE 11 COLUMN 10 VALUE "Switched to live   :".
           03  LINE 12 COLUMN 10 VALUE "  by               :".
           03  LINE 14 COLUMN 10 VALUE
               "Change in - queued on the live site, received on the".
           03  LINE 15 COLUMN 10 VALUE
               "standby.  Out - shipped from the live site, applied".
           03  LINE 16 COLUMN 10 VALUE "on the standby.".

       01  S15.
           03  LINE 12 COLUMN 10 VALUE "Received from live site :".
           03  LINE 13 COLUMN 10 VALUE "Applied on this site    :".
           03  LINE 14 COLUMN 10 VALUE "Queued on live site     :".
           03  LINE 16 COLUMN 10 FOREGROUND-COLOR 14 HIGHLIGHT VALUE
               "Waiting for every change to be applied - Esc abandons".

       01  S19.
           03  LINE 20 COLUMN 10 FOREGROUND-COLOR 14 HIGHLIGHT
                                 PIC X(40) FROM WS-AUD-TEXT.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-PALEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE STBYQ AUDIT.
           IF WS-PEER-OPEN = "Y"
               CLOSE STBYIN.

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
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM DA000 THRU DA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      *
      *    ****    Both control records as they stand.  A site not
      *            yet set up has a blank role.
      *
       BB00-LOAD.
             MOVE ZERO           TO SBQ-SEQ.
             READ STBYQ WITH IGNORE LOCK
                 INVALID KEY
                     INITIALIZE SBQ-RECORD
                     INITIALIZE SBQ-CONTROL.
             MOVE SBQ-RECORD     TO WS-OWN.
             MOVE WS-O-PEER-DRIVE
                                 TO WS-PEER-DRIVE.
             MOVE WS-O-PEER-SYSID
                                 TO WS-PEER-SYSID.

       BB10-PEER.
             MOVE "N"            TO WS-PEER-OK.
             INITIALIZE WS-OTHER.
           IF WS-PEER-OPEN NOT = "Y"
               PERFORM ZC00-PEER THRU ZC00-EXIT.
           IF WS-PEER-OPEN NOT = "Y"
               GO TO BB00-EXIT.
             MOVE ZERO           TO SBI-SEQ.
             READ STBYIN WITH IGNORE LOCK
                 INVALID KEY
                     INITIALIZE SBI-RECORD
                     INITIALIZE SBI-CONTROL.
           IF WS-STATUS-1 NOT = "0" AND WS-STATUS NOT = "23"
               CLOSE STBYIN
               MOVE "N"          TO WS-PEER-OPEN
               GO TO BB00-EXIT.
             MOVE SBI-RECORD     TO WS-OTHER.
             MOVE "Y"            TO WS-PEER-OK.

       BB00-EXIT.
             EXIT.

      /
      *    ****    S T A N D B Y   S T A T U S
      *
       CA000           SECTION.
       CA00.
             PERFORM BB00-LOAD THRU BB00-EXIT.
             DISPLAY CLR-SCREEN.
             DISPLAY "STANDBY  SITE  STATUS" AT 0224
                     WITH FOREGROUND-COLOR 7 HIGHLIGHT.
             DISPLAY S14.
             DISPLAY WS-SITE AT 0531 WITH FOREGROUND-COLOR 15.
             MOVE WS-O-ROLE      TO WS-ROLE.
             PERFORM CB00-ROLE THRU CB00-EXIT.
             DISPLAY WS-ROLE-TEXT AT 0631 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-O-LAST AT 0731 WITH FOREGROUND-COLOR 15.
             MOVE WS-O-LAST-DATE TO WS-WD.
             MOVE WS-O-LAST-TIME TO WS-WT.
             PERFORM CC00-WHEN THRU CC00-EXIT.
             DISPLAY WS-WHEN-X AT 0831 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-O-DONE AT 0931 WITH FOREGROUND-COLOR 15.
             MOVE WS-O-DONE-DATE TO WS-WD.
             MOVE WS-O-DONE-TIME TO WS-WT.
             PERFORM CC00-WHEN THRU CC00-EXIT.
             DISPLAY WS-WHEN-X AT 1031 WITH FOREGROUND-COLOR 15.
             MOVE WS-O-SW-DATE   TO WS-WD.
             MOVE WS-O-SW-TIME   TO WS-WT.
             PERFORM CC00-WHEN THRU CC00-EXIT.
             DISPLAY WS-WHEN-X AT 1131 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-O-SW-USER AT 1231 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-PEER AT 0553 WITH FOREGROUND-COLOR 15.
           IF WS-PEER-OK NOT = "Y"
               DISPLAY "Cannot be reached" AT 0653
                       WITH FOREGROUND-COLOR 12
               GO TO CA10.
             MOVE WS-P-ROLE      TO WS-ROLE.
             PERFORM CB00-ROLE THRU CB00-EXIT.
             DISPLAY WS-ROLE-TEXT AT 0653 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-P-LAST AT 0753 WITH FOREGROUND-COLOR 15.
             MOVE WS-P-LAST-DATE TO WS-WD.
             MOVE WS-P-LAST-TIME TO WS-WT.
             PERFORM CC00-WHEN THRU CC00-EXIT.
             DISPLAY WS-WHEN-X AT 0853 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-P-DONE AT 0953 WITH FOREGROUND-COLOR 15.
             MOVE WS-P-DONE-DATE TO WS-WD.
             MOVE WS-P-DONE-TIME TO WS-WT.
             PERFORM CC00-WHEN THRU CC00-EXIT.
             DISPLAY WS-WHEN-X AT 1053 WITH FOREGROUND-COLOR 15.
             MOVE WS-P-SW-DATE   TO WS-WD.
             MOVE WS-P-SW-TIME   TO WS-WT.
             PERFORM CC00-WHEN THRU CC00-EXIT.
             DISPLAY WS-WHEN-X AT 1153 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-P-SW-USER AT 1253 WITH FOREGROUND-COLOR 15.

       CA10.
      *
      *    ****    How far behind: the last change queued on the
      *            live site against the last applied on the
      *            standby, whichever end this is.
      *
             MOVE SPACES         TO WS-AUD-TEXT.
           IF WS-O-ROLE = "S"
              AND (WS-P-ROLE = "P" OR WS-P-ROLE = "D")
               MOVE ZERO         TO WS-BEHIND
               IF WS-P-LAST > WS-O-DONE
                   SUBTRACT WS-O-DONE FROM WS-P-LAST
                                 GIVING WS-BEHIND.
           IF (WS-O-ROLE = "P" OR WS-O-ROLE = "D")
              AND WS-P-ROLE = "S"
               MOVE ZERO         TO WS-BEHIND
               IF WS-O-LAST > WS-P-DONE
                   SUBTRACT WS-P-DONE FROM WS-O-LAST
                                 GIVING WS-BEHIND.
           IF WS-O-ROLE = "S" AND WS-PEER-OK NOT = "Y"
               MOVE "Live site cannot be reached"
                                 TO WS-AUD-TEXT
               GO TO CA20.
           IF (WS-O-ROLE = "S"
               AND (WS-P-ROLE = "P" OR WS-P-ROLE = "D"))
              OR ((WS-O-ROLE = "P" OR WS-O-ROLE = "D")
               AND WS-P-ROLE = "S")
               IF WS-BEHIND = ZERO
                   MOVE "Standby is up to date with the live site"
                                 TO WS-AUD-TEXT
               ELSE
                   MOVE WS-BEHIND
                                 TO WS-BEHIND-Z
                   DISPLAY "Changes the standby is behind :" AT 1810
                           WITH FOREGROUND-COLOR 14
                           WS-BEHIND-Z WITH FOREGROUND-COLOR 12.

       CA20.
           IF WS-AUD-TEXT NOT = SPACES
               DISPLAY WS-AUD-TEXT AT 1810 WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

       CB00-ROLE.
           IF WS-ROLE = "P"
               MOVE "Live"       TO WS-ROLE-TEXT
           ELSE
           IF WS-ROLE = "S"
               MOVE "Standby"    TO WS-ROLE-TEXT
           ELSE
           IF WS-ROLE = "L"
               MOVE "Switched to live"
                                 TO WS-ROLE-TEXT
           ELSE
           IF WS-ROLE = "D"
               MOVE "Switched away"
                                 TO WS-ROLE-TEXT
           ELSE
               MOVE "Not set up" TO WS-ROLE-TEXT.

       CB00-EXIT.
             EXIT.

       CC00-WHEN.
             MOVE SPACES         TO WS-WHEN-X.
           IF WS-WD = ZERO
               GO TO CC00-EXIT.
             MOVE WS-WD          TO WS-WD-X.
             MOVE WS-WT          TO WS-WT-X.
             MOVE WS-WD-DD       TO WS-W-DD.
             MOVE WS-WD-MM       TO WS-W-MM.
             MOVE WS-WD-CCYY     TO WS-W-CCYY.
             MOVE WS-WT-HH       TO WS-W-HH.
             MOVE WS-WT-MN       TO WS-W-MN.
             MOVE WS-WT-SS       TO WS-W-SS.
             MOVE "/"            TO WS-WHEN-X (3:1) WS-WHEN-X (6:1).
             MOVE ":"            TO WS-WHEN-X (14:1) WS-WHEN-X (17:1).

       CC00-EXIT.
             EXIT.

      /
      *    ****    S E T   U P   T H I S   S I T E
      *
      *            The live site starts a fresh queue, unless it is
      *            the live site already and only the standby's
      *            details change.  The standby starts at the last
      *            change the live site has queued, so its data
      *            files must be the live site's latest backup with
      *            no-one signed on there since.
      *
       DA000           SECTION.
       DA00.
             PERFORM BB00-LOAD THRU BB00-EXIT.
             DISPLAY CLR-SCREEN.
             DISPLAY "SET  UP  THIS  SITE" AT 0226
                     WITH FOREGROUND-COLOR 7 HIGHLIGHT.
             MOVE WS-O-ROLE      TO WS-ROLE-IN.
           IF WS-ROLE-IN = "L" OR WS-ROLE-IN = "D"
               MOVE SPACE        TO WS-ROLE-IN.
             MOVE WS-O-PEER-DRIVE
                                 TO WS-DRIVE-IN.
             MOVE WS-O-PEER-SYSID
                                 TO WS-SYSID-IN.
             DISPLAY S13.
             ACCEPT S13.
             INSPECT WS-ROLE-IN CONVERTING "ps" TO "PS".
             INSPECT WS-DRIVE-IN CONVERTING
                     "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-ROLE-IN NOT = "P" AND WS-ROLE-IN NOT = "S"
               MOVE "Set up as P (live) or S (standby)"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
           IF WS-DRIVE-IN = SPACE OR WS-SYSID-IN = SPACES
               MOVE "Enter the other site's drive and system ID"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
           IF WS-DRIVE-IN = LS-L-OR-N AND WS-SYSID-IN = WS-SYS-ID
               MOVE "The other site cannot be this site"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
      *
      *    ****    Look at the other site as now entered.
      *
           IF WS-PEER-OPEN = "Y"
               CLOSE STBYIN
               MOVE "N"          TO WS-PEER-OPEN.
             MOVE WS-DRIVE-IN    TO WS-PEER-DRIVE.
             MOVE WS-SYSID-IN    TO WS-PEER-SYSID.
             PERFORM BB10-PEER THRU BB00-EXIT.
           IF WS-ROLE-IN = "S"
               GO TO DA20.
           IF WS-PEER-OK = "Y" AND WS-P-ROLE = "P"
               MOVE "The other site is still the live site"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             MOVE "Set up this site as the live site (Y/N) ?"
                                 TO WS-AUD-TEXT.
             PERFORM DD00-CONFIRM THRU DD00-EXIT.
           IF WS-OPTION NOT = "Y"
               GO TO DA999.
             PERFORM DB00-CONTROL THRU DB00-EXIT.
           IF WS-O-ROLE = "P" AND WS-FOUND = "Y"
               MOVE "N"          TO WS-FRESH
           ELSE
               MOVE "Y"          TO WS-FRESH
               INITIALIZE SBQ-RECORD
               INITIALIZE SBQ-CONTROL.
             MOVE ZERO           TO SBQ-SEQ.
             MOVE "P"            TO SBQ-C-ROLE.
             MOVE WS-PEER-DRIVE  TO SBQ-C-PEER-DRIVE.
             MOVE WS-PEER-SYSID  TO SBQ-C-PEER-SYSID.
             PERFORM DB50-STORE THRU DB50-EXIT.
             MOVE "Set up as live site, standby "
                                 TO WS-AUD-TEXT.
             MOVE WS-PEER        TO WS-AUD-TEXT (31:6).
             PERFORM ZD00-AUDIT THRU ZD00-EXIT.
             MOVE "Live site set up - now set up the standby"
                                 TO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.
             GO TO DA999.

       DA20.
           IF WS-PEER-OK NOT = "Y" OR WS-P-ROLE NOT = "P"
               MOVE "Set up the other site as the live site first"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             DISPLAY "This site's data files must be the live site's"
                     AT 1010 WITH FOREGROUND-COLOR 12.
             DISPLAY "latest backup, with no-one signed on there sinc
      -              "e." AT 1110 WITH FOREGROUND-COLOR 12.
             MOVE "Set up this site as the standby (Y/N) ?"
                                 TO WS-AUD-TEXT.
             PERFORM DD00-CONFIRM THRU DD00-EXIT.
           IF WS-OPTION NOT = "Y"
               GO TO DA999.
             PERFORM DB00-CONTROL THRU DB00-EXIT.
             MOVE "Y"            TO WS-FRESH.
             INITIALIZE SBQ-RECORD.
             INITIALIZE SBQ-CONTROL.
             MOVE ZERO           TO SBQ-SEQ.
             MOVE "S"            TO SBQ-C-ROLE.
             MOVE WS-P-LAST      TO SBQ-C-LAST SBQ-C-DONE.
             MOVE WS-P-LAST-DATE TO SBQ-C-LAST-DATE SBQ-C-DONE-DATE.
             MOVE WS-P-LAST-TIME TO SBQ-C-LAST-TIME SBQ-C-DONE-TIME.
             MOVE WS-PEER-DRIVE  TO SBQ-C-PEER-DRIVE.
             MOVE WS-PEER-SYSID  TO SBQ-C-PEER-SYSID.
             PERFORM DB50-STORE THRU DB50-EXIT.
             MOVE "Set up as standby, live site "
                                 TO WS-AUD-TEXT.
             MOVE WS-PEER        TO WS-AUD-TEXT (30:6).
             PERFORM ZD00-AUDIT THRU ZD00-EXIT.
             MOVE "Standby set up - start STBYAPPL here"
                                 TO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.

       DA999.
             EXIT.

      *
      *    ****    This site's control record, held while it is
      *            changed.  WS-FOUND says whether there was one.
      *
       DB00-CONTROL.
             MOVE ZERO           TO WS-TRIES.
             MOVE "Y"            TO WS-FOUND.

       DB05.
             MOVE ZERO           TO SBQ-SEQ.
             READ STBYQ WITH KEPT LOCK
                 INVALID KEY
                     MOVE "N"    TO WS-FOUND
                     GO TO DB00-EXIT.
           IF RUNTIME-ERROR AND FLE-LOCKED
               ADD 1             TO WS-TRIES
               IF WS-TRIES < 5000
                   GO TO DB05.
           IF WS-STATUS-1 NOT = "0"
               PERFORM IO-ERROR.

       DB00-EXIT.
             EXIT.

      *
      *    ****    Put the control record back, and on a fresh
      *            start take everything else off the queue.
      *
       DB50-STORE.
           IF WS-FOUND = "Y"
               REWRITE SBQ-RECORD
           ELSE
               WRITE SBQ-RECORD.
           IF WS-STATUS-1 NOT = "0"
               PERFORM IO-ERROR.
             UNLOCK STBYQ.
           IF WS-FRESH NOT = "Y"
               GO TO DB50-EXIT.
             MOVE ZERO           TO SBQ-SEQ.
             START STBYQ KEY GREATER SBQ-SEQ
                 INVALID KEY
                     GO TO DB50-EXIT.

       DB55.
             READ STBYQ NEXT RECORD
                 AT END
                     GO TO DB50-EXIT.
             DELETE STBYQ RECORD
                 INVALID KEY
                     CONTINUE.
             GO TO DB55.

       DB50-EXIT.
             EXIT.

      *
      *    ****    The question in WS-AUD-TEXT, answered in
      *            WS-OPTION.
      *
       DD00-CONFIRM.
             DISPLAY S19.
             MOVE "N"            TO WS-OPTION.
             MOVE "N"            TO WS-CHK-INSTR.
             MOVE 20             TO WS-CHK-LINE.
             MOVE SPACES         TO WS-OPT-MES.
             CALL "ACCPTOPT" USING WS-CHK-INSTR WS-OPTION WS-OPT-MES
                                   WS-CHK-LINE LS-USER-ID
                 ON EXCEPTION
                     MOVE "N"    TO WS-OPTION
             END-CALL.

       DD00-EXIT.
             EXIT.

      /
      *    ****    S W I T C H   T H E   T E R M I N A L S
      *
      *            Run on the standby.  The live site, if it can be
      *            reached, is closed first so that nothing more is
      *            queued there once its terminals have gone; the
      *            switch then waits for the last of its changes to
      *            be applied here.
      *
       EA000           SECTION.
       EA00.
             PERFORM BB00-LOAD THRU BB00-EXIT.
             DISPLAY CLR-SCREEN.
             DISPLAY "SWITCH  THE  TERMINALS  TO  THIS  SITE" AT 0218
                     WITH FOREGROUND-COLOR 7 HIGHLIGHT.
           IF WS-O-ROLE = "L"
               MOVE "This site has already been switched to live"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA999.
           IF WS-O-ROLE NOT = "S"
               MOVE "Run the switch on the standby site"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA999.
             MOVE "Switch the terminals to this site (Y/N) ?"
                                 TO WS-AUD-TEXT.
             PERFORM DD00-CONFIRM THRU DD00-EXIT.
           IF WS-OPTION NOT = "Y"
               GO TO EA999.
             MOVE "N"            TO WS-SET-D.
           IF WS-PEER-OK NOT = "Y"
               GO TO EA30.
           IF WS-P-ROLE NOT = "P" AND WS-P-ROLE NOT = "D"
               GO TO EA30.
           IF WS-P-ROLE = "P"
               MOVE "D"          TO WS-ROLE
               PERFORM EB00-PEER-ROLE THRU EB00-EXIT
               IF WS-FOUND NOT = "Y"
                   GO TO EA30
               ELSE
                   MOVE "Y"      TO WS-SET-D.
             DISPLAY "Live site closed - its terminals are being sig
      -              "ned off" AT 0410 WITH FOREGROUND-COLOR 14.
             MOVE "Y"            TO WS-WAIT-LIVE.
             PERFORM EC00-WAIT THRU EC00-EXIT.
           IF WS-ABANDON = "Y"
               GO TO EA80.
           IF WS-PEER-OK = "Y"
               GO TO EA50.

      *
      *    ****    The live site cannot be reached: all that has
      *            arrived is applied, then the supervisor is told
      *            from when changes may be missing.
      *
       EA30.
             MOVE "N"            TO WS-WAIT-LIVE.
             PERFORM EC00-WAIT THRU EC00-EXIT.
           IF WS-ABANDON = "Y"
               GO TO EA80.
             MOVE WS-O-LAST-DATE TO WS-WD.
             MOVE WS-O-LAST-TIME TO WS-WT.
             PERFORM CC00-WHEN THRU CC00-EXIT.
             DISPLAY "The live site cannot be reached.  Changes made the
      -              "re after" AT 0610 WITH FOREGROUND-COLOR 12.
             DISPLAY WS-WHEN-X AT 0710 WITH FOREGROUND-COLOR 15
                     " are not on this site." WITH FOREGROUND-COLOR 12.
             MOVE "Switch to this site all the same (Y/N) ?"
                                 TO WS-AUD-TEXT.
             PERFORM DD00-CONFIRM THRU DD00-EXIT.
           IF WS-OPTION NOT = "Y"
               GO TO EA80.

      *
      *    ****    Complete - open this site to sign-on.
      *
       EA50.
             PERFORM DB00-CONTROL THRU DB00-EXIT.
           IF WS-FOUND NOT = "Y"
               GO TO EA999.
             ACCEPT WS-YMD     FROM DATE YYYYMMDD.
             ACCEPT WS-TIME    FROM TIME.
             MOVE "L"            TO SBQ-C-ROLE.
             MOVE WS-YMD         TO SBQ-C-SW-DATE.
             MOVE WS-TIME (1:6)  TO SBQ-C-SW-TIME.
             MOVE LS-USER        TO SBQ-C-SW-USER.
             MOVE "N"            TO WS-FRESH.
             PERFORM DB50-STORE THRU DB50-EXIT.
             MOVE "Terminals switched here from "
                                 TO WS-AUD-TEXT.
             MOVE WS-PEER        TO WS-AUD-TEXT (30:6).
             PERFORM ZD00-AUDIT THRU ZD00-EXIT.
             MOVE "Switch complete - terminals may sign on here"
                                 TO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.
             GO TO EA999.

      *
      *    ****    Abandoned - the live site is opened again if
      *            this switch closed it.
      *
       EA80.
           IF WS-SET-D = "Y"
               MOVE "P"          TO WS-ROLE
               PERFORM EB00-PEER-ROLE THRU EB00-EXIT.
             MOVE "Switch abandoned" TO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.

       EA999.
             EXIT.

      *
      *    ****    Set the live site's role to WS-ROLE.  WS-FOUND
      *            says whether it was done.
      *
       EB00-PEER-ROLE.
             MOVE "N"            TO WS-FOUND.
             MOVE ZERO           TO WS-TRIES.
           IF WS-PEER-OPEN NOT = "Y"
               GO TO EB00-EXIT.

       EB05.
             MOVE ZERO           TO SBI-SEQ.
             READ STBYIN WITH KEPT LOCK
                 INVALID KEY
                     GO TO EB00-EXIT.
           IF RUNTIME-ERROR AND FLE-LOCKED
               ADD 1             TO WS-TRIES
               IF WS-TRIES < 5000
                   GO TO EB05.
           IF WS-STATUS-1 NOT = "0"
               GO TO EB00-EXIT.
             MOVE WS-ROLE        TO SBI-C-ROLE.
             REWRITE SBI-RECORD.
           IF WS-STATUS-1 = "0"
               MOVE "Y"          TO WS-FOUND.
             UNLOCK STBYIN.

       EB00-EXIT.
             EXIT.

      *
      *    ****    Wait until everything received has been applied
      *            here and, with WS-WAIT-LIVE, until that is all
      *            the live site has queued.  Should the live site
      *            drop out WS-PEER-OK comes back N.  Esc sets
      *            WS-ABANDON.
      *
       EC00-WAIT.
             MOVE "N"            TO WS-ABANDON.
             DISPLAY S15.

       EC05.
             PERFORM BB00-LOAD THRU BB00-EXIT.
             DISPLAY WS-O-LAST AT 1236 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-O-DONE AT 1336 WITH FOREGROUND-COLOR 15.
           IF WS-PEER-OK = "Y"
               DISPLAY WS-P-LAST AT 1436 WITH FOREGROUND-COLOR 15
                       SPACES WITH SIZE 10
           ELSE
               DISPLAY "Cannot be reached" AT 1436
                       WITH FOREGROUND-COLOR 12.
           IF WS-O-ROLE NOT = "S"
               MOVE "Y"          TO WS-ABANDON
               GO TO EC00-EXIT.
           IF WS-WAIT-LIVE = "Y" AND WS-PEER-OK NOT = "Y"
               GO TO EC00-EXIT.
           IF WS-O-DONE = WS-O-LAST
               IF WS-WAIT-LIVE NOT = "Y" OR WS-O-LAST = WS-P-LAST
                   GO TO EC00-EXIT.
             CALL X"D9" USING WS-KBD-STATUS.
           IF WS-KBD-STATUS NOT = ZERO
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
                   MOVE "Y"      TO WS-ABANDON
                   GO TO EC00-EXIT.
             CALL "CBL_THREAD_SLEEP" USING BY VALUE WS-SLEEP-MS
                 ON EXCEPTION
                     CONTINUE
             END-CALL.
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
             MOVE LS-L-OR-N      TO WS-SITE-DRIVE.
             MOVE WS-SYS-ID      TO WS-SITE-SYSID.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "STBYQ"        TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-STBYQ.
             MOVE "AUDITF"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-AUDITF.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O STBYQ.
           IF WS-STATUS = "35"
               CLOSE STBYQ
               OPEN OUTPUT STBYQ
               CLOSE STBYQ
               OPEN I-O STBYQ.
           IF WS-STATUS NOT = "00"
               PERFORM OPEN-ERROR.
             OPEN I-O AUDIT.

       ZA00-AUDKEY.
             MOVE HIGH-VALUES    TO AUD-KEY2.
             START AUDIT KEY IS LESS THAN AUD-KEY2
                 INVALID KEY
                     MOVE ZERO         TO WS-AUDKEY
                 NOT INVALID KEY
                     READ AUDIT NEXT RECORD
                         AT END
                             MOVE ZERO TO WS-AUDKEY
                         NOT AT END
                             MOVE AUD-KEY2
                                       TO WS-AUDKEY
                     END-READ
             END-START.

       ZA999.
             EXIT.

      *
      *    ****    The other site's queue, through its own file
      *            IDs.  Its drive as mapped on this machine stands
      *            in for the drive in the path it holds.
      *
       ZC00-PEER.
             MOVE "N"            TO WS-PEER-OPEN.
           IF WS-PEER-DRIVE = SPACE OR WS-PEER-SYSID = SPACES
               GO TO ZC00-EXIT.
             MOVE WS-PEER-DRIVE  TO W02-L-OR-N.
             MOVE WS-PEER-SYSID  TO W02-SYSID.
             MOVE SPACES         TO AFID-PATH.
             OPEN INPUT APACFIDS.
           IF WS-STATUS = "00"
               MOVE "STBYQ"      TO AFID-KEY
               READ APACFIDS KEY AFID-KEY
                   INVALID KEY
                       MOVE SPACES
                                 TO AFID-PATH
               END-READ
               CLOSE APACFIDS.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
           IF AFID-PATH = SPACES
               GO TO ZC00-EXIT.
           IF AFID-PATH (2:1) = ":"
               MOVE WS-PEER-DRIVE
                                 TO AFID-PATH (1:1).
             MOVE AFID-PATH      TO W02-STBYIN.
             OPEN I-O STBYIN.
           IF WS-STATUS = "00"
               MOVE "Y"          TO WS-PEER-OPEN.

       ZC00-EXIT.
             EXIT.

      *
      *    ****    Audit record, the description in WS-AUD-TEXT.
      *
       ZD00-AUDIT.
             INITIALIZE AUD-REC2.
             MOVE LS-USER        TO AUD-USER.
             MOVE TODAY-DDMMYY   TO AUD-DATE.
             ACCEPT WS-TIME    FROM TIME.
             MOVE WS-TIME (1:6)  TO AUD-TIME.
             MOVE "STBYSWT"      TO AUD-PROG.
             MOVE WS-SITE        TO AUD-ACCOUNT.
             MOVE WS-AUD-TEXT    TO AUD-DESC.

       ZD05-WRITE.
             ADD 1               TO WS-AUDKEY.
             MOVE WS-AUDKEY      TO AUD-KEY2.
             WRITE AUD-REC2
                 INVALID KEY
                     GO TO ZD05-WRITE.

       ZD00-EXIT.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
             MOVE W02-STBYQ      TO WS-FILE.
             MOVE ZERO           TO WS-KEY.
             MOVE SBQ-SEQ        TO WS-KEYX.

       COPY DISPERR.PRO.
