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
      *     D E B T O R   G R O U P S                                  *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            DEBGRP1.
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
      *    OCT 2026 - First issue.  Chain and franchise groups:
      *               links a branch debtor to its head office
      *               account (DEB-PARENT), sets the limit on the
      *               group's combined exposure on the head office
      *               (DEB-GRPLIMIT) and prints the groups with
      *               each branch's balance and limit against the
      *               group total.  A head office cannot itself be
      *               a branch, and group accounts are kept in home
      *               currency so head office receipts can settle
      *               the branches' items in ALLOC1.
      *    OCT 2026 - Changes to the head office link and the group
      *               limit are written to the master file change
      *               history (see CHGLOG).
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

       COPY PARAM.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY PARAM.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-PARENT          PIC  9(05) VALUE ZERO.
       77  WS-HOACNO          PIC  9(05) VALUE ZERO.
       77  WS-GRPLIMIT        PIC  9(07) VALUE ZERO.
       77  WS-PRINT           PIC  X(01) VALUE "N".
       77  WS-NBRANCH         PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-BRTOTAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-EXPOSURE        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-NGRP            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-GSUB            PIC  9(03) COMP-5 VALUE ZERO.

      *
      *    Head office accounts found on the branches, gathered
      *    before the listing so each group prints together.
      *
       01  WS-GRP-TABLE.
           03  WS-GRP-NO      PIC  9(05) OCCURS 200.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(36) VALUE
               "DEBTOR GROUPS".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(40) VALUE
               "A/C    NAME".
           03  FILLER         PIC  X(40) VALUE
               "      BALANCE    LIMIT".

       01  W20-DETAIL.
           03  W20-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(02).
           03  W20-NAME       PIC  X(33).
           03  W20-BAL        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-LIMIT      PIC  Z(07)9.
           03  FILLER         PIC  X(02).
           03  W20-NOTE       PIC  X(18).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "DGR".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY PARAM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "DEBGRP1.".
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
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "DEBTOR  GROUPS".
           03  LINE  4 COLUMN 16 VALUE
               "1. Link branch to head office".
           03  LINE  5 COLUMN 16 VALUE "2. Group credit limit".
           03  LINE  6 COLUMN 16 VALUE "3. Print group listing".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Debtor account :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       01  S14.
           03  LINE  8 COLUMN 10 VALUE
               "Head office account (0 = none) :".
           03          COLUMN 43 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-PARENT AUTO.

       01  S15.
           03  LINE  8 COLUMN 10 VALUE
               "Group limit (0 = no check)     :".
           03          COLUMN 43 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-GRPLIMIT AUTO.

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
             CLOSE DEBTOR PARAM.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY PARAM.RD.

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
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    L I N K   B R A N C H   T O   H E A D   O F F I C E
      *
      *            One level only: a head office cannot be a
      *            branch, and an account with branches of its
      *            own cannot be linked under another.
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
           IF DEB-PARENT NOT NUMERIC
               MOVE ZERO         TO DEB-PARENT.
             MOVE DEB-PARENT     TO WS-PARENT.
           IF DEB-CURR NOT = SPACES
               MOVE "Group accounts must be in home currency"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             DISPLAY "Head office now : " AT 0610
                     WITH FOREGROUND-COLOR 14.
           IF WS-PARENT = ZERO
               DISPLAY "none " AT 0628 WITH FOREGROUND-COLOR 15
           ELSE
               DISPLAY WS-PARENT AT 0628 WITH FOREGROUND-COLOR 15.

       CA05.
             DISPLAY S14.
             ACCEPT S14.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CA00.
           IF WS-PARENT = DEB-PARENT
               GO TO CA00.
           IF WS-PARENT = ZERO
               GO TO CA20.
           IF WS-PARENT = WS-ACNO
               MOVE "An account cannot be its own head office"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             MOVE WS-PARENT      TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Head office not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA05.
             DISPLAY DEB-NAME AT 0849 WITH FOREGROUND-COLOR 15.
           IF DEB-PARENT NUMERIC AND DEB-PARENT NOT = ZERO
               MOVE "Head office is itself a branch"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF DEB-CURR NOT = SPACES
               MOVE "Group accounts must be in home currency"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
      *
      *    ****    The branch must not have branches of its own.
      *
             MOVE WS-PARENT      TO WS-HOACNO.
             MOVE WS-ACNO        TO WS-PARENT.
             MOVE "N"            TO WS-PRINT.
             PERFORM CB00-BRANCHES THRU CB00-EXIT.
             MOVE WS-HOACNO      TO WS-PARENT.
           IF WS-NBRANCH > ZERO
               MOVE "Account is a head office with branches"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.

       CA20.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA00.
             MOVE DEB-RECORD     TO CHG-BEFORE.
             MOVE WS-PARENT      TO DEB-PARENT.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.
             MOVE "D"            TO CHG-FILE.
             MOVE DEB-ACNO       TO CHG-ACCOUNT.
             MOVE "DEBGRP1"      TO CHG-PROG.
             MOVE DEB-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    Count and total the branches of WS-PARENT,
      *            printing each when WS-PRINT is Y.  Walks the
      *            debtor file, so the caller re-reads any account
      *            it still needs.
      *
       CB00-BRANCHES.
             MOVE ZERO           TO WS-NBRANCH WS-BRTOTAL.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB05-NEXT.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF DEB-PARENT NOT NUMERIC
               GO TO CB05-NEXT.
           IF DEB-PARENT NOT = WS-PARENT
               GO TO CB05-NEXT.
             ADD 1               TO WS-NBRANCH.
             ADD DEB-BALANCE     TO WS-BRTOTAL.
           IF WS-PRINT NOT = "Y"
               GO TO CB05-NEXT.
             MOVE SPACES         TO W20-DETAIL.
             MOVE DEB-ACNO       TO W20-ACNO.
             MOVE "  "           TO W20-NAME (1:2).
             MOVE DEB-NAME       TO W20-NAME (3:30).
             MOVE DEB-BALANCE    TO W20-BAL.
             MOVE DEB-LIMIT      TO W20-LIMIT.
           IF DEB-LIMIT > ZERO AND DEB-BALANCE > DEB-LIMIT
               MOVE "OVER LIMIT"  TO W20-NOTE.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO CB05-NEXT.

       CB00-EXIT.
             EXIT.

      /
      *    ****    G R O U P   C R E D I T   L I M I T
      *
      *            Held on the head office.  The group's exposure
      *            is shown beside it: the head office balance
      *            plus every branch balance.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13 AT 0427.
           IF WS-ACNO = ZERO
               GO TO DA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
             DISPLAY DEB-NAME AT 0435 WITH FOREGROUND-COLOR 15.
           IF DEB-PARENT NUMERIC AND DEB-PARENT NOT = ZERO
               MOVE "Account is a branch - set the head office"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
           IF DEB-GRPLIMIT NOT NUMERIC
               MOVE ZERO         TO DEB-GRPLIMIT.
             MOVE DEB-GRPLIMIT   TO WS-GRPLIMIT.
             MOVE DEB-BALANCE    TO WS-EXPOSURE.
             MOVE WS-ACNO        TO WS-PARENT.
             MOVE "N"            TO WS-PRINT.
             PERFORM CB00-BRANCHES THRU CB00-EXIT.
             ADD WS-BRTOTAL      TO WS-EXPOSURE.
             DISPLAY "Branches : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     WS-NBRANCH WITH FOREGROUND-COLOR 15
                     "   Group exposure : " WITH FOREGROUND-COLOR 14
                     WS-EXPOSURE WITH FOREGROUND-COLOR 15.
             DISPLAY S15.
             ACCEPT S15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO DA00.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     GO TO DA00.
             MOVE DEB-RECORD     TO CHG-BEFORE.
             MOVE WS-GRPLIMIT    TO DEB-GRPLIMIT.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.
             MOVE "D"            TO CHG-FILE.
             MOVE DEB-ACNO       TO CHG-ACCOUNT.
             MOVE "DEBGRP1"      TO CHG-PROG.
             MOVE DEB-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.

             GO TO DA00.

       DA999.
             EXIT.

      /
      *    ****    G R O U P   L I S T I N G
      *
      *            Each head office with its branches under it and
      *            the group exposure against the group limit.
      *
       EA000           SECTION.
       EA00.
             DISPLAY "Printing group listing" AT 1210
                     WITH FOREGROUND-COLOR 14.
             MOVE ZERO           TO WS-NGRP.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO EA10.

       EA05.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA10.
           IF DEB-PARENT NOT NUMERIC
               GO TO EA05.
           IF DEB-PARENT = ZERO
               GO TO EA05.
             PERFORM EB00-GROUP THRU EB00-EXIT.
             GO TO EA05.

       EA10.
             OPEN OUTPUT PRINTF.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
           IF WS-NGRP = ZERO
               MOVE "NO DEBTOR GROUPS ON FILE"
                                 TO PRINT-REC
               WRITE PRINT-REC AFTER 2
               GO TO EA90.
             MOVE 1              TO WS-GSUB.

       EA15.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE WS-GRP-NO (WS-GSUB)
                                 TO W20-ACNO DEB-ACNO WS-PARENT.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "HEAD OFFICE NOT ON FILE"
                                       TO W20-NAME
                     MOVE ZERO   TO DEB-BALANCE DEB-LIMIT
                                    DEB-GRPLIMIT.
           IF W20-NAME = SPACES
               MOVE DEB-NAME     TO W20-NAME.
           IF DEB-GRPLIMIT NOT NUMERIC
               MOVE ZERO         TO DEB-GRPLIMIT.
             MOVE DEB-BALANCE    TO W20-BAL WS-EXPOSURE.
             MOVE DEB-LIMIT      TO W20-LIMIT.
           IF DEB-LIMIT > ZERO AND DEB-BALANCE > DEB-LIMIT
               MOVE "OVER LIMIT"  TO W20-NOTE.
             MOVE DEB-GRPLIMIT   TO WS-GRPLIMIT.
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE "Y"            TO WS-PRINT.
             PERFORM CB00-BRANCHES THRU CB00-EXIT.
             ADD WS-BRTOTAL      TO WS-EXPOSURE.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "GROUP EXPOSURE" TO W20-NAME.
             MOVE WS-EXPOSURE    TO W20-BAL.
             MOVE WS-GRPLIMIT    TO W20-LIMIT.
           IF WS-GRPLIMIT > ZERO AND WS-EXPOSURE > WS-GRPLIMIT
               MOVE "OVER GROUP LIMIT"
                                 TO W20-NOTE.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-GSUB.
           IF WS-GSUB NOT > WS-NGRP
               GO TO EA15.

       EA90.
             CLOSE PRINTF.
             DISPLAY "Group listing printed " AT 1210
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      *
      *    ****    Add DEB-PARENT to the group table once.
      *
       EB00-GROUP.
             MOVE 1              TO WS-GSUB.

       EB05-LOOK.
           IF WS-GSUB > WS-NGRP
               GO TO EB10-NEW.
           IF WS-GRP-NO (WS-GSUB) = DEB-PARENT
               GO TO EB00-EXIT.
             ADD 1               TO WS-GSUB.
             GO TO EB05-LOOK.

       EB10-NEW.
           IF WS-NGRP = 200
               GO TO EB00-EXIT.
             ADD 1               TO WS-NGRP.
             MOVE DEB-PARENT     TO WS-GRP-NO (WS-NGRP).

       EB00-EXIT.
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
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.

       ZA02.
             OPEN I-O DEBTOR.
             OPEN INPUT PARAM.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY.

       COPY DISPERR.PRO.
