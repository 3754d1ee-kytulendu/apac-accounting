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
      *     S T A N D B Y   A P P L Y                                  *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            STBYAPPL.
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
      *    OCT 2026 - First issue.  Runs on the standby site and
      *               applies the changes shipped to its STBYQ by the
      *               live site (see STBYSHIP) to its own copies of
      *               the data files, strictly in queue order: the
      *               record put as shipped, or deleted.  The
      *               control record (record 0) carries the last
      *               change received and the last applied, each
      *               change being taken off the queue once it is
      *               on file.  The screen shows how far behind the
      *               live site the standby stands, read from the
      *               live site's own queue when it can be reached.
      *               The program passes every two seconds until
      *               Esc is pressed, or makes a single pass when
      *               chained with the batch instruction.  It stops
      *               once the site has been switched to live (see
      *               STBYSWT).
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

       COPY CONTROL.SL.

       COPY PARAM.SL.

       COPY GACCNT.SL.

       COPY GLTRAN.SL.

       COPY STDJRN.SL.

       COPY ACRSCH.SL.

       COPY MJNL.SL.

       COPY OHAPST.SL.

       COPY TXTRAN.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STBYQ.FD.

       COPY STBYIN.FD.

       COPY CONTROL.FDE.

       COPY PARAM.FDE.

       COPY GACCNT.FDE.

       COPY GLTRAN.FDE.

       COPY STDJRN.FD.

       COPY ACRSCH.FD.

       COPY MJNL.FD.

       COPY OHAPST.FD.

       COPY TXTRAN.FDE.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  WS-OK              PIC  X(01) VALUE "Y".
       77  WS-PEER-OPEN       PIC  X(01) VALUE "N".
       77  WS-SEQ             PIC  9(09) VALUE ZERO.
       77  WS-LAST            PIC  9(09) VALUE ZERO.
       77  WS-DONE            PIC  9(09) VALUE ZERO.
       77  WS-WAITING         PIC  9(09) VALUE ZERO.
       77  WS-LIVE-LAST       PIC  9(09) VALUE ZERO.
       77  WS-BEHIND          PIC  9(09) VALUE ZERO.
       77  WS-TOTAL           PIC  9(07) VALUE ZERO.
       77  WS-TRIES           PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-STATE           PIC  X(50) VALUE SPACES.
       77  WS-KBD-STATUS      PIC  9(02) COMP-X VALUE ZERO.
       77  WS-SLEEP-MS        PIC  9(09) COMP-5 VALUE 2000.
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.

      *
      *    When the last change applied, and the last queued on
      *    the live site, were queued there.
      *
       01  WS-A-DATE.
           03  WS-A-CCYY      PIC  9(04) VALUE ZERO.
           03  WS-A-MM        PIC  9(02) VALUE ZERO.
           03  WS-A-DD        PIC  9(02) VALUE ZERO.
       01  WS-A-TIME.
           03  WS-A-HH        PIC  9(02) VALUE ZERO.
           03  WS-A-MN        PIC  9(02) VALUE ZERO.
           03  WS-A-SS        PIC  9(02) VALUE ZERO.
       01  WS-L-DATE.
           03  WS-L-CCYY      PIC  9(04) VALUE ZERO.
           03  WS-L-MM        PIC  9(02) VALUE ZERO.
           03  WS-L-DD        PIC  9(02) VALUE ZERO.
       01  WS-L-TIME.
           03  WS-L-HH        PIC  9(02) VALUE ZERO.
           03  WS-L-MN        PIC  9(02) VALUE ZERO.
           03  WS-L-SS        PIC  9(02) VALUE ZERO.
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

       01  WS-PEER.
           03  WS-PEER-DRIVE  PIC  X(01) VALUE SPACE.
           03  FILLER         PIC  X(02) VALUE ":\".
           03  WS-PEER-SYSID  PIC  X(03) VALUE SPACES.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "UTL".
           03  WS-PROG        PIC  X(03) VALUE "SBA".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STBYQ.ID.

       COPY STBYIN.ID.

       COPY CONTROL.ID.

       COPY PARAM.ID.

       COPY GACCNT.ID.

       COPY GLTRAN.ID.

       COPY STDJRN.ID.

       COPY ACRSCH.ID.

       COPY MJNL.ID.

       COPY OHAPST.ID.

       COPY TXTRAN.ID.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "STANDBY  APPLY".
           03  LINE  4 COLUMN 10 VALUE "Live site          :".
           03  LINE  5 COLUMN 10 VALUE "Changes received   :".
           03  LINE  6 COLUMN 10 VALUE "Changes applied    :".
           03  LINE  7 COLUMN 10 VALUE "Waiting to apply   :".
           03  LINE  8 COLUMN 10 VALUE "Last change applied:".
           03  LINE 10 COLUMN 10 VALUE "Queued on live site:".
           03  LINE 11 COLUMN 10 VALUE "Last change queued :".
           03  LINE 12 COLUMN 10 VALUE "Changes behind     :".
           03  LINE 13 COLUMN 10 VALUE "Applied this run   :".

       01  S12.
           03  LINE 20 COLUMN 10 FOREGROUND-COLOR 14 HIGHLIGHT VALUE
               "Changes are applied until Esc is pressed".

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
           IF WS-OK = "Y"
               PERFORM GA000 THRU GA999.
             CLOSE STBYQ NETWORK PARAM GACCNT GLTRAN STDJRN ACRSCH
                   MJNL OHAPST TXTRAN.
           IF WS-PEER-OPEN = "Y"
               CLOSE STBYIN.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AC000           SECTION.

       COPY CONTROL.WR.

       COPY PARAM.WR.

       COPY GACCNT.WR.

       COPY GLTRAN.WR.

       COPY STDJRN.WR.

       COPY ACRSCH.WR.

       COPY MJNL.WR.

       COPY OHAPST.WR.

       COPY TXTRAN.WR.

      /
      *    ****    A P P L Y I N G   L O O P
      *
       GA000           SECTION 5.
       GA00.
           IF LS-INSTR NOT = "B"
               DISPLAY CLR-SCREEN
               DISPLAY S11
               DISPLAY S12.

       GA05.
             PERFORM CA000 THRU CA999.
             PERFORM DA000 THRU DA999.
           IF LS-INSTR = "B"
               GO TO GA999.
             PERFORM GB00-SHOW THRU GB00-EXIT.
           IF WS-OK NOT = "Y"
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               GO TO GA999.

       GA10.
             CALL X"D9" USING WS-KBD-STATUS.
           IF WS-KBD-STATUS NOT = ZERO
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
                   GO TO GA999.
             CALL "CBL_THREAD_SLEEP" USING BY VALUE WS-SLEEP-MS
                 ON EXCEPTION
                     CONTINUE
             END-CALL.
             GO TO GA05.

       GA999.
             EXIT.

       GB00-SHOW.
             DISPLAY WS-PEER AT 0431 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-LAST AT 0531 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-DONE AT 0631 WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-WAITING.
           IF WS-LAST > WS-DONE
               SUBTRACT WS-DONE FROM WS-LAST
                                 GIVING WS-WAITING.
             DISPLAY WS-WAITING AT 0731 WITH FOREGROUND-COLOR 15.
           IF WS-A-CCYY = ZERO
               DISPLAY SPACES AT 0831 WITH SIZE 19
           ELSE
               MOVE WS-A-DD      TO WS-W-DD
               MOVE WS-A-MM      TO WS-W-MM
               MOVE WS-A-CCYY    TO WS-W-CCYY
               MOVE WS-A-HH      TO WS-W-HH
               MOVE WS-A-MN      TO WS-W-MN
               MOVE WS-A-SS      TO WS-W-SS
               DISPLAY WS-WHEN AT 0831 WITH FOREGROUND-COLOR 15.
           IF WS-PEER-OPEN NOT = "Y"
               DISPLAY "Live site cannot be reached" AT 1031
                       WITH FOREGROUND-COLOR 12
               DISPLAY SPACES AT 1131 WITH SIZE 19
               DISPLAY SPACES AT 1231 WITH SIZE 19
               GO TO GB05.
             DISPLAY WS-LIVE-LAST AT 1031 WITH FOREGROUND-COLOR 15
                     SPACES WITH SIZE 18.
           IF WS-L-CCYY = ZERO
               DISPLAY SPACES AT 1131 WITH SIZE 19
           ELSE
               MOVE WS-L-DD      TO WS-W-DD
               MOVE WS-L-MM      TO WS-W-MM
               MOVE WS-L-CCYY    TO WS-W-CCYY
               MOVE WS-L-HH      TO WS-W-HH
               MOVE WS-L-MN      TO WS-W-MN
               MOVE WS-L-SS      TO WS-W-SS
               DISPLAY WS-WHEN AT 1131 WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-BEHIND.
           IF WS-LIVE-LAST > WS-DONE
               SUBTRACT WS-DONE FROM WS-LIVE-LAST
                                 GIVING WS-BEHIND.
           IF WS-BEHIND = ZERO
               DISPLAY WS-BEHIND AT 1231 WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY WS-BEHIND AT 1231 WITH FOREGROUND-COLOR 12.

       GB05.
             DISPLAY WS-TOTAL AT 1331 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-STATE AT 1610 WITH FOREGROUND-COLOR 14.

       GB00-EXIT.
             EXIT.

      /
      *    ****    A P P L Y   W H A T   H A S   A R R I V E D
      *
       CA000           SECTION.
       CA00.
             MOVE SPACES         TO WS-STATE.
             MOVE ZERO           TO SBQ-SEQ.
             READ STBYQ WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACE  TO SBQ-C-ROLE.
           IF SBQ-C-ROLE = "L"
               MOVE "N"          TO WS-OK
               MOVE "This site has been switched to live"
                                 TO WS-STATE
               GO TO CA999.
           IF SBQ-C-ROLE NOT = "S"
               MOVE "N"          TO WS-OK
               MOVE "This site is no longer the standby"
                                 TO WS-STATE
               GO TO CA999.
             MOVE SBQ-C-LAST     TO WS-LAST.
             MOVE SBQ-C-DONE     TO WS-DONE WS-SEQ.

       CA05.
           IF WS-SEQ NOT < WS-LAST
               GO TO CA999.
             ADD 1               TO WS-SEQ.
             MOVE WS-SEQ         TO SBQ-SEQ.
             READ STBYQ WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CA20.
             PERFORM CB00-APPLY THRU CB00-EXIT.
           IF RUNTIME-ERROR AND FLE-LOCKED
               SUBTRACT 1        FROM WS-SEQ
               MOVE "Waiting for a record in use to be released"
                                 TO WS-STATE
               GO TO CA999.
             MOVE SBQ-DATE       TO WS-A-DATE.
             MOVE SBQ-TIME       TO WS-A-TIME.
             ADD 1               TO WS-TOTAL.

      *
      *    ****    On file - move the applied count on and take
      *            the change off the queue.  The shipping program
      *            on the live site may hold the control record
      *            for a moment.
      *
       CA20.
             MOVE ZERO           TO WS-TRIES.

       CA25.
             MOVE ZERO           TO SBQ-SEQ.
             READ STBYQ WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA999.
           IF RUNTIME-ERROR AND FLE-LOCKED
               ADD 1             TO WS-TRIES
               IF WS-TRIES < 5000
                   GO TO CA25
               ELSE
                   SUBTRACT 1    FROM WS-SEQ
                   GO TO CA999.
             MOVE WS-SEQ         TO SBQ-C-DONE WS-DONE.
             MOVE WS-A-DATE      TO SBQ-C-DONE-DATE.
             MOVE WS-A-TIME      TO SBQ-C-DONE-TIME.
             MOVE SBQ-C-LAST     TO WS-LAST.
             REWRITE SBQ-RECORD.
             UNLOCK STBYQ.
             MOVE WS-SEQ         TO SBQ-SEQ.
             DELETE STBYQ RECORD
                 INVALID KEY
                     CONTINUE.
             GO TO CA05.

       CA999.
             EXIT.

      *
      *    ****    One change: P puts the image as shipped, over
      *            the record if it is already there; D deletes
      *            the record if it is there.  E, the end of a
      *            transaction, has nothing to apply.
      *
       CB00-APPLY.
             MOVE "00"           TO WS-STATUS.
           IF SBQ-ACTION NOT = "P" AND SBQ-ACTION NOT = "D"
               GO TO CB00-EXIT.
             EVALUATE SBQ-FILE
               WHEN 01
                   MOVE SBQ-IMAGE      TO PAR-RECORD
                   PERFORM CB10-PARAM THRU CB10-EXIT
               WHEN 12
                   MOVE SBQ-IMAGE      TO G-REC
                   PERFORM CB20-GACCNT THRU CB20-EXIT
               WHEN 13
                   MOVE SBQ-IMAGE      TO T-REC
                   PERFORM CB30-GLTRAN THRU CB30-EXIT
               WHEN 14
                   MOVE SBQ-IMAGE      TO SJN-RECORD
                   PERFORM CB40-STDJRN THRU CB40-EXIT
               WHEN 15
                   MOVE SBQ-IMAGE      TO ACS-RECORD
                   PERFORM CB50-ACRSCH THRU CB50-EXIT
               WHEN 16
                   MOVE SBQ-IMAGE      TO MJN-RECORD
                   PERFORM CB60-MJNL THRU CB60-EXIT
               WHEN 17
                   MOVE SBQ-IMAGE      TO OHP-RECORD
                   PERFORM CB70-OHAPST THRU CB70-EXIT
               WHEN 19
                   MOVE SBQ-IMAGE      TO TAX-RECORD1
                   PERFORM CB80-TXTRAN THRU CB80-EXIT
               WHEN 39
                   MOVE SBQ-IMAGE      TO NET-RECORD
                   PERFORM CB90-CONTROL THRU CB90-EXIT
               WHEN OTHER
                   CONTINUE
             END-EVALUATE.

       CB00-EXIT.
             EXIT.

       CB10-PARAM.
           IF SBQ-ACTION = "D"
               PERFORM DELETE-PARAM-REC THRU WRITE-PARAM-EXIT
               GO TO CB10-EXIT.
             PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
               PERFORM CB99-CHECK THRU CB99-EXIT.
       CB10-EXIT.
             EXIT.

       CB20-GACCNT.
           IF SBQ-ACTION = "D"
               PERFORM DELETE-GACCNT-REC THRU WRITE-GACCNT-EXIT
               GO TO CB20-EXIT.
             PERFORM WRITE-GACCNT-REC THRU WRITE-GACCNT-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM REWRITE-GACCNT-REC THRU WRITE-GACCNT-EXIT
               PERFORM CB99-CHECK THRU CB99-EXIT.
       CB20-EXIT.
             EXIT.

       CB30-GLTRAN.
           IF SBQ-ACTION = "D"
               PERFORM DELETE-GLTRAN-REC THRU WRITE-GLTRAN-EXIT
               GO TO CB30-EXIT.
             PERFORM WRITE-GLTRAN-REC THRU WRITE-GLTRAN-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM REWRITE-GLTRAN-REC THRU WRITE-GLTRAN-EXIT
               PERFORM CB99-CHECK THRU CB99-EXIT.
       CB30-EXIT.
             EXIT.

       CB40-STDJRN.
           IF SBQ-ACTION = "D"
               PERFORM DELETE-STDJRN-REC THRU WRITE-STDJRN-EXIT
               GO TO CB40-EXIT.
             PERFORM WRITE-STDJRN-REC THRU WRITE-STDJRN-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM REWRITE-STDJRN THRU WRITE-STDJRN-EXIT
               PERFORM CB99-CHECK THRU CB99-EXIT.
       CB40-EXIT.
             EXIT.

       CB50-ACRSCH.
           IF SBQ-ACTION = "D"
               PERFORM DELETE-ACRSCH-REC THRU WRITE-ACRSCH-EXIT
               GO TO CB50-EXIT.
             PERFORM WRITE-ACRSCH-REC THRU WRITE-ACRSCH-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM REWRITE-ACRSCH THRU WRITE-ACRSCH-EXIT
               PERFORM CB99-CHECK THRU CB99-EXIT.
       CB50-EXIT.
             EXIT.

       CB60-MJNL.
           IF SBQ-ACTION = "D"
               PERFORM DELETE-MJNL-REC THRU WRITE-MJNL-EXIT
               GO TO CB60-EXIT.
             PERFORM WRITE-MJNL-REC THRU WRITE-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM REWRITE-MJNL THRU WRITE-MJNL-EXIT
               PERFORM CB99-CHECK THRU CB99-EXIT.
       CB60-EXIT.
             EXIT.

       CB70-OHAPST.
           IF SBQ-ACTION = "D"
               PERFORM DELETE-OHAPST-REC THRU WRITE-OHAPST-EXIT
               GO TO CB70-EXIT.
             PERFORM WRITE-OHAPST-REC THRU WRITE-OHAPST-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM REWRITE-OHAPST THRU WRITE-OHAPST-EXIT
               PERFORM CB99-CHECK THRU CB99-EXIT.
       CB70-EXIT.
             EXIT.

       CB80-TXTRAN.
           IF SBQ-ACTION = "D"
               PERFORM DELETE-TXTRAN-REC THRU WRITE-TXTRAN-EXIT
               GO TO CB80-EXIT.
             PERFORM WRITE-TXTRAN-REC THRU WRITE-TXTRAN-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM REWRITE-TXTRAN-REC THRU WRITE-TXTRAN-EXIT
               PERFORM CB99-CHECK THRU CB99-EXIT.
       CB80-EXIT.
             EXIT.

       CB90-CONTROL.
           IF SBQ-ACTION = "D"
               PERFORM DELETE-CONTROL-REC THRU WRITE-CONTROL-EXIT
               GO TO CB90-EXIT.
             PERFORM WRITE-CONTROL-REC THRU WRITE-CONTROL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM REWRITE-CONTROL THRU WRITE-CONTROL-EXIT
               PERFORM CB99-CHECK THRU CB99-EXIT.
       CB90-EXIT.
             EXIT.

      *
      *    ****    A put that will neither write nor rewrite leaves
      *            the standby incomplete - stop with the file and
      *            key rather than apply anything after it.
      *
       CB99-CHECK.
           IF WS-F-ERROR NOT = ZERO
               PERFORM IO-ERROR.
       CB99-EXIT.
             EXIT.

      /
      *    ****    H O W   F A R   B E H I N D
      *
      *            The live site's own queue gives the last change
      *            it has queued.
      *
       DA000           SECTION.
       DA00.
           IF WS-PEER-OPEN NOT = "Y"
               PERFORM ZC00-PEER THRU ZC00-EXIT.
           IF WS-PEER-OPEN NOT = "Y"
               GO TO DA999.
             MOVE ZERO           TO SBI-SEQ.
             READ STBYIN WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACE  TO SBI-C-ROLE.
           IF WS-STATUS-1 NOT = "0" AND WS-STATUS NOT = "23"
               CLOSE STBYIN
               MOVE "N"          TO WS-PEER-OPEN
               GO TO DA999.
           IF SBI-C-ROLE = SPACE
               GO TO DA999.
             MOVE SBI-C-LAST     TO WS-LIVE-LAST.
             MOVE SBI-C-LAST-DATE
                                 TO WS-L-DATE.
             MOVE SBI-C-LAST-TIME
                                 TO WS-L-TIME.

       DA999.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE LS-PARID       TO WS-PARID.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
           IF LS-INSTR = "B"
               GO TO ZA00A.
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
             MOVE "PARAM"        TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "GACCNT"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GACCNT.
             MOVE "GLTRAN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GLTRAN.
             MOVE "NETWORK"      TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NETWORK.
             MOVE "TXTRAN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-TXTRAN.
             MOVE "STDJRN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STDJRN.
             MOVE "ACRSCH"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-ACRSCH.
             MOVE "MJNL"         TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-MJNL.
             MOVE "OHAPST"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-OHAPST.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O STBYQ.
           IF WS-STATUS NOT = "00"
               MOVE "N"          TO WS-OK
               MOVE "Standby queue not set up - see STBYSWT"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO ZA999.
             MOVE ZERO           TO SBQ-SEQ.
             READ STBYQ WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACE  TO SBQ-C-ROLE.
           IF SBQ-C-ROLE NOT = "S"
               MOVE "N"          TO WS-OK
               MOVE "This site is not the standby - see STBYSWT"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               CLOSE STBYQ
               GO TO ZA999.
             MOVE SBQ-C-PEER-DRIVE
                                 TO WS-PEER-DRIVE.
             MOVE SBQ-C-PEER-SYSID
                                 TO WS-PEER-SYSID.
             MOVE SBQ-C-DONE-DATE
                                 TO WS-A-DATE.
             MOVE SBQ-C-DONE-TIME
                                 TO WS-A-TIME.
             OPEN I-O PARAM NETWORK GACCNT GLTRAN TXTRAN.
             OPEN I-O STDJRN.
           IF WS-STATUS = "35"
               CLOSE STDJRN
               OPEN OUTPUT STDJRN
               CLOSE STDJRN
               OPEN I-O STDJRN.
             OPEN I-O ACRSCH.
           IF WS-STATUS = "35"
               CLOSE ACRSCH
               OPEN OUTPUT ACRSCH
               CLOSE ACRSCH
               OPEN I-O ACRSCH.
             OPEN I-O MJNL.
           IF WS-STATUS = "35"
               CLOSE MJNL
               OPEN OUTPUT MJNL
               CLOSE MJNL
               OPEN I-O MJNL.
             OPEN I-O OHAPST.
           IF WS-STATUS = "35"
               CLOSE OHAPST
               OPEN OUTPUT OHAPST
               CLOSE OHAPST
               OPEN I-O OHAPST.

       ZA999.
             EXIT.

      *
      *    ****    The live site's queue, through the live site's
      *            own file IDs.  Its drive as mapped on this
      *            machine stands in for the drive in the path it
      *            holds.
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
             OPEN INPUT STBYIN.
           IF WS-STATUS = "00"
               MOVE "Y"          TO WS-PEER-OPEN.

       ZC00-EXIT.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 2
               MOVE W02-NETWORK  TO WS-FILE
               MOVE NET-KEY      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 8
               MOVE W02-GACCNT   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE G-AC         TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 9
               MOVE W02-ACRSCH   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE ACS-CODE     TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 10
               MOVE W02-MJNL     TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE MJN-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 14
               MOVE W02-OHAPST   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE OHP-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 11
               MOVE W02-GLTRAN   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE T-KEY        TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM    TO WS-FILE
               MOVE PAR-KEY      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 32
               MOVE W02-TXTRAN   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE TAX-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 65
               MOVE W02-STDJRN   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE SJN-KEY      TO WS-KEYX
           ELSE
               MOVE W02-STBYQ    TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE SBQ-SEQ      TO WS-KEYX.

       COPY DISPERR.PRO.
