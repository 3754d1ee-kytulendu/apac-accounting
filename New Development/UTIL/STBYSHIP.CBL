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
      *     S T A N D B Y   S H I P P I N G                            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            STBYSHIP.
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
      *    OCT 2026 - First issue.  Runs on the live site and ships
      *               the changes queued on STBYQ (see STBYLOG) to
      *               the standby site's queue, reached through the
      *               standby's own APACFIDS on the drive recorded
      *               in the control record (see STBYSWT).  Each
      *               change goes over in queue order as the record
      *               now stands on file - put, or delete if it has
      *               gone - and only once its transaction has been
      *               closed on the journal, so the standby never
      *               holds half a transaction.  A record still
      *               locked by another terminal holds the shipping
      *               back until the next pass.  The program passes
      *               every two seconds until Esc is pressed, or
      *               makes a single pass when chained with the
      *               batch instruction.  Shipping carries on while
      *               the terminals are being switched to the
      *               standby.  The data files are only read.
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
       77  WS-COMPLETE        PIC  X(01) VALUE "N".
       77  WS-SEQ             PIC  9(09) VALUE ZERO.
       77  WS-SCAN            PIC  9(09) VALUE ZERO.
       77  WS-LAST            PIC  9(09) VALUE ZERO.
       77  WS-SHIPPED         PIC  9(09) VALUE ZERO.
       77  WS-WAITING         PIC  9(09) VALUE ZERO.
       77  WS-END-SEQ         PIC  9(09) VALUE ZERO.
       77  WS-END-USER        PIC  X(03) VALUE SPACES.
       77  WS-END-TRAN        PIC  9(04) VALUE ZERO.
       77  WS-PASSED          PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-TOTAL           PIC  9(07) VALUE ZERO.
       77  WS-TRIES           PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-STATE           PIC  X(50) VALUE SPACES.
       77  WS-KBD-STATUS      PIC  9(02) COMP-X VALUE ZERO.
       77  WS-SLEEP-MS        PIC  9(09) COMP-5 VALUE 2000.
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.

       01  WS-QUEUED          PIC  X(442).

      *
      *    When the last change shipped was queued on the live
      *    site, for the screen.
      *
       01  WS-Q-DATE.
           03  WS-Q-CCYY      PIC  9(04) VALUE ZERO.
           03  WS-Q-MM        PIC  9(02) VALUE ZERO.
           03  WS-Q-DD        PIC  9(02) VALUE ZERO.
       01  WS-Q-TIME.
           03  WS-Q-HH        PIC  9(02) VALUE ZERO.
           03  WS-Q-MN        PIC  9(02) VALUE ZERO.
           03  WS-Q-SS        PIC  9(02) VALUE ZERO.
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
           03  WS-PROG        PIC  X(03) VALUE "SBS".

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
                       VALUE "STANDBY  SHIPPING".
           03  LINE  4 COLUMN 10 VALUE "Standby site       :".
           03  LINE  5 COLUMN 10 VALUE "Changes queued     :".
           03  LINE  6 COLUMN 10 VALUE "Changes shipped    :".
           03  LINE  7 COLUMN 10 VALUE "Waiting to ship    :".
           03  LINE  8 COLUMN 10 VALUE "Last change queued :".
           03  LINE  9 COLUMN 10 VALUE "Shipped this run   :".

       01  S12.
           03  LINE 20 COLUMN 10 FOREGROUND-COLOR 14 HIGHLIGHT VALUE
               "Shipping continues until Esc is pressed".

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

      /
      *    ****    S H I P P I N G   L O O P
      *
       GA000           SECTION 5.
       GA00.
           IF LS-INSTR NOT = "B"
               DISPLAY CLR-SCREEN
               DISPLAY S11
               DISPLAY S12.

       GA05.
             PERFORM CA000 THRU CA999.
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
             DISPLAY WS-SHIPPED AT 0631 WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-WAITING.
           IF WS-LAST > WS-SHIPPED
               SUBTRACT WS-SHIPPED FROM WS-LAST
                                 GIVING WS-WAITING.
             DISPLAY WS-WAITING AT 0731 WITH FOREGROUND-COLOR 15.
           IF WS-Q-CCYY = ZERO
               DISPLAY SPACES AT 0831 WITH SIZE 19
           ELSE
               MOVE WS-Q-DD      TO WS-W-DD
               MOVE WS-Q-MM      TO WS-W-MM
               MOVE WS-Q-CCYY    TO WS-W-CCYY
               MOVE WS-Q-HH      TO WS-W-HH
               MOVE WS-Q-MN      TO WS-W-MN
               MOVE WS-Q-SS      TO WS-W-SS
               DISPLAY WS-WHEN AT 0831 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-TOTAL AT 0931 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-STATE AT 1210 WITH FOREGROUND-COLOR 14.

       GB00-EXIT.
             EXIT.

      /
      *    ****    O N E   P A S S   O F   T H E   Q U E U E
      *
      *            From the one after the last the standby has
      *            received, up to the last queued here.
      *
       CA000           SECTION.
       CA00.
             MOVE SPACES         TO WS-STATE.
             MOVE ZERO           TO WS-PASSED.
             MOVE ZERO           TO SBQ-SEQ.
             READ STBYQ WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACE  TO SBQ-C-ROLE.
           IF SBQ-C-ROLE NOT = "P" AND SBQ-C-ROLE NOT = "D"
               MOVE "N"          TO WS-OK
               MOVE "This site is no longer the live site"
                                 TO WS-STATE
               GO TO CA999.
             MOVE SBQ-C-LAST     TO WS-LAST.
             MOVE SBQ-C-DONE     TO WS-SHIPPED.
           IF WS-PEER-OPEN NOT = "Y"
               PERFORM ZC00-PEER THRU ZC00-EXIT.
           IF WS-PEER-OPEN NOT = "Y"
               MOVE "Standby site cannot be reached"
                                 TO WS-STATE
               GO TO CA999.
             MOVE ZERO           TO SBI-SEQ.
             READ STBYIN WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACE  TO SBI-C-ROLE.
           IF WS-STATUS-1 NOT = "0" AND WS-STATUS NOT = "23"
               CLOSE STBYIN
               MOVE "N"          TO WS-PEER-OPEN
               MOVE "Standby site cannot be reached"
                                 TO WS-STATE
               GO TO CA999.
           IF SBI-C-ROLE NOT = "S"
               MOVE "Standby site is not set up as the standby"
                                 TO WS-STATE
               GO TO CA999.
             MOVE SBI-C-LAST     TO WS-SHIPPED WS-SEQ.

       CA05.
           IF WS-SEQ NOT < WS-LAST
               GO TO CA80.
             ADD 1               TO WS-SEQ.
             MOVE WS-SEQ         TO SBQ-SEQ.
             READ STBYQ WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CA05.
           IF SBQ-FILE = 99
               MOVE "E"          TO SBQ-ACTION
               GO TO CA20.
      *
      *    ****    Nothing goes until its transaction has been
      *            closed on the journal.
      *
           IF SBQ-USER NOT = WS-END-USER OR SBQ-TRAN NOT = WS-END-TRAN
              OR WS-SEQ > WS-END-SEQ
               PERFORM CB00-COMPLETE THRU CB00-EXIT.
           IF WS-COMPLETE NOT = "Y"
               SUBTRACT 1        FROM WS-SEQ
               MOVE "Waiting for a transaction to finish"
                                 TO WS-STATE
               GO TO CA80.
             PERFORM CC00-CURRENT THRU CC00-EXIT.
           IF SBQ-ACTION = "L"
               SUBTRACT 1        FROM WS-SEQ
               MOVE "Waiting for a record in use to be released"
                                 TO WS-STATE
               GO TO CA80.
           IF SBQ-ACTION = SPACE
               GO TO CA30.

       CA20.
             MOVE SBQ-RECORD     TO SBI-RECORD.
             WRITE SBI-RECORD
                 INVALID KEY
                     REWRITE SBI-RECORD.
           IF WS-STATUS-1 NOT = "0"
               CLOSE STBYIN
               MOVE "N"          TO WS-PEER-OPEN
               SUBTRACT 1        FROM WS-SEQ
               MOVE "Standby site cannot be reached"
                                 TO WS-STATE
               GO TO CA80.
             MOVE SBQ-DATE       TO WS-Q-DATE.
             MOVE SBQ-TIME       TO WS-Q-TIME.
             ADD 1               TO WS-PASSED WS-TOTAL.

       CA30.
             PERFORM CD00-PEER-LAST THRU CD00-EXIT.
           IF WS-PEER-OPEN NOT = "Y"
               GO TO CA80.
             MOVE WS-SEQ         TO WS-SHIPPED.
             MOVE WS-SEQ         TO SBQ-SEQ.
             DELETE STBYQ RECORD
                 INVALID KEY
                     CONTINUE.
             GO TO CA05.

      *
      *    ****    Note on the control record how far the standby
      *            has been fed.
      *
       CA80.
           IF WS-PASSED = ZERO
               GO TO CA999.
             MOVE ZERO           TO WS-TRIES.

       CA85.
             MOVE ZERO           TO SBQ-SEQ.
             READ STBYQ WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA999.
           IF RUNTIME-ERROR AND FLE-LOCKED
               ADD 1             TO WS-TRIES
               IF WS-TRIES < 5000
                   GO TO CA85
               ELSE
                   GO TO CA999.
             MOVE WS-SHIPPED     TO SBQ-C-DONE.
             MOVE WS-Q-DATE      TO SBQ-C-DONE-DATE.
             MOVE WS-Q-TIME      TO SBQ-C-DONE-TIME.
             REWRITE SBQ-RECORD.
             UNLOCK STBYQ.

       CA999.
             EXIT.

      *
      *    ****    Look ahead for the end marker of the change's
      *            transaction.  A terminal's transaction numbers
      *            start again each run, so the first marker for
      *            the same user and number is the one.
      *
       CB00-COMPLETE.
             MOVE "N"            TO WS-COMPLETE.
             MOVE SBQ-RECORD     TO WS-QUEUED.
             MOVE SBQ-USER       TO WS-END-USER.
             MOVE SBQ-TRAN       TO WS-END-TRAN.
             MOVE ZERO           TO WS-END-SEQ.
             MOVE WS-SEQ         TO WS-SCAN.

       CB05.
           IF WS-SCAN NOT < WS-LAST
               GO TO CB10.
             ADD 1               TO WS-SCAN.
             MOVE WS-SCAN        TO SBQ-SEQ.
             READ STBYQ WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CB05.
           IF SBQ-FILE NOT = 99 OR SBQ-USER NOT = WS-END-USER
              OR SBQ-TRAN NOT = WS-END-TRAN
               GO TO CB05.
             MOVE "Y"            TO WS-COMPLETE.
             MOVE WS-SCAN        TO WS-END-SEQ.

       CB10.
             MOVE WS-QUEUED      TO SBQ-RECORD.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The record as it stands now.  Its own image in
      *            the queue carries the key.  SBQ-ACTION comes
      *            back P with the image, D when the record is no
      *            longer on file, L when it cannot be read yet -
      *            another terminal holds it - and space for a file
      *            not shipped.
      *
       CC00-CURRENT.
             MOVE SBQ-RECORD     TO WS-QUEUED.
             MOVE "P"            TO SBQ-ACTION.
             EVALUATE SBQ-FILE
               WHEN 01
                   MOVE SBQ-IMAGE      TO PAR-RECORD
                   READ PARAM
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE PAR-RECORD     TO SBQ-IMAGE
               WHEN 12
                   MOVE SBQ-IMAGE      TO G-REC
                   READ GACCNT
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE G-REC          TO SBQ-IMAGE
               WHEN 13
                   MOVE SBQ-IMAGE      TO T-REC
                   READ GLTRAN
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE T-REC          TO SBQ-IMAGE
               WHEN 14
                   MOVE SBQ-IMAGE      TO SJN-RECORD
                   READ STDJRN
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE SJN-RECORD     TO SBQ-IMAGE
               WHEN 15
                   MOVE SBQ-IMAGE      TO ACS-RECORD
                   READ ACRSCH
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE ACS-RECORD     TO SBQ-IMAGE
               WHEN 16
                   MOVE SBQ-IMAGE      TO MJN-RECORD
                   READ MJNL
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE MJN-RECORD     TO SBQ-IMAGE
               WHEN 17
                   MOVE SBQ-IMAGE      TO OHP-RECORD
                   READ OHAPST
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE OHP-RECORD     TO SBQ-IMAGE
               WHEN 19
                   MOVE SBQ-IMAGE      TO TAX-RECORD1
                   READ TXTRAN
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE TAX-RECORD1    TO SBQ-IMAGE
               WHEN 39
                   MOVE SBQ-IMAGE      TO NET-RECORD
                   READ NETWORK
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE NET-RECORD     TO SBQ-IMAGE
               WHEN OTHER
                   MOVE SPACE          TO SBQ-ACTION
                   GO TO CC00-EXIT
             END-EVALUATE.
           IF WS-STATUS = "23"
               MOVE WS-QUEUED    TO SBQ-RECORD
               MOVE "D"          TO SBQ-ACTION
           ELSE
           IF WS-STATUS-1 NOT = "0"
               MOVE "L"          TO SBQ-ACTION.

       CC00-EXIT.
             EXIT.

      *
      *    ****    Move the standby's received count on.  Its
      *            applying program may hold the control record for
      *            a moment.
      *
       CD00-PEER-LAST.
             MOVE ZERO           TO WS-TRIES.

       CD05.
             MOVE ZERO           TO SBI-SEQ.
             READ STBYIN WITH KEPT LOCK
                 INVALID KEY
                     GO TO CD08.
           IF RUNTIME-ERROR AND FLE-LOCKED
               ADD 1             TO WS-TRIES
               IF WS-TRIES < 5000
                   GO TO CD05.
           IF WS-STATUS-1 NOT = "0"
               GO TO CD08.
             MOVE WS-SEQ         TO SBI-C-LAST.
           IF SBQ-ACTION NOT = SPACE
               MOVE WS-Q-DATE    TO SBI-C-LAST-DATE
               MOVE WS-Q-TIME    TO SBI-C-LAST-TIME.
             REWRITE SBI-RECORD.
             UNLOCK STBYIN.
             GO TO CD00-EXIT.

       CD08.
             CLOSE STBYIN.
             MOVE "N"            TO WS-PEER-OPEN.
             SUBTRACT 1          FROM WS-SEQ.
             MOVE "Standby site cannot be reached"
                                 TO WS-STATE.

       CD00-EXIT.
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
           IF SBQ-C-ROLE NOT = "P" AND SBQ-C-ROLE NOT = "D"
               MOVE "N"          TO WS-OK
               MOVE "This site is not the live site - see STBYSWT"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               CLOSE STBYQ
               GO TO ZA999.
             MOVE SBQ-C-PEER-DRIVE
                                 TO WS-PEER-DRIVE.
             MOVE SBQ-C-PEER-SYSID
                                 TO WS-PEER-SYSID.
             MOVE SBQ-C-DONE-DATE
                                 TO WS-Q-DATE.
             MOVE SBQ-C-DONE-TIME
                                 TO WS-Q-TIME.
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
      *    ****    The standby's queue, through the standby's own
      *            file IDs.  Its drive as mapped on this machine
      *            stands in for the drive in the path it holds.
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

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
             MOVE W02-STBYQ      TO WS-FILE.
             MOVE ZERO           TO WS-KEY.
             MOVE SBQ-SEQ        TO WS-KEYX.

       COPY DISPERR.PRO.
