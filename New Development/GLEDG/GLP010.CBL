      $set LINKCOUNT"512"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ****      ****    ******      *
      *   **    **  **        **    **  **  **    **  **  **           *
      *   **        **        **    ** **    **  **    ** **           *
      *   **        **        *******  **    **  **    ** *******      *
      *   **   ***  **        **       **    **  **    ** **    **     *
      *   **    **  **        **        **  **    **  **  **    **     *
      *    ******   ********  **         ****      ****    ******      *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *     G / L E D G E R   M A N U A L   J O U R N A L S            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            GLP010.
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
      *    OCT 2026 - First issue.  Manual journals are keyed on to
      *               the new MJNL file as "awaiting approval" and
      *               nothing posts until a second user, who is not
      *               the preparer, approves the journal.  Approval
      *               needs the G/L level on PARAM record 293, and a
      *               higher level for journals over the limit set
      *               there.  A rejected journal goes back to its
      *               preparer with the reviewer's note to amend
      *               and resubmit.  Approved journals post through
      *               the normal GLJRN/GLTRAN route with the usual
      *               RECOVER journalling after the PERCHK period
      *               guard, and the AUDIT file records both users.
      *    OCT 2026 - Each recovery journal record written is also
      *               queued for the standby site (see STBYLOG.PRO).
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

       COPY CONTROL.SL.

       COPY PARAM.SL.

       COPY GACCNT.SL.

       COPY GLTRAN.SL.

       COPY GLJRN.SL.

       COPY MJNL.SL.

       COPY RECOVER.SL.

       COPY "AUDIT.SL".

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CONTROL.FDE.

       COPY PARAM.FDE.

       COPY GACCNT.FDE.

       COPY GLTRAN.FDE.

       COPY GLJRN.FD.

       COPY MJNL.FD.

       COPY RECOVER.GFD.

       COPY "AUDIT.FD".

      /
       WORKING-STORAGE SECTION.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-NETKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-RECKEY          PIC  9(04) COMP-5.
       77  WS-RECOVER         PIC  9(04) COMP-5.
       77  WS-TRANS           PIC  9(04) COMP-5 VALUE 1.
       77  WS-AUDKEY          PIC  9(04) COMP-5.
       77  WS-GLJKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-SUB             PIC  9(04) COMP-5.
       77  WS-USUB            PIC  9(04) COMP-5.
       77  WS-S1              PIC  9(04) COMP-5.
       77  WS-OPTION          PIC  X(01).
       77  WS-ANSWER          PIC  X(01).
       77  WS-SKIP            PIC  X(01) VALUE "N".
       77  WS-FOUND           PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-LOCKWAIT        PIC  9(04) COMP-5 VALUE 400.
       77  WS-JNO             PIC  9(07) VALUE ZERO.
       77  WS-JDESC           PIC  X(24).
       77  WS-JDATE           PIC  9(08) VALUE ZERO.
       77  WS-FINYR           PIC  9(04) VALUE ZERO.
       77  WS-PERIOD          PIC  9(02) VALUE ZERO.
       77  WS-PREP            PIC  X(03).
       77  WS-NOTE            PIC  X(40).
       77  WS-AC              PIC  9(06) VALUE ZERO.
       77  WS-LDESC           PIC  X(24).
       77  WS-DC              PIC  X(01).
       77  WS-LAMT            PIC  9(09)V99 VALUE ZERO.
       77  WS-LSUB            PIC  9(02) VALUE ZERO.
       77  WS-NLINES          PIC  9(02) VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-LIMIT           PIC  9(09)V99 COMP-3 VALUE ZERO.
       77  WS-APPLEV          PIC  9(01) VALUE ZERO.
       77  WS-HILEV           PIC  9(01) VALUE ZERO.
       77  WS-POSTAC          PIC  9(06) VALUE ZERO.
       77  WS-POSTDC          PIC  X(01).
       77  WS-POSTDESC        PIC  X(24).
       77  WS-AUDDESC         PIC  X(40).

      *
      *    Period status request for the PERCHK guard.
      *
       01  WS-PCHK-REQUEST.
           03  WS-PCHK-PERIOD PIC  9(02).
           03  WS-PCHK-YEAR   PIC  9(04).
           03  WS-PCHK-DRIVE  PIC  X(01).
           03  WS-PCHK-SYSID  PIC  X(03).
           03  WS-PCHK-RESULT PIC  X(01).
       77  WS-DEBITS          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-CREDITS         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINEAMT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-AMOUNT          PIC  Z(08)9.99-.
       77  WS-AMOUNT2         PIC  Z(08)9.99-.
       77  WS-ER6             PIC  X(09) VALUE "No Record".
       77  W02-RECSNAP        PIC  X(44).

      *
      *    The journal lines while they are keyed or reviewed.
      *
       01  WS-JNL-LINES.
           03  WS-JL          OCCURS 20.
               05  WS-JL-AC   PIC  9(06).
               05  WS-JL-DESC PIC  X(24).
               05  WS-JL-DC   PIC  X(01).
               05  WS-JL-AMT  PIC S9(09)V99 COMP-3.

       01  WS-DATE-SHOW       PIC  Z9/99/9999.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "GLP".
           03  WS-PROG        PIC  X(03) VALUE "010".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CONTROL.ID.

       COPY GACCNT.ID.

       COPY GLTRAN.ID.

       COPY GLJRN.ID.

       COPY MJNL.ID.

       COPY PARAM.ID.

       COPY RECOVER.ID.

       COPY "AUDIT.ID".

       COPY WS.WS.

       COPY W05.GL.

       COPY W15.GL.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY STBYLOG.WS.

       01  W75-KEYS.
           03  W75-S          PIC  9(02) COMP-5.
           03  W75-S1         PIC  9(02) COMP-5.
           03  W75-GNO        PIC  9(06) COMP-5
                              OCCURS 18.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "G/LEDGER  MANUAL  JOURNALS".
           03  LINE  5 COLUMN 16 VALUE "1. Key or amend a journal".
           03  LINE  6 COLUMN 16 VALUE "2. Approve or reject journals".
           03  LINE  7 COLUMN 16 VALUE "3. Approval settings".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Journal (0=new)    :".
           03  LINE  4 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC Z(06)9 USING WS-JNO AUTO.

       01  S14.
           03  LINE  6 COLUMN 10 VALUE "Description        :".
           03  LINE  6 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(24) USING WS-JDESC AUTO.
           03  LINE  7 COLUMN 10 VALUE "Journal date       :".
           03  LINE  7 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(08) USING WS-JDATE AUTO.
           03  LINE  8 COLUMN 10 VALUE "Financial year     :".
           03  LINE  8 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(04) USING WS-FINYR AUTO.
           03  LINE  9 COLUMN 10 VALUE "Period (1-12)      :".
           03  LINE  9 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING WS-PERIOD AUTO.

       01  S15.
           03  LINE 12 COLUMN  4 FOREGROUND-COLOR 7 HIGHLIGHT
                                 PIC Z9 FROM WS-LSUB.
           03  LINE 12 COLUMN 10 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-AC AUTO.
           03  LINE 12 COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(24) USING WS-LDESC AUTO.
           03  LINE 12 COLUMN 44 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-DC AUTO.
           03  LINE 12 COLUMN 47 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING WS-LAMT AUTO.

       01  S16.
           03  LINE  4 COLUMN 10 VALUE "Approval level     :".
           03  LINE  4 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(01) USING PAR-MJN-APPLEV AUTO.
           03  LINE  5 COLUMN 10 VALUE "Journal limit      :".
           03  LINE  5 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING PAR-MJN-LIMIT AUTO.
           03  LINE  6 COLUMN 10 VALUE "Level over limit   :".
           03  LINE  6 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(01) USING PAR-MJN-HILEV AUTO.
           03  LINE  8 COLUMN 10 VALUE "Last journal number:".
           03  LINE  8 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 PIC Z(06)9 FROM PAR-MJN-LASTNO.

       01  S17.
           03  LINE 20 COLUMN 10 VALUE "Journal number     :".
           03  LINE 20 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC Z(06)9 USING WS-JNO AUTO.

       01  S18.
           03  LINE 20 COLUMN 10 VALUE "A=approve R=reject :".
           03  LINE 20 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S19.
           03  LINE 21 COLUMN 10 VALUE "Reason             :".
           03  LINE 21 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING WS-NOTE AUTO.

       COPY S99.CRT.

       COPY LEDLUP.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-GLLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE RECOVER AUDIT MJNL GLJRN GLTRAN GACCNT
                   PARAM NETWORK.
             CANCEL "STBYLOG".

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY LOCKED.REC.

       COPY CLEAR.CRT.

       AA350-LOOKUP    SECTION.
       AA350.
             PERFORM SAVE-SCREEN.
             MOVE 4              TO W44-FUNCTION.
             PERFORM SCREEN-CONTENTS.
             PERFORM GACCNT-LOOKUP.
             PERFORM RESTORE-SCREEN.
       AA399.
             EXIT.

       AB000           SECTION.

       COPY CONTROL.RD.

       COPY PARAM.RD.

       COPY GACCNT.RD.

       COPY GLTRAN.RD.

       COPY GLJRN.RD.

       COPY MJNL.RD.

      /
       AC000           SECTION.

       COPY CONTROL.WR.

       COPY PARAM.WR.

       COPY GACCNT.WR.

       COPY GLTRAN.WR.

       COPY GLJRN.WR.

       COPY MJNL.WR.

       COPY GACCNT.LUP.

       COPY APAC.HLP.

      *       ****   *****   ***    ***   *   *  *****  ****   *   *
      *       *   *  *      *   *  *   *  *   *  *      *   *  *   *
      *       ****   ***    *      *   *  *   *  ***    ****    * *
      *       *   *  *      *   *  *   *   * *   *      *   *    *
      *       *   *  *****   ***    ***     *    *****  *   *    *
      *    -----------------------------------------------------------
      *          THIS ROUTINE GENERATES THE RECOVERY FILE RECORDS
      *    -----------------------------------------------------------
      *        +---------------------------------------------------+
      *        | ORIGINAL ACTION (REC-TYPE)   |   RECOVERY PROCESS |
      *        | 0 = RECORD CHANGED           |      (REWRITE)     |
      *        | 1 = RECORD WAS ADDED         |      (DELETE)      |
      *        | 2 = RECORD WAS DELETED       |      (WRITE)       |
      *        +---------------------------------------------------+
       AY000           SECTION.
       AY12.
             MOVE 12             TO REC-FILE.
             MOVE ZERO           TO REC-KEY.
             MOVE WS-ACTION      TO REC-TYPE.
             MOVE G-REC          TO REC-GACCNT.
             GO TO AY50.


       AY13.
             MOVE 13             TO REC-FILE.
             MOVE ZERO           TO REC-KEY.
             MOVE WS-ACTION      TO REC-TYPE.
             MOVE T-REC          TO REC-GLTRAN.
             GO TO AY50.

       AY16.
             MOVE 16             TO REC-FILE.
             MOVE ZERO           TO REC-KEY.
             MOVE WS-ACTION      TO REC-TYPE.
             MOVE MJN-RECORD     TO REC-MJNL.
             GO TO AY50.

       AY18-AUDIT.
             ADD 1               TO WS-AUDKEY.
             INITIALIZE AUD-REC2.
             MOVE WS-AUDKEY      TO AUD-KEY2.
             MOVE LS-USER        TO AUD-USER.
             MOVE TODAY-DDMMYY   TO AUD-DATE.
             MOVE "GLP010"       TO AUD-PROG.
             MOVE WS-JNO         TO AUD-ACCOUNT.
             MOVE WS-AUDDESC     TO AUD-DESC.
             WRITE AUD-REC2.
           IF WS-STATUS NOT = "00"
               MOVE 50           TO WS-F-ERROR
               PERFORM DISPLAY-FILE-NAME
               STOP RUN.

       AY39.
             MOVE 39             TO REC-FILE.
             MOVE WS-NETKEY      TO REC-KEY.
             MOVE ZERO           TO REC-TYPE.
             MOVE NET-RECORD     TO REC-NETWORK.
             GO TO AY50.

       AY40.
             MOVE 99             TO REC-FILE.
             MOVE ZERO           TO REC-KEY.
             MOVE SPACES         TO REC-DETAIL.
             PERFORM AY50.
             ADD 1               TO WS-TRANS.
           IF WS-RECOVER > 95
               CLOSE RECOVER
               STRING W02-RECOVER DELIMITED BY SPACE
                      ".SNP"      DELIMITED BY SIZE
                      INTO W02-RECSNAP
               CALL "CBL_COPY_FILE" USING W02-RECOVER W02-RECSNAP
               OPEN OUTPUT RECOVER
               CLOSE RECOVER
               OPEN I-O RECOVER
               MOVE ZERO         TO WS-RECOVER.
             GO TO AY59.

       AY50.
             ADD 1               TO WS-RECOVER.
             MOVE WS-RECOVER     TO WS-RECKEY.
             MOVE WS-TRANS       TO REC-TRAN.
             WRITE REC-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "Write error Recovery file - Status " AT 2312
                        WITH FOREGROUND-COLOR 14
                        WS-STATUS WITH FOREGROUND-COLOR 15
               STOP RUN.
             PERFORM SHIP-RECOVER-IMAGE THRU SHIP-RECOVER-EXIT.
       AY59.
             EXIT.
      *
      *    ****    Start processing transaction
      *
       AY60.
           IF WS-SKIP = "Y" OR "A"
               GO TO AY999.
      *
      *    ****    Read PARAM record 4 - Lock record and start
      *            recovery file procedure.
      *
             MOVE 4              TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF PAR-USERS < 24
               MOVE 1            TO WS-SUB
               MOVE ZERO         TO WS-WAIT
               GO TO AY62.
      *
      *    ****   Q   F U L L  -  W A I T   F O R   T H E
      *            C O N F I G U R E D   R E T R Y   P E R I O D
      *
             DISPLAY "QUEUE FULL - WAITING" AT 5051
                      WITH BACKGROUND-COLOR 3 FOREGROUND-COLOR 12.
             COMMIT.
             ACCEPT WS-STIME FROM TIME.
             MOVE WS-LOCKWAIT    TO WS-WAIT.
             PERFORM LOCK-REC-LOOP.
             DISPLAY SPACES AT 5051
                     WITH BACKGROUND-COLOR 3 FOREGROUND-COLOR 3.
             GO TO AY60.

       AY61.
             MOVE "GL"           TO PAR-PROG(WS-USUB).
             MOVE LS-USER        TO PAR-USR(WS-USUB).
             PERFORM REWRITE-PARAM-UNLOCK THRU WRITE-PARAM-EXIT.
      *
      *    ****    Read the LEDGER control record in the NETWORK file
      *            and lock it.  Log details to the RECOVERY file.
      *
             MOVE 4              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
             PERFORM AY39 THRU AY59.
             GO TO AY999.
      *
      *    ****   A R E   A N Y   U P D A T E S   I N   P R O G R E S S
      *
       AY62.
           IF NOT (PAR-PROG(WS-SUB) = SPACES OR
                   PAR-USR(WS-SUB) = SPACES)
               IF NOT (PAR-PROG(WS-SUB) = SPACES)
                   IF PAR-PROG(WS-SUB) = "CG" OR "GL"
                       GO TO AY62-WAIT
                   ELSE
                       ADD 1     TO WS-SUB
                       GO TO AY62
                   END-IF
               ELSE
               IF PAR-USR(WS-SUB) = LS-USER
                   IF WS-WAIT = ZERO
                       GO TO AY63
                   ELSE
                       GO TO AY62-WAIT
                   END-IF
               ELSE
                   GO TO AY62-WAIT
               END-IF
           END-IF.
             MOVE LS-USER        TO PAR-USR(WS-SUB).
             MOVE WS-SUB         TO PAR-USERS.
             PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT.
             GO TO AY62-CHECK.
      *
      *    ****   S E T   W A I T   P E R I O D
      *
       AY62-WAIT.
             MOVE WS-LOCKWAIT    TO WS-WAIT.
           IF NOT (PAR-USR(WS-SUB) = LS-USER)
               IF WS-SUB < 24
                   ADD 1         TO WS-SUB
                   GO TO AY62.

       AY62-CHECK.
           IF WS-WAIT > ZERO
               COMMIT
               DISPLAY "Waiting" AT 5072
                       WITH BACKGROUND-COLOR 3
                            FOREGROUND-COLOR 14 BLINK
               ACCEPT WS-STIME FROM TIME
               PERFORM LOCK-REC-LOOP
               GO TO AY60.
             DISPLAY SPACE AT 5072
                     WITH BACKGROUND-COLOR 3 FOREGROUND-COLOR 3.

       AY63.
             MOVE WS-SUB         TO WS-USUB.
             GO TO AY61.

       AY70.
             MOVE 4              TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK-END THRU READ-PARAM-EXIT.
      *
      *    ****    Write links back and unlock PARAM record 4 and
      *            the NETWORK ledger record.
      *
             PERFORM REWRITE-CONTROL THRU WRITE-CONTROL-EXIT.
             PERFORM AY40 THRU AY59.
             MOVE 1              TO WS-USUB.

       AY72.
           IF NOT (PAR-USR(WS-USUB) = LS-USER)
               ADD 1             TO WS-USUB
               GO TO AY72.

       AY75.
             MOVE SPACES         TO PAR-PROG(WS-USUB)
                                    PAR-USR(WS-USUB).
           IF WS-USUB < 24
               ADD 1 WS-USUB     GIVING WS-SUB
           ELSE
               GO TO AY80.
           IF NOT (PAR-PROG(WS-SUB) = SPACES)
               MOVE PAR-PROG(WS-SUB)
                                 TO PAR-PROG(WS-USUB)
               MOVE PAR-USR(WS-SUB)
                                 TO PAR-USR(WS-USUB)
               ADD 1             TO WS-USUB
               GO TO AY75.

       AY80.
             SUBTRACT 1 FROM WS-USUB
                                 GIVING PAR-USERS.
             PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT.
             COMMIT.

       AY999.
             EXIT.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 4.
       BA00.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF WS-OPTION = "1"
               PERFORM CA000
               GO TO BA00.
           IF WS-OPTION = "2"
               PERFORM DA000
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM JA000
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    K E Y   O R   A M E N D   A   J O U R N A L
      *
      *            The journal is held on MJNL awaiting approval;
      *            nothing posts here.  A journal may be amended
      *            only by its preparer, and only before it posts.
      *            The preparer's rejected journals are listed
      *            with the reviewer's note.
      *
       CA000           SECTION 5.
       CA00.
             DISPLAY CLR-SCREEN.
             PERFORM CF00-REJECTED THRU CF00-EXIT.
             MOVE ZERO           TO WS-JNO.
             DISPLAY S13.
             ACCEPT S13.
           IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
               GO TO CA999.
             INITIALIZE WS-JNL-LINES.
             MOVE ZERO           TO WS-NLINES.
           IF WS-JNO = ZERO
               MOVE SPACES       TO WS-JDESC
               MOVE TODAY-DDMMYY TO WS-JDATE
               GO TO CA10.
             MOVE WS-JNO         TO MJN-NUMBER.
             MOVE ZERO           TO MJN-LINE.
             PERFORM READ-MJNL THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE "Journal not on file" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
           IF MJN-STATUS = "P"
               MOVE "Journal has already been posted"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
           IF MJN-PREP NOT = LS-USER
               MOVE "Only the preparer may amend a journal"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             MOVE MJN-DESC       TO WS-JDESC.
             MOVE MJN-DATE       TO WS-JDATE.
             MOVE MJN-FINYR      TO WS-FINYR.
             MOVE MJN-PERIOD     TO WS-PERIOD.
             MOVE 0501           TO CPOS.
             PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 21.
           IF MJN-STATUS = "R"
               DISPLAY "Rejected by " AT 2010
                       WITH FOREGROUND-COLOR 14
                       MJN-CHECK WITH FOREGROUND-COLOR 15
                       ": " WITH FOREGROUND-COLOR 14
                       MJN-NOTE WITH FOREGROUND-COLOR 15.
             PERFORM CB00-LOAD THRU CB00-EXIT.

       CA10.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-JDESC = SPACES
               GO TO CA00.
           IF WS-JDATE = ZERO OR WS-FINYR = ZERO
               MOVE "Journal date and year are needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
           IF WS-PERIOD < 1 OR WS-PERIOD > 12
               MOVE "Period must be 1 to 12" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CG00-PERCHK THRU CG00-EXIT.
           IF WS-PCHK-RESULT NOT = "O"
               MOVE "Period is closed - see the accountant"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             DISPLAY "ACCOUNT DESCRIPTION              D/C      AMOUNT"
                     AT 1110 WITH FOREGROUND-COLOR 7.
             MOVE ZERO           TO WS-LSUB.

       CA20.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > 20
               GO TO CA40.
             PERFORM CC00-TOTALS THRU CC00-EXIT.
           IF WS-LSUB NOT > WS-NLINES
               MOVE WS-JL-AC (WS-LSUB)
                                 TO WS-AC
               MOVE WS-JL-DESC (WS-LSUB)
                                 TO WS-LDESC
               MOVE WS-JL-DC (WS-LSUB)
                                 TO WS-DC
               MOVE WS-JL-AMT (WS-LSUB)
                                 TO WS-LAMT
               GO TO CA22.
      *
      *    ****    A new line offers the amount that would balance
      *            the journal.
      *
             MOVE ZERO           TO WS-AC.
             MOVE WS-JDESC       TO WS-LDESC.
           IF WS-DEBITS > WS-CREDITS
               MOVE "C"          TO WS-DC
               COMPUTE WS-LAMT = WS-DEBITS - WS-CREDITS
           ELSE
               MOVE "D"          TO WS-DC
               COMPUTE WS-LAMT = WS-CREDITS - WS-DEBITS.

       CA22.
             DISPLAY S15.
             ACCEPT S15.
      *
      *    ****    A zero account ends the journal at this line.
      *
           IF WS-AC = ZERO
               COMPUTE WS-NLINES = WS-LSUB - 1
               GO TO CA40.
             MOVE WS-AC          TO G-AC.
             PERFORM READ-GACCNT THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR = 8
               MOVE "Account not on the ledger" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA22.
           IF G-INACTIVE = "Y"
               MOVE "Account is inactive" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA22.
           IF WS-DC NOT = "D" AND WS-DC NOT = "C"
               MOVE "Debit or credit must be D or C"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA22.
           IF WS-LAMT = ZERO
               MOVE "An amount is needed" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA22.
             MOVE WS-AC          TO WS-JL-AC (WS-LSUB).
             MOVE WS-LDESC       TO WS-JL-DESC (WS-LSUB).
             MOVE WS-DC          TO WS-JL-DC (WS-LSUB).
             MOVE WS-LAMT        TO WS-JL-AMT (WS-LSUB).
           IF WS-LSUB > WS-NLINES
               MOVE WS-LSUB      TO WS-NLINES.
             GO TO CA20.

       CA40.
             PERFORM CC00-TOTALS THRU CC00-EXIT.
           IF WS-NLINES < 2
               MOVE "A journal needs at least two lines"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE WS-NLINES    TO WS-LSUB
               GO TO CA20.
           IF WS-DEBITS NOT = WS-CREDITS
               MOVE "Journal does not balance" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE WS-NLINES    TO WS-LSUB
               IF WS-NLINES = 20
                   MOVE ZERO     TO WS-LSUB
               END-IF
               GO TO CA20.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
           IF WS-JNO = ZERO
               PERFORM CD00-NUMBER THRU CD00-EXIT
               IF WS-JNO = ZERO
                   MOVE "Set up the approval settings first"
                                 TO WS-ERR-STRING
                   PERFORM ERROR-MESSAGE
                   GO TO CA999.
      *
      *    ****    Replace the journal on file with what was keyed.
      *
             PERFORM CE00-CLEAR THRU CE00-EXIT.
             INITIALIZE MJN-RECORD.
             MOVE WS-JNO         TO MJN-NUMBER.
             MOVE ZERO           TO MJN-LINE.
             MOVE WS-JDESC       TO MJN-DESC.
             MOVE WS-DEBITS      TO MJN-AMOUNT.
             MOVE "A"            TO MJN-STATUS.
             MOVE WS-JDATE       TO MJN-DATE.
             MOVE WS-FINYR       TO MJN-FINYR.
             MOVE WS-PERIOD      TO MJN-PERIOD.
             MOVE LS-USER        TO MJN-PREP.
             MOVE TODAY-DDMMYY   TO MJN-PREPDATE.
             PERFORM WRITE-MJNL-REC THRU WRITE-MJNL-EXIT.
             MOVE ZERO           TO WS-LSUB.

       CA45.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > WS-NLINES
               GO TO CA50.
             INITIALIZE MJN-RECORD.
             MOVE WS-JNO         TO MJN-NUMBER.
             MOVE WS-LSUB        TO MJN-LINE.
             MOVE WS-JL-AC (WS-LSUB)
                                 TO MJN-AC.
             MOVE WS-JL-DESC (WS-LSUB)
                                 TO MJN-DESC.
             MOVE WS-JL-DC (WS-LSUB)
                                 TO MJN-DC.
             MOVE WS-JL-AMT (WS-LSUB)
                                 TO MJN-AMOUNT.
             PERFORM WRITE-MJNL-REC THRU WRITE-MJNL-EXIT.
             GO TO CA45.

       CA50.
             MOVE SPACES         TO WS-AUDDESC.
             STRING "Journal keyed for approval by "
                                 DELIMITED BY SIZE
                    LS-USER      DELIMITED BY SIZE
                    INTO WS-AUDDESC.
             PERFORM AY18-AUDIT.
             DISPLAY "Journal " AT 2210 WITH FOREGROUND-COLOR 14
                     WS-JNO WITH FOREGROUND-COLOR 15
                     " is awaiting approval" WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      /
       CB000           SECTION.
      *
      *    ****    Load the lines of journal WS-JNO into the table.
      *
       CB00-LOAD.
             INITIALIZE WS-JNL-LINES.
             MOVE ZERO           TO WS-NLINES.
             MOVE WS-JNO         TO MJN-NUMBER.
             MOVE 1              TO MJN-LINE.
             PERFORM START-AT-MJNL-KEY THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CB00-END.

       CB05.
             PERFORM READ-MJNL-NEXT THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO OR MJN-NUMBER NOT = WS-JNO
               GO TO CB00-END.
           IF WS-NLINES = 20
               GO TO CB00-END.
             ADD 1               TO WS-NLINES.
             MOVE MJN-AC         TO WS-JL-AC (WS-NLINES).
             MOVE MJN-DESC       TO WS-JL-DESC (WS-NLINES).
             MOVE MJN-DC         TO WS-JL-DC (WS-NLINES).
             MOVE MJN-AMOUNT     TO WS-JL-AMT (WS-NLINES).
             GO TO CB05.

       CB00-END.
             MOVE ZERO           TO WS-F-ERROR.
       CB00-EXIT.
             EXIT.

      *
      *    ****    Debits and credits of the lines in the table,
      *            shown under the entry line.
      *
       CC00-TOTALS.
             MOVE ZERO           TO WS-DEBITS WS-CREDITS WS-S1.

       CC05.
             ADD 1               TO WS-S1.
           IF WS-S1 > WS-NLINES
               GO TO CC10.
           IF WS-JL-DC (WS-S1) = "C"
               ADD WS-JL-AMT (WS-S1)
                                 TO WS-CREDITS
           ELSE
               ADD WS-JL-AMT (WS-S1)
                                 TO WS-DEBITS.
             GO TO CC05.

       CC10.
             MOVE WS-DEBITS      TO WS-AMOUNT.
             MOVE WS-CREDITS     TO WS-AMOUNT2.
             DISPLAY "Lines " AT 1410 WITH FOREGROUND-COLOR 14
                     WS-NLINES WITH FOREGROUND-COLOR 15
                     "   Debits " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15
                     "   Credits " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT2 WITH FOREGROUND-COLOR 15.
       CC00-EXIT.
             EXIT.

      *
      *    ****    The next journal number from PARAM 293.  Comes
      *            back zero if the settings are not set up.
      *
       CD00-NUMBER.
             MOVE ZERO           TO WS-JNO.
             MOVE 293            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO CD00-EXIT.
             ADD 1               TO PAR-MJN-LASTNO.
             MOVE PAR-MJN-LASTNO TO WS-JNO.
             PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT.
             UNLOCK PARAM.

       CD00-EXIT.
             EXIT.

      *
      *    ****    Remove journal WS-JNO (header and lines) ahead
      *            of writing the amended version.
      *
       CE00-CLEAR.
             MOVE WS-JNO         TO MJN-NUMBER.
             MOVE ZERO           TO MJN-LINE.
             PERFORM START-AT-MJNL-KEY THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CE00-END.

       CE05.
             PERFORM READ-MJNL-NEXT THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO OR MJN-NUMBER NOT = WS-JNO
               GO TO CE00-END.
             PERFORM DELETE-MJNL-REC THRU WRITE-MJNL-EXIT.
             GO TO CE05.

       CE00-END.
             MOVE ZERO           TO WS-F-ERROR.
       CE00-EXIT.
             EXIT.

      *
      *    ****    The signed-on user's rejected journals, with
      *            the reviewer's note.
      *
       CF00-REJECTED.
             MOVE 12             TO WS-LINE.
             MOVE LOW-VALUES     TO MJN-KEY.
             PERFORM START-AT-MJNL-KEY THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CF00-END.

       CF05.
             PERFORM READ-MJNL-NEXT THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CF00-END.
           IF MJN-LINE NOT = ZERO OR MJN-STATUS NOT = "R"
                                  OR MJN-PREP NOT = LS-USER
               GO TO CF05.
           IF WS-LINE = 12
               DISPLAY "Your journals returned by the reviewer"
                       AT 1110 WITH FOREGROUND-COLOR 7.
           IF WS-LINE > 20
               GO TO CF00-END.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY MJN-NUMBER AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 19             TO SCOL.
             DISPLAY MJN-CHECK AT SPOS WITH FOREGROUND-COLOR 14.
             MOVE 24             TO SCOL.
             DISPLAY MJN-NOTE AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
             GO TO CF05.

       CF00-END.
             MOVE ZERO           TO WS-F-ERROR.
       CF00-EXIT.
             EXIT.

      *
      *    ****    Ask PERCHK whether WS-FINYR/WS-PERIOD is open.
      *
       CG00-PERCHK.
             MOVE WS-PERIOD      TO WS-PCHK-PERIOD.
             MOVE WS-FINYR       TO WS-PCHK-YEAR.
             MOVE LS-L-OR-N      TO WS-PCHK-DRIVE.
             MOVE WS-SYS-ID      TO WS-PCHK-SYSID.
             MOVE "O"            TO WS-PCHK-RESULT.
             CALL "PERCHK" USING WS-PCHK-REQUEST
                 ON EXCEPTION
                     CONTINUE
             END-CALL.
       CG00-EXIT.
             EXIT.

      /
      *    ****    A P P R O V E   O R   R E J E C T
      *
      *            Journals awaiting approval are listed.  The
      *            signed-on user may not approve a journal they
      *            keyed, and needs the approval level from PARAM
      *            293 - or the higher level when the journal's
      *            debits are over the limit.
      *
       DA000           SECTION 6.
       DA00.
             MOVE 293            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               MOVE "Set up the approval settings first"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             MOVE PAR-MJN-LIMIT  TO WS-LIMIT.
             MOVE PAR-MJN-APPLEV TO WS-APPLEV.
             MOVE PAR-MJN-HILEV  TO WS-HILEV.
           IF LS0-GLLEV < WS-APPLEV
               MOVE "Not authorised to approve journals"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.

       DA02.
             DISPLAY CLR-SCREEN.
             DISPLAY "JOURNAL  DATE        DESCRIPTION"
                     AT 0310 WITH FOREGROUND-COLOR 7.
             DISPLAY "DEBITS  BY" AT 0360 WITH FOREGROUND-COLOR 7.
             MOVE 5              TO WS-LINE.
             MOVE LOW-VALUES     TO MJN-KEY.
             PERFORM START-AT-MJNL-KEY THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO DA20.

       DA05.
             PERFORM READ-MJNL-NEXT THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO DA20.
           IF MJN-LINE NOT = ZERO OR MJN-STATUS NOT = "A"
               GO TO DA05.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY MJN-NUMBER AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE MJN-DATE       TO WS-DATE-SHOW.
             MOVE 19             TO SCOL.
             DISPLAY WS-DATE-SHOW AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 31             TO SCOL.
             DISPLAY MJN-DESC AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE MJN-AMOUNT     TO WS-AMOUNT.
             MOVE 53             TO SCOL.
             DISPLAY WS-AMOUNT AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 68             TO SCOL.
             DISPLAY MJN-PREP AT SPOS WITH FOREGROUND-COLOR 14.
             ADD 1               TO WS-LINE.
           IF WS-LINE > 17
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               MOVE 0501         TO CPOS
               PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 17
               MOVE 5            TO WS-LINE.
             GO TO DA05.

       DA20.
             MOVE ZERO           TO WS-F-ERROR.
           IF WS-LINE = 5
               DISPLAY "No journals awaiting approval" AT 0710
                       WITH FOREGROUND-COLOR 14
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               GO TO DA999.
             MOVE ZERO           TO WS-JNO.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-JNO = ZERO
               GO TO DA999.
             MOVE WS-JNO         TO MJN-NUMBER.
             MOVE ZERO           TO MJN-LINE.
             PERFORM READ-MJNL THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE "Journal not on file" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA02.
           IF MJN-STATUS NOT = "A"
               MOVE "Journal is not awaiting approval"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA02.
           IF MJN-PREP = LS-USER
               MOVE "A journal cannot be approved by its preparer"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA02.
           IF WS-LIMIT NOT = ZERO AND MJN-AMOUNT > WS-LIMIT
                                  AND LS0-GLLEV < WS-HILEV
               MOVE "Over the journal limit - needs a higher level"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA02.
             PERFORM DB00-SHOW THRU DB00-EXIT.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S18.
             ACCEPT S18.
           IF WS-OPTION = "R"
               GO TO DA40.
           IF WS-OPTION NOT = "A"
               GO TO DA02.
      *
      *    ****    Approved - the period must still be open, the
      *            journal must still balance and every account
      *            must still be on the ledger before a single
      *            line posts.
      *
             PERFORM CG00-PERCHK THRU CG00-EXIT.
           IF WS-PCHK-RESULT NOT = "O"
               MOVE "Period is closed - see the accountant"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA02.
             PERFORM CC00-TOTALS THRU CC00-EXIT.
           IF WS-DEBITS NOT = WS-CREDITS OR WS-NLINES < 2
               MOVE "Journal does not balance" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA02.
             PERFORM DC00-CHECK THRU DC00-EXIT.
           IF WS-FOUND = "N"
               MOVE "An account is no longer on the ledger"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA02.
             PERFORM DD00-POST THRU DD00-EXIT.
             DISPLAY "Journal approved and posted" AT 2310
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA02.
      *
      *    ****    Rejected - back to the preparer with a note.
      *
       DA40.
             MOVE SPACES         TO WS-NOTE.
             DISPLAY S19.
             ACCEPT S19.
           IF WS-NOTE = SPACES
               MOVE "A reason is needed to reject a journal"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA02.
             MOVE WS-JNO         TO MJN-NUMBER.
             MOVE ZERO           TO MJN-LINE.
             PERFORM READ-MJNL-LOCK THRU READ-MJNL-EXIT.
           IF WS-F-ERROR NOT = ZERO OR MJN-STATUS NOT = "A"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK MJNL
               GO TO DA02.
             MOVE "R"            TO MJN-STATUS.
             MOVE LS-USER        TO MJN-CHECK.
             MOVE TODAY-DDMMYY   TO MJN-CHKDATE.
             MOVE WS-NOTE        TO MJN-NOTE.
             PERFORM REWRITE-MJNL THRU WRITE-MJNL-EXIT.
             UNLOCK MJNL.
             MOVE SPACES         TO WS-AUDDESC.
             STRING "Journal rejected by " DELIMITED BY SIZE
                    LS-USER      DELIMITED BY SIZE
                    " keyed by " DELIMITED BY SIZE
                    MJN-PREP     DELIMITED BY SIZE
                    INTO WS-AUDDESC.
             PERFORM AY18-AUDIT.
             GO TO DA02.

       DA999.
             EXIT.

      /
       DB000           SECTION.
      *
      *    ****    The journal header and its lines on screen; the
      *            lines are loaded into the table for posting.
      *
       DB00-SHOW.
             MOVE MJN-PREP       TO WS-PREP.
             MOVE MJN-DESC       TO WS-JDESC.
             MOVE MJN-DATE       TO WS-JDATE.
             MOVE MJN-FINYR      TO WS-FINYR.
             MOVE MJN-PERIOD     TO WS-PERIOD.
             DISPLAY CLR-SCREEN.
             MOVE WS-JDATE       TO WS-DATE-SHOW.
             DISPLAY "Journal            :" AT 0310
                     WITH FOREGROUND-COLOR 7
                     WS-JNO AT 0331 WITH FOREGROUND-COLOR 15
                     WS-JDESC AT 0340 WITH FOREGROUND-COLOR 15.
             DISPLAY "Date / year / per. :" AT 0410
                     WITH FOREGROUND-COLOR 7
                     WS-DATE-SHOW AT 0431 WITH FOREGROUND-COLOR 15
                     WS-FINYR AT 0443 WITH FOREGROUND-COLOR 15
                     WS-PERIOD AT 0449 WITH FOREGROUND-COLOR 15.
             DISPLAY "Keyed by           :" AT 0510
                     WITH FOREGROUND-COLOR 7
                     WS-PREP AT 0531 WITH FOREGROUND-COLOR 15.
             DISPLAY "ACCOUNT DESCRIPTION              D/C      AMOUNT"
                     AT 0710 WITH FOREGROUND-COLOR 7.
             PERFORM CB00-LOAD THRU CB00-EXIT.
             MOVE ZERO           TO WS-LSUB.
             MOVE 8              TO WS-LINE.

       DB05.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > WS-NLINES
               GO TO DB00-EXIT.
           IF WS-LINE > 18
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               MOVE 0801         TO CPOS
               PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 18
               MOVE 8            TO WS-LINE.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY WS-JL-AC (WS-LSUB) AT SPOS
                     WITH FOREGROUND-COLOR 15.
             MOVE 18             TO SCOL.
             DISPLAY WS-JL-DESC (WS-LSUB) AT SPOS
                     WITH FOREGROUND-COLOR 15.
             MOVE 44             TO SCOL.
             DISPLAY WS-JL-DC (WS-LSUB) AT SPOS
                     WITH FOREGROUND-COLOR 15.
             MOVE WS-JL-AMT (WS-LSUB)
                                 TO WS-AMOUNT.
             MOVE 47             TO SCOL.
             DISPLAY WS-AMOUNT AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
             GO TO DB05.

       DB00-EXIT.
             EXIT.

      *
      *    ****    WS-FOUND answers N if any line's account has
      *            gone from the ledger since the journal was keyed.
      *
       DC00-CHECK.
             MOVE "Y"            TO WS-FOUND.
             MOVE ZERO           TO WS-LSUB.

       DC05.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > WS-NLINES
               GO TO DC00-EXIT.
             MOVE WS-JL-AC (WS-LSUB)
                                 TO G-AC.
             PERFORM READ-GACCNT THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR = 8
               MOVE ZERO         TO WS-F-ERROR
               MOVE "N"          TO WS-FOUND
               GO TO DC00-EXIT.
             GO TO DC05.

       DC00-EXIT.
             EXIT.

      *
      *    ****    Post the journal under the usual lock and
      *            recovery discipline, then mark it posted with
      *            the approver.
      *
       DD00-POST.
             PERFORM AY60 THRU AY999.
             MOVE ZERO           TO WS-LSUB.

       DD05.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > WS-NLINES
               GO TO DD10.
             MOVE WS-JL-AC (WS-LSUB)
                                 TO WS-POSTAC.
             MOVE WS-JL-DC (WS-LSUB)
                                 TO WS-POSTDC.
             MOVE WS-JL-DESC (WS-LSUB)
                                 TO WS-POSTDESC.
             MOVE WS-JL-AMT (WS-LSUB)
                                 TO WS-LINEAMT.
             PERFORM PC20-POST THRU PC20-EXIT.
             GO TO DD05.

       DD10.
             MOVE WS-JNO         TO MJN-NUMBER.
             MOVE ZERO           TO MJN-LINE.
             PERFORM READ-MJNL-LOCK THRU READ-MJNL-EXIT.
             MOVE ZERO           TO WS-ACTION.
             PERFORM AY16 THRU AY59.
             MOVE "P"            TO MJN-STATUS.
             MOVE LS-USER        TO MJN-CHECK.
             MOVE TODAY-DDMMYY   TO MJN-CHKDATE.
             MOVE SPACES         TO MJN-NOTE.
             PERFORM REWRITE-MJNL THRU WRITE-MJNL-EXIT.
             MOVE SPACES         TO WS-AUDDESC.
             STRING "Journal approved by " DELIMITED BY SIZE
                    LS-USER      DELIMITED BY SIZE
                    " keyed by " DELIMITED BY SIZE
                    MJN-PREP     DELIMITED BY SIZE
                    INTO WS-AUDDESC.
             PERFORM AY18-AUDIT.
             PERFORM AY70 THRU AY999.

       DD00-EXIT.
             EXIT.

      /
       PC000           SECTION.
       PC20-POST.
      *
      *    ****    Update the account balance (journalled as a
      *            change) and write the GLTRAN and GLJRN records
      *            (journalled as additions).  The journal number
      *            is the reference on both.
      *
             MOVE WS-POSTAC      TO G-AC.
             PERFORM READ-GACCNT-LOCK THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM DISPLAY-FILE-NAME.
             MOVE ZERO           TO WS-ACTION.
             PERFORM AY12 THRU AY59.
           IF WS-POSTDC = "C"
               SUBTRACT WS-LINEAMT FROM G-BAL
           ELSE
               ADD WS-LINEAMT    TO G-BAL.
             MOVE WS-JDATE       TO G-LASTDTE.
             PERFORM REWRITE-GACCNT-REC THRU WRITE-GACCNT-EXIT.
             MOVE WS-POSTAC      TO T-AC.
             MOVE WS-JDATE       TO T-DATE.
             MOVE ZERO           TO T-SERIAL.
             MOVE WS-PERIOD      TO T-PERIOD.
             MOVE 05             TO T-TYPE.
           IF WS-POSTDC = "C"
               MOVE 06           TO T-TYPE.
             MOVE WS-JNO         TO T-REF.
             MOVE WS-POSTDESC    TO T-DESC.
             MOVE WS-LINEAMT     TO T-AMOUNT.
             MOVE WS-POSTDC      TO T-DC.
             MOVE LS-USER        TO T-USER.

       PC22-WRITE.
             PERFORM WRITE-GLTRAN-REC THRU WRITE-GLTRAN-EXIT.
           IF WS-F-ERROR = 11
               ADD 1             TO T-SERIAL
               GO TO PC22-WRITE.
             MOVE 1              TO WS-ACTION.
             PERFORM AY13 THRU AY59.
             ADD 1               TO WS-GLJKEY.
             MOVE WS-GLJKEY      TO J-KEY.
             MOVE WS-POSTAC      TO J-AC.
             MOVE WS-JDATE       TO J-DATE.
             MOVE WS-JNO         TO J-REF.
             MOVE WS-POSTDESC    TO J-DESC.
             MOVE WS-LINEAMT     TO J-AMOUNT.
             MOVE WS-POSTDC      TO J-DC.
             PERFORM WRITE-GLJRN-REC THRU WRITE-GLJRN-EXIT.
       PC20-EXIT.
             EXIT.

      /
      *    ****    A P P R O V A L   S E T T I N G S
      *
       JA000           SECTION 7.
       JA00.
           IF LS0-GLLEV < 7
               MOVE "Approval settings are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA999.
             DISPLAY CLR-SCREEN.
             MOVE 293            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD293
               MOVE 5            TO PAR-MJN-APPLEV
               MOVE 7            TO PAR-MJN-HILEV
               MOVE 293          TO PAR-KEY.

       JA05.
             DISPLAY S16.
             ACCEPT S16.
           IF PAR-MJN-APPLEV < 3
               MOVE "Approval level must be at least 3"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
           IF PAR-MJN-LIMIT NOT = ZERO AND
              PAR-MJN-HILEV NOT > PAR-MJN-APPLEV
               MOVE "Level over limit must be higher"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO JA999.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.

       JA999.
             EXIT.

       ZA000           SECTION 9.
       ZA00.
             MOVE LS-PARID       TO WS-PARID.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
             MOVE LS-USUB        TO WS-USUB.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "PARAM"        TO AFID-KEY.

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
       ZA00-AUDKEY-EXIT.
             EXIT.

       ZA00A-CONTINUE.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "GACCNT"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GACCNT.
             MOVE "GLTRAN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GLTRAN.
             MOVE "GLJRN"        TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             INSPECT AFID-PATH REPLACING FIRST "XXX"
                               BY LS-USER.
             MOVE AFID-PATH      TO W02-GLJRN.
             MOVE "MJNL"         TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-MJNL.
             MOVE "NETWORK"      TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NETWORK.
             MOVE "RECOVER"      TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             INSPECT AFID-PATH REPLACING FIRST "XXX"
                               BY LS-USER.
             MOVE AFID-PATH      TO W02-RECOVER.
             MOVE "AUDITF"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-AUDITF.

       ZA02.
             OPEN OUTPUT RECOVER GLJRN.
             CLOSE RECOVER GLJRN.
             OPEN I-O RECOVER GLJRN.
             OPEN I-O AUDIT.
             PERFORM ZA00-AUDKEY THRU ZA00-AUDKEY-EXIT.
             OPEN I-O MJNL.
           IF WS-STATUS = "35"
               CLOSE MJNL
               OPEN OUTPUT MJNL
               CLOSE MJNL
               OPEN I-O MJNL.
             OPEN I-O PARAM NETWORK GACCNT GLTRAN.
             MOVE 1              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
             MOVE PAR-DMY        TO W05-TODAY.
             MOVE PAR-YMD        TO W05-TYMD.
             MOVE 4              TO WS-NETKEY.
             PERFORM READ-CONTROL THRU READ-CONTROL-EXIT.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       COPY STBYLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 2
               MOVE W02-NETWORK  TO WS-FILE
               MOVE WS-NETKEY    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 8
               MOVE W02-GACCNT   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE G-AC         TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 10
               MOVE W02-MJNL     TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE MJN-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 11
               MOVE W02-GLTRAN   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE T-KEY        TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE WS-PARID     TO WS-FILE
               MOVE WS-PARKEY    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 18
               MOVE W02-RECOVER  TO WS-FILE
               MOVE WS-RECKEY    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 26
               MOVE W02-GLJRN    TO WS-FILE
               MOVE WS-GLJKEY    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 50
               MOVE W02-AUDITF   TO WS-FILE
               MOVE WS-AUDKEY    TO WS-KEY.

       COPY DISPERR.PRO.
