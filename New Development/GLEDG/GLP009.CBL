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
      *     A C C R U A L S   A N D   P R E P A Y M E N T S            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            GLP009.
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
      *    OCT 2026 - First issue.  Maintains accrual and prepayment
      *               schedules on the new ACRSCH file (total amount,
      *               start period, number of periods, balance sheet
      *               and expense accounts) and posts each period's
      *               release through the normal GLJRN/GLTRAN route
      *               with the usual RECOVER journalling, after the
      *               PERCHK period guard.  A type R schedule is
      *               accrued in its start period and reversed in
      *               the next.  The run lists what was posted and
      *               the remaining balance of every schedule.
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

       COPY ACRSCH.SL.

       COPY RECOVER.SL.

       COPY "AUDIT.SL".

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CONTROL.FDE.

       COPY PARAM.FDE.

       COPY GACCNT.FDE.

       COPY GLTRAN.FDE.

       COPY GLJRN.FD.

       COPY ACRSCH.FD.

       COPY RECOVER.GFD.

       COPY "AUDIT.FD".

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

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
       77  WS-SKIP            PIC  X(01) VALUE "N".
       77  WS-FOUND           PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-LOCKWAIT        PIC  9(04) COMP-5 VALUE 400.
       77  WS-CODE            PIC  X(06).
       77  WS-FINYR           PIC  9(04) VALUE ZERO.
       77  WS-PERIOD          PIC  9(02) VALUE ZERO.
       77  WS-PDATE           PIC  9(08) VALUE ZERO.
       77  WS-NOWPER          PIC  9(06) VALUE ZERO.
       77  WS-STARTP          PIC  9(06) VALUE ZERO.
       77  WS-LASTP           PIC  9(06) VALUE ZERO.
       77  WS-PERNO           PIC  9(06) VALUE ZERO.
       77  WS-NEWDONE         PIC  9(03) VALUE ZERO.
       77  WS-NEWSTAT         PIC  X(01).
       77  WS-POSTAC          PIC  9(06) VALUE ZERO.
       77  WS-POSTDC          PIC  X(01).
       77  WS-DRAC            PIC  9(06) VALUE ZERO.
       77  WS-CRAC            PIC  9(06) VALUE ZERO.

      *
      *    Period status request for the PERCHK guard.
      *
       01  WS-PCHK-REQUEST.
           03  WS-PCHK-PERIOD PIC  9(02).
           03  WS-PCHK-YEAR   PIC  9(04).
           03  WS-PCHK-DRIVE  PIC  X(01).
           03  WS-PCHK-SYSID  PIC  X(03).
           03  WS-PCHK-RESULT PIC  X(01).
       77  WS-DUE             PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINEAMT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-NEWREL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-REMAIN          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTPOST         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTREM          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-POSTED          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-LISTED          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-ER6             PIC  X(09) VALUE "No Record".
       77  W02-RECSNAP        PIC  X(44).

      *
      *    Schedule as read, so the amount, type and spread of a
      *    schedule that has started releasing cannot be altered.
      *
       01  WS-SAVE-ACS        PIC  X(84).
       01  WS-SAVE-FLDS REDEFINES WS-SAVE-ACS.
           03  FILLER         PIC  X(30).
           03  WS-SV-TYPE     PIC  X(01).
           03  WS-SV-TOTAL    PIC S9(09)V99 COMP-3.
           03  WS-SV-STARTFY  PIC  9(04).
           03  WS-SV-STARTPER PIC  9(02).
           03  WS-SV-PERIODS  PIC  9(03).
           03  FILLER         PIC  X(38).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.

       01  W10-HEAD2.
           03  FILLER         PIC  X(07) VALUE "CODE".
           03  FILLER         PIC  X(25) VALUE "DESCRIPTION".
           03  FILLER         PIC  X(02) VALUE "T".
           03  FILLER         PIC  X(08) VALUE "B/S A/C".
           03  FILLER         PIC  X(08) VALUE "EXP A/C".
           03  FILLER         PIC  X(09) VALUE "START".
           03  FILLER         PIC  X(09) VALUE "PERIODS".
           03  FILLER         PIC  X(13) VALUE "        TOTAL".
           03  FILLER         PIC  X(13) VALUE "     RELEASED".
           03  FILLER         PIC  X(13) VALUE "    REMAINING".
           03  FILLER         PIC  X(07) VALUE "  STAT".

       01  W20-DETAIL.
           03  W20-CODE       PIC  X(06).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DESC       PIC  X(24).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-TYPE       PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-BSAC       PIC  9(06).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-EXPAC      PIC  9(06).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-STARTPER   PIC  99.
           03  FILLER         PIC  X(01) VALUE "/".
           03  W20-STARTFY    PIC  9(04).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-DONE       PIC  ZZ9.
           03  FILLER         PIC  X(01) VALUE "/".
           03  W20-PERIODS    PIC  ZZ9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-TOTAL      PIC  Z(08)9.99-.
           03  W20-RELEASED   PIC  Z(08)9.99-.
           03  W20-REMAIN     PIC  Z(08)9.99-.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W20-STATUS     PIC  X(01).

       01  W30-POSTED.
           03  W30-CODE       PIC  X(06).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DESC       PIC  X(24).
           03  FILLER         PIC  X(05) VALUE "  DR ".
           03  W30-DRAC       PIC  9(06).
           03  FILLER         PIC  X(05) VALUE "  CR ".
           03  W30-CRAC       PIC  9(06).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-AMOUNT     PIC  Z(08)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-NOTE       PIC  X(20).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "GLP".
           03  WS-PROG        PIC  X(03) VALUE "009".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CONTROL.ID.

       COPY GACCNT.ID.

       COPY GLTRAN.ID.

       COPY GLJRN.ID.

       COPY ACRSCH.ID.

       COPY PARAM.ID.

       COPY RECOVER.ID.

       COPY "AUDIT.ID".

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "GLP009.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

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
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "ACCRUAL  AND  PREPAYMENT  SCHEDULES".
           03  LINE  5 COLUMN 16 VALUE "1. Maintain schedules".
           03  LINE  6 COLUMN 16 VALUE "2. Post releases for period".
           03  LINE  7 COLUMN 16 VALUE "3. Schedule balances report".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Schedule code      :".

       01  S14.
           03  LINE  4 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(06) USING WS-CODE AUTO.

       01  S16.
           03  LINE  6 COLUMN 10 VALUE "Description        :".
           03  LINE  7 COLUMN 10 VALUE "Type (P/A/R)       :".
           03  LINE  7 COLUMN 35
                       VALUE "P=prepayment A=accrual R=reversing".
           03  LINE  8 COLUMN 10 VALUE "Total amount       :".
           03  LINE  9 COLUMN 10 VALUE "Start fin. year    :".
           03  LINE 10 COLUMN 10 VALUE "Start period       :".
           03  LINE 11 COLUMN 10 VALUE "Number of periods  :".
           03  LINE 12 COLUMN 10 VALUE "Balance sheet a/c  :".
           03  LINE 13 COLUMN 10 VALUE "Expense a/c        :".
           03  LINE 15 COLUMN 10 VALUE "Released to date   :".
           03  LINE 16 COLUMN 10 VALUE "Periods posted     :".
           03  LINE 17 COLUMN 10 VALUE "Status             :".

       01  S17.
           03  LINE  6 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(24) USING ACS-DESC AUTO.
           03  LINE  7 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING ACS-TYPE AUTO.
           03  LINE  8 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING ACS-TOTAL AUTO.
           03  LINE  9 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(04) USING ACS-STARTFY AUTO.
           03  LINE 10 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING ACS-STARTPER AUTO.
           03  LINE 11 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING ACS-PERIODS AUTO.
           03  LINE 12 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING ACS-BSAC AUTO.
           03  LINE 13 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING ACS-EXPAC AUTO.

       01  S17A.
           03  LINE 15 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 PIC Z(08)9.99- FROM ACS-RELEASED.
           03  LINE 16 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 PIC ZZ9 FROM ACS-DONE.
           03  LINE 17 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 PIC X(01) FROM ACS-STATUS.

       01  S18.
           03  LINE  4 COLUMN 10 VALUE "Financial year     :".
           03  LINE  5 COLUMN 10 VALUE "Period (1-12)      :".
           03  LINE  6 COLUMN 10 VALUE "Posting date       :".

       01  S19.
           03  LINE  4 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(04) USING WS-FINYR AUTO.
           03  LINE  5 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING WS-PERIOD AUTO.
           03  LINE  6 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(08) USING WS-PDATE AUTO.

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
             CLOSE RECOVER AUDIT ACRSCH GLJRN GLTRAN GACCNT
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

       COPY ACRSCH.RD.

      /
       AC000           SECTION.

       COPY CONTROL.WR.

       COPY PARAM.WR.

       COPY GACCNT.WR.

       COPY GLTRAN.WR.

       COPY GLJRN.WR.

       COPY ACRSCH.WR.

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

       AY15.
             MOVE 15             TO REC-FILE.
             MOVE ZERO           TO REC-KEY.
             MOVE WS-ACTION      TO REC-TYPE.
             MOVE ACS-RECORD     TO REC-ACRSCH.
             GO TO AY50.

       AY18-AUDIT.
             ADD 1               TO WS-AUDKEY.
             INITIALIZE AUD-REC2.
             MOVE WS-AUDKEY      TO AUD-KEY2.
             MOVE LS-USER        TO AUD-USER.
             MOVE TODAY-DDMMYY   TO AUD-DATE.
             MOVE "GLP009"       TO AUD-PROG.
             MOVE ACS-CODE       TO AUD-ACCOUNT.
             STRING "Schedule release posted period "
                    DELIMITED BY SIZE
                    WS-PERIOD    DELIMITED BY SIZE
                    INTO AUD-DESC.
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
               PERFORM HA000
               GO TO BA00.
           IF WS-OPTION = "2"
               PERFORM PA000
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM QA000
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    M A I N T A I N   S C H E D U L E S
      *
       HA000           SECTION 5.
       HA00.
             DISPLAY CLR-SCREEN.
             DISPLAY S13.
             MOVE SPACES         TO WS-CODE.
             DISPLAY S14.
             ACCEPT S14 AT 0431.
           IF WS-CODE = SPACES
               GO TO HA999.
             MOVE WS-CODE        TO ACS-CODE.
             PERFORM READ-ACRSCH THRU READ-ACRSCH-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE "Y"          TO WS-FOUND
           ELSE
               MOVE "N"          TO WS-FOUND
               INITIALIZE ACS-RECORD
               MOVE WS-CODE      TO ACS-CODE
               MOVE "P"          TO ACS-TYPE
               MOVE "A"          TO ACS-STATUS
               MOVE 12           TO ACS-PERIODS.
             MOVE ACS-RECORD     TO WS-SAVE-ACS.
             DISPLAY S16.
             DISPLAY S17A.

       HA02.
             DISPLAY S17.
             ACCEPT S17.
           IF ACS-DESC = SPACES
               GO TO HA20.
      *
      *    ****    Once a release has been posted only the
      *            description and the accounts may be changed.
      *
           IF ACS-DONE NOT = ZERO
               MOVE WS-SV-TYPE   TO ACS-TYPE
               MOVE WS-SV-TOTAL  TO ACS-TOTAL
               MOVE WS-SV-STARTFY
                                 TO ACS-STARTFY
               MOVE WS-SV-STARTPER
                                 TO ACS-STARTPER
               MOVE WS-SV-PERIODS
                                 TO ACS-PERIODS.
           IF NOT (ACS-TYPE = "P" OR "A" OR "R")
               MOVE "Type must be P, A or R" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA02.
           IF ACS-TYPE = "R"
               MOVE 1            TO ACS-PERIODS.
           IF ACS-TOTAL NOT > ZERO
               MOVE "Total amount must be entered" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA02.
           IF ACS-STARTFY = ZERO OR ACS-STARTPER < 1
                                 OR ACS-STARTPER > 12
               MOVE "Start year and period 1 to 12 needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA02.
           IF ACS-PERIODS = ZERO
               MOVE "Number of periods must be entered"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA02.
           IF ACS-BSAC = ACS-EXPAC
               MOVE "The two accounts must differ" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA02.
             MOVE ACS-BSAC       TO G-AC.
             PERFORM READ-GACCNT THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR = 8
               MOVE "Balance sheet a/c not on file" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA02.
             MOVE ACS-EXPAC      TO G-AC.
             PERFORM READ-GACCNT THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR = 8
               MOVE "Expense a/c not on file" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA02.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO HA02.
             MOVE WS-CODE        TO ACS-CODE.
           IF WS-FOUND = "Y"
               PERFORM REWRITE-ACRSCH THRU WRITE-ACRSCH-EXIT
           ELSE
               PERFORM WRITE-ACRSCH-REC THRU WRITE-ACRSCH-EXIT.
             GO TO HA00.
      *
      *    ****    Blank description deletes the schedule - not
      *            allowed part way through its releases.
      *
       HA20.
           IF WS-FOUND = "N"
               GO TO HA00.
           IF ACS-DONE NOT = ZERO AND ACS-STATUS NOT = "C"
               MOVE "Releases posted - cannot delete"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE WS-SAVE-ACS  TO ACS-RECORD
               GO TO HA02.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE WS-SAVE-ACS  TO ACS-RECORD
               GO TO HA02.
             MOVE WS-CODE        TO ACS-CODE.
             PERFORM DELETE-ACRSCH-REC THRU WRITE-ACRSCH-EXIT.
             GO TO HA00.

       HA999.
             EXIT.

      /
      *    ****    P O S T   R E L E A S E S   F O R   P E R I O D
      *
       PA000           SECTION 6.
       PA00.
             DISPLAY CLR-SCREEN.
             DISPLAY S18.
             MOVE ZERO           TO WS-PERIOD WS-POSTED WS-TOTPOST.
             MOVE TODAY-DDMMYY   TO WS-PDATE.
             ACCEPT S19 AT 0431.
           IF WS-FINYR = ZERO
               GO TO PA999.
           IF WS-PERIOD < 1 OR WS-PERIOD > 12
               MOVE "Period must be 1 to 12" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO PA00.
      *
      *    ****    The period must still be open (PERCLOSE).
      *
             MOVE WS-PERIOD      TO WS-PCHK-PERIOD.
             MOVE WS-FINYR       TO WS-PCHK-YEAR.
             MOVE LS-L-OR-N      TO WS-PCHK-DRIVE.
             MOVE WS-SYS-ID      TO WS-PCHK-SYSID.
             MOVE "O"            TO WS-PCHK-RESULT.
             CALL "PERCHK" USING WS-PCHK-REQUEST
                 ON EXCEPTION
                     CONTINUE
             END-CALL.
           IF WS-PCHK-RESULT NOT = "O"
               MOVE "Period is closed - see the accountant"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO PA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO PA00.
             COMPUTE WS-NOWPER = WS-FINYR * 12 + WS-PERIOD.
             MOVE LOW-VALUES     TO ACS-CODE.
             PERFORM START-AT-ACRSCH-KEY THRU READ-ACRSCH-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE "No schedules on file" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO PA999.
             OPEN OUTPUT PRINTF.
             MOVE "SCHEDULE RELEASES POSTED"
                                 TO W10-TITLE.
             MOVE WS-PDATE       TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             STRING "FINANCIAL YEAR " DELIMITED BY SIZE
                    WS-FINYR      DELIMITED BY SIZE
                    "  PERIOD "   DELIMITED BY SIZE
                    WS-PERIOD     DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC AFTER 2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.

       PA05.
             PERFORM READ-ACRSCH-NEXT THRU READ-ACRSCH-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO PA90.
             PERFORM PB000 THRU PB999.
             GO TO PA05.

       PA90.
             MOVE SPACES         TO W30-POSTED.
             MOVE "TOTAL RELEASED"
                                 TO W30-DESC.
             MOVE WS-TOTPOST     TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-POSTED AFTER 2.
             MOVE SPACES         TO PRINT-REC.
             MOVE "SCHEDULE BALANCES AFTER POSTING"
                                 TO PRINT-REC.
             WRITE PRINT-REC AFTER 3.
             PERFORM QB00-LIST THRU QB00-EXIT.
             CLOSE PRINTF.
             DISPLAY "Schedules posted : " AT 2010
                     WITH FOREGROUND-COLOR 14
                     WS-POSTED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       PA999.
             EXIT.

      /
      *    ****    P O S T   O N E   S C H E D U L E
      *
       PB000           SECTION.
       PB00.
             MOVE ACS-CODE       TO WS-CODE.
           IF ACS-STATUS = "C"
               GO TO PB999.
             COMPUTE WS-STARTP = ACS-STARTFY * 12 + ACS-STARTPER.
             COMPUTE WS-LASTP = ACS-LASTFY * 12 + ACS-LASTPER.
           IF WS-NOWPER < WS-STARTP OR WS-LASTP NOT < WS-NOWPER
               GO TO PB999.
             COMPUTE WS-PERNO = WS-NOWPER - WS-STARTP + 1.
             MOVE ACS-EXPAC      TO WS-DRAC.
             MOVE ACS-BSAC       TO WS-CRAC.
             MOVE "A"            TO WS-NEWSTAT.
             MOVE SPACES         TO W30-NOTE.
           IF ACS-TYPE = "R"
               GO TO PB04.
      *
      *    ****    Prepayment or accrual spread - the amount due to
      *            date less what is already released, so a missed
      *            period catches up and the last period takes the
      *            rounding.
      *
           IF WS-PERNO NOT < ACS-PERIODS
               MOVE ACS-TOTAL    TO WS-DUE
               MOVE ACS-PERIODS  TO WS-NEWDONE
               MOVE "C"          TO WS-NEWSTAT
               MOVE "FINAL RELEASE"
                                 TO W30-NOTE
           ELSE
               COMPUTE WS-DUE ROUNDED
                       = ACS-TOTAL * WS-PERNO / ACS-PERIODS
               MOVE WS-PERNO     TO WS-NEWDONE.
             MOVE WS-DUE         TO WS-NEWREL.
             COMPUTE WS-LINEAMT = WS-DUE - ACS-RELEASED.
             GO TO PB10.
      *
      *    ****    Reversing accrual - accrued the first time it
      *            is posted, reversed the next.
      *
       PB04.
             MOVE ACS-TOTAL      TO WS-LINEAMT WS-NEWREL.
           IF ACS-DONE = ZERO
               MOVE 1            TO WS-NEWDONE
               MOVE "ACCRUED"    TO W30-NOTE
               GO TO PB10.
             MOVE ACS-BSAC       TO WS-DRAC.
             MOVE ACS-EXPAC      TO WS-CRAC.
             MOVE 2              TO WS-NEWDONE.
             MOVE "C"            TO WS-NEWSTAT.
             MOVE "REVERSED"     TO W30-NOTE.

       PB10.
      *
      *    ****    Both accounts must still be on the ledger before
      *            either leg is posted.
      *
             MOVE WS-DRAC        TO G-AC.
             PERFORM READ-GACCNT THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR = 8
               GO TO PB80.
             MOVE WS-CRAC        TO G-AC.
             PERFORM READ-GACCNT THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR = 8
               GO TO PB80.
           IF WS-LINEAMT = ZERO
               GO TO PB20.
             PERFORM AY60 THRU AY999.
             MOVE WS-DRAC        TO WS-POSTAC.
             MOVE "D"            TO WS-POSTDC.
             PERFORM PC20-POST THRU PC20-EXIT.
             MOVE WS-CRAC        TO WS-POSTAC.
             MOVE "C"            TO WS-POSTDC.
             PERFORM PC20-POST THRU PC20-EXIT.
      *
      *    ****    Mark the schedule with the period just posted.
      *
             MOVE WS-CODE        TO ACS-CODE.
             PERFORM READ-ACRSCH-LOCK THRU READ-ACRSCH-EXIT.
             MOVE ZERO           TO WS-ACTION.
             PERFORM AY15 THRU AY59.
             PERFORM PC30-MARK THRU PC30-EXIT.
             PERFORM AY18-AUDIT.
             PERFORM AY70 THRU AY999.
             ADD 1               TO WS-POSTED.
             ADD WS-LINEAMT      TO WS-TOTPOST.
             MOVE ACS-CODE       TO W30-CODE.
             MOVE ACS-DESC       TO W30-DESC.
             MOVE WS-DRAC        TO W30-DRAC.
             MOVE WS-CRAC        TO W30-CRAC.
             MOVE WS-LINEAMT     TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-POSTED.
             DISPLAY "Posted " AT 1010
                     WITH FOREGROUND-COLOR 14
                     WS-CODE WITH FOREGROUND-COLOR 15.
             GO TO PB90.
      *
      *    ****    Nothing left to release - just bring the
      *            schedule up to date.
      *
       PB20.
             MOVE WS-CODE        TO ACS-CODE.
             PERFORM READ-ACRSCH-LOCK THRU READ-ACRSCH-EXIT.
             PERFORM PC30-MARK THRU PC30-EXIT.
             UNLOCK ACRSCH.
             GO TO PB90.

       PB80.
             MOVE ZERO           TO WS-F-ERROR.
             MOVE SPACES         TO WS-ERR-STRING.
             STRING "Schedule "  DELIMITED BY SIZE
                    WS-CODE      DELIMITED BY SIZE
                    " a/c missing - skipped"
                                 DELIMITED BY SIZE
                    INTO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.
             MOVE ACS-CODE       TO W30-CODE.
             MOVE ACS-DESC       TO W30-DESC.
             MOVE WS-DRAC        TO W30-DRAC.
             MOVE WS-CRAC        TO W30-CRAC.
             MOVE ZERO           TO W30-AMOUNT.
             MOVE "ACCOUNT MISSING"
                                 TO W30-NOTE.
             WRITE PRINT-REC FROM W30-POSTED.

       PB90.
      *
      *    ****    Reposition past this schedule so the caller's
      *            walk carries on from the right place.
      *
             MOVE WS-CODE        TO ACS-CODE.
             PERFORM START-AT-ACRSCH-KEY THRU READ-ACRSCH-EXIT.
             PERFORM READ-ACRSCH-NEXT THRU READ-ACRSCH-EXIT.
             MOVE ZERO           TO WS-F-ERROR.

       PB999.
             EXIT.

      /
       PC000           SECTION.
       PC20-POST.
      *
      *    ****    Update the account balance (journalled as a
      *            change) and write the GLTRAN and GLJRN records
      *            (journalled as additions).
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
             MOVE WS-PDATE       TO G-LASTDTE.
             PERFORM REWRITE-GACCNT-REC THRU WRITE-GACCNT-EXIT.
             MOVE WS-POSTAC      TO T-AC.
             MOVE WS-PDATE       TO T-DATE.
             MOVE ZERO           TO T-SERIAL.
             MOVE WS-PERIOD      TO T-PERIOD.
             MOVE 05             TO T-TYPE.
           IF WS-POSTDC = "C"
               MOVE 06           TO T-TYPE.
             MOVE ZERO           TO T-REF.
             MOVE ACS-DESC       TO T-DESC.
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
             MOVE WS-PDATE       TO J-DATE.
             MOVE ZERO           TO J-REF.
             MOVE ACS-DESC       TO J-DESC.
             MOVE WS-LINEAMT     TO J-AMOUNT.
             MOVE WS-POSTDC      TO J-DC.
             PERFORM WRITE-GLJRN-REC THRU WRITE-GLJRN-EXIT.
       PC20-EXIT.
             EXIT.

       PC30-MARK.
             MOVE WS-NEWREL      TO ACS-RELEASED.
             MOVE WS-NEWDONE     TO ACS-DONE.
             MOVE WS-NEWSTAT     TO ACS-STATUS.
             MOVE WS-FINYR       TO ACS-LASTFY.
             MOVE WS-PERIOD      TO ACS-LASTPER.
             PERFORM REWRITE-ACRSCH THRU WRITE-ACRSCH-EXIT.
       PC30-EXIT.
             EXIT.

      /
      *    ****    S C H E D U L E   B A L A N C E S   R E P O R T
      *
       QA000           SECTION 7.
       QA00.
             OPEN OUTPUT PRINTF.
             MOVE "ACCRUAL/PREPAYMENT SCHEDULE BALANCES"
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             PERFORM QB00-LIST THRU QB00-EXIT.
             CLOSE PRINTF.
             DISPLAY CLR-SCREEN.
             DISPLAY "Schedules listed : " AT 1010
                     WITH FOREGROUND-COLOR 14
                     WS-LISTED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       QA999.
             EXIT.

       QB000           SECTION.
       QB00-LIST.
             MOVE ZERO           TO WS-LISTED WS-TOTREM.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE LOW-VALUES     TO ACS-CODE.
             PERFORM START-AT-ACRSCH-KEY THRU READ-ACRSCH-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO QB90.

       QB05.
             PERFORM READ-ACRSCH-NEXT THRU READ-ACRSCH-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO QB90.
      *
      *    ****    Remaining is the prepayment still to expense or
      *            the accrual still to build; a reversing accrual
      *            stands at its total until it is reversed.
      *
           IF ACS-TYPE = "R"
               IF ACS-DONE < 2
                   MOVE ACS-TOTAL
                                 TO WS-REMAIN
               ELSE
                   MOVE ZERO     TO WS-REMAIN
               END-IF
           ELSE
               COMPUTE WS-REMAIN = ACS-TOTAL - ACS-RELEASED.
             MOVE ACS-CODE       TO W20-CODE.
             MOVE ACS-DESC       TO W20-DESC.
             MOVE ACS-TYPE       TO W20-TYPE.
             MOVE ACS-BSAC       TO W20-BSAC.
             MOVE ACS-EXPAC      TO W20-EXPAC.
             MOVE ACS-STARTPER   TO W20-STARTPER.
             MOVE ACS-STARTFY    TO W20-STARTFY.
             MOVE ACS-DONE       TO W20-DONE.
             MOVE ACS-PERIODS    TO W20-PERIODS.
             MOVE ACS-TOTAL      TO W20-TOTAL.
             MOVE ACS-RELEASED   TO W20-RELEASED.
             MOVE WS-REMAIN      TO W20-REMAIN.
             MOVE ACS-STATUS     TO W20-STATUS.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-LISTED.
             ADD WS-REMAIN       TO WS-TOTREM.
             GO TO QB05.

       QB90.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "TOTAL REMAINING"
                                 TO W20-DESC.
             MOVE WS-TOTREM      TO W20-REMAIN.
             WRITE PRINT-REC FROM W20-DETAIL AFTER 2.
             MOVE ZERO           TO WS-F-ERROR.
       QB00-EXIT.
             EXIT.

       ZA000           SECTION 9.
       ZA00.
             MOVE LS-PARID       TO WS-PARID.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
             MOVE LS-USER        TO W02-USER.
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
             MOVE "ACRSCH"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-ACRSCH.
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
             OPEN I-O ACRSCH.
           IF WS-STATUS = "35"
               CLOSE ACRSCH
               OPEN OUTPUT ACRSCH
               CLOSE ACRSCH
               OPEN I-O ACRSCH.
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
           IF WS-F-ERROR = 9
               MOVE W02-ACRSCH   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE ACS-CODE     TO WS-KEYX
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
