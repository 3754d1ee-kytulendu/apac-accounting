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
      *     C O N T R O L   T O T A L   E X C E P T I O N S            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            CTLEXC.
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
      *    OCT 2026 - First issue.  Control-total exceptions for the
      *               posting runs (see CTLTOT).  The report lists
      *               every run still running - one that died part
      *               way - or out of balance, with what it expected
      *               to post, what it held back and what reached
      *               each target file, the targets that disagree
      *               marked.  Clearing steps through the same runs;
      *               each one cleared is signed for by a supervisor
      *               with a reason code through SUPAUTH (type T),
      *               marked C with the supervisor, reason and date,
      *               and written to the audit file.  The day-end
      *               will not start while any run is uncleared.
      *               Chained with the batch instruction (see
      *               RPTPACK1) the report is printed and the
      *               program exits.
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

       COPY CTLTOT.SL.

       COPY "AUDIT.SL".

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CTLTOT.FD.

       COPY "AUDIT.FD".

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-AUDKEY          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-T               PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-CLEAR           PIC  X(01) VALUE SPACE.
       77  WS-LAST-KEY        PIC  X(20) VALUE SPACES.
       77  WS-STATE           PIC  X(30) VALUE SPACES.
       77  WS-CNT-R           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CNT-X           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CNT-C           PIC  9(05) COMP-5 VALUE ZERO.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36) VALUE
               "CONTROL TOTAL EXCEPTIONS            ".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(40) VALUE
               "RUN DATE   PROGRAM   RUN REFERENCE  USR ".
           03  FILLER         PIC  X(24) VALUE
               "STARTED  ENDED    STATUS".
       01  W10-HEAD3.
           03  FILLER         PIC  X(40) VALUE
               "      TARGET   CHECK    DOCS           V".
           03  FILLER         PIC  X(35) VALUE
               "ALUE             VAT            QTY".

       01  W15-LINE.
           03  W15-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W15-PROG       PIC  X(08).
           03  FILLER         PIC  X(01).
           03  W15-RUN        PIC  ZZZ9.
           03  FILLER         PIC  X(01).
           03  W15-REF        PIC  X(10).
           03  FILLER         PIC  X(01).
           03  W15-USER       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W15-START      PIC  99/99/99.
           03  FILLER         PIC  X(01).
           03  W15-END        PIC  99/99/99.
           03  FILLER         PIC  X(01).
           03  W15-STATE      PIC  X(30).

       01  W20-DETAIL.
           03  FILLER         PIC  X(06).
           03  W20-NAME       PIC  X(08).
           03  FILLER         PIC  X(01).
           03  W20-CHECK      PIC  X(04).
           03  FILLER         PIC  X(01).
           03  W20-DOCS       PIC  Z(06)9.
           03  FILLER         PIC  X(01).
           03  W20-VALUE      PIC  Z(10)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-VAT        PIC  Z(10)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-QTY        PIC  Z(08)9.999-.
           03  FILLER         PIC  X(02).
           03  W20-FLAG       PIC  X(20).

       01  W25-HEAD.
           03  FILLER         PIC  X(40) VALUE
               "TARGET   CHECK    DOCS           VALUE  ".
           03  FILLER         PIC  X(27) VALUE
               "         VAT            QTY".
       01  W25-DETAIL.
           03  W25-NAME       PIC  X(08).
           03  FILLER         PIC  X(01).
           03  W25-CHECK      PIC  X(04).
           03  FILLER         PIC  X(01).
           03  W25-DOCS       PIC  Z(06)9.
           03  FILLER         PIC  X(01).
           03  W25-VALUE      PIC  Z(10)9.99-.
           03  FILLER         PIC  X(01).
           03  W25-VAT        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01).
           03  W25-QTY        PIC  Z(08)9.999-.
           03  FILLER         PIC  X(01).
           03  W25-FLAG       PIC  X(03).

       01  W30-FOOT.
           03  W30-TEXT       PIC  X(30).
           03  W30-COUNT      PIC  Z(04)9.

       01  WS-AUTH-REQUEST.
           03  WS-AU-TYPE     PIC  X(01).
           03  WS-AU-DOCNO    PIC  9(07).
           03  WS-AU-ACNO     PIC  9(05).
           03  WS-AU-AMOUNT   PIC S9(07)V99 COMP-3.
           03  WS-AU-OPERATOR PIC  X(03).
           03  WS-AU-DATE     PIC  9(08).
           03  WS-AU-DRIVE    PIC  X(01).
           03  WS-AU-SYSID    PIC  X(03).
           03  WS-AU-APPROVED PIC  X(01).
           03  WS-AU-SUPER    PIC  9(03).
           03  WS-AU-REASON   PIC  X(03).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "UTL".
           03  WS-PROG        PIC  X(03) VALUE "CTX".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CTLTOT.ID.

       COPY "AUDIT.ID".

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "CTLEXC.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY BATCHANS.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "CONTROL  TOTAL  EXCEPTIONS".
           03  LINE  4 COLUMN 16 VALUE "1. Exception report".
           03  LINE  5 COLUMN 16 VALUE "2. Clear exceptions".
           03  LINE  6 COLUMN 16 VALUE "0. Exit".
           03  LINE  8 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  8 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE 21 COLUMN 10 VALUE
                                 "Clear this run (Y/N, 0 ends) :".
           03          COLUMN 41 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-CLEAR AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-PALEV < 5 AND LS0-DBLEV < 5 AND LS0-STLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE CTLTOT AUDIT.
             CANCEL "SUPAUTH".

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 5.
       BA00.
           IF LS-INSTR = "B"
               PERFORM CA000 THRU CA999
               GO TO BA999.
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
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    E X C E P T I O N   R E P O R T
      *
       CA000           SECTION.
       CA00.
             OPEN OUTPUT PRINTF.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-CNT-R WS-CNT-X.
             MOVE LOW-VALUES     TO CTT-KEY.
             START CTLTOT KEY NOT LESS CTT-KEY
                 INVALID KEY
                     GO TO CA90.

       CA05.
             READ CTLTOT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA90.
           IF CTT-STATUS NOT = "R" AND CTT-STATUS NOT = "X"
               GO TO CA05.
             PERFORM CB00-RUN THRU CB00-EXIT.
             GO TO CA05.

       CA90.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "RUNS THAT DID NOT FINISH"
                                 TO W30-TEXT.
             MOVE WS-CNT-R       TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "RUNS OUT OF BALANCE"
                                 TO W30-TEXT.
             MOVE WS-CNT-X       TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO CA999.
             ADD WS-CNT-R WS-CNT-X
                                 GIVING WS-CNT-C.
             DISPLAY "Exceptions printed : " AT 1210
                     WITH FOREGROUND-COLOR 14
                     WS-CNT-C WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

      *
      *    ****    One run: its heading, the expected and held
      *            totals, then each target.  A run that never
      *            finished has nothing confirmed on its targets.
      *
       CB00-RUN.
             PERFORM CC00-STATE THRU CC00-EXIT.
           IF CTT-STATUS = "R"
               ADD 1             TO WS-CNT-R
           ELSE
               ADD 1             TO WS-CNT-X.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W15-LINE.
             MOVE CTT-DATE       TO W15-DATE.
             MOVE CTT-PROG       TO W15-PROG.
             MOVE CTT-RUN        TO W15-RUN.
             MOVE CTT-REF        TO W15-REF.
             MOVE CTT-USER       TO W15-USER.
             MOVE CTT-START      TO W15-START.
             MOVE CTT-END        TO W15-END.
             MOVE WS-STATE       TO W15-STATE.
             WRITE PRINT-REC FROM W15-LINE.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "EXPECTED"     TO W20-NAME.
             MOVE CTT-E-DOCS     TO W20-DOCS.
             MOVE CTT-E-VALUE    TO W20-VALUE.
             MOVE CTT-E-VAT      TO W20-VAT.
             MOVE CTT-E-QTY      TO W20-QTY.
             WRITE PRINT-REC FROM W20-DETAIL.
           IF CTT-H-DOCS NOT = ZERO OR CTT-H-VALUE NOT = ZERO
              OR CTT-H-VAT NOT = ZERO OR CTT-H-QTY NOT = ZERO
               MOVE SPACES       TO W20-DETAIL
               MOVE "HELD"       TO W20-NAME
               MOVE CTT-H-DOCS   TO W20-DOCS
               MOVE CTT-H-VALUE  TO W20-VALUE
               MOVE CTT-H-VAT    TO W20-VAT
               MOVE CTT-H-QTY    TO W20-QTY
               WRITE PRINT-REC FROM W20-DETAIL.
           IF CTT-STATUS = "R"
               MOVE SPACES       TO PRINT-REC
               MOVE "Target files not confirmed - check them before c
      -             "learing"    TO PRINT-REC (7:)
               WRITE PRINT-REC
               GO TO CB00-EXIT.
             MOVE ZERO           TO WS-T.

       CB05.
             ADD 1               TO WS-T.
           IF WS-T > CTT-TARGETS
               GO TO CB00-EXIT.
             MOVE SPACES         TO W20-DETAIL.
             MOVE CTT-T-NAME (WS-T)
                                 TO W20-NAME.
             MOVE CTT-T-CHECK (WS-T)
                                 TO W20-CHECK.
             MOVE CTT-T-DOCS (WS-T)
                                 TO W20-DOCS.
             MOVE CTT-T-VALUE (WS-T)
                                 TO W20-VALUE.
             MOVE CTT-T-VAT (WS-T)
                                 TO W20-VAT.
             MOVE CTT-T-QTY (WS-T)
                                 TO W20-QTY.
           IF CTT-T-OK (WS-T) = "N"
               MOVE "** OUT OF BALANCE **"
                                 TO W20-FLAG.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO CB05.

       CB00-EXIT.
             EXIT.

       CC00-STATE.
           IF CTT-STATUS = "R"
               MOVE "DID NOT FINISH"
                                 TO WS-STATE
           ELSE
           IF CTT-STATUS = "X"
               MOVE "OUT OF BALANCE"
                                 TO WS-STATE
           ELSE
           IF CTT-STATUS = "C"
               MOVE "CLEARED"    TO WS-STATE
           ELSE
               MOVE "BALANCED"   TO WS-STATE.

       CC00-EXIT.
             EXIT.

      /
      *    ****    C L E A R   E X C E P T I O N S
      *
      *            Each run still running or out of balance is
      *            shown in turn; one the supervisor signs for is
      *            cleared.
      *
       DA000           SECTION.
       DA00.
             MOVE ZERO           TO WS-CNT-C.
             MOVE LOW-VALUES     TO CTT-KEY.
             START CTLTOT KEY NOT LESS CTT-KEY
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ CTLTOT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA90.
           IF CTT-STATUS NOT = "R" AND CTT-STATUS NOT = "X"
               GO TO DA05.
             MOVE CTT-KEY        TO WS-LAST-KEY.
             PERFORM DB00-SHOW THRU DB00-EXIT.
             MOVE SPACE          TO WS-CLEAR.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-CLEAR = "0"
               GO TO DA90.
           IF WS-CLEAR = "Y" OR WS-CLEAR = "y"
               PERFORM DC00-CLEAR THRU DC00-EXIT.

       DA08.
             MOVE WS-LAST-KEY    TO CTT-KEY.
             START CTLTOT KEY GREATER CTT-KEY
                 INVALID KEY
                     GO TO DA90.
             GO TO DA05.

       DA90.
             DISPLAY CLR-SCREEN.
             DISPLAY "Runs cleared : " AT 1210
                     WITH FOREGROUND-COLOR 14
                     WS-CNT-C WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
             EXIT.

      *
      *    ****    The run on the screen.
      *
       DB00-SHOW.
             PERFORM CC00-STATE THRU CC00-EXIT.
             DISPLAY CLR-SCREEN.
             DISPLAY "CONTROL  TOTAL  EXCEPTION" AT 0222
                     WITH FOREGROUND-COLOR 7 HIGHLIGHT.
             MOVE SPACES         TO W15-LINE.
             MOVE CTT-DATE       TO W15-DATE.
             MOVE CTT-PROG       TO W15-PROG.
             MOVE CTT-RUN        TO W15-RUN.
             MOVE CTT-REF        TO W15-REF.
             MOVE CTT-USER       TO W15-USER.
             MOVE CTT-START      TO W15-START.
             MOVE CTT-END        TO W15-END.
             DISPLAY W10-HEAD2 AT 0402 WITH FOREGROUND-COLOR 14.
             DISPLAY W15-LINE AT 0502 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-STATE AT 0702 WITH FOREGROUND-COLOR 12.
             DISPLAY W25-HEAD AT 0902 WITH FOREGROUND-COLOR 14.
             MOVE SPACES         TO W25-DETAIL.
             MOVE "EXPECTED"     TO W25-NAME.
             MOVE CTT-E-DOCS     TO W25-DOCS.
             MOVE CTT-E-VALUE    TO W25-VALUE.
             MOVE CTT-E-VAT      TO W25-VAT.
             MOVE CTT-E-QTY      TO W25-QTY.
             DISPLAY W25-DETAIL AT 1002 WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO W25-DETAIL.
             MOVE "HELD"         TO W25-NAME.
             MOVE CTT-H-DOCS     TO W25-DOCS.
             MOVE CTT-H-VALUE    TO W25-VALUE.
             MOVE CTT-H-VAT      TO W25-VAT.
             MOVE CTT-H-QTY      TO W25-QTY.
             DISPLAY W25-DETAIL AT 1102 WITH FOREGROUND-COLOR 15.
           IF CTT-STATUS = "R"
               DISPLAY "Target files not confirmed - check them befo
      -                "re clearing" AT 1302 WITH FOREGROUND-COLOR 12
               GO TO DB00-EXIT.
             MOVE ZERO           TO WS-T.
             MOVE 12             TO WS-LINE.

       DB05.
             ADD 1               TO WS-T.
           IF WS-T > CTT-TARGETS
               GO TO DB00-EXIT.
             MOVE SPACES         TO W25-DETAIL.
             MOVE CTT-T-NAME (WS-T)
                                 TO W25-NAME.
             MOVE CTT-T-CHECK (WS-T)
                                 TO W25-CHECK.
             MOVE CTT-T-DOCS (WS-T)
                                 TO W25-DOCS.
             MOVE CTT-T-VALUE (WS-T)
                                 TO W25-VALUE.
             MOVE CTT-T-VAT (WS-T)
                                 TO W25-VAT.
             MOVE CTT-T-QTY (WS-T)
                                 TO W25-QTY.
           IF CTT-T-OK (WS-T) = "N"
               MOVE "**"         TO W25-FLAG.
             MOVE WS-LINE        TO SLIN.
             MOVE 02             TO SCOL.
           IF CTT-T-OK (WS-T) = "N"
               DISPLAY W25-DETAIL AT SPOS WITH FOREGROUND-COLOR 12
           ELSE
               DISPLAY W25-DETAIL AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
             GO TO DB05.

       DB00-EXIT.
             EXIT.

      *
      *    ****    Clear one run.  The supervisor signs for it
      *            with a reason; the run is read again under lock
      *            in case another terminal has cleared it since.
      *
       DC00-CLEAR.
             MOVE "T"            TO WS-AU-TYPE.
             MOVE CTT-RUN        TO WS-AU-DOCNO.
             MOVE ZERO           TO WS-AU-ACNO.
             MOVE ZERO           TO WS-AU-AMOUNT.
           IF CTT-STATUS = "X" AND CTT-TARGETS > ZERO
               COMPUTE WS-AU-AMOUNT = CTT-E-VALUE - CTT-T-VALUE (1).
             MOVE LS-USER        TO WS-AU-OPERATOR.
             MOVE TODAY-DDMMYY   TO WS-AU-DATE.
             MOVE LS-L-OR-N      TO WS-AU-DRIVE.
             MOVE WS-SYS-ID      TO WS-AU-SYSID.
             MOVE "N"            TO WS-AU-APPROVED.
             MOVE ZERO           TO WS-AU-SUPER.
             MOVE SPACES         TO WS-AU-REASON.
             CALL "SUPAUTH" USING WS-AUTH-REQUEST
                 ON EXCEPTION
                     MOVE "N"    TO WS-AU-APPROVED
             END-CALL.
           IF WS-AU-APPROVED NOT = "Y"
               MOVE "Clearance not authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DC00-EXIT.
             MOVE WS-LAST-KEY    TO CTT-KEY.
             READ CTLTOT WITH KEPT LOCK
                 INVALID KEY
                     GO TO DC00-EXIT.
           IF CTT-STATUS NOT = "R" AND CTT-STATUS NOT = "X"
               UNLOCK CTLTOT
               GO TO DC00-EXIT.
             MOVE "C"            TO CTT-STATUS.
             MOVE WS-AU-SUPER    TO CTT-CLR-SUPER.
             MOVE WS-AU-REASON   TO CTT-CLR-REASON.
             MOVE TODAY-DDMMYY   TO CTT-CLR-DATE.
             MOVE LS-USER        TO CTT-CLR-USER.
             REWRITE CTT-RECORD.
             ADD 1               TO WS-CNT-C.
      *
      *    ****    SUPAUTH writes to the audit file as well, so
      *            the next free key is taken as the write finds
      *            it.
      *
             INITIALIZE AUD-REC2.
             MOVE LS-USER        TO AUD-USER.
             MOVE TODAY-DDMMYY   TO AUD-DATE.
             ACCEPT AUD-TIME   FROM TIME.
             MOVE "CTLEXC"       TO AUD-PROG.
             MOVE CTT-PROG       TO AUD-ACCOUNT.
             STRING "Control totals cleared run " DELIMITED BY SIZE
                    CTT-RUN      DELIMITED BY SIZE
                    " sup "      DELIMITED BY SIZE
                    WS-AU-SUPER  DELIMITED BY SIZE
                    INTO AUD-DESC.

       DC05-WRITE.
             ADD 1               TO WS-AUDKEY.
             MOVE WS-AUDKEY      TO AUD-KEY2.
             WRITE AUD-REC2
                 INVALID KEY
                     GO TO DC05-WRITE.

       DC00-EXIT.
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
             MOVE "CTLTOT"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-CTLTOT.
             MOVE "AUDITF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-AUDITF.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O CTLTOT.
           IF WS-STATUS = "35"
               CLOSE CTLTOT
               OPEN OUTPUT CTLTOT
               CLOSE CTLTOT
               OPEN I-O CTLTOT.
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

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 50
               MOVE W02-AUDITF    TO WS-FILE
               MOVE WS-AUDKEY     TO WS-KEY.

       COPY DISPERR.PRO.
