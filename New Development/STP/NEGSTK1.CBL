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
      *     N E G A T I V E   S T O C K   C O N T R O L                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            NEGSTK1.
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
      *    OCT 2026 - First issue.  Negative stock control: the
      *               allow / warn / block rule on a department
      *               (DPT-NEGRULE) and on an item (STK-NEGRULE,
      *               which takes precedence), applied at the
      *               point of issue by NEGCHK; and the exception
      *               report of every issue that took an item below
      *               zero over a date range - who issued it, on
      *               which document, the rule and any supervisor
      *               override, the stock on hand now and the first
      *               goods received since, so the ones a receipt
      *               has cleared stand apart from those still
      *               negative.  Chained with the batch instruction
      *               (see RPTPACK1) the report takes its date range
      *               from the BATCHANS channel - from in bytes 1-8,
      *               to in bytes 9-16, ddmmyyyy - and exits.
      *    OCT 2026 - Changes to an item's negative stock rule are
      *               written to the master file change history
      *               (see CHGLOG).
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

       COPY STOCK.SL.

       COPY WSTOCK.SL.

       COPY DEPART.SL.

       COPY NEGLOG.SL.

       COPY CARDEX.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STOCK.FDE.

       COPY WSTOCK.FDE.

       COPY DEPART.FD.

       COPY NEGLOG.FD.

       COPY CARDEX.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-DEPT            PIC  X(04) VALUE SPACES.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-NOW             PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-GRN             PIC  9(08) VALUE ZERO.
       77  WS-CMP-FROM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-TO          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-REC         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-LOG         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-GRN         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-ISSUES          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-STILL           PIC  9(05) COMP-5 VALUE ZERO.
       01  WS-DFROM           PIC  9(08) VALUE ZERO.
       01  WS-DFROM-X  REDEFINES WS-DFROM
                              PIC  X(08).
       01  WS-DTO             PIC  9(08) VALUE ZERO.
       01  WS-DTO-X    REDEFINES WS-DTO
                              PIC  X(08).

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-PERIOD     PIC  X(40).
       01  W10-HEAD3.
           03  FILLER         PIC  X(42) VALUE
               "DATE       ITEM            DESC       WHS ".
           03  FILLER         PIC  X(44) VALUE
               "DOCUMENT   USR R SUP     BEFORE     ISSUED  ".
           03  FILLER         PIC  X(38) VALUE
               "    AFTER   ON HAND  RECEIVED   STATUS".

       01  W20-DETAIL.
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W20-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01).
           03  W20-DESC       PIC  X(10).
           03  FILLER         PIC  X(01).
           03  W20-WARE       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W20-DOCTYPE    PIC  9(02).
           03  FILLER         PIC  X(01).
           03  W20-DOCNO      PIC  9(07).
           03  FILLER         PIC  X(01).
           03  W20-USER       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W20-RULE       PIC  X(01).
           03  FILLER         PIC  X(01).
           03  W20-SUPER      PIC  ZZ9.
           03  W20-BEFORE     PIC  Z(06)9.99-.
           03  W20-QTY        PIC  Z(06)9.99-.
           03  W20-AFTER      PIC  Z(06)9.99-.
           03  W20-NOW        PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-GRN        PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W20-STATUS     PIC  X(14).

       01  W30-FOOT.
           03  W30-TEXT       PIC  X(30).
           03  W30-COUNT      PIC  Z(04)9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "NEG".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STOCK.ID.

       COPY WSTOCK.ID.

       COPY DEPART.ID.

       COPY NEGLOG.ID.

       COPY CARDEX.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "NEGSTK1.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY BATCHANS.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "NEGATIVE  STOCK  CONTROL".
           03  LINE  4 COLUMN 16 VALUE "1. Department rule".
           03  LINE  5 COLUMN 16 VALUE "2. Item rule".
           03  LINE  6 COLUMN 16 VALUE "3. Negative stock exceptions".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Department (blank ends) :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING WS-DEPT AUTO.

       01  S14.
           03  LINE  8 COLUMN 10 VALUE "Negative stock rule :".
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING DPT-NEGRULE AUTO.
           03  LINE  8 COLUMN 36 VALUE
                                 "A = allow  W = warn  B = block".

       01  S15.
           03  LINE  4 COLUMN 10 VALUE "Item code (blank ends) :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-ITEM AUTO.

       01  S16.
           03  LINE  8 COLUMN 10 VALUE "Negative stock rule :".
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING STK-NEGRULE AUTO.
           03  LINE  8 COLUMN 36 VALUE
                                 "A = allow  W = warn  B = block".
           03  LINE  9 COLUMN 36 VALUE
                                 "blank = the department's rule".

       01  S17.
           03  LINE  4 COLUMN 10 VALUE "Date from :".
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DFROM AUTO.
           03  LINE  5 COLUMN 10 VALUE "Date to   :".
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DTO AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-STLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE STOCK WSTOCK DEPART NEGLOG CARDEX.

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
               PERFORM EA000 THRU EA999
               GO TO BA999.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF (WS-OPTION = "1" OR "2") AND LS0-STLEV < 7
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA00.
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
      *    ****    D E P A R T M E N T   R U L E
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-DEPT.
             DISPLAY S13.
             ACCEPT S13 AT 0436.
           IF WS-DEPT = SPACES
               GO TO CA999.
             MOVE WS-DEPT        TO DPT-CODE.
             READ DEPART WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Department not on file"
                                 TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY DPT-DESC AT 0442 WITH FOREGROUND-COLOR 14.
           IF DPT-NEGRULE = SPACE
               MOVE "A"          TO DPT-NEGRULE.

       CA10.
             DISPLAY S14.
             ACCEPT S14.
           IF DPT-NEGRULE NOT = "A" AND "W" AND "B"
               MOVE "The rule is A, W or B"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK DEPART
               GO TO CA00.
             REWRITE DPT-RECORD.
             UNLOCK DEPART.
             GO TO CA00.

       CA999.
             EXIT.

      /
      *    ****    I T E M   R U L E
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S15.
             ACCEPT S15 AT 0435.
           IF WS-ITEM = SPACES
               GO TO DA999.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                 TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
             MOVE STK-RECORD     TO CHG-BEFORE.
             DISPLAY STK-DESC AT 0535 WITH FOREGROUND-COLOR 14.
             MOVE STK-DEPT       TO DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACE  TO DPT-NEGRULE.
           IF DPT-NEGRULE = SPACE
               MOVE "A"          TO DPT-NEGRULE.
             DISPLAY "Department " AT 0610
                     WITH FOREGROUND-COLOR 14
                     STK-DEPT WITH FOREGROUND-COLOR 15
                     " rule " WITH FOREGROUND-COLOR 14
                     DPT-NEGRULE WITH FOREGROUND-COLOR 15.

       DA10.
             DISPLAY S16.
             ACCEPT S16.
           IF STK-NEGRULE NOT = "A" AND "W" AND "B" AND SPACE
               MOVE "The rule is A, W, B or blank"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK STOCK
               GO TO DA00.
             REWRITE STK-RECORD.
             UNLOCK STOCK.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "NEGSTK1"      TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO DA00.


       DA999.
             EXIT.

      /
      *    ****    N E G A T I V E   S T O C K   E X C E P T I O N S
      *
       EA000           SECTION.
       EA00.
      *
      *    ****    Batch: the date range off the answer channel,
      *            no prompting.
      *
           IF LS-INSTR = "B"
               MOVE TODAY-DDMMYY TO WS-DFROM
                                    WS-DTO
               IF BAT-ANSWERS (1:8) NUMERIC
                   MOVE BAT-ANSWERS (1:8)
                                 TO WS-DFROM-X
               END-IF
               IF BAT-ANSWERS (9:8) NUMERIC
                   MOVE BAT-ANSWERS (9:8)
                                 TO WS-DTO-X
               END-IF
               GO TO EA02.
             DISPLAY CLR-SCREEN.
             MOVE TODAY-DDMMYY   TO WS-DFROM WS-DTO.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-DTO = ZERO
               GO TO EA999.

       EA02.
             MOVE WS-DFROM       TO WS-DATE-WORK.
             COMPUTE WS-CMP-FROM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE WS-DTO         TO WS-DATE-WORK.
             COMPUTE WS-CMP-TO = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             OPEN OUTPUT PRINTF.
             MOVE "NEGATIVE STOCK EXCEPTIONS          "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO W10-PERIOD.
             STRING "ISSUES FROM " DELIMITED SIZE
                    WS-DFROM-X (1:2) "/" WS-DFROM-X (3:2) "/"
                    WS-DFROM-X (5:4) " TO " DELIMITED SIZE
                    WS-DTO-X (1:2) "/" WS-DTO-X (3:2) "/"
                    WS-DTO-X (5:4) DELIMITED SIZE
                    INTO W10-PERIOD.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-ISSUES WS-STILL.
             MOVE LOW-VALUES     TO NEG-KEY.
             START NEGLOG KEY NOT LESS NEG-KEY
                 INVALID KEY
                     GO TO EA80.

       EA05.
             READ NEGLOG NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA80.
             MOVE NEG-DATE       TO WS-DATE-WORK.
             COMPUTE WS-CMP-LOG = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-CMP-LOG < WS-CMP-FROM OR WS-CMP-LOG > WS-CMP-TO
               GO TO EA05.
             MOVE SPACES         TO W20-DETAIL.
             MOVE NEG-DATE       TO W20-DATE.
             MOVE NEG-ITEM       TO W20-ITEM.
             MOVE NEG-WARE       TO W20-WARE.
             MOVE NEG-DOCTYPE    TO W20-DOCTYPE.
             MOVE NEG-DOCNO      TO W20-DOCNO.
             MOVE NEG-OPERATOR   TO W20-USER.
             MOVE NEG-RULE       TO W20-RULE.
           IF NEG-SUPER NOT = ZERO
               MOVE NEG-SUPER    TO W20-SUPER.
             MOVE NEG-QOH        TO W20-BEFORE.
             MOVE NEG-QTY        TO W20-QTY.
             COMPUTE WS-NOW = NEG-QOH - NEG-QTY.
             MOVE WS-NOW         TO W20-AFTER.
      *
      *    ****    Where it stands now: the warehouse's stock for a
      *            warehouse issue, else the item's.
      *
             MOVE NEG-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC
                     MOVE ZERO   TO STK-QOH.
             MOVE STK-DESC       TO W20-DESC.
             MOVE STK-QOH        TO WS-NOW.
           IF NEG-WARE NOT = SPACES
               MOVE NEG-WARE     TO WST-WARE
               MOVE NEG-ITEM     TO WST-ITEM
               READ WSTOCK WITH IGNORE LOCK
                   INVALID KEY
                       MOVE ZERO TO WST-QOH
               END-READ
               MOVE WST-QOH      TO WS-NOW.
             MOVE WS-NOW         TO W20-NOW.
             PERFORM EB00-GRN THRU EB00-EXIT.
           IF WS-GRN NOT = ZERO
               MOVE WS-GRN       TO W20-GRN.
           IF WS-NOW < ZERO
               MOVE "STILL NEGATIVE"
                                 TO W20-STATUS
               ADD 1             TO WS-STILL
           ELSE
           IF WS-GRN NOT = ZERO
               MOVE "CLEARED"    TO W20-STATUS
           ELSE
               MOVE "NOT NEGATIVE"
                                 TO W20-STATUS.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-ISSUES.
             GO TO EA05.

       EA80.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "ISSUES BELOW ZERO"
                                 TO W30-TEXT.
             MOVE WS-ISSUES      TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "STILL NEGATIVE"
                                 TO W30-TEXT.
             MOVE WS-STILL       TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO EA999.
             DISPLAY "Issues reported : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-ISSUES WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      *
      *    ****    The first goods received (CARDEX 33, into stock)
      *            on or after the day the item went negative.
      *
       EB00-GRN.
             MOVE ZERO           TO WS-GRN WS-CMP-GRN.
             MOVE NEG-ITEM       TO CRD-ITEM.
             MOVE ZERO           TO CRD-DATE CRD-SERIAL.
             START CARDEX KEY NOT LESS CRD-KEY
                 INVALID KEY
                     GO TO EB00-EXIT.

       EB05.
             READ CARDEX NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EB00-EXIT.
           IF CRD-ITEM NOT = NEG-ITEM
               GO TO EB00-EXIT.
           IF CRD-TYPE NOT = 33 OR CRD-QTY NOT > ZERO
               GO TO EB05.
             MOVE CRD-DATE       TO WS-DATE-WORK.
             COMPUTE WS-CMP-REC = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-CMP-REC < WS-CMP-LOG
               GO TO EB05.
           IF WS-CMP-GRN = ZERO OR WS-CMP-REC < WS-CMP-GRN
               MOVE WS-CMP-REC   TO WS-CMP-GRN
               MOVE CRD-DATE     TO WS-GRN.
             GO TO EB05.

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
             MOVE "STOCKF"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "WSTOCK"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-WSTOCK.
             MOVE "DEPART"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEPART.
             MOVE "NEGLOG"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NEGLOG.
             MOVE "CARDEX"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CARDEX.
             CLOSE APACFIDS.

       ZA02.
             OPEN INPUT NEGLOG.
           IF WS-STATUS = "35"
               CLOSE NEGLOG
               OPEN OUTPUT NEGLOG
               CLOSE NEGLOG
               OPEN INPUT NEGLOG.
             OPEN I-O STOCK.
             OPEN I-O DEPART.
             OPEN INPUT WSTOCK.
             OPEN INPUT CARDEX.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 43
               MOVE W02-CARDEX    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CRD-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 5
               MOVE W02-NEGLOG    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE NEG-ITEM      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 6
               MOVE W02-DEPART    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DPT-CODE      TO WS-KEYX.

       COPY DISPERR.PRO.
