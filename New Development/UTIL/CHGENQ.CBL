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
      *     C H A N G E   H I S T O R Y   E N Q U I R Y                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            CHGENQ.
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
      *    OCT 2026 - First issue.  The field change history kept
      *               by CHGLOG: the changes to one debtor,
      *               creditor or stock item in date and time order
      *               - field, value before and after, user,
      *               terminal and program - on screen and
      *               optionally printed; and the sensitive-field
      *               change report for management - credit limits,
      *               terms, bank details and prices - over a date
      *               range, by default the seven days to today.
      *               Chained with the batch instruction (see
      *               RPTPACK1) the report takes its date range
      *               from the BATCHANS channel - from in bytes
      *               1-8, to in bytes 9-16, ddmmyyyy, either left
      *               blank for the seven days to today - and
      *               exits, for the weekly pack.
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

       COPY CREDIT.SL.

       COPY STOCK.SL.

       COPY CHGHIST.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY CREDIT.FDE.

       COPY STOCK.FDE.

       COPY CHGHIST.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-MASTER          PIC  X(01) VALUE SPACE.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-ACCOUNT         PIC  X(15) VALUE SPACES.
       77  WS-LAST-KEY        PIC  X(16) VALUE SPACES.
       77  WS-NAME            PIC  X(30) VALUE SPACES.
       77  WS-TYPE            PIC  X(08) VALUE SPACES.
       77  WS-TITLE           PIC  X(30) VALUE SPACES.
       77  WS-PRINT           PIC  X(01) VALUE "N".
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-SHOWN           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CNT-D           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CNT-C           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CNT-S           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-BACK            PIC S9(03) COMP-5 VALUE ZERO.
       77  WS-MLEN            PIC  9(02) VALUE ZERO.
       77  WS-QUOT            PIC  9(04) VALUE ZERO.
       77  WS-REM             PIC  9(02) VALUE ZERO.
       77  WS-CMP-FROM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-TO          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-REC         PIC S9(08) COMP-5 VALUE ZERO.
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

       01  WS-MDAYS-VALUES    PIC  X(24) VALUE
                              "312831303130313130313031".
       01  WS-MDAYS-TABLE REDEFINES WS-MDAYS-VALUES.
           03  WS-MDAYS       PIC  9(02) OCCURS 12.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-PERIOD     PIC  X(60).
       01  W10-HEAD3.
           03  FILLER         PIC  X(54) VALUE
               "    DATE       TIME     USR TRM PROGRAM  FIELD        ".
           03  FILLER         PIC  X(32) VALUE "BEFORE".
           03  FILLER         PIC  X(05) VALUE "AFTER".

       01  W15-GROUP.
           03  W15-TYPE       PIC  X(08).
           03  FILLER         PIC  X(01) VALUE SPACE.
           03  W15-ACCOUNT    PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACE.
           03  W15-NAME       PIC  X(30).

       01  W20-DETAIL.
           03  FILLER         PIC  X(04).
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W20-TIME       PIC  99/99/99.
           03  FILLER         PIC  X(01).
           03  W20-USER       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W20-TERM       PIC  ZZ9.
           03  FILLER         PIC  X(01).
           03  W20-PROG       PIC  X(08).
           03  FILLER         PIC  X(01).
           03  W20-FIELD      PIC  X(12).
           03  W20-SENS       PIC  X(01).
           03  W20-OLD        PIC  X(30).
           03  FILLER         PIC  X(02).
           03  W20-NEW        PIC  X(30).

       01  W25-HEAD.
           03  FILLER         PIC  X(41) VALUE
               "DATE       TIME     USR TRM FIELD        ".
           03  FILLER         PIC  X(19) VALUE "BEFORE".
           03  FILLER         PIC  X(05) VALUE "AFTER".
       01  W25-DETAIL.
           03  W25-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W25-TIME       PIC  99/99/99.
           03  FILLER         PIC  X(01).
           03  W25-USER       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W25-TERM       PIC  ZZ9.
           03  FILLER         PIC  X(01).
           03  W25-FIELD      PIC  X(12).
           03  W25-SENS       PIC  X(01).
           03  W25-OLD        PIC  X(18).
           03  FILLER         PIC  X(01).
           03  W25-NEW        PIC  X(18).

       01  W30-FOOT.
           03  W30-TEXT       PIC  X(30).
           03  W30-COUNT      PIC  Z(04)9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "UTL".
           03  WS-PROG        PIC  X(03) VALUE "CHE".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY CREDIT.ID.

       COPY STOCK.ID.

       COPY CHGHIST.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "CHGENQ.".
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
                       VALUE "MASTER  FILE  CHANGE  HISTORY".
           03  LINE  4 COLUMN 16 VALUE "1. Debtor history".
           03  LINE  5 COLUMN 16 VALUE "2. Creditor history".
           03  LINE  6 COLUMN 16 VALUE "3. Stock item history".
           03  LINE  7 COLUMN 16 VALUE
                                 "4. Sensitive field changes report".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Account (zero ends) :".
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       01  S14.
           03  LINE  4 COLUMN 10 VALUE "Item code (blank ends) :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-ITEM AUTO.

       01  S15.
           03  LINE  5 COLUMN 10 VALUE "Print (Y/N) :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-PRINT AUTO.

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
           IF LS0-DBLEV < 3 AND LS0-CRLEV < 3 AND LS0-STLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DEBTOR CREDIT STOCK CHGHIST.

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
           IF (WS-OPTION = "1" AND LS0-DBLEV < 3)
           OR (WS-OPTION = "2" AND LS0-CRLEV < 3)
           OR (WS-OPTION = "3" AND LS0-STLEV < 3)
           OR (WS-OPTION = "4" AND LS0-DBLEV < 7 AND LS0-CRLEV < 7
                               AND LS0-STLEV < 7)
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA00.
           IF WS-OPTION = "1"
               MOVE "D"          TO WS-MASTER
               MOVE "DEBTOR  CHANGE  HISTORY"
                                 TO WS-TITLE
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "2"
               MOVE "C"          TO WS-MASTER
               MOVE "CREDITOR  CHANGE  HISTORY"
                                 TO WS-TITLE
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "3"
               MOVE "S"          TO WS-MASTER
               MOVE "STOCK  ITEM  CHANGE  HISTORY"
                                 TO WS-TITLE
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM EA000 THRU EA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    O N E   A C C O U N T ' S   H I S T O R Y
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             DISPLAY WS-TITLE AT 0224 WITH FOREGROUND-COLOR 7
                                      HIGHLIGHT.
           IF WS-MASTER = "S"
               MOVE SPACES       TO WS-ITEM
               DISPLAY S14
               ACCEPT S14
               IF WS-ITEM = SPACES
                   GO TO CA999
               ELSE
                   MOVE WS-ITEM  TO WS-ACCOUNT
           ELSE
               MOVE ZERO         TO WS-ACNO
               DISPLAY S13
               ACCEPT S13
               IF WS-ACNO = ZERO
                   GO TO CA999
               ELSE
                   MOVE WS-ACNO  TO WS-ACCOUNT.
           IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
               GO TO CA999.
             PERFORM CB00-NAME THRU CB00-EXIT.
             DISPLAY WS-NAME AT 0442 WITH FOREGROUND-COLOR 15.
             MOVE "N"            TO WS-PRINT.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-PRINT = "y"
               MOVE "Y"          TO WS-PRINT.
           IF WS-PRINT = "Y"
               OPEN OUTPUT PRINTF
               MOVE WS-TITLE     TO W10-TITLE
               MOVE TODAY-DDMMYY TO W10-DATE
               WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE
               MOVE SPACES       TO PRINT-REC
               WRITE PRINT-REC
               MOVE WS-TYPE      TO W15-TYPE
               MOVE WS-ACCOUNT   TO W15-ACCOUNT
               MOVE WS-NAME      TO W15-NAME
               WRITE PRINT-REC FROM W15-GROUP
               MOVE SPACES       TO PRINT-REC
               WRITE PRINT-REC
               WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-SHOWN.
             MOVE 8              TO WS-LINE.
             DISPLAY W25-HEAD AT 0702 WITH FOREGROUND-COLOR 14.
             MOVE WS-MASTER      TO CHH-FILE.
             MOVE WS-ACCOUNT     TO CHH-ACCOUNT.
             MOVE ZERO           TO CHH-STAMP CHH-SEQ.
             START CHGHIST KEY NOT LESS CHH-KEY
                 INVALID KEY
                     GO TO CA90.

       CA05.
             READ CHGHIST NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA90.
           IF CHH-FILE NOT = WS-MASTER OR CHH-ACCOUNT NOT = WS-ACCOUNT
               GO TO CA90.
             ADD 1               TO WS-SHOWN.
           IF WS-PRINT = "Y"
               PERFORM CC00-DETAIL THRU CC00-EXIT.
             MOVE SPACES         TO W25-DETAIL.
             MOVE CHH-DATE       TO W25-DATE.
             MOVE CHH-TIME       TO W25-TIME.
             MOVE CHH-USER       TO W25-USER.
           IF CHH-TERM NOT = ZERO
               MOVE CHH-TERM     TO W25-TERM.
             MOVE CHH-FIELD      TO W25-FIELD.
           IF CHH-SENS = "Y"
               MOVE "*"          TO W25-SENS.
             MOVE CHH-OLD        TO W25-OLD.
             MOVE CHH-NEW        TO W25-NEW.
             MOVE WS-LINE        TO SLIN.
             MOVE 02             TO SCOL.
             DISPLAY W25-DETAIL AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
           IF WS-LINE > 19
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
                   GO TO CA90
               ELSE
                   MOVE 0801     TO CPOS
                   PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 23
                   MOVE 8        TO WS-LINE.
             GO TO CA05.

       CA90.
           IF WS-PRINT = "Y"
               MOVE SPACES       TO PRINT-REC
               WRITE PRINT-REC
               MOVE "CHANGES"    TO W30-TEXT
               MOVE WS-SHOWN     TO W30-COUNT
               WRITE PRINT-REC FROM W30-FOOT
               CLOSE PRINTF.
             DISPLAY "Changes shown : " AT 2110
                     WITH FOREGROUND-COLOR 14
                     WS-SHOWN WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    The account's name or the item's description -
      *            history outlives a deleted record, so one not
      *            on file is shown as such.
      *
       CB00-NAME.
             MOVE "** NOT ON FILE **"
                                 TO WS-NAME.
           IF WS-MASTER = "D"
               MOVE "DEBTOR"     TO WS-TYPE
               IF WS-ACCOUNT (1:5) NUMERIC
                   MOVE WS-ACCOUNT (1:5)
                                 TO DEB-ACNO
                   READ DEBTOR WITH IGNORE LOCK
                       INVALID KEY
                           GO TO CB00-EXIT
                   END-READ
                   MOVE DEB-NAME TO WS-NAME.
           IF WS-MASTER = "C"
               MOVE "CREDITOR"   TO WS-TYPE
               IF WS-ACCOUNT (1:5) NUMERIC
                   MOVE WS-ACCOUNT (1:5)
                                 TO P-NUMBER
                   READ CREDIT WITH IGNORE LOCK
                       INVALID KEY
                           GO TO CB00-EXIT
                   END-READ
                   MOVE P-NAME   TO WS-NAME.
           IF WS-MASTER = "S"
               MOVE "STOCK"      TO WS-TYPE
               MOVE WS-ACCOUNT   TO STK-CODE
               READ STOCK WITH IGNORE LOCK
                   INVALID KEY
                       GO TO CB00-EXIT
               END-READ
               MOVE STK-DESC     TO WS-NAME.

       CB00-EXIT.
             EXIT.

      *
      *    ****    Printed detail line.
      *
       CC00-DETAIL.
             MOVE SPACES         TO W20-DETAIL.
             MOVE CHH-DATE       TO W20-DATE.
             MOVE CHH-TIME       TO W20-TIME.
             MOVE CHH-USER       TO W20-USER.
           IF CHH-TERM NOT = ZERO
               MOVE CHH-TERM     TO W20-TERM.
             MOVE CHH-PROG       TO W20-PROG.
             MOVE CHH-FIELD      TO W20-FIELD.
           IF CHH-SENS = "Y"
               MOVE "*"          TO W20-SENS.
             MOVE CHH-OLD        TO W20-OLD.
             MOVE CHH-NEW        TO W20-NEW.
             WRITE PRINT-REC FROM W20-DETAIL.

       CC00-EXIT.
             EXIT.

      *
      *    ****    Six days back from the date in WS-DATE-WORK, for
      *            the week to date.
      *
       CD00-WEEK-BACK.
             COMPUTE WS-BACK = WS-DW-DD - 6.
           IF WS-BACK > ZERO
               MOVE WS-BACK      TO WS-DW-DD
               GO TO CD00-EXIT.
           IF WS-DW-MM = 1
               MOVE 12           TO WS-DW-MM
               SUBTRACT 1      FROM WS-DW-YYYY
           ELSE
               SUBTRACT 1      FROM WS-DW-MM.
             MOVE WS-MDAYS (WS-DW-MM)
                                 TO WS-MLEN.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-QUOT
                                      REMAINDER WS-REM
               IF WS-REM = ZERO
                   MOVE 29       TO WS-MLEN.
             COMPUTE WS-DW-DD = WS-MLEN + WS-BACK.

       CD00-EXIT.
             EXIT.

      /
      *    ****    S E N S I T I V E   F I E L D   C H A N G E S
      *
       EA000           SECTION.
       EA00.
             MOVE TODAY-DDMMYY   TO WS-DTO WS-DATE-WORK.
             PERFORM CD00-WEEK-BACK THRU CD00-EXIT.
             MOVE WS-DATE-WORK   TO WS-DFROM.
      *
      *    ****    Batch: the date range off the answer channel,
      *            no prompting.
      *
           IF LS-INSTR = "B"
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
             DISPLAY "SENSITIVE  FIELD  CHANGES" AT 0224
                     WITH FOREGROUND-COLOR 7 HIGHLIGHT.
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
             MOVE "SENSITIVE FIELD CHANGES             "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO W10-PERIOD.
             STRING "CHANGES FROM " DELIMITED SIZE
                    WS-DFROM-X (1:2) "/" WS-DFROM-X (3:2) "/"
                    WS-DFROM-X (5:4) " TO " DELIMITED SIZE
                    WS-DTO-X (1:2) "/" WS-DTO-X (3:2) "/"
                    WS-DTO-X (5:4) DELIMITED SIZE
                    INTO W10-PERIOD.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-SHOWN WS-CNT-D WS-CNT-C
                                    WS-CNT-S.
             MOVE SPACES         TO WS-LAST-KEY.
             MOVE LOW-VALUES     TO CHH-KEY.
             START CHGHIST KEY NOT LESS CHH-KEY
                 INVALID KEY
                     GO TO EA80.

       EA05.
             READ CHGHIST NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA80.
           IF CHH-SENS NOT = "Y"
               GO TO EA05.
             MOVE CHH-DATE       TO WS-DATE-WORK.
             COMPUTE WS-CMP-REC = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-CMP-REC < WS-CMP-FROM OR WS-CMP-REC > WS-CMP-TO
               GO TO EA05.
      *
      *    ****    A heading line for each account or item.
      *
           IF CHH-KEY (1:16) NOT = WS-LAST-KEY
               MOVE CHH-KEY (1:16)
                                 TO WS-LAST-KEY
               MOVE CHH-FILE     TO WS-MASTER
               MOVE CHH-ACCOUNT  TO WS-ACCOUNT
               PERFORM CB00-NAME THRU CB00-EXIT
               MOVE WS-TYPE      TO W15-TYPE
               MOVE WS-ACCOUNT   TO W15-ACCOUNT
               MOVE WS-NAME      TO W15-NAME
               MOVE SPACES       TO PRINT-REC
               WRITE PRINT-REC
               WRITE PRINT-REC FROM W15-GROUP.
             PERFORM CC00-DETAIL THRU CC00-EXIT.
             ADD 1               TO WS-SHOWN.
           IF CHH-FILE = "D"
               ADD 1             TO WS-CNT-D
           ELSE
           IF CHH-FILE = "C"
               ADD 1             TO WS-CNT-C
           ELSE
               ADD 1             TO WS-CNT-S.
             GO TO EA05.

       EA80.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "DEBTOR CHANGES"
                                 TO W30-TEXT.
             MOVE WS-CNT-D       TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "CREDITOR CHANGES"
                                 TO W30-TEXT.
             MOVE WS-CNT-C       TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "STOCK ITEM CHANGES"
                                 TO W30-TEXT.
             MOVE WS-CNT-S       TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "TOTAL SENSITIVE CHANGES"
                                 TO W30-TEXT.
             MOVE WS-SHOWN       TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO EA999.
             DISPLAY "Changes reported : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-SHOWN WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
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
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "CHGHIST"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CHGHIST.
             CLOSE APACFIDS.

       ZA02.
             OPEN INPUT CHGHIST.
           IF WS-STATUS = "35"
               CLOSE CHGHIST
               OPEN OUTPUT CHGHIST
               CLOSE CHGHIST
               OPEN INPUT CHGHIST.
             OPEN INPUT DEBTOR.
             OPEN INPUT CREDIT.
             OPEN INPUT STOCK.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 50
               MOVE W02-CHGHIST   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CHH-ACCOUNT   TO WS-KEYX.

       COPY DISPERR.PRO.
