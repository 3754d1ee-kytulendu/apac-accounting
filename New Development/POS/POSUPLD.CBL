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
      *     P O S   O F F L I N E   U P L O A D   R E P O R T          *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            POSUPLD.
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
      *    OCT 2026 - First issue.  The upload report for the POS
      *               offline trading mode: every sale a terminal
      *               held while the file server was down and
      *               forwarded when it came back (see POSOFFL),
      *               with the receipt, the invoice it became, the
      *               tender, the journal lines carried over, and
      *               each line that did not agree with the server -
      *               item not on file, price changed on the server
      *               since the terminal's copy was taken, or stock
      *               driven below zero.  Option 2 lists the
      *               conflicts alone.  Chained with the batch
      *               instruction (see RPTPACK1) the full report
      *               takes its date range from the BATCHANS
      *               channel - from in bytes 1-8, to in bytes
      *               9-16, ddmmyyyy - and exits.
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

       COPY POSUPL.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY POSUPL.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  WS-CONLY           PIC  X(01) VALUE "N".
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-CMP-FROM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-TO          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-REC         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-SALES           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CONFLICTS       PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CNF-ITEM        PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CNF-PRICE       PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CNF-NEG         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-VALUE           PIC S9(09)V99 COMP-3 VALUE ZERO.
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
           03  FILLER         PIC  X(46) VALUE
               "FWD DATE   TM SALE DATE  RECEIPT INVOICE T LN ".
           03  FILLER         PIC  X(46) VALUE
               " ITEM                   QTY       AMOUNT      ".
           03  FILLER         PIC  X(31) VALUE
               " HELD        NOW  EJ USR RESULT".

       01  W20-DETAIL.
           03  W20-FWD        PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W20-TERM       PIC  Z9.
           03  FILLER         PIC  X(01).
           03  W20-SDATE      PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W20-RECNO      PIC  9(07).
           03  FILLER         PIC  X(01).
           03  W20-DOCNO      PIC  9(07).
           03  FILLER         PIC  X(01).
           03  W20-TENDER     PIC  X(01).
           03  FILLER         PIC  X(01).
           03  W20-LINE       PIC  ZZ9.
           03  FILLER         PIC  X(01).
           03  W20-ITEM       PIC  X(15).
           03  W20-QTY        PIC  Z(05)9.99-.
           03  W20-AMOUNT     PIC  Z(08)9.99-.
           03  W20-HELD       PIC  Z(06)9.99-.
           03  W20-NOW        PIC  Z(06)9.99-.
           03  W20-EJ         PIC  ZZZ9.
           03  FILLER         PIC  X(01).
           03  W20-USER       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W20-RESULT     PIC  X(16).

       01  W30-FOOT.
           03  W30-TEXT       PIC  X(30).
           03  W30-COUNT      PIC  Z(04)9.
           03  FILLER         PIC  X(02).
           03  W30-VALUE      PIC  Z(08)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "POS".
           03  WS-PROG        PIC  X(03) VALUE "UPL".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY POSUPL.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "POSUPLD.".
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
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "POS  OFFLINE  UPLOAD  REPORT".
           03  LINE  4 COLUMN 16 VALUE "1. Sales forwarded".
           03  LINE  5 COLUMN 16 VALUE "2. Conflicts only".
           03  LINE  6 COLUMN 16 VALUE "0. Exit".
           03  LINE  8 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  8 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Forwarded from :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DFROM AUTO.
           03  LINE  5 COLUMN 10 VALUE "Forwarded to   :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DTO AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-SALEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE POSUPL.

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
               MOVE "N"          TO WS-CONLY
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
               MOVE "N"          TO WS-CONLY
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "2"
               MOVE "Y"          TO WS-CONLY
               PERFORM CA000 THRU CA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    U P L O A D   R E P O R T
      *
       CA000           SECTION.
       CA00.
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
               GO TO CA02.
             DISPLAY CLR-SCREEN.
             MOVE TODAY-DDMMYY   TO WS-DFROM WS-DTO.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-DTO = ZERO
               GO TO CA999.

       CA02.
             MOVE WS-DFROM       TO WS-DATE-WORK.
             COMPUTE WS-CMP-FROM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE WS-DTO         TO WS-DATE-WORK.
             COMPUTE WS-CMP-TO = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             OPEN OUTPUT PRINTF.
           IF WS-CONLY = "Y"
               MOVE "POS OFFLINE UPLOAD CONFLICTS       "
                                 TO W10-TITLE
           ELSE
               MOVE "POS OFFLINE SALES FORWARDED        "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO W10-PERIOD.
             STRING "FORWARDED " DELIMITED SIZE
                    WS-DFROM-X (1:2) "/" WS-DFROM-X (3:2) "/"
                    WS-DFROM-X (5:4) " TO " DELIMITED SIZE
                    WS-DTO-X (1:2) "/" WS-DTO-X (3:2) "/"
                    WS-DTO-X (5:4) DELIMITED SIZE
                    INTO W10-PERIOD.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-SALES WS-CONFLICTS WS-VALUE
                                    WS-CNF-ITEM WS-CNF-PRICE
                                    WS-CNF-NEG.
             MOVE LOW-VALUES     TO UPL-KEY.
             START POSUPL KEY NOT LESS UPL-KEY
                 INVALID KEY
                     GO TO CA80.

       CA05.
             READ POSUPL NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA80.
             MOVE UPL-DATE       TO WS-DATE-WORK.
             COMPUTE WS-CMP-REC = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-CMP-REC < WS-CMP-FROM OR WS-CMP-REC > WS-CMP-TO
               GO TO CA05.
           IF UPL-CONFLICT = SPACE
               ADD 1             TO WS-SALES
               ADD UPL-TOTAL     TO WS-VALUE
           ELSE
               ADD 1             TO WS-CONFLICTS.
           IF UPL-CONFLICT = "I"
               ADD 1             TO WS-CNF-ITEM.
           IF UPL-CONFLICT = "P"
               ADD 1             TO WS-CNF-PRICE.
           IF UPL-CONFLICT = "N"
               ADD 1             TO WS-CNF-NEG.
           IF WS-CONLY = "Y" AND UPL-CONFLICT = SPACE
               GO TO CA05.
             MOVE SPACES         TO W20-DETAIL.
             MOVE UPL-DATE       TO W20-FWD.
             MOVE UPL-TERM       TO W20-TERM.
             MOVE UPL-SDATE      TO W20-SDATE.
             MOVE UPL-RECNO      TO W20-RECNO.
             MOVE UPL-DOCNO      TO W20-DOCNO.
             MOVE UPL-TENDER     TO W20-TENDER.
             MOVE UPL-TOTAL      TO W20-AMOUNT.
             MOVE UPL-USER       TO W20-USER.
           IF UPL-CONFLICT = SPACE
               MOVE UPL-EJLINES  TO W20-EJ
               MOVE "FORWARDED"  TO W20-RESULT
               GO TO CA10.
             MOVE UPL-LINE       TO W20-LINE.
             MOVE UPL-ITEM       TO W20-ITEM.
             MOVE UPL-QTY        TO W20-QTY.
             MOVE UPL-HELD       TO W20-HELD.
           IF UPL-CONFLICT = "I"
               MOVE "ITEM NOT ON FILE"
                                 TO W20-RESULT
           ELSE
           IF UPL-CONFLICT = "P"
               MOVE UPL-NOW      TO W20-NOW
               MOVE "PRICE CHANGED"
                                 TO W20-RESULT
           ELSE
               MOVE "STOCK BELOW ZERO"
                                 TO W20-RESULT.

       CA10.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO CA05.

       CA80.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W30-FOOT.
             MOVE "SALES FORWARDED"
                                 TO W30-TEXT.
             MOVE WS-SALES       TO W30-COUNT.
             MOVE WS-VALUE       TO W30-VALUE.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE SPACES         TO W30-FOOT.
             MOVE "CONFLICTS"    TO W30-TEXT.
             MOVE WS-CONFLICTS   TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "  ITEM NOT ON FILE"
                                 TO W30-TEXT.
             MOVE WS-CNF-ITEM    TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "  PRICE CHANGED"
                                 TO W30-TEXT.
             MOVE WS-CNF-PRICE   TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "  STOCK BELOW ZERO"
                                 TO W30-TEXT.
             MOVE WS-CNF-NEG     TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO CA999.
             DISPLAY "Sales forwarded : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-SALES WITH FOREGROUND-COLOR 15.
             DISPLAY "Conflicts       : " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-CONFLICTS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
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
             MOVE "POSUPL"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-POSUPL.
             CLOSE APACFIDS.

       ZA02.
             OPEN INPUT POSUPL.
           IF WS-STATUS = "35"
               CLOSE POSUPL
               OPEN OUTPUT POSUPL
               CLOSE POSUPL
               OPEN INPUT POSUPL.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 8
               MOVE W02-POSUPL    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE UPL-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
