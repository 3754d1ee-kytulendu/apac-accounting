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
      *     A D V A N C E   S H I P P I N G   N O T I C E S            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            ASNIMP.
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
      *    OCT 2026 - First issue.  Reads the suppliers' delivery
      *               advice files (APACFIDS "ASNIMP"), checks each
      *               notice against its open purchase order - the
      *               order open and from that supplier, every
      *               line on the order and for the ordered item -
      *               and files the notice, its quantities and the
      *               serials and lots on the truck on ASNFILE for
      *               GRN001 to receive against, the clerk only
      *               confirming or adjusting the quantities.  A
      *               notice already imported is turned away.
      *               Rejections are printed with the reason.  A
      *               report lists the notices whose goods have not
      *               been received yet.  Runs unattended from the
      *               day-end: BATCHANS byte 1 "R" prints the
      *               report, anything else imports.
      *
      *               Notice file, one ";" delimited record a line,
      *               quantities as digits with two implied
      *               decimals:
      *                 H;notice reference;our order;ship ddmmccyy
      *                 L;order line;item;quantity
      *                 S;serial                 (for the last L)
      *                 B;batch;expiry ddmmccyy;quantity  (last L)
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

       COPY ASN.SL.

       COPY PORDER.SL.

       COPY CREDIT.SL.

           SELECT IMPFILE   ASSIGN W02-IMPFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY ASN.FD.

       COPY PORDER.FD.

       COPY CREDIT.FDE.

       FD  IMPFILE          LABEL RECORD OMITTED.
       01  IMP-REC          PIC  X(80).

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  W02-IMPFILE        PIC  X(40).
       77  WS-LINES           PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-NOTICES         PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-GOOD            PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-BAD             PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-ASNNO           PIC  9(07) VALUE ZERO.
       77  WS-ORDER           PIC  9(07) VALUE ZERO.
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-CURLINE         PIC  9(03) VALUE ZERO.
       77  WS-SEQ             PIC  9(03) VALUE ZERO.
       77  WS-HDROK           PIC  X(01) VALUE "N".
       77  WS-QTY             PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-REJECT          PIC  X(30).
       77  WS-WAITING         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DAYNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DAYS            PIC S9(05) COMP-5 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-IMP-FIELDS.
           03  WS-I-TYPE      PIC  X(01).
           03  WS-I-F1        PIC  X(20).
           03  WS-I-F2        PIC  X(15).
           03  WS-I-F3        PIC  X(12).
           03  WS-I-F3-DATE REDEFINES WS-I-F3.
               05  WS-I-F3-N  PIC  9(08).
               05  FILLER     PIC  X(04).
           03  WS-F1-LEN      PIC  9(02) COMP-5.
           03  WS-F2-LEN      PIC  9(02) COMP-5.
           03  WS-F3-LEN      PIC  9(02) COMP-5.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(40).
           03  W10-DATE       PIC  Z9/99/9999.

       01  W20-DETAIL.
           03  W20-LINE       PIC  Z(05)9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-TEXT       PIC  X(60).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-REJECT     PIC  X(30).

       01  W30-HEAD2.
           03  FILLER         PIC  X(48) VALUE
               " NOTICE REFERENCE         ORDER  SUPP NAME      ".
           03  FILLER         PIC  X(52) VALUE
               "                 SHIPPED   IMPORTED  DAYS".
       01  W30-DETAIL.
           03  W30-ASN        PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-REF        PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-ORDER      PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(25).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SHIP       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-IMPORTED   PIC  Z9/99/9999.
           03  W30-DAYS       PIC  Z(04)9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "ASN".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY ASN.ID.

       COPY PORDER.ID.

       COPY CREDIT.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "ASNIMP.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY DIGITS.WS.

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
                       VALUE "ADVANCE  SHIPPING  NOTICES".
           03  LINE  4 COLUMN 16 VALUE "1. Import shipping notices".
           03  LINE  5 COLUMN 16 VALUE "2. Notices not yet received".
           03  LINE  6 COLUMN 16 VALUE "0. Exit".
           03  LINE  8 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  8 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE 11 COLUMN 10 VALUE "Lines read      :".
           03  LINE 12 COLUMN 10 VALUE "Notices filed   :".
           03  LINE 13 COLUMN 10 VALUE "Lines rejected  :".

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
             CLOSE ASNFILE PORDER CREDIT.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 5.
       BA00.
           IF LS-INSTR NOT = "B"
               GO TO BA05.
           IF BAT-ANSWERS (1:1) = "R"
               PERFORM DA000 THRU DA999
           ELSE
               PERFORM CA000 THRU CA999.
             GO TO BA999.

       BA05.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF WS-OPTION = "1"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA05
               ELSE
                   PERFORM CA000 THRU CA999
                   GO TO BA05.
           IF WS-OPTION = "2"
               PERFORM DA000 THRU DA999
               GO TO BA05.
             CALL X"E5".
             GO TO BA05.

       BA999.
             EXIT.

      /
      *    ****    I M P O R T   T H E   N O T I C E S
      *
      *            A header that fails turns away its lines with
      *            it; a line that fails turns away its serials
      *            and lots.  Everything else is filed.
      *
       CA000           SECTION.
       CA00.
             OPEN INPUT IMPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Shipping notice file not found"
                                 TO WS-ERR-STRING
               GO TO CA95.
             OPEN OUTPUT PRINTF.
             MOVE "ADVANCE SHIPPING NOTICE IMPORT  -  "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-LINES WS-NOTICES WS-GOOD
                                    WS-BAD WS-CURLINE.
             MOVE "N"            TO WS-HDROK.
           IF LS-INSTR NOT = "B"
               DISPLAY S13.

       CA05.
             READ IMPFILE
                 AT END
                     GO TO CA90.
           IF IMP-REC = SPACES
               GO TO CA05.
             ADD 1               TO WS-LINES.
           IF LS-INSTR NOT = "B"
               DISPLAY WS-LINES AT 1128 WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-I-TYPE WS-I-F1 WS-I-F2
                                    WS-I-F3 WS-REJECT.
             MOVE ZERO           TO WS-F1-LEN WS-F2-LEN WS-F3-LEN.
             UNSTRING IMP-REC DELIMITED BY ";"
                 INTO WS-I-TYPE
                      WS-I-F1    COUNT IN WS-F1-LEN
                      WS-I-F2    COUNT IN WS-F2-LEN
                      WS-I-F3    COUNT IN WS-F3-LEN.
           IF WS-I-TYPE = "H"
               GO TO CA10.
           IF WS-HDROK NOT = "Y"
               MOVE "NO VALID NOTICE HEADER" TO WS-REJECT
               GO TO CA60.
           IF WS-I-TYPE = "L"
               GO TO CA20.
           IF WS-CURLINE = ZERO
               MOVE "NO VALID LINE FOR IT" TO WS-REJECT
               GO TO CA60.
           IF WS-I-TYPE = "S"
               GO TO CA30.
           IF WS-I-TYPE = "B"
               GO TO CA40.
             MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT.
             GO TO CA60.
      *
      *    ****    H;reference;order;ship date
      *
       CA10.
             MOVE "N"            TO WS-HDROK.
             MOVE ZERO           TO WS-CURLINE.
           IF WS-I-F1 = SPACES
               MOVE "NO NOTICE REFERENCE" TO WS-REJECT
               GO TO CA60.
             MOVE WS-I-F2        TO WS-TOKEN.
             MOVE WS-F2-LEN      TO WS-TOK-LEN.
             PERFORM BZ20-DIGITS THRU BZ20-EXIT.
           IF WS-TOK-OK = "N" OR WS-TOK-NUM = ZERO
                              OR WS-TOK-NUM > 9999999
               MOVE "ORDER NOT NUMERIC" TO WS-REJECT
               GO TO CA60.
             MOVE WS-TOK-NUM     TO WS-ORDER.
             MOVE WS-ORDER       TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "UNKNOWN ORDER" TO WS-REJECT
                     GO TO CA60.
           IF POR-STATUS NOT = "O"
               MOVE "ORDER NOT OPEN" TO WS-REJECT
               GO TO CA60.
           IF POR-SUPPLY = "D"
               MOVE "DROP-SHIP ORDER" TO WS-REJECT
               GO TO CA60.
             MOVE POR-SUPP       TO WS-SUPP.
           IF WS-F3-LEN NOT = ZERO AND WS-I-F3-N NOT NUMERIC
               MOVE "SHIP DATE NOT VALID" TO WS-REJECT
               GO TO CA60.
             PERFORM CB00-DUPLICATE THRU CB00-EXIT.
           IF WS-REJECT NOT = SPACES
               GO TO CA60.
             PERFORM CC00-NUMBER THRU CC00-EXIT.
             INITIALIZE ASN-RECORD.
             MOVE WS-ASNNO       TO ASN-NUMBER.
             MOVE ZERO           TO ASN-LINE ASN-SEQ.
             MOVE WS-ORDER       TO ASN-ORDER.
             MOVE WS-SUPP        TO ASN-SUPP.
             MOVE WS-I-F1        TO ASN-REF.
           IF WS-F3-LEN NOT = ZERO
               MOVE WS-I-F3-N    TO ASN-SHIPDATE.
             MOVE TODAY-DDMMYY   TO ASN-DATE.
             MOVE SPACE          TO ASN-STATUS.

       CA15-WRITE.
             WRITE ASN-RECORD
                 INVALID KEY
                     ADD 1       TO WS-ASNNO
                     MOVE WS-ASNNO
                                 TO ASN-NUMBER
                     GO TO CA15-WRITE.
             MOVE "Y"            TO WS-HDROK.
             ADD 1               TO WS-NOTICES.
           IF LS-INSTR NOT = "B"
               DISPLAY WS-NOTICES AT 1228 WITH FOREGROUND-COLOR 15.
             MOVE WS-LINES       TO W20-LINE.
             MOVE SPACES         TO W20-TEXT.
             STRING "NOTICE "    DELIMITED BY SIZE
                    WS-ASNNO     DELIMITED BY SIZE
                    " FILED FOR ORDER " DELIMITED BY SIZE
                    WS-ORDER     DELIMITED BY SIZE
                    " - "        DELIMITED BY SIZE
                    WS-I-F1      DELIMITED BY "  "
                    INTO W20-TEXT.
             MOVE SPACES         TO W20-REJECT.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO CA05.
      *
      *    ****    L;order line;item;quantity
      *
       CA20.
             MOVE ZERO           TO WS-CURLINE.
             MOVE WS-I-F1        TO WS-TOKEN.
             MOVE WS-F1-LEN      TO WS-TOK-LEN.
             PERFORM BZ20-DIGITS THRU BZ20-EXIT.
           IF WS-TOK-OK = "N" OR WS-TOK-NUM = ZERO
                              OR WS-TOK-NUM > 999
               MOVE "LINE NOT NUMERIC" TO WS-REJECT
               GO TO CA60.
             MOVE WS-ORDER       TO POR-ORDER.
             MOVE WS-TOK-NUM     TO POR-LINE.
             READ PORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "LINE NOT ON THE ORDER" TO WS-REJECT
                     GO TO CA60.
           IF WS-I-F2 NOT = SPACES AND WS-I-F2 NOT = POR-ITEM
               MOVE "ITEM NOT THE ORDERED ITEM" TO WS-REJECT
               GO TO CA60.
             PERFORM CD00-QTY THRU CD00-EXIT.
           IF WS-REJECT NOT = SPACES
               GO TO CA60.
             INITIALIZE ASN-RECORD.
             MOVE WS-ASNNO       TO ASN-NUMBER.
             MOVE POR-LINE       TO ASN-LINE.
             MOVE ZERO           TO ASN-SEQ.
             MOVE WS-ORDER       TO ASN-ORDER.
             MOVE WS-SUPP        TO ASN-SUPP.
             MOVE POR-ITEM       TO ASN-ITEM.
             MOVE WS-QTY         TO ASN-QTY.
             WRITE ASN-RECORD
                 INVALID KEY
                     MOVE "LINE REPEATED ON THE NOTICE"
                                 TO WS-REJECT
                     GO TO CA60.
             MOVE POR-LINE       TO WS-CURLINE.
             MOVE ZERO           TO WS-SEQ.
             ADD 1               TO WS-GOOD.
             GO TO CA05.
      *
      *    ****    S;serial
      *
       CA30.
           IF WS-I-F1 = SPACES
               MOVE "NO SERIAL" TO WS-REJECT
               GO TO CA60.
             PERFORM CE00-SUBREC THRU CE00-EXIT.
             MOVE WS-I-F1        TO ASN-SERIAL.
             GO TO CA50.
      *
      *    ****    B;batch;expiry;quantity
      *
       CA40.
           IF WS-I-F1 = SPACES
               MOVE "NO BATCH" TO WS-REJECT
               GO TO CA60.
           IF WS-F2-LEN NOT = ZERO AND WS-I-F2 (1:8) NOT NUMERIC
               MOVE "EXPIRY NOT VALID" TO WS-REJECT
               GO TO CA60.
             PERFORM CD00-QTY THRU CD00-EXIT.
           IF WS-REJECT NOT = SPACES
               GO TO CA60.
             PERFORM CE00-SUBREC THRU CE00-EXIT.
             MOVE WS-I-F1        TO ASN-BATCH.
           IF WS-F2-LEN NOT = ZERO
               MOVE WS-I-F2 (1:8) TO ASN-EXPIRY.
             MOVE WS-QTY         TO ASN-QTY.

       CA50.
             WRITE ASN-RECORD
                 INVALID KEY
                     MOVE "NOTICE RECORD NOT FILED" TO WS-REJECT
                     GO TO CA60.
             ADD 1               TO WS-GOOD.
             GO TO CA05.

       CA60.
             ADD 1               TO WS-BAD.
           IF LS-INSTR NOT = "B"
               DISPLAY WS-BAD AT 1328 WITH FOREGROUND-COLOR 12.
             MOVE WS-LINES       TO W20-LINE.
             MOVE IMP-REC        TO W20-TEXT.
             MOVE WS-REJECT      TO W20-REJECT.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO CA05.

       CA90.
             CLOSE IMPFILE PRINTF.
           IF LS-INSTR = "B"
               GO TO CA999.
             DISPLAY "Import complete" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA999.

       CA95.
           IF LS-INSTR NOT = "B"
               PERFORM ERROR-MESSAGE.

       CA999.
             EXIT.

      *
      *    ****    The same supplier's notice reference already on
      *            file is a resend - turn it away.
      *
       CB00-DUPLICATE.
             MOVE ZERO           TO ASN-NUMBER ASN-LINE ASN-SEQ.
             START ASNFILE KEY NOT LESS ASN-KEY
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB05.
             READ ASNFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF ASN-LINE NOT = ZERO OR ASN-SEQ NOT = ZERO
               GO TO CB05.
           IF ASN-SUPP = WS-SUPP AND ASN-REF = WS-I-F1
               MOVE "NOTICE ALREADY IMPORTED" TO WS-REJECT
               GO TO CB00-EXIT.
             GO TO CB05.

       CB00-EXIT.
             EXIT.

      *
      *    ****    Next notice number from the last on file.
      *
       CC00-NUMBER.
             MOVE 9999999        TO ASN-NUMBER.
             MOVE 999            TO ASN-LINE ASN-SEQ.
             START ASNFILE KEY LESS ASN-KEY
                 INVALID KEY
                     MOVE 1      TO WS-ASNNO
                     GO TO CC00-EXIT.
             READ ASNFILE PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     MOVE 1      TO WS-ASNNO
                     GO TO CC00-EXIT.
             COMPUTE WS-ASNNO = ASN-NUMBER + 1.

       CC00-EXIT.
             EXIT.

      *
      *    ****    A quantity as digits with two implied decimals,
      *            the last field of an L or B record.
      *
       CD00-QTY.
             MOVE WS-I-F3        TO WS-TOKEN.
             MOVE WS-F3-LEN      TO WS-TOK-LEN.
             PERFORM BZ20-DIGITS THRU BZ20-EXIT.
           IF WS-TOK-OK = "N" OR WS-TOK-NUM = ZERO
                              OR WS-TOK-NUM > 9999999
               MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT
               GO TO CD00-EXIT.
             COMPUTE WS-QTY = WS-TOK-NUM / 100.

       CD00-EXIT.
             EXIT.

      *
      *    ****    The next serial or lot record under the line.
      *
       CE00-SUBREC.
             ADD 1               TO WS-SEQ.
             INITIALIZE ASN-RECORD.
             MOVE WS-ASNNO       TO ASN-NUMBER.
             MOVE WS-CURLINE     TO ASN-LINE.
             MOVE WS-SEQ         TO ASN-SEQ.
             MOVE WS-ORDER       TO ASN-ORDER.
             MOVE WS-SUPP        TO ASN-SUPP.

       CE00-EXIT.
             EXIT.

      /
      *    ****    N O T I C E S   N O T   Y E T   R E C E I V E D
      *
       DA000           SECTION.
       DA00.
             OPEN OUTPUT PRINTF.
             MOVE "SHIPPING NOTICES NOT YET RECEIVED  -  "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-WAITING.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE ZERO           TO ASN-NUMBER ASN-LINE ASN-SEQ.
             START ASNFILE KEY NOT LESS ASN-KEY
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ ASNFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA90.
           IF ASN-LINE NOT = ZERO OR ASN-SEQ NOT = ZERO
               GO TO DA05.
           IF ASN-STATUS NOT = SPACE
               GO TO DA05.
      *
      *    ****    Days since the truck left, or since the notice
      *            came in when no ship date was given.
      *
           IF ASN-SHIPDATE NOT = ZERO
               MOVE ASN-SHIPDATE TO WS-DATE-WORK
           ELSE
               MOVE ASN-DATE     TO WS-DATE-WORK.
             COMPUTE WS-DAYNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             COMPUTE WS-DAYS = WS-TODAYNUM - WS-DAYNUM.
           IF WS-DAYS < ZERO
               MOVE ZERO         TO WS-DAYS.
             MOVE ASN-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE ASN-NUMBER     TO W30-ASN.
             MOVE ASN-REF        TO W30-REF.
             MOVE ASN-ORDER      TO W30-ORDER.
             MOVE ASN-SUPP       TO W30-SUPP.
             MOVE P-NAME         TO W30-NAME.
             MOVE ASN-SHIPDATE   TO W30-SHIP.
             MOVE ASN-DATE       TO W30-IMPORTED.
             MOVE WS-DAYS        TO W30-DAYS.
             WRITE PRINT-REC FROM W30-DETAIL.
             ADD 1               TO WS-WAITING.
             GO TO DA05.

       DA90.
           IF WS-WAITING = ZERO
               MOVE "Every notice has been received"
                                 TO PRINT-REC
               WRITE PRINT-REC.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO DA999.
             DISPLAY "Notices waiting : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-WAITING WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

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
             MOVE LS-USER        TO W02-USER.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "ASNFILE"  TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-ASNFILE.
             MOVE "PORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PORDER.
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "ASNIMP"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-IMPFILE.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O ASNFILE.
           IF WS-STATUS = "35"
               CLOSE ASNFILE
               OPEN OUTPUT ASNFILE
               CLOSE ASNFILE
               OPEN I-O ASNFILE.
             OPEN INPUT PORDER CREDIT.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY DIGITS.PRO.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 89
               MOVE W02-ASNFILE   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE ASN-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 85
               MOVE W02-PORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE POR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY.

       COPY DISPERR.PRO.
