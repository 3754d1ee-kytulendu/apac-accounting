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
      *     E L E C T R O N I C   T A X   I N V O I C E S              *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            EINVOICE.
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
      *    OCT 2026 - First issue.  Writes each invoice and credit
      *               note of a debtor flagged for e-invoicing
      *               (DEB-EINV) as a structured file in the
      *               outbound directory on PARAM record 298, for
      *               the tax portal's gateway to collect, next to
      *               the printed copy the customer still gets.
      *               The file carries our VAT number (PARAM 9)
      *               and the customer's, the line detail and the
      *               VAT broken down by rate.  Every document is
      *               logged on EINVLOG with its transmission
      *               status; the portal's responses (APACFIDS
      *               "EINVRSP") mark them accepted or rejected,
      *               and the failed and rejected are reported.
      *               Runs unattended from the day-end after the
      *               invoice update: BATCHANS byte 1 "A" imports
      *               the responses, "R" prints the report, and
      *               anything else sends the documents not yet
      *               sent, trying the failed ones again up to the
      *               PARAM 298 limit.
      *
      *               Document file, one ";" delimited record a
      *               line, quantities, amounts and rates as digits
      *               with two implied decimals, amounts in the
      *               home currency and positive on both invoices
      *               and credit notes:
      *                 H;INV or CRN;document;date ddmmccyy;
      *                   currency;our VAT number;our company name
      *                 B;account;customer VAT number;e-invoice
      *                   address;name;address 1;address 2;
      *                   address 3
      *                 L;line;item;description;quantity;price;
      *                   net;VAT rate;VAT;total
      *                 V;VAT rate;net;VAT
      *                 T;document;lines;net;VAT;total;currency;
      *                   total in the currency
      *               Response file, one line per document:
      *                 document;A or R;reason
      *    OCT 2026 - Changes to the debtor's e-invoicing flag and
      *               address are written to the master file change
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

       COPY PARAM.SL.

       COPY INVOIC.SL.

       COPY DEBTOR.ISL.

       COPY STOCK.SL.

       COPY DEPART.SL.

       COPY EINVLOG.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT OUTFILE   ASSIGN WS-OUTFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT IMPFILE   ASSIGN W02-IMPFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY PARAM.FDE.

       COPY INVOIC.FDE.

       COPY DEBTOR.FDE.

       COPY STOCK.FDE.

       COPY DEPART.FD.

       COPY EINVLOG.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       FD  OUTFILE          LABEL RECORD OMITTED.
       01  OUT-REC          PIC  X(250).

       FD  IMPFILE          LABEL RECORD OMITTED.
       01  IMP-REC          PIC  X(80).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 1.
       77  W02-IMPFILE        PIC  X(40).
       77  WS-COMPANY         PIC  X(40) VALUE SPACES.
       77  WS-VATNO           PIC  X(15) VALUE SPACES.
       77  WS-EINDIR          PIC  X(40) VALUE SPACES.
       77  WS-EINTRIES        PIC  9(02) VALUE ZERO.
       77  WS-EINFROM         PIC  9(07) VALUE ZERO.
       77  WS-OUTFILE         PIC  X(64) VALUE SPACES.
       77  WS-DOCNO           PIC  9(07) VALUE ZERO.
       77  WS-DOCTYPE         PIC  9(02) VALUE ZERO.
       77  WS-PREFIX          PIC  X(03) VALUE SPACES.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-NEWSTAT         PIC  X(01) VALUE SPACE.
       77  WS-NEWLOG          PIC  X(01) VALUE "N".
       77  WS-REASON          PIC  X(40) VALUE SPACES.
       77  WS-SENT            PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-FAILED          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LISTED          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LINES           PIC  9(05) VALUE ZERO.
       77  WS-READ            PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-GOOD            PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-BAD             PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-LNET            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LVAT            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-RATE            PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-HNET            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-N-QTY           PIC  9(09) VALUE ZERO.
       77  WS-N-PRICE         PIC  9(11) VALUE ZERO.
       77  WS-N-NET           PIC  9(11) VALUE ZERO.
       77  WS-N-RATE          PIC  9(05) VALUE ZERO.
       77  WS-N-VAT           PIC  9(11) VALUE ZERO.
       77  WS-N-TOTAL         PIC  9(11) VALUE ZERO.
       77  WS-N-FX            PIC  9(11) VALUE ZERO.
       77  WS-SUB             PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-REJECT          PIC  X(30).

       01  WS-TIME            PIC  9(08).
       01  WS-TIME-SPLIT REDEFINES WS-TIME.
           03  WS-TM-HHMM     PIC  9(04).
           03  WS-TM-SSCC     PIC  9(04).

      *
      *    The document header, kept while its lines are read.
      *
       01  WS-DOC-HEAD.
           03  WS-DOCDATE     PIC  9(08).
           03  WS-DOCCURR     PIC  X(03).
           03  WS-DOCVAT      PIC S9(09)V99 COMP-3.
           03  WS-DOCTOTAL    PIC S9(09)V99 COMP-3.
           03  WS-DOCFX       PIC S9(09)V99 COMP-3.

      *
      *    Text going into the file, with any ";" in it made ","
      *    so it cannot split a field.
      *
       01  WS-TEXT-FIELDS.
           03  WS-T-NAME      PIC  X(40).
           03  WS-T-ADD1      PIC  X(25).
           03  WS-T-ADD2      PIC  X(25).
           03  WS-T-ADD3      PIC  X(25).
           03  WS-T-DESC      PIC  X(30).

      *
      *    VAT by rate across the lines of one document.
      *
       01  WS-VB-TABLE.
           03  WS-VB-CNT      PIC  9(02) COMP-5.
           03  WS-VB-ENTRY    OCCURS 9.
               05  WS-VB-RATE PIC  9(03)V99 COMP-3.
               05  WS-VB-NET  PIC S9(09)V99 COMP-3.
               05  WS-VB-VAT  PIC S9(09)V99 COMP-3.

       01  WS-RSP-FIELDS.
           03  WS-R-DOC       PIC  X(09).
           03  WS-R-STAT      PIC  X(01).
           03  WS-R-REASON    PIC  X(40).
           03  WS-DOC-LEN     PIC  9(02) COMP-5.
           03  WS-STA-LEN     PIC  9(02) COMP-5.

       01  W30-HEAD.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W30-TITLE      PIC  X(40).
           03  W30-DATE       PIC  Z9/99/9999.
       01  W30-HEAD2.
           03  FILLER         PIC  X(47) VALUE
               "DOCUMENT TYPE ACCOUNT NAME".
           03  FILLER         PIC  X(49) VALUE
               "      DATE       TOTAL ST TRIES LAST SENT  REASON".
       01  W30-DETAIL.
           03  W30-DOCNO      PIC  Z(06)9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-TYPE       PIC  X(03).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-ACNO       PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(25).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DOCDATE    PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-TOTAL      PIC  Z(07)9.99.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-STATUS     PIC  X(01).
           03  W30-TRIES      PIC  Z(05)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SENT       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-REASON     PIC  X(40).

       01  W40-RSP.
           03  W40-DOCNO      PIC  Z(06)9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W40-TEXT       PIC  X(40).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W40-REJECT     PIC  X(30).

       01  WS-ED-DATE         PIC  Z9/99/9999.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "EIN".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY PARAM.ID.

       COPY INVOIC.ID.

       COPY DEBTOR.ID.

       COPY STOCK.ID.

       COPY DEPART.ID.

       COPY EINVLOG.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "EINVOIC".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY DIGITS.WS.

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
           03  LINE  2 COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "ELECTRONIC  TAX  INVOICES".
           03  LINE  4 COLUMN 16 VALUE "1. Send documents not yet sent".
           03  LINE  5 COLUMN 16 VALUE "2. Send one document again".
           03  LINE  6 COLUMN 16 VALUE "3. Failed and rejected report".
           03  LINE  7 COLUMN 16 VALUE "4. Import portal responses".
           03  LINE  8 COLUMN 16 VALUE "5. Debtor e-invoicing".
           03  LINE  9 COLUMN 16 VALUE "6. E-invoice settings".
           03  LINE 10 COLUMN 16 VALUE "0. Exit".
           03  LINE 12 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 12 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Document      :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-DOCNO AUTO.

       01  S14.
           03  LINE  4 COLUMN 10 VALUE "Account       :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       01  S15.
           03  LINE  8 COLUMN 10 VALUE "E-invoicing   :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING DEB-EINV AUTO.
           03          COLUMN 29 VALUE "Y yes  N no".
           03  LINE  9 COLUMN 10 VALUE "Address / ref :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING DEB-EINV-ID.

       01  S16.
           03  LINE  4 COLUMN 10 VALUE "Outbound directory  :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING PAR-EIN-DIR AUTO.
           03  LINE  5 COLUMN 10 VALUE "Tries on failure    :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-EIN-TRIES AUTO.
           03  LINE  6 COLUMN 10 VALUE "First document sent :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING PAR-EIN-FROM AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-SALEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE PARAM INVOICE DEBTOR STOCK DEPART EINVLOG.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY PARAM.RD.

      /
       AC000           SECTION.

       COPY PARAM.WR.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 5.
       BA00.
           IF LS-INSTR NOT = "B"
               GO TO BA05.
           IF BAT-ANSWERS (1:1) = "A"
               PERFORM FA000 THRU FA999
           ELSE
           IF BAT-ANSWERS (1:1) = "R"
               PERFORM EA000 THRU EA999
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
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA05.
           IF WS-OPTION = "4"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA05
               ELSE
                   PERFORM FA000 THRU FA999
                   GO TO BA05.
           IF WS-OPTION = "5"
               PERFORM GA000 THRU GA999
               GO TO BA05.
           IF WS-OPTION = "6" AND LS0-SALEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA05.
           IF WS-OPTION = "6"
               PERFORM HA000 THRU HA999
               GO TO BA05.
             CALL X"E5".
             GO TO BA05.

       BA999.
             EXIT.

      /
      *    ****    S E N D   T H E   D O C U M E N T S   N O T
      *            Y E T   S E N T
      *
      *            From the first document number on PARAM 298,
      *            every invoice and credit note of a flagged
      *            debtor with no log record is sent; one that
      *            failed is tried again until it has been tried
      *            the PARAM 298 number of times.
      *
       CA000           SECTION.
       CA00.
             MOVE ZERO           TO WS-SENT WS-FAILED.
             MOVE WS-EINFROM     TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             START INVOICE KEY NOT LESS DOC-KEY
                 INVALID KEY
                     GO TO CA90.

       CA05.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA90.
           IF DOC-LINE NOT = ZERO
               GO TO CA05.
             MOVE DOC-NUMBER     TO WS-DOCNO.
           IF DOC-TYPE NOT = 01 AND 02
               GO TO CA10.
             MOVE DOC-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CA10.
           IF DEB-EINV NOT = "Y"
               GO TO CA10.
             MOVE WS-DOCNO       TO ELG-NUMBER.
             READ EINVLOG WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CA08.
           IF ELG-STATUS NOT = "F"
               GO TO CA10.
           IF ELG-TRIES NOT < WS-EINTRIES
               GO TO CA10.

       CA08.
             PERFORM CB00-DOCUMENT THRU CB00-EXIT.

      *
      *    ****    Carry on from the next document; its lines
      *            are not wanted here.
      *
       CA10.
             MOVE WS-DOCNO       TO DOC-NUMBER.
             MOVE 999            TO DOC-LINE.
             START INVOICE KEY GREATER DOC-KEY
                 INVALID KEY
                     GO TO CA90.
             GO TO CA05.

       CA90.
           IF LS-INSTR = "B"
               GO TO CA999.
             DISPLAY "Sent : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-SENT WITH FOREGROUND-COLOR 15
                     "  Failed " WITH FOREGROUND-COLOR 14
                     WS-FAILED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

      *
      *    ****    One document, the header in DOC-RECORD and the
      *            customer in DEB-RECORD, written out and logged.
      *            Anything that stops the file being complete
      *            logs it failed with the reason instead.
      *
       CB00-DOCUMENT.
             MOVE DOC-NUMBER     TO WS-DOCNO.
             MOVE DOC-TYPE       TO WS-DOCTYPE.
             MOVE DOC-DATE       TO WS-DOCDATE.
             MOVE DOC-CURR       TO WS-DOCCURR.
             MOVE DOC-VAT        TO WS-DOCVAT.
             MOVE DOC-TOTAL      TO WS-DOCTOTAL.
             MOVE DOC-FXTOTAL    TO WS-DOCFX.
             MOVE SPACES         TO WS-REASON.
           IF WS-DOCTYPE = 02
               MOVE "CRN"        TO WS-PREFIX
           ELSE
               MOVE "INV"        TO WS-PREFIX.
           IF WS-EINDIR = SPACES
               MOVE "NO OUTBOUND DIRECTORY SET"
                                 TO WS-REASON
               GO TO CB80.
           IF WS-VATNO = SPACES
               MOVE "OUR VAT NUMBER NOT SET"
                                 TO WS-REASON
               GO TO CB80.
           IF DEB-VATNO = SPACES
               MOVE "CUSTOMER VAT NUMBER MISSING"
                                 TO WS-REASON
               GO TO CB80.
           IF DEB-EINV-ID = SPACES
               MOVE "CUSTOMER E-INVOICE ADDRESS MISSING"
                                 TO WS-REASON
               GO TO CB80.
             MOVE SPACES         TO WS-OUTFILE.
             STRING WS-EINDIR DELIMITED BY " "
                    WS-PREFIX DELIMITED BY SIZE
                    WS-DOCNO  DELIMITED BY SIZE
                    ".DAT"    DELIMITED BY SIZE
                    INTO WS-OUTFILE.
             OPEN OUTPUT OUTFILE.
           IF WS-STATUS NOT = "00"
               STRING "FILE NOT WRITTEN - STATUS "
                                 DELIMITED BY SIZE
                      WS-STATUS  DELIMITED BY SIZE
                      INTO WS-REASON
               GO TO CB80.
             PERFORM CC00-HEAD THRU CC00-EXIT.
             MOVE ZERO           TO WS-LINES WS-VB-CNT.
             MOVE WS-DOCNO       TO DOC-NUMBER.
             MOVE 1              TO DOC-LINE.
             START INVOICE KEY NOT LESS DOC-KEY
                 INVALID KEY
                     GO TO CB20.

       CB10.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB20.
           IF DOC-NUMBER NOT = WS-DOCNO
               GO TO CB20.
             PERFORM CD00-LINE THRU CD00-EXIT.
             GO TO CB10.

       CB20.
             PERFORM CE00-VATB THRU CE00-EXIT.
             PERFORM CF00-TRAIL THRU CF00-EXIT.
             CLOSE OUTFILE.
           IF WS-LINES = ZERO
               MOVE "DOCUMENT HAS NO LINES"
                                 TO WS-REASON
               GO TO CB80.
             MOVE "S"            TO WS-NEWSTAT.
             ADD 1               TO WS-SENT.
             GO TO CB85.

       CB80.
             MOVE "F"            TO WS-NEWSTAT.
             ADD 1               TO WS-FAILED.

      *
      *    ****    Log the attempt.
      *
       CB85.
             ACCEPT WS-TIME FROM TIME.
             MOVE "N"            TO WS-NEWLOG.
             MOVE WS-DOCNO       TO ELG-NUMBER.
             READ EINVLOG WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEWLOG
                     INITIALIZE ELG-RECORD
                     MOVE WS-DOCNO
                                 TO ELG-NUMBER.
             MOVE WS-DOCTYPE     TO ELG-TYPE.
             MOVE DEB-ACNO       TO ELG-ACNO.
             MOVE WS-DOCDATE     TO ELG-DOCDATE.
             MOVE WS-DOCTOTAL    TO ELG-TOTAL.
             MOVE WS-NEWSTAT     TO ELG-STATUS.
             MOVE TODAY-DDMMYY   TO ELG-SENTDATE.
             MOVE WS-TM-HHMM     TO ELG-SENTTIME.
           IF ELG-TRIES < 99
               ADD 1             TO ELG-TRIES.
             MOVE ZERO           TO ELG-RSPDATE.
             MOVE WS-REASON      TO ELG-REASON.
             MOVE W02-USER       TO ELG-USER.
           IF WS-NEWLOG = "Y"
               WRITE ELG-RECORD
           ELSE
               REWRITE ELG-RECORD
               UNLOCK EINVLOG.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The document and who it is between.
      *
       CC00-HEAD.
             MOVE WS-COMPANY     TO WS-T-NAME.
             INSPECT WS-T-NAME REPLACING ALL ";" BY ",".
             MOVE SPACES         TO OUT-REC.
             STRING "H;"         DELIMITED BY SIZE
                    WS-PREFIX    DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-DOCNO     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-DOCDATE   DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-DOCCURR   DELIMITED BY " "
                    ";"          DELIMITED BY SIZE
                    WS-VATNO     DELIMITED BY " "
                    ";"          DELIMITED BY SIZE
                    WS-T-NAME    DELIMITED BY "  "
                    INTO OUT-REC.
             WRITE OUT-REC.
             MOVE DEB-NAME       TO WS-T-NAME.
             MOVE DEB-ADD1       TO WS-T-ADD1.
             MOVE DEB-ADD2       TO WS-T-ADD2.
             MOVE DEB-ADD3       TO WS-T-ADD3.
             INSPECT WS-T-NAME REPLACING ALL ";" BY ",".
             INSPECT WS-T-ADD1 REPLACING ALL ";" BY ",".
             INSPECT WS-T-ADD2 REPLACING ALL ";" BY ",".
             INSPECT WS-T-ADD3 REPLACING ALL ";" BY ",".
             MOVE SPACES         TO OUT-REC.
             STRING "B;"         DELIMITED BY SIZE
                    DEB-ACNO     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    DEB-VATNO    DELIMITED BY " "
                    ";"          DELIMITED BY SIZE
                    DEB-EINV-ID  DELIMITED BY " "
                    ";"          DELIMITED BY SIZE
                    WS-T-NAME    DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    WS-T-ADD1    DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    WS-T-ADD2    DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    WS-T-ADD3    DELIMITED BY "  "
                    INTO OUT-REC.
             WRITE OUT-REC.

       CC00-EXIT.
             EXIT.

      *
      *    ****    One line.  The rate is the item department's
      *            when that gives the VAT charged, current or
      *            previous; otherwise it is worked back from the
      *            line, which covers lines with no item.
      *
       CD00-LINE.
             ADD 1               TO WS-LINES.
             COMPUTE WS-LNET = DOC-TOTAL - DOC-VAT.
             MOVE ZERO           TO WS-RATE.
             MOVE DOC-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC STK-DEPT.
           IF STK-DEPT = SPACES
               GO TO CD05.
             MOVE STK-DEPT       TO DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CD05.
             COMPUTE WS-LVAT ROUNDED = (WS-LNET * DPT-RATE) / 100.
           IF WS-LVAT = DOC-VAT
               MOVE DPT-RATE     TO WS-RATE
               GO TO CD10.
             COMPUTE WS-LVAT ROUNDED = (WS-LNET * DPT-P-RATE) / 100.
           IF WS-LVAT = DOC-VAT
               MOVE DPT-P-RATE   TO WS-RATE
               GO TO CD10.

       CD05.
           IF WS-LNET NOT = ZERO AND DOC-VAT NOT = ZERO
               COMPUTE WS-RATE ROUNDED = (DOC-VAT * 100) / WS-LNET.

       CD10.
             PERFORM CD20-RATE THRU CD20-EXIT.
             MOVE STK-DESC       TO WS-T-DESC.
             INSPECT WS-T-DESC REPLACING ALL ";" BY ",".
             COMPUTE WS-N-QTY = DOC-QTY * 100.
             COMPUTE WS-N-PRICE = DOC-PRICE * 100.
             COMPUTE WS-N-NET = WS-LNET * 100.
             COMPUTE WS-N-RATE = WS-RATE * 100.
             COMPUTE WS-N-VAT = DOC-VAT * 100.
             COMPUTE WS-N-TOTAL = DOC-TOTAL * 100.
             MOVE SPACES         TO OUT-REC.
             STRING "L;"         DELIMITED BY SIZE
                    DOC-LINE     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    DOC-ITEM     DELIMITED BY " "
                    ";"          DELIMITED BY SIZE
                    WS-T-DESC    DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    WS-N-QTY     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-PRICE   DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-NET     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-RATE    DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-VAT     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-TOTAL   DELIMITED BY SIZE
                    INTO OUT-REC.
             WRITE OUT-REC.

       CD00-EXIT.
             EXIT.

      *
      *    ****    Add the line into the breakdown under its rate,
      *            starting a new rate when it is not there yet.
      *            Beyond nine rates the last one takes the rest.
      *
       CD20-RATE.
             MOVE 1              TO WS-SUB.

       CD25.
           IF WS-SUB > WS-VB-CNT
               GO TO CD30.
           IF WS-VB-RATE (WS-SUB) = WS-RATE
               GO TO CD35.
             ADD 1               TO WS-SUB.
             GO TO CD25.

       CD30.
           IF WS-VB-CNT = 9
               MOVE 9            TO WS-SUB
               GO TO CD35.
             ADD 1               TO WS-VB-CNT.
             MOVE WS-VB-CNT      TO WS-SUB.
             MOVE WS-RATE        TO WS-VB-RATE (WS-SUB).
             MOVE ZERO           TO WS-VB-NET (WS-SUB)
                                    WS-VB-VAT (WS-SUB).

       CD35.
             ADD WS-LNET         TO WS-VB-NET (WS-SUB).
             ADD DOC-VAT         TO WS-VB-VAT (WS-SUB).

       CD20-EXIT.
             EXIT.

      *
      *    ****    The VAT breakdown, one record per rate.
      *
       CE00-VATB.
             MOVE 1              TO WS-SUB.

       CE05.
           IF WS-SUB > WS-VB-CNT
               GO TO CE00-EXIT.
             COMPUTE WS-N-RATE = WS-VB-RATE (WS-SUB) * 100.
             COMPUTE WS-N-NET = WS-VB-NET (WS-SUB) * 100.
             COMPUTE WS-N-VAT = WS-VB-VAT (WS-SUB) * 100.
             MOVE SPACES         TO OUT-REC.
             STRING "V;"         DELIMITED BY SIZE
                    WS-N-RATE    DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-NET     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-VAT     DELIMITED BY SIZE
                    INTO OUT-REC.
             WRITE OUT-REC.
             ADD 1               TO WS-SUB.
             GO TO CE05.

       CE00-EXIT.
             EXIT.

      *
      *    ****    The document's own totals from its header.
      *
       CF00-TRAIL.
             COMPUTE WS-HNET = WS-DOCTOTAL - WS-DOCVAT.
             COMPUTE WS-N-NET = WS-HNET * 100.
             COMPUTE WS-N-VAT = WS-DOCVAT * 100.
             COMPUTE WS-N-TOTAL = WS-DOCTOTAL * 100.
           IF WS-DOCCURR = SPACES
               MOVE ZERO         TO WS-N-FX
           ELSE
               COMPUTE WS-N-FX = WS-DOCFX * 100.
             MOVE SPACES         TO OUT-REC.
             STRING "T;"         DELIMITED BY SIZE
                    WS-DOCNO     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-LINES     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-NET     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-VAT     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N-TOTAL   DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-DOCCURR   DELIMITED BY " "
                    ";"          DELIMITED BY SIZE
                    WS-N-FX      DELIMITED BY SIZE
                    INTO OUT-REC.
             WRITE OUT-REC.

       CF00-EXIT.
             EXIT.

      /
      *    ****    S E N D   O N E   D O C U M E N T   A G A I N
      *
      *            Whatever its status - a rejected document
      *            put right, or one the portal never saw.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-DOCNO.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-DOCNO = ZERO
               GO TO DA999.
             MOVE WS-DOCNO       TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             READ INVOICE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Document not on file"
                                 TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
           IF DOC-TYPE NOT = 01 AND 02
               MOVE "Not an invoice or credit note"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
             MOVE DOC-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                 TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
           IF DEB-EINV NOT = "Y"
               MOVE "Account is not on e-invoicing"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
             DISPLAY "Account     : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     DEB-NAME WITH FOREGROUND-COLOR 15.
             MOVE WS-DOCNO       TO ELG-NUMBER.
             READ EINVLOG WITH IGNORE LOCK
                 INVALID KEY
                     GO TO DA05.
             MOVE ELG-SENTDATE   TO WS-ED-DATE.
             DISPLAY "Last sent   : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     WS-ED-DATE WITH FOREGROUND-COLOR 15
                     "  status " WITH FOREGROUND-COLOR 14
                     ELG-STATUS WITH FOREGROUND-COLOR 15.

       DA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO DA00.
             MOVE ZERO           TO WS-SENT WS-FAILED.
             PERFORM CB00-DOCUMENT THRU CB00-EXIT.
           IF WS-NEWSTAT = "S"
               DISPLAY "Sent" AT 0910
                       WITH FOREGROUND-COLOR 15
           ELSE
               DISPLAY "Failed : " AT 0910
                       WITH FOREGROUND-COLOR 14
                       WS-REASON WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA00.

       DA999.
             EXIT.

      /
      *    ****    F A I L E D   A N D   R E J E C T E D
      *
      *            Every logged document that could not be
      *            written or that the portal turned away, with
      *            the reason, for the credit controller to put
      *            right and send again.
      *
       EA000           SECTION.
       EA00.
             OPEN OUTPUT PRINTF.
             MOVE "E-INVOICES FAILED OR REJECTED"
                                 TO W30-TITLE.
             MOVE TODAY-DDMMYY   TO W30-DATE.
             WRITE PRINT-REC FROM W30-HEAD AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-LISTED.
             MOVE ZERO           TO ELG-NUMBER.
             START EINVLOG KEY NOT LESS ELG-KEY
                 INVALID KEY
                     GO TO EA90.

       EA05.
             READ EINVLOG NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
           IF ELG-STATUS NOT = "F" AND "R"
               GO TO EA05.
             MOVE ELG-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE ELG-NUMBER     TO W30-DOCNO.
           IF ELG-TYPE = 02
               MOVE "CRN"        TO W30-TYPE
           ELSE
               MOVE "INV"        TO W30-TYPE.
             MOVE ELG-ACNO       TO W30-ACNO.
             MOVE DEB-NAME       TO W30-NAME.
             MOVE ELG-DOCDATE    TO W30-DOCDATE.
             MOVE ELG-TOTAL      TO W30-TOTAL.
             MOVE ELG-STATUS     TO W30-STATUS.
             MOVE ELG-TRIES      TO W30-TRIES.
             MOVE ELG-SENTDATE   TO W30-SENT.
             MOVE ELG-REASON     TO W30-REASON.
             WRITE PRINT-REC FROM W30-DETAIL.
             ADD 1               TO WS-LISTED.
             GO TO EA05.

       EA90.
           IF WS-LISTED = ZERO
               MOVE "No e-invoices have failed or been rejected"
                                 TO PRINT-REC
               WRITE PRINT-REC.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO EA999.
             DISPLAY "Documents listed : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-LISTED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    I M P O R T   P O R T A L   R E S P O N S E S
      *
      *            document;A or R;reason.  Only a document that
      *            was sent can be answered; a later response
      *            replaces an earlier one.  Lines that cannot be
      *            applied are printed with the reason and do not
      *            stop the run.
      *
       FA000           SECTION.
       FA00.
             OPEN INPUT IMPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Response file not found"
                                 TO WS-ERR-STRING
               GO TO FA95.
             OPEN OUTPUT PRINTF.
             MOVE "E-INVOICE PORTAL RESPONSES"
                                 TO W30-TITLE.
             MOVE TODAY-DDMMYY   TO W30-DATE.
             WRITE PRINT-REC FROM W30-HEAD AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-READ WS-GOOD WS-BAD.

       FA05.
             READ IMPFILE
                 AT END
                     GO TO FA90.
           IF IMP-REC = SPACES
               GO TO FA05.
             ADD 1               TO WS-READ.
             MOVE SPACES         TO WS-R-DOC WS-R-STAT WS-R-REASON
                                    WS-REJECT.
             MOVE ZERO           TO WS-DOC-LEN WS-STA-LEN WS-DOCNO.
             UNSTRING IMP-REC DELIMITED BY ";"
                 INTO WS-R-DOC    COUNT IN WS-DOC-LEN
                      WS-R-STAT   COUNT IN WS-STA-LEN
                      WS-R-REASON.
             MOVE WS-R-DOC       TO WS-TOKEN.
             MOVE WS-DOC-LEN     TO WS-TOK-LEN.
             PERFORM BZ20-DIGITS THRU BZ20-EXIT.
           IF WS-TOK-OK = "N" OR WS-TOK-NUM = ZERO
                              OR WS-TOK-NUM > 9999999
               MOVE "DOCUMENT NOT NUMERIC" TO WS-REJECT
               GO TO FA60.
             MOVE WS-TOK-NUM     TO WS-DOCNO.
           IF WS-R-STAT NOT = "A" AND "R"
               MOVE "RESPONSE NOT A OR R" TO WS-REJECT
               GO TO FA60.
             MOVE WS-DOCNO       TO ELG-NUMBER.
             READ EINVLOG WITH KEPT LOCK
                 INVALID KEY
                     MOVE "DOCUMENT NOT SENT" TO WS-REJECT
                     GO TO FA60.
           IF ELG-STATUS = "F"
               UNLOCK EINVLOG
               MOVE "DOCUMENT NOT SENT" TO WS-REJECT
               GO TO FA60.
             MOVE WS-R-STAT      TO ELG-STATUS.
             MOVE TODAY-DDMMYY   TO ELG-RSPDATE.
           IF WS-R-STAT = "A"
               MOVE SPACES       TO ELG-REASON
           ELSE
           IF WS-R-REASON = SPACES
               MOVE "REJECTED - NO REASON GIVEN"
                                 TO ELG-REASON
           ELSE
               MOVE WS-R-REASON  TO ELG-REASON.
             REWRITE ELG-RECORD.
             UNLOCK EINVLOG.
             ADD 1               TO WS-GOOD.
             MOVE WS-DOCNO       TO W40-DOCNO.
           IF WS-R-STAT = "A"
               MOVE "ACCEPTED"   TO W40-TEXT
           ELSE
               MOVE ELG-REASON   TO W40-TEXT.
           IF WS-R-STAT = "R"
               MOVE "REJECTED"   TO W40-REJECT
           ELSE
               MOVE SPACES       TO W40-REJECT.
             WRITE PRINT-REC FROM W40-RSP.
             GO TO FA05.

       FA60.
             ADD 1               TO WS-BAD.
             MOVE WS-DOCNO       TO W40-DOCNO.
             MOVE IMP-REC        TO W40-TEXT.
             MOVE WS-REJECT      TO W40-REJECT.
             WRITE PRINT-REC FROM W40-RSP.
             GO TO FA05.

       FA90.
             CLOSE IMPFILE PRINTF.
           IF LS-INSTR = "B"
               GO TO FA999.
             DISPLAY "Lines read : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-READ WITH FOREGROUND-COLOR 15
                     "  Applied " WITH FOREGROUND-COLOR 14
                     WS-GOOD WITH FOREGROUND-COLOR 15
                     "  Not applied " WITH FOREGROUND-COLOR 14
                     WS-BAD WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO FA999.

       FA95.
           IF LS-INSTR NOT = "B"
               PERFORM ERROR-MESSAGE.

       FA999.
             EXIT.

      /
      *    ****    D E B T O R   E - I N V O I C I N G
      *
       GA000           SECTION.
       GA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-ACNO = ZERO
               GO TO GA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA00.
             DISPLAY "Account     : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     DEB-NAME WITH FOREGROUND-COLOR 15.
           IF DEB-EINV NOT = "Y"
               MOVE "N"          TO DEB-EINV.
             MOVE DEB-RECORD     TO CHG-BEFORE.

       GA05.
             DISPLAY S15.
             ACCEPT S15.
           IF DEB-EINV NOT = "Y" AND "N"
               MOVE "Answer Y or N"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA05.
           IF DEB-EINV = "Y" AND DEB-EINV-ID = SPACES
               MOVE "E-invoicing needs the customer's address"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA05.
           IF DEB-EINV = "Y" AND DEB-VATNO = SPACES
               MOVE "Account has no VAT number"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA05.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.
             MOVE "D"            TO CHG-FILE.
             MOVE DEB-ACNO       TO CHG-ACCOUNT.
             MOVE "EINVOICE"     TO CHG-PROG.
             MOVE DEB-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO GA00.


       GA999.
             EXIT.

      /
      *    ****    E - I N V O I C E   S E T T I N G S
      *
       HA000           SECTION.
       HA00.
             DISPLAY CLR-SCREEN.
             MOVE 298            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD298
               MOVE 298          TO PAR-KEY
               MOVE 3            TO PAR-EIN-TRIES.
             DISPLAY S16.
             ACCEPT S16.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO HA999.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               MOVE ZERO         TO WS-F-ERROR
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT.
             UNLOCK PARAM.
             MOVE PAR-EIN-DIR    TO WS-EINDIR.
             MOVE PAR-EIN-TRIES  TO WS-EINTRIES.
             MOVE PAR-EIN-FROM   TO WS-EINFROM.

       HA999.
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
             MOVE "INVOIC"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "DEPART"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEPART.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "EINVLOG"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-EINVLOG.
             MOVE "EINVRSP"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-IMPFILE.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O PARAM DEBTOR.
             OPEN INPUT INVOICE STOCK DEPART.
             OPEN I-O EINVLOG.
           IF WS-STATUS = "35"
               CLOSE EINVLOG
               OPEN OUTPUT EINVLOG
               CLOSE EINVLOG
               OPEN I-O EINVLOG.
             MOVE 1              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-COMPANY  TO WS-COMPANY
           ELSE
               MOVE SPACES       TO WS-COMPANY
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 9              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-VATNO9   TO WS-VATNO
           ELSE
               MOVE SPACES       TO WS-VATNO
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 298            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-EIN-DIR  TO WS-EINDIR
               MOVE PAR-EIN-TRIES
                                 TO WS-EINTRIES
               MOVE PAR-EIN-FROM TO WS-EINFROM
           ELSE
               MOVE SPACES       TO WS-EINDIR
               MOVE 3            TO WS-EINTRIES
               MOVE ZERO         TO WS-EINFROM
               MOVE ZERO         TO WS-F-ERROR.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY DIGITS.PRO.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 24
               MOVE W02-INVOIC    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DOC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 34
               MOVE W02-DEPART    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DPT-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 97
               MOVE W02-EINVLOG   TO WS-FILE
               MOVE ELG-NUMBER    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY.

       COPY DISPERR.PRO.
