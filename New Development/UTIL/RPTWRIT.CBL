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
      *     E N Q U I R Y   /   R E P O R T   W R I T E R              *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            RPTWRIT.
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
      *    OCT 2026 - First issue.  Ad-hoc enquiries and reports
      *               on DEBTOR, STOCK, INVOICE, DBTRAN, SORDER,
      *               CREDIT and CRTRAN without a program change:
      *               the user picks up to eight fields from the
      *               field list below, up to four selections, up
      *               to three sort fields with totals on a change
      *               of the first or second, and the output - the
      *               screen, the print file or a comma delimited
      *               file.  Definitions are saved on RPTDEF for
      *               reuse.  Access is through PRGPERM, both to
      *               the program ("UTP\RPTWRIT") and to a single
      *               saved report ("RPT:" and the report name);
      *               only the owner or a supervisor may amend or
      *               delete a report.  As a report pack step the
      *               report name is BATCHANS bytes 1-8 and screen
      *               output is printed instead.
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

       COPY STOCK.SL.

       COPY INVOIC.SL.

       COPY DBTRAN.SL.

       COPY SORDER.SL.

       COPY CREDIT.SL.

       COPY CRTRAN.SL.

       COPY RPTDEF.SL.

       COPY PRGPERM.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT RPTF      ASSIGN WS-RPTFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT SORTWK    ASSIGN W02-SORTWK.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY STOCK.FDE.

       COPY INVOIC.FDE.

       COPY DBTRAN.FDE.

       COPY SORDER.FDE.

       COPY CREDIT.FDE.

       COPY CRTRAN.FD.

       COPY RPTDEF.FD.

       COPY PRGPERM.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       FD  RPTF             LABEL RECORD OMITTED.
       01  RPTF-REC         PIC  X(300).

       SD  SORTWK.
       01  SRT-RECORD.
           03  SRT-KEYS.
               05  SRT-KEY1   PIC  X(30).
               05  SRT-KEY2   PIC  X(30).
               05  SRT-KEY3   PIC  X(30).
           03  SRT-KEYT   REDEFINES SRT-KEYS.
               05  SRT-KEY    PIC  X(30) OCCURS 3.
           03  SRT-SEQ        PIC  9(08).
           03  SRT-BRKV       PIC  X(30) OCCURS 2.
           03  SRT-COLV                  OCCURS 8.
               05  SRT-CA     PIC  X(30).
               05  SRT-CN     PIC S9(13)V99 COMP-3.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  W02-SORTWK         PIC  X(40) VALUE "RWTSORT".
       77  WS-RPTFILE         PIC  X(64) VALUE SPACES.
       77  WS-RNAME           PIC  X(08) VALUE SPACES.
       77  WS-DEST            PIC  X(01) VALUE "S".
       77  WS-NEWDEF          PIC  X(01) VALUE "N".
       77  WS-DENIED          PIC  X(01) VALUE "N".
       77  WS-PASS            PIC  X(01) VALUE "Y".
       77  WS-STOP            PIC  X(01) VALUE "N".
       77  WS-FIRST           PIC  X(01) VALUE "Y".
       77  WS-VALID           PIC  X(01) VALUE "Y".
       77  WS-ANYTOT          PIC  X(01) VALUE "N".
       77  WS-BRK1            PIC  X(01) VALUE "N".
       77  WS-BRK2            PIC  X(01) VALUE "N".
       77  WS-FNO             PIC  9(03) VALUE ZERO.
       77  WS-NCOLS           PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-C               PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-I               PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-K               PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-LVL             PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-POS             PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-WID             PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-PTR             PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-LEAD            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-PLINES          PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-PAGE            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-SEQ             PIC  9(08) VALUE ZERO.
       77  WS-COUNT           PIC  9(07) VALUE ZERO.
       77  WS-SHOWN           PIC  9(05) VALUE ZERO.
       77  WS-RUNNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP             PIC S9(01) VALUE ZERO.
       77  WS-PN-CH           PIC  X(01).
       77  WS-PN-DIG   REDEFINES WS-PN-CH
                              PIC  9(01).
       77  WS-PN-VAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-PN-DEC          PIC  9(01) VALUE ZERO.
       77  WS-PN-DOT          PIC  X(01) VALUE "N".
       77  WS-PN-NEG          PIC  X(01) VALUE "N".
       77  WS-PN-START        PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-PARSE           PIC  X(20) VALUE SPACES.

      *
      *    ****    The field list: file, name, type (A alpha,
      *            N numeric, D date ddmmccyy), decimals, width
      *            (characters for A, whole digits for N) and
      *            whether the field is totalled.  The number of
      *            an entry is the field number the user keys.
      *
       01  WS-DICT-VALUES.
           03  FILLER PIC X(18) VALUE "1ACNO        N005N".
           03  FILLER PIC X(18) VALUE "1NAME        A030N".
           03  FILLER PIC X(18) VALUE "1TOWN        A025N".
           03  FILLER PIC X(18) VALUE "1TELEPHONE   A012N".
           03  FILLER PIC X(18) VALUE "1BALANCE     N211Y".
           03  FILLER PIC X(18) VALUE "1CREDIT-LIMITN009Y".
           03  FILLER PIC X(18) VALUE "1TERMS       N003N".
           03  FILLER PIC X(18) VALUE "1SALESMAN    N003N".
           03  FILLER PIC X(18) VALUE "1LAST-PAYMENTD010N".
           03  FILLER PIC X(18) VALUE "1LAST-BOUGHT D010N".
           03  FILLER PIC X(18) VALUE "1ROUTE       A004N".
           03  FILLER PIC X(18) VALUE "1BRANCH      N002N".
           03  FILLER PIC X(18) VALUE "1CURRENCY    A003N".
           03  FILLER PIC X(18) VALUE "1PARENT      N005N".
           03  FILLER PIC X(18) VALUE "1EMAIL       A028N".
           03  FILLER PIC X(18) VALUE "2CODE        A015N".
           03  FILLER PIC X(18) VALUE "2DESCRIPTION A030N".
           03  FILLER PIC X(18) VALUE "2DEPARTMENT  A004N".
           03  FILLER PIC X(18) VALUE "2SUPPLIER    N005N".
           03  FILLER PIC X(18) VALUE "2ON-HAND     N209Y".
           03  FILLER PIC X(18) VALUE "2ON-ORDER    N209Y".
           03  FILLER PIC X(18) VALUE "2REORDER     N005N".
           03  FILLER PIC X(18) VALUE "2COST        N207N".
           03  FILLER PIC X(18) VALUE "2PRICE-WHOLE N207N".
           03  FILLER PIC X(18) VALUE "2PRICE-RETAILN207N".
           03  FILLER PIC X(18) VALUE "2BIN         A006N".
           03  FILLER PIC X(18) VALUE "2ABC-CLASS   A001N".
           03  FILLER PIC X(18) VALUE "2STOCK-VALUE N211Y".
           03  FILLER PIC X(18) VALUE "3DOC-NUMBER  N007N".
           03  FILLER PIC X(18) VALUE "3LINE        N003N".
           03  FILLER PIC X(18) VALUE "3DOC-TYPE    N002N".
           03  FILLER PIC X(18) VALUE "3ACCOUNT     N005N".
           03  FILLER PIC X(18) VALUE "3DATE        D010N".
           03  FILLER PIC X(18) VALUE "3ITEM        A015N".
           03  FILLER PIC X(18) VALUE "3QUANTITY    N207Y".
           03  FILLER PIC X(18) VALUE "3PRICE       N207N".
           03  FILLER PIC X(18) VALUE "3VAT         N209Y".
           03  FILLER PIC X(18) VALUE "3LINE-TOTAL  N211Y".
           03  FILLER PIC X(18) VALUE "3SALESMAN    N003N".
           03  FILLER PIC X(18) VALUE "3TERMINAL    N002N".
           03  FILLER PIC X(18) VALUE "4ACCOUNT     N005N".
           03  FILLER PIC X(18) VALUE "4DATE        D010N".
           03  FILLER PIC X(18) VALUE "4TRAN-TYPE   N002N".
           03  FILLER PIC X(18) VALUE "4REFERENCE   N007N".
           03  FILLER PIC X(18) VALUE "4DESCRIPTION A020N".
           03  FILLER PIC X(18) VALUE "4AMOUNT      N211Y".
           03  FILLER PIC X(18) VALUE "4OUTSTANDING N211Y".
           03  FILLER PIC X(18) VALUE "4USER        A003N".
           03  FILLER PIC X(18) VALUE "4DISPUTED    A001N".
           03  FILLER PIC X(18) VALUE "5ORDER       N007N".
           03  FILLER PIC X(18) VALUE "5LINE        N003N".
           03  FILLER PIC X(18) VALUE "5ACCOUNT     N005N".
           03  FILLER PIC X(18) VALUE "5ORDER-DATE  D010N".
           03  FILLER PIC X(18) VALUE "5REQUIRED    D010N".
           03  FILLER PIC X(18) VALUE "5ITEM        A015N".
           03  FILLER PIC X(18) VALUE "5QUANTITY    N207Y".
           03  FILLER PIC X(18) VALUE "5PRICE       N207N".
           03  FILLER PIC X(18) VALUE "5STATUS      A001N".
           03  FILLER PIC X(18) VALUE "5SALESMAN    N003N".
           03  FILLER PIC X(18) VALUE "5ROUTE       A004N".
           03  FILLER PIC X(18) VALUE "5ORDER-VALUE N211Y".
           03  FILLER PIC X(18) VALUE "6SUPPLIER    N005N".
           03  FILLER PIC X(18) VALUE "6NAME        A030N".
           03  FILLER PIC X(18) VALUE "6BALANCE     N211Y".
           03  FILLER PIC X(18) VALUE "6TERMS       N003N".
           03  FILLER PIC X(18) VALUE "6TELEPHONE   A012N".
           03  FILLER PIC X(18) VALUE "6ON-HOLD     A001N".
           03  FILLER PIC X(18) VALUE "7SUPPLIER    N005N".
           03  FILLER PIC X(18) VALUE "7DATE        D010N".
           03  FILLER PIC X(18) VALUE "7TRAN-TYPE   N002N".
           03  FILLER PIC X(18) VALUE "7SUPP-INVOICEA010N".
           03  FILLER PIC X(18) VALUE "7DESCRIPTION A020N".
           03  FILLER PIC X(18) VALUE "7AMOUNT      N211Y".
           03  FILLER PIC X(18) VALUE "7OUTSTANDING N211Y".
           03  FILLER PIC X(18) VALUE "7DUE-DATE    D010N".
           03  FILLER PIC X(18) VALUE "7USER        A003N".
       01  WS-DICT     REDEFINES WS-DICT-VALUES.
           03  WS-DF                     OCCURS 76.
               05  WS-DF-FILE PIC  9(01).
               05  WS-DF-NAME PIC  X(12).
               05  WS-DF-TYPE PIC  X(01).
               05  WS-DF-DEC  PIC  9(01).
               05  WS-DF-WID  PIC  9(02).
               05  WS-DF-TOT  PIC  X(01).
       01  WS-DF-MAX          PIC  9(03) VALUE 76.

       01  WS-FILE-NAMES      PIC  X(56) VALUE
           "DEBTOR  STOCK   INVOICE DBTRAN  SORDER  CREDIT  CRTRAN  ".
       01  WS-FILE-NAMET REDEFINES WS-FILE-NAMES.
           03  WS-FILE-NAME   PIC  X(08) OCCURS 7.

      *
      *    ****    The layout of the report columns and the
      *            selection values, set up for each run.
      *
       01  WS-COLUMNS.
           03  WS-CL                     OCCURS 8.
               05  WS-CL-FLD  PIC  9(03).
               05  WS-CL-POS  PIC  9(03) COMP-5.
               05  WS-CL-WID  PIC  9(02) COMP-5.
       01  WS-SELECTS.
           03  WS-SL-NUM      PIC S9(13)V99 COMP-3 OCCURS 4.
       01  WS-TOTALS.
           03  WS-TL                     OCCURS 3.
               05  WS-TL-COUNT
                              PIC  9(07).
               05  WS-TL-VAL  PIC S9(13)V99 COMP-3 OCCURS 8.
       01  WS-PKEY1           PIC  X(30).
       01  WS-PKEY2           PIC  X(30).
       01  WS-PBRKV           PIC  X(30) OCCURS 2.

      *
      *    ****    One field's value, fetched from its record.
      *
       01  WS-FV-ALPHA        PIC  X(30).
       01  WS-FV-NUM          PIC S9(13)V99 COMP-3.
       01  WS-FV-DATE         PIC  9(08).
       01  WS-FV-DAYNO        PIC S9(08) COMP-5.
       01  WS-SHOW            PIC  X(30).
       01  WS-SORTNUM         PIC  9(14)V99.
       01  WS-SORTNUMX REDEFINES WS-SORTNUM
                              PIC  X(16).
       01  WS-ED0             PIC  -(14)9.
       01  WS-ED0X     REDEFINES WS-ED0
                              PIC  X(15).
       01  WS-ED2             PIC  -(14)9.99.
       01  WS-ED2X     REDEFINES WS-ED2
                              PIC  X(18).

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).
       01  WS-YMD             PIC  9(08).
       01  WS-YMD-SPLIT REDEFINES WS-YMD.
           03  WS-YMD-YYYY    PIC  9(04).
           03  WS-YMD-MM      PIC  9(02).
           03  WS-YMD-DD      PIC  9(02).
       01  WS-DATE-ED.
           03  WS-DE-DD       PIC  9(02).
           03  FILLER         PIC  X(01) VALUE "/".
           03  WS-DE-MM       PIC  9(02).
           03  FILLER         PIC  X(01) VALUE "/".
           03  WS-DE-YYYY     PIC  9(04).

       01  WS-OUT-LINE        PIC  X(132).
       01  WS-CSV-LINE        PIC  X(300).

       01  W10-HEAD1.
           03  W10-TITLE      PIC  X(40).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W10-NAME       PIC  X(08).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W10-FILE       PIC  X(08).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W10-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(07) VALUE "  PAGE ".
           03  W10-PAGE       PIC  ZZZ9.

       01  W20-TOTAL.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-TEXT       PIC  X(14).
           03  W20-WHAT       PIC  X(43).
           03  FILLER         PIC  X(01) VALUE "(".
           03  W20-COUNT      PIC  Z(06)9.
           03  FILLER         PIC  X(07) VALUE " lines)".

       01  W30-LIST.
           03  W30-NAME       PIC  X(08).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-TITLE      PIC  X(40).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-FILE       PIC  X(08).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-OWNER      PIC  X(03).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-DEST       PIC  X(01).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "UTL".
           03  WS-PROG        PIC  X(03) VALUE "RWT".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY STOCK.ID.

       COPY INVOIC.ID.

       COPY DBTRAN.ID.

       COPY SORDER.ID.

       COPY CREDIT.ID.

       COPY CRTRAN.ID.

       COPY RPTDEF.ID.

       COPY PRGPERM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "RPTWRIT.".
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
                       VALUE "ENQUIRY  /  REPORT  WRITER".
           03  LINE  4 COLUMN 16 VALUE "1. Run a saved report".
           03  LINE  5 COLUMN 16 VALUE "2. Define or amend a report".
           03  LINE  6 COLUMN 16 VALUE "3. List the saved reports".
           03  LINE  7 COLUMN 16 VALUE "4. Delete a report".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE 12 COLUMN 16 VALUE "Report name :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(08) USING WS-RNAME AUTO.

       01  S14.
           03  LINE 12 COLUMN 16 VALUE "Output (S/P/F) :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-DEST AUTO.
           03  LINE 13 COLUMN 16 VALUE
               "S = screen, P = print, F = delimited file".

       01  S15.
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "REPORT  DEFINITION".
           03  LINE  4 COLUMN  2 VALUE "Report name   :".
           03          COLUMN 18 FOREGROUND-COLOR 15
                                 PIC X(08) FROM RWD-NAME.
           03  LINE  5 COLUMN  2 VALUE "Title         :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING RWD-TITLE AUTO.
           03  LINE  6 COLUMN  2 VALUE "File (1-7)    :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(01) USING RWD-FILE AUTO.
           03  LINE  7 COLUMN  2 VALUE
               "1 Debtor  2 Stock  3 Invoice  4 DbTran  5 SOrder  6 Cr
      -        "edit  7 CrTran".

       01  S16.
           03  LINE  9 COLUMN  2 VALUE "Fields        :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-COL (1) AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-COL (2) AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-COL (3) AUTO.
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-COL (4) AUTO.
           03          COLUMN 34 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-COL (5) AUTO.
           03          COLUMN 38 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-COL (6) AUTO.
           03          COLUMN 42 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-COL (7) AUTO.
           03          COLUMN 46 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-COL (8) AUTO.
           03  LINE 10 COLUMN  2 VALUE "Select  field / EQ NE GT GE L
      -        "T LE / value".
           03  LINE 11 COLUMN  2 VALUE "        1     :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-SFLD (1) AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(02) USING RWD-SOP (1) AUTO.
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING RWD-SVAL (1) AUTO.
           03  LINE 12 COLUMN  2 VALUE "        2     :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-SFLD (2) AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(02) USING RWD-SOP (2) AUTO.
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING RWD-SVAL (2) AUTO.
           03  LINE 13 COLUMN  2 VALUE "        3     :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-SFLD (3) AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(02) USING RWD-SOP (3) AUTO.
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING RWD-SVAL (3) AUTO.
           03  LINE 14 COLUMN  2 VALUE "        4     :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-SFLD (4) AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(02) USING RWD-SOP (4) AUTO.
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING RWD-SVAL (4) AUTO.
           03  LINE 15 COLUMN  2 VALUE "Sort    field / A D / totals
      -        "Y N".
           03  LINE 16 COLUMN  2 VALUE "        1     :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-KFLD (1) AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING RWD-KDIR (1) AUTO.
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING RWD-KBRK (1) AUTO.
           03  LINE 17 COLUMN  2 VALUE "        2     :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-KFLD (2) AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING RWD-KDIR (2) AUTO.
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING RWD-KBRK (2) AUTO.
           03  LINE 18 COLUMN  2 VALUE "        3     :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING RWD-KFLD (3) AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING RWD-KDIR (3) AUTO.
           03  LINE 20 COLUMN  2 VALUE "Output (S/P/F):".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING RWD-DEST AUTO.
           03  LINE 21 COLUMN  2 VALUE "Export dir    :".
           03          COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING RWD-EXPDIR AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
             PERFORM ZA000.
             MOVE "UTP\RPTWRIT"  TO PRM-PROG.
             PERFORM GE00-PERMIT THRU GE00-EXIT.
           IF WS-DENIED = "Y"
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA40.
             PERFORM BA000.

       AA40.
             CLOSE DEBTOR STOCK INVOICE DBTRAN SORDER CREDIT CRTRAN
                   RPTDEF PRGPERM.

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
               MOVE BAT-ANSWERS (1:8)
                                 TO WS-RNAME
               PERFORM CA000 THRU CA999
               GO TO BA999.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION NOT = "1" AND WS-OPTION NOT = "2"
              AND WS-OPTION NOT = "4"
               CALL X"E5"
               GO TO BA00.
             MOVE SPACES         TO WS-RNAME.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-RNAME = SPACES
               GO TO BA00.
           IF WS-OPTION = "1"
               PERFORM CA000 THRU CA999
           ELSE
           IF WS-OPTION = "2"
               PERFORM DA000 THRU DA999
           ELSE
               PERFORM DE000 THRU DE999.
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    R U N   A   S A V E D   R E P O R T
      *
       CA000           SECTION.
       CA00.
             MOVE WS-RNAME       TO RWD-NAME.
             READ RPTDEF WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "No report of that name"
                                 TO WS-ERR-STRING
                     GO TO CA90.
             MOVE SPACES         TO PRM-PROG.
             STRING "RPT:"       DELIMITED BY SIZE
                    RWD-NAME     DELIMITED BY SIZE
                    INTO PRM-PROG.
             PERFORM GE00-PERMIT THRU GE00-EXIT.
           IF WS-DENIED = "Y"
               MOVE "Not Authorised for this report"
                                 TO WS-ERR-STRING
               GO TO CA90.
             MOVE RWD-DEST       TO WS-DEST.
           IF LS-INSTR = "B"
               IF WS-DEST NOT = "F"
                   MOVE "P"      TO WS-DEST
               END-IF
               GO TO CA05.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-DEST NOT = "S" AND WS-DEST NOT = "P"
              AND WS-DEST NOT = "F"
               CALL X"E5"
               GO TO CA00.
             DISPLAY "Selecting ..." AT 1516
                     WITH FOREGROUND-COLOR 14.

       CA05.
             PERFORM CB00-LAYOUT THRU CB00-EXIT.
           IF WS-VALID = "N"
               MOVE "Report definition needs amending"
                                 TO WS-ERR-STRING
               GO TO CA90.
             PERFORM CC00-OPEN THRU CC00-EXIT.
             MOVE ZERO           TO WS-SEQ WS-SHOWN.
             MOVE "N"            TO WS-STOP.
             MOVE "Y"            TO WS-FIRST.
             INITIALIZE WS-TOTALS.
             SORT SORTWK ON ASCENDING KEY SRT-KEY1 SRT-KEY2 SRT-KEY3
                                          SRT-SEQ
                 INPUT PROCEDURE FB000-FEED THRU FB00-EXIT
                 OUTPUT PROCEDURE FC000-LIST THRU FC00-EXIT.
             PERFORM CD00-CLOSE THRU CD00-EXIT.
           IF LS-INSTR = "B"
               GO TO CA999.
           IF WS-DEST = "S"
               DISPLAY "Lines selected : " AT 2110
                       WITH FOREGROUND-COLOR 14
                       WS-SHOWN WITH FOREGROUND-COLOR 15
           ELSE
           IF WS-DEST = "F"
               DISPLAY "Written to " AT 2110
                       WITH FOREGROUND-COLOR 14
                       WS-RPTFILE WITH FOREGROUND-COLOR 15
           ELSE
               DISPLAY "Report printed - lines : " AT 2110
                       WITH FOREGROUND-COLOR 14
                       WS-SHOWN WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA999.

       CA90.
           IF LS-INSTR NOT = "B"
               PERFORM ERROR-MESSAGE.

       CA999.
             EXIT.

      *
      *    ****    Lay out the columns from the definition and
      *            turn the selection values into numbers where
      *            the field is numeric or a date.
      *
       CB00-LAYOUT.
             MOVE "Y"            TO WS-VALID.
             INITIALIZE WS-COLUMNS WS-SELECTS.
             MOVE ZERO           TO WS-NCOLS.
             MOVE "N"            TO WS-ANYTOT WS-BRK1 WS-BRK2.
             MOVE 1              TO WS-POS.
           IF RWD-FILE < 1 OR RWD-FILE > 7
               MOVE "N"          TO WS-VALID
               GO TO CB00-EXIT.
             MOVE 1              TO WS-C.

       CB05.
             MOVE RWD-COL (WS-C) TO WS-FNO.
           IF WS-FNO = ZERO
               GO TO CB10.
             PERFORM GD00-CHECK THRU GD00-EXIT.
           IF WS-VALID = "N"
               GO TO CB00-EXIT.
             PERFORM GD10-WIDTH THRU GD10-EXIT.
           IF WS-POS + WS-WID > 133
               MOVE "N"          TO WS-VALID
               GO TO CB00-EXIT.
             ADD 1               TO WS-NCOLS.
             MOVE WS-FNO         TO WS-CL-FLD (WS-NCOLS).
             MOVE WS-POS         TO WS-CL-POS (WS-NCOLS).
             MOVE WS-WID         TO WS-CL-WID (WS-NCOLS).
             COMPUTE WS-POS = WS-POS + WS-WID + 1.
           IF WS-DF-TOT (WS-FNO) = "Y"
               MOVE "Y"          TO WS-ANYTOT.

       CB10.
             ADD 1               TO WS-C.
           IF WS-C NOT > 8
               GO TO CB05.
           IF WS-NCOLS = ZERO
               MOVE "N"          TO WS-VALID
               GO TO CB00-EXIT.
             MOVE 1              TO WS-I.

       CB15.
           IF RWD-SFLD (WS-I) = ZERO
               GO TO CB20.
             MOVE RWD-SFLD (WS-I)
                                 TO WS-FNO.
             PERFORM GD00-CHECK THRU GD00-EXIT.
           IF WS-VALID = "N"
               GO TO CB00-EXIT.
           IF RWD-SOP (WS-I) NOT = "EQ" AND NOT = "NE"
              AND NOT = "GT" AND NOT = "GE" AND NOT = "LT"
              AND NOT = "LE"
               MOVE "N"          TO WS-VALID
               GO TO CB00-EXIT.
           IF WS-DF-TYPE (WS-FNO) = "A"
               GO TO CB20.
             MOVE RWD-SVAL (WS-I)
                                 TO WS-PARSE.
           IF WS-DF-TYPE (WS-FNO) = "D"
               PERFORM GC10-PARSE-DATE THRU GC10-EXIT
           ELSE
               PERFORM GC00-PARSE-NUM THRU GC00-EXIT.
           IF WS-VALID = "N"
               GO TO CB00-EXIT.
             MOVE WS-PN-VAL      TO WS-SL-NUM (WS-I).

       CB20.
             ADD 1               TO WS-I.
           IF WS-I NOT > 4
               GO TO CB15.
             MOVE 1              TO WS-K.

       CB25.
           IF RWD-KFLD (WS-K) = ZERO
               GO TO CB30.
             MOVE RWD-KFLD (WS-K)
                                 TO WS-FNO.
             PERFORM GD00-CHECK THRU GD00-EXIT.
           IF WS-VALID = "N"
               GO TO CB00-EXIT.
           IF RWD-KDIR (WS-K) NOT = "D"
               MOVE "A"          TO RWD-KDIR (WS-K).

       CB30.
             ADD 1               TO WS-K.
           IF WS-K NOT > 3
               GO TO CB25.
           IF RWD-KFLD (1) NOT = ZERO AND RWD-KBRK (1) = "Y"
               MOVE "Y"          TO WS-BRK1.
           IF RWD-KFLD (2) NOT = ZERO AND RWD-KBRK (2) = "Y"
               MOVE "Y"          TO WS-BRK2.

       CB00-EXIT.
             EXIT.

      *
      *    ****    Open the output and put out the headings.
      *
       CC00-OPEN.
             MOVE ZERO           TO WS-PAGE.
           IF WS-DEST = "F"
               MOVE SPACES       TO WS-RPTFILE
               STRING RWD-EXPDIR DELIMITED BY " "
                      RWD-NAME   DELIMITED BY " "
                      ".CSV"     DELIMITED BY SIZE
                      INTO WS-RPTFILE
               OPEN OUTPUT RPTF
               PERFORM CC20-CSV-HEAD THRU CC20-EXIT
               GO TO CC00-EXIT.
           IF WS-DEST = "P"
               OPEN OUTPUT PRINTF
               PERFORM CC10-HEADS THRU CC10-EXIT
               GO TO CC00-EXIT.
             DISPLAY CLR-SCREEN.
             MOVE RWD-TITLE      TO W10-TITLE.
             DISPLAY W10-TITLE AT 0202 WITH FOREGROUND-COLOR 14.
             PERFORM CC30-COLHEAD THRU CC30-EXIT.
             DISPLAY WS-OUT-LINE (1:78) AT 0402
                     WITH FOREGROUND-COLOR 14.
             MOVE 6              TO WS-LINE.

       CC00-EXIT.
             EXIT.

       CC10-HEADS.
             ADD 1               TO WS-PAGE.
             MOVE RWD-TITLE      TO W10-TITLE.
             MOVE RWD-NAME       TO W10-NAME.
             MOVE WS-FILE-NAME (RWD-FILE)
                                 TO W10-FILE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             MOVE WS-PAGE        TO W10-PAGE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             PERFORM CC30-COLHEAD THRU CC30-EXIT.
             WRITE PRINT-REC FROM WS-OUT-LINE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE 4              TO WS-PLINES.

       CC10-EXIT.
             EXIT.

      *
      *    ****    The delimited file's first line names the fields.
      *
       CC20-CSV-HEAD.
             MOVE SPACES         TO WS-CSV-LINE.
             MOVE 1              TO WS-PTR.
             MOVE 1              TO WS-C.

       CC25.
           IF WS-C > 1
               STRING ","        DELIMITED BY SIZE
                      INTO WS-CSV-LINE WITH POINTER WS-PTR.
             MOVE WS-CL-FLD (WS-C)
                                 TO WS-FNO.
             STRING WS-DF-NAME (WS-FNO)
                                 DELIMITED BY " "
                    INTO WS-CSV-LINE WITH POINTER WS-PTR.
             ADD 1               TO WS-C.
           IF WS-C NOT > WS-NCOLS
               GO TO CC25.
             WRITE RPTF-REC FROM WS-CSV-LINE.

       CC20-EXIT.
             EXIT.

      *
      *    ****    Column headings: the field names, cut to the
      *            column width.
      *
       CC30-COLHEAD.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-C.

       CC35.
             MOVE WS-CL-FLD (WS-C)
                                 TO WS-FNO.
             MOVE WS-CL-POS (WS-C)
                                 TO WS-POS.
             MOVE WS-CL-WID (WS-C)
                                 TO WS-WID.
             MOVE WS-DF-NAME (WS-FNO)
                                 TO WS-OUT-LINE (WS-POS:WS-WID).
             ADD 1               TO WS-C.
           IF WS-C NOT > WS-NCOLS
               GO TO CC35.

       CC30-EXIT.
             EXIT.

       CD00-CLOSE.
           IF WS-DEST = "F"
               CLOSE RPTF
           ELSE
           IF WS-DEST = "P"
               CLOSE PRINTF.

       CD00-EXIT.
             EXIT.

      /
      *    ****    S E L E C T   T H E   R E C O R D S
      *
       FB000-FEED      SECTION.
       FB00.
             GO TO FB10 FB20 FB30 FB40 FB50 FB60 FB70
                   DEPENDING ON RWD-FILE.
             GO TO FB00-EXIT.

       FB10.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB11.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
             PERFORM FB90-RECORD THRU FB90-EXIT.
             GO TO FB11.

       FB20.
             MOVE LOW-VALUES     TO STK-CODE.
             START STOCK KEY NOT LESS STK-CODE
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB21.
             READ STOCK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
             PERFORM FB90-RECORD THRU FB90-EXIT.
             GO TO FB21.

       FB30.
             MOVE LOW-VALUES     TO DOC-KEY.
             START INVOICE KEY NOT LESS DOC-KEY
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB31.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
             PERFORM FB90-RECORD THRU FB90-EXIT.
             GO TO FB31.

       FB40.
             MOVE LOW-VALUES     TO TRA-KEY.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB41.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
             PERFORM FB90-RECORD THRU FB90-EXIT.
             GO TO FB41.

       FB50.
             MOVE LOW-VALUES     TO SOR-KEY.
             START SORDER KEY NOT LESS SOR-KEY
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB51.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
             PERFORM FB90-RECORD THRU FB90-EXIT.
             GO TO FB51.

       FB60.
             MOVE ZERO           TO P-NUMBER.
             START CREDIT KEY NOT LESS P-NUMBER
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB61.
             READ CREDIT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
             PERFORM FB90-RECORD THRU FB90-EXIT.
             GO TO FB61.

       FB70.
             MOVE LOW-VALUES     TO PTR-KEY.
             START CRTRAN KEY NOT LESS PTR-KEY
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB71.
             READ CRTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
             PERFORM FB90-RECORD THRU FB90-EXIT.
             GO TO FB71.

      *
      *    ****    One record: every selection must hold; then the
      *            sort keys, the break values and the columns go
      *            to the sort.
      *
       FB90-RECORD.
             MOVE 1              TO WS-I.

       FB91.
           IF RWD-SFLD (WS-I) = ZERO
               GO TO FB92.
             MOVE RWD-SFLD (WS-I)
                                 TO WS-FNO.
             PERFORM GA00-FIELD THRU GA99-EXIT.
             PERFORM GB00-COMPARE THRU GB00-EXIT.
           IF WS-PASS = "N"
               GO TO FB90-EXIT.

       FB92.
             ADD 1               TO WS-I.
           IF WS-I NOT > 4
               GO TO FB91.
             MOVE SPACES         TO SRT-RECORD.
             MOVE 1              TO WS-K.

       FB93.
           IF RWD-KFLD (WS-K) = ZERO
               GO TO FB94.
             MOVE RWD-KFLD (WS-K)
                                 TO WS-FNO.
             PERFORM GA00-FIELD THRU GA99-EXIT.
             PERFORM GB10-SORTKEY THRU GB10-EXIT.
           IF WS-K < 3
               PERFORM GB20-SHOW THRU GB20-EXIT
               MOVE WS-SHOW      TO SRT-BRKV (WS-K).

       FB94.
             ADD 1               TO WS-K.
           IF WS-K NOT > 3
               GO TO FB93.
             MOVE 1              TO WS-C.

       FB95.
             MOVE WS-CL-FLD (WS-C)
                                 TO WS-FNO.
             PERFORM GA00-FIELD THRU GA99-EXIT.
             MOVE WS-FV-ALPHA    TO SRT-CA (WS-C).
             MOVE WS-FV-NUM      TO SRT-CN (WS-C).
             ADD 1               TO WS-C.
           IF WS-C NOT > 8
               IF WS-C NOT > WS-NCOLS
                   GO TO FB95
               ELSE
                   MOVE ZERO     TO SRT-CN (WS-C)
                   GO TO FB96.

       FB96.
             ADD 1               TO WS-C.
           IF WS-C NOT > 8
               MOVE ZERO         TO SRT-CN (WS-C)
               GO TO FB96.
             ADD 1               TO WS-SEQ.
             MOVE WS-SEQ         TO SRT-SEQ.
             RELEASE SRT-RECORD.

       FB90-EXIT.
             EXIT.

       FB00-EXIT.
             EXIT.

      /
      *    ****    L I S T   T H E   S E L E C T I O N
      *
       FC000-LIST      SECTION.
       FC00.
             RETURN SORTWK
                 AT END
                     GO TO FC50.
           IF WS-STOP = "Y"
               GO TO FC00.
           IF WS-FIRST = "Y"
               GO TO FC10.
           IF WS-BRK1 = "Y" AND SRT-KEY1 NOT = WS-PKEY1
               IF WS-BRK2 = "Y"
                   MOVE 2        TO WS-LVL
                   PERFORM FD00-TOTAL THRU FD00-EXIT
               END-IF
               MOVE 1            TO WS-LVL
               PERFORM FD00-TOTAL THRU FD00-EXIT
               GO TO FC10.
           IF WS-BRK2 = "Y"
               IF SRT-KEY1 NOT = WS-PKEY1 OR SRT-KEY2 NOT = WS-PKEY2
                   MOVE 2        TO WS-LVL
                   PERFORM FD00-TOTAL THRU FD00-EXIT.

       FC10.
             MOVE "N"            TO WS-FIRST.
             MOVE SRT-KEY1       TO WS-PKEY1.
             MOVE SRT-KEY2       TO WS-PKEY2.
             MOVE SRT-BRKV (1)   TO WS-PBRKV (1).
             MOVE SRT-BRKV (2)   TO WS-PBRKV (2).
             ADD 1               TO WS-SHOWN WS-TL-COUNT (1)
                                    WS-TL-COUNT (2) WS-TL-COUNT (3).
             MOVE 1              TO WS-C.

       FC15.
             MOVE WS-CL-FLD (WS-C)
                                 TO WS-FNO.
           IF WS-DF-TOT (WS-FNO) = "Y"
               ADD SRT-CN (WS-C) TO WS-TL-VAL (1 WS-C)
                                    WS-TL-VAL (2 WS-C)
                                    WS-TL-VAL (3 WS-C).
             ADD 1               TO WS-C.
           IF WS-C NOT > WS-NCOLS
               GO TO FC15.
           IF WS-DEST = "F"
               PERFORM FE00-CSV THRU FE00-EXIT
               GO TO FC00.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-C.

       FC20.
             MOVE WS-CL-FLD (WS-C)
                                 TO WS-FNO.
             MOVE SRT-CA (WS-C)  TO WS-FV-ALPHA.
             MOVE SRT-CN (WS-C)  TO WS-FV-NUM.
             PERFORM GB30-CELL THRU GB30-EXIT.
             ADD 1               TO WS-C.
           IF WS-C NOT > WS-NCOLS
               GO TO FC20.
             PERFORM FF00-PUT THRU FF00-EXIT.
             GO TO FC00.

      *
      *    ****    End of the selection: the last break totals and
      *            the grand total.
      *
       FC50.
           IF WS-FIRST = "Y" OR WS-STOP = "Y"
               GO TO FC00-EXIT.
           IF WS-DEST = "F"
               GO TO FC00-EXIT.
           IF WS-BRK2 = "Y"
               MOVE 2            TO WS-LVL
               PERFORM FD00-TOTAL THRU FD00-EXIT.
           IF WS-BRK1 = "Y"
               MOVE 1            TO WS-LVL
               PERFORM FD00-TOTAL THRU FD00-EXIT.
             MOVE 3              TO WS-LVL.
             PERFORM FD00-TOTAL THRU FD00-EXIT.

       FC00-EXIT.
             EXIT.

      *
      *    ****    A total line for level WS-LVL - 1 and 2 the
      *            sort field breaks, 3 the report.  The delimited
      *            file carries the detail only.
      *
       FD00-TOTAL.
           IF WS-DEST = "F"
               GO TO FD90.
             MOVE SPACES         TO W20-WHAT.
           IF WS-LVL = 3
               MOVE "Report total"
                                 TO W20-TEXT
           ELSE
               MOVE "Total"      TO W20-TEXT
               MOVE RWD-KFLD (WS-LVL)
                                 TO WS-FNO
               STRING WS-DF-NAME (WS-FNO)
                                 DELIMITED BY " "
                      " "        DELIMITED BY SIZE
                      WS-PBRKV (WS-LVL)
                                 DELIMITED BY SIZE
                      INTO W20-WHAT.
             MOVE WS-TL-COUNT (WS-LVL)
                                 TO W20-COUNT.
             MOVE W20-TOTAL      TO WS-OUT-LINE.
             PERFORM FF00-PUT THRU FF00-EXIT.
           IF WS-ANYTOT = "N"
               GO TO FD80.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-C.

       FD05.
             MOVE WS-CL-FLD (WS-C)
                                 TO WS-FNO.
           IF WS-DF-TOT (WS-FNO) = "Y"
               MOVE WS-TL-VAL (WS-LVL WS-C)
                                 TO WS-FV-NUM
               PERFORM GB30-CELL THRU GB30-EXIT.
             ADD 1               TO WS-C.
           IF WS-C NOT > WS-NCOLS
               GO TO FD05.
             PERFORM FF00-PUT THRU FF00-EXIT.

       FD80.
             MOVE SPACES         TO WS-OUT-LINE.
             PERFORM FF00-PUT THRU FF00-EXIT.

       FD90.
             MOVE ZERO           TO WS-TL-COUNT (WS-LVL).
             MOVE 1              TO WS-C.

       FD95.
             MOVE ZERO           TO WS-TL-VAL (WS-LVL WS-C).
             ADD 1               TO WS-C.
           IF WS-C NOT > 8
               GO TO FD95.

       FD00-EXIT.
             EXIT.

      *
      *    ****    A delimited line: text in quotes, numbers and
      *            dates as they stand.
      *
       FE00-CSV.
             MOVE SPACES         TO WS-CSV-LINE.
             MOVE 1              TO WS-PTR.
             MOVE 1              TO WS-C.

       FE05.
           IF WS-C > 1
               STRING ","        DELIMITED BY SIZE
                      INTO WS-CSV-LINE WITH POINTER WS-PTR.
             MOVE WS-CL-FLD (WS-C)
                                 TO WS-FNO.
             MOVE SRT-CA (WS-C)  TO WS-FV-ALPHA.
             MOVE SRT-CN (WS-C)  TO WS-FV-NUM.
           IF WS-DF-TYPE (WS-FNO) = "A"
               STRING '"'        DELIMITED BY SIZE
                      WS-FV-ALPHA
                                 DELIMITED BY "  "
                      '"'        DELIMITED BY SIZE
                      INTO WS-CSV-LINE WITH POINTER WS-PTR
               GO TO FE10.
             PERFORM GB20-SHOW THRU GB20-EXIT.
             MOVE ZERO           TO WS-LEAD.
             INSPECT WS-SHOW TALLYING WS-LEAD FOR LEADING SPACES.
             ADD 1               TO WS-LEAD.
             STRING WS-SHOW (WS-LEAD:)
                                 DELIMITED BY " "
                    INTO WS-CSV-LINE WITH POINTER WS-PTR.

       FE10.
             ADD 1               TO WS-C.
           IF WS-C NOT > WS-NCOLS
               GO TO FE05.
             WRITE RPTF-REC FROM WS-CSV-LINE.

       FE00-EXIT.
             EXIT.

      *
      *    ****    One line to the screen (paged, ESC stops the
      *            listing) or the print file (paged, headings
      *            repeated).
      *
       FF00-PUT.
           IF WS-DEST = "P"
               IF WS-PLINES > 60
                   PERFORM CC10-HEADS THRU CC10-EXIT
               END-IF
               WRITE PRINT-REC FROM WS-OUT-LINE
               ADD 1             TO WS-PLINES
               GO TO FF00-EXIT.
             MOVE WS-LINE        TO SLIN.
             MOVE 02             TO SCOL.
             DISPLAY WS-OUT-LINE (1:78) AT SPOS
                     WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
           IF WS-LINE > 19
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
                   MOVE "Y"      TO WS-STOP
               ELSE
                   MOVE 0601     TO CPOS
                   PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 23
                   MOVE 6        TO WS-LINE.

       FF00-EXIT.
             EXIT.

      /
      *    ****    D E F I N E   O R   A M E N D   A   R E P O R T
      *
       DA000           SECTION.
       DA00.
             MOVE WS-RNAME       TO RWD-NAME.
             MOVE "N"            TO WS-NEWDEF.
             READ RPTDEF WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEWDEF.
           IF WS-NEWDEF = "Y"
               INITIALIZE RWD-RECORD
               MOVE WS-RNAME     TO RWD-NAME
               MOVE "S"          TO RWD-DEST
               MOVE LS-USER      TO RWD-OWNER
               GO TO DA05.
             PERFORM DC00-OWNER THRU DC00-EXIT.
           IF WS-DENIED = "Y"
               UNLOCK RPTDEF
               GO TO DA999.

       DA05.
             DISPLAY CLR-SCREEN.
             DISPLAY S15.
             ACCEPT S15.
           IF RWD-FILE < 1 OR RWD-FILE > 7
               CALL X"E5"
               GO TO DA05.
             PERFORM DB00-FIELDS THRU DB00-EXIT.

       DA10.
             DISPLAY S16.
             ACCEPT S16.
           IF RWD-DEST NOT = "S" AND RWD-DEST NOT = "P"
              AND RWD-DEST NOT = "F"
               MOVE "Output must be S, P or F"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA10.
             PERFORM CB00-LAYOUT THRU CB00-EXIT.
           IF WS-VALID = "N"
               MOVE "A field, selection or sort is not valid for the
      -             " file, or the fields are wider than the page"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK RPTDEF
               GO TO DA999.
             MOVE TODAY-DDMMYY   TO RWD-DATE.
           IF WS-NEWDEF = "Y"
               WRITE RWD-RECORD
           ELSE
               REWRITE RWD-RECORD.
             UNLOCK RPTDEF.

       DA999.
             EXIT.

      *
      *    ****    The field list for the chosen file, two columns
      *            down the right of the screen.
      *
       DB00-FIELDS.
             MOVE 9              TO SLIN.
             MOVE 48             TO SCOL.
             MOVE 1              TO WS-FNO.

       DB05.
           IF WS-DF-FILE (WS-FNO) NOT = RWD-FILE
               GO TO DB10.
             MOVE WS-FNO         TO WS-ED0.
             DISPLAY WS-ED0X (13:3) AT SPOS
                     WITH FOREGROUND-COLOR 14.
             ADD 4               TO SCOL.
             DISPLAY WS-DF-NAME (WS-FNO) AT SPOS
                     WITH FOREGROUND-COLOR 15.
             SUBTRACT 4          FROM SCOL.
             ADD 1               TO SLIN.
           IF SLIN > 19
               MOVE 9            TO SLIN
               MOVE 64           TO SCOL.

       DB10.
             ADD 1               TO WS-FNO.
           IF WS-FNO NOT > WS-DF-MAX
               GO TO DB05.

       DB00-EXIT.
             EXIT.

      *
      *    ****    Another user's report: only its owner or a
      *            supervisor may change it, and a report barred
      *            to the user through PRGPERM is barred here too.
      *
       DC00-OWNER.
             MOVE "N"            TO WS-DENIED.
             MOVE SPACES         TO PRM-PROG.
             STRING "RPT:"       DELIMITED BY SIZE
                    RWD-NAME     DELIMITED BY SIZE
                    INTO PRM-PROG.
             PERFORM GE00-PERMIT THRU GE00-EXIT.
           IF WS-DENIED = "N"
               IF RWD-OWNER NOT = LS-USER AND LS0-SALEV < 7
                   MOVE "Y"      TO WS-DENIED.
           IF WS-DENIED = "Y"
               MOVE "Only the owner or a supervisor may change this"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE.

       DC00-EXIT.
             EXIT.

      /
      *    ****    D E L E T E   A   R E P O R T
      *
       DE000           SECTION.
       DE00.
             MOVE WS-RNAME       TO RWD-NAME.
             READ RPTDEF WITH KEPT LOCK
                 INVALID KEY
                     MOVE "No report of that name"
                                 TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DE999.
             PERFORM DC00-OWNER THRU DC00-EXIT.
           IF WS-DENIED = "Y"
               UNLOCK RPTDEF
               GO TO DE999.
             DISPLAY RWD-TITLE AT 1430 WITH FOREGROUND-COLOR 15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK RPTDEF
               GO TO DE999.
             DELETE RPTDEF RECORD.
             UNLOCK RPTDEF.

       DE999.
             EXIT.

      /
      *    ****    L I S T   T H E   S A V E D   R E P O R T S
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             DISPLAY "SAVED REPORTS" AT 0232 WITH FOREGROUND-COLOR 14.
             DISPLAY "Name      Title" AT 0402
                     WITH FOREGROUND-COLOR 14.
             DISPLAY "File      Own Out" AT 0454
                     WITH FOREGROUND-COLOR 14.
             MOVE 6              TO WS-LINE.
             MOVE LOW-VALUES     TO RWD-NAME.
             START RPTDEF KEY NOT LESS RWD-NAME
                 INVALID KEY
                     GO TO EA90.

       EA05.
             READ RPTDEF NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
             MOVE SPACES         TO PRM-PROG.
             STRING "RPT:"       DELIMITED BY SIZE
                    RWD-NAME     DELIMITED BY SIZE
                    INTO PRM-PROG.
             PERFORM GE00-PERMIT THRU GE00-EXIT.
           IF WS-DENIED = "Y"
               GO TO EA05.
             MOVE RWD-NAME       TO W30-NAME.
             MOVE RWD-TITLE      TO W30-TITLE.
             MOVE SPACES         TO W30-FILE.
           IF RWD-FILE > ZERO AND RWD-FILE < 8
               MOVE WS-FILE-NAME (RWD-FILE)
                                 TO W30-FILE.
             MOVE RWD-OWNER      TO W30-OWNER.
             MOVE RWD-DEST       TO W30-DEST.
             MOVE WS-LINE        TO SLIN.
             MOVE 02             TO SCOL.
             DISPLAY W30-LIST AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
           IF WS-LINE > 19
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
                   GO TO EA999
               ELSE
                   MOVE 0601     TO CPOS
                   PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 23
                   MOVE 6        TO WS-LINE.
             GO TO EA05.

       EA90.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    F I E L D   V A L U E S
      *
      *            Fetch field WS-FNO from its record: text to
      *            WS-FV-ALPHA, numbers to WS-FV-NUM, dates to
      *            WS-FV-NUM as ccyymmdd with the day number in
      *            WS-FV-DAYNO.
      *
       GA000           SECTION.
       GA00-FIELD.
             MOVE SPACES         TO WS-FV-ALPHA.
             MOVE ZERO           TO WS-FV-NUM WS-FV-DAYNO.
             GO TO GA01 GA02 GA03 GA04 GA05 GA06 GA07 GA08 GA09 GA10
                   GA11 GA12 GA13 GA14 GA15 GA16 GA17 GA18 GA19 GA20
                   GA21 GA22 GA23 GA24 GA25 GA26 GA27 GA28 GA29 GA30
                   GA31 GA32 GA33 GA34 GA35 GA36 GA37 GA38 GA39 GA40
                   GA41 GA42 GA43 GA44 GA45 GA46 GA47 GA48 GA49 GA50
                   GA51 GA52 GA53 GA54 GA55 GA56 GA57 GA58 GA59 GA60
                   GA61 GA62 GA63 GA64 GA65 GA66 GA67 GA68 GA69 GA70
                   GA71 GA72 GA73 GA74 GA75 GA76
                   DEPENDING ON WS-FNO.
             GO TO GA99-EXIT.

       GA01.
             MOVE DEB-ACNO       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA02.
             MOVE DEB-NAME       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA03.
             MOVE DEB-ADD3       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA04.
             MOVE DEB-TEL        TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA05.
             MOVE DEB-BALANCE    TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA06.
             MOVE DEB-LIMIT      TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA07.
             MOVE DEB-TERMS      TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA08.
             MOVE DEB-SMAN       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA09.
             MOVE DEB-LASTPAY    TO WS-FV-DATE.
             GO TO GA90-DATE.
       GA10.
             MOVE DEB-LASTPUR    TO WS-FV-DATE.
             GO TO GA90-DATE.
       GA11.
             MOVE DEB-ROUTE      TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA12.
             MOVE DEB-SEGMENT    TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA13.
             MOVE DEB-CURR       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA14.
             MOVE DEB-PARENT     TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA15.
             MOVE DEB-EMAIL      TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA16.
             MOVE STK-CODE       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA17.
             MOVE STK-DESC       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA18.
             MOVE STK-DEPT       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA19.
             MOVE STK-SUPP       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA20.
             MOVE STK-QOH        TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA21.
             MOVE STK-ONORDER    TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA22.
             MOVE STK-REORDER    TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA23.
             MOVE STK-COST       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA24.
             MOVE STK-PRICE-WS   TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA25.
             MOVE STK-PRICE-RT   TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA26.
             MOVE STK-BIN        TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA27.
             MOVE STK-ABC        TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA28.
             COMPUTE WS-FV-NUM ROUNDED = STK-QOH * STK-COST.
             GO TO GA99-EXIT.
       GA29.
             MOVE DOC-NUMBER     TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA30.
             MOVE DOC-LINE       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA31.
             MOVE DOC-TYPE       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA32.
             MOVE DOC-ACNO       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA33.
             MOVE DOC-DATE       TO WS-FV-DATE.
             GO TO GA90-DATE.
       GA34.
             MOVE DOC-ITEM       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA35.
             MOVE DOC-QTY        TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA36.
             MOVE DOC-PRICE      TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA37.
             MOVE DOC-VAT        TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA38.
             MOVE DOC-TOTAL      TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA39.
             MOVE DOC-SMAN       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA40.
             MOVE DOC-TERM       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA41.
             MOVE TRA-ACNO       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA42.
             MOVE TRA-DATE       TO WS-FV-DATE.
             GO TO GA90-DATE.
       GA43.
             MOVE TRA-TYPE       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA44.
             MOVE TRA-REF        TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA45.
             MOVE TRA-DESC       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA46.
             MOVE TRA-AMOUNT     TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA47.
             MOVE TRA-OUTSTAND   TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA48.
             MOVE TRA-USER       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA49.
             MOVE TRA-DISPUTE    TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA50.
             MOVE SOR-ORDER      TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA51.
             MOVE SOR-LINE       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA52.
             MOVE SOR-ACNO       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA53.
             MOVE SOR-DATE       TO WS-FV-DATE.
             GO TO GA90-DATE.
       GA54.
             MOVE SOR-REQDATE    TO WS-FV-DATE.
             GO TO GA90-DATE.
       GA55.
             MOVE SOR-ITEM       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA56.
             MOVE SOR-QTY        TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA57.
             MOVE SOR-PRICE      TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA58.
             MOVE SOR-STATUS     TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA59.
             MOVE SOR-SMAN       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA60.
             MOVE SOR-ROUTE      TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA61.
             COMPUTE WS-FV-NUM ROUNDED = SOR-QTY * SOR-PRICE.
             GO TO GA99-EXIT.
       GA62.
             MOVE P-NUMBER       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA63.
             MOVE P-NAME         TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA64.
             MOVE P-BALANCE      TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA65.
             MOVE P-TERMS        TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA66.
             MOVE P-TEL          TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA67.
             MOVE P-HOLD         TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA68.
             MOVE PTR-SUPP       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA69.
             MOVE PTR-DATE       TO WS-FV-DATE.
             GO TO GA90-DATE.
       GA70.
             MOVE PTR-TYPE       TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA71.
             MOVE PTR-SINV       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA72.
             MOVE PTR-DESC       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.
       GA73.
             MOVE PTR-AMOUNT     TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA74.
             MOVE PTR-OUTSTAND   TO WS-FV-NUM.
             GO TO GA99-EXIT.
       GA75.
             MOVE PTR-DUEDATE    TO WS-FV-DATE.
             GO TO GA90-DATE.
       GA76.
             MOVE PTR-USER       TO WS-FV-ALPHA.
             GO TO GA99-EXIT.

       GA90-DATE.
             MOVE WS-FV-DATE     TO WS-DATE-WORK.
             MOVE WS-DW-YYYY     TO WS-YMD-YYYY.
             MOVE WS-DW-MM       TO WS-YMD-MM.
             MOVE WS-DW-DD       TO WS-YMD-DD.
             MOVE WS-YMD         TO WS-FV-NUM.
             COMPUTE WS-FV-DAYNO = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.

       GA99-EXIT.
             EXIT.

      *
      *    ****    Selection WS-I against the fetched value.  Dates
      *            compare as day numbers.
      *
       GB00-COMPARE.
             MOVE "Y"            TO WS-PASS.
           IF WS-DF-TYPE (WS-FNO) = "A"
               IF WS-FV-ALPHA < RWD-SVAL (WS-I)
                   MOVE -1       TO WS-CMP
               ELSE
               IF WS-FV-ALPHA > RWD-SVAL (WS-I)
                   MOVE 1        TO WS-CMP
               ELSE
                   MOVE ZERO     TO WS-CMP
               END-IF
               END-IF
               GO TO GB05.
           IF WS-DF-TYPE (WS-FNO) = "D"
               MOVE WS-FV-DAYNO  TO WS-PN-VAL
           ELSE
               MOVE WS-FV-NUM    TO WS-PN-VAL.
           IF WS-PN-VAL < WS-SL-NUM (WS-I)
               MOVE -1           TO WS-CMP
           ELSE
           IF WS-PN-VAL > WS-SL-NUM (WS-I)
               MOVE 1            TO WS-CMP
           ELSE
               MOVE ZERO         TO WS-CMP.

       GB05.
           IF RWD-SOP (WS-I) = "EQ" AND WS-CMP NOT = ZERO
               MOVE "N"          TO WS-PASS.
           IF RWD-SOP (WS-I) = "NE" AND WS-CMP = ZERO
               MOVE "N"          TO WS-PASS.
           IF RWD-SOP (WS-I) = "GT" AND WS-CMP NOT > ZERO
               MOVE "N"          TO WS-PASS.
           IF RWD-SOP (WS-I) = "GE" AND WS-CMP < ZERO
               MOVE "N"          TO WS-PASS.
           IF RWD-SOP (WS-I) = "LT" AND WS-CMP NOT < ZERO
               MOVE "N"          TO WS-PASS.
           IF RWD-SOP (WS-I) = "LE" AND WS-CMP > ZERO
               MOVE "N"          TO WS-PASS.

       GB00-EXIT.
             EXIT.

      *
      *    ****    Sort key WS-K from the fetched value.  Numbers
      *            are offset so that the digits sort in value
      *            order; a descending key has its characters
      *            turned end for end.
      *
       GB10-SORTKEY.
           IF WS-DF-TYPE (WS-FNO) = "A"
               MOVE WS-FV-ALPHA  TO SRT-KEY (WS-K)
           ELSE
               COMPUTE WS-SORTNUM = WS-FV-NUM + 10000000000000
               MOVE WS-SORTNUMX  TO SRT-KEY (WS-K).
           IF RWD-KDIR (WS-K) = "D"
               INSPECT SRT-KEY (WS-K) CONVERTING
                   " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".

       GB10-EXIT.
             EXIT.

      *
      *    ****    The fetched value as it is shown: text as it
      *            stands, numbers edited, dates dd/mm/ccyy.
      *
       GB20-SHOW.
             MOVE SPACES         TO WS-SHOW.
           IF WS-DF-TYPE (WS-FNO) = "A"
               MOVE WS-FV-ALPHA  TO WS-SHOW
               GO TO GB20-EXIT.
           IF WS-DF-TYPE (WS-FNO) = "D"
               MOVE WS-FV-NUM    TO WS-YMD
               MOVE WS-YMD-DD    TO WS-DE-DD
               MOVE WS-YMD-MM    TO WS-DE-MM
               MOVE WS-YMD-YYYY  TO WS-DE-YYYY
               MOVE WS-DATE-ED   TO WS-SHOW
               GO TO GB20-EXIT.
           IF WS-DF-DEC (WS-FNO) = ZERO
               MOVE WS-FV-NUM    TO WS-ED0
               MOVE WS-ED0X      TO WS-SHOW
           ELSE
               MOVE WS-FV-NUM    TO WS-ED2
               MOVE WS-ED2X      TO WS-SHOW.

       GB20-EXIT.
             EXIT.

      *
      *    ****    Column WS-C of the print line: text from the
      *            left, numbers to the right of the column.
      *
       GB30-CELL.
             MOVE WS-CL-POS (WS-C)
                                 TO WS-POS.
             MOVE WS-CL-WID (WS-C)
                                 TO WS-WID.
           IF WS-DF-TYPE (WS-FNO) = "A"
               MOVE WS-FV-ALPHA  TO WS-OUT-LINE (WS-POS:WS-WID)
               GO TO GB30-EXIT.
           IF WS-DF-TYPE (WS-FNO) = "D"
               PERFORM GB20-SHOW THRU GB20-EXIT
               MOVE WS-SHOW      TO WS-OUT-LINE (WS-POS:WS-WID)
               GO TO GB30-EXIT.
           IF WS-DF-DEC (WS-FNO) = ZERO
               MOVE WS-FV-NUM    TO WS-ED0
               MOVE WS-ED0X (16 - WS-WID:WS-WID)
                                 TO WS-OUT-LINE (WS-POS:WS-WID)
           ELSE
               MOVE WS-FV-NUM    TO WS-ED2
               MOVE WS-ED2X (19 - WS-WID:WS-WID)
                                 TO WS-OUT-LINE (WS-POS:WS-WID).

       GB30-EXIT.
             EXIT.

      *
      *    ****    A number keyed as text: digits, an optional
      *            leading minus and decimal point.
      *
       GC00-PARSE-NUM.
             MOVE ZERO           TO WS-PN-VAL WS-PN-DEC.
             MOVE "N"            TO WS-PN-DOT WS-PN-NEG.
             MOVE 1              TO WS-PN-START.
           IF WS-PARSE (1:1) = "-"
               MOVE "Y"          TO WS-PN-NEG
               MOVE 2            TO WS-PN-START.

       GC05.
           IF WS-PN-START > 20
               GO TO GC08.
             MOVE WS-PARSE (WS-PN-START:1)
                                 TO WS-PN-CH.
           IF WS-PN-CH = SPACE
               GO TO GC08.
           IF WS-PN-CH = "."
               IF WS-PN-DOT = "Y"
                   MOVE "N"      TO WS-VALID
                   GO TO GC00-EXIT
               ELSE
                   MOVE "Y"      TO WS-PN-DOT
                   ADD 1         TO WS-PN-START
                   GO TO GC05.
           IF WS-PN-CH NOT NUMERIC
               MOVE "N"          TO WS-VALID
               GO TO GC00-EXIT.
           IF WS-PN-DOT = "Y"
               IF WS-PN-DEC > 1
                   MOVE "N"      TO WS-VALID
                   GO TO GC00-EXIT
               ELSE
                   ADD 1         TO WS-PN-DEC.
             COMPUTE WS-PN-VAL = (WS-PN-VAL * 10) + WS-PN-DIG
                 ON SIZE ERROR
                     MOVE "N"    TO WS-VALID
                     GO TO GC00-EXIT.
             ADD 1               TO WS-PN-START.
             GO TO GC05.

       GC08.
           IF WS-PN-DEC = 1
               COMPUTE WS-PN-VAL = WS-PN-VAL / 10.
           IF WS-PN-DEC = 2
               COMPUTE WS-PN-VAL = WS-PN-VAL / 100.
           IF WS-PN-NEG = "Y"
               COMPUTE WS-PN-VAL = ZERO - WS-PN-VAL.

       GC00-EXIT.
             EXIT.

      *
      *    ****    A date keyed as ddmmccyy, T (today) or T-nnn,
      *            returned as a day number.
      *
       GC10-PARSE-DATE.
           IF WS-PARSE (1:1) = "T"
               MOVE TODAY-DDMMYY TO WS-DATE-WORK
               COMPUTE WS-RUNNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD
               GO TO GC15.
           IF WS-PARSE (1:8) NOT NUMERIC
              OR WS-PARSE (9:12) NOT = SPACES
               MOVE "N"          TO WS-VALID
               GO TO GC10-EXIT.
             MOVE WS-PARSE (1:8) TO WS-DATE-WORK.
           IF WS-DW-DD < 1 OR WS-DW-DD > 31
              OR WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE "N"          TO WS-VALID
               GO TO GC10-EXIT.
             COMPUTE WS-PN-VAL = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             GO TO GC10-EXIT.

       GC15.
           IF WS-PARSE (2:19) = SPACES
               MOVE WS-RUNNUM    TO WS-PN-VAL
               GO TO GC10-EXIT.
           IF WS-PARSE (2:1) NOT = "-"
               MOVE "N"          TO WS-VALID
               GO TO GC10-EXIT.
             MOVE WS-PARSE (3:18)
                                 TO WS-SHOW.
             MOVE WS-SHOW        TO WS-PARSE.
             PERFORM GC00-PARSE-NUM THRU GC00-EXIT.
           IF WS-VALID = "N"
               GO TO GC10-EXIT.
             COMPUTE WS-PN-VAL = WS-RUNNUM - WS-PN-VAL.

       GC10-EXIT.
             EXIT.

      *
      *    ****    Field WS-FNO must be on the report's file.
      *
       GD00-CHECK.
           IF WS-FNO < 1 OR WS-FNO > WS-DF-MAX
               MOVE "N"          TO WS-VALID
               GO TO GD00-EXIT.
           IF WS-DF-FILE (WS-FNO) NOT = RWD-FILE
               MOVE "N"          TO WS-VALID.

       GD00-EXIT.
             EXIT.

      *
      *    ****    Column width: the field's width with room for
      *            the sign and decimals, never narrower than the
      *            heading needs to be read.
      *
       GD10-WIDTH.
           IF WS-DF-TYPE (WS-FNO) = "D"
               MOVE 10           TO WS-WID
           ELSE
           IF WS-DF-TYPE (WS-FNO) = "A"
               MOVE WS-DF-WID (WS-FNO)
                                 TO WS-WID
           ELSE
           IF WS-DF-DEC (WS-FNO) = ZERO
               COMPUTE WS-WID = WS-DF-WID (WS-FNO) + 1
           ELSE
               COMPUTE WS-WID = WS-DF-WID (WS-FNO) + 4.
           IF WS-WID < 8
               MOVE 8            TO WS-WID.

       GD10-EXIT.
             EXIT.

      *
      *    ****    PRGPERM: a deny record for the user and PRM-PROG.
      *
       GE00-PERMIT.
             MOVE "N"            TO WS-DENIED.
             MOVE LS-USER        TO PRM-USER.
             READ PRGPERM WITH IGNORE LOCK
                 INVALID KEY
                     GO TO GE00-EXIT.
           IF PRM-DENY = "Y"
               MOVE "Y"          TO WS-DENIED.

       GE00-EXIT.
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
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "INVOIC"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "DBTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DBTRAN.
             MOVE "SORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "CRTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CRTRAN.
             MOVE "RPTDEF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-RPTDEF.
             MOVE "PRGPERM"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PRGPERM.
             CLOSE APACFIDS.

       ZA02.
             OPEN INPUT DEBTOR STOCK INVOICE DBTRAN SORDER CREDIT
                        CRTRAN.
             OPEN I-O RPTDEF.
           IF WS-STATUS = "35"
               CLOSE RPTDEF
               OPEN OUTPUT RPTDEF
               CLOSE RPTDEF
               OPEN I-O RPTDEF.
             OPEN I-O PRGPERM.
           IF WS-STATUS = "35"
               CLOSE PRGPERM
               OPEN OUTPUT PRGPERM
               CLOSE PRGPERM
               OPEN I-O PRGPERM.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 24
               MOVE W02-INVOIC    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DOC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 25
               MOVE W02-DBTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TRA-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SOR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 26
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 27
               MOVE W02-CRTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PTR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 12
               MOVE W02-RPTDEF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE RWD-NAME      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 13
               MOVE W02-PRGPERM   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PRM-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
