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
      *     N O N - O R D E R   I N V O I C E S                        *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            NPOINV1.
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
      *    OCT 2026 - First issue.  Non-order supplier invoices:
      *               rent, utilities and services with no order or
      *               GRN to match in GRN001 are captured with their
      *               VAT and coded net to up to ten G/L accounts.
      *               The invoice is routed to the approver of its
      *               value band on PARAM record 291 and held on
      *               NPOINV; only when the approver signs in and
      *               approves it is the open item written to
      *               CRTRAN, the supplier balance moved and the
      *               ledger posted through LEDTRF - the coding
      *               and the VAT debited, the creditors control
      *               credited - with the input tax to TXTRAN.  A
      *               report lists the invoices waiting on each
      *               approver.
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

       COPY CREDIT.SL.

       COPY CRTRAN.SL.

       COPY NPOINV.SL.

       COPY GACCNT.SL.

       COPY LEDTRF.SL.

       COPY TXTRAN.SL.

       COPY PARAM.SL.

       COPY "SYSUSE.SL".

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CREDIT.FDE.

       COPY CRTRAN.FD.

       COPY NPOINV.FD.

       COPY GACCNT.FDE.

       COPY LEDTRF.FDE.

       COPY TXTRAN.FDE.

       COPY PARAM.FDE.

       COPY "SYSUSE.FD".

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 291.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-CREGL           PIC  9(06) VALUE ZERO.
       77  WS-VATGL           PIC  9(06) VALUE ZERO.
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-SINV            PIC  X(10) VALUE SPACES.
       77  WS-INVDATE         PIC  9(08) VALUE ZERO.
       77  WS-DESC            PIC  X(20) VALUE SPACES.
       77  WS-GROSS           PIC  9(07)V99 VALUE ZERO.
       77  WS-VAT             PIC  9(07)V99 VALUE ZERO.
       77  WS-VATCODE         PIC  X(04) VALUE SPACES.
       77  WS-TOCODE          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-GL              PIC  9(06) VALUE ZERO.
       77  WS-LDESC           PIC  X(20) VALUE SPACES.
       77  WS-LAMT            PIC  9(07)V99 VALUE ZERO.
       77  WS-NLINES          PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-LSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-BSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-BAND            PIC  9(01) VALUE ZERO.
       77  WS-APPROVER        PIC  9(03) VALUE ZERO.
       77  WS-NPINO           PIC  9(07) VALUE ZERO.
       77  WS-FIRSTGL         PIC  9(06) VALUE ZERO.
       77  WS-FOUND           PIC  X(01) VALUE "N".
       77  WS-ANSWER          PIC  X(01) VALUE "N".
       77  WS-CTLUSER         PIC  9(03) VALUE ZERO.
       77  WS-CTLPASS         PIC  X(08) VALUE SPACES.
       77  WS-AMOUNT          PIC  Z(07)9.99-.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-DUEDATE         PIC  9(08) VALUE ZERO.
       77  WS-DDD             PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-DAYS-MTH        PIC  9(02) VALUE ZERO.
       77  WS-DIV4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REM4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CAPNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-NAP             PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-ASUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-APCOUNT         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-APVALUE         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTCOUNT        PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-TOTVALUE        PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-MONTH-DAYS      PIC  X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-TAB REDEFINES WS-MONTH-DAYS.
           03  WS-MDAYS       PIC  9(02) OCCURS 12.

      *
      *    The coding lines of the invoice being captured.
      *
       01  WS-CD-TABLE.
           03  WS-CD-ENTRY    OCCURS 10.
               05  WS-CD-GL   PIC  9(06).
               05  WS-CD-DESC PIC  X(20).
               05  WS-CD-AMT  PIC S9(09)V99 COMP-3.

      *
      *    The approvers with invoices waiting, for the report.
      *
       01  WS-AP-TABLE.
           03  WS-AP-USER     PIC  9(03) OCCURS 50.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "NUMBER   SUPP  NAME                 INVOICE    DATE ".
           03  FILLER         PIC  X(42) VALUE
               "             GROSS   CAPTURED    DAYS   BY".

       01  W15-APPROVER.
           03  FILLER         PIC  X(09) VALUE "Approver ".
           03  W15-USER       PIC  ZZ9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W15-NAME       PIC  X(30).

       01  W20-DETAIL.
           03  W20-NUMBER     PIC  9(07).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-SINV       PIC  X(10).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-GROSS      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-CAPDATE    PIC  Z9/99/9999.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-DAYS       PIC  ZZZ9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-CAPUSER    PIC  ZZ9.

       01  W30-TOTAL.
           03  FILLER         PIC  X(17) VALUE SPACES.
           03  W30-LABEL      PIC  X(20).
           03  W30-COUNT      PIC  ZZZZ9.
           03  FILLER         PIC  X(15) VALUE SPACES.
           03  W30-VALUE      PIC  Z(08)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "CRP".
           03  WS-PROG        PIC  X(03) VALUE "NPI".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CREDIT.ID.

       COPY CRTRAN.ID.

       COPY NPOINV.ID.

       COPY GACCNT.ID.

       COPY LEDTRF.ID.

       COPY TXTRAN.ID.

       COPY PARAM.ID.

       COPY "SYSUSE.ID".

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "NPOINV1.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "NON-ORDER  SUPPLIER  INVOICES".
           03  LINE  4 COLUMN 16 VALUE "1. Capture an invoice".
           03  LINE  5 COLUMN 16 VALUE
               "2. Approve or reject invoices".
           03  LINE  6 COLUMN 16 VALUE
               "3. Invoices awaiting approval".
           03  LINE  7 COLUMN 16 VALUE "4. Approval settings".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Supplier           :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S14.
           03  LINE  5 COLUMN 10 VALUE "Supplier invoice   :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(10) USING WS-SINV AUTO.
           03  LINE  6 COLUMN 10 VALUE "Invoice date       :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-INVDATE
                                 AUTO.
           03  LINE  7 COLUMN 10 VALUE "Description        :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-DESC AUTO.
           03  LINE  8 COLUMN 10 VALUE "Gross amount       :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-GROSS AUTO.
           03  LINE  9 COLUMN 10 VALUE "VAT included       :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-VAT AUTO.
           03  LINE 10 COLUMN 10 VALUE "VAT code           :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING WS-VATCODE AUTO.

       01  S15.
           03  LINE 13 COLUMN 10 VALUE "G/L account        :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-GL AUTO.
           03  LINE 14 COLUMN 10 VALUE "Description        :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-LDESC AUTO.
           03  LINE 15 COLUMN 10 VALUE "Net amount         :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-LAMT AUTO.

       01  S16.
           03  LINE 18 COLUMN 10 VALUE
               "Abandon this invoice (Y/N) ?".
           03          COLUMN 40 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-ANSWER AUTO.

       01  S17.
           03  LINE 17 COLUMN 10 VALUE "Invoice number     :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-NPINO AUTO.

       01  S18.
           03  LINE 20 COLUMN 10 VALUE "Approver user no   :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-CTLUSER AUTO.
           03  LINE 21 COLUMN 10 VALUE "Password           :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5 SECURE
                                 PIC X(08) USING WS-CTLPASS AUTO.

       01  S19.
           03  LINE 22 COLUMN 10 VALUE "Approve or Reject  :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S20.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "INVOICE  APPROVAL  BANDS".
           03  LINE  4 COLUMN 10 VALUE
               "Band   Up to value    Approver".
           03  LINE  6 COLUMN 11 VALUE "1".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING PAR-NPI-LIMIT (1)
                                 AUTO.
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-NPI-APPR (1)
                                 AUTO.
           03  LINE  7 COLUMN 11 VALUE "2".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING PAR-NPI-LIMIT (2)
                                 AUTO.
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-NPI-APPR (2)
                                 AUTO.
           03  LINE  8 COLUMN 11 VALUE "3".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING PAR-NPI-LIMIT (3)
                                 AUTO.
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-NPI-APPR (3)
                                 AUTO.
           03  LINE  9 COLUMN 11 VALUE "4".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING PAR-NPI-LIMIT (4)
                                 AUTO.
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-NPI-APPR (4)
                                 AUTO.
           03  LINE 10 COLUMN 11 VALUE "5".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING PAR-NPI-LIMIT (5)
                                 AUTO.
           03          COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-NPI-APPR (5)
                                 AUTO.
           03  LINE 12 COLUMN 10 VALUE
               "Bands in ascending order; a zero limit on the last".
           03  LINE 13 COLUMN 10 VALUE
               "band used means no upper limit.".

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-CRLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE CREDIT CRTRAN NPOINV GACCNT LEDTRF TXTRAN PARAM
                   SYSUSER.

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
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM JA000 THRU JA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    C A P T U R E   A N   I N V O I C E
      *
      *            The invoice with its VAT, then its coding to
      *            the ledger net of VAT until the coding agrees
      *            to the invoice.  It is held for the approver of
      *            its value band; nothing posts yet.
      *
       CA000           SECTION.
       CA00.
           IF LS0-CRLEV < 5
               MOVE "Invoice capture needs a higher access level"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-SUPP = ZERO
               GO TO CA999.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY P-NAME AT 0438 WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-SINV WS-DESC WS-VATCODE.
             MOVE TODAY-DDMMYY   TO WS-INVDATE.
             MOVE ZERO           TO WS-GROSS WS-VAT.

       CA05.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-SINV = SPACES
               GO TO CA00.
           IF WS-INVDATE = ZERO
               MOVE "An invoice date is needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF WS-GROSS = ZERO
               MOVE "A gross amount is needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF WS-VAT NOT < WS-GROSS
               MOVE "VAT must be less than the gross amount"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF WS-VAT NOT = ZERO AND WS-VATCODE = SPACES
               MOVE "A VAT code is needed with VAT"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             PERFORM CC00-DUPLICATE THRU CC00-EXIT.
           IF WS-FOUND = "Y"
               MOVE "Invoice already on file for this supplier"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             PERFORM CB00-ROUTE THRU CB00-EXIT.
           IF WS-APPROVER = ZERO
               MOVE "No approval band for this value - see settings"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
             DISPLAY "Coding - net of VAT" AT 1210
                     WITH FOREGROUND-COLOR 7.
             MOVE ZERO           TO WS-NLINES.
             COMPUTE WS-TOCODE = WS-GROSS - WS-VAT.
             MOVE ZERO           TO WS-FIRSTGL.

       CA20.
             MOVE WS-TOCODE      TO WS-AMOUNT.
             DISPLAY "Lines coded " AT 1610 WITH FOREGROUND-COLOR 14
                     WS-NLINES WITH FOREGROUND-COLOR 15
                     "   Still to code " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-GL.
             MOVE WS-DESC        TO WS-LDESC.
             MOVE WS-TOCODE      TO WS-LAMT.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-GL = ZERO
               GO TO CA30.
             MOVE WS-GL          TO G-AC.
             READ GACCNT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on the ledger"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA20.
           IF G-INACTIVE = "Y"
               MOVE "Account is inactive"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA20.
           IF WS-LAMT = ZERO
               MOVE "A net amount is needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA20.
           IF WS-LAMT > WS-TOCODE
               MOVE "More than the amount still to code"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA20.
           IF WS-NLINES = 9 AND WS-LAMT NOT = WS-TOCODE
               MOVE "The tenth line must take the balance"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA20.
             ADD 1               TO WS-NLINES.
             MOVE WS-GL          TO WS-CD-GL (WS-NLINES).
             MOVE WS-LDESC       TO WS-CD-DESC (WS-NLINES).
             MOVE WS-LAMT        TO WS-CD-AMT (WS-NLINES).
             SUBTRACT WS-LAMT  FROM WS-TOCODE.
           IF WS-TOCODE NOT = ZERO
               GO TO CA20.
             GO TO CA40.

       CA30.
           IF WS-TOCODE = ZERO
               GO TO CA40.
             MOVE "N"            TO WS-ANSWER.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-ANSWER = "Y"
               GO TO CA00.
             DISPLAY "                                " AT 1810.
             GO TO CA20.

       CA40.
             MOVE WS-TOCODE      TO WS-AMOUNT.
             DISPLAY "Lines coded " AT 1610 WITH FOREGROUND-COLOR 14
                     WS-NLINES WITH FOREGROUND-COLOR 15
                     "   Still to code " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
             PERFORM CD00-NUMBER THRU CD00-EXIT.
           IF WS-NPINO = ZERO
               GO TO CA999.
             INITIALIZE NPH-RECORD.
             MOVE WS-NPINO       TO NPH-NUMBER.
             MOVE ZERO           TO NPH-LINE.
             MOVE WS-SUPP        TO NPH-SUPP.
             MOVE WS-SINV        TO NPH-SINV.
             MOVE WS-INVDATE     TO NPH-DATE.
             MOVE WS-DESC        TO NPH-DESC.
             MOVE WS-GROSS       TO NPH-GROSS.
             MOVE WS-VAT         TO NPH-VAT.
             MOVE WS-VATCODE     TO NPH-VATCODE.
             MOVE WS-NLINES      TO NPH-LINES.
             MOVE WS-BAND        TO NPH-BAND.
             MOVE WS-APPROVER    TO NPH-APPROVER.
             MOVE "W"            TO NPH-STATUS.
             MOVE LS0-NO         TO NPH-CAPUSER.
             MOVE TODAY-DDMMYY   TO NPH-CAPDATE.
             WRITE NPH-RECORD.
             MOVE ZERO           TO WS-LSUB.

       CA45.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > WS-NLINES
               GO TO CA50.
             INITIALIZE NPI-RECORD.
             MOVE WS-NPINO       TO NPI-NUMBER.
             MOVE WS-LSUB        TO NPI-LINE.
             MOVE WS-CD-GL (WS-LSUB)
                                 TO NPI-GL.
             MOVE WS-CD-DESC (WS-LSUB)
                                 TO NPI-DESC.
             MOVE WS-CD-AMT (WS-LSUB)
                                 TO NPI-AMOUNT.
             WRITE NPI-RECORD.
             GO TO CA45.

       CA50.
             DISPLAY "Invoice " AT 1810 WITH FOREGROUND-COLOR 14
                     WS-NPINO WITH FOREGROUND-COLOR 15
                     " waiting approval by user "
                     WITH FOREGROUND-COLOR 14
                     WS-APPROVER WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    The approver for WS-GROSS: the first band on
      *            PARAM 291 with an approver whose limit the
      *            amount does not exceed, a zero limit taking
      *            anything.  WS-APPROVER comes back zero if no
      *            band will take it.
      *
       CB00-ROUTE.
             MOVE ZERO           TO WS-APPROVER WS-BAND.
             MOVE 291            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO CB00-EXIT.
             MOVE ZERO           TO WS-BSUB.

       CB05.
             ADD 1               TO WS-BSUB.
           IF WS-BSUB > 5
               GO TO CB00-EXIT.
           IF PAR-NPI-APPR (WS-BSUB) = ZERO
               GO TO CB05.
           IF PAR-NPI-LIMIT (WS-BSUB) NOT = ZERO
                   AND WS-GROSS > PAR-NPI-LIMIT (WS-BSUB)
               GO TO CB05.
             MOVE WS-BSUB        TO WS-BAND.
             MOVE PAR-NPI-APPR (WS-BSUB)
                                 TO WS-APPROVER.

       CB00-EXIT.
             EXIT.

      *
      *    ****    WS-FOUND answers Y if the supplier's invoice
      *            number is already on CRTRAN or waiting here.
      *
       CC00-DUPLICATE.
             MOVE "N"            TO WS-FOUND.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE ZERO           TO PTR-DATE PTR-SERIAL.
             START CRTRAN KEY NOT LESS PTR-KEY
                 INVALID KEY
                     GO TO CC10.

       CC05.
             READ CRTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CC10.
           IF PTR-SUPP NOT = WS-SUPP
               GO TO CC10.
           IF PTR-TYPE = 1 AND PTR-SINV = WS-SINV
               MOVE "Y"          TO WS-FOUND
               GO TO CC00-EXIT.
             GO TO CC05.

       CC10.
             MOVE ZERO           TO NPH-NUMBER NPH-LINE.
             START NPOINV KEY NOT LESS NPI-KEY
                 INVALID KEY
                     GO TO CC00-EXIT.

       CC15.
             READ NPOINV NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CC00-EXIT.
           IF NPH-LINE NOT = ZERO OR NPH-STATUS NOT = "W"
               GO TO CC15.
           IF NPH-SUPP = WS-SUPP AND NPH-SINV = WS-SINV
               MOVE "Y"          TO WS-FOUND
               GO TO CC00-EXIT.
             GO TO CC15.

       CC00-EXIT.
             EXIT.

      *
      *    ****    The next capture number from PARAM 291.
      *
       CD00-NUMBER.
             MOVE ZERO           TO WS-NPINO.
             MOVE 291            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO CD00-EXIT.
             ADD 1               TO PAR-NPI-LASTNO.
             MOVE PAR-NPI-LASTNO TO WS-NPINO.
             PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT.
             UNLOCK PARAM.

       CD00-EXIT.
             EXIT.

      /
      *    ****    A P P R O V E   O R   R E J E C T
      *
      *            Waiting invoices are listed.  The approver
      *            signs in with their own user number and
      *            password; it must be the approver the invoice
      *            was routed to or one of a higher band, and
      *            not the user who captured it.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             DISPLAY "NUMBER   SUPP  INVOICE           GROSS  APPROVER"
                     AT 0310 WITH FOREGROUND-COLOR 7.
             MOVE 5              TO WS-LINE.
             MOVE ZERO           TO NPH-NUMBER NPH-LINE.
             START NPOINV KEY NOT LESS NPI-KEY
                 INVALID KEY
                     GO TO DA20.

       DA05.
             READ NPOINV NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA20.
           IF NPH-LINE NOT = ZERO OR NPH-STATUS NOT = "W"
               GO TO DA05.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY NPH-NUMBER AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 19             TO SCOL.
             DISPLAY NPH-SUPP AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 25             TO SCOL.
             DISPLAY NPH-SINV AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE NPH-GROSS      TO WS-AMOUNT.
             MOVE 36             TO SCOL.
             DISPLAY WS-AMOUNT AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 54             TO SCOL.
             DISPLAY NPH-APPROVER AT SPOS WITH FOREGROUND-COLOR 14.
             ADD 1               TO WS-LINE.
           IF WS-LINE > 13
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               MOVE 0501         TO CPOS
               PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 13
               MOVE 5            TO WS-LINE.
             GO TO DA05.

       DA20.
           IF WS-LINE = 5
               DISPLAY "No invoices waiting approval" AT 0710
                       WITH FOREGROUND-COLOR 14
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               GO TO DA999.
             MOVE ZERO           TO WS-NPINO.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-NPINO = ZERO
               GO TO DA999.
             MOVE WS-NPINO       TO NPH-NUMBER.
             MOVE ZERO           TO NPH-LINE.
             READ NPOINV WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Invoice not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
           IF NPH-STATUS NOT = "W"
               MOVE "Invoice is not waiting approval"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK NPOINV
               GO TO DA00.
             PERFORM DB00-SHOW THRU DB00-EXIT.
      *
      *    ****    The approver's own sign-in.
      *
             MOVE ZERO           TO WS-CTLUSER.
             MOVE SPACES         TO WS-CTLPASS.
             DISPLAY S18.
             ACCEPT S18.
           IF WS-CTLUSER = ZERO
               UNLOCK NPOINV
               GO TO DA00.
             MOVE WS-CTLUSER     TO USE-NO.
             READ SYSUSER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Approver not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     UNLOCK NPOINV
                     GO TO DA00.
           IF USE-PASS NOT = WS-CTLPASS
               MOVE "Password incorrect"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK NPOINV
               GO TO DA00.
           IF USE-LOCKED = "Y"
               MOVE "Approver is locked out"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK NPOINV
               GO TO DA00.
           IF WS-CTLUSER = NPH-CAPUSER
               MOVE "An invoice cannot be approved by its capturer"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK NPOINV
               GO TO DA00.
             PERFORM DC00-APPROVER THRU DC00-EXIT.
           IF WS-FOUND = "N"
               MOVE "Not an approver for this value"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK NPOINV
               GO TO DA00.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S19.
             ACCEPT S19.
           IF WS-OPTION NOT = "A" AND WS-OPTION NOT = "R"
               UNLOCK NPOINV
               GO TO DA00.
           IF WS-OPTION = "R"
               GO TO DA40.
      *
      *    ****    Approved - the supplier must still be on file
      *            and the control accounts set up before any of
      *            it posts.
      *
           IF WS-CREGL = ZERO
               MOVE "No creditors control on PARAM record 6"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK NPOINV
               GO TO DA00.
           IF NPH-VAT NOT = ZERO AND WS-VATGL = ZERO
               MOVE "No VAT account on PARAM record 9"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK NPOINV
               GO TO DA00.
             MOVE NPH-SUPP       TO P-NUMBER.
             READ CREDIT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Supplier no longer on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     UNLOCK NPOINV
                     GO TO DA00.
             MOVE NPH-SUPP       TO WS-SUPP.
             MOVE NPH-SINV       TO WS-SINV.
             MOVE NPH-DATE       TO WS-INVDATE.
             MOVE NPH-DESC       TO WS-DESC.
             MOVE NPH-GROSS      TO WS-GROSS.
             MOVE NPH-VAT        TO WS-VAT.
             MOVE NPH-VATCODE    TO WS-VATCODE.
             MOVE "A"            TO NPH-STATUS.
             MOVE WS-CTLUSER     TO NPH-APPUSER.
             MOVE TODAY-DDMMYY   TO NPH-APPDATE.
             REWRITE NPH-RECORD.
             UNLOCK NPOINV.
             PERFORM DD00-POST THRU DD00-EXIT.
             DISPLAY "Invoice approved and posted" AT 2310
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA00.

       DA40.
             MOVE "R"            TO NPH-STATUS.
             MOVE WS-CTLUSER     TO NPH-APPUSER.
             MOVE TODAY-DDMMYY   TO NPH-APPDATE.
             REWRITE NPH-RECORD.
             UNLOCK NPOINV.
             GO TO DA00.

       DA999.
             EXIT.

      *
      *    ****    The invoice and its coding on screen.
      *
       DB00-SHOW.
             DISPLAY CLR-SCREEN.
             MOVE NPH-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             DISPLAY "Supplier           :" AT 0310
                     WITH FOREGROUND-COLOR 7
                     NPH-SUPP AT 0331 WITH FOREGROUND-COLOR 15
                     P-NAME AT 0338 WITH FOREGROUND-COLOR 15.
             MOVE NPH-DATE       TO W20-DATE.
             DISPLAY "Supplier invoice   :" AT 0410
                     WITH FOREGROUND-COLOR 7
                     NPH-SINV AT 0431 WITH FOREGROUND-COLOR 15
                     W20-DATE AT 0443 WITH FOREGROUND-COLOR 15.
             DISPLAY "Description        :" AT 0510
                     WITH FOREGROUND-COLOR 7
                     NPH-DESC AT 0531 WITH FOREGROUND-COLOR 15.
             MOVE NPH-GROSS      TO WS-AMOUNT.
             DISPLAY "Gross amount       :" AT 0610
                     WITH FOREGROUND-COLOR 7
                     WS-AMOUNT AT 0631 WITH FOREGROUND-COLOR 15.
             MOVE NPH-VAT        TO WS-AMOUNT.
             DISPLAY "VAT included       :" AT 0710
                     WITH FOREGROUND-COLOR 7
                     WS-AMOUNT AT 0731 WITH FOREGROUND-COLOR 15
                     NPH-VATCODE AT 0745 WITH FOREGROUND-COLOR 15.
             DISPLAY "Captured by user   :" AT 0810
                     WITH FOREGROUND-COLOR 7
                     NPH-CAPUSER AT 0831 WITH FOREGROUND-COLOR 15
                     "  approver " WITH FOREGROUND-COLOR 7
                     NPH-APPROVER WITH FOREGROUND-COLOR 15.
             DISPLAY "ACCOUNT  DESCRIPTION               NET AMOUNT"
                     AT 1010 WITH FOREGROUND-COLOR 7.
             MOVE 11             TO WS-LINE.
             MOVE 1              TO NPI-LINE.
             START NPOINV KEY NOT LESS NPI-KEY
                 INVALID KEY
                     GO TO DB10.

       DB05.
             READ NPOINV NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB10.
           IF NPI-NUMBER NOT = WS-NPINO OR WS-LINE > 19
               GO TO DB10.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY NPI-GL AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 19             TO SCOL.
             DISPLAY NPI-DESC AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE NPI-AMOUNT     TO WS-AMOUNT.
             MOVE 42             TO SCOL.
             DISPLAY WS-AMOUNT AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
             GO TO DB05.
      *
      *    ****    Back to the invoice itself, still locked.
      *
       DB10.
             MOVE WS-NPINO       TO NPH-NUMBER.
             MOVE ZERO           TO NPH-LINE.
             READ NPOINV WITH KEPT LOCK
                 INVALID KEY
                     MOVE SPACE  TO NPH-STATUS.

       DB00-EXIT.
             EXIT.

      *
      *    ****    WS-FOUND answers Y if WS-CTLUSER may approve
      *            the invoice - its own approver, or the
      *            approver of any higher band.
      *
       DC00-APPROVER.
             MOVE "N"            TO WS-FOUND.
           IF WS-CTLUSER = NPH-APPROVER
               MOVE "Y"          TO WS-FOUND
               GO TO DC00-EXIT.
             MOVE NPH-BAND       TO WS-BSUB.
             MOVE 291            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO DC00-EXIT.

       DC05.
             ADD 1               TO WS-BSUB.
           IF WS-BSUB > 5
               GO TO DC00-EXIT.
           IF PAR-NPI-APPR (WS-BSUB) = WS-CTLUSER
               MOVE "Y"          TO WS-FOUND
               GO TO DC00-EXIT.
             GO TO DC05.

       DC00-EXIT.
             EXIT.

      *
      *    ****    Post the approved invoice.  CREDIT is held
      *            locked on entry.  The open item goes to CRTRAN
      *            due on the supplier terms, the balance moves,
      *            and the ledger takes each coding line and the
      *            VAT as debits against the creditors control.
      *
       DD00-POST.
             PERFORM EB00-DUEDATE THRU EB00-EXIT.
             ADD WS-GROSS        TO P-BALANCE.
           IF P-DUEDATE = ZERO
               MOVE WS-DUEDATE   TO P-DUEDATE.
             REWRITE P-RECORD.
             UNLOCK CREDIT.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE WS-INVDATE     TO PTR-DATE.
             MOVE ZERO           TO PTR-SERIAL.
             MOVE 1              TO PTR-TYPE.
             MOVE WS-SINV        TO PTR-SINV.
             MOVE ZERO           TO PTR-GRN.
             MOVE WS-DESC        TO PTR-DESC.
             MOVE WS-GROSS       TO PTR-AMOUNT.
             MOVE WS-GROSS       TO PTR-OUTSTAND.
             MOVE WS-DUEDATE     TO PTR-DUEDATE.
             MOVE LS-USER        TO PTR-USER.
             MOVE SPACES         TO PTR-CURR.
             MOVE ZERO           TO PTR-FXRATE.

       DD05-WRITE.
             WRITE PTR-RECORD
                 INVALID KEY
                     ADD 1       TO PTR-SERIAL
                     GO TO DD05-WRITE.
      *
      *    ****    The coding lines.
      *
             MOVE ZERO           TO WS-FIRSTGL.
             MOVE WS-NPINO       TO NPI-NUMBER.
             MOVE 1              TO NPI-LINE.
             START NPOINV KEY NOT LESS NPI-KEY
                 INVALID KEY
                     GO TO DD20.

       DD10.
             READ NPOINV NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DD20.
           IF NPI-NUMBER NOT = WS-NPINO
               GO TO DD20.
           IF WS-FIRSTGL = ZERO
               MOVE NPI-GL       TO WS-FIRSTGL.
             MOVE SPACES         TO XFR-DESC.
             STRING "Supp inv "  DELIMITED BY SIZE
                    WS-SINV      DELIMITED BY SIZE
                    INTO XFR-DESC.
             MOVE NPI-GL         TO XFR-AC.
             MOVE NPI-AMOUNT     TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM DE00-WRITE THRU DE00-EXIT.
             GO TO DD10.

       DD20.
           IF WS-VAT = ZERO
               GO TO DD30.
             MOVE WS-VATGL       TO XFR-AC.
             MOVE WS-VAT         TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM DE00-WRITE THRU DE00-EXIT.
             PERFORM DF00-TAX THRU DF00-EXIT.

       DD30.
             MOVE WS-CREGL       TO XFR-AC.
             MOVE WS-GROSS       TO XFR-AMOUNT.
             MOVE "C"            TO XFR-DC.
             PERFORM DE00-WRITE THRU DE00-EXIT.

       DD00-EXIT.
             EXIT.

       DE00-WRITE.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE TODAY-DDMMYY   TO XFR-DATE.

       DE05-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO DE05-WRITE.

       DE00-EXIT.
             EXIT.

      *
      *    ****    The input tax transaction behind the invoice.
      *
       DF00-TAX.
             INITIALIZE TAX-RECORD1.
             MOVE "2"            TO TAX-TYPE.
             MOVE 1              TO TAX-ACTYPE.
             MOVE TODAY-DDMMYY   TO TAX-DATE.
             MOVE ZERO           TO TAX-SERIAL.
             MOVE WS-VATCODE     TO TAX-DEPT.
             COMPUTE TAX-EXCL = WS-GROSS - WS-VAT.
             MOVE WS-VAT         TO TAX-TAX.
             MOVE ZERO           TO TAX-RATE.
             MOVE WS-FIRSTGL     TO TAX-ACCOUNT.
             MOVE WS-NPINO       TO TAX-REF.
             MOVE LS-USER        TO TAX-USER.

       DF05-WRITE.
             WRITE TAX-RECORD1
                 INVALID KEY
                     ADD 1       TO TAX-SERIAL
                     GO TO DF05-WRITE.

       DF00-EXIT.
             EXIT.

      /
      *    ****    I N V O I C E S   A W A I T I N G   A P P R O V A L
      *
      *            Every waiting invoice under the approver it is
      *            routed to, with how long it has waited and a
      *            count and value per approver.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
      *
      *    ****    The approvers with something waiting.
      *
             MOVE ZERO           TO WS-NAP.
             MOVE ZERO           TO NPH-NUMBER NPH-LINE.
             START NPOINV KEY NOT LESS NPI-KEY
                 INVALID KEY
                     GO TO EA20.

       EA05.
             READ NPOINV NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA20.
           IF NPH-LINE NOT = ZERO OR NPH-STATUS NOT = "W"
               GO TO EA05.
             MOVE 1              TO WS-ASUB.

       EA10.
           IF WS-ASUB > WS-NAP
               GO TO EA15.
           IF WS-AP-USER (WS-ASUB) = NPH-APPROVER
               GO TO EA05.
             ADD 1               TO WS-ASUB.
             GO TO EA10.

       EA15.
           IF WS-NAP < 50
               ADD 1             TO WS-NAP
               MOVE NPH-APPROVER TO WS-AP-USER (WS-NAP).
             GO TO EA05.

       EA20.
             OPEN OUTPUT PRINTF.
             MOVE "NON-ORDER INVOICES AWAITING APPROVAL"
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-TOTCOUNT WS-TOTVALUE.
             MOVE ZERO           TO WS-ASUB.

       EA25.
             ADD 1               TO WS-ASUB.
           IF WS-ASUB > WS-NAP
               GO TO EA50.
             MOVE WS-AP-USER (WS-ASUB)
                                 TO USE-NO W15-USER.
             READ SYSUSER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO USE-NAME.
             MOVE USE-NAME       TO W15-NAME.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W15-APPROVER.
             MOVE ZERO           TO WS-APCOUNT WS-APVALUE.
             MOVE ZERO           TO NPH-NUMBER NPH-LINE.
             START NPOINV KEY NOT LESS NPI-KEY
                 INVALID KEY
                     GO TO EA40.

       EA30.
             READ NPOINV NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA40.
           IF NPH-LINE NOT = ZERO OR NPH-STATUS NOT = "W"
               GO TO EA30.
           IF NPH-APPROVER NOT = WS-AP-USER (WS-ASUB)
               GO TO EA30.
             MOVE NPH-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE NPH-CAPDATE    TO WS-DATE-WORK.
             COMPUTE WS-CAPNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE NPH-NUMBER     TO W20-NUMBER.
             MOVE NPH-SUPP       TO W20-SUPP.
             MOVE P-NAME         TO W20-NAME.
             MOVE NPH-SINV       TO W20-SINV.
             MOVE NPH-DATE       TO W20-DATE.
             MOVE NPH-GROSS      TO W20-GROSS.
             MOVE NPH-CAPDATE    TO W20-CAPDATE.
             COMPUTE W20-DAYS = WS-TODAYNUM - WS-CAPNUM.
             MOVE NPH-CAPUSER    TO W20-CAPUSER.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-APCOUNT.
             ADD NPH-GROSS       TO WS-APVALUE.
             GO TO EA30.

       EA40.
             MOVE "Waiting"      TO W30-LABEL.
             MOVE WS-APCOUNT     TO W30-COUNT.
             MOVE WS-APVALUE     TO W30-VALUE.
             WRITE PRINT-REC FROM W30-TOTAL.
             ADD WS-APCOUNT      TO WS-TOTCOUNT.
             ADD WS-APVALUE      TO WS-TOTVALUE.
             GO TO EA25.

       EA50.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "Total waiting"
                                 TO W30-LABEL.
             MOVE WS-TOTCOUNT    TO W30-COUNT.
             MOVE WS-TOTVALUE    TO W30-VALUE.
             WRITE PRINT-REC FROM W30-TOTAL.
             CLOSE PRINTF.
             DISPLAY "Invoices awaiting approval : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-TOTCOUNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      *
      *    ****    Due date: the invoice date plus the supplier
      *            terms in days, rolled over month ends (and
      *            February 29ths) on the calendar.
      *
       EB00-DUEDATE.
             MOVE WS-INVDATE     TO WS-DATE-WORK.
             COMPUTE WS-DDD = WS-DW-DD + P-TERMS.

       EB05-NORM.
             MOVE WS-MDAYS (WS-DW-MM)
                                 TO WS-DAYS-MTH.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-DIV4
                   REMAINDER WS-REM4
               IF WS-REM4 = ZERO
                   MOVE 29       TO WS-DAYS-MTH.
           IF WS-DDD NOT > WS-DAYS-MTH
               GO TO EB09-DONE.
             SUBTRACT WS-DAYS-MTH FROM WS-DDD.
             ADD 1               TO WS-DW-MM.
           IF WS-DW-MM > 12
               MOVE 1            TO WS-DW-MM
               ADD 1             TO WS-DW-YYYY.
             GO TO EB05-NORM.

       EB09-DONE.
             MOVE WS-DDD         TO WS-DW-DD.
             MOVE WS-DATE-WORK   TO WS-DUEDATE.

       EB00-EXIT.
             EXIT.

      /
      *    ****    A P P R O V A L   S E T T I N G S
      *
       JA000           SECTION.
       JA00.
           IF LS0-CRLEV < 7
               MOVE "Approval settings are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA999.
             DISPLAY CLR-SCREEN.
             MOVE 291            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD291
               MOVE 291          TO PAR-KEY.

       JA05.
             DISPLAY S20.
             ACCEPT S20.
             MOVE ZERO           TO WS-BSUB.
      *
      *    ****    Every approver a user, and each band used
      *            above a lower one that has a limit.
      *
       JA10.
             ADD 1               TO WS-BSUB.
           IF WS-BSUB > 5
               GO TO JA20.
           IF PAR-NPI-APPR (WS-BSUB) = ZERO
               GO TO JA10.
             MOVE PAR-NPI-APPR (WS-BSUB)
                                 TO USE-NO.
             READ SYSUSER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "An approver is not a user on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO JA05.
           IF WS-BSUB = 1
               GO TO JA10.
           IF PAR-NPI-APPR (WS-BSUB - 1) = ZERO
               MOVE "Bands must be used from band 1 down"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
           IF PAR-NPI-LIMIT (WS-BSUB - 1) = ZERO
               MOVE "Only the last band may have no limit"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
           IF PAR-NPI-LIMIT (WS-BSUB) NOT = ZERO AND
              PAR-NPI-LIMIT (WS-BSUB) NOT > PAR-NPI-LIMIT (WS-BSUB - 1)
               MOVE "Band limits must be in ascending order"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
             GO TO JA10.

       JA20.
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
             MOVE "CREDIT"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "CRTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CRTRAN.
             MOVE "NPOINV"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NPOINV.
             MOVE "GACCNT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GACCNT.
             MOVE "LEDTRF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LEDTRF.
             MOVE "TXTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-TXTRAN.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "SYSUSE"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SYSUSER.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O NPOINV.
           IF WS-STATUS = "35"
               CLOSE NPOINV
               OPEN OUTPUT NPOINV
               CLOSE NPOINV
               OPEN I-O NPOINV.
             OPEN I-O CREDIT CRTRAN TXTRAN PARAM.
             OPEN INPUT GACCNT SYSUSER.
             OPEN I-O LEDTRF.
           IF WS-STATUS = "35"
               CLOSE LEDTRF
               OPEN OUTPUT LEDTRF
               CLOSE LEDTRF
               OPEN I-O LEDTRF.
      *
      *    ****    Creditors control from PARAM 6 and the VAT
      *            account from 9.
      *
             MOVE 6              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-CREGL    TO WS-CREGL
           ELSE
               MOVE ZERO         TO WS-CREGL
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 9              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-VATGL    TO WS-VATGL
           ELSE
               MOVE ZERO         TO WS-VATGL
               MOVE ZERO         TO WS-F-ERROR.
      *
      *    ****    Next transfer key from the last on file.
      *
             MOVE HIGH-VALUES    TO XFR-RECORD.
             START LEDTRF KEY LESS XFR-KEY
                 INVALID KEY
                     MOVE ZERO         TO WS-XFRKEY
                 NOT INVALID KEY
                     READ LEDTRF PREVIOUS RECORD
                         AT END
                             MOVE ZERO TO WS-XFRKEY
                         NOT AT END
                             MOVE XFR-KEY
                                       TO WS-XFRKEY
                     END-READ
             END-START.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 44
               MOVE W02-CRTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PTR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 35
               MOVE W02-NPOINV    TO WS-FILE
               MOVE NPI-NUMBER    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 8
               MOVE W02-GACCNT    TO WS-FILE
               MOVE G-AC          TO WS-KEY
           ELSE
           IF WS-F-ERROR = 40
               MOVE W02-LEDTRF    TO WS-FILE
               MOVE WS-XFRKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 32
               MOVE W02-TXTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TAX-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 54
               MOVE W02-SYSUSER   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE USE-NO        TO WS-KEYX.

       COPY DISPERR.PRO.
