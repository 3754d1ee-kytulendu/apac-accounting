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
      *     A U D I T O R   D A T A   E X T R A C T                    *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            AUDEXT.
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
      *    OCT 2026 - First issue.  The external auditors' data
      *               pack for a chosen financial year (the year-end
      *               month from the NETWORK ledger control record,
      *               as GLP007 works it), written as ";" delimited
      *               text files to the directory on PARAM record
      *               299 for their audit software to load:
      *                 AUDccyyCOA.TXT  chart of accounts with the
      *                                 opening balance, the year's
      *                                 debits and credits and the
      *                                 closing balance
      *                 AUDccyyGLT.TXT  every G/L transaction in
      *                                 the year, archived ones
      *                                 (GLARCH) included
      *                 AUDccyyDBT.TXT  DBTRAN detail for the year
      *                 AUDccyyCRT.TXT  CRTRAN detail for the year
      *                 AUDccyySTK.TXT  stock valuation at cost as
      *                                 held on the day of the run
      *                 AUDccyyTAX.TXT  TXTRAN detail for the year
      *                 AUDccyySMP.TXT  the invoices drawn for
      *                                 vouching
      *                 AUDccyyCTL.TXT  what each file holds, its
      *                                 columns and control totals
      *               Every file opens with a row of column names.
      *               Amounts are home currency with a decimal point
      *               and a leading minus when negative; dates are
      *               ddmmccyy.  Opening and closing balances are
      *               worked back from G-BAL through the account's
      *               transactions, and an account whose
      *               transactions do not add up to its balance is
      *               listed.  The vouching sample is a systematic
      *               one from a random start across the year's
      *               invoices in number order, the interval and
      *               start printed so the auditors can re-perform
      *               it.  The control totals and the sample are
      *               also printed.
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

       COPY GLARCH.SL.

       COPY DBTRAN.SL.

       COPY CRTRAN.SL.

       COPY STOCK.SL.

       COPY TXTRAN.SL.

       COPY INVOIC.SL.

       COPY DEBTOR.ISL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT EXPFILE   ASSIGN WS-OUTFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT COAFILE   ASSIGN WS-COAFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT CTLFILE   ASSIGN WS-CTLFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CONTROL.FDE.

       COPY PARAM.FDE.

       COPY GACCNT.FDE.

       COPY GLTRAN.FDE.

       COPY GLARCH.FD.

       COPY DBTRAN.FDE.

       COPY CRTRAN.FD.

       COPY STOCK.FDE.

       COPY TXTRAN.FDE.

       COPY INVOIC.FDE.

       COPY DEBTOR.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       FD  EXPFILE          LABEL RECORD OMITTED.
       01  EXP-REC          PIC  X(250).

       FD  COAFILE          LABEL RECORD OMITTED.
       01  COA-REC          PIC  X(250).

       FD  CTLFILE          LABEL RECORD OMITTED.
       01  CTL-REC          PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-NETKEY          PIC  9(04) COMP-5 VALUE 4.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 299.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-Y-END           PIC  9(02) VALUE ZERO.
       77  WS-FYEAR           PIC  9(04) VALUE ZERO.
       77  WS-TFY             PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-SAMPLE          PIC  9(03) VALUE ZERO.
       77  WS-AUDDIR          PIC  X(40) VALUE SPACES.
       77  WS-OUTFILE         PIC  X(64) VALUE SPACES.
       77  WS-COAFILE         PIC  X(64) VALUE SPACES.
       77  WS-CTLFILE         PIC  X(64) VALUE SPACES.
       77  WS-FNAME           PIC  X(64) VALUE SPACES.
       77  WS-SUFFIX          PIC  X(03) VALUE SPACES.
       77  WS-ABORT           PIC  X(01) VALUE "N".
       77  WS-TOFILE          PIC  X(01) VALUE "E".
       77  WS-SOURCE          PIC  X(01) VALUE "L".
       77  WS-PTR             PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-LEAD            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-AMT             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-NUM             PIC  9(09) VALUE ZERO.
       77  WS-DATE8           PIC  9(08) VALUE ZERO.
       77  WS-TXT             PIC  X(40) VALUE SPACES.
       77  WS-SIGNED          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-PRE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-DR              PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-CR              PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-POST            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-CLOSE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-DIFF            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-GLDIFF          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-DOCNO           PIC  9(07) VALUE ZERO.
       77  WS-INVCNT          PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-INVSEQ          PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-NEXTPICK        PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-INTERVAL        PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-START           PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-PICKED          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-QUOT            PIC  9(08) COMP-5 VALUE ZERO.

       01  WS-TIME            PIC  9(08).

       01  WS-DATE-SPLIT.
           03  WS-DTE-DD      PIC  9(02).
           03  WS-DTE-MM      PIC  9(02).
           03  WS-DTE-CCYY    PIC  9(04).

      *
      *    Records and control totals of each file written.
      *
       01  WS-CONTROLS.
           03  WS-COA-RECS    PIC  9(07) COMP-5.
           03  WS-COA-OPEN    PIC S9(11)V99 COMP-3.
           03  WS-COA-DR      PIC S9(11)V99 COMP-3.
           03  WS-COA-CR      PIC S9(11)V99 COMP-3.
           03  WS-COA-CLOSE   PIC S9(11)V99 COMP-3.
           03  WS-GLT-RECS    PIC  9(07) COMP-5.
           03  WS-DBT-RECS    PIC  9(07) COMP-5.
           03  WS-DBT-AMT     PIC S9(11)V99 COMP-3.
           03  WS-DBT-OUT     PIC S9(11)V99 COMP-3.
           03  WS-CRT-RECS    PIC  9(07) COMP-5.
           03  WS-CRT-AMT     PIC S9(11)V99 COMP-3.
           03  WS-CRT-OUT     PIC S9(11)V99 COMP-3.
           03  WS-STK-RECS    PIC  9(07) COMP-5.
           03  WS-STK-QTY     PIC S9(11)V99 COMP-3.
           03  WS-STK-VAL     PIC S9(11)V99 COMP-3.
           03  WS-TAX-RECS    PIC  9(07) COMP-5.
           03  WS-TAX-EXCL    PIC S9(11)V99 COMP-3.
           03  WS-TAX-TAX     PIC S9(11)V99 COMP-3.
           03  WS-SMP-RECS    PIC  9(07) COMP-5.
           03  WS-SMP-VAL     PIC S9(11)V99 COMP-3.

       01  WS-AMT-ED          PIC  -(12)9.99.
       01  WS-NUM-ED          PIC  Z(08)9.
       01  WS-NUMTXT          PIC  X(16).
       01  WS-OUT-LINE        PIC  X(250).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(40).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(16) VALUE "FINANCIAL YEAR  ".
           03  W10-FYEAR      PIC  9(04).
           03  FILLER         PIC  X(18) VALUE "  YEAR END MONTH  ".
           03  W10-YEND       PIC  Z9.

       01  W20-GLDIFF.
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  W20-ACCOUNT    PIC  9(06).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(30).
           03  FILLER         PIC  X(12) VALUE " BALANCE    ".
           03  W20-BAL        PIC  -(10)9.99.
           03  FILLER         PIC  X(14) VALUE "  DIFFERENCE  ".
           03  W20-DIFF       PIC  -(10)9.99.

       01  W30-HEAD.
           03  FILLER         PIC  X(48) VALUE
               "  INVOICE      DATE ACCOUNT NAME                ".
           03  FILLER         PIC  X(37) VALUE
               "                     VAT        TOTAL".
       01  W30-DETAIL.
           03  W30-DOCNO      PIC  Z(08)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-ACNO       PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(30).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-VAT        PIC  -(08)9.99.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-TOTAL      PIC  -(09)9.99.

       01  W50-LINE           PIC  X(132).
       01  W50-COUNT.
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  W50-CLABEL     PIC  X(30).
           03  W50-CVALUE     PIC  Z(11)9.
       01  W50-TOTAL.
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  W50-TLABEL     PIC  X(30).
           03  W50-TVALUE     PIC  -(12)9.99.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "UTL".
           03  WS-PROG        PIC  X(03) VALUE "AUD".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CONTROL.ID.

       COPY PARAM.ID.

       COPY GACCNT.ID.

       COPY GLTRAN.ID.

       COPY GLARCH.ID.

       COPY DBTRAN.ID.

       COPY CRTRAN.ID.

       COPY STOCK.ID.

       COPY TXTRAN.ID.

       COPY INVOIC.ID.

       COPY DEBTOR.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "AUDEXT.".
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
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "AUDITOR  DATA  EXTRACT".
           03  LINE  5 COLUMN 10 VALUE "Financial year      :".
           03  LINE  6 COLUMN 10 VALUE "Invoices to sample  :".
           03  LINE  7 COLUMN 10 VALUE "Extract directory   :".

       01  S12.
           03  LINE  5 COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(04) USING WS-FYEAR AUTO.
           03  LINE  6 COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-SAMPLE AUTO.
           03  LINE  7 COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING WS-AUDDIR AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-GLLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE NETWORK PARAM GACCNT GLTRAN GLARCH DBTRAN CRTRAN
                   STOCK TXTRAN INVOICE DEBTOR.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY CONTROL.RD.

       COPY PARAM.RD.

       COPY GACCNT.RD.

       COPY GLTRAN.RD.

       COPY GLARCH.RD.

       COPY TXTRAN.RD.

      /
       AC000           SECTION.

       COPY PARAM.WR.

      /
      *    ****    C H O O S E   T H E   Y E A R   A N D   R U N
      *
       BA000           SECTION 5.
       BA00.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-FYEAR = ZERO
               GO TO BA999.
           IF WS-AUDDIR = SPACES
               MOVE "Enter the extract directory"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO BA00.
             MOVE "N"            TO WS-ABORT.
             INITIALIZE WS-CONTROLS.
             MOVE ZERO           TO WS-GLDIFF.
             OPEN OUTPUT PRINTF.
             MOVE "AUDITOR DATA EXTRACT - CONTROL TOTALS"
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE WS-FYEAR       TO W10-FYEAR.
             MOVE WS-Y-END       TO W10-YEND.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "G/L ACCOUNTS WHOSE TRANSACTIONS DO NOT AGREE TO THE
      -           " BALANCE"     TO PRINT-REC.
             WRITE PRINT-REC.
             DISPLAY "General ledger ..." AT 1010
                     WITH FOREGROUND-COLOR 14.
             PERFORM CA000 THRU CA999.
           IF WS-GLDIFF = ZERO
               MOVE "    NONE"   TO PRINT-REC
               WRITE PRINT-REC.
           IF WS-ABORT = "Y"
               GO TO BA90.
             DISPLAY "Debtors transactions ..." AT 1110
                     WITH FOREGROUND-COLOR 14.
             PERFORM DA000 THRU DA999.
           IF WS-ABORT = "Y"
               GO TO BA90.
             DISPLAY "Creditors transactions ..." AT 1210
                     WITH FOREGROUND-COLOR 14.
             PERFORM EA000 THRU EA999.
           IF WS-ABORT = "Y"
               GO TO BA90.
             DISPLAY "Stock valuation ..." AT 1310
                     WITH FOREGROUND-COLOR 14.
             PERFORM FA000 THRU FA999.
           IF WS-ABORT = "Y"
               GO TO BA90.
             DISPLAY "Tax transactions ..." AT 1410
                     WITH FOREGROUND-COLOR 14.
             PERFORM GA000 THRU GA999.
           IF WS-ABORT = "Y"
               GO TO BA90.
             DISPLAY "Invoice sample ..." AT 1510
                     WITH FOREGROUND-COLOR 14.
             PERFORM HA000 THRU HA999.
           IF WS-ABORT = "Y"
               GO TO BA90.
             PERFORM JA000 THRU JA999.
           IF WS-ABORT = "Y"
               GO TO BA90.
      *
      *    ****    Keep the settings and when the extract ran.
      *
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD299
               MOVE 299          TO PAR-KEY.
             MOVE WS-AUDDIR      TO PAR-AUD-DIR.
             MOVE WS-SAMPLE      TO PAR-AUD-SAMPLE.
             MOVE WS-FYEAR       TO PAR-AUD-LASTYR.
             MOVE TODAY-DDMMYY   TO PAR-AUD-LASTDATE.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               MOVE ZERO         TO WS-F-ERROR
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT.
             UNLOCK PARAM.
             CLOSE PRINTF.
             DISPLAY "Extract complete - control file " AT 1710
                     WITH FOREGROUND-COLOR 14
                     WS-CTLFILE WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO BA999.

       BA90.
             CLOSE PRINTF.
             MOVE SPACES         TO WS-ERR-STRING.
             STRING "Cannot create " DELIMITED BY SIZE
                    WS-FNAME    DELIMITED BY " "
                    INTO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.

       BA999.
             EXIT.

      /
      *    ****    C H A R T   O F   A C C O U N T S   A N D
      *            G / L   T R A N S A C T I O N S
      *
      *            Each account's transactions, live and archived,
      *            are split into those before the year (the
      *            opening balance), in it (written out, and its
      *            debits and credits) and after it.  Together
      *            they should make G-BAL.
      *
       CA000           SECTION.
       CA00.
             MOVE "COA"          TO WS-SUFFIX.
             PERFORM BZ10-NAME THRU BZ10-EXIT.
             MOVE WS-FNAME       TO WS-COAFILE.
             OPEN OUTPUT COAFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y"          TO WS-ABORT
               GO TO CA999.
             MOVE "ACCOUNT;NAME;OPENING;DEBITS;CREDITS;CLOSING;BALANC
      -           "E NOW;INACTIVE"
                                 TO COA-REC.
             WRITE COA-REC.
             MOVE "GLT"          TO WS-SUFFIX.
             PERFORM BZ10-NAME THRU BZ10-EXIT.
             MOVE WS-FNAME       TO WS-OUTFILE.
             OPEN OUTPUT EXPFILE.
           IF WS-STATUS NOT = "00"
               CLOSE COAFILE
               MOVE "Y"          TO WS-ABORT
               GO TO CA999.
             MOVE "ACCOUNT;DATE;SERIAL;PERIOD;TYPE;REFERENCE;DESCRIPT
      -           "ION;DEBIT;CREDIT;USER;SOURCE"
                                 TO EXP-REC.
             WRITE EXP-REC.
             MOVE ZERO           TO G-AC.
             PERFORM START-AT-GACCNT-KEY THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CA90.

       CA05.
             PERFORM READ-GACCNT-NEXT THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CA90.
             MOVE ZERO           TO WS-PRE WS-DR WS-CR WS-POST.
             MOVE G-AC           TO T-AC.
             MOVE ZERO           TO T-DATE T-SERIAL.
             PERFORM START-AT-GLTRAN-KEY THRU READ-GLTRAN-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CA20.

       CA10.
             PERFORM READ-GLTRAN-NEXT THRU READ-GLTRAN-EXIT.
           IF WS-F-ERROR NOT = ZERO OR T-AC NOT = G-AC
               GO TO CA20.
             MOVE T-DATE         TO WS-DATE-SPLIT.
             PERFORM BZ00-FY THRU BZ00-EXIT.
           IF T-DC = "C"
               COMPUTE WS-SIGNED = ZERO - T-AMOUNT
           ELSE
               MOVE T-AMOUNT     TO WS-SIGNED.
           IF WS-TFY < WS-FYEAR
               ADD WS-SIGNED     TO WS-PRE
               GO TO CA10.
           IF WS-TFY > WS-FYEAR
               ADD WS-SIGNED     TO WS-POST
               GO TO CA10.
           IF T-DC = "C"
               ADD T-AMOUNT      TO WS-CR
           ELSE
               ADD T-AMOUNT      TO WS-DR.
             PERFORM CB00-GLTLINE THRU CB00-EXIT.
             GO TO CA10.

       CA20.
             MOVE ZERO           TO WS-F-ERROR.
           IF G-ARCHIVED NOT = "Y"
               GO TO CA40.
             MOVE G-AC           TO ARC-AC.
             MOVE ZERO           TO ARC-DATE ARC-SERIAL.
             PERFORM START-AT-GLARCH-KEY THRU READ-GLARCH-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CA40.

       CA25.
             PERFORM READ-GLARCH-NEXT THRU READ-GLARCH-EXIT.
           IF WS-F-ERROR NOT = ZERO OR ARC-AC NOT = G-AC
               GO TO CA40.
      *
      *    ****    Through the same paths as a live transaction.
      *
             MOVE ARC-AC         TO T-AC.
             MOVE ARC-DATE       TO T-DATE.
             MOVE ARC-SERIAL     TO T-SERIAL.
             MOVE ARC-PERIOD     TO T-PERIOD.
             MOVE ARC-TYPE       TO T-TYPE.
             MOVE ARC-REF        TO T-REF.
             MOVE ARC-DESC       TO T-DESC.
             MOVE ARC-AMOUNT     TO T-AMOUNT.
             MOVE ARC-DC         TO T-DC.
             MOVE ARC-USER       TO T-USER.
             MOVE T-DATE         TO WS-DATE-SPLIT.
             PERFORM BZ00-FY THRU BZ00-EXIT.
           IF T-DC = "C"
               COMPUTE WS-SIGNED = ZERO - T-AMOUNT
           ELSE
               MOVE T-AMOUNT     TO WS-SIGNED.
           IF WS-TFY < WS-FYEAR
               ADD WS-SIGNED     TO WS-PRE
               GO TO CA25.
           IF WS-TFY > WS-FYEAR
               ADD WS-SIGNED     TO WS-POST
               GO TO CA25.
           IF T-DC = "C"
               ADD T-AMOUNT      TO WS-CR
           ELSE
               ADD T-AMOUNT      TO WS-DR.
             MOVE "A"            TO WS-SOURCE.
             PERFORM CB00-GLTLINE THRU CB00-EXIT.
             GO TO CA25.

       CA40.
             MOVE ZERO           TO WS-F-ERROR.
             COMPUTE WS-CLOSE = WS-PRE + WS-DR - WS-CR.
             COMPUTE WS-DIFF = G-BAL - WS-CLOSE - WS-POST.
           IF WS-DIFF NOT = ZERO
               ADD 1             TO WS-GLDIFF
               MOVE G-AC         TO W20-ACCOUNT
               MOVE G-NAME       TO W20-NAME
               MOVE G-BAL        TO W20-BAL
               MOVE WS-DIFF      TO W20-DIFF
               WRITE PRINT-REC FROM W20-GLDIFF.
             MOVE "C"            TO WS-TOFILE.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             MOVE G-AC           TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE G-NAME         TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE WS-PRE         TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE WS-DR          TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE WS-CR          TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE WS-CLOSE       TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE G-BAL          TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE G-INACTIVE     TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             PERFORM BZ50-WRITE THRU BZ50-EXIT.
             ADD 1               TO WS-COA-RECS.
             ADD WS-PRE          TO WS-COA-OPEN.
             ADD WS-DR           TO WS-COA-DR.
             ADD WS-CR           TO WS-COA-CR.
             ADD WS-CLOSE        TO WS-COA-CLOSE.
             GO TO CA05.

       CA90.
             MOVE ZERO           TO WS-F-ERROR.
             CLOSE COAFILE EXPFILE.

       CA999.
             EXIT.

      *
      *    ****    One G/L transaction of the year, the record in
      *            T-REC; WS-SOURCE "A" marks it from the archive.
      *
       CB00-GLTLINE.
             MOVE "E"            TO WS-TOFILE.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             MOVE T-AC           TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE T-DATE         TO WS-DATE8.
             PERFORM BZ45-DATE THRU BZ45-EXIT.
             MOVE T-SERIAL       TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE T-PERIOD       TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE T-TYPE         TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE T-REF          TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE T-DESC         TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
           IF T-DC = "C"
               MOVE ZERO         TO WS-AMT
               PERFORM BZ30-AMOUNT THRU BZ30-EXIT
               MOVE T-AMOUNT     TO WS-AMT
               PERFORM BZ30-AMOUNT THRU BZ30-EXIT
           ELSE
               MOVE T-AMOUNT     TO WS-AMT
               PERFORM BZ30-AMOUNT THRU BZ30-EXIT
               MOVE ZERO         TO WS-AMT
               PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE T-USER         TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
           IF WS-SOURCE = "A"
               MOVE "ARCHIVE"    TO WS-TXT
           ELSE
               MOVE "LIVE"       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             PERFORM BZ50-WRITE THRU BZ50-EXIT.
             ADD 1               TO WS-GLT-RECS.
             MOVE "L"            TO WS-SOURCE.

       CB00-EXIT.
             EXIT.

      /
      *    ****    D E B T O R S   T R A N S A C T I O N S
      *
       DA000           SECTION.
       DA00.
             MOVE "DBT"          TO WS-SUFFIX.
             PERFORM BZ10-NAME THRU BZ10-EXIT.
             MOVE WS-FNAME       TO WS-OUTFILE.
             OPEN OUTPUT EXPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y"          TO WS-ABORT
               GO TO DA999.
             MOVE "ACCOUNT;DATE;SERIAL;TYPE;REFERENCE;DESCRIPTION;AMO
      -           "UNT;OUTSTANDING;CURRENCY;CURRENCY AMOUNT;USER"
                                 TO EXP-REC.
             WRITE EXP-REC.
             MOVE "E"            TO WS-TOFILE.
             MOVE LOW-VALUES     TO TRA-KEY.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA90.
             MOVE TRA-DATE       TO WS-DATE-SPLIT.
             PERFORM BZ00-FY THRU BZ00-EXIT.
           IF WS-TFY NOT = WS-FYEAR
               GO TO DA05.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             MOVE TRA-ACNO       TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE TRA-DATE       TO WS-DATE8.
             PERFORM BZ45-DATE THRU BZ45-EXIT.
             MOVE TRA-SERIAL     TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE TRA-TYPE       TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE TRA-REF        TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE TRA-DESC       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE TRA-AMOUNT     TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE TRA-OUTSTAND   TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE TRA-CURR       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE TRA-FXAMOUNT   TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE TRA-USER       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             PERFORM BZ50-WRITE THRU BZ50-EXIT.
             ADD 1               TO WS-DBT-RECS.
             ADD TRA-AMOUNT      TO WS-DBT-AMT.
             ADD TRA-OUTSTAND    TO WS-DBT-OUT.
             GO TO DA05.

       DA90.
             CLOSE EXPFILE.

       DA999.
             EXIT.

      /
      *    ****    C R E D I T O R S   T R A N S A C T I O N S
      *
       EA000           SECTION.
       EA00.
             MOVE "CRT"          TO WS-SUFFIX.
             PERFORM BZ10-NAME THRU BZ10-EXIT.
             MOVE WS-FNAME       TO WS-OUTFILE.
             OPEN OUTPUT EXPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y"          TO WS-ABORT
               GO TO EA999.
             MOVE "SUPPLIER;DATE;SERIAL;TYPE;SUPPLIER INVOICE;GRN;DES
      -           "CRIPTION;AMOUNT;OUTSTANDING;DUE DATE;CURRENCY;USER"
                                 TO EXP-REC.
             WRITE EXP-REC.
             MOVE "E"            TO WS-TOFILE.
             MOVE LOW-VALUES     TO PTR-KEY.
             START CRTRAN KEY NOT LESS PTR-KEY
                 INVALID KEY
                     GO TO EA90.

       EA05.
             READ CRTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
             MOVE PTR-DATE       TO WS-DATE-SPLIT.
             PERFORM BZ00-FY THRU BZ00-EXIT.
           IF WS-TFY NOT = WS-FYEAR
               GO TO EA05.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             MOVE PTR-SUPP       TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE PTR-DATE       TO WS-DATE8.
             PERFORM BZ45-DATE THRU BZ45-EXIT.
             MOVE PTR-SERIAL     TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE PTR-TYPE       TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE PTR-SINV       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE PTR-GRN        TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE PTR-DESC       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE PTR-AMOUNT     TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE PTR-OUTSTAND   TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE PTR-DUEDATE    TO WS-DATE8.
             PERFORM BZ45-DATE THRU BZ45-EXIT.
             MOVE PTR-CURR       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE PTR-USER       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             PERFORM BZ50-WRITE THRU BZ50-EXIT.
             ADD 1               TO WS-CRT-RECS.
             ADD PTR-AMOUNT      TO WS-CRT-AMT.
             ADD PTR-OUTSTAND    TO WS-CRT-OUT.
             GO TO EA05.

       EA90.
             CLOSE EXPFILE.

       EA999.
             EXIT.

      /
      *    ****    S T O C K   V A L U A T I O N
      *
      *            Quantity on hand at STK-COST, as held on the
      *            day of the run - run it at the year end for
      *            the year-end valuation.
      *
       FA000           SECTION.
       FA00.
             MOVE "STK"          TO WS-SUFFIX.
             PERFORM BZ10-NAME THRU BZ10-EXIT.
             MOVE WS-FNAME       TO WS-OUTFILE.
             OPEN OUTPUT EXPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y"          TO WS-ABORT
               GO TO FA999.
             MOVE "ITEM;DESCRIPTION;DEPARTMENT;UNIT;QUANTITY;UNIT COS
      -           "T;VALUE"      TO EXP-REC.
             WRITE EXP-REC.
             MOVE "E"            TO WS-TOFILE.
             MOVE LOW-VALUES     TO STK-CODE.
             START STOCK KEY NOT LESS STK-CODE
                 INVALID KEY
                     GO TO FA90.

       FA05.
             READ STOCK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA90.
             COMPUTE WS-VALUE ROUNDED = STK-QOH * STK-COST.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             MOVE STK-CODE       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE STK-DESC       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE STK-DEPT       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE STK-UNIT       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE STK-QOH        TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE STK-COST       TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE WS-VALUE       TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             PERFORM BZ50-WRITE THRU BZ50-EXIT.
             ADD 1               TO WS-STK-RECS.
             ADD STK-QOH         TO WS-STK-QTY.
             ADD WS-VALUE        TO WS-STK-VAL.
             GO TO FA05.

       FA90.
             CLOSE EXPFILE.

       FA999.
             EXIT.

      /
      *    ****    T A X   T R A N S A C T I O N S
      *
       GA000           SECTION.
       GA00.
             MOVE "TAX"          TO WS-SUFFIX.
             PERFORM BZ10-NAME THRU BZ10-EXIT.
             MOVE WS-FNAME       TO WS-OUTFILE.
             OPEN OUTPUT EXPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y"          TO WS-ABORT
               GO TO GA999.
             MOVE "TAX TYPE;ACCOUNT TYPE;DATE;SERIAL;DEPARTMENT;EXCLU
      -           "SIVE;TAX;RATE;ACCOUNT;REFERENCE;USER"
                                 TO EXP-REC.
             WRITE EXP-REC.
             MOVE "E"            TO WS-TOFILE.
             MOVE LOW-VALUES     TO TAX-KEY.
             PERFORM START-AT-TXTRAN-KEY THRU READ-TXTRAN-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO GA90.

       GA05.
             PERFORM READ-TXTRAN-NEXT THRU READ-TXTRAN-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO GA90.
             MOVE TAX-DATE       TO WS-DATE-SPLIT.
             PERFORM BZ00-FY THRU BZ00-EXIT.
           IF WS-TFY NOT = WS-FYEAR
               GO TO GA05.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             MOVE TAX-TYPE       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE TAX-ACTYPE     TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE TAX-DATE       TO WS-DATE8.
             PERFORM BZ45-DATE THRU BZ45-EXIT.
             MOVE TAX-SERIAL     TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE TAX-DEPT       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE TAX-EXCL       TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE TAX-TAX        TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE TAX-RATE       TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE TAX-ACCOUNT    TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE TAX-REF        TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE TAX-USER       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             PERFORM BZ50-WRITE THRU BZ50-EXIT.
             ADD 1               TO WS-TAX-RECS.
             ADD TAX-EXCL        TO WS-TAX-EXCL.
             ADD TAX-TAX         TO WS-TAX-TAX.
             GO TO GA05.

       GA90.
             MOVE ZERO           TO WS-F-ERROR.
             CLOSE EXPFILE.

       GA999.
             EXIT.

      /
      *    ****    I N V O I C E   S A M P L E
      *
      *            The year's invoices are counted, then every
      *            n-th one taken from a start drawn at random
      *            inside the first interval, n being the count
      *            over the sample size.  A sample as large as the
      *            count takes every invoice.
      *
       HA000           SECTION.
       HA00.
             MOVE "SMP"          TO WS-SUFFIX.
             PERFORM BZ10-NAME THRU BZ10-EXIT.
             MOVE WS-FNAME       TO WS-OUTFILE.
             OPEN OUTPUT EXPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y"          TO WS-ABORT
               GO TO HA999.
             MOVE "INVOICE;DATE;ACCOUNT;NAME;VAT;TOTAL"
                                 TO EXP-REC.
             WRITE EXP-REC.
             MOVE "E"            TO WS-TOFILE.
             MOVE ZERO           TO WS-INVCNT.
             MOVE ZERO           TO DOC-NUMBER DOC-LINE.
             START INVOICE KEY NOT LESS DOC-KEY
                 INVALID KEY
                     GO TO HA20.

       HA05.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO HA20.
             MOVE DOC-NUMBER     TO WS-DOCNO.
           IF DOC-LINE NOT = ZERO OR DOC-TYPE NOT = 01
               GO TO HA10.
             MOVE DOC-DATE       TO WS-DATE-SPLIT.
             PERFORM BZ00-FY THRU BZ00-EXIT.
           IF WS-TFY = WS-FYEAR
               ADD 1             TO WS-INVCNT.

       HA10.
             MOVE WS-DOCNO       TO DOC-NUMBER.
             MOVE 999            TO DOC-LINE.
             START INVOICE KEY GREATER DOC-KEY
                 INVALID KEY
                     GO TO HA20.
             GO TO HA05.

       HA20.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "INVOICES SELECTED FOR VOUCHING"
                                 TO W10-TITLE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
           IF WS-SAMPLE = ZERO OR WS-INVCNT = ZERO
               MOVE "    NO INVOICES SAMPLED"
                                 TO PRINT-REC
               WRITE PRINT-REC
               GO TO HA90.
           IF WS-SAMPLE NOT < WS-INVCNT
               MOVE 1            TO WS-INTERVAL WS-START
               GO TO HA25.
             DIVIDE WS-INVCNT BY WS-SAMPLE GIVING WS-INTERVAL.
             ACCEPT WS-TIME FROM TIME.
             DIVIDE WS-TIME BY WS-INTERVAL GIVING WS-QUOT
                                 REMAINDER WS-START.
             ADD 1               TO WS-START.

       HA25.
             MOVE SPACES         TO PRINT-REC.
             MOVE WS-INVCNT      TO WS-NUM-ED.
             STRING "    INVOICES IN THE YEAR " DELIMITED BY SIZE
                    WS-NUM-ED   DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             MOVE WS-INTERVAL    TO WS-NUM-ED.
             STRING "    EVERY INVOICE NUMBER " DELIMITED BY SIZE
                    WS-NUM-ED   DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             MOVE WS-START       TO WS-NUM-ED.
             STRING "    STARTING AT INVOICE  " DELIMITED BY SIZE
                    WS-NUM-ED   DELIMITED BY SIZE
                    "  OF THE YEAR IN NUMBER ORDER"
                                DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-HEAD.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-INVSEQ WS-PICKED.
             MOVE WS-START       TO WS-NEXTPICK.
             MOVE ZERO           TO DOC-NUMBER DOC-LINE.
             START INVOICE KEY NOT LESS DOC-KEY
                 INVALID KEY
                     GO TO HA90.

       HA30.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO HA90.
             MOVE DOC-NUMBER     TO WS-DOCNO.
           IF DOC-LINE NOT = ZERO OR DOC-TYPE NOT = 01
               GO TO HA40.
             MOVE DOC-DATE       TO WS-DATE-SPLIT.
             PERFORM BZ00-FY THRU BZ00-EXIT.
           IF WS-TFY NOT = WS-FYEAR
               GO TO HA40.
             ADD 1               TO WS-INVSEQ.
           IF WS-INVSEQ NOT = WS-NEXTPICK
               GO TO HA40.
             PERFORM HB00-PICK THRU HB00-EXIT.
             ADD WS-INTERVAL     TO WS-NEXTPICK.
           IF WS-PICKED NOT < WS-SAMPLE
               GO TO HA90.

       HA40.
             MOVE WS-DOCNO       TO DOC-NUMBER.
             MOVE 999            TO DOC-LINE.
             START INVOICE KEY GREATER DOC-KEY
                 INVALID KEY
                     GO TO HA90.
             GO TO HA30.

       HA90.
             CLOSE EXPFILE.

       HA999.
             EXIT.

      *
      *    ****    One invoice drawn, the header in DOC-RECORD.
      *
       HB00-PICK.
             ADD 1               TO WS-PICKED.
             MOVE DOC-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             MOVE DOC-NUMBER     TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE DOC-DATE       TO WS-DATE8.
             PERFORM BZ45-DATE THRU BZ45-EXIT.
             MOVE DOC-ACNO       TO WS-NUM.
             PERFORM BZ40-NUMBER THRU BZ40-EXIT.
             MOVE DEB-NAME       TO WS-TXT.
             PERFORM BZ20-TEXT THRU BZ20-EXIT.
             MOVE DOC-VAT        TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             MOVE DOC-TOTAL      TO WS-AMT.
             PERFORM BZ30-AMOUNT THRU BZ30-EXIT.
             PERFORM BZ50-WRITE THRU BZ50-EXIT.
             ADD 1               TO WS-SMP-RECS.
             ADD DOC-TOTAL       TO WS-SMP-VAL.
             MOVE DOC-NUMBER     TO W30-DOCNO.
             MOVE DOC-DATE       TO W30-DATE.
             MOVE DOC-ACNO       TO W30-ACNO.
             MOVE DEB-NAME       TO W30-NAME.
             MOVE DOC-VAT        TO W30-VAT.
             MOVE DOC-TOTAL      TO W30-TOTAL.
             WRITE PRINT-REC FROM W30-DETAIL.

       HB00-EXIT.
             EXIT.

      /
      *    ****    C O N T R O L   F I L E
      *
      *            What each file is, its columns and its control
      *            totals, written to the control file and printed
      *            at the head of a fresh page.
      *
       JA000           SECTION.
       JA00.
             MOVE "CTL"          TO WS-SUFFIX.
             PERFORM BZ10-NAME THRU BZ10-EXIT.
             MOVE WS-FNAME       TO WS-CTLFILE.
             OPEN OUTPUT CTLFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y"          TO WS-ABORT
               GO TO JA999.
             MOVE "AUDITOR DATA EXTRACT - FILE CONTROL"
                                 TO W10-TITLE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             WRITE CTL-REC FROM W10-HEAD1.
             MOVE W10-HEAD2      TO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.
             MOVE SPACES         TO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.
             MOVE "Fields are separated by ; and each file starts wit
      -           "h a row of column names."
                                 TO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.
             MOVE "Amounts are in home currency with a decimal point a
      -           "nd a leading minus when negative."
                                 TO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.
             MOVE "Dates are ddmmccyy.  G/L debits are positive and c
      -           "redits negative in the balances."
                                 TO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.
      *
             MOVE "COA"          TO WS-SUFFIX.
             MOVE "Chart of accounts with opening and closing balance
      -           "s"            TO WS-TXT.
             PERFORM JC00-FILE THRU JC00-EXIT.
             MOVE "ACCOUNT;NAME;OPENING;DEBITS;CREDITS;CLOSING;BALANC
      -           "E NOW;INACTIVE"
                                 TO W50-LINE.
             PERFORM JD00-COLUMNS THRU JD00-EXIT.
             MOVE WS-COA-RECS    TO W50-CVALUE.
             PERFORM JE00-RECORDS THRU JE00-EXIT.
             MOVE "Opening balances"
                                 TO W50-TLABEL.
             MOVE WS-COA-OPEN    TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             MOVE "Debits"       TO W50-TLABEL.
             MOVE WS-COA-DR      TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             MOVE "Credits"      TO W50-TLABEL.
             MOVE WS-COA-CR      TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             MOVE "Closing balances"
                                 TO W50-TLABEL.
             MOVE WS-COA-CLOSE   TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             MOVE "Accounts not agreeing"
                                 TO W50-CLABEL.
             MOVE WS-GLDIFF      TO W50-CVALUE.
             MOVE W50-COUNT      TO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.
      *
             MOVE "GLT"          TO WS-SUFFIX.
             MOVE "G/L transactions in the year"
                                 TO WS-TXT.
             PERFORM JC00-FILE THRU JC00-EXIT.
             MOVE "ACCOUNT;DATE;SERIAL;PERIOD;TYPE;REFERENCE;DESCRIPT
      -           "ION;DEBIT;CREDIT;USER;SOURCE"
                                 TO W50-LINE.
             PERFORM JD00-COLUMNS THRU JD00-EXIT.
             MOVE WS-GLT-RECS    TO W50-CVALUE.
             PERFORM JE00-RECORDS THRU JE00-EXIT.
             MOVE "Debits"       TO W50-TLABEL.
             MOVE WS-COA-DR      TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             MOVE "Credits"      TO W50-TLABEL.
             MOVE WS-COA-CR      TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
      *
             MOVE "DBT"          TO WS-SUFFIX.
             MOVE "Debtors transactions in the year"
                                 TO WS-TXT.
             PERFORM JC00-FILE THRU JC00-EXIT.
             MOVE "ACCOUNT;DATE;SERIAL;TYPE;REFERENCE;DESCRIPTION;AMO
      -           "UNT;OUTSTANDING;CURRENCY;CURRENCY AMOUNT;USER"
                                 TO W50-LINE.
             PERFORM JD00-COLUMNS THRU JD00-EXIT.
             MOVE WS-DBT-RECS    TO W50-CVALUE.
             PERFORM JE00-RECORDS THRU JE00-EXIT.
             MOVE "Amount"       TO W50-TLABEL.
             MOVE WS-DBT-AMT     TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             MOVE "Outstanding"  TO W50-TLABEL.
             MOVE WS-DBT-OUT     TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
      *
             MOVE "CRT"          TO WS-SUFFIX.
             MOVE "Creditors transactions in the year"
                                 TO WS-TXT.
             PERFORM JC00-FILE THRU JC00-EXIT.
             MOVE "SUPPLIER;DATE;SERIAL;TYPE;SUPPLIER INVOICE;GRN;DES
      -           "CRIPTION;AMOUNT;OUTSTANDING;DUE DATE;CURRENCY;USER"
                                 TO W50-LINE.
             PERFORM JD00-COLUMNS THRU JD00-EXIT.
             MOVE WS-CRT-RECS    TO W50-CVALUE.
             PERFORM JE00-RECORDS THRU JE00-EXIT.
             MOVE "Amount"       TO W50-TLABEL.
             MOVE WS-CRT-AMT     TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             MOVE "Outstanding"  TO W50-TLABEL.
             MOVE WS-CRT-OUT     TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
      *
             MOVE "STK"          TO WS-SUFFIX.
             MOVE "Stock at cost on the run date"
                                 TO WS-TXT.
             PERFORM JC00-FILE THRU JC00-EXIT.
             MOVE "ITEM;DESCRIPTION;DEPARTMENT;UNIT;QUANTITY;UNIT COS
      -           "T;VALUE"      TO W50-LINE.
             PERFORM JD00-COLUMNS THRU JD00-EXIT.
             MOVE WS-STK-RECS    TO W50-CVALUE.
             PERFORM JE00-RECORDS THRU JE00-EXIT.
             MOVE "Quantity"     TO W50-TLABEL.
             MOVE WS-STK-QTY     TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             MOVE "Value"        TO W50-TLABEL.
             MOVE WS-STK-VAL     TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
      *
             MOVE "TAX"          TO WS-SUFFIX.
             MOVE "Tax transactions in the year"
                                 TO WS-TXT.
             PERFORM JC00-FILE THRU JC00-EXIT.
             MOVE "TAX TYPE;ACCOUNT TYPE;DATE;SERIAL;DEPARTMENT;EXCLU
      -           "SIVE;TAX;RATE;ACCOUNT;REFERENCE;USER"
                                 TO W50-LINE.
             PERFORM JD00-COLUMNS THRU JD00-EXIT.
             MOVE WS-TAX-RECS    TO W50-CVALUE.
             PERFORM JE00-RECORDS THRU JE00-EXIT.
             MOVE "Exclusive"    TO W50-TLABEL.
             MOVE WS-TAX-EXCL    TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             MOVE "Tax"          TO W50-TLABEL.
             MOVE WS-TAX-TAX     TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
      *
             MOVE "SMP"          TO WS-SUFFIX.
             MOVE "Invoices drawn for vouching"
                                 TO WS-TXT.
             PERFORM JC00-FILE THRU JC00-EXIT.
             MOVE "INVOICE;DATE;ACCOUNT;NAME;VAT;TOTAL"
                                 TO W50-LINE.
             PERFORM JD00-COLUMNS THRU JD00-EXIT.
             MOVE WS-SMP-RECS    TO W50-CVALUE.
             PERFORM JE00-RECORDS THRU JE00-EXIT.
             MOVE "Invoice value"
                                 TO W50-TLABEL.
             MOVE WS-SMP-VAL     TO W50-TVALUE.
             PERFORM JF00-TOTAL THRU JF00-EXIT.
             CLOSE CTLFILE.

       JA999.
             EXIT.

      *
      *    ****    One line to the control file and the report.
      *
       JB00-LINE.
             WRITE CTL-REC FROM W50-LINE.
             WRITE PRINT-REC FROM W50-LINE.

       JB00-EXIT.
             EXIT.

      *
      *    ****    File name and what it holds, WS-TXT.
      *
       JC00-FILE.
             MOVE SPACES         TO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.
             PERFORM BZ10-NAME THRU BZ10-EXIT.
             STRING WS-FNAME DELIMITED BY " "
                    " - "    DELIMITED BY SIZE
                    WS-TXT   DELIMITED BY "  "
                    INTO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.

       JC00-EXIT.
             EXIT.

      *
      *    ****    The column names, in W50-LINE, indented.
      *
       JD00-COLUMNS.
             MOVE W50-LINE       TO WS-OUT-LINE.
             MOVE SPACES         TO W50-LINE.
             STRING "    Columns : " DELIMITED BY SIZE
                    WS-OUT-LINE DELIMITED BY "  "
                    INTO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.

       JD00-EXIT.
             EXIT.

       JE00-RECORDS.
             MOVE "Records"      TO W50-CLABEL.
             MOVE W50-COUNT      TO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.

       JE00-EXIT.
             EXIT.

       JF00-TOTAL.
             MOVE W50-TOTAL      TO W50-LINE.
             PERFORM JB00-LINE THRU JB00-EXIT.

       JF00-EXIT.
             EXIT.

      /
      *    ****    C O M M O N   R O U T I N E S
      *
       BZ000           SECTION.
      *
      *    ****    The financial year of the date in WS-DATE-SPLIT,
      *            named for the calendar year it ends in.
      *
       BZ00-FY.
           IF WS-DTE-MM > WS-Y-END
               ADD 1 WS-DTE-CCYY GIVING WS-TFY
           ELSE
               MOVE WS-DTE-CCYY  TO WS-TFY.

       BZ00-EXIT.
             EXIT.

      *
      *    ****    Extract file name for WS-SUFFIX into WS-FNAME.
      *
       BZ10-NAME.
             MOVE SPACES         TO WS-FNAME.
             STRING WS-AUDDIR DELIMITED BY " "
                    "AUD"     DELIMITED BY SIZE
                    WS-FYEAR  DELIMITED BY SIZE
                    WS-SUFFIX DELIMITED BY SIZE
                    ".TXT"    DELIMITED BY SIZE
                    INTO WS-FNAME.

       BZ10-EXIT.
             EXIT.

      *
      *    ****    Text field WS-TXT onto the line, any ";" in it
      *            made "," so it cannot split the field.
      *
       BZ20-TEXT.
             INSPECT WS-TXT REPLACING ALL ";" BY ",".
             STRING WS-TXT    DELIMITED BY "  "
                    ";"       DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.

       BZ20-EXIT.
             EXIT.

      *
      *    ****    Amount WS-AMT onto the line without its leading
      *            spaces.
      *
       BZ30-AMOUNT.
             MOVE WS-AMT         TO WS-AMT-ED.
             MOVE WS-AMT-ED      TO WS-NUMTXT.
             MOVE ZERO           TO WS-LEAD.
             INSPECT WS-NUMTXT TALLYING WS-LEAD FOR LEADING SPACES.
             ADD 1               TO WS-LEAD.
             STRING WS-NUMTXT (WS-LEAD:)
                              DELIMITED BY SIZE
                    ";"       DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.

       BZ30-EXIT.
             EXIT.

      *
      *    ****    Whole number WS-NUM the same way.
      *
       BZ40-NUMBER.
             MOVE WS-NUM         TO WS-NUM-ED.
             MOVE WS-NUM-ED      TO WS-NUMTXT.
             MOVE ZERO           TO WS-LEAD.
             INSPECT WS-NUMTXT TALLYING WS-LEAD FOR LEADING SPACES.
             ADD 1               TO WS-LEAD.
             STRING WS-NUMTXT (WS-LEAD:)
                              DELIMITED BY " "
                    ";"       DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.

       BZ40-EXIT.
             EXIT.

      *
      *    ****    Date WS-DATE8 as ddmmccyy, blank when none.
      *
       BZ45-DATE.
           IF WS-DATE8 = ZERO
               STRING ";"     DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-PTR
           ELSE
               STRING WS-DATE8 DELIMITED BY SIZE
                      ";"     DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-PTR.

       BZ45-EXIT.
             EXIT.

      *
      *    ****    Drop the last ";" and write the line to the
      *            chart of accounts (WS-TOFILE "C") or the
      *            extract file.
      *
       BZ50-WRITE.
           IF WS-PTR > 1
               SUBTRACT 1        FROM WS-PTR
               MOVE SPACE        TO WS-OUT-LINE (WS-PTR:1).
           IF WS-TOFILE = "C"
               WRITE COA-REC FROM WS-OUT-LINE
           ELSE
               WRITE EXP-REC FROM WS-OUT-LINE.

       BZ50-EXIT.
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
             MOVE "GACCNT"       TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-GACCNT.
             MOVE "GLTRAN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GLTRAN.
             MOVE "GLARCH"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GLARCH.
             MOVE "NETWORK"      TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NETWORK.
             MOVE "PARAM"        TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "DBTRAN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DBTRAN.
             MOVE "CRTRAN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CRTRAN.
             MOVE "STOCKF"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "TXTRAN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-TXTRAN.
             MOVE "INVOIC"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "DEBTOR"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             CLOSE APACFIDS.

       ZA02.
             OPEN INPUT NETWORK GACCNT GLTRAN DBTRAN CRTRAN STOCK
                        TXTRAN INVOICE DEBTOR.
             OPEN I-O PARAM.
             OPEN INPUT GLARCH.
           IF WS-STATUS = "35"
               CLOSE GLARCH
               OPEN OUTPUT GLARCH
               CLOSE GLARCH
               OPEN INPUT GLARCH.
             PERFORM READ-CONTROL THRU READ-CONTROL-EXIT.
           IF G-YEAR-END = ZERO
               MOVE 2            TO G-YEAR-END.
             MOVE G-YEAR-END     TO WS-Y-END.
      *
      *    ****    Offer the last complete financial year and the
      *            settings of the last extract.
      *
             MOVE TODAY-DDMMYY   TO WS-DATE-SPLIT.
             PERFORM BZ00-FY THRU BZ00-EXIT.
             SUBTRACT 1 FROM WS-TFY GIVING WS-FYEAR.
             MOVE 299            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-AUD-DIR  TO WS-AUDDIR
               MOVE PAR-AUD-SAMPLE
                                 TO WS-SAMPLE
           ELSE
               MOVE SPACES       TO WS-AUDDIR
               MOVE 25           TO WS-SAMPLE
               MOVE ZERO         TO WS-F-ERROR.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

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
           IF WS-F-ERROR = 11
               MOVE W02-GLTRAN   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE T-KEY        TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 66
               MOVE W02-GLARCH   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE ARC-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 32
               MOVE W02-TXTRAN   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE TAX-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM    TO WS-FILE
               MOVE WS-PARKEY    TO WS-KEY.

       COPY DISPERR.PRO.
