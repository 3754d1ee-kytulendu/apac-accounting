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
      *     W A G E S   -   P A Y   R U N                              *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            WAGRUN1.
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
      *    OCT 2026 - First issue.  The weekly or monthly pay run
      *               for the employees on EMPLOY (see WAGEMP1):
      *               hours, overtime, other earnings and a
      *               once-off deduction keyed per employee; the
      *               run calculated from the rate, the standing
      *               deductions and the PARAM record 284 PAYE
      *               tables (annualised over the periods in the
      *               year, less the primary rebate) and UIF (to
      *               the ceiling, employee and employer); the
      *               payroll register and payslips; and the
      *               posting, which updates the year-to-date and
      *               writes the wages journal straight to the
      *               ledger through LEDTRF - the payroll no
      *               longer has to be re-keyed through PAYIMP.
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

       COPY EMPLOY.SL.

       COPY WAGTRN.SL.

       COPY LEDTRF.SL.

       COPY PARAM.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY EMPLOY.FD.

       COPY WAGTRN.FD.

       COPY LEDTRF.FDE.

       COPY PARAM.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 284.
       77  WS-FREQ            PIC  X(01) VALUE SPACE.
       77  WS-PAYDATE         PIC  9(08) VALUE ZERO.
       77  WS-EMPNO           PIC  9(05) VALUE ZERO.
       77  WS-NEW             PIC  X(01) VALUE "N".
       77  WS-HOURS           PIC  9(03)V99 VALUE ZERO.
       77  WS-OTHOURS         PIC  9(03)V99 VALUE ZERO.
       77  WS-OTHER           PIC  9(07)V99 VALUE ZERO.
       77  WS-EXTRA           PIC  9(05)V99 VALUE ZERO.
       77  WS-PERIODS         PIC  9(02) COMP-5 VALUE 12.
       77  WS-HOURLY          PIC S9(07)V9(04) COMP-3 VALUE ZERO.
       77  WS-UIFBASE         PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-UIFCAP          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-ANNUAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-TAX             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-DEDTOT          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-BSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-BFOUND          PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-DSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-LSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-LMAX            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-GSUB            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-GCNT            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-EMPS            PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-POSTED          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-COMPANY         PIC  X(40) VALUE SPACES.
       77  WS-POST-AC         PIC  9(06) VALUE ZERO.
       77  WS-POST-DC         PIC  X(01) VALUE SPACE.
       77  WS-POST-AMT        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-EXPGL           PIC  9(06) VALUE ZERO.

      *
      *    Run totals for the register and the posting.
      *
       01  WS-TOTALS.
           03  WS-T-GROSS     PIC S9(09)V99 COMP-3.
           03  WS-T-PAYE      PIC S9(09)V99 COMP-3.
           03  WS-T-UIF       PIC S9(09)V99 COMP-3.
           03  WS-T-UIFER     PIC S9(09)V99 COMP-3.
           03  WS-T-DED       PIC S9(09)V99 COMP-3.
           03  WS-T-NET       PIC S9(09)V99 COMP-3.

      *
      *    The wages journal, one line per account and side.
      *
       01  WS-GL-TABLE.
           03  WS-GL-ENTRY    OCCURS 100.
               05  WS-GL-AC   PIC  9(06).
               05  WS-GL-DC   PIC  X(01).
               05  WS-GL-AMT  PIC S9(09)V99 COMP-3.

       01  WS-XFRDESC.
           03  FILLER         PIC  X(10) VALUE "Wages run ".
           03  WS-XD-FREQ     PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACE.
           03  WS-XD-DATE     PIC  99/99/9999.
           03  FILLER         PIC  X(02) VALUE SPACES.

      *
      *    Payslip: the year-to-date, and the earnings and
      *    deductions side by side.
      *
       01  WS-YTD.
           03  WS-Y-GROSS     PIC S9(09)V99 COMP-3.
           03  WS-Y-PAYE      PIC S9(09)V99 COMP-3.
           03  WS-Y-UIF       PIC S9(09)V99 COMP-3.
           03  WS-Y-NET       PIC S9(09)V99 COMP-3.

       01  WS-SLIP-TABLE.
           03  WS-SLIP-E      OCCURS 3.
               05  WS-SE-DESC PIC  X(16).
               05  WS-SE-AMT  PIC S9(07)V99 COMP-3.
           03  WS-SLIP-D      OCCURS 7.
               05  WS-SD-DESC PIC  X(16).
               05  WS-SD-AMT  PIC S9(07)V99 COMP-3.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(30).
           03  W10-FREQ       PIC  X(02).
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "EMPL  NAME                          HOURS      BASIC".
           03  FILLER         PIC  X(52) VALUE
               "   OVERTIME      OTHER      GROSS       PAYE        ".
           03  FILLER         PIC  X(28) VALUE
               "UIF     DEDUCT        NET  S".

       01  W20-DETAIL.
           03  W20-EMP        PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(25).
           03  W20-HOURS      PIC  Z(06)9.99-.
           03  W20-BASIC      PIC  Z(06)9.99-.
           03  W20-OT         PIC  Z(06)9.99-.
           03  W20-OTHER      PIC  Z(06)9.99-.
           03  W20-GROSS      PIC  Z(06)9.99-.
           03  W20-PAYE       PIC  Z(06)9.99-.
           03  W20-UIF        PIC  Z(06)9.99-.
           03  W20-DED        PIC  Z(06)9.99-.
           03  W20-NET        PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-STATUS     PIC  X(01).

       01  W30-SLIP1.
           03  W30-COMPANY    PIC  X(40).
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(08) VALUE "PAYSLIP".
       01  W30-SLIP2.
           03  FILLER         PIC  X(11) VALUE "Employee : ".
           03  W30-EMP        PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(30).
           03  FILLER         PIC  X(05) VALUE SPACES.
           03  FILLER         PIC  X(11) VALUE "Pay date : ".
           03  W30-DATE       PIC  99/99/9999.
       01  W30-SLIP3.
           03  FILLER         PIC  X(11) VALUE "ID number: ".
           03  W30-IDNO       PIC  X(13).
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  FILLER         PIC  X(09) VALUE "Tax no : ".
           03  W30-TAXNO      PIC  X(10).
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  FILLER         PIC  X(07) VALUE "Bank : ".
           03  W30-BRANCH     PIC  X(06).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-ACCNO      PIC  X(11).
       01  W30-SLIP4.
           03  W30-EDESC      PIC  X(16).
           03  W30-EAMT       PIC  Z(06)9.99-.
           03  FILLER         PIC  X(08) VALUE SPACES.
           03  W30-DDESC      PIC  X(16).
           03  W30-DAMT       PIC  Z(06)9.99-.
       01  W30-SLIP5.
           03  FILLER         PIC  X(11) VALUE "YTD gross ".
           03  W30-YGROSS     PIC  Z(08)9.99-.
           03  FILLER         PIC  X(07) VALUE "  PAYE ".
           03  W30-YPAYE      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(06) VALUE "  UIF ".
           03  W30-YUIF       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(06) VALUE "  NET ".
           03  W30-YNET       PIC  Z(08)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "WAG".
           03  WS-PROG        PIC  X(03) VALUE "RUN".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY EMPLOY.ID.

       COPY WAGTRN.ID.

       COPY LEDTRF.ID.

       COPY PARAM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "WAGRUN1.".
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
                       VALUE "WAGES  -  PAY  RUN".
           03  LINE  4 COLUMN 16 VALUE "1. Capture hours and earnings".
           03  LINE  5 COLUMN 16 VALUE "2. Calculate the run".
           03  LINE  6 COLUMN 16 VALUE "3. Payroll register".
           03  LINE  7 COLUMN 16 VALUE "4. Payslips".
           03  LINE  8 COLUMN 16 VALUE "5. Post the run".
           03  LINE  9 COLUMN 16 VALUE "0. Exit".
           03  LINE 11 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 11 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "WAGES  -  PAY  RUN".
           03  LINE  4 COLUMN 10 VALUE "Frequency W/M :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-FREQ AUTO.
           03  LINE  5 COLUMN 10 VALUE "Pay date      :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-PAYDATE AUTO.

       01  S14.
           03  LINE  4 COLUMN 10 VALUE "Employee no :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-EMPNO AUTO.

       01  S15.
           03  LINE  6 COLUMN 10 VALUE "Hours       :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING WS-HOURS AUTO.
           03  LINE  7 COLUMN 10 VALUE "O/T hours   :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING WS-OTHOURS AUTO.
           03  LINE  8 COLUMN 10 VALUE "Other earned:".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-OTHER AUTO.
           03  LINE  9 COLUMN 10 VALUE "Once-off ded:".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-EXTRA AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-WAG = ZERO
               MOVE "Wages module not installed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
           IF LS0-WAGES NOT = "Y" OR LS0-WGLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
           IF WS-OPTION = "N"
               GO TO AA40.
             PERFORM BA000.

       AA40.
             CLOSE EMPLOY WAGTRN LEDTRF PARAM.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY PARAM.RD.

      /
      *    ****    O P T I O N   M E N U
      *
      *            The run (frequency and pay date) is chosen
      *            first; every option then works on that run.
      *
       BA000           SECTION 5.
       BA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACE          TO WS-FREQ.
             MOVE TODAY-DDMMYY   TO WS-PAYDATE.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-FREQ = SPACE
               GO TO BA999.
           IF WS-FREQ NOT = "W" AND NOT = "M"
               CALL X"E5"
               GO TO BA00.
           IF WS-PAYDATE = ZERO
               GO TO BA00.
           IF WS-FREQ = "W"
               MOVE 52           TO WS-PERIODS
               COMPUTE WS-UIFCAP ROUNDED = PAR-WAG-UIFCAP * 12 / 52
           ELSE
               MOVE 12           TO WS-PERIODS
               MOVE PAR-WAG-UIFCAP
                                 TO WS-UIFCAP.
             MOVE WS-FREQ        TO WS-XD-FREQ W10-FREQ.
             MOVE WS-PAYDATE     TO WS-XD-DATE.

       BA05.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             DISPLAY "Run :" AT 0316 WITH FOREGROUND-COLOR 14.
             DISPLAY WS-FREQ AT 0322 WITH FOREGROUND-COLOR 15.
             DISPLAY WS-XD-DATE AT 0324 WITH FOREGROUND-COLOR 15.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA00.
           IF WS-OPTION = "1"
               PERFORM CA000 THRU CA999
               GO TO BA05.
           IF WS-OPTION = "2"
               PERFORM DA000 THRU DA999
               GO TO BA05.
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA05.
           IF WS-OPTION = "4"
               PERFORM FA000 THRU FA999
               GO TO BA05.
           IF WS-OPTION = "5"
               PERFORM GA000 THRU GA999
               GO TO BA05.
             CALL X"E5".
             GO TO BA05.

       BA999.
             EXIT.

      *
      *    ****    Calculate one employee's pay for the run from
      *            EMP-RECORD and the keyed fields on WGT-RECORD.
      *
       BB00-CALC.
           IF EMP-PAYTYPE = "H" AND WGT-HOURS = ZERO
               MOVE EMP-STDHRS   TO WGT-HOURS.
           IF EMP-PAYTYPE = "H"
               MOVE EMP-RATE     TO WS-HOURLY
               COMPUTE WGT-BASIC ROUNDED = WGT-HOURS * EMP-RATE
               GO TO BB05.
             MOVE EMP-RATE       TO WGT-BASIC.
             MOVE ZERO           TO WS-HOURLY.
           IF EMP-STDHRS > ZERO
               COMPUTE WS-HOURLY ROUNDED = EMP-RATE / EMP-STDHRS.

       BB05.
             COMPUTE WGT-OVERTIME ROUNDED
                 = WGT-OTHOURS * WS-HOURLY * EMP-OTRATE.
             COMPUTE WGT-GROSS = WGT-BASIC + WGT-OVERTIME
                               + WGT-OTHER.
      *
      *    ****    UIF on earnings up to the ceiling, the same
      *            again from the employer.
      *
             MOVE ZERO           TO WGT-UIF WGT-UIFER.
           IF EMP-UIFEXEMPT = "Y"
               GO TO BB10.
             MOVE WGT-GROSS      TO WS-UIFBASE.
           IF WS-UIFCAP > ZERO AND WS-UIFBASE > WS-UIFCAP
               MOVE WS-UIFCAP    TO WS-UIFBASE.
             COMPUTE WGT-UIF ROUNDED
                 = WS-UIFBASE * PAR-WAG-UIFPCT / 100.
             MOVE WGT-UIF        TO WGT-UIFER.
      *
      *    ****    PAYE: the period's earnings annualised, taxed
      *            on the highest band reached, less the rebate,
      *            and brought back to the period.
      *
       BB10.
             COMPUTE WS-ANNUAL = WGT-GROSS * WS-PERIODS.
             MOVE ZERO           TO WS-TAX WS-BFOUND.
             MOVE 1              TO WS-BSUB.

       BB15.
           IF PAR-WAG-FROM (WS-BSUB) = ZERO AND WS-BSUB > 1
               GO TO BB20.
           IF WS-ANNUAL NOT < PAR-WAG-FROM (WS-BSUB)
               MOVE WS-BSUB      TO WS-BFOUND.
             ADD 1               TO WS-BSUB.
           IF WS-BSUB < 8
               GO TO BB15.

       BB20.
           IF WS-BFOUND > ZERO
               COMPUTE WS-TAX = PAR-WAG-BASE (WS-BFOUND)
                              + (WS-ANNUAL - PAR-WAG-FROM (WS-BFOUND))
                              * PAR-WAG-PCT (WS-BFOUND) / 100
                              - PAR-WAG-REBATE.
           IF WS-TAX < ZERO
               MOVE ZERO         TO WS-TAX.
             COMPUTE WGT-PAYE ROUNDED = WS-TAX / WS-PERIODS.
      *
      *    ****    Standing deductions, then the net.
      *
             MOVE ZERO           TO WS-DEDTOT.
             MOVE 1              TO WS-DSUB.

       BB25.
             MOVE EMP-DED-AMT (WS-DSUB)
                                 TO WGT-DED (WS-DSUB).
             ADD WGT-DED (WS-DSUB)
                                 TO WS-DEDTOT.
             ADD 1               TO WS-DSUB.
           IF WS-DSUB < 5
               GO TO BB25.
             COMPUTE WGT-NET = WGT-GROSS - WGT-PAYE - WGT-UIF
                             - WS-DEDTOT - WGT-EXTRA.
             MOVE "C"            TO WGT-STATUS.
             MOVE LS-USER        TO WGT-USER.

       BB00-EXIT.
             EXIT.

      *
      *    ****    Position on the first record of the run.
      *            Answer in WS-OPTION (N = run is empty).
      *
       BC00-START.
             MOVE "Y"            TO WS-OPTION.
             MOVE WS-FREQ        TO WGT-FREQ.
             MOVE WS-PAYDATE     TO WGT-DATE.
             MOVE ZERO           TO WGT-EMP.
             START WAGTRN KEY NOT LESS WGT-KEY
                 INVALID KEY
                     MOVE "N"    TO WS-OPTION.

       BC00-EXIT.
             EXIT.

      /
      *    ****    C A P T U R E   H O U R S   A N D   E A R N I N G S
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-EMPNO.
             DISPLAY S14.
             ACCEPT S14 AT 0424.
           IF WS-EMPNO = ZERO
               GO TO CA999.
             MOVE WS-EMPNO       TO EMP-NUMBER.
             READ EMPLOY WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Employee not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
           IF EMP-STATUS NOT = "A"
               MOVE "Employee is not active"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
           IF EMP-FREQ NOT = WS-FREQ
               MOVE "Employee is not paid on this frequency"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             DISPLAY EMP-NAME AT 0432 WITH FOREGROUND-COLOR 15.
             MOVE WS-FREQ        TO WGT-FREQ.
             MOVE WS-PAYDATE     TO WGT-DATE.
             MOVE WS-EMPNO       TO WGT-EMP.
             MOVE "N"            TO WS-NEW.
             READ WAGTRN WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEW
                     INITIALIZE WGT-RECORD
                     MOVE WS-FREQ
                                 TO WGT-FREQ
                     MOVE WS-PAYDATE
                                 TO WGT-DATE
                     MOVE WS-EMPNO
                                 TO WGT-EMP.
           IF WGT-STATUS = "P"
               MOVE "Run already posted for this employee"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK WAGTRN
               GO TO CA00.
           IF WS-NEW = "Y" AND EMP-PAYTYPE = "H"
               MOVE EMP-STDHRS   TO WGT-HOURS.
             MOVE WGT-HOURS      TO WS-HOURS.
             MOVE WGT-OTHOURS    TO WS-OTHOURS.
             MOVE WGT-OTHER      TO WS-OTHER.
             MOVE WGT-EXTRA      TO WS-EXTRA.
             DISPLAY S15.
             ACCEPT S15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK WAGTRN
               GO TO CA00.
             MOVE WS-HOURS       TO WGT-HOURS.
             MOVE WS-OTHOURS     TO WGT-OTHOURS.
             MOVE WS-OTHER       TO WGT-OTHER.
             MOVE WS-EXTRA       TO WGT-EXTRA.
             PERFORM BB00-CALC THRU BB00-EXIT.
           IF WS-NEW = "Y"
               WRITE WGT-RECORD
           ELSE
               REWRITE WGT-RECORD.
             DISPLAY "Gross : " AT 1210 WITH FOREGROUND-COLOR 14
                     WGT-GROSS WITH FOREGROUND-COLOR 15.
             DISPLAY "Net   : " AT 1310 WITH FOREGROUND-COLOR 14
                     WGT-NET WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      /
      *    ****    C A L C U L A T E   T H E   R U N
      *
      *            Every active employee on the frequency gets a
      *            record for the run; what is already there and
      *            not yet posted is recalculated, so the run can
      *            be re-done after the master or the tables
      *            change.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             DISPLAY "Calculating the run" AT 0610
                     WITH FOREGROUND-COLOR 14.
             MOVE ZERO           TO WS-EMPS WS-POSTED.
             MOVE ZERO           TO EMP-NUMBER.
             START EMPLOY KEY NOT LESS EMP-NUMBER
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ EMPLOY NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA90.
           IF EMP-STATUS NOT = "A" OR EMP-FREQ NOT = WS-FREQ
               GO TO DA05.
             MOVE WS-FREQ        TO WGT-FREQ.
             MOVE WS-PAYDATE     TO WGT-DATE.
             MOVE EMP-NUMBER     TO WGT-EMP.
             READ WAGTRN WITH KEPT LOCK
                 INVALID KEY
                     GO TO DA10.
           IF WGT-STATUS = "P"
               UNLOCK WAGTRN
               ADD 1             TO WS-POSTED
               GO TO DA05.
             PERFORM BB00-CALC THRU BB00-EXIT.
             REWRITE WGT-RECORD.
             ADD 1               TO WS-EMPS.
             GO TO DA05.

       DA10.
             INITIALIZE WGT-RECORD.
             MOVE WS-FREQ        TO WGT-FREQ.
             MOVE WS-PAYDATE     TO WGT-DATE.
             MOVE EMP-NUMBER     TO WGT-EMP.
             PERFORM BB00-CALC THRU BB00-EXIT.
             WRITE WGT-RECORD.
             ADD 1               TO WS-EMPS.
             GO TO DA05.

       DA90.
             DISPLAY "Employees calculated : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-EMPS WITH FOREGROUND-COLOR 15.
           IF WS-POSTED > ZERO
               DISPLAY "Already posted       : " AT 0910
                       WITH FOREGROUND-COLOR 14
                       WS-POSTED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
             EXIT.

      /
      *    ****    P A Y R O L L   R E G I S T E R
      *
       EA000           SECTION.
       EA00.
             OPEN OUTPUT PRINTF.
             MOVE "PAYROLL REGISTER       RUN"
                                 TO W10-TITLE.
             MOVE WS-PAYDATE     TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             INITIALIZE WS-TOTALS.
             MOVE ZERO           TO WS-EMPS.
             PERFORM BC00-START THRU BC00-EXIT.
           IF WS-OPTION = "N"
               GO TO EA90.

       EA05.
             READ WAGTRN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
           IF WGT-FREQ NOT = WS-FREQ OR WGT-DATE NOT = WS-PAYDATE
               GO TO EA90.
             MOVE WGT-EMP        TO EMP-NUMBER.
             READ EMPLOY WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO EMP-NAME.
             COMPUTE WS-DEDTOT = WGT-DED (1) + WGT-DED (2)
                               + WGT-DED (3) + WGT-DED (4)
                               + WGT-EXTRA.
             MOVE WGT-EMP        TO W20-EMP.
             MOVE EMP-NAME       TO W20-NAME.
             MOVE WGT-HOURS      TO W20-HOURS.
             MOVE WGT-BASIC      TO W20-BASIC.
             MOVE WGT-OVERTIME   TO W20-OT.
             MOVE WGT-OTHER      TO W20-OTHER.
             MOVE WGT-GROSS      TO W20-GROSS.
             MOVE WGT-PAYE       TO W20-PAYE.
             MOVE WGT-UIF        TO W20-UIF.
             MOVE WS-DEDTOT      TO W20-DED.
             MOVE WGT-NET        TO W20-NET.
             MOVE WGT-STATUS     TO W20-STATUS.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-EMPS.
             ADD WGT-GROSS       TO WS-T-GROSS.
             ADD WGT-PAYE        TO WS-T-PAYE.
             ADD WGT-UIF         TO WS-T-UIF.
             ADD WGT-UIFER       TO WS-T-UIFER.
             ADD WS-DEDTOT       TO WS-T-DED.
             ADD WGT-NET         TO WS-T-NET.
             GO TO EA05.

       EA90.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE WS-EMPS        TO W20-EMP.
             MOVE "EMPLOYEES - RUN TOTAL"
                                 TO W20-NAME.
             MOVE WS-T-GROSS     TO W20-GROSS.
             MOVE WS-T-PAYE      TO W20-PAYE.
             MOVE WS-T-UIF       TO W20-UIF.
             MOVE WS-T-DED       TO W20-DED.
             MOVE WS-T-NET       TO W20-NET.
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "EMPLOYER UIF"
                                 TO W20-NAME.
             MOVE WS-T-UIFER     TO W20-UIF.
             WRITE PRINT-REC FROM W20-DETAIL.
             CLOSE PRINTF.
             DISPLAY "Payroll register printed" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    P A Y S L I P S
      *
      *            One per page.  The year-to-date includes this
      *            run whether or not it has been posted yet.
      *
       FA000           SECTION.
       FA00.
             OPEN OUTPUT PRINTF.
             MOVE ZERO           TO WS-EMPS.
             PERFORM BC00-START THRU BC00-EXIT.
           IF WS-OPTION = "N"
               GO TO FA90.

       FA05.
             READ WAGTRN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA90.
           IF WGT-FREQ NOT = WS-FREQ OR WGT-DATE NOT = WS-PAYDATE
               GO TO FA90.
             MOVE WGT-EMP        TO EMP-NUMBER.
             READ EMPLOY WITH IGNORE LOCK
                 INVALID KEY
                     GO TO FA05.
             PERFORM FB00-SLIP THRU FB00-EXIT.
             ADD 1               TO WS-EMPS.
             GO TO FA05.

       FA90.
             CLOSE PRINTF.
             DISPLAY "Payslips printed : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-EMPS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       FA999.
             EXIT.

       FB00-SLIP.
             MOVE WS-COMPANY     TO W30-COMPANY.
             WRITE PRINT-REC FROM W30-SLIP1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE EMP-NUMBER     TO W30-EMP.
             MOVE EMP-NAME       TO W30-NAME.
             MOVE WS-PAYDATE     TO W30-DATE.
             WRITE PRINT-REC FROM W30-SLIP2.
             MOVE EMP-IDNO       TO W30-IDNO.
             MOVE EMP-TAXNO      TO W30-TAXNO.
             MOVE EMP-BRANCH     TO W30-BRANCH.
             MOVE EMP-ACCNO      TO W30-ACCNO.
             WRITE PRINT-REC FROM W30-SLIP3.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
      *
      *    ****    Earnings down the left, deductions down the
      *            right.
      *
             INITIALIZE WS-SLIP-TABLE.
             MOVE "Basic"        TO WS-SE-DESC (1).
             MOVE WGT-BASIC      TO WS-SE-AMT (1).
             MOVE "Overtime"     TO WS-SE-DESC (2).
             MOVE WGT-OVERTIME   TO WS-SE-AMT (2).
             MOVE "Other"        TO WS-SE-DESC (3).
             MOVE WGT-OTHER      TO WS-SE-AMT (3).
             MOVE "PAYE"         TO WS-SD-DESC (1).
             MOVE WGT-PAYE       TO WS-SD-AMT (1).
             MOVE "UIF"          TO WS-SD-DESC (2).
             MOVE WGT-UIF        TO WS-SD-AMT (2).
             MOVE 2              TO WS-LMAX.
             MOVE 1              TO WS-DSUB.

       FB05-DED.
           IF WGT-DED (WS-DSUB) NOT = ZERO
               ADD 1             TO WS-LMAX
               MOVE EMP-DED-DESC (WS-DSUB)
                                 TO WS-SD-DESC (WS-LMAX)
               MOVE WGT-DED (WS-DSUB)
                                 TO WS-SD-AMT (WS-LMAX).
             ADD 1               TO WS-DSUB.
           IF WS-DSUB < 5
               GO TO FB05-DED.
           IF WGT-EXTRA NOT = ZERO
               ADD 1             TO WS-LMAX
               MOVE "Once-off"   TO WS-SD-DESC (WS-LMAX)
               MOVE WGT-EXTRA    TO WS-SD-AMT (WS-LMAX).
           IF WS-LMAX < 3
               MOVE 3            TO WS-LMAX.
             MOVE 1              TO WS-LSUB.

       FB10-LINE.
             MOVE SPACES         TO W30-SLIP4.
           IF WS-LSUB < 4
               MOVE WS-SE-DESC (WS-LSUB)
                                 TO W30-EDESC
               MOVE WS-SE-AMT (WS-LSUB)
                                 TO W30-EAMT.
           IF WS-SD-DESC (WS-LSUB) NOT = SPACES
               MOVE WS-SD-DESC (WS-LSUB)
                                 TO W30-DDESC
               MOVE WS-SD-AMT (WS-LSUB)
                                 TO W30-DAMT.
             WRITE PRINT-REC FROM W30-SLIP4.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB NOT > WS-LMAX
               GO TO FB10-LINE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W30-SLIP4.
             MOVE "GROSS PAY"    TO W30-EDESC.
             MOVE WGT-GROSS      TO W30-EAMT.
             MOVE "TOTAL DEDUCTED"
                                 TO W30-DDESC.
             COMPUTE W30-DAMT = WGT-GROSS - WGT-NET.
             WRITE PRINT-REC FROM W30-SLIP4.
             MOVE SPACES         TO W30-SLIP4.
             MOVE "NET PAY"      TO W30-EDESC.
             MOVE WGT-NET        TO W30-EAMT.
             WRITE PRINT-REC FROM W30-SLIP4.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
      *
      *    ****    Year-to-date.
      *
             INITIALIZE WS-YTD.
           IF EMP-TAXYEAR = PAR-WAG-TAXYR
               MOVE EMP-YTD-GROSS
                                 TO WS-Y-GROSS
               MOVE EMP-YTD-PAYE TO WS-Y-PAYE
               MOVE EMP-YTD-UIF  TO WS-Y-UIF
               MOVE EMP-YTD-NET  TO WS-Y-NET.
           IF WGT-STATUS NOT = "P"
               ADD WGT-GROSS     TO WS-Y-GROSS
               ADD WGT-PAYE      TO WS-Y-PAYE
               ADD WGT-UIF       TO WS-Y-UIF
               ADD WGT-NET       TO WS-Y-NET.
             MOVE WS-Y-GROSS     TO W30-YGROSS.
             MOVE WS-Y-PAYE      TO W30-YPAYE.
             MOVE WS-Y-UIF       TO W30-YUIF.
             MOVE WS-Y-NET       TO W30-YNET.
             WRITE PRINT-REC FROM W30-SLIP5.

       FB00-EXIT.
             EXIT.

      /
      *    ****    P O S T   T H E   R U N
      *
      *            Each calculated employee's pay goes onto the
      *            year-to-date (cleared first when the tax year
      *            has moved on) and is marked posted; the
      *            journal is built per account as it goes and
      *            written to LEDTRF at the end:
      *                Dr  salaries & wages (employee's account)
      *                Dr  UIF employer contribution
      *                Cr  PAYE control
      *                Cr  UIF control (employee and employer)
      *                Cr  deduction accounts
      *                Cr  net wages control
      *
       GA000           SECTION.
       GA00.
           IF LS0-WGLEV < 5
               MOVE "Posting needs a higher wages level"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA999.
           IF PAR-WAG-SALGL = ZERO OR PAR-WAG-PAYEGL = ZERO
           OR PAR-WAG-UIFGL = ZERO OR PAR-WAG-UIFEXP = ZERO
           OR PAR-WAG-DEDGL = ZERO OR PAR-WAG-NETGL = ZERO
               MOVE "Wages control accounts not set up"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA999.
             DISPLAY CLR-SCREEN.
             DISPLAY "Post the run to the ledger" AT 0610
                     WITH FOREGROUND-COLOR 14.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO GA999.
             INITIALIZE WS-GL-TABLE WS-TOTALS.
             MOVE ZERO           TO WS-GCNT WS-EMPS WS-POSTED.
             PERFORM BC00-START THRU BC00-EXIT.
           IF WS-OPTION = "N"
               GO TO GA80.

       GA05.
             READ WAGTRN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GA80.
           IF WGT-FREQ NOT = WS-FREQ OR WGT-DATE NOT = WS-PAYDATE
               GO TO GA80.
           IF WGT-STATUS = "P"
               ADD 1             TO WS-POSTED
               GO TO GA05.
             READ WAGTRN WITH KEPT LOCK
                 INVALID KEY
                     GO TO GA05.
             MOVE WGT-EMP        TO EMP-NUMBER.
             READ EMPLOY WITH KEPT LOCK
                 INVALID KEY
                     UNLOCK WAGTRN
                     GO TO GA05.
             PERFORM GB00-EMPLOYEE THRU GB00-EXIT.
             MOVE "P"            TO WGT-STATUS.
             REWRITE WGT-RECORD.
             ADD 1               TO WS-EMPS.
             GO TO GA05.

       GA80.
           IF WS-EMPS = ZERO
               MOVE "Nothing in the run to post"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA999.
             MOVE 1              TO WS-GSUB.

       GA85.
           IF WS-GSUB > WS-GCNT
               GO TO GA90.
             PERFORM GD00-WRITE THRU GD00-EXIT.
             ADD 1               TO WS-GSUB.
             GO TO GA85.

       GA90.
             DISPLAY "Employees posted : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-EMPS WITH FOREGROUND-COLOR 15.
             DISPLAY "Net wages        : " AT 0910
                     WITH FOREGROUND-COLOR 14
                     WS-T-NET WITH FOREGROUND-COLOR 15.
           IF WS-POSTED > ZERO
               DISPLAY "Posted earlier   : " AT 1010
                       WITH FOREGROUND-COLOR 14
                       WS-POSTED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       GA999.
             EXIT.

      *
      *    ****    One employee onto the year-to-date and the
      *            journal.
      *
       GB00-EMPLOYEE.
           IF EMP-TAXYEAR NOT = PAR-WAG-TAXYR
               MOVE PAR-WAG-TAXYR
                                 TO EMP-TAXYEAR
               MOVE ZERO         TO EMP-YTD-GROSS EMP-YTD-PAYE
                                    EMP-YTD-UIF EMP-YTD-DED
                                    EMP-YTD-NET.
             COMPUTE WS-DEDTOT = WGT-DED (1) + WGT-DED (2)
                               + WGT-DED (3) + WGT-DED (4)
                               + WGT-EXTRA.
             ADD WGT-GROSS       TO EMP-YTD-GROSS.
             ADD WGT-PAYE        TO EMP-YTD-PAYE.
             ADD WGT-UIF         TO EMP-YTD-UIF.
             ADD WS-DEDTOT       TO EMP-YTD-DED.
             ADD WGT-NET         TO EMP-YTD-NET.
             MOVE WS-PAYDATE     TO EMP-LASTPAY.
             REWRITE EMP-RECORD.
             ADD WGT-GROSS       TO WS-T-GROSS.
             ADD WGT-NET         TO WS-T-NET.
      *
      *    ****    The journal lines.
      *
             MOVE EMP-GL         TO WS-EXPGL.
           IF WS-EXPGL = ZERO
               MOVE PAR-WAG-SALGL
                                 TO WS-EXPGL.
             MOVE WS-EXPGL       TO WS-POST-AC.
             MOVE "D"            TO WS-POST-DC.
             MOVE WGT-GROSS      TO WS-POST-AMT.
             PERFORM GC00-ADD THRU GC00-EXIT.
             MOVE PAR-WAG-UIFEXP TO WS-POST-AC.
             MOVE "D"            TO WS-POST-DC.
             MOVE WGT-UIFER      TO WS-POST-AMT.
             PERFORM GC00-ADD THRU GC00-EXIT.
             MOVE PAR-WAG-PAYEGL TO WS-POST-AC.
             MOVE "C"            TO WS-POST-DC.
             MOVE WGT-PAYE       TO WS-POST-AMT.
             PERFORM GC00-ADD THRU GC00-EXIT.
             MOVE PAR-WAG-UIFGL  TO WS-POST-AC.
             MOVE "C"            TO WS-POST-DC.
             COMPUTE WS-POST-AMT = WGT-UIF + WGT-UIFER.
             PERFORM GC00-ADD THRU GC00-EXIT.
             MOVE PAR-WAG-DEDGL  TO WS-POST-AC.
             MOVE "C"            TO WS-POST-DC.
             MOVE WGT-EXTRA      TO WS-POST-AMT.
             PERFORM GC00-ADD THRU GC00-EXIT.
             MOVE PAR-WAG-NETGL  TO WS-POST-AC.
             MOVE "C"            TO WS-POST-DC.
             MOVE WGT-NET        TO WS-POST-AMT.
             PERFORM GC00-ADD THRU GC00-EXIT.
             MOVE 1              TO WS-DSUB.

       GB05-DED.
             MOVE EMP-DED-GL (WS-DSUB)
                                 TO WS-POST-AC.
           IF WS-POST-AC = ZERO
               MOVE PAR-WAG-DEDGL
                                 TO WS-POST-AC.
             MOVE "C"            TO WS-POST-DC.
             MOVE WGT-DED (WS-DSUB)
                                 TO WS-POST-AMT.
             PERFORM GC00-ADD THRU GC00-EXIT.
             ADD 1               TO WS-DSUB.
           IF WS-DSUB < 5
               GO TO GB05-DED.

       GB00-EXIT.
             EXIT.

      *
      *    ****    Add WS-POST-AMT to the journal line for
      *            WS-POST-AC / WS-POST-DC.
      *
       GC00-ADD.
           IF WS-POST-AMT = ZERO
               GO TO GC00-EXIT.
             MOVE 1              TO WS-GSUB.

       GC05-FIND.
           IF WS-GSUB > WS-GCNT
               GO TO GC10-NEW.
           IF WS-GL-AC (WS-GSUB) = WS-POST-AC
           AND WS-GL-DC (WS-GSUB) = WS-POST-DC
               ADD WS-POST-AMT   TO WS-GL-AMT (WS-GSUB)
               GO TO GC00-EXIT.
             ADD 1               TO WS-GSUB.
             GO TO GC05-FIND.

       GC10-NEW.
           IF WS-GCNT NOT < 100
               MOVE "Too many accounts in the wages journal"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GC00-EXIT.
             ADD 1               TO WS-GCNT.
             MOVE WS-POST-AC     TO WS-GL-AC (WS-GCNT).
             MOVE WS-POST-DC     TO WS-GL-DC (WS-GCNT).
             MOVE WS-POST-AMT    TO WS-GL-AMT (WS-GCNT).

       GC00-EXIT.
             EXIT.

      *
      *    ****    One journal line to LEDTRF; a negative line
      *            (a net wage below zero) goes to the other
      *            side.
      *
       GD00-WRITE.
           IF WS-GL-AMT (WS-GSUB) = ZERO
               GO TO GD00-EXIT.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE WS-GL-AC (WS-GSUB)
                                 TO XFR-AC.
             MOVE WS-PAYDATE     TO XFR-DATE.
             MOVE WS-XFRDESC     TO XFR-DESC.
             MOVE WS-GL-AMT (WS-GSUB)
                                 TO XFR-AMOUNT.
             MOVE WS-GL-DC (WS-GSUB)
                                 TO XFR-DC.
           IF XFR-AMOUNT < ZERO
               COMPUTE XFR-AMOUNT = ZERO - XFR-AMOUNT.
           IF WS-GL-AMT (WS-GSUB) < ZERO AND WS-GL-DC (WS-GSUB) = "D"
               MOVE "C"          TO XFR-DC.
           IF WS-GL-AMT (WS-GSUB) < ZERO AND WS-GL-DC (WS-GSUB) = "C"
               MOVE "D"          TO XFR-DC.

       GD05-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO GD05-WRITE.

       GD00-EXIT.
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
             MOVE "EMPLOY"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-EMPLOY.
             MOVE "WAGTRN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-WAGTRN.
             MOVE "LEDTRF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LEDTRF.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.

       ZA02.
             OPEN I-O EMPLOY.
           IF WS-STATUS = "35"
               CLOSE EMPLOY
               OPEN OUTPUT EMPLOY
               CLOSE EMPLOY
               OPEN I-O EMPLOY.
             OPEN I-O WAGTRN.
           IF WS-STATUS = "35"
               CLOSE WAGTRN
               OPEN OUTPUT WAGTRN
               CLOSE WAGTRN
               OPEN I-O WAGTRN.
             OPEN I-O LEDTRF.
           IF WS-STATUS = "35"
               CLOSE LEDTRF
               OPEN OUTPUT LEDTRF
               CLOSE LEDTRF
               OPEN I-O LEDTRF.
             OPEN INPUT PARAM.
      *
      *    ****    The company name for the payslips, then the
      *            wages control - which stays in the record area
      *            for the rest of the run.
      *
             MOVE 1              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-COMPANY  TO WS-COMPANY
           ELSE
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 284            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               MOVE "Wages control not set up - see WAGEMP1"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE "N"          TO WS-OPTION
               GO TO ZA999.
             MOVE "Y"            TO WS-OPTION.
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
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 40
               MOVE W02-LEDTRF    TO WS-FILE
               MOVE XFR-KEY       TO WS-KEY
           ELSE
           IF WS-F-ERROR = 97
               MOVE W02-EMPLOY    TO WS-FILE
               MOVE EMP-NUMBER    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 98
               MOVE W02-WAGTRN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE WGT-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
