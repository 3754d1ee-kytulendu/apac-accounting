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
      *     W A G E S   -   E M P L O Y E E   M A S T E R              *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            WAGEMP1.
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
      *    OCT 2026 - First issue.  The wages module the menus and
      *               CHAIN.LS always carried a flag for (SEC-WAG,
      *               USE-WAGES / USE-WGLEV): the employee master
      *               with pay frequency, salaried or hourly rate,
      *               standing deductions, bank details and the
      *               year-to-date; an employee list; and the
      *               PARAM record 284 wages control - ledger
      *               accounts, UIF rate and ceiling, and the
      *               PAYE tables.  The pay run itself is WAGRUN1.
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

       COPY GACCNT.SL.

       COPY PARAM.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY EMPLOY.FD.

       COPY GACCNT.FDE.

       COPY PARAM.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 284.
       77  WS-EMPNO           PIC  9(05) VALUE ZERO.
       77  WS-NEW             PIC  X(01) VALUE "N".
       77  WS-GLAC            PIC  9(06) VALUE ZERO.
       77  WS-DSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-BAND            PIC  9(01) VALUE ZERO.
       77  WS-DLIN            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-EMPS            PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-TOTGROSS        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "EMPL  NAME                           F T       RATE ".
           03  FILLER         PIC  X(52) VALUE
               "S    YTD GROSS     YTD PAYE      YTD NET LAST PAID  ".

       01  W20-DETAIL.
           03  W20-EMP        PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(30).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-FREQ       PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-TYPE       PIC  X(01).
           03  W20-RATE       PIC  Z(07)9.99.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-STATUS     PIC  X(01).
           03  W20-GROSS      PIC  Z(08)9.99-.
           03  W20-PAYE       PIC  Z(08)9.99-.
           03  W20-NET        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-LAST       PIC  Z9/99/9999.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "WAG".
           03  WS-PROG        PIC  X(03) VALUE "EMP".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY EMPLOY.ID.

       COPY GACCNT.ID.

       COPY PARAM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "WAGEMP1.".
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
                       VALUE "WAGES  -  EMPLOYEES".
           03  LINE  4 COLUMN 16 VALUE "1. Maintain employees".
           03  LINE  5 COLUMN 16 VALUE "2. Employee list".
           03  LINE  6 COLUMN 16 VALUE "3. Wages control".
           03  LINE  7 COLUMN 16 VALUE "4. PAYE tables".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Employee no :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-EMPNO AUTO.

       01  S14.
           03  LINE  6 COLUMN 10 VALUE "Name        :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(30) USING EMP-NAME AUTO.
           03  LINE  7 COLUMN 10 VALUE "ID number   :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(13) USING EMP-IDNO AUTO.
           03  LINE  8 COLUMN 10 VALUE "Tax number  :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(10) USING EMP-TAXNO AUTO.
           03  LINE  9 COLUMN 10 VALUE "Address     :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(25) USING EMP-ADD1 AUTO.
           03  LINE 10 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(25) USING EMP-ADD2 AUTO.
           03  LINE 11 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(25) USING EMP-ADD3 AUTO.
           03  LINE 12 COLUMN 10 VALUE "Started     :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING EMP-START AUTO.
           03  LINE 12 COLUMN 44 VALUE "Status A/T    :".
           03          COLUMN 60 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING EMP-STATUS AUTO.
           03  LINE 13 COLUMN 10 VALUE "Freq W/M    :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING EMP-FREQ AUTO.
           03  LINE 13 COLUMN 44 VALUE "Salary/Hourly :".
           03          COLUMN 60 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING EMP-PAYTYPE AUTO.
           03  LINE 14 COLUMN 10 VALUE "Rate        :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING EMP-RATE AUTO.
           03  LINE 14 COLUMN 44 VALUE "Std hours     :".
           03          COLUMN 60 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING EMP-STDHRS AUTO.
           03  LINE 15 COLUMN 10 VALUE "O/T factor  :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9.99 USING EMP-OTRATE AUTO.
           03  LINE 15 COLUMN 44 VALUE "UIF exempt Y/N:".
           03          COLUMN 60 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING EMP-UIFEXEMPT AUTO.
           03  LINE 16 COLUMN 10 VALUE "Expense G/L :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING EMP-GL AUTO.
           03  LINE 17 COLUMN 10 VALUE "Bank branch :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(06) USING EMP-BRANCH AUTO.
           03  LINE 17 COLUMN 44 VALUE "Account no    :".
           03          COLUMN 60 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(11) USING EMP-ACCNO AUTO.
           03  LINE 18 COLUMN 10 VALUE "Date left   :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING EMP-LEFT AUTO.

       01  S15.
           03  LINE  6 COLUMN 10 VALUE
               "STANDING DEDUCTIONS     AMOUNT     G/L".
           03  LINE  7 COLUMN 10 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(12) USING EMP-DED-DESC (1)
                                 AUTO.
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING EMP-DED-AMT (1)
                                 AUTO.
           03          COLUMN 42 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING EMP-DED-GL (1) AUTO.
           03  LINE  8 COLUMN 10 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(12) USING EMP-DED-DESC (2)
                                 AUTO.
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING EMP-DED-AMT (2)
                                 AUTO.
           03          COLUMN 42 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING EMP-DED-GL (2) AUTO.
           03  LINE  9 COLUMN 10 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(12) USING EMP-DED-DESC (3)
                                 AUTO.
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING EMP-DED-AMT (3)
                                 AUTO.
           03          COLUMN 42 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING EMP-DED-GL (3) AUTO.
           03  LINE 10 COLUMN 10 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(12) USING EMP-DED-DESC (4)
                                 AUTO.
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING EMP-DED-AMT (4)
                                 AUTO.
           03          COLUMN 42 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING EMP-DED-GL (4) AUTO.
           03  LINE 12 COLUMN 10 VALUE "Tax year    :".
           03  LINE 13 COLUMN 10 VALUE "YTD gross   :".
           03  LINE 14 COLUMN 10 VALUE "YTD PAYE    :".
           03  LINE 15 COLUMN 10 VALUE "YTD UIF     :".
           03  LINE 16 COLUMN 10 VALUE "YTD deducted:".
           03  LINE 17 COLUMN 10 VALUE "YTD net     :".

       01  S16.
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "WAGES  CONTROL".
           03  LINE  4 COLUMN 10 VALUE "Salaries & wages G/L    :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-WAG-SALGL AUTO.
           03  LINE  5 COLUMN 10 VALUE "PAYE control G/L        :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-WAG-PAYEGL AUTO.
           03  LINE  6 COLUMN 10 VALUE "UIF control G/L         :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-WAG-UIFGL AUTO.
           03  LINE  7 COLUMN 10 VALUE "UIF employer expense G/L:".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-WAG-UIFEXP AUTO.
           03  LINE  8 COLUMN 10 VALUE "Sundry deductions G/L   :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-WAG-DEDGL AUTO.
           03  LINE  9 COLUMN 10 VALUE "Net wages control G/L   :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-WAG-NETGL AUTO.
           03  LINE 11 COLUMN 10 VALUE "UIF rate %              :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99 USING PAR-WAG-UIFPCT AUTO.
           03  LINE 12 COLUMN 10 VALUE "UIF monthly ceiling     :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING PAR-WAG-UIFCAP
                                 AUTO.

       01  S17.
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "PAYE  TABLES".
           03  LINE  4 COLUMN 10 VALUE "Tax year                :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(04) USING PAR-WAG-TAXYR AUTO.
           03  LINE  5 COLUMN 10 VALUE "Primary rebate (annual) :".
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING PAR-WAG-REBATE
                                 AUTO.
           03  LINE  7 COLUMN 10 VALUE
               "BAND  ANNUAL FROM     TAX ON FROM   % OVER".
           03  LINE 17 COLUMN 10 VALUE
               "Band to amend (1-7, 0 = done) :".

       01  S18.
           03  LINE 17 COLUMN 42 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(01) USING WS-BAND AUTO.

       01  S19.
           03  LINE 19 COLUMN 10 VALUE "Annual from  :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99
                                 USING PAR-WAG-FROM (WS-BAND) AUTO.
           03  LINE 20 COLUMN 10 VALUE "Tax on from  :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99
                                 USING PAR-WAG-BASE (WS-BAND) AUTO.
           03  LINE 21 COLUMN 10 VALUE "% over from  :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99
                                 USING PAR-WAG-PCT (WS-BAND) AUTO.

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
             PERFORM BA000.
             CLOSE EMPLOY GACCNT PARAM.

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
               PERFORM FA000 THRU FA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      *
      *    ****    The account in WS-GLAC must be on the ledger and
      *            open; zero is allowed (the default applies).
      *            Answer in WS-OPTION (N = not usable).
      *
       BB00-CHKGL.
             MOVE "Y"            TO WS-OPTION.
           IF WS-GLAC = ZERO
               GO TO BB00-EXIT.
             MOVE WS-GLAC        TO G-AC.
             READ GACCNT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on the ledger"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     MOVE "N"    TO WS-OPTION
                     GO TO BB00-EXIT.
           IF G-INACTIVE = "Y"
               MOVE "Account is inactive"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE "N"          TO WS-OPTION.

       BB00-EXIT.
             EXIT.

      /
      *    ****    M A I N T A I N   E M P L O Y E E S
      *
      *            The year-to-date is shown but only the pay run
      *            changes it.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-EMPNO.
             DISPLAY S13.
             ACCEPT S13 AT 0424.
           IF WS-EMPNO = ZERO
               GO TO CA999.
             MOVE WS-EMPNO       TO EMP-NUMBER.
             MOVE "N"            TO WS-NEW.
             READ EMPLOY WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEW
                     INITIALIZE EMP-RECORD
                     MOVE WS-EMPNO
                                 TO EMP-NUMBER
                     MOVE "A"    TO EMP-STATUS
                     MOVE "M"    TO EMP-FREQ
                     MOVE "S"    TO EMP-PAYTYPE
                     MOVE 1.5    TO EMP-OTRATE
                     MOVE "N"    TO EMP-UIFEXEMPT
                     MOVE TODAY-DDMMYY
                                 TO EMP-START.
           IF WS-NEW = "Y"
               DISPLAY "New employee" AT 0432
                       WITH FOREGROUND-COLOR 14.

       CA05.
             DISPLAY S14.
             ACCEPT S14.
           IF EMP-NAME = SPACES
               GO TO CA80.
           IF EMP-FREQ NOT = "W" AND NOT = "M"
               MOVE "Frequency must be W or M"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF EMP-PAYTYPE NOT = "S" AND NOT = "H"
               MOVE "Pay type must be S or H"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF EMP-STATUS NOT = "A" AND NOT = "T"
               MOVE "Status must be A or T"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF EMP-UIFEXEMPT NOT = "Y"
               MOVE "N"          TO EMP-UIFEXEMPT.
           IF EMP-PAYTYPE = "H" AND EMP-STDHRS = ZERO
               MOVE "Hourly paid needs standard hours"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             MOVE EMP-GL         TO WS-GLAC.
             PERFORM BB00-CHKGL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO CA05.
      *
      *    ****    Standing deductions and the year-to-date.
      *
             MOVE 0601           TO CPOS.
             PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 19.

       CA10.
             DISPLAY S15.
             DISPLAY EMP-TAXYEAR AT 1224 WITH FOREGROUND-COLOR 15.
             DISPLAY EMP-YTD-GROSS AT 1324 WITH FOREGROUND-COLOR 15.
             DISPLAY EMP-YTD-PAYE AT 1424 WITH FOREGROUND-COLOR 15.
             DISPLAY EMP-YTD-UIF AT 1524 WITH FOREGROUND-COLOR 15.
             DISPLAY EMP-YTD-DED AT 1624 WITH FOREGROUND-COLOR 15.
             DISPLAY EMP-YTD-NET AT 1724 WITH FOREGROUND-COLOR 15.
             ACCEPT S15.
             MOVE 1              TO WS-DSUB.

       CA15.
             MOVE EMP-DED-GL (WS-DSUB)
                                 TO WS-GLAC.
             PERFORM BB00-CHKGL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO CA10.
             ADD 1               TO WS-DSUB.
           IF WS-DSUB < 5
               GO TO CA15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA80.
           IF WS-NEW = "Y"
               WRITE EMP-RECORD
           ELSE
               REWRITE EMP-RECORD.
             DISPLAY "Employee saved" AT 1910
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA80.
             UNLOCK EMPLOY.
             GO TO CA00.

       CA999.
             EXIT.

      /
      *    ****    E M P L O Y E E   L I S T
      *
       DA000           SECTION.
       DA00.
             OPEN OUTPUT PRINTF.
             MOVE "EMPLOYEE LIST                     "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-EMPS WS-TOTGROSS.
             MOVE ZERO           TO EMP-NUMBER.
             START EMPLOY KEY NOT LESS EMP-NUMBER
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ EMPLOY NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA90.
             MOVE EMP-NUMBER     TO W20-EMP.
             MOVE EMP-NAME       TO W20-NAME.
             MOVE EMP-FREQ       TO W20-FREQ.
             MOVE EMP-PAYTYPE    TO W20-TYPE.
             MOVE EMP-RATE       TO W20-RATE.
             MOVE EMP-STATUS     TO W20-STATUS.
             MOVE EMP-YTD-GROSS  TO W20-GROSS.
             MOVE EMP-YTD-PAYE   TO W20-PAYE.
             MOVE EMP-YTD-NET    TO W20-NET.
             MOVE EMP-LASTPAY    TO W20-LAST.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-EMPS.
             ADD EMP-YTD-GROSS   TO WS-TOTGROSS.
             GO TO DA05.

       DA90.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE WS-EMPS       TO W20-EMP.
             MOVE "EMPLOYEES - YTD GROSS"
                                 TO W20-NAME.
             MOVE WS-TOTGROSS    TO W20-GROSS.
             WRITE PRINT-REC FROM W20-DETAIL.
             CLOSE PRINTF.
             DISPLAY "Employee list printed" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
             EXIT.

      /
      *    ****    W A G E S   C O N T R O L
      *
       EA000           SECTION.
       EA00.
           IF LS0-WGLEV < 7
               MOVE "Wages control is a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA999.
             DISPLAY CLR-SCREEN.
             MOVE 284            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD284
               MOVE 284          TO PAR-KEY.

       EA05.
             DISPLAY S16.
             ACCEPT S16.
             MOVE PAR-WAG-SALGL  TO WS-GLAC.
             PERFORM BB00-CHKGL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO EA05.
             MOVE PAR-WAG-PAYEGL TO WS-GLAC.
             PERFORM BB00-CHKGL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO EA05.
             MOVE PAR-WAG-UIFGL  TO WS-GLAC.
             PERFORM BB00-CHKGL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO EA05.
             MOVE PAR-WAG-UIFEXP TO WS-GLAC.
             PERFORM BB00-CHKGL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO EA05.
             MOVE PAR-WAG-DEDGL  TO WS-GLAC.
             PERFORM BB00-CHKGL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO EA05.
             MOVE PAR-WAG-NETGL  TO WS-GLAC.
             PERFORM BB00-CHKGL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO EA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO EA999.
             PERFORM EB00-SAVE THRU EB00-EXIT.

       EA999.
             EXIT.

      *
      *    ****    Rewrite record 284, or create it the first time.
      *
       EB00-SAVE.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.

       EB00-EXIT.
             EXIT.

      /
      *    ****    P A Y E   T A B L E S
      *
      *            The bands must rise; an unused band is left at
      *            zero and everything after it is ignored by the
      *            pay run.
      *
       FA000           SECTION.
       FA00.
           IF LS0-WGLEV < 7
               MOVE "PAYE tables are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO FA999.
             DISPLAY CLR-SCREEN.
             MOVE 284            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD284
               MOVE 284          TO PAR-KEY.
             DISPLAY S17.
             ACCEPT S17.

       FA05.
             PERFORM FB00-SHOW THRU FB00-EXIT.
             MOVE ZERO           TO WS-BAND.
             DISPLAY S18.
             ACCEPT S18.
           IF WS-BAND = ZERO
               GO TO FA20.
           IF WS-BAND > 7
               CALL X"E5"
               GO TO FA05.
             DISPLAY S19.
             ACCEPT S19.
             MOVE 1901           TO CPOS.
             PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 21.
             GO TO FA05.

       FA20.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO FA999.
             PERFORM EB00-SAVE THRU EB00-EXIT.

       FA999.
             EXIT.

      *
      *    ****    Show the seven bands.
      *
       FB00-SHOW.
             MOVE 1              TO WS-DSUB.
             MOVE 8              TO WS-DLIN.

       FB05-LINE.
             MOVE WS-DLIN        TO SLIN.
             MOVE 11             TO SCOL.
             DISPLAY WS-DSUB AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 16             TO SCOL.
             DISPLAY PAR-WAG-FROM (WS-DSUB) AT SPOS
                     WITH FOREGROUND-COLOR 15.
             MOVE 30             TO SCOL.
             DISPLAY PAR-WAG-BASE (WS-DSUB) AT SPOS
                     WITH FOREGROUND-COLOR 15.
             MOVE 44             TO SCOL.
             DISPLAY PAR-WAG-PCT (WS-DSUB) AT SPOS
                     WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-DLIN.
             ADD 1               TO WS-DSUB.
           IF WS-DSUB < 8
               GO TO FB05-LINE.

       FB00-EXIT.
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
             MOVE "GACCNT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GACCNT.
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
             OPEN INPUT GACCNT.
             OPEN I-O PARAM.

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
           IF WS-F-ERROR = 8
               MOVE W02-GACCNT    TO WS-FILE
               MOVE G-AC          TO WS-KEY
           ELSE
           IF WS-F-ERROR = 97
               MOVE W02-EMPLOY    TO WS-FILE
               MOVE EMP-NUMBER    TO WS-KEY.

       COPY DISPERR.PRO.
