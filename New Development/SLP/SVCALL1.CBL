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
      *     F I E L D   S E R V I C E   C A L L S                      *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            SVCALL1.
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
      *    OCT 2026 - First issue.  Field service call desk: calls
      *               logged against a debtor and, where the unit
      *               is on the serial registry, its serial and
      *               item; assigned to a technician (PARAM records
      *               201-250, maintained here); hours booked at
      *               the PARAM 285 labour rate and parts issued
      *               from stock through the CARDEX at FIFO cost;
      *               on close the call is invoiced on the normal
      *               invoice series with the call-out fee and VAT
      *               per line; and an open-calls board by
      *               technician shows how old each call is.
      *    OCT 2026 - Export debtors: the call invoice and its
      *               debtor transaction also carry the account's
      *               currency, the day's rate from FXRATE and the
      *               total in that currency.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *    OCT 2026 - Parts issued to a call pass the negative
      *               stock check (NEGCHK) first; a refused part
      *               is not issued.
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

       COPY SVCALL.SL.

       COPY SVCTRN.SL.

       COPY DEBTOR.ISL.

       COPY DBTRAN.SL.

       COPY STOCK.SL.

       COPY CARDEX.SL.

       COPY SERIAL.SL.

       COPY INVOIC.SL.

       COPY CONTROL.SL.

       COPY DEPART.SL.

       COPY TXTRAN.SL.

       COPY PARAM.SL.

           SELECT SORTWK    ASSIGN W02-SORTWK.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY SVCALL.FD.

       COPY SVCTRN.FD.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY STOCK.FDE.

       COPY CARDEX.FDE.

       COPY SERIAL.FD.

       COPY INVOIC.FDE.

       COPY CONTROL.FDE.

       COPY DEPART.FD.

       COPY TXTRAN.FDE.

       COPY PARAM.FDE.

       SD  SORTWK.
       01  SRT-RECORD.
           03  SRT-TECH       PIC  9(03).
           03  SRT-YMD        PIC  9(08).
           03  SRT-CALL       PIC  9(06).
           03  SRT-ACNO       PIC  9(05).
           03  SRT-SERIAL     PIC  X(20).
           03  SRT-DATE       PIC  9(08).
           03  SRT-FAULT      PIC  X(40).

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 285.
       77  WS-NETKEY          PIC  9(04) COMP-5 VALUE 1.
       77  W02-SORTWK         PIC  X(40) VALUE "SVCSORT".
       77  WS-CALLNO          PIC  9(06) VALUE ZERO.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-SERIALNO        PIC  X(20) VALUE SPACES.
       77  WS-TECH            PIC  9(03) VALUE ZERO.
       77  WS-TECHNAME        PIC  X(20) VALUE SPACES.
       77  WS-FAULT           PIC  X(40) VALUE SPACES.
       77  WS-CONTACT         PIC  X(20) VALUE SPACES.
       77  WS-TEL             PIC  X(12) VALUE SPACES.
       77  WS-TIME            PIC  9(08) VALUE ZERO.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-QTY             PIC  9(05)V99 VALUE ZERO.
       77  WS-HOURS           PIC  9(03)V99 VALUE ZERO.
       77  WS-RATE            PIC  9(05)V99 VALUE ZERO.
       77  WS-PRICE           PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-COST            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LABRATE         PIC  9(05)V99 COMP-3 VALUE ZERO.
       77  WS-CALLOUT         PIC  9(05)V99 COMP-3 VALUE ZERO.
       77  WS-SVCDEPT         PIC  X(04) VALUE SPACES.
       77  WS-LINENO          PIC  9(03) VALUE ZERO.
       77  WS-SLOT            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-HALF            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-REM             PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-INVNO           PIC  9(07) VALUE ZERO.
       77  WS-INVLINE         PIC  9(03) VALUE ZERO.
       77  WS-LINEDEPT        PIC  X(04) VALUE SPACES.
       77  WS-LINEVAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINEVAT         PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-INVTOT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-INVVAT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINERATE        PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-TAXOK           PIC  X(01) VALUE "N".
       77  WS-AMOUNT          PIC  Z(06)9.99-.
       77  WS-TODAYNUM        PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-CALLNUM         PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-LASTTECH        PIC  9(03) VALUE ZERO.
       77  WS-TECHCALLS       PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-OPENCALLS       PIC  9(05) COMP-5 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    Cost-of-issue request for FIFOCOST.
      *
       01  WS-FIFO-REQUEST.
           03  WS-FIFO-ITEM   PIC  X(15).
           03  WS-FIFO-QTY    PIC S9(05)V99 COMP-3.
           03  WS-FIFO-DRIVE  PIC  X(01).
           03  WS-FIFO-SYSID  PIC  X(03).
           03  WS-FIFO-COST   PIC S9(09)V99 COMP-3.
           03  WS-FIFO-UNIT   PIC S9(07)V99 COMP-3.
           03  WS-FIFO-FOUND  PIC  X(01).

      *
      *    Rate request for FXRATE (export accounts).
      *
       01  WS-FX-REQUEST.
           03  WS-FX-CURR     PIC  X(03).
           03  WS-FX-DRIVE    PIC  X(01).
           03  WS-FX-SYSID    PIC  X(03).
           03  WS-FX-RATE     PIC  9(03)V9(06) COMP-3.
           03  WS-FX-FOUND    PIC  X(01).

      *
      *    Negative stock check for NEGCHK.
      *
       01  WS-NEG-REQUEST.
           03  WS-NEG-ITEM    PIC  X(15).
           03  WS-NEG-WARE    PIC  X(03).
           03  WS-NEG-QOH     PIC S9(07)V99 COMP-3.
           03  WS-NEG-QTY     PIC S9(07)V99 COMP-3.
           03  WS-NEG-DOCTYPE PIC  9(02).
           03  WS-NEG-DOCNO   PIC  9(07).
           03  WS-NEG-OPER    PIC  X(03).
           03  WS-NEG-DATE    PIC  9(08).
           03  WS-NEG-DRIVE   PIC  X(01).
           03  WS-NEG-SYSID   PIC  X(03).
           03  WS-NEG-RESULT  PIC  X(01).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(36) VALUE
               "OPEN SERVICE CALLS BY TECHNICIAN    ".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "  CALL   A/C NAME                 SERIAL            ".
           03  FILLER         PIC  X(25) VALUE
               "   LOGGED      AGE  FAULT".

       01  W20-DETAIL.
           03  W20-CALL       PIC  Z(05)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-SERIAL     PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-AGE        PIC  Z(03)9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-FAULT      PIC  X(40).

       01  W30-HEAD.
           03  FILLER         PIC  X(13) VALUE "TECHNICIAN : ".
           03  W30-TECH       PIC  ZZ9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(20).

       01  W30-TOTAL.
           03  FILLER         PIC  X(08) VALUE SPACES.
           03  FILLER         PIC  X(13) VALUE "OPEN CALLS : ".
           03  W30-COUNT      PIC  ZZZ9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "SVC".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY SVCALL.ID.

       COPY SVCTRN.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY STOCK.ID.

       COPY CARDEX.ID.

       COPY SERIAL.ID.

       COPY INVOIC.ID.

       COPY CONTROL.ID.

       COPY DEPART.ID.

       COPY TXTRAN.ID.

       COPY PARAM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "SVCALL1.".
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
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "FIELD  SERVICE  CALLS".
           03  LINE  4 COLUMN 16 VALUE "1. Log a new call".
           03  LINE  5 COLUMN 16 VALUE "2. View / assign technician".
           03  LINE  6 COLUMN 16 VALUE "3. Book hours".
           03  LINE  7 COLUMN 16 VALUE "4. Book parts".
           03  LINE  8 COLUMN 16 VALUE "5. Close and invoice".
           03  LINE  9 COLUMN 16 VALUE "6. Open calls board".
           03  LINE 10 COLUMN 16 VALUE "7. Technicians".
           03  LINE 11 COLUMN 16 VALUE "8. Service settings".
           03  LINE 12 COLUMN 16 VALUE "0. Exit".
           03  LINE 14 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 14 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Call number :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-CALLNO AUTO.

       01  S14.
           03  LINE  4 COLUMN 10 VALUE "Debtor a/c  :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       01  S15.
           03  LINE  6 COLUMN 10 VALUE "Serial      :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-SERIALNO AUTO.
           03  LINE  8 COLUMN 10 VALUE "Technician  :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-TECH AUTO.
           03  LINE  9 COLUMN 10 VALUE "Fault       :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING WS-FAULT AUTO.
           03  LINE 10 COLUMN 10 VALUE "Contact     :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-CONTACT AUTO.
           03  LINE 11 COLUMN 10 VALUE "Telephone   :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(12) USING WS-TEL AUTO.

       01  S16.
           03  LINE 14 COLUMN 10 VALUE "Hours       :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING WS-HOURS AUTO.
           03  LINE 15 COLUMN 10 VALUE "Rate (0=std):".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-RATE AUTO.

       01  S17.
           03  LINE 14 COLUMN 10 VALUE "Item        :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-ITEM AUTO.
           03  LINE 15 COLUMN 10 VALUE "Quantity    :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-QTY AUTO.

       01  S18.
           03  LINE  4 COLUMN 10 VALUE "Technician  :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-TECH AUTO.

       01  S19.
           03  LINE  6 COLUMN 10 VALUE "Name        :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-TECHNAME AUTO.

       01  S20.
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "SERVICE  SETTINGS".
           03  LINE  5 COLUMN 10 VALUE "Labour rate per hour :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING PAR-SVC-LABRATE
                                 AUTO.
           03  LINE  6 COLUMN 10 VALUE "Call-out fee         :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING PAR-SVC-CALLOUT
                                 AUTO.
           03  LINE  7 COLUMN 10 VALUE "Labour department    :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING PAR-SVC-DEPT AUTO.

       01  S21.
           03  LINE 13 COLUMN 10 VALUE "New tech    :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-TECH AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-DBLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE SVCALL SVCTRN DEBTOR DBTRAN STOCK CARDEX SERIAL
                   INVOICE NETWORK DEPART TXTRAN PARAM.
             CANCEL "FIFOCOST".
             CANCEL "FXRATE".

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY CONTROL.RD.

       COPY PARAM.RD.

      /
       AC000           SECTION.

       COPY CONTROL.WR.

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
           IF WS-OPTION = "5"
               PERFORM GA000 THRU GA999
               GO TO BA00.
           IF WS-OPTION = "6"
               PERFORM HA000 THRU HA999
               GO TO BA00.
           IF WS-OPTION = "7"
               PERFORM IA000 THRU IA999
               GO TO BA00.
           IF WS-OPTION = "8"
               PERFORM JA000 THRU JA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    Fetch an open call under lock.  WS-OPTION comes
      *            back "N" when there is nothing to work on.
      *
       BB00-GETCALL.
             MOVE "Y"            TO WS-OPTION.
             MOVE WS-CALLNO      TO SVC-NUMBER.
             READ SVCALL WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Call not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     MOVE "N"    TO WS-OPTION
                     GO TO BB00-EXIT.
           IF SVC-STATUS NOT = "O"
               UNLOCK SVCALL
               MOVE "Call is no longer open"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE "N"          TO WS-OPTION.

       BB00-EXIT.
             EXIT.

      *
      *    ****    The technician's name from the two-per-record
      *            PARAM table; WS-OPTION "N" if there is no such
      *            technician.
      *
       BC00-TECH.
             MOVE "N"            TO WS-OPTION.
             MOVE SPACES         TO WS-TECHNAME.
           IF WS-TECH = ZERO OR WS-TECH > 100
               GO TO BC00-EXIT.
             COMPUTE WS-PARKEY = 201 + ((WS-TECH - 1) / 2).
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO BC00-EXIT.
           IF PAR-TECH-NO (1) = WS-TECH
               MOVE PAR-TECH-NAME (1)
                                 TO WS-TECHNAME
               MOVE "Y"          TO WS-OPTION
               GO TO BC00-EXIT.
           IF PAR-TECH-NO (2) = WS-TECH
               MOVE PAR-TECH-NAME (2)
                                 TO WS-TECHNAME
               MOVE "Y"          TO WS-OPTION.

       BC00-EXIT.
             EXIT.

      *
      *    ****    Add a line to the call, numbered after the last
      *            one on file.
      *
       BD00-SVCTRN.
             MOVE WS-CALLNO      TO SVT-CALL.
             MOVE 999            TO SVT-LINE.
             MOVE 1              TO WS-LINENO.
             START SVCTRN KEY LESS SVT-KEY
                 INVALID KEY
                     GO TO BD05.
             READ SVCTRN PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     GO TO BD05.
           IF SVT-CALL = WS-CALLNO
               COMPUTE WS-LINENO = SVT-LINE + 1.

       BD05.
             INITIALIZE SVT-RECORD.
             MOVE WS-CALLNO      TO SVT-CALL.
             MOVE WS-LINENO      TO SVT-LINE.
             MOVE SPACES         TO SVT-ITEM.
             MOVE ZERO           TO SVT-COST.

       BD00-EXIT.
             EXIT.

       BD10-WRITE.
             WRITE SVT-RECORD
                 INVALID KEY
                     ADD 1       TO SVT-LINE
                     GO TO BD10-WRITE.

       BD10-EXIT.
             EXIT.

      *
      *    ****    The call as it stands.
      *
       BE00-SHOW.
             DISPLAY "A/C  : " AT 0610 WITH FOREGROUND-COLOR 14
                     SVC-ACNO WITH FOREGROUND-COLOR 15.
             MOVE SVC-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             DISPLAY DEB-NAME AT 0630 WITH FOREGROUND-COLOR 15.
             DISPLAY "Unit : " AT 0710 WITH FOREGROUND-COLOR 14
                     SVC-SERIAL WITH FOREGROUND-COLOR 15
                     " " SVC-ITEM WITH FOREGROUND-COLOR 15.
             MOVE SVC-TECH       TO WS-TECH.
             PERFORM BC00-TECH THRU BC00-EXIT.
             DISPLAY "Tech : " AT 0810 WITH FOREGROUND-COLOR 14
                     SVC-TECH WITH FOREGROUND-COLOR 15
                     " " WS-TECHNAME WITH FOREGROUND-COLOR 15.
             DISPLAY "Fault: " AT 0910 WITH FOREGROUND-COLOR 14
                     SVC-FAULT WITH FOREGROUND-COLOR 15.
             MOVE SVC-HOURS      TO WS-AMOUNT.
             DISPLAY "Hours: " AT 1010 WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             MOVE SVC-LABOUR     TO WS-AMOUNT.
             DISPLAY "Lab  : " AT 1030 WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             MOVE SVC-PARTS      TO WS-AMOUNT.
             DISPLAY "Parts: " AT 1110 WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             DISPLAY "Stat : " AT 1130 WITH FOREGROUND-COLOR 14
                     SVC-STATUS WITH FOREGROUND-COLOR 15.

       BE00-EXIT.
             EXIT.

      /
      *    ****    L O G   A   N E W   C A L L
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-ACNO = ZERO
               GO TO CA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY DEB-NAME AT 0432 WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-SERIALNO WS-FAULT WS-ITEM.
             MOVE DEB-TEL        TO WS-TEL.
             MOVE SPACES         TO WS-CONTACT.
             MOVE ZERO           TO WS-TECH.

       CA05.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-FAULT = SPACES
               MOVE "Describe the fault"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
      *
      *    ****    A registered serial brings its item with it; an
      *            unregistered one is kept as keyed.
      *
             MOVE SPACES         TO WS-ITEM.
           IF WS-SERIALNO = SPACES
               GO TO CA10.
             MOVE WS-SERIALNO    TO SER-SERIAL.
             MOVE LOW-VALUES     TO SER-ITEM.
             START SERIAL KEY NOT LESS SER-KEY
                 INVALID KEY
                     GO TO CA08.
             READ SERIAL NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA08.
           IF SER-SERIAL NOT = WS-SERIALNO
               GO TO CA08.
             MOVE SER-ITEM       TO WS-ITEM.
             DISPLAY WS-ITEM AT 0646 WITH FOREGROUND-COLOR 15.
           IF SER-ACNO NOT = ZERO AND SER-ACNO NOT = WS-ACNO
               DISPLAY "Sold to another account" AT 0746
                       WITH FOREGROUND-COLOR 12.
             GO TO CA10.

       CA08.
             DISPLAY "Not on the serial registry" AT 0646
                     WITH FOREGROUND-COLOR 12.

       CA10.
           IF WS-TECH = ZERO
               MOVE SPACES       TO WS-TECHNAME
               GO TO CA15.
             PERFORM BC00-TECH THRU BC00-EXIT.
           IF WS-OPTION = "N"
               MOVE "Technician not on file"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             DISPLAY WS-TECHNAME AT 0830 WITH FOREGROUND-COLOR 15.

       CA15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA05.
      *
      *    ****    Next call number from the last on file.
      *
             MOVE 999999         TO SVC-NUMBER.
             MOVE 1              TO WS-CALLNO.
             START SVCALL KEY LESS SVC-NUMBER
                 INVALID KEY
                     GO TO CA20.
             READ SVCALL PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA20.
             COMPUTE WS-CALLNO = SVC-NUMBER + 1.

       CA20.
             INITIALIZE SVC-RECORD.
             MOVE WS-CALLNO      TO SVC-NUMBER.
             MOVE WS-ACNO        TO SVC-ACNO.
             MOVE TODAY-DDMMYY   TO SVC-DATE.
             ACCEPT WS-TIME      FROM TIME.
             MOVE WS-TIME (1:4)  TO SVC-TIME.
             MOVE WS-SERIALNO    TO SVC-SERIAL.
             MOVE WS-ITEM        TO SVC-ITEM.
             MOVE WS-TECH        TO SVC-TECH.
             MOVE WS-FAULT       TO SVC-FAULT.
             MOVE WS-CONTACT     TO SVC-CONTACT.
             MOVE WS-TEL         TO SVC-TEL.
             MOVE "O"            TO SVC-STATUS.
             MOVE LS-USER        TO SVC-USER.

       CA25-WRITE.
             WRITE SVC-RECORD
                 INVALID KEY
                     ADD 1       TO WS-CALLNO
                     MOVE WS-CALLNO
                                 TO SVC-NUMBER
                     GO TO CA25-WRITE.
             DISPLAY "Call number : " AT 1310
                     WITH FOREGROUND-COLOR 14
                     WS-CALLNO WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      /
      *    ****    V I E W   /   A S S I G N   T E C H N I C I A N
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-CALLNO.
             DISPLAY S13.
             ACCEPT S13 AT 0424.
           IF WS-CALLNO = ZERO
               GO TO DA999.
             MOVE WS-CALLNO      TO SVC-NUMBER.
             READ SVCALL WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Call not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
             PERFORM BE00-SHOW THRU BE00-EXIT.
           IF SVC-STATUS NOT = "O"
               UNLOCK SVCALL
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               GO TO DA00.

       DA05.
             MOVE SVC-TECH       TO WS-TECH.
             DISPLAY S21.
             ACCEPT S21.
           IF WS-TECH = SVC-TECH
               UNLOCK SVCALL
               GO TO DA00.
             PERFORM BC00-TECH THRU BC00-EXIT.
           IF WS-OPTION = "N"
               MOVE "Technician not on file"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA05.
             DISPLAY WS-TECHNAME AT 1330 WITH FOREGROUND-COLOR 15.
             MOVE WS-TECH        TO SVC-TECH.
             REWRITE SVC-RECORD.
             GO TO DA00.

       DA999.
             EXIT.

      /
      *    ****    B O O K   H O U R S
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-CALLNO.
             DISPLAY S13.
             ACCEPT S13 AT 0424.
           IF WS-CALLNO = ZERO
               GO TO EA999.
             PERFORM BB00-GETCALL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO EA00.
             PERFORM BE00-SHOW THRU BE00-EXIT.
             MOVE ZERO           TO WS-HOURS WS-RATE.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-HOURS = ZERO
               UNLOCK SVCALL
               GO TO EA00.
           IF WS-RATE = ZERO
               MOVE WS-LABRATE   TO WS-RATE.
             PERFORM BD00-SVCTRN THRU BD00-EXIT.
             MOVE "L"            TO SVT-TYPE.
             MOVE TODAY-DDMMYY   TO SVT-DATE.
             MOVE SVC-TECH       TO SVT-TECH.
             MOVE WS-HOURS       TO SVT-QTY.
             MOVE WS-RATE        TO SVT-PRICE.
             MOVE WS-SVCDEPT     TO SVT-DEPT.
             MOVE LS-USER        TO SVT-USER.
             PERFORM BD10-WRITE THRU BD10-EXIT.
             ADD WS-HOURS        TO SVC-HOURS.
             COMPUTE SVC-LABOUR ROUNDED = SVC-LABOUR
                                        + (WS-HOURS * WS-RATE).
             REWRITE SVC-RECORD.
             GO TO EA00.

       EA999.
             EXIT.

      /
      *    ****    B O O K   P A R T S
      *
      *            Issued from stock at the FIFO cost and charged
      *            at the debtor's price column.
      *
       FA000           SECTION.
       FA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-CALLNO.
             DISPLAY S13.
             ACCEPT S13 AT 0424.
           IF WS-CALLNO = ZERO
               GO TO FA999.
             PERFORM BB00-GETCALL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO FA00.
             PERFORM BE00-SHOW THRU BE00-EXIT.

       FA05.
             MOVE SPACES         TO WS-ITEM.
             MOVE ZERO           TO WS-QTY.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-ITEM = SPACES
               REWRITE SVC-RECORD
               GO TO FA00.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO FA05.
           IF WS-QTY = ZERO
               UNLOCK STOCK
               GO TO FA05.
             DISPLAY STK-DESC AT 1440 WITH FOREGROUND-COLOR 15.
             PERFORM FC00-NEGCHK THRU FC00-EXIT.
           IF WS-NEG-RESULT = "N"
               UNLOCK STOCK
               GO TO FA05.
             SUBTRACT WS-QTY   FROM STK-QOH.
             REWRITE STK-RECORD.
             PERFORM FB00-FIFO THRU FB00-EXIT.
             MOVE WS-ITEM        TO CRD-ITEM.
             MOVE TODAY-DDMMYY   TO CRD-DATE.
             MOVE ZERO           TO CRD-SERIAL.
             MOVE 42             TO CRD-TYPE.
             MOVE WS-CALLNO      TO CRD-REF.
             MOVE WS-QTY         TO CRD-QTY.
             MOVE WS-FIFO-UNIT   TO CRD-COST.
             MOVE LS-USER        TO CRD-USER.

       FA10-WRITE.
             WRITE CRD-RECORD
                 INVALID KEY
                     ADD 1       TO CRD-SERIAL
                     GO TO FA10-WRITE.
      *
      *    ****    The selling price off the debtor's column.
      *
           IF DEB-PRICE-COL = 1
               MOVE STK-PRICE-WS TO WS-PRICE
           ELSE
           IF DEB-PRICE-COL = 2
               MOVE STK-PRICE-CS TO WS-PRICE
           ELSE
               MOVE STK-PRICE-RT TO WS-PRICE.
             PERFORM BD00-SVCTRN THRU BD00-EXIT.
             MOVE "P"            TO SVT-TYPE.
             MOVE TODAY-DDMMYY   TO SVT-DATE.
             MOVE SVC-TECH       TO SVT-TECH.
             MOVE WS-ITEM        TO SVT-ITEM.
             MOVE WS-QTY         TO SVT-QTY.
             MOVE WS-PRICE       TO SVT-PRICE.
             MOVE WS-FIFO-UNIT   TO SVT-COST.
             MOVE STK-DEPT       TO SVT-DEPT.
             MOVE LS-USER        TO SVT-USER.
             PERFORM BD10-WRITE THRU BD10-EXIT.
             COMPUTE SVC-PARTS ROUNDED = SVC-PARTS
                                       + (WS-QTY * WS-PRICE).
             COMPUTE SVC-COST ROUNDED = SVC-COST
                                      + (WS-QTY * WS-FIFO-UNIT).
             MOVE SVC-PARTS      TO WS-AMOUNT.
             DISPLAY "Parts: " AT 1110 WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             GO TO FA05.

       FA999.
             EXIT.

      *
      *    ****    The issue's cost off the FIFO layers; the
      *            latest stock cost only if the module cannot
      *            load.
      *
       FB00-FIFO.
             MOVE WS-ITEM        TO WS-FIFO-ITEM.
             MOVE WS-QTY         TO WS-FIFO-QTY.
             MOVE LS-L-OR-N      TO WS-FIFO-DRIVE.
             MOVE WS-SYS-ID      TO WS-FIFO-SYSID.
             MOVE STK-COST       TO WS-FIFO-UNIT.
             CALL "FIFOCOST" USING WS-FIFO-REQUEST
                 ON EXCEPTION
                     MOVE STK-COST
                                 TO WS-FIFO-UNIT
             END-CALL.
           IF WS-FIFO-UNIT = ZERO
               MOVE STK-COST     TO WS-FIFO-UNIT.

       FB00-EXIT.
             EXIT.

      *
      *    ****    Would the issue take the item below zero?  The
      *            item's or department's rule decides (NEGCHK).
      *
       FC00-NEGCHK.
             MOVE WS-ITEM        TO WS-NEG-ITEM.
             MOVE SPACES         TO WS-NEG-WARE.
             MOVE STK-QOH        TO WS-NEG-QOH.
             MOVE WS-QTY         TO WS-NEG-QTY.
             MOVE 42             TO WS-NEG-DOCTYPE.
             MOVE WS-CALLNO      TO WS-NEG-DOCNO.
             MOVE LS-USER        TO WS-NEG-OPER.
             MOVE TODAY-DDMMYY   TO WS-NEG-DATE.
             MOVE LS-L-OR-N      TO WS-NEG-DRIVE.
             MOVE WS-SYS-ID      TO WS-NEG-SYSID.
             MOVE "Y"            TO WS-NEG-RESULT.
             CALL "NEGCHK" USING WS-NEG-REQUEST
                 ON EXCEPTION
                     MOVE "Y"    TO WS-NEG-RESULT
             END-CALL.

       FC00-EXIT.
             EXIT.

      /
      *    ****    C L O S E   A N D   I N V O I C E
      *
      *            Each booked line becomes an invoice line, the
      *            call-out fee is added, and VAT is charged per
      *            line at the department rate.  A call with
      *            nothing to charge is simply closed.
      *
       GA000           SECTION.
       GA00.
           IF LS0-DBLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA999.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-CALLNO.
             DISPLAY S13.
             ACCEPT S13 AT 0424.
           IF WS-CALLNO = ZERO
               GO TO GA999.
             PERFORM BB00-GETCALL THRU BB00-EXIT.
           IF WS-OPTION = "N"
               GO TO GA00.
             PERFORM BE00-SHOW THRU BE00-EXIT.
             MOVE WS-CALLOUT     TO WS-AMOUNT.
             DISPLAY "Call-out fee : " AT 1310
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK SVCALL
               GO TO GA00.
             MOVE ZERO           TO WS-INVNO.
           IF SVC-LABOUR = ZERO AND SVC-PARTS = ZERO
                                AND WS-CALLOUT = ZERO
               GO TO GA50.
             MOVE SVC-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     UNLOCK SVCALL
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA00.
             PERFORM GF00-RATE THRU GF00-EXIT.
           IF WS-FX-FOUND NOT = "Y"
               MOVE "No exchange rate for the account's currency"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK DEBTOR
               UNLOCK SVCALL
               GO TO GA00.
             PERFORM GE00-NUMBER THRU GE00-EXIT.
           IF WS-INVNO = ZERO
               UNLOCK DEBTOR
               UNLOCK SVCALL
               GO TO GA00.
             MOVE ZERO           TO WS-INVLINE WS-INVTOT WS-INVVAT.
             INITIALIZE DOC-RECORD.
             MOVE WS-INVNO       TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             MOVE 01             TO DOC-TYPE.
             MOVE DEB-ACNO       TO DOC-ACNO.
             MOVE TODAY-DDMMYY   TO DOC-DATE.
             MOVE ZERO           TO DOC-TIME.
             MOVE DEB-SMAN       TO DOC-SMAN.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
             WRITE DOC-RECORD.
      *
      *    ****    The booked lines, in the order booked.
      *
             MOVE WS-CALLNO      TO SVT-CALL.
             MOVE ZERO           TO SVT-LINE.
             START SVCTRN KEY NOT LESS SVT-KEY
                 INVALID KEY
                     GO TO GA20.

       GA10.
             READ SVCTRN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GA20.
           IF SVT-CALL NOT = WS-CALLNO
               GO TO GA20.
           IF SVT-TYPE = "L"
               MOVE "LABOUR"     TO DOC-ITEM
           ELSE
               MOVE SVT-ITEM     TO DOC-ITEM.
             MOVE DOC-ITEM       TO WS-ITEM.
             MOVE SVT-QTY        TO WS-QTY.
             MOVE SVT-PRICE      TO WS-PRICE.
             MOVE SVT-DEPT       TO WS-LINEDEPT.
             PERFORM GB00-LINE THRU GB00-EXIT.
             GO TO GA10.

       GA20.
           IF WS-CALLOUT NOT = ZERO
               MOVE "CALL-OUT"   TO WS-ITEM
               MOVE 1            TO WS-QTY
               MOVE WS-CALLOUT   TO WS-PRICE
               MOVE WS-SVCDEPT   TO WS-LINEDEPT
               PERFORM GB00-LINE THRU GB00-EXIT.
      *
      *    ****    Complete the invoice header, the debtor
      *            transaction, and the balance.
      *
             MOVE WS-INVNO       TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             READ INVOICE WITH KEPT LOCK
                 INVALID KEY
                     GO TO GA30.
             COMPUTE DOC-TOTAL = WS-INVTOT + WS-INVVAT.
             MOVE WS-INVVAT      TO DOC-VAT.
           IF WS-FX-RATE > ZERO
               COMPUTE DOC-FXTOTAL ROUNDED = DOC-TOTAL / WS-FX-RATE.
             REWRITE DOC-RECORD.

       GA30.
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             MOVE 01             TO TRA-TYPE.
             MOVE WS-INVNO       TO TRA-REF.
             MOVE "Service call" TO TRA-DESC.
             COMPUTE TRA-AMOUNT = WS-INVTOT + WS-INVVAT.
             COMPUTE TRA-OUTSTAND = WS-INVTOT + WS-INVVAT.
             MOVE LS-USER        TO TRA-USER.
             MOVE DEB-CURR       TO TRA-CURR.
             MOVE WS-FX-RATE     TO TRA-FXRATE.
           IF WS-FX-RATE > ZERO
               COMPUTE TRA-FXAMOUNT ROUNDED =
                       TRA-AMOUNT / WS-FX-RATE
           ELSE
               MOVE ZERO         TO TRA-FXAMOUNT.
             MOVE TRA-FXAMOUNT   TO TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       GA35-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO GA35-WRITE.
             COMPUTE DEB-BALANCE = DEB-BALANCE
                                 + WS-INVTOT + WS-INVVAT.
             MOVE TODAY-DDMMYY   TO DEB-LASTPUR.
             REWRITE DEB-RECORD.

       GA50.
             MOVE "C"            TO SVC-STATUS.
             MOVE TODAY-DDMMYY   TO SVC-CLOSED.
             MOVE WS-INVNO       TO SVC-INVOICE.
             REWRITE SVC-RECORD.
           IF WS-INVNO = ZERO
               DISPLAY "Call closed - nothing to invoice" AT 1510
                       WITH FOREGROUND-COLOR 14
           ELSE
               COMPUTE WS-AMOUNT = WS-INVTOT + WS-INVVAT
               DISPLAY "Invoice " AT 1510 WITH FOREGROUND-COLOR 14
                       WS-INVNO WITH FOREGROUND-COLOR 15
                       " for " WITH FOREGROUND-COLOR 14
                       WS-AMOUNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO GA00.

       GA999.
             EXIT.

      *
      *    ****    One invoice line with its VAT and the tax
      *            transaction behind it.
      *
       GB00-LINE.
             ADD 1               TO WS-INVLINE.
             INITIALIZE DOC-RECORD.
             MOVE WS-INVNO       TO DOC-NUMBER.
             MOVE WS-INVLINE     TO DOC-LINE.
             MOVE 01             TO DOC-TYPE.
             MOVE DEB-ACNO       TO DOC-ACNO.
             MOVE TODAY-DDMMYY   TO DOC-DATE.
             MOVE ZERO           TO DOC-TIME.
             MOVE WS-ITEM        TO DOC-ITEM.
             MOVE WS-QTY         TO DOC-QTY.
             MOVE WS-PRICE       TO DOC-PRICE.
             COMPUTE WS-LINEVAL ROUNDED = WS-QTY * WS-PRICE.
             PERFORM GC00-VAT THRU GC00-EXIT.
             MOVE WS-LINEVAT     TO DOC-VAT.
             COMPUTE DOC-TOTAL = WS-LINEVAL + WS-LINEVAT.
             MOVE DEB-SMAN       TO DOC-SMAN.
             MOVE ZERO           TO DOC-TERM.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
             WRITE DOC-RECORD.
             ADD WS-LINEVAL      TO WS-INVTOT.
             ADD WS-LINEVAT      TO WS-INVVAT.
           IF WS-TAXOK = "Y"
               PERFORM GD00-TAX THRU GD00-EXIT.

       GB00-EXIT.
             EXIT.

      *
      *    ****    VAT on the line at the department rate.
      *
       GC00-VAT.
             MOVE ZERO           TO WS-LINEVAT WS-LINERATE.
             MOVE "N"            TO WS-TAXOK.
           IF WS-LINEDEPT = SPACES
               GO TO GC00-EXIT.
             MOVE WS-LINEDEPT    TO DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     GO TO GC00-EXIT.
             MOVE DPT-RATE       TO WS-LINERATE.
             MOVE "Y"            TO WS-TAXOK.
             COMPUTE WS-LINEVAT ROUNDED =
                 (WS-LINEVAL * DPT-RATE) / 100.

       GC00-EXIT.
             EXIT.

      *
      *    ****    The tax transaction so the VAT return sees the
      *            service sale like any other.
      *
       GD00-TAX.
             INITIALIZE TAX-RECORD1.
             MOVE "1"            TO TAX-TYPE.
             MOVE 2              TO TAX-ACTYPE.
             MOVE TODAY-DDMMYY   TO TAX-DATE.
             MOVE ZERO           TO TAX-SERIAL.
             MOVE WS-LINEDEPT    TO TAX-DEPT.
             MOVE WS-LINEVAL     TO TAX-EXCL.
             MOVE WS-LINEVAT     TO TAX-TAX.
             MOVE WS-LINERATE    TO TAX-RATE.
             MOVE ZERO           TO TAX-ACCOUNT.
             MOVE WS-INVNO       TO TAX-REF.
             MOVE LS-USER        TO TAX-USER.

       GD02-WRITE.
             WRITE TAX-RECORD1
                 INVALID KEY
                     ADD 1       TO TAX-SERIAL
                     GO TO GD02-WRITE.

       GD00-EXIT.
             EXIT.

      *
      *    ****    Draw the next invoice number under lock.
      *
       GE00-NUMBER.
             MOVE 1              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR WS-INVNO
               MOVE "Debtor control record missing"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GE00-EXIT.
             ADD 1               TO DEB-INVOICE.
             MOVE DEB-INVOICE    TO WS-INVNO.
             PERFORM REWRITE-CONTROL-UNLOCK THRU WRITE-CONTROL-EXIT.

       GE00-EXIT.
             EXIT.

      *
      *    ****    The account's rate for the invoice.  A home
      *            account answers found with no rate.
      *
       GF00-RATE.
             MOVE ZERO           TO WS-FX-RATE.
             MOVE "Y"            TO WS-FX-FOUND.
           IF DEB-CURR = SPACES
               GO TO GF00-EXIT.
             MOVE DEB-CURR       TO WS-FX-CURR.
             MOVE LS-L-OR-N      TO WS-FX-DRIVE.
             MOVE WS-SYS-ID      TO WS-FX-SYSID.
             CALL "FXRATE" USING WS-FX-REQUEST.

       GF00-EXIT.
             EXIT.

      /
      *    ****    O P E N   C A L L S   B O A R D
      *
      *            Every open call by technician, oldest first,
      *            with its age in days; unassigned calls head
      *            the board under technician zero.
      *
       HA000           SECTION.
       HA00.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE ZERO           TO WS-OPENCALLS WS-TECHCALLS.
             MOVE 999            TO WS-LASTTECH.
             OPEN OUTPUT PRINTF.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             SORT SORTWK ON ASCENDING KEY SRT-TECH SRT-YMD SRT-CALL
                 INPUT PROCEDURE HB000-FEED THRU HB00-EXIT
                 OUTPUT PROCEDURE HC000-PRINT THRU HC00-EXIT.
           IF WS-TECHCALLS NOT = ZERO
               MOVE WS-TECHCALLS TO W30-COUNT
               WRITE PRINT-REC FROM W30-TOTAL.
             CLOSE PRINTF.
             DISPLAY "Open calls : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-OPENCALLS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       HA999.
             EXIT.

      /
      *    ****    F E E D   T H E   S O R T
      *
       HB000-FEED      SECTION.
       HB00.
             MOVE ZERO           TO SVC-NUMBER.
             START SVCALL KEY NOT LESS SVC-NUMBER
                 INVALID KEY
                     GO TO HB00-EXIT.

       HB05.
             READ SVCALL NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO HB00-EXIT.
           IF SVC-STATUS NOT = "O"
               GO TO HB05.
             MOVE SVC-DATE       TO WS-DATE-WORK.
             COMPUTE SRT-YMD = (WS-DW-YYYY * 10000)
                             + (WS-DW-MM * 100) + WS-DW-DD.
             MOVE SVC-TECH       TO SRT-TECH.
             MOVE SVC-NUMBER     TO SRT-CALL.
             MOVE SVC-ACNO       TO SRT-ACNO.
             MOVE SVC-SERIAL     TO SRT-SERIAL.
             MOVE SVC-DATE       TO SRT-DATE.
             MOVE SVC-FAULT      TO SRT-FAULT.
             RELEASE SRT-RECORD.
             GO TO HB05.

       HB00-EXIT.
             EXIT.

      /
      *    ****    P R I N T   T H E   B O A R D
      *
       HC000-PRINT     SECTION.
       HC00.
             RETURN SORTWK
                 AT END
                     GO TO HC00-EXIT.
           IF SRT-TECH NOT = WS-LASTTECH
               PERFORM HC10-TECH THRU HC10-EXIT.
             MOVE SRT-CALL       TO W20-CALL.
             MOVE SRT-ACNO       TO W20-ACNO.
             MOVE SRT-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE DEB-NAME       TO W20-NAME.
             MOVE SRT-SERIAL     TO W20-SERIAL.
             MOVE SRT-DATE       TO W20-DATE.
             MOVE SRT-DATE       TO WS-DATE-WORK.
             COMPUTE WS-CALLNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-CALLNUM > WS-TODAYNUM
               MOVE ZERO         TO W20-AGE
           ELSE
               COMPUTE W20-AGE = WS-TODAYNUM - WS-CALLNUM.
             MOVE SRT-FAULT      TO W20-FAULT.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-TECHCALLS WS-OPENCALLS.
             GO TO HC00.

       HC00-EXIT.
             EXIT.

      *
      *    ****    Close off the last technician and head the
      *            next one.
      *
       HC10-TECH.
           IF WS-LASTTECH NOT = 999
               MOVE WS-TECHCALLS TO W30-COUNT
               WRITE PRINT-REC FROM W30-TOTAL.
             MOVE SRT-TECH       TO WS-LASTTECH WS-TECH.
             MOVE ZERO           TO WS-TECHCALLS.
             PERFORM BC00-TECH THRU BC00-EXIT.
           IF WS-TECH = ZERO
               MOVE "** UNASSIGNED **"
                                 TO WS-TECHNAME.
             MOVE WS-TECH        TO W30-TECH.
             MOVE WS-TECHNAME    TO W30-NAME.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-HEAD.

       HC10-EXIT.
             EXIT.

      /
      *    ****    T E C H N I C I A N S
      *
      *            Numbers 1 to 100, two to a PARAM record from
      *            201; blanking the name removes the technician.
      *
       IA000           SECTION.
       IA00.
           IF LS0-DBLEV < 7
               MOVE "Technicians are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO IA999.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-TECH.
             DISPLAY S18.
             ACCEPT S18.
           IF WS-TECH = ZERO
               GO TO IA999.
           IF WS-TECH > 100
               MOVE "Technician numbers run from 1 to 100"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO IA00.
             DIVIDE WS-TECH BY 2 GIVING WS-HALF REMAINDER WS-REM.
             COMPUTE WS-SLOT = 2 - WS-REM.
             COMPUTE WS-PARKEY = 201 + ((WS-TECH - 1) / 2).
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD201
               MOVE WS-PARKEY    TO PAR-KEY.
           IF PAR-TECH-NO (WS-SLOT) = WS-TECH
               MOVE PAR-TECH-NAME (WS-SLOT)
                                 TO WS-TECHNAME
           ELSE
               MOVE SPACES       TO WS-TECHNAME.
             DISPLAY S19.
             ACCEPT S19.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO IA00.
           IF WS-TECHNAME = SPACES
               MOVE ZERO         TO PAR-TECH-NO (WS-SLOT)
           ELSE
               MOVE WS-TECH      TO PAR-TECH-NO (WS-SLOT).
             MOVE WS-TECHNAME    TO PAR-TECH-NAME (WS-SLOT).
             PERFORM JB00-SAVE THRU JB00-EXIT.
             GO TO IA00.

       IA999.
             EXIT.

      /
      *    ****    S E R V I C E   S E T T I N G S
      *
       JA000           SECTION.
       JA00.
           IF LS0-DBLEV < 7
               MOVE "Service settings are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA999.
             DISPLAY CLR-SCREEN.
             MOVE 285            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD285
               MOVE 285          TO PAR-KEY.

       JA05.
             DISPLAY S20.
             ACCEPT S20.
           IF PAR-SVC-DEPT = SPACES
               GO TO JA10.
             MOVE PAR-SVC-DEPT   TO DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Department not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO JA05.

       JA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO JA999.
             MOVE PAR-SVC-LABRATE
                                 TO WS-LABRATE.
             MOVE PAR-SVC-CALLOUT
                                 TO WS-CALLOUT.
             MOVE PAR-SVC-DEPT   TO WS-SVCDEPT.
             PERFORM JB00-SAVE THRU JB00-EXIT.

       JA999.
             EXIT.

      *
      *    ****    Rewrite the PARAM record, or create it the
      *            first time.
      *
       JB00-SAVE.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.

       JB00-EXIT.
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
             MOVE "SVCALL"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-SVCALL.
             MOVE "SVCTRN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SVCTRN.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "DBTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DBTRAN.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "CARDEX"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CARDEX.
             MOVE "SERIAL"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SERIAL.
             MOVE "INVOIC"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "NETWORK"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NETWORK.
             MOVE "DEPART"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEPART.
             MOVE "TXTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-TXTRAN.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O SVCALL.
           IF WS-STATUS = "35"
               CLOSE SVCALL
               OPEN OUTPUT SVCALL
               CLOSE SVCALL
               OPEN I-O SVCALL.
             OPEN I-O SVCTRN.
           IF WS-STATUS = "35"
               CLOSE SVCTRN
               OPEN OUTPUT SVCTRN
               CLOSE SVCTRN
               OPEN I-O SVCTRN.
             OPEN I-O SERIAL.
           IF WS-STATUS = "35"
               CLOSE SERIAL
               OPEN OUTPUT SERIAL
               CLOSE SERIAL
               OPEN I-O SERIAL.
             OPEN I-O DEBTOR DBTRAN STOCK CARDEX INVOICE NETWORK
                      PARAM.
             OPEN I-O TXTRAN.
           IF WS-STATUS = "35"
               CLOSE TXTRAN
               OPEN OUTPUT TXTRAN
               CLOSE TXTRAN
               OPEN I-O TXTRAN.
             OPEN INPUT DEPART.
             MOVE 285            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-SVC-LABRATE
                                 TO WS-LABRATE
               MOVE PAR-SVC-CALLOUT
                                 TO WS-CALLOUT
               MOVE PAR-SVC-DEPT TO WS-SVCDEPT
           ELSE
               MOVE ZERO         TO WS-LABRATE WS-CALLOUT
               MOVE SPACES       TO WS-SVCDEPT
               MOVE ZERO         TO WS-F-ERROR.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 97
               MOVE W02-SVCALL    TO WS-FILE
               MOVE SVC-NUMBER    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 98
               MOVE W02-SVCTRN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SVT-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 25
               MOVE W02-DBTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TRA-KEY       TO WS-KEYX
           ELSE
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
           IF WS-F-ERROR = 56
               MOVE W02-SERIAL    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SER-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 24
               MOVE W02-INVOIC    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DOC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 2
               MOVE W02-NETWORK   TO WS-FILE
               MOVE WS-NETKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 34
               MOVE W02-DEPART    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DPT-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 32
               MOVE W02-TXTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TAX-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY.

       COPY DISPERR.PRO.
