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
      *     E Q U I P M E N T   R E N T A L                            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            RENTAL1.
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
      *    OCT 2026 - First issue.  Equipment rental contracts: a
      *               debtor hires a serialised unit at a daily or
      *               weekly rate; the unit goes out of STK-QOH
      *               into STK-ONHIRE (CARDEX types 43 out and 44
      *               back) and is marked on hire in the serial
      *               registry, never sold.  The weekly or monthly
      *               billing run invoices each contract on the
      *               normal invoice series for the days since it
      *               was last billed, and the on-hire report
      *               shows what is out, with whom, and since when.
      *    OCT 2026 - Export debtors: the hire invoice and its
      *               debtor transaction also carry the account's
      *               currency, the day's rate from FXRATE and the
      *               total in that currency.  A contract whose
      *               account has no rate is reported and left for
      *               the next run.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
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

       COPY RENTAL.SL.

       COPY DEBTOR.ISL.

       COPY DBTRAN.SL.

       COPY STOCK.SL.

       COPY CARDEX.SL.

       COPY SERIAL.SL.

       COPY INVOIC.SL.

       COPY CONTROL.SL.

       COPY DEPART.SL.

       COPY TXTRAN.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY RENTAL.FD.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY STOCK.FDE.

       COPY CARDEX.FDE.

       COPY SERIAL.FD.

       COPY INVOIC.FDE.

       COPY CONTROL.FDE.

       COPY DEPART.FD.

       COPY TXTRAN.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-NETKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-CONTNO          PIC  9(06) VALUE ZERO.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-SERIALNO        PIC  X(20) VALUE SPACES.
       77  WS-RATE            PIC  9(07)V99 VALUE ZERO.
       77  WS-PERIOD          PIC  X(01) VALUE SPACES.
       77  WS-CYCLE           PIC  X(01) VALUE SPACES.
       77  WS-ORDER           PIC  X(12) VALUE SPACES.
       77  WS-INDATE          PIC  9(08) VALUE ZERO.
       77  WS-RUNDATE         PIC  9(08) VALUE ZERO.
       77  WS-TODATE          PIC  9(08) VALUE ZERO.
       77  WS-QTY             PIC  9(05)V99 VALUE ZERO.
       77  WS-DAYS            PIC S9(05) COMP-3 VALUE ZERO.
       77  WS-DAYNUM          PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-FROMNUM         PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-TONUM           PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-DN-YEAR         PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-DN-Q4           PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-DN-Q100         PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-DN-Q400         PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-INVNO           PIC  9(07) VALUE ZERO.
       77  WS-LINEVAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINEVAT         PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-LINERATE        PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-TAXOK           PIC  X(01) VALUE "N".
       77  WS-AMOUNT          PIC  Z(06)9.99-.
       77  WS-BILLED          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-ONHIRE          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-RUNTOT          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    Days in the year before each month (non-leap), for
      *    the true day count the billing needs - the ageing
      *    reports' 31-day months would bill a hire over the
      *    end of February for days that never were.
      *
       01  WS-MONTH-DAYS.
           03  FILLER         PIC  X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-DAYS.
           03  WS-CUMDAYS     PIC  9(03) OCCURS 12.

      *
      *    Rate request for FXRATE (export accounts).
      *
       01  WS-FX-REQUEST.
           03  WS-FX-CURR     PIC  X(03).
           03  WS-FX-DRIVE    PIC  X(01).
           03  WS-FX-SYSID    PIC  X(03).
           03  WS-FX-RATE     PIC  9(03)V9(06) COMP-3.
           03  WS-FX-FOUND    PIC  X(01).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               " CONTR   A/C NAME                 SERIAL            ".
           03  FILLER         PIC  X(52) VALUE
               "   ITEM            OUT         DAYS       RATE P BIL".
           03  FILLER         PIC  X(06) VALUE
               "LED TO".
       01  W10-HEAD3.
           03  FILLER         PIC  X(52) VALUE
               " CONTR   A/C NAME                 ITEM             D".
           03  FILLER         PIC  X(34) VALUE
               "AYS      QTY INVOICE        AMOUNT".

       01  W20-DETAIL.
           03  W20-CONTNO     PIC  Z(05)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-SERIAL     PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-OUT        PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DAYS       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-RATE       PIC  Z(06)9.99.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PERIOD     PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-BILLED     PIC  Z9/99/9999.

       01  W21-DETAIL.
           03  W21-CONTNO     PIC  Z(05)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W21-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W21-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W21-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W21-DAYS       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W21-QTY        PIC  Z(04)9.99.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W21-INVNO      PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W21-AMOUNT     PIC  Z(08)9.99-.

       01  W30-TOTAL.
           03  FILLER         PIC  X(14) VALUE SPACES.
           03  W30-DESC       PIC  X(20).
           03  W30-COUNT      PIC  Z(04)9.
           03  FILLER         PIC  X(41) VALUE SPACES.
           03  W30-AMOUNT     PIC  Z(10)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "RNT".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY RENTAL.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY STOCK.ID.

       COPY CARDEX.ID.

       COPY SERIAL.ID.

       COPY INVOIC.ID.

       COPY CONTROL.ID.

       COPY DEPART.ID.

       COPY TXTRAN.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "RENTAL1.".
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
                       VALUE "EQUIPMENT  RENTAL".
           03  LINE  4 COLUMN 16 VALUE "1. Hire out a unit".
           03  LINE  5 COLUMN 16 VALUE "2. Return a unit".
           03  LINE  6 COLUMN 16 VALUE "3. Billing run".
           03  LINE  7 COLUMN 16 VALUE "4. On-hire report".
           03  LINE  8 COLUMN 16 VALUE "5. Contract enquiry".
           03  LINE  9 COLUMN 16 VALUE "0. Exit".
           03  LINE 11 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 11 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Contract    :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-CONTNO AUTO.

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

       01  S16.
           03  LINE  9 COLUMN 10 VALUE "Rate        :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-RATE AUTO.
           03  LINE 10 COLUMN 10 VALUE "Per D/W     :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-PERIOD AUTO.
           03  LINE 11 COLUMN 10 VALUE "Billing W/M :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-CYCLE AUTO.
           03  LINE 12 COLUMN 10 VALUE "Order ref   :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(12) USING WS-ORDER AUTO.

       01  S17.
           03  LINE 13 COLUMN 10 VALUE "Returned on :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-INDATE AUTO.

       01  S18.
           03  LINE  4 COLUMN 10 VALUE "Billing W/M :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-CYCLE AUTO.
           03  LINE  5 COLUMN 10 VALUE "Bill up to  :".
           03          COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-RUNDATE AUTO.

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
             CLOSE RENTAL DEBTOR DBTRAN STOCK CARDEX SERIAL INVOICE
                   NETWORK DEPART TXTRAN.
             CANCEL "FXRATE".

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY CONTROL.RD.

      /
       AC000           SECTION.

       COPY CONTROL.WR.

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
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    Calendar day number of WS-DATE-WORK (DDMMYYYY)
      *            into WS-DAYNUM, leap years counted, so the
      *            difference of two is the days between them.
      *
       BB00-DAYNUM.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE 1            TO WS-DW-MM.
             MOVE WS-DW-YYYY     TO WS-DN-YEAR.
           IF WS-DW-MM < 3
               SUBTRACT 1      FROM WS-DN-YEAR.
             DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4.
             DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
             DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
             COMPUTE WS-DAYNUM = (WS-DW-YYYY * 365)
                               + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                               + WS-CUMDAYS (WS-DW-MM) + WS-DW-DD.

       BB00-EXIT.
             EXIT.

      *
      *    ****    A unit's stock movement onto the CARDEX.
      *
       BC00-CARDEX.
             MOVE RNT-ITEM       TO CRD-ITEM.
             MOVE TODAY-DDMMYY   TO CRD-DATE.
             MOVE ZERO           TO CRD-SERIAL.
             MOVE RNT-NUMBER     TO CRD-REF.
             MOVE 1              TO CRD-QTY.
             MOVE STK-COST       TO CRD-COST.
             MOVE LS-USER        TO CRD-USER.

       BC05-WRITE.
             WRITE CRD-RECORD
                 INVALID KEY
                     ADD 1       TO CRD-SERIAL
                     GO TO BC05-WRITE.

       BC00-EXIT.
             EXIT.

      *
      *    ****    The contract as it stands.
      *
       BD00-SHOW.
             DISPLAY "A/C     : " AT 0610 WITH FOREGROUND-COLOR 14
                     RNT-ACNO WITH FOREGROUND-COLOR 15.
             MOVE RNT-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             DISPLAY DEB-NAME AT 0630 WITH FOREGROUND-COLOR 15.
             DISPLAY "Unit    : " AT 0710 WITH FOREGROUND-COLOR 14
                     RNT-SERIAL WITH FOREGROUND-COLOR 15
                     " " RNT-ITEM WITH FOREGROUND-COLOR 15.
             MOVE RNT-RATE       TO WS-AMOUNT.
             DISPLAY "Rate    : " AT 0810 WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15
                     " per " WITH FOREGROUND-COLOR 14
                     RNT-PERIOD WITH FOREGROUND-COLOR 15
                     "  billed " WITH FOREGROUND-COLOR 14
                     RNT-CYCLE WITH FOREGROUND-COLOR 15.
             MOVE RNT-OUT        TO WS-DATE-WORK.
             DISPLAY "Out     : " AT 0910 WITH FOREGROUND-COLOR 14
                     WS-DW-DD WITH FOREGROUND-COLOR 15
                     "/" WS-DW-MM WITH FOREGROUND-COLOR 15
                     "/" WS-DW-YYYY WITH FOREGROUND-COLOR 15.
             MOVE RNT-IN         TO WS-DATE-WORK.
             DISPLAY "In      : " AT 0940 WITH FOREGROUND-COLOR 14
                     WS-DW-DD WITH FOREGROUND-COLOR 15
                     "/" WS-DW-MM WITH FOREGROUND-COLOR 15
                     "/" WS-DW-YYYY WITH FOREGROUND-COLOR 15.
             MOVE RNT-BILLED     TO WS-DATE-WORK.
             DISPLAY "Billed  : " AT 1010 WITH FOREGROUND-COLOR 14
                     WS-DW-DD WITH FOREGROUND-COLOR 15
                     "/" WS-DW-MM WITH FOREGROUND-COLOR 15
                     "/" WS-DW-YYYY WITH FOREGROUND-COLOR 15.
             MOVE RNT-TOTAL      TO WS-AMOUNT.
             DISPLAY "To date : " AT 1040 WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
             DISPLAY "Status  : " AT 1110 WITH FOREGROUND-COLOR 14
                     RNT-STATUS WITH FOREGROUND-COLOR 15.

       BD00-EXIT.
             EXIT.

      /
      *    ****    H I R E   O U T   A   U N I T
      *
      *            Only a unit in stock on the serial registry can
      *            go out; it leaves the shelf but stays ours.
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

       CA05.
             MOVE SPACES         TO WS-SERIALNO.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-SERIALNO = SPACES
               GO TO CA00.
             MOVE WS-SERIALNO    TO SER-SERIAL.
             MOVE LOW-VALUES     TO SER-ITEM.
             START SERIAL KEY NOT LESS SER-KEY
                 INVALID KEY
                     GO TO CA07.
             READ SERIAL NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO CA07.
           IF SER-SERIAL = WS-SERIALNO
               GO TO CA08.
             UNLOCK SERIAL.

       CA07.
             MOVE "Serial not on the registry"
                                 TO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.
             GO TO CA05.

       CA08.
           IF SER-STATUS NOT = "S" AND SER-STATUS NOT = "R"
               UNLOCK SERIAL
               MOVE "Unit is not in stock"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             MOVE SER-ITEM       TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     UNLOCK SERIAL
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA05.
             DISPLAY SER-ITEM AT 0724 WITH FOREGROUND-COLOR 15.
             DISPLAY STK-DESC AT 0740 WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-RATE.
             MOVE "D"            TO WS-PERIOD.
             MOVE "M"            TO WS-CYCLE.
             MOVE SPACES         TO WS-ORDER.

       CA10.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-PERIOD = "d"
               MOVE "D"          TO WS-PERIOD.
           IF WS-PERIOD = "w"
               MOVE "W"          TO WS-PERIOD.
           IF WS-CYCLE = "w"
               MOVE "W"          TO WS-CYCLE.
           IF WS-CYCLE = "m"
               MOVE "M"          TO WS-CYCLE.
           IF WS-RATE = ZERO
               MOVE "Enter the hire rate"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
           IF WS-PERIOD NOT = "D" AND WS-PERIOD NOT = "W"
               MOVE "Rate is per D(ay) or W(eek)"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
           IF WS-CYCLE NOT = "W" AND WS-CYCLE NOT = "M"
               MOVE "Billing is W(eekly) or M(onthly)"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK SERIAL
               UNLOCK STOCK
               GO TO CA05.
      *
      *    ****    Next contract number from the last on file.
      *
             MOVE 999999         TO RNT-NUMBER.
             MOVE 1              TO WS-CONTNO.
             START RENTAL KEY LESS RNT-NUMBER
                 INVALID KEY
                     GO TO CA15.
             READ RENTAL PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA15.
             COMPUTE WS-CONTNO = RNT-NUMBER + 1.

       CA15.
             INITIALIZE RNT-RECORD.
             MOVE WS-CONTNO      TO RNT-NUMBER.
             MOVE WS-ACNO        TO RNT-ACNO.
             MOVE WS-SERIALNO    TO RNT-SERIAL.
             MOVE SER-ITEM       TO RNT-ITEM.
             MOVE WS-RATE        TO RNT-RATE.
             MOVE WS-PERIOD      TO RNT-PERIOD.
             MOVE WS-CYCLE       TO RNT-CYCLE.
             MOVE TODAY-DDMMYY   TO RNT-OUT.
             MOVE ZERO           TO RNT-IN RNT-BILLED RNT-INVOICE
                                    RNT-TOTAL.
             MOVE "O"            TO RNT-STATUS.
             MOVE WS-ORDER       TO RNT-ORDER.
             MOVE LS-USER        TO RNT-USER.

       CA20-WRITE.
             WRITE RNT-RECORD
                 INVALID KEY
                     ADD 1       TO WS-CONTNO
                     MOVE WS-CONTNO
                                 TO RNT-NUMBER
                     GO TO CA20-WRITE.
             SUBTRACT 1        FROM STK-QOH.
             ADD 1               TO STK-ONHIRE.
             REWRITE STK-RECORD.
             MOVE 43             TO CRD-TYPE.
             PERFORM BC00-CARDEX THRU BC00-EXIT.
             MOVE "H"            TO SER-STATUS.
             REWRITE SER-RECORD.
             DISPLAY "Contract number : " AT 1410
                     WITH FOREGROUND-COLOR 14
                     WS-CONTNO WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      /
      *    ****    R E T U R N   A   U N I T
      *
      *            The unit goes back on the shelf; the contract
      *            waits for the next billing run to bill the
      *            days up to the return and close.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-CONTNO.
             DISPLAY S13.
             ACCEPT S13 AT 0424.
           IF WS-CONTNO = ZERO
               GO TO DA999.
             MOVE WS-CONTNO      TO RNT-NUMBER.
             READ RENTAL WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Contract not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
           IF RNT-STATUS NOT = "O"
               UNLOCK RENTAL
               MOVE "Unit is not out on this contract"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
             PERFORM BD00-SHOW THRU BD00-EXIT.
             MOVE TODAY-DDMMYY   TO WS-INDATE.

       DA05.
             DISPLAY S17.
             ACCEPT S17.
             MOVE RNT-OUT        TO WS-DATE-WORK.
             PERFORM BB00-DAYNUM THRU BB00-EXIT.
             MOVE WS-DAYNUM      TO WS-FROMNUM.
             MOVE WS-INDATE      TO WS-DATE-WORK.
           IF WS-DW-DD < 1 OR WS-DW-DD > 31
                           OR WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE "Invalid date"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA05.
             PERFORM BB00-DAYNUM THRU BB00-EXIT.
           IF WS-DAYNUM < WS-FROMNUM OR WS-DAYNUM > WS-TODAYNUM
               MOVE "Return must fall between hire-out and today"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK RENTAL
               GO TO DA00.
             MOVE RNT-ITEM       TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     UNLOCK RENTAL
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
             ADD 1               TO STK-QOH.
             SUBTRACT 1        FROM STK-ONHIRE.
             REWRITE STK-RECORD.
             MOVE 44             TO CRD-TYPE.
             PERFORM BC00-CARDEX THRU BC00-EXIT.
             MOVE RNT-SERIAL     TO SER-SERIAL.
             MOVE RNT-ITEM       TO SER-ITEM.
             READ SERIAL WITH KEPT LOCK
                 INVALID KEY
                     GO TO DA10.
             MOVE "S"            TO SER-STATUS.
             REWRITE SER-RECORD.

       DA10.
             MOVE WS-INDATE      TO RNT-IN.
             MOVE "R"            TO RNT-STATUS.
             REWRITE RNT-RECORD.
             DISPLAY "Unit returned" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA00.

       DA999.
             EXIT.

      /
      *    ****    B I L L I N G   R U N
      *
      *            Every contract on the cycle still on hire is
      *            billed up to the run date; every returned one,
      *            whatever its cycle, gets its final bill up to
      *            the return and is closed.  One invoice per
      *            contract, VAT at the item's department rate.
      *
       EA000           SECTION.
       EA00.
           IF LS0-DBLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA999.
             DISPLAY CLR-SCREEN.
             MOVE "M"            TO WS-CYCLE.
             MOVE TODAY-DDMMYY   TO WS-RUNDATE.

       EA02.
             DISPLAY S18.
             ACCEPT S18.
           IF WS-CYCLE = "w"
               MOVE "W"          TO WS-CYCLE.
           IF WS-CYCLE = "m"
               MOVE "M"          TO WS-CYCLE.
           IF WS-CYCLE NOT = "W" AND WS-CYCLE NOT = "M"
               MOVE "Billing is W(eekly) or M(onthly)"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA02.
             MOVE WS-RUNDATE     TO WS-DATE-WORK.
           IF WS-DW-DD < 1 OR WS-DW-DD > 31
                           OR WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE "Invalid date"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA02.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO EA999.
             OPEN OUTPUT PRINTF.
             MOVE "RENTAL BILLING RUN                  "
                                 TO W10-TITLE.
             MOVE WS-RUNDATE     TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-BILLED WS-RUNTOT.
             MOVE ZERO           TO RNT-NUMBER.
             START RENTAL KEY NOT LESS RNT-NUMBER
                 INVALID KEY
                     GO TO EA90.

       EA05.
             READ RENTAL NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO EA90.
           IF RNT-STATUS = "R"
               MOVE RNT-IN       TO WS-TODATE
               GO TO EA10.
           IF RNT-STATUS NOT = "O" OR RNT-CYCLE NOT = WS-CYCLE
               UNLOCK RENTAL
               GO TO EA05.
             MOVE WS-RUNDATE     TO WS-TODATE.

       EA10.
      *
      *    ****    Days since last billed; the hire-out day
      *            itself is the first day charged.
      *
             MOVE WS-TODATE      TO WS-DATE-WORK.
             PERFORM BB00-DAYNUM THRU BB00-EXIT.
             MOVE WS-DAYNUM      TO WS-TONUM.
           IF RNT-BILLED = ZERO
               MOVE RNT-OUT      TO WS-DATE-WORK
               PERFORM BB00-DAYNUM THRU BB00-EXIT
               COMPUTE WS-FROMNUM = WS-DAYNUM - 1
           ELSE
               MOVE RNT-BILLED   TO WS-DATE-WORK
               PERFORM BB00-DAYNUM THRU BB00-EXIT
               MOVE WS-DAYNUM    TO WS-FROMNUM.
             COMPUTE WS-DAYS = WS-TONUM - WS-FROMNUM.
           IF WS-DAYS > ZERO
               GO TO EA15.
           IF RNT-STATUS = "R"
               MOVE "C"          TO RNT-STATUS
               REWRITE RNT-RECORD
               GO TO EA05.
             UNLOCK RENTAL.
             GO TO EA05.

       EA15.
           IF RNT-PERIOD = "W"
               COMPUTE WS-QTY ROUNDED = WS-DAYS / 7
           ELSE
               MOVE WS-DAYS      TO WS-QTY.
             MOVE RNT-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     UNLOCK RENTAL
                     GO TO EA05.
             PERFORM EF00-RATE THRU EF00-EXIT.
           IF WS-FX-FOUND NOT = "Y"
               MOVE SPACES       TO PRINT-REC
               STRING RNT-NUMBER    DELIMITED BY SIZE
                      " NO RATE FOR " DELIMITED BY SIZE
                      DEB-CURR      DELIMITED BY SIZE
                      " - NOT BILLED" DELIMITED BY SIZE
                      INTO PRINT-REC
               WRITE PRINT-REC
               UNLOCK DEBTOR
               UNLOCK RENTAL
               GO TO EA05.
             PERFORM EC00-NUMBER THRU EC00-EXIT.
           IF WS-INVNO = ZERO
               UNLOCK DEBTOR
               UNLOCK RENTAL
               GO TO EA90.
             PERFORM EB00-INVOICE THRU EB00-EXIT.
             MOVE WS-TODATE      TO RNT-BILLED.
             MOVE WS-INVNO       TO RNT-INVOICE.
             COMPUTE RNT-TOTAL = RNT-TOTAL + WS-LINEVAL + WS-LINEVAT.
           IF RNT-STATUS = "R"
               MOVE "C"          TO RNT-STATUS.
             REWRITE RNT-RECORD.
             ADD 1               TO WS-BILLED.
             COMPUTE WS-RUNTOT = WS-RUNTOT + WS-LINEVAL + WS-LINEVAT.
             MOVE RNT-NUMBER     TO W21-CONTNO.
             MOVE RNT-ACNO       TO W21-ACNO.
             MOVE DEB-NAME       TO W21-NAME.
             MOVE RNT-ITEM       TO W21-ITEM.
             MOVE WS-DAYS        TO W21-DAYS.
             MOVE WS-QTY         TO W21-QTY.
             MOVE WS-INVNO       TO W21-INVNO.
             COMPUTE W21-AMOUNT = WS-LINEVAL + WS-LINEVAT.
             WRITE PRINT-REC FROM W21-DETAIL.
             GO TO EA05.

       EA90.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "CONTRACTS BILLED    "
                                 TO W30-DESC.
             MOVE WS-BILLED      TO W30-COUNT.
             MOVE WS-RUNTOT      TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-TOTAL.
             CLOSE PRINTF.
             DISPLAY "Contracts billed : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-BILLED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    The invoice for one contract: header, the hire
      *            line with its VAT, the tax transaction, the
      *            debtor transaction and the balance.
      *
       EB00-INVOICE.
             MOVE RNT-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DEPT.
             COMPUTE WS-LINEVAL ROUNDED = WS-QTY * RNT-RATE.
             PERFORM ED00-VAT THRU ED00-EXIT.
             INITIALIZE DOC-RECORD.
             MOVE WS-INVNO       TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             MOVE 01             TO DOC-TYPE.
             MOVE DEB-ACNO       TO DOC-ACNO.
             MOVE TODAY-DDMMYY   TO DOC-DATE.
             MOVE ZERO           TO DOC-TIME.
             MOVE DEB-SMAN       TO DOC-SMAN.
             MOVE WS-LINEVAT     TO DOC-VAT.
             COMPUTE DOC-TOTAL = WS-LINEVAL + WS-LINEVAT.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
           IF WS-FX-RATE > ZERO
               COMPUTE DOC-FXTOTAL ROUNDED = DOC-TOTAL / WS-FX-RATE.
             WRITE DOC-RECORD.
             INITIALIZE DOC-RECORD.
             MOVE WS-INVNO       TO DOC-NUMBER.
             MOVE 1              TO DOC-LINE.
             MOVE 01             TO DOC-TYPE.
             MOVE DEB-ACNO       TO DOC-ACNO.
             MOVE TODAY-DDMMYY   TO DOC-DATE.
             MOVE ZERO           TO DOC-TIME.
             MOVE RNT-ITEM       TO DOC-ITEM.
             MOVE WS-QTY         TO DOC-QTY.
             MOVE RNT-RATE       TO DOC-PRICE.
             MOVE WS-LINEVAT     TO DOC-VAT.
             COMPUTE DOC-TOTAL = WS-LINEVAL + WS-LINEVAT.
             MOVE DEB-SMAN       TO DOC-SMAN.
             MOVE ZERO           TO DOC-TERM.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
             WRITE DOC-RECORD.
           IF WS-TAXOK = "Y"
               PERFORM EE00-TAX THRU EE00-EXIT.
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             MOVE 01             TO TRA-TYPE.
             MOVE WS-INVNO       TO TRA-REF.
             MOVE "Equipment hire"
                                 TO TRA-DESC.
             COMPUTE TRA-AMOUNT = WS-LINEVAL + WS-LINEVAT.
             COMPUTE TRA-OUTSTAND = WS-LINEVAL + WS-LINEVAT.
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

       EB05-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO EB05-WRITE.
             COMPUTE DEB-BALANCE = DEB-BALANCE
                                 + WS-LINEVAL + WS-LINEVAT.
             MOVE TODAY-DDMMYY   TO DEB-LASTPUR.
             REWRITE DEB-RECORD.

       EB00-EXIT.
             EXIT.

      *
      *    ****    Draw the next invoice number under lock.
      *
       EC00-NUMBER.
             MOVE 1              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR WS-INVNO
               MOVE "Debtor control record missing - run stopped"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EC00-EXIT.
             ADD 1               TO DEB-INVOICE.
             MOVE DEB-INVOICE    TO WS-INVNO.
             PERFORM REWRITE-CONTROL-UNLOCK THRU WRITE-CONTROL-EXIT.

       EC00-EXIT.
             EXIT.

      *
      *    ****    VAT on the line at the department rate.
      *
       ED00-VAT.
             MOVE ZERO           TO WS-LINEVAT WS-LINERATE.
             MOVE "N"            TO WS-TAXOK.
           IF STK-DEPT = SPACES
               GO TO ED00-EXIT.
             MOVE STK-DEPT       TO DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     GO TO ED00-EXIT.
             MOVE DPT-RATE       TO WS-LINERATE.
             MOVE "Y"            TO WS-TAXOK.
             COMPUTE WS-LINEVAT ROUNDED =
                 (WS-LINEVAL * DPT-RATE) / 100.

       ED00-EXIT.
             EXIT.

      *
      *    ****    The tax transaction behind the hire line.
      *
       EE00-TAX.
             INITIALIZE TAX-RECORD1.
             MOVE "1"            TO TAX-TYPE.
             MOVE 2              TO TAX-ACTYPE.
             MOVE TODAY-DDMMYY   TO TAX-DATE.
             MOVE ZERO           TO TAX-SERIAL.
             MOVE STK-DEPT       TO TAX-DEPT.
             MOVE WS-LINEVAL     TO TAX-EXCL.
             MOVE WS-LINEVAT     TO TAX-TAX.
             MOVE WS-LINERATE    TO TAX-RATE.
             MOVE ZERO           TO TAX-ACCOUNT.
             MOVE WS-INVNO       TO TAX-REF.
             MOVE LS-USER        TO TAX-USER.

       EE02-WRITE.
             WRITE TAX-RECORD1
                 INVALID KEY
                     ADD 1       TO TAX-SERIAL
                     GO TO EE02-WRITE.

       EE00-EXIT.
             EXIT.

      *
      *    ****    The account's rate for the invoice.  A home
      *            account answers found with no rate.
      *
       EF00-RATE.
             MOVE ZERO           TO WS-FX-RATE.
             MOVE "Y"            TO WS-FX-FOUND.
           IF DEB-CURR = SPACES
               GO TO EF00-EXIT.
             MOVE DEB-CURR       TO WS-FX-CURR.
             MOVE LS-L-OR-N      TO WS-FX-DRIVE.
             MOVE WS-SYS-ID      TO WS-FX-SYSID.
             CALL "FXRATE" USING WS-FX-REQUEST.

       EF00-EXIT.
             EXIT.

      /
      *    ****    O N - H I R E   R E P O R T
      *
       FA000           SECTION.
       FA00.
             OPEN OUTPUT PRINTF.
             MOVE "EQUIPMENT ON HIRE                   "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-ONHIRE.
             MOVE ZERO           TO RNT-NUMBER.
             START RENTAL KEY NOT LESS RNT-NUMBER
                 INVALID KEY
                     GO TO FA90.

       FA05.
             READ RENTAL NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA90.
           IF RNT-STATUS NOT = "O"
               GO TO FA05.
             MOVE RNT-NUMBER     TO W20-CONTNO.
             MOVE RNT-ACNO       TO W20-ACNO.
             MOVE RNT-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE DEB-NAME       TO W20-NAME.
             MOVE RNT-SERIAL     TO W20-SERIAL.
             MOVE RNT-ITEM       TO W20-ITEM.
             MOVE RNT-OUT        TO W20-OUT.
             MOVE RNT-OUT        TO WS-DATE-WORK.
             PERFORM BB00-DAYNUM THRU BB00-EXIT.
             COMPUTE WS-DAYS = WS-TODAYNUM - WS-DAYNUM + 1.
             MOVE WS-DAYS        TO W20-DAYS.
             MOVE RNT-RATE       TO W20-RATE.
             MOVE RNT-PERIOD     TO W20-PERIOD.
             MOVE RNT-BILLED     TO W20-BILLED.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-ONHIRE.
             GO TO FA05.

       FA90.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "UNITS ON HIRE       "
                                 TO W30-DESC.
             MOVE WS-ONHIRE      TO W30-COUNT.
             MOVE ZERO           TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-TOTAL.
             CLOSE PRINTF.
             DISPLAY "Units on hire : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-ONHIRE WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       FA999.
             EXIT.

      /
      *    ****    C O N T R A C T   E N Q U I R Y
      *
       GA000           SECTION.
       GA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-CONTNO.
             DISPLAY S13.
             ACCEPT S13 AT 0424.
           IF WS-CONTNO = ZERO
               GO TO GA999.
             MOVE WS-CONTNO      TO RNT-NUMBER.
             READ RENTAL WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Contract not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA00.
             PERFORM BD00-SHOW THRU BD00-EXIT.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO GA00.

       GA999.
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
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             PERFORM BB00-DAYNUM THRU BB00-EXIT.
             MOVE WS-DAYNUM      TO WS-TODAYNUM.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "RENTAL"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-RENTAL.
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
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O RENTAL.
           IF WS-STATUS = "35"
               CLOSE RENTAL
               OPEN OUTPUT RENTAL
               CLOSE RENTAL
               OPEN I-O RENTAL.
             OPEN I-O SERIAL.
           IF WS-STATUS = "35"
               CLOSE SERIAL
               OPEN OUTPUT SERIAL
               CLOSE SERIAL
               OPEN I-O SERIAL.
             OPEN I-O DEBTOR DBTRAN STOCK CARDEX INVOICE NETWORK.
             OPEN I-O TXTRAN.
           IF WS-STATUS = "35"
               CLOSE TXTRAN
               OPEN OUTPUT TXTRAN
               CLOSE TXTRAN
               OPEN I-O TXTRAN.
             OPEN INPUT DEPART.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 97
               MOVE W02-RENTAL    TO WS-FILE
               MOVE RNT-NUMBER    TO WS-KEY
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
               MOVE TAX-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
