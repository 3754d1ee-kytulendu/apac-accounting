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
      *     C U S T O M E R   P R O F I T A B I L I T Y                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            CUSTPROF.
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
      *    OCT 2026 - First issue.  Customer profitability: for a
      *               chosen period, each debtor's invoice gross
      *               profit less credit notes, rebates, settlement
      *               discounts, interest waived, delivery cost,
      *               container losses and bad debts written off,
      *               ranked worst to best so the accounts that
      *               lose money head the report.  Delivery cost is
      *               the route's vehicle costs (spread over the
      *               routes sharing the vehicle as in RTEPROF)
      *               divided over the drops made on the route.
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

       COPY DBTRAN.SL.

       COPY INVOIC.SL.

       COPY STOCK.SL.

       COPY CONTBAL.SL.

       COPY ROUTE.SL.

       COPY VEHCOST.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT SORTWK    ASSIGN W02-SORTWK.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY INVOIC.FDE.

       COPY STOCK.FDE.

       COPY CONTBAL.FD.

       COPY ROUTE.FDE.

       COPY VEHCOST.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       SD  SORTWK.
       01  SRT-RECORD.
           03  SRT-NET        PIC S9(09)V99 COMP-3.
           03  SRT-ACNO       PIC  9(05).
           03  SRT-NAME       PIC  X(20).
           03  SRT-GP         PIC S9(09)V99 COMP-3.
           03  SRT-CRN        PIC S9(09)V99 COMP-3.
           03  SRT-RBT        PIC S9(09)V99 COMP-3.
           03  SRT-DISC       PIC S9(09)V99 COMP-3.
           03  SRT-INTW       PIC S9(09)V99 COMP-3.
           03  SRT-DELV       PIC S9(09)V99 COMP-3.
           03  SRT-CONT       PIC S9(09)V99 COMP-3.
           03  SRT-WOFF       PIC S9(09)V99 COMP-3.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-VEHICLE         PIC  X(08) VALUE SPACES.
       77  WS-LOSSONLY        PIC  X(01) VALUE "N".
       77  WS-DATE-FROM       PIC  9(08) VALUE ZERO.
       77  WS-DATE-TO         PIC  9(08) VALUE ZERO.
       77  WS-FROMNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-TONUM           PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-WORKNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-SHARES          PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-VCOST           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-RMAX            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-RIX             PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-DROPS           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-DOCNO           PIC  9(07) VALUE ZERO.
       77  WS-DOCTYPE         PIC  9(02) VALUE ZERO.
       77  WS-DOCGP           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINEQTY         PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-LOSSQTY         PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-ACCOUNTS        PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LOSSES          PIC  9(05) COMP-5 VALUE ZERO.
       77  W02-SORTWK         PIC  X(40) VALUE "CPFSORT".

       01  WS-ROUTE-TABLE.
           03  WS-RT-ENTRY    OCCURS 50.
               05  WS-RT-ROUTE
                              PIC  X(04).
               05  WS-RT-VEH  PIC  X(08).
               05  WS-RT-COST PIC S9(09)V99 COMP-3.
               05  WS-RT-DROPS
                              PIC  9(05) COMP-5.
               05  WS-RT-RATE PIC S9(07)V99 COMP-3.

       01  WS-ACCOUNT.
           03  WS-GP          PIC S9(09)V99 COMP-3.
           03  WS-CRN         PIC S9(09)V99 COMP-3.
           03  WS-RBT         PIC S9(09)V99 COMP-3.
           03  WS-DISC        PIC S9(09)V99 COMP-3.
           03  WS-INTW        PIC S9(09)V99 COMP-3.
           03  WS-DELV        PIC S9(09)V99 COMP-3.
           03  WS-CTLOSS      PIC S9(09)V99 COMP-3.
           03  WS-WOFF        PIC S9(09)V99 COMP-3.
           03  WS-NET         PIC S9(09)V99 COMP-3.

       01  WS-TOTALS.
           03  WS-T-GP        PIC S9(09)V99 COMP-3.
           03  WS-T-CRN       PIC S9(09)V99 COMP-3.
           03  WS-T-RBT       PIC S9(09)V99 COMP-3.
           03  WS-T-DISC      PIC S9(09)V99 COMP-3.
           03  WS-T-INTW      PIC S9(09)V99 COMP-3.
           03  WS-T-DELV      PIC S9(09)V99 COMP-3.
           03  WS-T-CONT      PIC S9(09)V99 COMP-3.
           03  WS-T-WOFF      PIC S9(09)V99 COMP-3.
           03  WS-T-NET       PIC S9(09)V99 COMP-3.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(36) VALUE
               "CUSTOMER PROFITABILITY              ".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(07) VALUE "PERIOD ".
           03  W10-FROM       PIC  Z9/99/9999.
           03  FILLER         PIC  X(04) VALUE " TO ".
           03  W10-TO         PIC  Z9/99/9999.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W10-SELECT     PIC  X(30) VALUE SPACES.
       01  W10-HEAD3.
           03  FILLER         PIC  X(46) VALUE
               "ACNO  NAME                 INVOICE GP   CR NOT".
           03  FILLER         PIC  X(46) VALUE
               "ES    REBATES   DISCOUNT INT WAIVED   DELIVERY".
           03  FILLER         PIC  X(38) VALUE
               " CONTAINERS WRITE-OFFS NET PROFIT NOTE".

       01  W20-DETAIL.
           03  W20-ACNO       PIC  9(05).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-GP         PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-CRN        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-RBT        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DISC       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-INTW       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DELV       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-CONT       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-WOFF       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NET        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NOTE       PIC  X(04).

       01  W30-TOTAL.
           03  FILLER         PIC  X(06) VALUE SPACES.
           03  FILLER         PIC  X(20) VALUE "TOTALS".
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-GP         PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-CRN        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-RBT        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DISC       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-INTW       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DELV       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-CONT       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-WOFF       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NET        PIC  Z(05)9.99-.

       01  W31-COUNT.
           03  FILLER         PIC  X(06) VALUE SPACES.
           03  FILLER         PIC  X(20) VALUE "ACCOUNTS REPORTED".
           03  W31-ACCOUNTS   PIC  ZZZZ9.
           03  FILLER         PIC  X(06) VALUE SPACES.
           03  FILLER         PIC  X(20) VALUE "LOSS-MAKING".
           03  W31-LOSSES     PIC  ZZZZ9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "CPF".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY INVOIC.ID.

       COPY STOCK.ID.

       COPY CONTBAL.ID.

       COPY ROUTE.ID.

       COPY VEHCOST.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "CUSTPROF.".
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
                       VALUE "CUSTOMER  PROFITABILITY".
           03  LINE  4 COLUMN 16 VALUE "1. All accounts ranked".
           03  LINE  5 COLUMN 16 VALUE "2. Loss-making accounts only".
           03  LINE  6 COLUMN 16 VALUE "0. Exit".
           03  LINE  8 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  8 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Period from         :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(08) USING WS-DATE-FROM AUTO.
           03  LINE  5 COLUMN 10 VALUE "Period to           :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(08) USING WS-DATE-TO AUTO.

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
             CLOSE DEBTOR DBTRAN INVOICE STOCK CONTBAL ROUTE
                   VEHCOST.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

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
               MOVE "N"          TO WS-LOSSONLY
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "2"
               MOVE "Y"          TO WS-LOSSONLY
               PERFORM EA000 THRU EA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    P R O F I T A B I L I T Y   R E P O R T
      *
      *            The route costs for the period are tabled first
      *            and each route's drops counted, giving a cost
      *            per drop.  Every debtor with activity in the
      *            period is then costed into the sort, keyed on
      *            net profit, and printed worst first.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-DATE-FROM WS-DATE-TO.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-DATE-FROM = ZERO OR WS-DATE-TO = ZERO
               GO TO EA999.
             MOVE WS-DATE-FROM   TO WS-DATE-WORK.
             COMPUTE WS-FROMNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE WS-DATE-TO     TO WS-DATE-WORK.
             COMPUTE WS-TONUM = (WS-DW-YYYY * 372)
                              + (WS-DW-MM * 31) + WS-DW-DD.
             DISPLAY "Costing routes and drops ..." AT 1510
                     WITH FOREGROUND-COLOR 14.
             PERFORM EB00-ROUTES THRU EB00-EXIT.
             PERFORM ED00-DROPS THRU ED00-EXIT.
             MOVE 1              TO WS-RIX.

       EA10.
           IF WS-RIX > WS-RMAX
               GO TO EA20.
           IF WS-RT-DROPS (WS-RIX) > ZERO
               COMPUTE WS-RT-RATE (WS-RIX) ROUNDED =
                   WS-RT-COST (WS-RIX) / WS-RT-DROPS (WS-RIX)
           ELSE
               MOVE ZERO         TO WS-RT-RATE (WS-RIX).
             ADD 1               TO WS-RIX.
             GO TO EA10.

       EA20.
             INITIALIZE WS-TOTALS.
             MOVE ZERO           TO WS-ACCOUNTS WS-LOSSES.
             OPEN OUTPUT PRINTF.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE WS-DATE-FROM   TO W10-FROM.
             MOVE WS-DATE-TO     TO W10-TO.
           IF WS-LOSSONLY = "Y"
               MOVE "LOSS-MAKING ACCOUNTS ONLY"
                                 TO W10-SELECT
           ELSE
               MOVE SPACES       TO W10-SELECT.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             SORT SORTWK ON ASCENDING KEY SRT-NET SRT-ACNO
                 INPUT PROCEDURE FB000-FEED THRU FB00-EXIT
                 OUTPUT PROCEDURE FC000-PRINT THRU FC00-EXIT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-T-GP        TO W30-GP.
             MOVE WS-T-CRN       TO W30-CRN.
             MOVE WS-T-RBT       TO W30-RBT.
             MOVE WS-T-DISC      TO W30-DISC.
             MOVE WS-T-INTW      TO W30-INTW.
             MOVE WS-T-DELV      TO W30-DELV.
             MOVE WS-T-CONT      TO W30-CONT.
             MOVE WS-T-WOFF      TO W30-WOFF.
             MOVE WS-T-NET       TO W30-NET.
             WRITE PRINT-REC FROM W30-TOTAL.
             MOVE WS-ACCOUNTS    TO W31-ACCOUNTS.
             MOVE WS-LOSSES      TO W31-LOSSES.
             WRITE PRINT-REC FROM W31-COUNT.
             CLOSE PRINTF.
             DISPLAY "Profitability report printed, loss-making : "
                     AT 1510 WITH FOREGROUND-COLOR 14
                     WS-LOSSES WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    Every route with its share of the vehicle costs
      *            for the period (a vehicle shared by several
      *            routes is spread evenly across them).
      *
       EB00-ROUTES.
             MOVE ZERO           TO WS-RMAX.
             MOVE LOW-VALUES     TO RTE-ROUTE.
             START ROUTE KEY NOT LESS RTE-ROUTE
                 INVALID KEY
                     GO TO EB00-EXIT.

       EB05-NEXT.
             READ ROUTE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EB00-EXIT.
           IF WS-RMAX NOT < 50
               GO TO EB00-EXIT.
             ADD 1               TO WS-RMAX.
             MOVE RTE-ROUTE      TO WS-RT-ROUTE (WS-RMAX).
             MOVE RTE-VEHICLE    TO WS-RT-VEH (WS-RMAX).
             MOVE ZERO           TO WS-RT-COST (WS-RMAX)
                                    WS-RT-DROPS (WS-RMAX)
                                    WS-RT-RATE (WS-RMAX).
             MOVE RTE-VEHICLE    TO WS-VEHICLE.
             PERFORM EC00-SHARES THRU EC00-EXIT.
      *
      *    ****    The share scan walked the route file; put the
      *            position back on the route just tabled.
      *
             MOVE WS-RT-ROUTE (WS-RMAX)
                                 TO RTE-ROUTE.
             READ ROUTE WITH IGNORE LOCK
                 INVALID KEY CONTINUE
             END-READ.
             PERFORM EC10-COSTS THRU EC10-EXIT.
           IF WS-SHARES > ZERO
               COMPUTE WS-RT-COST (WS-RMAX) ROUNDED =
                   WS-VCOST / WS-SHARES
           ELSE
               MOVE WS-VCOST     TO WS-RT-COST (WS-RMAX).
             GO TO EB05-NEXT.

       EB00-EXIT.
             EXIT.

      *
      *    ****    How many routes share the vehicle?
      *
       EC00-SHARES.
             MOVE ZERO           TO WS-SHARES.
             MOVE LOW-VALUES     TO RTE-ROUTE.
             START ROUTE KEY NOT LESS RTE-ROUTE
                 INVALID KEY
                     GO TO EC00-EXIT.

       EC05-NEXT.
             READ ROUTE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EC00-EXIT.
           IF RTE-VEHICLE = WS-VEHICLE
               ADD 1             TO WS-SHARES.
             GO TO EC05-NEXT.

       EC00-EXIT.
             EXIT.

      *
      *    ****    Vehicle costs for the period.
      *
       EC10-COSTS.
             MOVE ZERO           TO WS-VCOST.
             MOVE WS-VEHICLE     TO VHC-VEHICLE.
             MOVE ZERO           TO VHC-DATE VHC-SERIAL.
             START VEHCOST KEY NOT LESS VHC-KEY
                 INVALID KEY
                     GO TO EC10-EXIT.

       EC15-NEXT.
             READ VEHCOST NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EC10-EXIT.
           IF VHC-VEHICLE NOT = WS-VEHICLE
               GO TO EC10-EXIT.
             MOVE VHC-DATE       TO WS-DATE-WORK.
             COMPUTE WS-WORKNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-WORKNUM < WS-FROMNUM OR WS-WORKNUM > WS-TONUM
               GO TO EC15-NEXT.
             ADD VHC-AMOUNT      TO WS-VCOST.
             GO TO EC15-NEXT.

       EC10-EXIT.
             EXIT.

      *
      *    ****    Drops per route: every invoice in the period on
      *            an account standing on the route is one drop.
      *
       ED00-DROPS.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO ED00-EXIT.

       ED05-NEXT.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO ED00-EXIT.
           IF DEB-ROUTE = SPACES
               GO TO ED05-NEXT.
             PERFORM EE00-ROUTE THRU EE00-EXIT.
           IF WS-RIX = ZERO
               GO TO ED05-NEXT.
             PERFORM EF00-COUNT THRU EF00-EXIT.
             ADD WS-DROPS        TO WS-RT-DROPS (WS-RIX).
             GO TO ED05-NEXT.

       ED00-EXIT.
             EXIT.

      *
      *    ****    The account's route in the table (zero if the
      *            route is not on file).
      *
       EE00-ROUTE.
             MOVE 1              TO WS-RIX.

       EE05.
           IF WS-RIX > WS-RMAX
               MOVE ZERO         TO WS-RIX
               GO TO EE00-EXIT.
           IF WS-RT-ROUTE (WS-RIX) = DEB-ROUTE
               GO TO EE00-EXIT.
             ADD 1               TO WS-RIX.
             GO TO EE05.

       EE00-EXIT.
             EXIT.

      *
      *    ****    Invoices on the account in the period.
      *
       EF00-COUNT.
             MOVE ZERO           TO WS-DROPS.
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO EF00-EXIT.

       EF05-NEXT.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EF00-EXIT.
           IF TRA-ACNO NOT = DEB-ACNO
               GO TO EF00-EXIT.
           IF TRA-TYPE NOT = 01
               GO TO EF05-NEXT.
             MOVE TRA-DATE       TO WS-DATE-WORK.
             COMPUTE WS-WORKNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-WORKNUM < WS-FROMNUM OR WS-WORKNUM > WS-TONUM
               GO TO EF05-NEXT.
             ADD 1               TO WS-DROPS.
             GO TO EF05-NEXT.

       EF00-EXIT.
             EXIT.

      /
      *    ****    F E E D   T H E   S O R T
      *
      *            Per debtor, the items posted in the period:
      *              01        invoice - gross profit on its lines
      *              04        credit note - the profit given back
      *              27        rebate credit note
      *              19 / 30   settlement discount
      *              17        interest reversed (waived)
      *              28 / 29   bad debt written off / reinstated
      *            then the containers still out, at what they
      *            cost us over the deposit held, and the drops at
      *            the route's cost per drop.
      *
       FB000-FEED      SECTION.
       FB00.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB05.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
             INITIALIZE WS-ACCOUNT.
             MOVE ZERO           TO WS-DROPS.
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO FB30.

       FB10.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB30.
           IF TRA-ACNO NOT = DEB-ACNO
               GO TO FB30.
             MOVE TRA-DATE       TO WS-DATE-WORK.
             COMPUTE WS-WORKNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-WORKNUM < WS-FROMNUM OR WS-WORKNUM > WS-TONUM
               GO TO FB10.
           IF TRA-TYPE = 01
               ADD 1             TO WS-DROPS
               PERFORM FD00-DOC THRU FD00-EXIT
               IF WS-DOCTYPE = 01
                   ADD WS-DOCGP  TO WS-GP.
           IF TRA-TYPE = 04
               PERFORM FD00-DOC THRU FD00-EXIT
               IF WS-DOCTYPE = 02
                   ADD WS-DOCGP  TO WS-CRN.
           IF TRA-TYPE = 27
               PERFORM FD00-DOC THRU FD00-EXIT
               IF WS-DOCTYPE = 02
                   ADD WS-DOCGP  TO WS-RBT.
           IF TRA-TYPE = 19 OR TRA-TYPE = 30
               SUBTRACT TRA-AMOUNT
                                 FROM WS-DISC.
           IF TRA-TYPE = 17
               SUBTRACT TRA-AMOUNT
                                 FROM WS-INTW.
           IF TRA-TYPE = 28 OR TRA-TYPE = 29
               SUBTRACT TRA-AMOUNT
                                 FROM WS-WOFF.
             GO TO FB10.

       FB30.
             PERFORM FE00-CONTAINERS THRU FE00-EXIT.
           IF WS-DROPS > ZERO AND DEB-ROUTE NOT = SPACES
               PERFORM EE00-ROUTE THRU EE00-EXIT
               IF WS-RIX > ZERO
                   COMPUTE WS-DELV =
                       WS-RT-RATE (WS-RIX) * WS-DROPS.
           IF WS-GP = ZERO AND WS-CRN = ZERO AND WS-RBT = ZERO
              AND WS-DISC = ZERO AND WS-INTW = ZERO
              AND WS-DELV = ZERO AND WS-CTLOSS = ZERO
              AND WS-WOFF = ZERO
               GO TO FB05.
             COMPUTE WS-NET = WS-GP - WS-CRN - WS-RBT - WS-DISC
                            - WS-INTW - WS-DELV - WS-CTLOSS - WS-WOFF.
             MOVE WS-NET         TO SRT-NET.
             MOVE DEB-ACNO       TO SRT-ACNO.
             MOVE DEB-NAME       TO SRT-NAME.
             MOVE WS-GP          TO SRT-GP.
             MOVE WS-CRN         TO SRT-CRN.
             MOVE WS-RBT         TO SRT-RBT.
             MOVE WS-DISC        TO SRT-DISC.
             MOVE WS-INTW        TO SRT-INTW.
             MOVE WS-DELV        TO SRT-DELV.
             MOVE WS-CTLOSS      TO SRT-CONT.
             MOVE WS-WOFF        TO SRT-WOFF.
             RELEASE SRT-RECORD.
             GO TO FB05.

       FB00-EXIT.
             EXIT.

      *
      *    ****    Profit on one invoice or credit note: line value
      *            excluding VAT less the stock cost of the units.
      *            Container deposit lines are left out - the
      *            deposit is refundable, not earned.  The header
      *            must belong to the account being costed.
      *
       FD00-DOC.
             MOVE ZERO           TO WS-DOCTYPE WS-DOCGP.
             MOVE TRA-REF        TO WS-DOCNO.
             MOVE WS-DOCNO       TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             READ INVOICE WITH IGNORE LOCK
                 INVALID KEY
                     GO TO FD00-EXIT.
           IF DOC-ACNO NOT = DEB-ACNO
               GO TO FD00-EXIT.
             MOVE DOC-TYPE       TO WS-DOCTYPE.
             START INVOICE KEY GREATER DOC-KEY
                 INVALID KEY
                     GO TO FD00-EXIT.

       FD05.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FD00-EXIT.
           IF DOC-NUMBER NOT = WS-DOCNO
               GO TO FD00-EXIT.
           IF DOC-ITEM = SPACES
               GO TO FD05.
             MOVE DOC-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO STK-COST
                     MOVE SPACE  TO STK-CONTNR.
           IF STK-CONTNR = "Y"
               GO TO FD05.
             MOVE DOC-QTY        TO WS-LINEQTY.
           IF WS-LINEQTY < ZERO
               COMPUTE WS-LINEQTY = ZERO - WS-LINEQTY.
             COMPUTE WS-DOCGP = WS-DOCGP + DOC-TOTAL - DOC-VAT
                              - (STK-COST * WS-LINEQTY).
             GO TO FD05.

       FD00-EXIT.
             EXIT.

      *
      *    ****    Containers still out on the account: each costs
      *            us whatever its stock cost exceeds the deposit.
      *
       FE00-CONTAINERS.
             MOVE DEB-ACNO       TO CTB-ACNO.
             MOVE LOW-VALUES     TO CTB-ITEM.
             START CONTBAL KEY NOT LESS CTB-KEY
                 INVALID KEY
                     GO TO FE00-EXIT.

       FE05.
             READ CONTBAL NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FE00-EXIT.
           IF CTB-ACNO NOT = DEB-ACNO
               GO TO FE00-EXIT.
           IF CTB-QTY NOT > ZERO
               GO TO FE05.
             MOVE CTB-QTY        TO WS-LOSSQTY.
             MOVE CTB-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO FE05.
           IF STK-COST > STK-DEPOSIT
               COMPUTE WS-CTLOSS = WS-CTLOSS
                   + ((STK-COST - STK-DEPOSIT) * WS-LOSSQTY).
             GO TO FE05.

       FE00-EXIT.
             EXIT.

      /
      *    ****    P R I N T   T H E   R A N K I N G
      *
       FC000-PRINT     SECTION.
       FC00.
             RETURN SORTWK
                 AT END
                     GO TO FC00-EXIT.
           IF WS-LOSSONLY = "Y" AND SRT-NET NOT < ZERO
               GO TO FC00.
             MOVE SRT-ACNO       TO W20-ACNO.
             MOVE SRT-NAME       TO W20-NAME.
             MOVE SRT-GP         TO W20-GP.
             MOVE SRT-CRN        TO W20-CRN.
             MOVE SRT-RBT        TO W20-RBT.
             MOVE SRT-DISC       TO W20-DISC.
             MOVE SRT-INTW       TO W20-INTW.
             MOVE SRT-DELV       TO W20-DELV.
             MOVE SRT-CONT       TO W20-CONT.
             MOVE SRT-WOFF       TO W20-WOFF.
             MOVE SRT-NET        TO W20-NET.
           IF SRT-NET < ZERO
               MOVE "LOSS"       TO W20-NOTE
               ADD 1             TO WS-LOSSES
           ELSE
               MOVE SPACES       TO W20-NOTE.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-ACCOUNTS.
             ADD SRT-GP          TO WS-T-GP.
             ADD SRT-CRN         TO WS-T-CRN.
             ADD SRT-RBT         TO WS-T-RBT.
             ADD SRT-DISC        TO WS-T-DISC.
             ADD SRT-INTW        TO WS-T-INTW.
             ADD SRT-DELV        TO WS-T-DELV.
             ADD SRT-CONT        TO WS-T-CONT.
             ADD SRT-WOFF        TO WS-T-WOFF.
             ADD SRT-NET         TO WS-T-NET.
             GO TO FC00.

       FC00-EXIT.
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
             MOVE "DBTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DBTRAN.
             MOVE "INVOIC"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "CONTBAL"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CONTBAL.
             MOVE "ROUTE"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-ROUTE.
             MOVE "VEHCOST"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-VEHCOST.

       ZA02.
             OPEN INPUT DEBTOR DBTRAN INVOICE STOCK ROUTE.
             OPEN I-O CONTBAL.
           IF WS-STATUS = "35"
               CLOSE CONTBAL
               OPEN OUTPUT CONTBAL
               CLOSE CONTBAL
               OPEN I-O CONTBAL.
             OPEN I-O VEHCOST.
           IF WS-STATUS = "35"
               CLOSE VEHCOST
               OPEN OUTPUT VEHCOST
               CLOSE VEHCOST
               OPEN I-O VEHCOST.

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
           IF WS-F-ERROR = 25
               MOVE W02-DBTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TRA-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 24
               MOVE W02-INVOIC    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DOC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 65
               MOVE W02-CONTBAL   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CTB-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 32
               MOVE W02-ROUTE     TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE RTE-ROUTE     TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 90
               MOVE W02-VEHCOST   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE VHC-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
