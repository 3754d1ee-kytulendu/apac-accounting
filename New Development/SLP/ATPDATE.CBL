      $set linkcount"384" GNT"ATPDATE.GNT"
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
      *     A V A I L A B L E   T O   P R O M I S E                    *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            ATPDATE.
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
      *    OCT 2026 - First issue.  Available-to-promise date for
      *               an item and quantity, CALLed at order entry
      *               and by the order acknowledgement.  Free stock
      *               is the holding net of the open order lines
      *               ahead of the one asked about (order number
      *               sequence), back-to-back reservations and the
      *               open works order component needs; any
      *               shortfall is met from the open purchase
      *               order lines and works orders for the item in
      *               expected date order (order date plus the
      *               item's lead time), and whatever they cannot
      *               cover is promised at today plus the lead
      *               time.  L-SOURCE tells the caller which:
      *               S stock, P purchase order, W works order,
      *               L lead time.  The files stay open between
      *               calls until the caller CANCELs.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY APACFIDS.SL.

       COPY STOCK.SL.

       COPY SORDER.SL.

       COPY PORDER.SL.

       COPY WORKORD.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STOCK.FDE.

       COPY SORDER.FDE.

       COPY PORDER.FD.

       COPY WORKORD.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-POROPEN         PIC  X(01) VALUE "N".
       77  WS-WOROPEN         PIC  X(01) VALUE "N".
       77  WS-WORHDR          PIC  X(01) VALUE SPACE.
       77  WS-FREE            PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-NEED            PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-OPEN            PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-NSUP            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-SX              PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-BEST            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-ADD             PIC  9(03) VALUE ZERO.
       77  WS-DDD             PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-DAYS-MTH        PIC  9(02) VALUE ZERO.
       77  WS-DIV4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REM4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-YMD             PIC  9(08) VALUE ZERO.
       77  WS-TODAY-YMD       PIC  9(08) VALUE ZERO.

       01  WS-SELF-KEY.
           03  WS-SELF-ORDER  PIC  9(07).
           03  WS-SELF-LINE   PIC  9(03).

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
      *    Incoming supply for the item: expected date (as
      *    ccyymmdd, for ordering, and as held), quantity, and
      *    where it comes from.
      *
       01  WS-SUPPLY-TABLE.
           03  WS-SUP-ENTRY   OCCURS 100.
               05  WS-SP-YMD  PIC  9(08).
               05  WS-SP-DATE PIC  9(08).
               05  WS-SP-QTY  PIC S9(07)V99 COMP-3.
               05  WS-SP-SRC  PIC  X(01).
               05  WS-SP-USED PIC  X(01).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STOCK.ID.

       COPY SORDER.ID.

       COPY PORDER.ID.

       COPY WORKORD.ID.

       COPY WS.WS.

       LINKAGE SECTION.

       01  L-REQUEST.
           03  L-ITEM         PIC  X(15).
           03  L-QTY          PIC S9(05)V99 COMP-3.
           03  L-ORDER        PIC  9(07).
           03  L-LINE         PIC  9(03).
           03  L-TODAY        PIC  9(08).
           03  L-DRIVE        PIC  X(01).
           03  L-SYSID        PIC  X(03).
           03  L-PROMISE      PIC  9(08).
           03  L-SOURCE       PIC  X(01).

      /
       PROCEDURE DIVISION USING L-REQUEST.
       AA000           SECTION.
       AA00.
             MOVE ZERO           TO L-PROMISE.
             MOVE SPACE          TO L-SOURCE.
           IF WS-OPENED = "N"
               PERFORM ZA000.
           IF WS-OPENED = "N"
               GO TO AA49.
             MOVE L-TODAY        TO L-PROMISE.
             MOVE "S"            TO L-SOURCE.
           IF L-QTY NOT > ZERO
               GO TO AA49.
             MOVE L-TODAY        TO WS-DATE-WORK.
             PERFORM CB00-YMD THRU CB00-EXIT.
             MOVE WS-YMD         TO WS-TODAY-YMD.
             MOVE L-ITEM         TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO AA49.
             MOVE STK-QOH        TO WS-FREE.
             MOVE L-ORDER        TO WS-SELF-ORDER.
             MOVE L-LINE         TO WS-SELF-LINE.
             PERFORM BA00-DEMAND THRU BA00-EXIT.
           IF WS-FREE NOT < L-QTY
               GO TO AA49.
             COMPUTE WS-NEED = L-QTY - WS-FREE.
             MOVE ZERO           TO WS-NSUP.
             PERFORM BB00-PORDERS THRU BB00-EXIT.
             PERFORM BC00-WORKS THRU BC00-EXIT.
             PERFORM BD00-COVER THRU BD00-EXIT.
           IF WS-NEED NOT > ZERO
               MOVE WS-SP-DATE (WS-BEST)
                                 TO L-PROMISE
               MOVE WS-SP-SRC (WS-BEST)
                                 TO L-SOURCE
               GO TO AA49.
      *
      *    ****    Nothing on the way covers it - a fresh buy
      *            at the item's lead time.
      *
             MOVE L-TODAY        TO WS-DATE-WORK.
             MOVE STK-LEAD       TO WS-ADD.
             PERFORM CA00-ADDDAYS THRU CA00-EXIT.
             MOVE WS-DATE-WORK   TO L-PROMISE.
             MOVE "L"            TO L-SOURCE.

       AA49.
             EXIT PROGRAM.

      /
       BA000           SECTION.
      *
      *    ****    Demand against the holding: open order lines
      *            for the item ahead of the one asked about (at
      *            their allocation where one is in force), stock
      *            reserved for back-to-back lines, and the open
      *            works orders' outstanding component needs.
      *            Drop-ship lines never touch our stock.
      *
       BA00-DEMAND.
             MOVE LOW-VALUES     TO SOR-KEY.
             START SORDER KEY NOT LESS SOR-KEY
                 INVALID KEY
                     GO TO BA20-WORKS.

       BA05-NEXT.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO BA20-WORKS.
           IF SOR-LINE = ZERO
               GO TO BA05-NEXT.
           IF SOR-ITEM NOT = L-ITEM
               GO TO BA05-NEXT.
           IF SOR-STATUS = "P" OR "C" OR "X"
               GO TO BA05-NEXT.
           IF SOR-SUPPLY = "D"
               GO TO BA05-NEXT.
           IF SOR-SUPPLY = "B"
               SUBTRACT SOR-ALLOC FROM WS-FREE
               GO TO BA05-NEXT.
           IF L-ORDER NOT = ZERO AND SOR-KEY NOT < WS-SELF-KEY
               GO TO BA05-NEXT.
           IF SOR-ALLOC > ZERO
               SUBTRACT SOR-ALLOC FROM WS-FREE
           ELSE
               SUBTRACT SOR-QTY  FROM WS-FREE.
             GO TO BA05-NEXT.

       BA20-WORKS.
           IF WS-WOROPEN NOT = "Y"
               GO TO BA00-EXIT.
             MOVE SPACE          TO WS-WORHDR.
             MOVE LOW-VALUES     TO WOR-KEY.
             START WORKORD KEY NOT LESS WOR-KEY
                 INVALID KEY
                     GO TO BA00-EXIT.

       BA25-NEXT.
             READ WORKORD NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO BA00-EXIT.
           IF WOR-LINE = ZERO
               MOVE WOR-STATUS   TO WS-WORHDR
               GO TO BA25-NEXT.
           IF WS-WORHDR NOT = "O"
               GO TO BA25-NEXT.
           IF WOR-ITEM NOT = L-ITEM
               GO TO BA25-NEXT.
           IF WOR-QTY > WOR-ISSUED
               COMPUTE WS-FREE = WS-FREE - (WOR-QTY - WOR-ISSUED).
             GO TO BA25-NEXT.

       BA00-EXIT.
             EXIT.

      *
      *    ****    Open purchase order lines for the item, due
      *            at order date plus lead time (never before
      *            today).  Lines raised for a particular sales
      *            order are spoken for.
      *
       BB00-PORDERS.
           IF WS-POROPEN NOT = "Y"
               GO TO BB00-EXIT.
             MOVE LOW-VALUES     TO POR-KEY.
             START PORDER KEY NOT LESS POR-KEY
                 INVALID KEY
                     GO TO BB00-EXIT.

       BB05-NEXT.
             READ PORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO BB00-EXIT.
           IF POR-LINE = ZERO
               GO TO BB05-NEXT.
           IF POR-ITEM NOT = L-ITEM
               GO TO BB05-NEXT.
           IF POR-SUPPLY NOT = SPACE
               GO TO BB05-NEXT.
           IF POR-RECQTY NOT < POR-QTY
               GO TO BB05-NEXT.
           IF WS-NSUP = 100
               GO TO BB00-EXIT.
             COMPUTE WS-OPEN = POR-QTY - POR-RECQTY.
             MOVE POR-DATE       TO WS-DATE-WORK.
             MOVE "P"            TO WS-SP-SRC (WS-NSUP + 1).
             PERFORM BE00-ENTRY THRU BE00-EXIT.
             GO TO BB05-NEXT.

       BB00-EXIT.
             EXIT.

      *
      *    ****    Open works orders building the item, due at
      *            order date plus lead time.
      *
       BC00-WORKS.
           IF WS-WOROPEN NOT = "Y"
               GO TO BC00-EXIT.
             MOVE LOW-VALUES     TO WOR-KEY.
             START WORKORD KEY NOT LESS WOR-KEY
                 INVALID KEY
                     GO TO BC00-EXIT.

       BC05-NEXT.
             READ WORKORD NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO BC00-EXIT.
           IF WOR-LINE NOT = ZERO
               GO TO BC05-NEXT.
           IF WOR-ITEM NOT = L-ITEM OR WOR-STATUS NOT = "O"
               GO TO BC05-NEXT.
           IF WOR-ISSUED NOT < WOR-QTY
               GO TO BC05-NEXT.
           IF WS-NSUP = 100
               GO TO BC00-EXIT.
             COMPUTE WS-OPEN = WOR-QTY - WOR-ISSUED.
             MOVE WOR-DATE       TO WS-DATE-WORK.
             MOVE "W"            TO WS-SP-SRC (WS-NSUP + 1).
             PERFORM BE00-ENTRY THRU BE00-EXIT.
             GO TO BC05-NEXT.

       BC00-EXIT.
             EXIT.

      *
      *    ****    Take the supply in expected date order until
      *            the shortfall is met; WS-BEST is left at the
      *            entry that meets it.
      *
       BD00-COVER.
             MOVE ZERO           TO WS-BEST.

       BD05-PICK.
           IF WS-NEED NOT > ZERO
               GO TO BD00-EXIT.
             MOVE ZERO           TO WS-BEST.
             MOVE 1              TO WS-SX.

       BD10-LOOK.
           IF WS-SX > WS-NSUP
               GO TO BD20-TAKE.
           IF WS-SP-USED (WS-SX) = "N"
               IF WS-BEST = ZERO
                   MOVE WS-SX    TO WS-BEST
               ELSE
               IF WS-SP-YMD (WS-SX) < WS-SP-YMD (WS-BEST)
                   MOVE WS-SX    TO WS-BEST.
             ADD 1               TO WS-SX.
             GO TO BD10-LOOK.

       BD20-TAKE.
           IF WS-BEST = ZERO
               GO TO BD00-EXIT.
             MOVE "Y"            TO WS-SP-USED (WS-BEST).
             SUBTRACT WS-SP-QTY (WS-BEST) FROM WS-NEED.
             GO TO BD05-PICK.

       BD00-EXIT.
             EXIT.

      *
      *    ****    A supply entry: WS-DATE-WORK plus lead time,
      *            brought up to today when already overdue.
      *
       BE00-ENTRY.
             ADD 1               TO WS-NSUP.
             MOVE STK-LEAD       TO WS-ADD.
             PERFORM CA00-ADDDAYS THRU CA00-EXIT.
             PERFORM CB00-YMD THRU CB00-EXIT.
           IF WS-YMD < WS-TODAY-YMD
               MOVE L-TODAY      TO WS-DATE-WORK
               MOVE WS-TODAY-YMD TO WS-YMD.
             MOVE WS-YMD         TO WS-SP-YMD (WS-NSUP).
             MOVE WS-DATE-WORK   TO WS-SP-DATE (WS-NSUP).
             MOVE WS-OPEN        TO WS-SP-QTY (WS-NSUP).
             MOVE "N"            TO WS-SP-USED (WS-NSUP).

       BE00-EXIT.
             EXIT.

      /
       CA000           SECTION.
      *
      *    ****    WS-DATE-WORK moved on by WS-ADD days, carried
      *            through the month ends.
      *
       CA00-ADDDAYS.
             COMPUTE WS-DDD = WS-DW-DD + WS-ADD.

       CA05-NORM.
             MOVE WS-MDAYS (WS-DW-MM)
                                 TO WS-DAYS-MTH.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-DIV4
                   REMAINDER WS-REM4
               IF WS-REM4 = ZERO
                   MOVE 29       TO WS-DAYS-MTH.
           IF WS-DDD NOT > WS-DAYS-MTH
               GO TO CA09-DONE.
             SUBTRACT WS-DAYS-MTH FROM WS-DDD.
             ADD 1               TO WS-DW-MM.
           IF WS-DW-MM > 12
               MOVE 1            TO WS-DW-MM
               ADD 1             TO WS-DW-YYYY.
             GO TO CA05-NORM.

       CA09-DONE.
             MOVE WS-DDD         TO WS-DW-DD.

       CA00-EXIT.
             EXIT.

      *
      *    ****    WS-DATE-WORK as ccyymmdd in WS-YMD.
      *
       CB00-YMD.
             COMPUTE WS-YMD = (WS-DW-YYYY * 10000)
                            + (WS-DW-MM * 100) + WS-DW-DD.

       CB00-EXIT.
             EXIT.

      /
       ZA000           SECTION.
       ZA00.
             MOVE L-DRIVE        TO W02-L-OR-N.
             MOVE L-SYSID        TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO ZA999.
             MOVE "STOCKF"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
           IF AFID-PATH = SPACES
               GO TO ZA90.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "SORDER"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
           IF AFID-PATH = SPACES
               GO TO ZA90.
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "PORDER"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-PORDER.
             MOVE "WORKORD"      TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-WORKORD.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00" AND "41"
               GO TO ZA90.
             OPEN INPUT SORDER.
           IF WS-STATUS NOT = "00" AND "41"
               GO TO ZA90.
             MOVE "Y"            TO WS-OPENED.
           IF W02-PORDER NOT = SPACES
               OPEN INPUT PORDER
               IF WS-STATUS = "00" OR "41"
                   MOVE "Y"      TO WS-POROPEN.
           IF W02-WORKORD NOT = SPACES
               OPEN INPUT WORKORD
               IF WS-STATUS = "00" OR "41"
                   MOVE "Y"      TO WS-WOROPEN.
             GO TO ZA90.

       ZA05-READ.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
       ZA05-EXIT.
             EXIT.

       ZA90.
             CLOSE APACFIDS.

       ZA999.
             EXIT.
