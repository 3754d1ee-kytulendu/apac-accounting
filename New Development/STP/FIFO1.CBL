      *               whole holding silently.  A housekeeping
      *               option clears exhausted layers once they
      *               are no longer wanted for the trail.
      *    OCT 2026 - Stock ageing report: the value left in the
      *               layers aged by receipt date into 0-90,
      *               91-180, 181-365 days and over a year, per
      *               item and totalled by department, supplier
      *               and warehouse.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY STOCK.SL.

       COPY WSTOCK.SL.

       COPY CREDIT.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY STOCK.FDE.

       COPY WSTOCK.FDE.

       COPY CREDIT.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-TOT-STK         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-ITEMS           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-PURGED          PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGEDAYS         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-BKT             PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-TSUB            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-MSUB            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-DPTCNT          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-SUPCNT          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-WHSCNT          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-WQTOT           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-FULL            PIC  X(01) VALUE SPACE.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    Ageing bands 1 to 4: 0-90, 91-180, 181-365 days and
      *    over a year from the layer's receipt date.
      *
       01  WS-ITEM-BUCKETS.
           03  WS-ITM-BAND    OCCURS 4.
               05  WS-ITM-QTY PIC S9(07)V99 COMP-3.
               05  WS-ITM-VAL PIC S9(09)V99 COMP-3.
       01  WS-GRAND-BUCKETS.
           03  WS-GRD-VAL     PIC S9(11)V99 COMP-3 OCCURS 4.
       01  WS-NOWHS-BUCKETS.
           03  WS-NOW-VAL     PIC S9(11)V99 COMP-3 OCCURS 4.
       01  WS-SUM-BUCKETS.
           03  WS-SUMVAL      PIC S9(11)V99 COMP-3 OCCURS 4.

       01  WS-DEPT-TABLE.
           03  WS-DPT-ENTRY   OCCURS 201.
               05  WS-DPT-CODE
                              PIC  X(04).
               05  WS-DPT-VAL PIC S9(11)V99 COMP-3 OCCURS 4.
       01  WS-SUPP-TABLE.
           03  WS-SUP-ENTRY   OCCURS 501.
               05  WS-SUP-CODE
                              PIC  9(05).
               05  WS-SUP-VAL PIC S9(11)V99 COMP-3 OCCURS 4.
       01  WS-WARE-TABLE.
           03  WS-WHS-ENTRY   OCCURS 50.
               05  WS-WHS-CODE
                              PIC  X(03).
               05  WS-WHS-QOH PIC S9(07)V99 COMP-3.
               05  WS-WHS-VAL PIC S9(11)V99 COMP-3 OCCURS 4.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W20-STKVAL     PIC  Z(09)9.99-.
           03  W20-VAR        PIC  Z(09)9.99-.

       01  W30-HEAD1.
           03  FILLER         PIC  X(52) VALUE
               "                             -- 0-90 DAYS --      --".
           03  FILLER         PIC  X(51) VALUE
               " 91-180 DAYS --     -- 181-365 DAYS --    -- OVER A".
           03  FILLER         PIC  X(08) VALUE
               " YEAR --".
       01  W30-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "ITEM            DEPT  SUPP       QTY       VALUE    ".
           03  FILLER         PIC  X(52) VALUE
               "   QTY       VALUE       QTY       VALUE       QTY  ".
           03  FILLER         PIC  X(24) VALUE
               "     VALUE   TOTAL VALUE".

       01  W30-DETAIL.
           03  W30-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DEPT       PIC  X(04).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SUPP       PIC  Z(04)9.
           03  W30-QTY1       PIC  Z(05)9.99-.
           03  W30-VAL1       PIC  Z(07)9.99-.
           03  W30-QTY2       PIC  Z(05)9.99-.
           03  W30-VAL2       PIC  Z(07)9.99-.
           03  W30-QTY3       PIC  Z(05)9.99-.
           03  W30-VAL3       PIC  Z(07)9.99-.
           03  W30-QTY4       PIC  Z(05)9.99-.
           03  W30-VAL4       PIC  Z(07)9.99-.
           03  W30-TOTAL      PIC  Z(09)9.99-.

       01  W35-HEAD.
           03  FILLER         PIC  X(52) VALUE
               "CODE   NAME                               0-90 DAYS ".
           03  FILLER         PIC  X(50) VALUE
               "  91-180 DAYS  181-365 DAYS   OVER A YEAR    TOTAL".
           03  FILLER         PIC  X(06) VALUE
               " VALUE".

       01  W35-DETAIL.
           03  W35-CODE       PIC  X(06).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W35-NAME       PIC  X(30).
           03  W35-VAL1       PIC  Z(09)9.99-.
           03  W35-VAL2       PIC  Z(09)9.99-.
           03  W35-VAL3       PIC  Z(09)9.99-.
           03  W35-VAL4       PIC  Z(09)9.99-.
           03  W35-TOTAL      PIC  Z(10)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "FIF".

       COPY STOCK.ID.

       COPY WSTOCK.ID.

       COPY CREDIT.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(06) VALUE "FIFO1.".
                       VALUE "FIFO  STOCK  VALUATION".
           03  LINE  4 COLUMN 16 VALUE "1. Valuation report".
           03  LINE  5 COLUMN 16 VALUE "2. Purge exhausted layers".
           03  LINE  6 COLUMN 16 VALUE "3. Stock ageing report".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE COSTLAY STOCK WSTOCK CREDIT.

       AA49.
             EXIT PROGRAM.
               ELSE
                   PERFORM DA000 THRU DA999
                   GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       DA999.
             EXIT.

      /
      *    ****    S T O C K   A G E I N G   R E P O R T
      *
      *            What is left in each item's layers, aged by
      *            receipt date into four bands and valued at
      *            the layer cost, then totalled by department,
      *            supplier and warehouse.  Layers are not held by
      *            warehouse, so an item's value is spread across
      *            the warehouses in proportion to their WSTOCK
      *            holdings; an item with none is shown apart.
      *
       EA000           SECTION.
       EA00.
             OPEN OUTPUT PRINTF.
             MOVE "STOCK AGEING BY FIFO LAYER        "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-HEAD1.
             WRITE PRINT-REC FROM W30-HEAD2.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             INITIALIZE WS-GRAND-BUCKETS WS-NOWHS-BUCKETS
                        WS-DEPT-TABLE WS-SUPP-TABLE WS-WARE-TABLE.
             MOVE ZERO           TO WS-DPTCNT WS-SUPCNT WS-WHSCNT
                                    WS-ITEMS.
             MOVE SPACE          TO WS-FULL.
             PERFORM EF00-WARES THRU EF00-EXIT.
             MOVE SPACES         TO WS-ITEM.
             INITIALIZE WS-ITEM-BUCKETS.
             MOVE LOW-VALUES     TO LAY-KEY.
             START COSTLAY KEY NOT LESS LAY-KEY
                 INVALID KEY
                     GO TO EA80.

       EA05.
             READ COSTLAY NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA80.
           IF LAY-ITEM NOT = WS-ITEM
               PERFORM EB00-ITEM THRU EB00-EXIT
               MOVE LAY-ITEM     TO WS-ITEM
               INITIALIZE WS-ITEM-BUCKETS.
           IF LAY-QTYLEFT NOT > ZERO
               GO TO EA05.
             MOVE LAY-DATE       TO WS-DATE-WORK.
             COMPUTE WS-AGEDAYS = WS-TODAYNUM
                 - ((WS-DW-YYYY * 372) + (WS-DW-MM * 31)
                 + WS-DW-DD).
           IF WS-AGEDAYS NOT > 90
               MOVE 1            TO WS-BKT
           ELSE
           IF WS-AGEDAYS NOT > 180
               MOVE 2            TO WS-BKT
           ELSE
           IF WS-AGEDAYS NOT > 365
               MOVE 3            TO WS-BKT
           ELSE
               MOVE 4            TO WS-BKT.
             ADD LAY-QTYLEFT     TO WS-ITM-QTY (WS-BKT).
             COMPUTE WS-ITM-VAL (WS-BKT) ROUNDED =
                     WS-ITM-VAL (WS-BKT) + (LAY-QTYLEFT * LAY-COST).
             GO TO EA05.

       EA80.
             PERFORM EB00-ITEM THRU EB00-EXIT.
             MOVE SPACES         TO W30-DETAIL.
             MOVE "TOTALS"       TO W30-ITEM.
             MOVE WS-GRD-VAL (1) TO W30-VAL1.
             MOVE WS-GRD-VAL (2) TO W30-VAL2.
             MOVE WS-GRD-VAL (3) TO W30-VAL3.
             MOVE WS-GRD-VAL (4) TO W30-VAL4.
             COMPUTE W30-TOTAL = WS-GRD-VAL (1) + WS-GRD-VAL (2)
                               + WS-GRD-VAL (3) + WS-GRD-VAL (4).
             WRITE PRINT-REC FROM W30-DETAIL AFTER 2.
      *
      *    ****    By department.
      *
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "VALUE BY DEPARTMENT"
                                 TO PRINT-REC.
             WRITE PRINT-REC AFTER 2.
             WRITE PRINT-REC FROM W35-HEAD.
             MOVE ZERO           TO WS-TSUB.

       EA82.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB > WS-DPTCNT
               GO TO EA84.
             MOVE SPACES         TO W35-DETAIL.
             MOVE WS-DPT-CODE (WS-TSUB)
                                 TO W35-CODE.
             MOVE WS-DPT-VAL (WS-TSUB 1)
                                 TO WS-SUMVAL (1).
             MOVE WS-DPT-VAL (WS-TSUB 2)
                                 TO WS-SUMVAL (2).
             MOVE WS-DPT-VAL (WS-TSUB 3)
                                 TO WS-SUMVAL (3).
             MOVE WS-DPT-VAL (WS-TSUB 4)
                                 TO WS-SUMVAL (4).
             PERFORM EG00-SUMLINE THRU EG00-EXIT.
             GO TO EA82.
      *
      *    ****    By supplier.
      *
       EA84.
             MOVE "VALUE BY SUPPLIER"
                                 TO PRINT-REC.
             WRITE PRINT-REC AFTER 2.
             WRITE PRINT-REC FROM W35-HEAD.
             MOVE ZERO           TO WS-TSUB.

       EA85.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB > WS-SUPCNT
               GO TO EA87.
             MOVE SPACES         TO W35-DETAIL.
             MOVE WS-SUP-CODE (WS-TSUB)
                                 TO W35-CODE P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE P-NAME         TO W35-NAME.
             MOVE WS-SUP-VAL (WS-TSUB 1)
                                 TO WS-SUMVAL (1).
             MOVE WS-SUP-VAL (WS-TSUB 2)
                                 TO WS-SUMVAL (2).
             MOVE WS-SUP-VAL (WS-TSUB 3)
                                 TO WS-SUMVAL (3).
             MOVE WS-SUP-VAL (WS-TSUB 4)
                                 TO WS-SUMVAL (4).
             PERFORM EG00-SUMLINE THRU EG00-EXIT.
             GO TO EA85.
      *
      *    ****    By warehouse.
      *
       EA87.
             MOVE "VALUE BY WAREHOUSE"
                                 TO PRINT-REC.
             WRITE PRINT-REC AFTER 2.
             WRITE PRINT-REC FROM W35-HEAD.
             MOVE ZERO           TO WS-TSUB.

       EA88.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB > WS-WHSCNT
               GO TO EA89.
             MOVE SPACES         TO W35-DETAIL.
             MOVE WS-WHS-CODE (WS-TSUB)
                                 TO W35-CODE.
             MOVE WS-WHS-VAL (WS-TSUB 1)
                                 TO WS-SUMVAL (1).
             MOVE WS-WHS-VAL (WS-TSUB 2)
                                 TO WS-SUMVAL (2).
             MOVE WS-WHS-VAL (WS-TSUB 3)
                                 TO WS-SUMVAL (3).
             MOVE WS-WHS-VAL (WS-TSUB 4)
                                 TO WS-SUMVAL (4).
             PERFORM EG00-SUMLINE THRU EG00-EXIT.
             GO TO EA88.

       EA89.
             MOVE SPACES         TO W35-DETAIL.
             MOVE "NO WAREHOUSE STOCK RECORD"
                                 TO W35-NAME.
             MOVE WS-NOW-VAL (1) TO WS-SUMVAL (1).
             MOVE WS-NOW-VAL (2) TO WS-SUMVAL (2).
             MOVE WS-NOW-VAL (3) TO WS-SUMVAL (3).
             MOVE WS-NOW-VAL (4) TO WS-SUMVAL (4).
             PERFORM EG00-SUMLINE THRU EG00-EXIT.
           IF WS-FULL = "Y"
               MOVE "** A TOTALS TABLE FILLED - SOME TOTALS ARE SHORT"
                                 TO PRINT-REC
               WRITE PRINT-REC AFTER 2.
             CLOSE PRINTF.
             DISPLAY "Items aged : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-ITEMS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      *
      *    ****    Close off one item: print its bands and add
      *            them into the department, supplier and
      *            warehouse totals.
      *
       EB00-ITEM.
           IF WS-ITEM = SPACES
               GO TO EB00-EXIT.
             COMPUTE WS-LAYQTY = WS-ITM-QTY (1) + WS-ITM-QTY (2)
                               + WS-ITM-QTY (3) + WS-ITM-QTY (4).
           IF WS-LAYQTY NOT > ZERO
               GO TO EB00-EXIT.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DEPT
                     MOVE ZERO   TO STK-SUPP.
             MOVE SPACES         TO W30-DETAIL.
             MOVE WS-ITEM        TO W30-ITEM.
             MOVE STK-DEPT       TO W30-DEPT.
             MOVE STK-SUPP       TO W30-SUPP.
             MOVE WS-ITM-QTY (1) TO W30-QTY1.
             MOVE WS-ITM-VAL (1) TO W30-VAL1.
             MOVE WS-ITM-QTY (2) TO W30-QTY2.
             MOVE WS-ITM-VAL (2) TO W30-VAL2.
             MOVE WS-ITM-QTY (3) TO W30-QTY3.
             MOVE WS-ITM-VAL (3) TO W30-VAL3.
             MOVE WS-ITM-QTY (4) TO W30-QTY4.
             MOVE WS-ITM-VAL (4) TO W30-VAL4.
             COMPUTE W30-TOTAL = WS-ITM-VAL (1) + WS-ITM-VAL (2)
                               + WS-ITM-VAL (3) + WS-ITM-VAL (4).
             WRITE PRINT-REC FROM W30-DETAIL.
             ADD WS-ITM-VAL (1)  TO WS-GRD-VAL (1).
             ADD WS-ITM-VAL (2)  TO WS-GRD-VAL (2).
             ADD WS-ITM-VAL (3)  TO WS-GRD-VAL (3).
             ADD WS-ITM-VAL (4)  TO WS-GRD-VAL (4).
             ADD 1               TO WS-ITEMS.
             PERFORM EC00-DEPT THRU EC00-EXIT.
             PERFORM ED00-SUPP THRU ED00-EXIT.
             PERFORM EE00-WARE THRU EE00-EXIT.

       EB00-EXIT.
             EXIT.

      *
      *    ****    The department's entry, kept in code order.
      *
       EC00-DEPT.
             MOVE ZERO           TO WS-TSUB.

       EC05-LOOK.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB > WS-DPTCNT
               GO TO EC10-NEW.
           IF WS-DPT-CODE (WS-TSUB) = STK-DEPT
               GO TO EC20-ADD.
           IF WS-DPT-CODE (WS-TSUB) > STK-DEPT
               GO TO EC10-NEW.
             GO TO EC05-LOOK.

       EC10-NEW.
           IF WS-DPTCNT NOT < 200
               MOVE "Y"          TO WS-FULL
               GO TO EC00-EXIT.
             MOVE WS-DPTCNT      TO WS-MSUB.

       EC12-SHIFT.
           IF WS-MSUB < WS-TSUB
               GO TO EC15.
             MOVE WS-DPT-ENTRY (WS-MSUB)
                                 TO WS-DPT-ENTRY (WS-MSUB + 1).
             SUBTRACT 1        FROM WS-MSUB.
             GO TO EC12-SHIFT.

       EC15.
             ADD 1               TO WS-DPTCNT.
             INITIALIZE WS-DPT-ENTRY (WS-TSUB).
             MOVE STK-DEPT       TO WS-DPT-CODE (WS-TSUB).

       EC20-ADD.
             ADD WS-ITM-VAL (1)  TO WS-DPT-VAL (WS-TSUB 1).
             ADD WS-ITM-VAL (2)  TO WS-DPT-VAL (WS-TSUB 2).
             ADD WS-ITM-VAL (3)  TO WS-DPT-VAL (WS-TSUB 3).
             ADD WS-ITM-VAL (4)  TO WS-DPT-VAL (WS-TSUB 4).

       EC00-EXIT.
             EXIT.

      *
      *    ****    The supplier's entry, kept in number order.
      *
       ED00-SUPP.
             MOVE ZERO           TO WS-TSUB.

       ED05-LOOK.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB > WS-SUPCNT
               GO TO ED10-NEW.
           IF WS-SUP-CODE (WS-TSUB) = STK-SUPP
               GO TO ED20-ADD.
           IF WS-SUP-CODE (WS-TSUB) > STK-SUPP
               GO TO ED10-NEW.
             GO TO ED05-LOOK.

       ED10-NEW.
           IF WS-SUPCNT NOT < 500
               MOVE "Y"          TO WS-FULL
               GO TO ED00-EXIT.
             MOVE WS-SUPCNT      TO WS-MSUB.

       ED12-SHIFT.
           IF WS-MSUB < WS-TSUB
               GO TO ED15.
             MOVE WS-SUP-ENTRY (WS-MSUB)
                                 TO WS-SUP-ENTRY (WS-MSUB + 1).
             SUBTRACT 1        FROM WS-MSUB.
             GO TO ED12-SHIFT.

       ED15.
             ADD 1               TO WS-SUPCNT.
             INITIALIZE WS-SUP-ENTRY (WS-TSUB).
             MOVE STK-SUPP       TO WS-SUP-CODE (WS-TSUB).

       ED20-ADD.
             ADD WS-ITM-VAL (1)  TO WS-SUP-VAL (WS-TSUB 1).
             ADD WS-ITM-VAL (2)  TO WS-SUP-VAL (WS-TSUB 2).
             ADD WS-ITM-VAL (3)  TO WS-SUP-VAL (WS-TSUB 3).
             ADD WS-ITM-VAL (4)  TO WS-SUP-VAL (WS-TSUB 4).

       ED00-EXIT.
             EXIT.

      *
      *    ****    Spread the item's bands over the warehouses
      *            holding it, by their share of its WSTOCK
      *            quantity.
      *
       EE00-WARE.
             MOVE ZERO           TO WS-WQTOT.
             MOVE ZERO           TO WS-TSUB.

       EE05-HOLD.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB > WS-WHSCNT
               GO TO EE10.
             MOVE ZERO           TO WS-WHS-QOH (WS-TSUB).
             MOVE WS-WHS-CODE (WS-TSUB)
                                 TO WST-WARE.
             MOVE WS-ITEM        TO WST-ITEM.
             READ WSTOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO EE05-HOLD.
           IF WST-QOH > ZERO
               MOVE WST-QOH      TO WS-WHS-QOH (WS-TSUB)
               ADD WST-QOH       TO WS-WQTOT.
             GO TO EE05-HOLD.

       EE10.
           IF WS-WQTOT NOT > ZERO
               ADD WS-ITM-VAL (1) TO WS-NOW-VAL (1)
               ADD WS-ITM-VAL (2) TO WS-NOW-VAL (2)
               ADD WS-ITM-VAL (3) TO WS-NOW-VAL (3)
               ADD WS-ITM-VAL (4) TO WS-NOW-VAL (4)
               GO TO EE00-EXIT.
             MOVE ZERO           TO WS-TSUB.

       EE15-SHARE.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB > WS-WHSCNT
               GO TO EE00-EXIT.
           IF WS-WHS-QOH (WS-TSUB) = ZERO
               GO TO EE15-SHARE.
             COMPUTE WS-WHS-VAL (WS-TSUB 1) ROUNDED =
                     WS-WHS-VAL (WS-TSUB 1) + (WS-ITM-VAL (1)
                   * WS-WHS-QOH (WS-TSUB) / WS-WQTOT).
             COMPUTE WS-WHS-VAL (WS-TSUB 2) ROUNDED =
                     WS-WHS-VAL (WS-TSUB 2) + (WS-ITM-VAL (2)
                   * WS-WHS-QOH (WS-TSUB) / WS-WQTOT).
             COMPUTE WS-WHS-VAL (WS-TSUB 3) ROUNDED =
                     WS-WHS-VAL (WS-TSUB 3) + (WS-ITM-VAL (3)
                   * WS-WHS-QOH (WS-TSUB) / WS-WQTOT).
             COMPUTE WS-WHS-VAL (WS-TSUB 4) ROUNDED =
                     WS-WHS-VAL (WS-TSUB 4) + (WS-ITM-VAL (4)
                   * WS-WHS-QOH (WS-TSUB) / WS-WQTOT).
             GO TO EE15-SHARE.

       EE00-EXIT.
             EXIT.

      *
      *    ****    The warehouses, in code order off WSTOCK.
      *
       EF00-WARES.
             MOVE LOW-VALUES     TO WST-KEY.
             START WSTOCK KEY NOT LESS WST-KEY
                 INVALID KEY
                     GO TO EF00-EXIT.

       EF05-NEXT.
             READ WSTOCK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EF00-EXIT.
           IF WS-WHSCNT NOT = ZERO
               IF WST-WARE = WS-WHS-CODE (WS-WHSCNT)
                   GO TO EF05-NEXT.
           IF WS-WHSCNT NOT < 50
               MOVE "Y"          TO WS-FULL
               GO TO EF00-EXIT.
             ADD 1               TO WS-WHSCNT.
             MOVE WST-WARE       TO WS-WHS-CODE (WS-WHSCNT).
             GO TO EF05-NEXT.

       EF00-EXIT.
             EXIT.

      *
      *    ****    One summary line from WS-SUMVAL.
      *
       EG00-SUMLINE.
             MOVE WS-SUMVAL (1)  TO W35-VAL1.
             MOVE WS-SUMVAL (2)  TO W35-VAL2.
             MOVE WS-SUMVAL (3)  TO W35-VAL3.
             MOVE WS-SUMVAL (4)  TO W35-VAL4.
             COMPUTE W35-TOTAL = WS-SUMVAL (1) + WS-SUMVAL (2)
                               + WS-SUMVAL (3) + WS-SUMVAL (4).
             WRITE PRINT-REC FROM W35-DETAIL.

       EG00-EXIT.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "WSTOCK"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-WSTOCK.
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.

       ZA02.
             OPEN I-O COSTLAY.
               CLOSE COSTLAY
               OPEN I-O COSTLAY.
             OPEN INPUT STOCK.
             OPEN INPUT WSTOCK CREDIT.

       ZA999.
             EXIT.
           IF WS-F-ERROR = 57
               MOVE W02-COSTLAY   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE LAY-ITEM      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 52
               MOVE W02-WSTOCK    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE WST-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY.

       COPY DISPERR.PRO.
