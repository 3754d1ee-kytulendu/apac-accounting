      *    SEP 2026 - An order line can now be marked for a job:
      *               the received value of marked lines posts
      *               onto the job as bought-in cost (see JOB1).
      *    OCT 2026 - A cleared import shipment (see SHIPMT1) can
      *               be received in one go: a GRN per order on
      *               the shipment at the shipped quantities, the
      *               GRNs flagged to be landed with the rest of
      *               the shipment by LANDCST1.
      *    OCT 2026 - Orders raised off sales order lines (see
      *               DROPSHP1): a drop-ship order is confirmed
      *               there, never received here; a back-to-back
      *               line's receipt is reserved for its sales
      *               order line as that line's allocation.
      *    OCT 2026 - Items or suppliers flagged for goods-in
      *               inspection have their receipts put into
      *               quarantine (STK-QUAR) rather than on hand,
      *               the GRN line marked to await QCINSP1.
      *    OCT 2026 - Orders and receipts can be keyed in any unit
      *               set up for the item (see UOMMNT1), the
      *               order defaulting to the item's purchase
      *               unit.  UOMCONV turns the quantity into base
      *               units for PORDER, stock and CARDEX and the
      *               order cost back to a cost per base unit.
      *    OCT 2026 - A style code keyed for the item (see STYLE1)
      *               brings up its size and colour grid
      *               (STYGRID); each variant given a quantity
      *               becomes an order line at its own cost.
      *    OCT 2026 - Goods can be received against a supplier's
      *               advance shipping notice (see ASNIMP): each
      *               order line on the notice is offered at the
      *               advised quantity for the clerk to confirm or
      *               adjust, the notice's serials go onto the
      *               registry and its lots onto STKLOT / LOTTRN
      *               (the GRN number as the reference), and the
      *               notice is marked received.
      *    OCT 2026 - A GRN, captured by hand or off a notice, and a
      *               shipment received in one go carry control
      *               totals (see CTLTOT).  The shipment's lines
      *               waiting to be received are totalled before
      *               anything is posted; a GRN captured by hand
      *               builds its expected totals line by line as
      *               they are keyed.  The GRN lines, stock and
      *               CARDEX movements that actually reach the
      *               files are checked against them at the end,
      *               and a run that does not balance stops the
      *               day-end until cleared (see CTLEXC).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY COSTLAY.SL.

       COPY SHIPMT.SL.

       COPY SORDER.SL.

       COPY ASN.SL.

       COPY STKLOT.SL.

       COPY LOTTRN.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY COSTLAY.FD.

       COPY SHIPMT.FD.

       COPY SORDER.FDE.

       COPY ASN.FD.

       COPY STKLOT.FD.

       COPY LOTTRN.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-DAYS-MTH        PIC  9(02) VALUE ZERO.
       77  WS-DIV4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REM4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-SHPNO           PIC  9(06) VALUE ZERO.
       77  WS-GRNCNT          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-QC              PIC  X(01) VALUE SPACE.
       77  WS-UNIT            PIC  X(04) VALUE SPACES.
       77  WS-KEYQTY          PIC  9(05)V99 VALUE ZERO.
       77  WS-ASNNO           PIC  9(07) VALUE ZERO.
       77  WS-BATCH           PIC  X(10) VALUE SPACES.
       77  WS-EXPIRY          PIC  9(08) VALUE ZERO.
       77  WS-LOTLEFT         PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-LOTQTY          PIC S9(05)V99 COMP-3 VALUE ZERO.

       01  WS-UOM-REQUEST.
           03  WS-UOM-ITEM    PIC  X(15).
           03  WS-UOM-UNIT    PIC  X(04).
           03  WS-UOM-QTY     PIC S9(07)V99 COMP-3.
           03  WS-UOM-DRIVE   PIC  X(01).
           03  WS-UOM-SYSID   PIC  X(03).
           03  WS-UOM-BASEQTY PIC S9(07)V99 COMP-3.
           03  WS-UOM-FACTOR  PIC  9(05)V9(04) COMP-3.
           03  WS-UOM-RESULT  PIC  X(01).

       01  WS-GRID-REQUEST.
           03  WS-GRID-STYLE  PIC  X(06).
           03  WS-GRID-DRIVE  PIC  X(01).
           03  WS-GRID-SYSID  PIC  X(03).
           03  WS-GRID-RESULT PIC  X(01).
           03  WS-GRID-CELLS  PIC  9(02).
           03  WS-GRID-CELL   OCCURS 80.
               05  WS-GRID-ITEM
                              PIC  X(15).
               05  WS-GRID-QTY
                              PIC  9(04).
       77  WS-GSUB            PIC  9(02) COMP-5 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.

       COPY COSTLAY.ID.

       COPY SHIPMT.ID.

       COPY SORDER.ID.

       COPY ASN.ID.

       COPY STKLOT.ID.

       COPY LOTTRN.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "GRN001.".

       COPY FUNCTION.WS.

       COPY CTLTOT.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
           03  LINE  5 COLUMN 16 VALUE "2. Capture GRN against order".
           03  LINE  6 COLUMN 16 VALUE "3. Match supplier invoice".
           03  LINE  7 COLUMN 16 VALUE "4. Mismatch report".
           03  LINE  8 COLUMN 16 VALUE
               "5. Receive an import shipment".
           03  LINE  9 COLUMN 16 VALUE
               "6. Receive against a shipping notice".
           03  LINE 10 COLUMN 16 VALUE "0. Exit".
           03  LINE 12 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 12 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-QTY AUTO.

       01  S17U.
           03  LINE  9 COLUMN 42 VALUE "Unit :".
           03          COLUMN 49 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING WS-UNIT AUTO.

       01  S17B.
           03  LINE 10 COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-SINV-AMT
                                 AUTO.

       01  S21.
           03  LINE  4 COLUMN 10 VALUE "Shipment number   :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-SHPNO AUTO.

       01  S22.
           03  LINE  4 COLUMN 10 VALUE "Shipping notice   :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-ASNNO AUTO.

       01  S23.
           03  LINE 21 COLUMN 10 VALUE
               "Batch (blank = none)     :".
           03          COLUMN 37 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(10) USING WS-BATCH AUTO.
           03  LINE 22 COLUMN 10 VALUE
               "Expiry date (ddmmccyy)   :".
           03          COLUMN 37 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(08) USING WS-EXPIRY AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE PORDER GRNFILE STOCK CARDEX CREDIT CRTRAN
                   REOSUG PARAM SERIAL COSTLAY SHIPMT SORDER
                   ASNFILE STKLOT LOTTRN.
             CANCEL "CTLTOT".

       AA49.
             EXIT PROGRAM.
           IF WS-OPTION = "4"
               PERFORM FA000 THRU FA999
               GO TO BA00.
           IF WS-OPTION = "5"
               PERFORM GA000 THRU GA999
               GO TO BA00.
           IF WS-OPTION = "6"
               PERFORM HA000 THRU HA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     PERFORM CG00-GRID THRU CG00-EXIT
                     GO TO CA10.
             DISPLAY STK-DESC AT 0847 WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-QTY.
             MOVE STK-PURUNIT    TO WS-UNIT.
      *
      *    ****    The unit ordered in, the purchase unit by
      *            default; blank is the base unit.
      *
       CA11-UNIT.
             DISPLAY S17U.
             ACCEPT S17U AT 0949.
           IF WS-UNIT = STK-UNIT
               MOVE SPACES       TO WS-UNIT.
             MOVE WS-ITEM        TO WS-UOM-ITEM.
             PERFORM DF00-UNIT THRU DF00-EXIT.
           IF WS-UOM-RESULT NOT = SPACE
               GO TO CA11-UNIT.
      *
      *    ****    An accepted reorder suggestion primes the
      *            quantity and cost.
                     CONTINUE
                 NOT INVALID KEY
                     IF RSG-AMEND > ZERO
                         COMPUTE WS-QTY ROUNDED =
                                 RSG-AMEND / WS-UOM-FACTOR
                     END-IF
             END-READ.
             COMPUTE WS-PRICE ROUNDED = STK-COST * WS-UOM-FACTOR
                 ON SIZE ERROR
                     MOVE STK-COST
                                 TO WS-PRICE.

       CA12-QTY.
             DISPLAY S17.
             ACCEPT S17 AT 0930.
           IF WS-QTY = ZERO
               UNLOCK STOCK
               GO TO CA10.
             PERFORM DF00-UNIT THRU DF00-EXIT.
           IF WS-UOM-RESULT NOT = SPACE
               GO TO CA12-QTY.
             MOVE WS-UOM-BASEQTY TO WS-QTY.
             DISPLAY S17B.
             ACCEPT S17B AT 1030.
      *
               DISPLAY "Home cost : " AT 1110
                       WITH FOREGROUND-COLOR 14
                       WS-PRICE WITH FOREGROUND-COLOR 15.
      *
      *    ****    Cost held per base unit.
      *
           IF WS-UNIT NOT = SPACES
               COMPUTE WS-PRICE ROUNDED = WS-PRICE / WS-UOM-FACTOR
               DISPLAY "Cost per " AT 1140
                       WITH FOREGROUND-COLOR 14
                       STK-UNIT WITH FOREGROUND-COLOR 15
                       " : " WITH FOREGROUND-COLOR 14
                       WS-PRICE WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-JOBNO.
             DISPLAY S17C.
             ACCEPT S17C AT 1230.
             MOVE WS-CURR        TO POR-CURR.
             MOVE WS-FXRATE      TO POR-FXRATE.
             MOVE WS-JOBNO       TO POR-JOB.
             MOVE WS-UNIT        TO POR-UNIT.
             WRITE POR-RECORD.
             ADD WS-QTY          TO STK-ONORDER.
             REWRITE STK-RECORD.
       CA999.
             EXIT.

      *
      *    ****    Not an item: a style takes its quantities off
      *            the size and colour grid, a line per variant
      *            at the variant's cost in base units.
      *
       CG00-GRID.
             MOVE SPACES         TO WS-GRID-STYLE.
           IF WS-ITEM (7:9) = SPACES
               MOVE WS-ITEM      TO WS-GRID-STYLE.
             MOVE LS-L-OR-N      TO WS-GRID-DRIVE.
             MOVE WS-SYS-ID      TO WS-GRID-SYSID.
             MOVE ZERO           TO WS-GRID-CELLS.
             CALL "STYGRID" USING WS-GRID-REQUEST
                 ON EXCEPTION
                     MOVE "N"    TO WS-GRID-RESULT
             END-CALL.
           IF WS-GRID-RESULT = "X"
               GO TO CG00-EXIT.
           IF WS-GRID-RESULT NOT = SPACE
               MOVE "Item not on file"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CG00-EXIT.
             MOVE ZERO           TO WS-GSUB.

       CG05-LINE.
             ADD 1               TO WS-GSUB.
           IF WS-GSUB > WS-GRID-CELLS
               GO TO CG90.
             MOVE WS-GRID-ITEM (WS-GSUB)
                                 TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     GO TO CG05-LINE.
             ADD 1               TO WS-LINENO.
             INITIALIZE POR-RECORD.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE WS-LINENO      TO POR-LINE.
             MOVE WS-SUPP        TO POR-SUPP.
             MOVE TODAY-DDMMYY   TO POR-DATE.
             MOVE "O"            TO POR-STATUS.
             MOVE STK-CODE       TO POR-ITEM.
             MOVE WS-GRID-QTY (WS-GSUB)
                                 TO POR-QTY.
             MOVE STK-COST       TO POR-PRICE.
             MOVE ZERO           TO POR-RECQTY.
             MOVE WS-CURR        TO POR-CURR.
             MOVE WS-FXRATE      TO POR-FXRATE.
             MOVE ZERO           TO POR-JOB.
             MOVE SPACES         TO POR-UNIT.
             WRITE POR-RECORD.
             ADD POR-QTY         TO STK-ONORDER.
             REWRITE STK-RECORD.
             GO TO CG05-LINE.

       CG90.
             DISPLAY "Grid lines added : " AT 1410
                     WITH FOREGROUND-COLOR 14
                     WS-GRID-CELLS WITH FOREGROUND-COLOR 15.

       CG00-EXIT.
             EXIT.

      *
      *    ****    Currency code against the rate table on PARAM
      *            record 276.  A zero rate blocks the order.
      *
       DA000           SECTION.
       DA00.
      *
      *    ****    Receiving off a shipping notice (HA000) the
      *            order was checked before coming in at DA01;
      *            should it fail here after all, give up.
      *
           IF WS-ASNNO NOT = ZERO
               GO TO DA999.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-PONO.
             DISPLAY S18.
             ACCEPT S18 AT 0430.
           IF WS-PONO = ZERO
               GO TO DA999.

       DA01.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH IGNORE LOCK
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
           IF POR-SUPPLY = "D"
               MOVE "Drop-ship order - confirm it in DROPSHP1"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
             MOVE POR-SUPP       TO WS-SUPP.
      *
      *    ****    Next GRN number from the last on file.
                     MOVE WS-GRNNO
                                 TO GRN-NUMBER
                     GO TO DA06-WRITE.
             PERFORM DK00-TARGETS THRU DK00-EXIT.
             MOVE WS-GRNNO       TO CTL-REF.
             PERFORM START-CONTROL-TOTALS THRU CONTROL-TOTALS-EXIT.
             MOVE ZERO           TO WS-LINENO.
             DISPLAY "GRN number : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     GO TO DA90.
           IF POR-ORDER NOT = WS-PONO
               GO TO DA90.
           IF WS-ASNNO NOT = ZERO
               PERFORM DG00-ADVISED THRU DG00-EXIT
               IF ASN-STATUS = "N"
                   UNLOCK PORDER
                   GO TO DA10.
             DISPLAY "Item    : " AT 0810 WITH FOREGROUND-COLOR 14
                     POR-ITEM WITH FOREGROUND-COLOR 15.
             DISPLAY "Ordered : " AT 0910 WITH FOREGROUND-COLOR 14
                     POR-QTY WITH FOREGROUND-COLOR 15.
      *
      *    ****    Off a shipping notice the advised quantity, in
      *            base units, is offered to confirm or adjust.
      *
           IF WS-ASNNO NOT = ZERO
               DISPLAY "Advised : " AT 1010 WITH FOREGROUND-COLOR 14
                       ASN-QTY WITH FOREGROUND-COLOR 15
               MOVE SPACES       TO WS-UNIT
               MOVE POR-ITEM     TO WS-UOM-ITEM
               MOVE ASN-QTY      TO WS-QTY
               GO TO DA11-QTY.
      *
      *    ****    Received in the unit ordered in unless
      *            changed; the ordered quantity is in base units.
      *
             MOVE POR-UNIT       TO WS-UNIT.
             MOVE POR-ITEM       TO WS-UOM-ITEM.

       DA11-UNIT.
             DISPLAY S17U.
             ACCEPT S17U AT 0949.
             MOVE ZERO           TO WS-QTY.
             PERFORM DF00-UNIT THRU DF00-EXIT.
           IF WS-UOM-RESULT NOT = SPACE
               GO TO DA11-UNIT.
             COMPUTE WS-QTY ROUNDED = POR-QTY / WS-UOM-FACTOR.

       DA11-QTY.
             DISPLAY S17.
             ACCEPT S17 AT 0930.
             PERFORM DF00-UNIT THRU DF00-EXIT.
           IF WS-UOM-RESULT NOT = SPACE
               GO TO DA11-QTY.
             MOVE WS-QTY         TO WS-KEYQTY.
             MOVE WS-UOM-BASEQTY TO WS-QTY.
      *
      *    ****    The GRN line, variance flagged.
      *
             MOVE SPACES         TO GRN-SINV.
             MOVE POR-CURR       TO GRN-CURR.
             MOVE POR-FXRATE     TO GRN-FXRATE.
             PERFORM DE00-QCCHECK THRU DE00-EXIT.
           IF WS-QC = "Y"
               MOVE "Q"          TO GRN-QCSTAT.
             WRITE GRN-RECORD.
             PERFORM DN00-GRN-LINE THRU DN00-EXIT.
           IF WS-QTY NOT = ZERO
               ADD 1             TO CTL-E-DOCS
               COMPUTE CTL-E-VALUE = CTL-E-VALUE
                                   + WS-QTY * POR-PRICE
               ADD WS-QTY        TO CTL-E-QTY.
           IF GRN-VARQTY NOT = ZERO
               DISPLAY "** OVER/SHORT DELIVERY **" AT 1110
                       WITH FOREGROUND-COLOR 12.
           IF WS-QC = "Y"
               DISPLAY "** TO QUARANTINE FOR INSPECTION **" AT 1210
                       WITH FOREGROUND-COLOR 12
           ELSE
               DISPLAY "                                  " AT 1210.
             ADD WS-QTY          TO POR-RECQTY.
             REWRITE POR-RECORD.
      *
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     GO TO DA10.
           IF STK-QUAR NOT NUMERIC
               MOVE ZERO         TO STK-QUAR.
           IF WS-QC = "Y"
               ADD WS-QTY        TO STK-QUAR
           ELSE
               ADD WS-QTY        TO STK-QOH.
             SUBTRACT WS-QTY   FROM STK-ONORDER.
           IF STK-ONORDER < ZERO
               MOVE ZERO         TO STK-ONORDER.
             REWRITE STK-RECORD.
           IF WS-STATUS-1 = "0"
               ADD 1             TO CTL-T-DOCS (2)
               ADD WS-QTY        TO CTL-T-QTY (2).
             MOVE POR-ITEM       TO CRD-ITEM.
             MOVE TODAY-DDMMYY   TO CRD-DATE.
             MOVE ZERO           TO CRD-SERIAL.
             MOVE WS-QTY         TO CRD-QTY.
             MOVE POR-PRICE      TO CRD-COST.
             MOVE LS-USER        TO CRD-USER.
           IF WS-UNIT = SPACES OR WS-UNIT = STK-UNIT
               MOVE SPACES       TO CRD-UNIT
               MOVE ZERO         TO CRD-UNITQTY
           ELSE
               MOVE WS-UNIT      TO CRD-UNIT
               MOVE WS-KEYQTY    TO CRD-UNITQTY.

       DA12-WRITE.
             WRITE CRD-RECORD
                 INVALID KEY
                     ADD 1       TO CRD-SERIAL
                     GO TO DA12-WRITE.
             PERFORM DP00-CARDEX THRU DP00-EXIT.
           IF STK-SERFLAG = "Y"
               PERFORM DB00-SERIALS THRU DB00-EXIT.
           IF WS-ASNNO NOT = ZERO AND STK-LOTFLAG = "Y"
               PERFORM DH00-LOTS THRU DH00-EXIT.
             PERFORM DC00-LAYER THRU DC00-EXIT.
           IF POR-SUPPLY = "B" AND WS-QC NOT = "Y"
               PERFORM DD00-RESERVE THRU DD00-EXIT.
             GO TO DA10.

       DA90.
             REWRITE POR-RECORD.

       DA95.
           IF WS-ASNNO NOT = ZERO
               PERFORM DJ00-RECEIVED THRU DJ00-EXIT.
             PERFORM DL00-END THRU DL00-EXIT.
             DISPLAY "GRN captured" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
      *
       DB00-SERIALS.
             MOVE ZERO           TO WS-SERCNT.
           IF WS-ASNNO = ZERO
               GO TO DB05-NEXT.
      *
      *    ****    The serials on the shipping notice first; only
      *            what it does not cover is keyed.
      *
             MOVE WS-ASNNO       TO ASN-NUMBER.
             MOVE POR-LINE       TO ASN-LINE.
             MOVE ZERO           TO ASN-SEQ.
             START ASNFILE KEY GREATER ASN-KEY
                 INVALID KEY
                     GO TO DB05-NEXT.

       DB02-ADVISED.
           IF WS-SERCNT NOT < WS-QTY
               GO TO DB00-EXIT.
             READ ASNFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB05-NEXT.
           IF ASN-NUMBER NOT = WS-ASNNO OR ASN-LINE NOT = POR-LINE
               GO TO DB05-NEXT.
           IF ASN-SERIAL = SPACES
               GO TO DB02-ADVISED.
             INITIALIZE SER-RECORD.
             MOVE ASN-SERIAL     TO SER-SERIAL.
             MOVE POR-ITEM       TO SER-ITEM.
             MOVE "S"            TO SER-STATUS.
             MOVE WS-GRNNO       TO SER-GRN.
             MOVE TODAY-DDMMYY   TO SER-GRNDATE.
             WRITE SER-RECORD
                 INVALID KEY
                     MOVE "Advised serial already on the registry"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DB02-ADVISED.
             ADD 1               TO WS-SERCNT.
             GO TO DB02-ADVISED.

       DB05-NEXT.
           IF WS-SERCNT NOT < WS-QTY
       DC00-EXIT.
             EXIT.

      *
      *    ****    A back-to-back receipt is held for the sales
      *            order line it was bought for: the quantity
      *            goes onto the line's allocation (never past
      *            what was ordered), so the picking slip offers
      *            it and the fair-share run leaves it alone.
      *
       DD00-RESERVE.
           IF POR-SORDER = ZERO
               GO TO DD00-EXIT.
             MOVE POR-SORDER     TO SOR-ORDER.
             MOVE POR-SORLINE    TO SOR-LINE.
             READ SORDER WITH KEPT LOCK
                 INVALID KEY
                     GO TO DD00-EXIT.
           IF SOR-STATUS = "P" OR "C" OR "X"
               UNLOCK SORDER
               GO TO DD00-EXIT.
             ADD WS-QTY          TO SOR-ALLOC.
           IF SOR-ALLOC > SOR-QTY
               MOVE SOR-QTY      TO SOR-ALLOC.
             REWRITE SOR-RECORD.

       DD00-EXIT.
             EXIT.

      *
      *    ****    Goods-in inspection: an item or supplier
      *            flagged for it has the receipt quarantined
      *            (STK-QUAR) until QCINSP1 passes or rejects it.
      *            A back-to-back line is reserved on release.
      *
       DE00-QCCHECK.
             MOVE "N"            TO WS-QC.
           IF WS-QTY = ZERO
               GO TO DE00-EXIT.
             MOVE POR-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO DE00-EXIT.
           IF STK-QCFLAG = "Y"
               MOVE "Y"          TO WS-QC
               GO TO DE00-EXIT.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     GO TO DE00-EXIT.
           IF P-QCFLAG = "Y"
               MOVE "Y"          TO WS-QC.

       DE00-EXIT.
             EXIT.

      *
      *    ****    WS-QTY of WS-UNIT for item WS-UOM-ITEM into
      *            base units; WS-UOM-RESULT non-blank where the
      *            unit or quantity will not do.  The base unit
      *            is always taken.
      *
       DF00-UNIT.
             MOVE WS-UNIT        TO WS-UOM-UNIT.
             MOVE WS-QTY         TO WS-UOM-QTY
                                    WS-UOM-BASEQTY.
             MOVE 1              TO WS-UOM-FACTOR.
             MOVE LS-L-OR-N      TO WS-UOM-DRIVE.
             MOVE WS-SYS-ID      TO WS-UOM-SYSID.
             CALL "UOMCONV" USING WS-UOM-REQUEST
                 ON EXCEPTION
                     MOVE "F"    TO WS-UOM-RESULT
             END-CALL.
           IF WS-UOM-RESULT = SPACE
                            AND WS-UOM-BASEQTY > 99999.99
               MOVE "S"          TO WS-UOM-RESULT.
           IF WS-UNIT = SPACES
                        AND (WS-UOM-RESULT = "I" OR "F")
               MOVE SPACE        TO WS-UOM-RESULT.
           IF WS-UOM-RESULT = SPACE
               GO TO DF00-EXIT.
           IF WS-UOM-RESULT = "U"
               MOVE "Unit not defined for the item"
                                 TO WS-ERR-STRING
           ELSE
           IF WS-UOM-RESULT = "S"
               MOVE "Quantity too large in base units"
                                 TO WS-ERR-STRING
           ELSE
               MOVE "Unit conversion not available"
                                 TO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.

       DF00-EXIT.
             EXIT.

      *
      *    ****    The notice's quantity line for the order line;
      *            ASN-STATUS "N" where the notice does not carry
      *            it, so the line is passed over.
      *
       DG00-ADVISED.
             MOVE WS-ASNNO       TO ASN-NUMBER.
             MOVE POR-LINE       TO ASN-LINE.
             MOVE ZERO           TO ASN-SEQ.
             READ ASNFILE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "N"    TO ASN-STATUS.

       DG00-EXIT.
             EXIT.

      *
      *    ****    Lots off a shipping notice: the notice's batches
      *            in turn up to the received quantity, then any
      *            balance into a batch keyed here.  Each goes
      *            onto STKLOT and into the recall trace as a
      *            type R with the GRN number.
      *
       DH00-LOTS.
             MOVE WS-QTY         TO WS-LOTLEFT.
             MOVE WS-ASNNO       TO ASN-NUMBER.
             MOVE POR-LINE       TO ASN-LINE.
             MOVE ZERO           TO ASN-SEQ.
             START ASNFILE KEY GREATER ASN-KEY
                 INVALID KEY
                     GO TO DH20-BALANCE.

       DH05-ADVISED.
           IF WS-LOTLEFT NOT > ZERO
               GO TO DH00-EXIT.
             READ ASNFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DH20-BALANCE.
           IF ASN-NUMBER NOT = WS-ASNNO OR ASN-LINE NOT = POR-LINE
               GO TO DH20-BALANCE.
           IF ASN-BATCH = SPACES
               GO TO DH05-ADVISED.
             MOVE ASN-BATCH      TO WS-BATCH.
             MOVE ASN-EXPIRY     TO WS-EXPIRY.
           IF ASN-QTY > WS-LOTLEFT
               MOVE WS-LOTLEFT   TO WS-LOTQTY
           ELSE
               MOVE ASN-QTY      TO WS-LOTQTY.
             PERFORM DH30-RECEIPT THRU DH30-EXIT.
             GO TO DH05-ADVISED.

       DH20-BALANCE.
           IF WS-LOTLEFT NOT > ZERO
               GO TO DH00-EXIT.
             DISPLAY "Balance to lot : " AT 1910
                     WITH FOREGROUND-COLOR 14
                     WS-LOTLEFT WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-BATCH.
             MOVE ZERO           TO WS-EXPIRY.
             DISPLAY S23.
             ACCEPT S23.
           IF WS-BATCH = SPACES
               GO TO DH00-EXIT.
             MOVE WS-LOTLEFT     TO WS-LOTQTY.
             PERFORM DH30-RECEIPT THRU DH30-EXIT.
             GO TO DH00-EXIT.

       DH30-RECEIPT.
             MOVE POR-ITEM       TO LOT-ITEM.
             MOVE WS-BATCH       TO LOT-BATCH.
             READ STKLOT WITH KEPT LOCK
                 INVALID KEY
                     MOVE POR-ITEM     TO LOT-ITEM
                     MOVE WS-BATCH     TO LOT-BATCH
                     MOVE WS-EXPIRY    TO LOT-EXPIRY
                     MOVE TODAY-DDMMYY TO LOT-RECDATE
                     MOVE ZERO         TO LOT-QOH
                     MOVE SPACE        TO LOT-BLOCK
                     MOVE ZERO         TO LOT-BLKDATE
                     WRITE LOT-RECORD
                     END-WRITE.
             ADD WS-LOTQTY       TO LOT-QOH.
           IF WS-EXPIRY NOT = ZERO
               MOVE WS-EXPIRY    TO LOT-EXPIRY.
             REWRITE LOT-RECORD.
             MOVE POR-ITEM       TO LTR-ITEM.
             MOVE WS-BATCH       TO LTR-BATCH.
             MOVE ZERO           TO LTR-SERIAL.
             MOVE "R"            TO LTR-TYPE.
             MOVE TODAY-DDMMYY   TO LTR-DATE.
             MOVE WS-LOTQTY      TO LTR-QTY.
             MOVE WS-GRNNO       TO LTR-INVOICE.
             MOVE ZERO           TO LTR-ACNO.
             MOVE LS-USER        TO LTR-USER.

       DH35-WRITE.
             WRITE LTR-RECORD
                 INVALID KEY
                     ADD 1       TO LTR-SERIAL
                     GO TO DH35-WRITE.
             SUBTRACT WS-LOTQTY FROM WS-LOTLEFT.

       DH30-EXIT.
             EXIT.

       DH00-EXIT.
             EXIT.

      *
      *    ****    The notice is received: marked with the GRN so
      *            it drops off the waiting report.
      *
       DJ00-RECEIVED.
             MOVE WS-ASNNO       TO ASN-NUMBER.
             MOVE ZERO           TO ASN-LINE ASN-SEQ.
             READ ASNFILE WITH KEPT LOCK
                 INVALID KEY
                     GO TO DJ00-EXIT.
             MOVE "R"            TO ASN-STATUS.
             MOVE WS-GRNNO       TO ASN-GRN.
             MOVE TODAY-DDMMYY   TO ASN-RECDATE.
             REWRITE ASN-RECORD.

       DJ00-EXIT.
             EXIT.

      *
      *    ****    The files a GRN posts to: the GRN lines by
      *            count, value and quantity, the stock by count
      *            and quantity, the CARDEX by count, value and
      *            quantity.  Lines received at nil are left out.
      *
       DK00-TARGETS.
             INITIALIZE CTL-REQUEST.
             MOVE "GRN001"       TO CTL-PROG.
             MOVE 3              TO CTL-TARGETS.
             MOVE "GRN"          TO CTL-T-NAME (1).
             MOVE "YYNY"         TO CTL-T-CHECK (1).
             MOVE "STOCK"        TO CTL-T-NAME (2).
             MOVE "YNNY"         TO CTL-T-CHECK (2).
             MOVE "CARDEX"       TO CTL-T-NAME (3).
             MOVE "YYNY"         TO CTL-T-CHECK (3).

       DK00-EXIT.
             EXIT.

      *
      *    ****    The run's totals checked; a run that does not
      *            balance is flagged on the screen.
      *
       DL00-END.
           IF CTL-RUN = ZERO
               GO TO DL00-EXIT.
             PERFORM END-CONTROL-TOTALS THRU CONTROL-TOTALS-EXIT.
           IF CTL-RESULT = "X"
               DISPLAY "Control totals do not balance - see CTLEXC"
                       AT 1610 WITH FOREGROUND-COLOR 12.
             MOVE ZERO           TO CTL-RUN.

       DL00-EXIT.
             EXIT.

      *
      *    ****    A shipment's expected totals: every line not
      *            yet received, at its order line's cost.
      *
       DM00-SHIPMENT.
             PERFORM DK00-TARGETS THRU DK00-EXIT.
             MOVE WS-SHPNO       TO CTL-REF.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             START SHIPMT KEY GREATER SHM-KEY
                 INVALID KEY
                     GO TO DM00-EXIT.

       DM05.
             READ SHIPMT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DM00-EXIT.
           IF SHM-NUMBER NOT = WS-SHPNO
               GO TO DM00-EXIT.
           IF SHM-GRN NOT = ZERO OR SHM-QTY = ZERO
               GO TO DM05.
             MOVE SHM-ORDER      TO POR-ORDER.
             MOVE SHM-POLINE     TO POR-LINE.
             READ PORDER WITH IGNORE LOCK
                 INVALID KEY
                     GO TO DM05.
             ADD 1               TO CTL-E-DOCS.
             COMPUTE CTL-E-VALUE = CTL-E-VALUE + SHM-QTY * POR-PRICE.
             ADD SHM-QTY         TO CTL-E-QTY.
             GO TO DM05.

       DM00-EXIT.
             EXIT.

      *
      *    ****    A GRN line that reached the file.
      *
       DN00-GRN-LINE.
           IF WS-STATUS-1 = "0" AND WS-QTY NOT = ZERO
               ADD 1             TO CTL-T-DOCS (1)
               COMPUTE CTL-T-VALUE (1) = CTL-T-VALUE (1)
                                       + GRN-QTY * GRN-PRICE
               ADD GRN-QTY       TO CTL-T-QTY (1).

       DN00-EXIT.
             EXIT.

      *
      *    ****    A CARDEX movement that reached the file.
      *
       DP00-CARDEX.
             ADD 1               TO CTL-T-DOCS (3).
             COMPUTE CTL-T-VALUE (3) = CTL-T-VALUE (3)
                                     + CRD-QTY * CRD-COST.
             ADD CRD-QTY         TO CTL-T-QTY (3).

       DP00-EXIT.
             EXIT.

      /
      *    ****    M A T C H   S U P P L I E R   I N V O I C E
      *
       FA999.
             EXIT.

      /
      *    ****    R E C E I V E   A N   I M P O R T   S H I P M E N T
      *
      *            A cleared shipment is received in full in one
      *            go: one GRN per purchase order travelling on
      *            it, each line at the shipped quantity, with the
      *            stock, CARDEX, serials and cost layers updated
      *            as for a GRN captured by hand.  The GRNs are
      *            flagged to be landed with the shipment
      *            (LANDCST1).
      *
       GA000           SECTION.
       GA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SHPNO.
             DISPLAY S21.
             ACCEPT S21 AT 0430.
           IF WS-SHPNO = ZERO
               GO TO GA999.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             READ SHIPMT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Shipment not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA00.
           IF SHM-STATUS = "R"
               MOVE "Shipment already received"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA00.
           IF SHM-STATUS NOT = "C"
               MOVE "Shipment not yet cleared"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA00.
             MOVE SHM-SUPP       TO WS-SUPP.
             DISPLAY "Vessel : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     SHM-VESSEL WITH FOREGROUND-COLOR 15
                     "  container " WITH FOREGROUND-COLOR 14
                     SHM-CONTAINER WITH FOREGROUND-COLOR 15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO GA00.
             MOVE ZERO           TO WS-GRNCNT.
             PERFORM DM00-SHIPMENT THRU DM00-EXIT.
             PERFORM START-CONTROL-TOTALS THRU CONTROL-TOTALS-EXIT.
      *
      *    ****    The next order on the shipment not yet
      *            received.
      *
       GA10.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             START SHIPMT KEY GREATER SHM-KEY
                 INVALID KEY
                     GO TO GA80.

       GA12.
             READ SHIPMT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GA80.
           IF SHM-NUMBER NOT = WS-SHPNO
               GO TO GA80.
           IF SHM-GRN NOT = ZERO
               GO TO GA12.
             MOVE SHM-ORDER      TO WS-PONO.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Order on the shipment not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     PERFORM DL00-END THRU DL00-EXIT
                     GO TO GA999.
             MOVE 9999999        TO GRN-NUMBER.
             MOVE 999            TO GRN-LINE.
             START GRNFILE KEY LESS GRN-KEY
                 INVALID KEY
                     MOVE 1      TO WS-GRNNO
                     GO TO GA15.
             READ GRNFILE PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     MOVE 1      TO WS-GRNNO
                     GO TO GA15.
             COMPUTE WS-GRNNO = GRN-NUMBER + 1.

       GA15.
             INITIALIZE GRN-RECORD.
             MOVE WS-GRNNO       TO GRN-NUMBER.
             MOVE ZERO           TO GRN-LINE.
             MOVE WS-PONO        TO GRN-ORDER.
             MOVE WS-SUPP        TO GRN-SUPP.
             MOVE TODAY-DDMMYY   TO GRN-DATE.
             MOVE SPACE          TO GRN-MATCHED.
             MOVE POR-CURR       TO GRN-CURR.
             MOVE POR-FXRATE     TO GRN-FXRATE.
             MOVE "S"            TO GRN-LANDED.

       GA16-WRITE.
             WRITE GRN-RECORD
                 INVALID KEY
                     ADD 1       TO WS-GRNNO
                     MOVE WS-GRNNO
                                 TO GRN-NUMBER
                     GO TO GA16-WRITE.
             MOVE ZERO           TO WS-LINENO.
             ADD 1               TO WS-GRNCNT.
             DISPLAY "GRN " AT 0810 WITH FOREGROUND-COLOR 14
                     WS-GRNNO WITH FOREGROUND-COLOR 15
                     "  order " WITH FOREGROUND-COLOR 14
                     WS-PONO WITH FOREGROUND-COLOR 15.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             START SHIPMT KEY GREATER SHM-KEY
                 INVALID KEY
                     GO TO GA50.
      *
      *    ****    Every line of this order on the shipment.
      *
       GA20.
             READ SHIPMT NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO GA50.
           IF SHM-NUMBER NOT = WS-SHPNO
               UNLOCK SHIPMT
               GO TO GA50.
           IF SHM-ORDER NOT = WS-PONO OR SHM-GRN NOT = ZERO
               UNLOCK SHIPMT
               GO TO GA20.
             MOVE SHM-ORDER      TO POR-ORDER.
             MOVE SHM-POLINE     TO POR-LINE.
             READ PORDER WITH KEPT LOCK
                 INVALID KEY
                     MOVE WS-GRNNO
                                 TO SHM-GRN
                     MOVE ZERO   TO SHM-GRNLINE
                     REWRITE SHM-RECORD
                     GO TO GA20.
             MOVE SHM-QTY        TO WS-QTY.
             ADD 1               TO WS-LINENO.
             MOVE WS-GRNNO       TO SHM-GRN.
             MOVE WS-LINENO      TO SHM-GRNLINE.
             REWRITE SHM-RECORD.
             INITIALIZE GRN-RECORD.
             MOVE WS-GRNNO       TO GRN-NUMBER.
             MOVE WS-LINENO      TO GRN-LINE.
             MOVE WS-PONO        TO GRN-ORDER.
             MOVE WS-SUPP        TO GRN-SUPP.
             MOVE TODAY-DDMMYY   TO GRN-DATE.
             MOVE SPACE          TO GRN-MATCHED.
             MOVE POR-ITEM       TO GRN-ITEM.
             MOVE WS-QTY         TO GRN-QTY.
             MOVE POR-PRICE      TO GRN-PRICE.
             MOVE ZERO           TO GRN-VARQTY.
             MOVE SPACES         TO GRN-SINV.
             MOVE POR-CURR       TO GRN-CURR.
             MOVE POR-FXRATE     TO GRN-FXRATE.
             PERFORM DE00-QCCHECK THRU DE00-EXIT.
           IF WS-QC = "Y"
               MOVE "Q"          TO GRN-QCSTAT.
             WRITE GRN-RECORD.
             PERFORM DN00-GRN-LINE THRU DN00-EXIT.
             ADD WS-QTY          TO POR-RECQTY.
             REWRITE POR-RECORD.
           IF WS-QTY = ZERO
               GO TO GA20.
             MOVE POR-ITEM       TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     GO TO GA20.
           IF STK-QUAR NOT NUMERIC
               MOVE ZERO         TO STK-QUAR.
           IF WS-QC = "Y"
               ADD WS-QTY        TO STK-QUAR
           ELSE
               ADD WS-QTY        TO STK-QOH.
             SUBTRACT WS-QTY   FROM STK-ONORDER.
           IF STK-ONORDER < ZERO
               MOVE ZERO         TO STK-ONORDER.
             REWRITE STK-RECORD.
           IF WS-STATUS-1 = "0"
               ADD 1             TO CTL-T-DOCS (2)
               ADD WS-QTY        TO CTL-T-QTY (2).
             MOVE POR-ITEM       TO CRD-ITEM.
             MOVE TODAY-DDMMYY   TO CRD-DATE.
             MOVE ZERO           TO CRD-SERIAL.
             MOVE 33             TO CRD-TYPE.
             MOVE WS-GRNNO       TO CRD-REF.
             MOVE WS-QTY         TO CRD-QTY.
             MOVE POR-PRICE      TO CRD-COST.
             MOVE LS-USER        TO CRD-USER.
             MOVE SPACES         TO CRD-UNIT.
             MOVE ZERO           TO CRD-UNITQTY.

       GA22-WRITE.
             WRITE CRD-RECORD
                 INVALID KEY
                     ADD 1       TO CRD-SERIAL
                     GO TO GA22-WRITE.
             PERFORM DP00-CARDEX THRU DP00-EXIT.
           IF STK-SERFLAG = "Y"
               PERFORM DB00-SERIALS THRU DB00-EXIT.
             PERFORM DC00-LAYER THRU DC00-EXIT.
           IF POR-SUPPLY = "B" AND WS-QC NOT = "Y"
               PERFORM DD00-RESERVE THRU DD00-EXIT.
             GO TO GA20.

       GA50.
             PERFORM GB00-CLOSE THRU GB00-EXIT.
             GO TO GA10.
      *
      *    ****    Every order received - the shipment is in.
      *
       GA80.
             PERFORM DL00-END THRU DL00-EXIT.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             READ SHIPMT WITH KEPT LOCK
                 INVALID KEY
                     GO TO GA999.
             MOVE "R"            TO SHM-STATUS.
             MOVE TODAY-DDMMYY   TO SHM-DRECV.
             MOVE LS-USER        TO SHM-USER.
             REWRITE SHM-RECORD.
             DISPLAY "Shipment received - GRNs raised : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-GRNCNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       GA999.
             EXIT.

      *
      *    ****    Close the order once every line is fully
      *            received, as for a GRN captured by hand.
      *
       GB00-CLOSE.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             START PORDER KEY GREATER POR-KEY
                 INVALID KEY
                     GO TO GB00-EXIT.

       GB05-NEXT.
             READ PORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GB09-CLOSE.
           IF POR-ORDER NOT = WS-PONO
               GO TO GB09-CLOSE.
           IF POR-RECQTY < POR-QTY
               GO TO GB00-EXIT.
             GO TO GB05-NEXT.

       GB09-CLOSE.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH KEPT LOCK
                 INVALID KEY
                     GO TO GB00-EXIT.
             MOVE "C"            TO POR-STATUS.
             REWRITE POR-RECORD.

       GB00-EXIT.
             EXIT.

      /
      *    ****    R E C E I V E   A G A I N S T   A   N O T I C E
      *
      *            The notice names the order; the GRN is then
      *            captured as for option 2, only the lines on the
      *            notice offered and at the advised quantities.
      *
       HA000           SECTION.
       HA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ASNNO.
             DISPLAY S22.
             ACCEPT S22 AT 0430.
           IF WS-ASNNO = ZERO
               GO TO HA999.
             MOVE WS-ASNNO       TO ASN-NUMBER.
             MOVE ZERO           TO ASN-LINE ASN-SEQ.
             READ ASNFILE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Shipping notice not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO HA00.
           IF ASN-STATUS NOT = SPACE
               MOVE "Shipping notice already received"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA00.
             MOVE ASN-ORDER      TO WS-PONO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Order on the notice not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO HA00.
           IF POR-STATUS NOT = "O"
               MOVE "Order on the notice is closed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA00.
           IF POR-SUPPLY = "D"
               MOVE "Drop-ship order - confirm it in DROPSHP1"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA00.
             DISPLAY "Reference : " AT 0442 WITH FOREGROUND-COLOR 14
                     ASN-REF WITH FOREGROUND-COLOR 15.
             DISPLAY "Order     : " AT 0542 WITH FOREGROUND-COLOR 14
                     WS-PONO WITH FOREGROUND-COLOR 15.
             PERFORM DA01 THRU DA999.
             MOVE ZERO           TO WS-ASNNO.

       HA999.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE "COSTLAY"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-COSTLAY.
             MOVE "SHIPMT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHIPMT.
             MOVE "SORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "ASNFILE"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-ASNFILE.
             MOVE "STKLOT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STKLOT.
             MOVE "LOTTRN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LOTTRN.

       ZA02.
             OPEN I-O PORDER.
               OPEN OUTPUT COSTLAY
               CLOSE COSTLAY
               OPEN I-O COSTLAY.
             OPEN I-O SHIPMT.
           IF WS-STATUS = "35"
               CLOSE SHIPMT
               OPEN OUTPUT SHIPMT
               CLOSE SHIPMT
               OPEN I-O SHIPMT.
             OPEN I-O SORDER.
             OPEN I-O ASNFILE.
           IF WS-STATUS = "35"
               CLOSE ASNFILE
               OPEN OUTPUT ASNFILE
               CLOSE ASNFILE
               OPEN I-O ASNFILE.
             OPEN I-O STKLOT.
           IF WS-STATUS = "35"
               CLOSE STKLOT
               OPEN OUTPUT STKLOT
               CLOSE STKLOT
               OPEN I-O STKLOT.
             OPEN I-O LOTTRN.
           IF WS-STATUS = "35"
               CLOSE LOTTRN
               OPEN OUTPUT LOTTRN
               CLOSE LOTTRN
               OPEN I-O LOTTRN.

       ZA999.
             EXIT.

       COPY ERRORS.PRO.

       COPY CTLTOT.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
           IF WS-F-ERROR = 57
               MOVE W02-COSTLAY   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE LAY-ITEM      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SOR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 17
               MOVE W02-SHIPMT    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SHM-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 89
               MOVE W02-ASNFILE   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE ASN-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 83
               MOVE W02-STKLOT    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE LOT-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 84
               MOVE W02-LOTTRN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE LTR-ITEM      TO WS-KEYX.

       COPY DISPERR.PRO.
