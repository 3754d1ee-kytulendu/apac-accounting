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
      *     G O O D S - I N   I N S P E C T I O N                      *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            QCINSP1.
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
      *    OCT 2026 - First issue.  Goods-in inspection for items
      *               or suppliers flagged for it: their GRN
      *               receipts wait in quarantine (STK-QUAR), out
      *               of reach of sales and picking, until each
      *               GRN line is inspected here.  Units passed
      *               are released to STK-QOH (a back-to-back
      *               line is reserved for its sales order as
      *               they come out); units rejected go straight
      *               onto a return to supplier with its debit
      *               note, as RTS1 raises them.  Every result is
      *               logged on QCLOG against the GRN line, and
      *               the quarantine report lists what is still
      *               waiting and for how long.
      *    OCT 2026 - Changes to the item and supplier inspection
      *               flags are written to the master file change
      *               history (see CHGLOG).
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

       COPY QCLOG.SL.

       COPY RTSFILE.SL.

       COPY GRN.SL.

       COPY PORDER.SL.

       COPY SORDER.SL.

       COPY STOCK.SL.

       COPY CARDEX.SL.

       COPY COSTLAY.SL.

       COPY SERIAL.SL.

       COPY STKLOT.SL.

       COPY LOTTRN.SL.

       COPY CREDIT.SL.

       COPY CRTRAN.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY QCLOG.FD.

       COPY RTSFILE.FD.

       COPY GRN.FD.

       COPY PORDER.FD.

       COPY SORDER.FDE.

       COPY STOCK.FDE.

       COPY CARDEX.FDE.

       COPY COSTLAY.FD.

       COPY SERIAL.FD.

       COPY STKLOT.FD.

       COPY LOTTRN.FD.

       COPY CREDIT.FDE.

       COPY CRTRAN.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-RTSNO           PIC  9(07) VALUE ZERO.
       77  WS-GRNNO           PIC  9(07) VALUE ZERO.
       77  WS-GRNLINE         PIC  9(03) VALUE ZERO.
       77  WS-PONO            PIC  9(07) VALUE ZERO.
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-GRNDATE         PIC  9(08) VALUE ZERO.
       77  WS-CURR            PIC  X(03) VALUE SPACES.
       77  WS-FXRATE          PIC  9(03)V9(06) COMP-3 VALUE ZERO.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-PRICE           PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-QTY             PIC  9(05)V99 VALUE ZERO.
       77  WS-WHOLE           PIC  9(05) VALUE ZERO.
       77  WS-OUTST           PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-PASSED          PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-REJECTED        PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-DONE            PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-LINEQTY         PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-LEFT            PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-TAKE            PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-RESULT          PIC  X(01) VALUE SPACE.
       77  WS-REASON          PIC  X(30) VALUE SPACES.
       77  WS-FLAG            PIC  X(01) VALUE SPACE.
       77  WS-SERIALNO        PIC  X(20) VALUE SPACES.
       77  WS-BATCH           PIC  X(10) VALUE SPACES.
       77  WS-SERCNT          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LINENO          PIC  9(03) VALUE ZERO.
       77  WS-SEQ             PIC  9(03) VALUE ZERO.
       77  WS-GRNPASS         PIC  X(01) VALUE SPACE.
       77  WS-RTSVAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DNREF           PIC  X(10) VALUE SPACES.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGEDAYS         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-LISTED          PIC  9(05) COMP-5 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.

       01  W20-HEAD.
           03  FILLER         PIC  X(16) VALUE "ITEM".
           03  FILLER         PIC  X(11) VALUE "       QTY".
           03  FILLER         PIC  X(12) VALUE "      PRICE".
           03  FILLER         PIC  X(15) VALUE "        VALUE".
           03  FILLER         PIC  X(03) VALUE "R".
           03  FILLER         PIC  X(13) VALUE "SERIAL/BATCH".

       01  W20-DETAIL.
           03  W20-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-QTY        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PRICE      PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-VALUE      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-REASON     PIC  X(01).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-REF        PIC  X(20).

       01  W30-HEAD.
           03  FILLER         PIC  X(13) VALUE "GRN     LINE".
           03  FILLER         PIC  X(17) VALUE "RECEIVED   SUPP".
           03  FILLER         PIC  X(16) VALUE "ITEM".
           03  FILLER         PIC  X(22) VALUE
               "  RECEIVED  INSPECTED".
           03  FILLER         PIC  X(17) VALUE
               "   WAITING  DAYS".

       01  W30-DETAIL.
           03  W30-GRN        PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-LINE       PIC  ZZ9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-REC        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DONE       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-WAIT       PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-AGE        PIC  Z(04)9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "QCI".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY QCLOG.ID.

       COPY RTSFILE.ID.

       COPY GRN.ID.

       COPY PORDER.ID.

       COPY SORDER.ID.

       COPY STOCK.ID.

       COPY CARDEX.ID.

       COPY COSTLAY.ID.

       COPY SERIAL.ID.

       COPY STKLOT.ID.

       COPY LOTTRN.ID.

       COPY CREDIT.ID.

       COPY CRTRAN.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(05) VALUE "QCIN.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "GOODS-IN  INSPECTION".
           03  LINE  4 COLUMN 16 VALUE "1. Inspect quarantined GRN".
           03  LINE  5 COLUMN 16 VALUE "2. Items for inspection".
           03  LINE  6 COLUMN 16 VALUE "3. Suppliers for inspection".
           03  LINE  7 COLUMN 16 VALUE "4. Quarantine report".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "GRN number    :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-GRNNO AUTO.

       01  S14.
           03  LINE 18 COLUMN 10 VALUE "Result (P/R)  :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-RESULT AUTO.
           03          COLUMN 29 VALUE "P = pass to stock  R = reject".
           03  LINE 19 COLUMN 10 VALUE "Quantity      :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-QTY AUTO.
           03  LINE 20 COLUMN 10 VALUE "Reason        :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(30) USING WS-REASON.

       01  S16.
           03  LINE 21 COLUMN 10 VALUE "Serial        :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-SERIALNO.

       01  S17.
           03  LINE 21 COLUMN 10 VALUE "Batch         :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(10) USING WS-BATCH.

       01  S18.
           03  LINE  4 COLUMN 10 VALUE "Item code     :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-ITEM.

       01  S19.
           03  LINE  4 COLUMN 10 VALUE "Supplier      :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S20.
           03  LINE  9 COLUMN 10 VALUE "Inspect (Y/N) :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-FLAG AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-STLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE QCLOG RTSFILE GRNFILE PORDER SORDER STOCK CARDEX
                   COSTLAY SERIAL STKLOT LOTTRN CREDIT CRTRAN.

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

      /
      *    ****    I N S P E C T   Q U A R A N T I N E D   G R N
      *
      *            Each line still in quarantine is offered with
      *            what awaits inspection (received less what has
      *            already been passed or rejected).  A pass moves
      *            the units from STK-QUAR to STK-QOH; a reject
      *            takes them out of quarantine onto a return to
      *            the supplier, raised once for the GRN and
      *            closed off with its debit note when the lines
      *            are done.  A line may be inspected in parts.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-GRNNO.
             DISPLAY S13.
             ACCEPT S13 AT 0426.
           IF WS-GRNNO = ZERO
               GO TO CA999.
             MOVE WS-GRNNO       TO GRN-NUMBER.
             MOVE ZERO           TO GRN-LINE.
             READ GRNFILE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "GRN not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             MOVE GRN-SUPP       TO WS-SUPP.
             MOVE GRN-ORDER      TO WS-PONO.
             MOVE GRN-DATE       TO WS-GRNDATE.
             MOVE GRN-CURR       TO WS-CURR.
             MOVE GRN-FXRATE     TO WS-FXRATE.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY "Supplier : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     WS-SUPP WITH FOREGROUND-COLOR 15
                     " " P-NAME WITH FOREGROUND-COLOR 15.
             DISPLAY "Order    : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     WS-PONO WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-RTSNO.
             MOVE ZERO           TO WS-LINENO.
             MOVE ZERO           TO WS-RTSVAL.
             MOVE WS-GRNNO       TO GRN-NUMBER.
             MOVE ZERO           TO GRN-LINE.
             START GRNFILE KEY GREATER GRN-KEY
                 INVALID KEY
                     GO TO CA80.

       CA10.
             READ GRNFILE NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO CA80.
           IF GRN-NUMBER NOT = WS-GRNNO
               UNLOCK GRNFILE
               GO TO CA80.
           IF GRN-QCSTAT NOT = "Q"
               UNLOCK GRNFILE
               GO TO CA10.
           IF GRN-RTSQTY NOT NUMERIC
               MOVE ZERO         TO GRN-RTSQTY.
             MOVE GRN-LINE       TO WS-GRNLINE.
             MOVE GRN-ITEM       TO WS-ITEM.
             MOVE GRN-PRICE      TO WS-PRICE.
             PERFORM CB00-LOGGED THRU CB00-EXIT.
             COMPUTE WS-DONE = WS-PASSED + WS-REJECTED.
             COMPUTE WS-OUTST = GRN-QTY - WS-DONE.
           IF WS-OUTST NOT > ZERO
               PERFORM CH00-STATUS THRU CH00-EXIT
               REWRITE GRN-RECORD
               GO TO CA10.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     UNLOCK GRNFILE
                     GO TO CA10.
           IF STK-QUAR NOT NUMERIC
               MOVE ZERO         TO STK-QUAR.
             MOVE 1001           TO CPOS.
             PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 21.
             DISPLAY "Item     : " AT 1010 WITH FOREGROUND-COLOR 14
                     WS-ITEM WITH FOREGROUND-COLOR 15
                     " " STK-DESC WITH FOREGROUND-COLOR 15.
             DISPLAY "Received : " AT 1110 WITH FOREGROUND-COLOR 14
                     GRN-QTY WITH FOREGROUND-COLOR 15
                     "  passed " WITH FOREGROUND-COLOR 14
                     WS-PASSED WITH FOREGROUND-COLOR 15
                     "  rejected " WITH FOREGROUND-COLOR 14
                     WS-REJECTED WITH FOREGROUND-COLOR 15.
             DISPLAY "Waiting  : " AT 1210 WITH FOREGROUND-COLOR 14
                     WS-OUTST WITH FOREGROUND-COLOR 15
                     "  in quarantine " WITH FOREGROUND-COLOR 14
                     STK-QUAR WITH FOREGROUND-COLOR 15.
             MOVE WS-OUTST       TO WS-QTY.
             MOVE "P"            TO WS-RESULT.
             MOVE SPACES         TO WS-REASON.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-QTY = ZERO
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
           IF WS-RESULT NOT = "P" AND "R"
               MOVE "Result must be P or R - line skipped"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
           IF WS-QTY > WS-OUTST
               MOVE "More than awaits inspection - line skipped"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
           IF WS-QTY > STK-QUAR
               MOVE "More than is in quarantine - line skipped"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
           IF WS-RESULT = "R"
               GO TO CA20.
      *
      *    ****    Passed - out of quarantine onto the shelf.
      *            The receipt was costed and on CARDEX when the
      *            GRN posted, so only the bucket changes.
      *
             SUBTRACT WS-QTY   FROM STK-QUAR.
             ADD WS-QTY          TO STK-QOH.
             REWRITE STK-RECORD.
             ADD WS-QTY          TO WS-PASSED.
             PERFORM CF00-LOG THRU CF00-EXIT.
             PERFORM CG00-RESERVE THRU CG00-EXIT.
             GO TO CA40.
      *
      *    ****    Rejected - onto the return, unit by unit for
      *            serialised items, by batch for lot-tracked.
      *
       CA20.
           IF STK-SERFLAG = "Y"
               MOVE WS-QTY       TO WS-WHOLE
               IF WS-WHOLE NOT = WS-QTY
                   MOVE "Serialised items go back in whole units"
                                 TO WS-ERR-STRING
                   PERFORM ERROR-MESSAGE
                   UNLOCK GRNFILE
                   UNLOCK STOCK
                   GO TO CA10.
           IF WS-RTSNO = ZERO
               PERFORM CC00-RETURN THRU CC00-EXIT.
             MOVE SPACES         TO WS-SERIALNO WS-BATCH.
           IF STK-SERFLAG NOT = "Y"
               GO TO CA25.
             PERFORM CD00-SERIALS THRU CD00-EXIT.
             MOVE WS-SERCNT      TO WS-QTY.
           IF WS-QTY = ZERO
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
             GO TO CA30.

       CA25.
           IF STK-LOTFLAG = "Y"
               PERFORM CE00-LOT THRU CE00-EXIT
               IF WS-BATCH = SPACES
                   UNLOCK GRNFILE
                   UNLOCK STOCK
                   GO TO CA10.
             MOVE WS-QTY         TO WS-LINEQTY.
             PERFORM CK00-LINE THRU CK00-EXIT.

       CA30.
             SUBTRACT WS-QTY   FROM STK-QUAR.
             REWRITE STK-RECORD.
             MOVE WS-ITEM        TO CRD-ITEM.
             MOVE TODAY-DDMMYY   TO CRD-DATE.
             MOVE ZERO           TO CRD-SERIAL.
             MOVE 45             TO CRD-TYPE.
             MOVE WS-RTSNO       TO CRD-REF.
             COMPUTE CRD-QTY = ZERO - WS-QTY.
             MOVE WS-PRICE       TO CRD-COST.
             MOVE LS-USER        TO CRD-USER.

       CA32-WRITE.
             WRITE CRD-RECORD
                 INVALID KEY
                     ADD 1       TO CRD-SERIAL
                     GO TO CA32-WRITE.
             PERFORM CJ00-LAYER THRU CJ00-EXIT.
             ADD WS-QTY          TO GRN-RTSQTY.
             ADD WS-QTY          TO WS-REJECTED.
             PERFORM CF00-LOG THRU CF00-EXIT.
      *
      *    ****    Fully inspected - the line leaves quarantine.
      *
       CA40.
             COMPUTE WS-DONE = WS-PASSED + WS-REJECTED.
           IF WS-DONE NOT < GRN-QTY
               PERFORM CH00-STATUS THRU CH00-EXIT.
             REWRITE GRN-RECORD.
             GO TO CA10.

       CA80.
           IF WS-RTSNO = ZERO
               GO TO CA88.
           IF WS-LINENO NOT = ZERO
               GO TO CA82.
             MOVE WS-RTSNO       TO RTS-NUMBER.
             MOVE ZERO           TO RTS-LINE.
             READ RTSFILE WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA88.
             MOVE "X"            TO RTS-STATUS.
             REWRITE RTS-RECORD.
             GO TO CA88.
      *
      *    ****    The debit note for the rejected goods, as a
      *            return raised through RTS1.
      *
       CA82.
             MOVE SPACES         TO WS-DNREF.
             STRING "RTS"      DELIMITED BY SIZE
                    WS-RTSNO   DELIMITED BY SIZE
                    INTO WS-DNREF.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA85.
             SUBTRACT WS-RTSVAL FROM P-BALANCE.
             REWRITE P-RECORD.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE TODAY-DDMMYY   TO PTR-DATE.
             MOVE ZERO           TO PTR-SERIAL.
             MOVE 7              TO PTR-TYPE.
             MOVE WS-DNREF       TO PTR-SINV.
             MOVE WS-GRNNO       TO PTR-GRN.
             MOVE "Failed inspection   "
                                 TO PTR-DESC.
             COMPUTE PTR-AMOUNT = ZERO - WS-RTSVAL.
             MOVE PTR-AMOUNT     TO PTR-OUTSTAND.
             MOVE TODAY-DDMMYY   TO PTR-DUEDATE.
             MOVE LS-USER        TO PTR-USER.
             MOVE WS-CURR        TO PTR-CURR.
             MOVE WS-FXRATE      TO PTR-FXRATE.

       CA84-WRITE.
             WRITE PTR-RECORD
                 INVALID KEY
                     ADD 1       TO PTR-SERIAL
                     GO TO CA84-WRITE.

       CA85.
             MOVE WS-RTSNO       TO RTS-NUMBER.
             MOVE ZERO           TO RTS-LINE.
             READ RTSFILE WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA86.
             MOVE WS-RTSVAL      TO RTS-VALUE.
             REWRITE RTS-RECORD.

       CA86.
             PERFORM CI00-PRINT THRU CI00-EXIT.
             DISPLAY "Rejects returned - debit note " AT 2302
                     WITH FOREGROUND-COLOR 14
                     WS-DNREF WITH FOREGROUND-COLOR 15
                     " printed" WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA88.
             DISPLAY "Inspection recorded" AT 2302
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    What has been logged against the GRN line so
      *            far, and the last result number used.
      *
       CB00-LOGGED.
             MOVE ZERO           TO WS-PASSED.
             MOVE ZERO           TO WS-REJECTED.
             MOVE ZERO           TO WS-SEQ.
             MOVE WS-GRNNO       TO QCL-GRN.
             MOVE WS-GRNLINE     TO QCL-GRNLINE.
             MOVE ZERO           TO QCL-SEQ.
             START QCLOG KEY NOT LESS QCL-KEY
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB05-NEXT.
             READ QCLOG NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF QCL-GRN NOT = WS-GRNNO
              OR QCL-GRNLINE NOT = WS-GRNLINE
               GO TO CB00-EXIT.
             MOVE QCL-SEQ        TO WS-SEQ.
           IF QCL-RESULT = "P"
               ADD QCL-QTY       TO WS-PASSED
           ELSE
               ADD QCL-QTY       TO WS-REJECTED.
             GO TO CB05-NEXT.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The return header, numbered from the last on
      *            file as RTS1 numbers them.
      *
       CC00-RETURN.
             MOVE 9999999        TO RTS-NUMBER.
             MOVE 999            TO RTS-LINE.
             START RTSFILE KEY LESS RTS-KEY
                 INVALID KEY
                     MOVE 1      TO WS-RTSNO
                     GO TO CC05.
             READ RTSFILE PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     MOVE 1      TO WS-RTSNO
                     GO TO CC05.
             COMPUTE WS-RTSNO = RTS-NUMBER + 1.

       CC05.
             INITIALIZE RTS-RECORD.
             MOVE WS-RTSNO       TO RTS-NUMBER.
             MOVE ZERO           TO RTS-LINE.
             MOVE "O"            TO RTS-STATUS.
             MOVE TODAY-DDMMYY   TO RTS-DATE.
             MOVE WS-SUPP        TO RTS-SUPP.
             MOVE WS-GRNNO       TO RTS-GRN.
             MOVE WS-PONO        TO RTS-ORDER.
             MOVE LS-USER        TO RTS-USER.

       CC06-WRITE.
             WRITE RTS-RECORD
                 INVALID KEY
                     ADD 1       TO WS-RTSNO
                     MOVE WS-RTSNO
                                 TO RTS-NUMBER
                     GO TO CC06-WRITE.
             DISPLAY "Return   : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-RTSNO WITH FOREGROUND-COLOR 15.

       CC00-EXIT.
             EXIT.

      *
      *    ****    Serials for the rejected units.  Each must be
      *            in stock on the registry and have come in on
      *            this GRN; a blank entry ends early.
      *
       CD00-SERIALS.
             MOVE ZERO           TO WS-SERCNT.
             MOVE 1              TO WS-LINEQTY.

       CD05-NEXT.
           IF WS-SERCNT NOT < WS-QTY
               GO TO CD00-EXIT.
             MOVE SPACES         TO WS-SERIALNO.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-SERIALNO = SPACES
               GO TO CD00-EXIT.
             MOVE WS-SERIALNO    TO SER-SERIAL.
             MOVE WS-ITEM        TO SER-ITEM.
             READ SERIAL WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Serial not on the registry for this item"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CD05-NEXT.
           IF SER-STATUS NOT = "S"
               MOVE "Serial is not in stock"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SERIAL
               GO TO CD05-NEXT.
           IF SER-GRN NOT = WS-GRNNO
               MOVE "Serial was not received on this GRN"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SERIAL
               GO TO CD05-NEXT.
             MOVE "B"            TO SER-STATUS.
             REWRITE SER-RECORD.
             PERFORM CK00-LINE THRU CK00-EXIT.
             ADD 1               TO WS-SERCNT.
             GO TO CD05-NEXT.

       CD00-EXIT.
             EXIT.

      *
      *    ****    Lot-tracked - the rejected batch comes off the
      *            lot and into the recall trace as type S.
      *
       CE00-LOT.
             MOVE SPACES         TO WS-BATCH.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-BATCH = SPACES
               GO TO CE00-EXIT.
             MOVE WS-ITEM        TO LOT-ITEM.
             MOVE WS-BATCH       TO LOT-BATCH.
             READ STKLOT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Batch not on file for this item"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CE00-LOT.
           IF LOT-QOH < WS-QTY
               MOVE "Batch holds less than the quantity"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK STKLOT
               GO TO CE00-LOT.
             SUBTRACT WS-QTY   FROM LOT-QOH.
             REWRITE LOT-RECORD.
             MOVE WS-ITEM        TO LTR-ITEM.
             MOVE WS-BATCH       TO LTR-BATCH.
             MOVE ZERO           TO LTR-SERIAL.
             MOVE "S"            TO LTR-TYPE.
             MOVE TODAY-DDMMYY   TO LTR-DATE.
             MOVE WS-QTY         TO LTR-QTY.
             MOVE WS-RTSNO       TO LTR-INVOICE.
             MOVE ZERO           TO LTR-ACNO.
             MOVE LS-USER        TO LTR-USER.

       CE05-WRITE.
             WRITE LTR-RECORD
                 INVALID KEY
                     ADD 1       TO LTR-SERIAL
                     GO TO CE05-WRITE.

       CE00-EXIT.
             EXIT.

      *
      *    ****    One inspection result onto QCLOG, numbered
      *            after the last for the GRN line.
      *
       CF00-LOG.
             ADD 1               TO WS-SEQ.
             INITIALIZE QCL-RECORD.
             MOVE WS-GRNNO       TO QCL-GRN.
             MOVE WS-GRNLINE     TO QCL-GRNLINE.
             MOVE WS-SEQ         TO QCL-SEQ.
             MOVE TODAY-DDMMYY   TO QCL-DATE.
             MOVE WS-ITEM        TO QCL-ITEM.
             MOVE WS-SUPP        TO QCL-SUPP.
             MOVE WS-RESULT      TO QCL-RESULT.
             MOVE WS-QTY         TO QCL-QTY.
             MOVE WS-REASON      TO QCL-REASON.
           IF WS-RESULT = "R"
               MOVE WS-RTSNO     TO QCL-RTS.
             MOVE LS-USER        TO QCL-USER.

       CF05-WRITE.
             WRITE QCL-RECORD
                 INVALID KEY
                     ADD 1       TO WS-SEQ
                     MOVE WS-SEQ TO QCL-SEQ
                     GO TO CF05-WRITE.

       CF00-EXIT.
             EXIT.

      *
      *    ****    Released units of a back-to-back order line
      *            are reserved for the sales order line they
      *            were bought for, as GRN001 does for receipts
      *            that never saw quarantine.
      *
       CG00-RESERVE.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             START PORDER KEY GREATER POR-KEY
                 INVALID KEY
                     GO TO CG00-EXIT.

       CG05-NEXT.
             READ PORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CG00-EXIT.
           IF POR-ORDER NOT = WS-PONO
               GO TO CG00-EXIT.
           IF POR-ITEM NOT = WS-ITEM
               GO TO CG05-NEXT.
           IF POR-SUPPLY NOT = "B" OR POR-SORDER = ZERO
               GO TO CG00-EXIT.
             MOVE POR-SORDER     TO SOR-ORDER.
             MOVE POR-SORLINE    TO SOR-LINE.
             READ SORDER WITH KEPT LOCK
                 INVALID KEY
                     GO TO CG00-EXIT.
           IF SOR-STATUS = "P" OR "C" OR "X"
               UNLOCK SORDER
               GO TO CG00-EXIT.
             ADD WS-QTY          TO SOR-ALLOC.
           IF SOR-ALLOC > SOR-QTY
               MOVE SOR-QTY      TO SOR-ALLOC.
             REWRITE SOR-RECORD.

       CG00-EXIT.
             EXIT.

      *
      *    ****    Final inspection status of the line.
      *
       CH00-STATUS.
           IF WS-REJECTED = ZERO
               MOVE "P"          TO GRN-QCSTAT
           ELSE
           IF WS-PASSED = ZERO
               MOVE "R"          TO GRN-QCSTAT
           ELSE
               MOVE "M"          TO GRN-QCSTAT.

       CH00-EXIT.
             EXIT.

      *
      *    ****    The return document and debit note.
      *
       CI00-PRINT.
             OPEN OUTPUT PRINTF.
             MOVE "RETURN TO SUPPLIER - DEBIT NOTE   "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             STRING "RETURN "  DELIMITED BY SIZE
                    WS-RTSNO   DELIMITED BY SIZE
                    "  DEBIT NOTE "
                               DELIMITED BY SIZE
                    WS-DNREF   DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             STRING "SUPPLIER " DELIMITED BY SIZE
                    WS-SUPP    DELIMITED BY SIZE
                    " "        DELIMITED BY SIZE
                    P-NAME     DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             STRING "OUR GRN " DELIMITED BY SIZE
                    WS-GRNNO   DELIMITED BY SIZE
                    "  ORDER " DELIMITED BY SIZE
                    WS-PONO    DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W20-HEAD.
             MOVE WS-RTSNO       TO RTS-NUMBER.
             MOVE ZERO           TO RTS-LINE.
             START RTSFILE KEY GREATER RTS-KEY
                 INVALID KEY
                     GO TO CI10.

       CI05-NEXT.
             READ RTSFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CI10.
           IF RTS-NUMBER NOT = WS-RTSNO
               GO TO CI10.
             MOVE SPACES         TO W20-DETAIL.
             MOVE RTS-ITEM       TO W20-ITEM.
             MOVE RTS-QTY        TO W20-QTY.
             MOVE RTS-PRICE      TO W20-PRICE.
             MOVE RTS-VALUE      TO W20-VALUE.
             MOVE RTS-REASON     TO W20-REASON.
           IF RTS-SERIALNO NOT = SPACES
               MOVE RTS-SERIALNO TO W20-REF
           ELSE
               MOVE RTS-BATCH    TO W20-REF.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO CI05-NEXT.

       CI10.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "TOTAL DEBIT"  TO W20-ITEM.
             MOVE WS-RTSVAL      TO W20-VALUE.
             WRITE PRINT-REC FROM W20-DETAIL AFTER 2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "REASON: Q = FAILED OUR GOODS-IN INSPECTION"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "PLEASE CREDIT OUR ACCOUNT QUOTING THE DEBIT NOTE"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             CLOSE PRINTF.

       CI00-EXIT.
             EXIT.

      *
      *    ****    Take the rejected quantity off the FIFO layers:
      *            the GRN's own layer (same item, receipt date
      *            and cost) first, then oldest first for any
      *            remainder the GRN layer no longer holds.
      *
       CJ00-LAYER.
             MOVE WS-QTY         TO WS-LEFT.
             MOVE "Y"            TO WS-GRNPASS.

       CJ05-START.
             MOVE WS-ITEM        TO LAY-ITEM.
             MOVE ZERO           TO LAY-SERIAL.
             START COSTLAY KEY NOT LESS LAY-KEY
                 INVALID KEY
                     GO TO CJ00-EXIT.

       CJ10-NEXT.
           IF WS-LEFT NOT > ZERO
               GO TO CJ00-EXIT.
             READ COSTLAY NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO CJ20.
           IF LAY-ITEM NOT = WS-ITEM
               UNLOCK COSTLAY
               GO TO CJ20.
           IF LAY-QTYLEFT NOT > ZERO
               UNLOCK COSTLAY
               GO TO CJ10-NEXT.
           IF WS-GRNPASS = "Y"
               IF LAY-DATE NOT = WS-GRNDATE
                  OR LAY-COST NOT = WS-PRICE
                   UNLOCK COSTLAY
                   GO TO CJ10-NEXT.
           IF LAY-QTYLEFT > WS-LEFT
               MOVE WS-LEFT      TO WS-TAKE
           ELSE
               MOVE LAY-QTYLEFT  TO WS-TAKE.
             SUBTRACT WS-TAKE  FROM LAY-QTYLEFT.
             SUBTRACT WS-TAKE  FROM WS-LEFT.
             REWRITE LAY-RECORD.
             GO TO CJ10-NEXT.

       CJ20.
           IF WS-GRNPASS = "Y"
               MOVE "N"          TO WS-GRNPASS
               GO TO CJ05-START.

       CJ00-EXIT.
             EXIT.

      *
      *    ****    One return line, valued at the GRN price.
      *
       CK00-LINE.
             ADD 1               TO WS-LINENO.
             INITIALIZE RTS-RECORD.
             MOVE WS-RTSNO       TO RTS-NUMBER.
             MOVE WS-LINENO      TO RTS-LINE.
             MOVE "O"            TO RTS-STATUS.
             MOVE TODAY-DDMMYY   TO RTS-DATE.
             MOVE WS-SUPP        TO RTS-SUPP.
             MOVE WS-GRNNO       TO RTS-GRN.
             MOVE WS-PONO        TO RTS-ORDER.
             MOVE WS-ITEM        TO RTS-ITEM.
             MOVE WS-LINEQTY     TO RTS-QTY.
             MOVE WS-PRICE       TO RTS-PRICE.
             COMPUTE RTS-VALUE ROUNDED = WS-LINEQTY * WS-PRICE.
             MOVE "Q"            TO RTS-REASON.
             MOVE WS-SERIALNO    TO RTS-SERIALNO.
             MOVE WS-BATCH       TO RTS-BATCH.
             MOVE LS-USER        TO RTS-USER.
             WRITE RTS-RECORD.
             ADD RTS-VALUE       TO WS-RTSVAL.

       CK00-EXIT.
             EXIT.

      /
      *    ****    I T E M S   F O R   I N S P E C T I O N
      *
      *            "Y" quarantines every future receipt of the
      *            item; what is already in quarantine stays
      *            there until inspected whatever the flag.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S18.
             ACCEPT S18.
           IF WS-ITEM = SPACES
               GO TO DA999.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
           IF STK-QUAR NOT NUMERIC
               MOVE ZERO         TO STK-QUAR.
             DISPLAY "Item        : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     STK-DESC WITH FOREGROUND-COLOR 15.
             DISPLAY "On hand     : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     STK-QOH WITH FOREGROUND-COLOR 15
                     "  in quarantine " WITH FOREGROUND-COLOR 14
                     STK-QUAR WITH FOREGROUND-COLOR 15.
             MOVE STK-RECORD     TO CHG-BEFORE.
           IF STK-QCFLAG = "Y"
               MOVE "Y"          TO WS-FLAG
           ELSE
               MOVE "N"          TO WS-FLAG.
             DISPLAY S20.
             ACCEPT S20.
           IF WS-FLAG NOT = "Y" AND "N"
               MOVE "Answer Y or N"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK STOCK
               GO TO DA00.
             MOVE WS-FLAG        TO STK-QCFLAG.
             REWRITE STK-RECORD.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "QCINSP1"      TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO DA00.

       DA999.
             EXIT.

      /
      *    ****    S U P P L I E R S   F O R   I N S P E C T I O N
      *
      *            "Y" quarantines everything received from the
      *            supplier, whatever the items' own flags say.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S19.
             ACCEPT S19.
           IF WS-SUPP = ZERO
               GO TO EA999.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
             DISPLAY "Supplier    : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     P-NAME WITH FOREGROUND-COLOR 15.
             MOVE P-RECORD       TO CHG-BEFORE.
           IF P-QCFLAG = "Y"
               MOVE "Y"          TO WS-FLAG
           ELSE
               MOVE "N"          TO WS-FLAG.
             DISPLAY S20.
             ACCEPT S20.
           IF WS-FLAG NOT = "Y" AND "N"
               MOVE "Answer Y or N"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK CREDIT
               GO TO EA00.
             MOVE WS-FLAG        TO P-QCFLAG.
             REWRITE P-RECORD.
             MOVE "C"            TO CHG-FILE.
             MOVE P-NUMBER       TO CHG-ACCOUNT.
             MOVE "QCINSP1"      TO CHG-PROG.
             MOVE P-RECORD       TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO EA00.


       EA999.
             EXIT.

      /
      *    ****    Q U A R A N T I N E   R E P O R T
      *
      *            Every GRN line still waiting for inspection,
      *            with what is left to inspect and the days it
      *            has been in quarantine.
      *
       FA000           SECTION.
       FA00.
             OPEN OUTPUT PRINTF.
             MOVE "GOODS IN QUARANTINE               "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-HEAD.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE ZERO           TO WS-LISTED.
             MOVE LOW-VALUES     TO GRN-KEY.
             START GRNFILE KEY NOT LESS GRN-KEY
                 INVALID KEY
                     GO TO FA90.

       FA05.
             READ GRNFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA90.
           IF GRN-LINE = ZERO
               GO TO FA05.
           IF GRN-QCSTAT NOT = "Q"
               GO TO FA05.
             MOVE GRN-NUMBER     TO WS-GRNNO.
             MOVE GRN-LINE       TO WS-GRNLINE.
             PERFORM CB00-LOGGED THRU CB00-EXIT.
             COMPUTE WS-DONE = WS-PASSED + WS-REJECTED.
             COMPUTE WS-OUTST = GRN-QTY - WS-DONE.
             MOVE GRN-DATE       TO WS-DATE-WORK.
             COMPUTE WS-AGEDAYS = WS-TODAYNUM
                 - ((WS-DW-YYYY * 372) + (WS-DW-MM * 31)
                 + WS-DW-DD).
             MOVE GRN-NUMBER     TO W30-GRN.
             MOVE GRN-LINE       TO W30-LINE.
             MOVE GRN-DATE       TO W30-DATE.
             MOVE GRN-SUPP       TO W30-SUPP.
             MOVE GRN-ITEM       TO W30-ITEM.
             MOVE GRN-QTY        TO W30-REC.
             MOVE WS-DONE        TO W30-DONE.
             MOVE WS-OUTST       TO W30-WAIT.
             MOVE WS-AGEDAYS     TO W30-AGE.
             WRITE PRINT-REC FROM W30-DETAIL.
             ADD 1               TO WS-LISTED.
             GO TO FA05.

       FA90.
             CLOSE PRINTF.
             DISPLAY "GRN lines in quarantine : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-LISTED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       FA999.
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
             MOVE "QCLOG"    TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-QCLOG.
             MOVE "RTSFILE"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-RTSFILE.
             MOVE "GRNFILE"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GRNFILE.
             MOVE "PORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PORDER.
             MOVE "SORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "CARDEX"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CARDEX.
             MOVE "COSTLAY"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-COSTLAY.
             MOVE "SERIAL"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SERIAL.
             MOVE "STKLOT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STKLOT.
             MOVE "LOTTRN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LOTTRN.
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "CRTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CRTRAN.

       ZA02.
             OPEN I-O QCLOG.
           IF WS-STATUS = "35"
               CLOSE QCLOG
               OPEN OUTPUT QCLOG
               CLOSE QCLOG
               OPEN I-O QCLOG.
             OPEN I-O RTSFILE.
           IF WS-STATUS = "35"
               CLOSE RTSFILE
               OPEN OUTPUT RTSFILE
               CLOSE RTSFILE
               OPEN I-O RTSFILE.
             OPEN I-O GRNFILE PORDER SORDER STOCK CARDEX CREDIT.
             OPEN I-O COSTLAY.
           IF WS-STATUS = "35"
               CLOSE COSTLAY
               OPEN OUTPUT COSTLAY
               CLOSE COSTLAY
               OPEN I-O COSTLAY.
             OPEN I-O SERIAL.
           IF WS-STATUS = "35"
               CLOSE SERIAL
               OPEN OUTPUT SERIAL
               CLOSE SERIAL
               OPEN I-O SERIAL.
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
             OPEN I-O CRTRAN.
           IF WS-STATUS = "35"
               CLOSE CRTRAN
               OPEN OUTPUT CRTRAN
               CLOSE CRTRAN
               OPEN I-O CRTRAN.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
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
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 86
               MOVE W02-GRNFILE   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE GRN-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 85
               MOVE W02-PORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE POR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SOR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 44
               MOVE W02-CRTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PTR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 56
               MOVE W02-SERIAL    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SER-SERIAL    TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 57
               MOVE W02-COSTLAY   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE LAY-ITEM      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 83
               MOVE W02-STKLOT    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE LOT-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 84
               MOVE W02-LOTTRN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE LTR-ITEM      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 7
               MOVE W02-RTSFILE   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE RTS-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 1
               MOVE W02-QCLOG     TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE QCL-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
