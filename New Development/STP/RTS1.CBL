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
      *     R E T U R N   T O   S U P P L I E R                        *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            RTS1.
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
      *    OCT 2026 - First issue.  Return to supplier for faulty
      *               or over-delivered goods, raised against the
      *               original GRN and its purchase order.  The
      *               units going back are recorded with their
      *               serials (the registry marks them back to
      *               supplier) or batch (the lot is reduced and
      *               journalled for the recall trace); stock
      *               comes down through CARDEX (type 45) and the
      *               GRN's own FIFO layer first; a debit note
      *               (CRTRAN type 07) reduces the supplier
      *               balance and prints with the return
      *               document.  Each return stays open until the
      *               supplier's credit note is recorded against
      *               it, and the uncredited returns report ages
      *               what is still owed back.
      *    OCT 2026 - A GRN line still in goods-in quarantine is
      *               not offered: its rejects go back through
      *               QCINSP1, which raises the return itself.
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

       COPY RTSFILE.SL.

       COPY GRN.SL.

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

       COPY RTSFILE.FD.

       COPY GRN.FD.

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
       77  WS-PONO            PIC  9(07) VALUE ZERO.
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-GRNDATE         PIC  9(08) VALUE ZERO.
       77  WS-CURR            PIC  X(03) VALUE SPACES.
       77  WS-FXRATE          PIC  9(03)V9(06) COMP-3 VALUE ZERO.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-PRICE           PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-QTY             PIC  9(05)V99 VALUE ZERO.
       77  WS-WHOLE           PIC  9(05) VALUE ZERO.
       77  WS-AVAIL           PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-LINEQTY         PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-LEFT            PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-TAKE            PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-REASON          PIC  X(01) VALUE SPACE.
       77  WS-SERIALNO        PIC  X(20) VALUE SPACES.
       77  WS-BATCH           PIC  X(10) VALUE SPACES.
       77  WS-SERCNT          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LINENO          PIC  9(03) VALUE ZERO.
       77  WS-GRNPASS         PIC  X(01) VALUE SPACE.
       77  WS-RTSVAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DNREF           PIC  X(10) VALUE SPACES.
       77  WS-CRNOTE          PIC  X(10) VALUE SPACES.
       77  WS-CRAMT           PIC  9(07)V99 VALUE ZERO.
       77  WS-DIFF            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
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
           03  FILLER         PIC  X(14) VALUE "RETURN  SUPP".
           03  FILLER         PIC  X(21) VALUE "NAME".
           03  FILLER         PIC  X(19) VALUE "    GRN  DATE".
           03  FILLER         PIC  X(14) VALUE "  DEBIT NOTE".
           03  FILLER         PIC  X(08) VALUE "    DAYS".

       01  W30-DETAIL.
           03  W30-RTS        PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-GRN        PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-VALUE      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-AGE        PIC  Z(06)9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "RTS".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY RTSFILE.ID.

       COPY GRN.ID.

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
               05  W02-REPORT PIC  X(05) VALUE "RTS1.".
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
                       VALUE "RETURN  TO  SUPPLIER".
           03  LINE  4 COLUMN 16 VALUE "1. Return goods against GRN".
           03  LINE  5 COLUMN 16 VALUE "2. Record supplier credit".
           03  LINE  6 COLUMN 16 VALUE "3. Uncredited returns report".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "GRN number    :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-GRNNO AUTO.

       01  S14.
           03  LINE 19 COLUMN 10 VALUE "Quantity back :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-QTY AUTO.
           03  LINE 20 COLUMN 10 VALUE "Reason (F/O)  :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-REASON AUTO.
           03          COLUMN 29 VALUE "F = faulty  O = over-delivered".

       01  S15.
           03  LINE  4 COLUMN 10 VALUE "Return number :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-RTSNO AUTO.

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
           03  LINE 12 COLUMN 10 VALUE "Credit note   :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(10) USING WS-CRNOTE.
           03  LINE 13 COLUMN 10 VALUE "Amount        :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-CRAMT.

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
             CLOSE RTSFILE GRNFILE STOCK CARDEX COSTLAY SERIAL
                   STKLOT LOTTRN CREDIT CRTRAN.

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
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM FA000 THRU FA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    R E T U R N   G O O D S   A G A I N S T   G R N
      *
      *            The GRN lines are offered one by one, each up
      *            to what was received less what has already
      *            gone back.  Every unit returned comes out of
      *            stock here; the debit note and return document
      *            follow once the lines are done.
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
      *
      *    ****    Next return number from the last on file.
      *
             MOVE 9999999        TO RTS-NUMBER.
             MOVE 999            TO RTS-LINE.
             START RTSFILE KEY LESS RTS-KEY
                 INVALID KEY
                     MOVE 1      TO WS-RTSNO
                     GO TO CA05.
             READ RTSFILE PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     MOVE 1      TO WS-RTSNO
                     GO TO CA05.
             COMPUTE WS-RTSNO = RTS-NUMBER + 1.

       CA05.
             INITIALIZE RTS-RECORD.
             MOVE WS-RTSNO       TO RTS-NUMBER.
             MOVE ZERO           TO RTS-LINE.
             MOVE "O"            TO RTS-STATUS.
             MOVE TODAY-DDMMYY   TO RTS-DATE.
             MOVE WS-SUPP        TO RTS-SUPP.
             MOVE WS-GRNNO       TO RTS-GRN.
             MOVE WS-PONO        TO RTS-ORDER.
             MOVE LS-USER        TO RTS-USER.

       CA06-WRITE.
             WRITE RTS-RECORD
                 INVALID KEY
                     ADD 1       TO WS-RTSNO
                     MOVE WS-RTSNO
                                 TO RTS-NUMBER
                     GO TO CA06-WRITE.
             DISPLAY "Return   : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-RTSNO WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-LINENO.
             MOVE ZERO           TO WS-RTSVAL.
      *
      *    ****    Offer each GRN line.
      *
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
           IF GRN-QCSTAT = "Q"
               MOVE "Line in quarantine - reject it through QCINSP1"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               GO TO CA10.
           IF GRN-RTSQTY NOT NUMERIC
               MOVE ZERO         TO GRN-RTSQTY.
             COMPUTE WS-AVAIL = GRN-QTY - GRN-RTSQTY.
           IF WS-AVAIL NOT > ZERO
               UNLOCK GRNFILE
               GO TO CA10.
             MOVE GRN-ITEM       TO WS-ITEM.
             MOVE GRN-PRICE      TO WS-PRICE.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     UNLOCK GRNFILE
                     GO TO CA10.
             MOVE 1001           TO CPOS.
             PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 21.
             DISPLAY "Item     : " AT 1010 WITH FOREGROUND-COLOR 14
                     WS-ITEM WITH FOREGROUND-COLOR 15
                     " " STK-DESC WITH FOREGROUND-COLOR 15.
             DISPLAY "Received : " AT 1110 WITH FOREGROUND-COLOR 14
                     GRN-QTY WITH FOREGROUND-COLOR 15
                     "  already back " WITH FOREGROUND-COLOR 14
                     GRN-RTSQTY WITH FOREGROUND-COLOR 15.
             DISPLAY "On hand  : " AT 1210 WITH FOREGROUND-COLOR 14
                     STK-QOH WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-QTY.
             MOVE "F"            TO WS-REASON.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-QTY = ZERO
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
           IF WS-QTY > WS-AVAIL
               MOVE "More than received on the GRN - line skipped"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
           IF WS-QTY > STK-QOH
               MOVE "More than is in stock - line skipped"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
           IF WS-REASON NOT = "F" AND "O"
               MOVE "F"          TO WS-REASON.
             MOVE SPACES         TO WS-SERIALNO WS-BATCH.
           IF STK-SERFLAG NOT = "Y"
               GO TO CA15.
      *
      *    ****    Serialised - one return line per unit, each
      *            unit named and off the registry's stock.
      *
             MOVE WS-QTY         TO WS-WHOLE.
           IF WS-WHOLE NOT = WS-QTY
               MOVE "Serialised items go back in whole units"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
             PERFORM CB00-SERIALS THRU CB00-EXIT.
             MOVE WS-SERCNT      TO WS-QTY.
           IF WS-QTY = ZERO
               UNLOCK GRNFILE
               UNLOCK STOCK
               GO TO CA10.
             GO TO CA20.

       CA15.
           IF STK-LOTFLAG = "Y"
               PERFORM CC00-LOT THRU CC00-EXIT
               IF WS-BATCH = SPACES
                   UNLOCK GRNFILE
               UNLOCK STOCK
                   GO TO CA10.
             MOVE WS-QTY         TO WS-LINEQTY.
             PERFORM CD00-LINE THRU CD00-EXIT.
      *
      *    ****    Stock, CARDEX and the cost layer.
      *
       CA20.
             SUBTRACT WS-QTY   FROM STK-QOH.
             REWRITE STK-RECORD.
             MOVE WS-ITEM        TO CRD-ITEM.
             MOVE TODAY-DDMMYY   TO CRD-DATE.
             MOVE ZERO           TO CRD-SERIAL.
             MOVE 45             TO CRD-TYPE.
             MOVE WS-RTSNO       TO CRD-REF.
             COMPUTE CRD-QTY = ZERO - WS-QTY.
             MOVE WS-PRICE       TO CRD-COST.
             MOVE LS-USER        TO CRD-USER.

       CA22-WRITE.
             WRITE CRD-RECORD
                 INVALID KEY
                     ADD 1       TO CRD-SERIAL
                     GO TO CA22-WRITE.
             PERFORM CF00-LAYER THRU CF00-EXIT.
             ADD WS-QTY          TO GRN-RTSQTY.
             REWRITE GRN-RECORD.
             GO TO CA10.

       CA80.
           IF WS-LINENO NOT = ZERO
               GO TO CA82.
             MOVE WS-RTSNO       TO RTS-NUMBER.
             MOVE ZERO           TO RTS-LINE.
             READ RTSFILE WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA81.
             MOVE "X"            TO RTS-STATUS.
             REWRITE RTS-RECORD.

       CA81.
             MOVE "Nothing returned"
                                 TO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.
             GO TO CA00.
      *
      *    ****    The debit note: a negative open item on the
      *            supplier, carried like a rebate claim until
      *            set off.
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
             MOVE "Goods returned      "
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
             PERFORM CE00-PRINT THRU CE00-EXIT.
             DISPLAY "Goods returned - debit note " AT 2302
                     WITH FOREGROUND-COLOR 14
                     WS-DNREF WITH FOREGROUND-COLOR 15
                     " printed" WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    Serials for the returned units.  Each must be
      *            in stock on the registry and have come in on
      *            this GRN; a blank entry ends early.
      *
       CB00-SERIALS.
             MOVE ZERO           TO WS-SERCNT.
             MOVE 1              TO WS-LINEQTY.

       CB05-NEXT.
           IF WS-SERCNT NOT < WS-QTY
               GO TO CB00-EXIT.
             MOVE SPACES         TO WS-SERIALNO.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-SERIALNO = SPACES
               GO TO CB00-EXIT.
             MOVE WS-SERIALNO    TO SER-SERIAL.
             MOVE WS-ITEM        TO SER-ITEM.
             READ SERIAL WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Serial not on the registry for this item"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CB05-NEXT.
           IF SER-STATUS NOT = "S"
               MOVE "Serial is not in stock"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SERIAL
               GO TO CB05-NEXT.
           IF SER-GRN NOT = WS-GRNNO
               MOVE "Serial was not received on this GRN"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SERIAL
               GO TO CB05-NEXT.
             MOVE "B"            TO SER-STATUS.
             REWRITE SER-RECORD.
             PERFORM CD00-LINE THRU CD00-EXIT.
             ADD 1               TO WS-SERCNT.
             GO TO CB05-NEXT.

       CB00-EXIT.
             EXIT.

      *
      *    ****    Lot-tracked - the batch going back comes off
      *            the lot and into the recall trace as type S.
      *
       CC00-LOT.
             MOVE SPACES         TO WS-BATCH.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-BATCH = SPACES
               GO TO CC00-EXIT.
             MOVE WS-ITEM        TO LOT-ITEM.
             MOVE WS-BATCH       TO LOT-BATCH.
             READ STKLOT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Batch not on file for this item"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CC00-LOT.
           IF LOT-QOH < WS-QTY
               MOVE "Batch holds less than the quantity"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK STKLOT
               GO TO CC00-LOT.
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

       CC05-WRITE.
             WRITE LTR-RECORD
                 INVALID KEY
                     ADD 1       TO LTR-SERIAL
                     GO TO CC05-WRITE.

       CC00-EXIT.
             EXIT.

      *
      *    ****    One return line, valued at the GRN price.
      *
       CD00-LINE.
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
             MOVE WS-REASON      TO RTS-REASON.
             MOVE WS-SERIALNO    TO RTS-SERIALNO.
             MOVE WS-BATCH       TO RTS-BATCH.
             MOVE LS-USER        TO RTS-USER.
             WRITE RTS-RECORD.
             ADD RTS-VALUE       TO WS-RTSVAL.

       CD00-EXIT.
             EXIT.

      *
      *    ****    The return document and debit note.
      *
       CE00-PRINT.
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
                     GO TO CE10.

       CE05-NEXT.
             READ RTSFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CE10.
           IF RTS-NUMBER NOT = WS-RTSNO
               GO TO CE10.
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
             GO TO CE05-NEXT.

       CE10.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "TOTAL DEBIT"  TO W20-ITEM.
             MOVE WS-RTSVAL      TO W20-VALUE.
             WRITE PRINT-REC FROM W20-DETAIL AFTER 2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "REASON: F = FAULTY  O = OVER-DELIVERED"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "PLEASE CREDIT OUR ACCOUNT QUOTING THE DEBIT NOTE"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             CLOSE PRINTF.

       CE00-EXIT.
             EXIT.

      *
      *    ****    Take the returned quantity off the FIFO layers:
      *            the GRN's own layer (same item, receipt date
      *            and cost) first, then oldest first for any
      *            remainder the GRN layer no longer holds.
      *
       CF00-LAYER.
             MOVE WS-QTY         TO WS-LEFT.
             MOVE "Y"            TO WS-GRNPASS.

       CF05-START.
             MOVE WS-ITEM        TO LAY-ITEM.
             MOVE ZERO           TO LAY-SERIAL.
             START COSTLAY KEY NOT LESS LAY-KEY
                 INVALID KEY
                     GO TO CF00-EXIT.

       CF10-NEXT.
           IF WS-LEFT NOT > ZERO
               GO TO CF00-EXIT.
             READ COSTLAY NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO CF20.
           IF LAY-ITEM NOT = WS-ITEM
               UNLOCK COSTLAY
               GO TO CF20.
           IF LAY-QTYLEFT NOT > ZERO
               UNLOCK COSTLAY
               GO TO CF10-NEXT.
           IF WS-GRNPASS = "Y"
               IF LAY-DATE NOT = WS-GRNDATE
                  OR LAY-COST NOT = WS-PRICE
                   UNLOCK COSTLAY
                   GO TO CF10-NEXT.
           IF LAY-QTYLEFT > WS-LEFT
               MOVE WS-LEFT      TO WS-TAKE
           ELSE
               MOVE LAY-QTYLEFT  TO WS-TAKE.
             SUBTRACT WS-TAKE  FROM LAY-QTYLEFT.
             SUBTRACT WS-TAKE  FROM WS-LEFT.
             REWRITE LAY-RECORD.
             GO TO CF10-NEXT.

       CF20.
           IF WS-GRNPASS = "Y"
               MOVE "N"          TO WS-GRNPASS
               GO TO CF05-START.

       CF00-EXIT.
             EXIT.

      /
      *    ****    R E C O R D   S U P P L I E R   C R E D I T
      *
      *            The supplier's credit note closes the return.
      *            A credit for a different amount than the debit
      *            note is accepted with a warning; the difference
      *            is then adjusted through CRTRAN1.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-RTSNO.
             DISPLAY S15.
             ACCEPT S15 AT 0426.
           IF WS-RTSNO = ZERO
               GO TO EA999.
             MOVE WS-RTSNO       TO RTS-NUMBER.
             MOVE ZERO           TO RTS-LINE.
             READ RTSFILE WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Return not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
           IF RTS-STATUS NOT = "O"
               MOVE "Return is not awaiting a supplier credit"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK RTSFILE
               GO TO EA00.
             MOVE RTS-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             DISPLAY "Supplier   : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     RTS-SUPP WITH FOREGROUND-COLOR 15
                     " " P-NAME WITH FOREGROUND-COLOR 15.
             DISPLAY "GRN        : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     RTS-GRN WITH FOREGROUND-COLOR 15.
             DISPLAY "Debit note : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     RTS-VALUE WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-CRNOTE.
             MOVE RTS-VALUE      TO WS-CRAMT.
             DISPLAY S18.
             ACCEPT S18.
           IF WS-CRNOTE = SPACES
               UNLOCK RTSFILE
               GO TO EA00.
             COMPUTE WS-DIFF = WS-CRAMT - RTS-VALUE.
           IF WS-DIFF NOT = ZERO
               DISPLAY "Credit differs from the debit note by "
                       AT 1510 WITH FOREGROUND-COLOR 12
                       WS-DIFF WITH FOREGROUND-COLOR 15
               DISPLAY "- adjust the difference through CRTRAN1"
                       AT 1610 WITH FOREGROUND-COLOR 12.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK RTSFILE
               GO TO EA00.
             MOVE "C"            TO RTS-STATUS.
             MOVE WS-CRNOTE      TO RTS-CRNOTE.
             MOVE TODAY-DDMMYY   TO RTS-CRDATE.
             MOVE WS-CRAMT       TO RTS-CRAMT.
             REWRITE RTS-RECORD.
             PERFORM EB00-LINES THRU EB00-EXIT.
             DISPLAY "Supplier credit recorded - return closed"
                     AT 1810 WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO EA00.

       EA999.
             EXIT.

      *
      *    ****    The lines follow the header to credited.
      *
       EB00-LINES.
             MOVE WS-RTSNO       TO RTS-NUMBER.
             MOVE ZERO           TO RTS-LINE.
             START RTSFILE KEY GREATER RTS-KEY
                 INVALID KEY
                     GO TO EB00-EXIT.

       EB05-NEXT.
             READ RTSFILE NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO EB00-EXIT.
           IF RTS-NUMBER NOT = WS-RTSNO
               UNLOCK RTSFILE
               GO TO EB00-EXIT.
             MOVE "C"            TO RTS-STATUS.
             MOVE WS-CRNOTE      TO RTS-CRNOTE.
             MOVE TODAY-DDMMYY   TO RTS-CRDATE.
             REWRITE RTS-RECORD.
             GO TO EB05-NEXT.

       EB00-EXIT.
             EXIT.

      /
      *    ****    U N C R E D I T E D   R E T U R N S
      *
      *            Every return whose debit note the supplier has
      *            not yet credited, aged from the return date.
      *
       FA000           SECTION.
       FA00.
             OPEN OUTPUT PRINTF.
             MOVE "RETURNS AWAITING SUPPLIER CREDIT  "
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
             MOVE ZERO           TO WS-TOTAL.
             MOVE LOW-VALUES     TO RTS-KEY.
             START RTSFILE KEY NOT LESS RTS-KEY
                 INVALID KEY
                     GO TO FA90.

       FA05.
             READ RTSFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA90.
           IF RTS-LINE NOT = ZERO
               GO TO FA05.
           IF RTS-STATUS NOT = "O"
               GO TO FA05.
             MOVE RTS-DATE       TO WS-DATE-WORK.
             COMPUTE WS-AGEDAYS = WS-TODAYNUM
                 - ((WS-DW-YYYY * 372) + (WS-DW-MM * 31)
                 + WS-DW-DD).
             MOVE RTS-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE RTS-NUMBER     TO W30-RTS.
             MOVE RTS-SUPP       TO W30-SUPP.
             MOVE P-NAME         TO W30-NAME.
             MOVE RTS-GRN        TO W30-GRN.
             MOVE RTS-DATE       TO W30-DATE.
             MOVE RTS-VALUE      TO W30-VALUE.
             MOVE WS-AGEDAYS     TO W30-AGE.
             WRITE PRINT-REC FROM W30-DETAIL.
             ADD RTS-VALUE       TO WS-TOTAL.
             ADD 1               TO WS-LISTED.
             GO TO FA05.

       FA90.
             MOVE SPACES         TO W30-DETAIL.
             MOVE "TOTAL OWED BACK"
                                 TO W30-NAME.
             MOVE WS-TOTAL       TO W30-VALUE.
             WRITE PRINT-REC FROM W30-DETAIL AFTER 2.
             CLOSE PRINTF.
             DISPLAY "Uncredited returns : " AT 1510
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
             MOVE "RTSFILE"  TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-RTSFILE.
             MOVE "GRNFILE"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GRNFILE.
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
             OPEN I-O RTSFILE.
           IF WS-STATUS = "35"
               CLOSE RTSFILE
               OPEN OUTPUT RTSFILE
               CLOSE RTSFILE
               OPEN I-O RTSFILE.
             OPEN I-O GRNFILE STOCK CARDEX CREDIT.
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
               MOVE RTS-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
