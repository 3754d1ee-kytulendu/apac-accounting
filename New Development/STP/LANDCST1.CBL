      *               apportionment prints for the accountant's
      *               file, and the header is flagged so the same
      *               consignment cannot be landed twice.
      *    OCT 2026 - Import shipments (see SHIPMT1): freight, duty
      *               and clearing can be captured once for a whole
      *               shipment and apportioned across every GRN it
      *               was received on.  A GRN raised by receiving a
      *               shipment can only be landed with it.
      *    OCT 2026 - Landed cost changes to the item are written to
      *               the master file change history (see CHGLOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY COSTLAY.SL.

       COPY SHIPMT.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY COSTLAY.FD.

       COPY SHIPMT.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-LANDCST         PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-GRNDATE         PIC  9(08) VALUE ZERO.
       77  WS-ANCIL-X         PIC  9(09).99 VALUE ZERO.
       77  WS-SHPNO           PIC  9(06) VALUE ZERO.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.

       COPY COSTLAY.ID.

       COPY SHIPMT.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "LANDCST1.".

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
                       VALUE "LANDED  COST  APPORTIONMENT".
           03  LINE  4 COLUMN 16 VALUE "1. Capture ancillary costs".
           03  LINE  5 COLUMN 16 VALUE "2. Apportion and update".
           03  LINE  6 COLUMN 16 VALUE "3. Capture shipment costs".
           03  LINE  7 COLUMN 16 VALUE "4. Apportion a shipment".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-METHOD AUTO.

       01  S15.
           03  LINE  4 COLUMN 10 VALUE "Shipment number   :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-SHPNO AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE GRNFILE STOCK COSTLAY SHIPMT.

       AA49.
             EXIT PROGRAM.
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

               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               GO TO CA00.
           IF GRN-LANDED = "S"
               MOVE "GRN is landed with its import shipment"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               GO TO CA00.
             MOVE GRN-FREIGHT    TO WS-FREIGHT.
             MOVE GRN-DUTY       TO WS-DUTY.
             MOVE GRN-CLEAR      TO WS-CLEAR.
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               GO TO DA00.
           IF GRN-LANDED = "S"
               MOVE "GRN is landed with its import shipment"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK GRNFILE
               GO TO DA00.
             COMPUTE WS-ANCIL = GRN-FREIGHT + GRN-DUTY
                              + GRN-CLEAR.
           IF WS-ANCIL = ZERO
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     GO TO DA15.
             MOVE STK-RECORD     TO CHG-BEFORE.
             MOVE WS-LANDCST     TO STK-COST.
             REWRITE STK-RECORD.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "LANDCST1"     TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             PERFORM DB00-LAYER THRU DB00-EXIT.
             GO TO DA15.

       DB00-EXIT.
             EXIT.

      /
      *    ****    C A P T U R E   S H I P M E N T   C O S T S
      *
      *            Freight, duty and clearing for a whole import
      *            shipment (see SHIPMT1), kept on the shipment
      *            header until it is apportioned.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SHPNO.
             DISPLAY S15.
             ACCEPT S15 AT 0430.
           IF WS-SHPNO = ZERO
               GO TO EA999.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             READ SHIPMT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Shipment not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
           IF SHM-LANDED = "Y"
               MOVE "Shipment already landed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SHIPMT
               GO TO EA00.
             MOVE SHM-FREIGHT    TO WS-FREIGHT.
             MOVE SHM-DUTY       TO WS-DUTY.
             MOVE SHM-CLEAR      TO WS-CLEAR.
           IF SHM-APPMETH = "Q"
               MOVE "Q"          TO WS-METHOD
           ELSE
               MOVE "V"          TO WS-METHOD.
             DISPLAY S14.
             ACCEPT S14.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK SHIPMT
               GO TO EA00.
             MOVE WS-FREIGHT     TO SHM-FREIGHT.
             MOVE WS-DUTY        TO SHM-DUTY.
             MOVE WS-CLEAR       TO SHM-CLEAR.
             MOVE WS-METHOD      TO SHM-APPMETH.
             REWRITE SHM-RECORD.
             DISPLAY "Costs captured" AT 1510
                     WITH FOREGROUND-COLOR 14.
             GO TO EA00.

       EA999.
             EXIT.

      /
      *    ****    A P P O R T I O N   A   S H I P M E N T
      *
      *            As for a single GRN, but the base and the
      *            shares run across every GRN line the shipment
      *            was received on; each of its GRNs is then
      *            flagged landed along with the shipment.
      *
       FA000           SECTION.
       FA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SHPNO.
             DISPLAY S15.
             ACCEPT S15 AT 0430.
           IF WS-SHPNO = ZERO
               GO TO FA999.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             READ SHIPMT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Shipment not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO FA00.
           IF SHM-LANDED = "Y"
               MOVE "Shipment already landed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO FA00.
           IF SHM-STATUS NOT = "R"
               MOVE "Shipment not yet received"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO FA00.
             COMPUTE WS-ANCIL = SHM-FREIGHT + SHM-DUTY
                              + SHM-CLEAR.
           IF WS-ANCIL = ZERO
               MOVE "No ancillary costs captured"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO FA00.
             MOVE SHM-APPMETH    TO WS-METHOD.
      *
      *    ****    First pass: the apportionment base.
      *
             MOVE ZERO           TO WS-BASE.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             START SHIPMT KEY GREATER SHM-KEY
                 INVALID KEY
                     GO TO FA999.

       FA05.
             READ SHIPMT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA10.
           IF SHM-NUMBER NOT = WS-SHPNO
               GO TO FA10.
             PERFORM FB00-GRNLINE THRU FB00-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO FA05.
           IF WS-METHOD = "Q"
               ADD GRN-QTY       TO WS-BASE
           ELSE
               COMPUTE WS-BASE = WS-BASE
                               + (GRN-QTY * GRN-PRICE).
             GO TO FA05.

       FA10.
           IF WS-BASE = ZERO
               MOVE "Nothing received on the shipment"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO FA999.
             OPEN OUTPUT PRINTF.
             MOVE "LANDED COST APPORTIONMENT  SHIPMENT"
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE WS-ANCIL       TO WS-ANCIL-X.
             MOVE SPACES         TO PRINT-REC.
             STRING "SHIPMENT "     DELIMITED BY SIZE
                    WS-SHPNO        DELIMITED BY SIZE
                    "  ANCILLARY "  DELIMITED BY SIZE
                    WS-ANCIL-X      DELIMITED BY SIZE
                    "  METHOD "     DELIMITED BY SIZE
                    WS-METHOD       DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
      *
      *    ****    Second pass: the shares.
      *
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             START SHIPMT KEY GREATER SHM-KEY
                 INVALID KEY
                     GO TO FA80.

       FA15.
             READ SHIPMT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA80.
           IF SHM-NUMBER NOT = WS-SHPNO
               GO TO FA80.
             PERFORM FB00-GRNLINE THRU FB00-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO FA15.
           IF GRN-QTY = ZERO
               GO TO FA15.
           IF WS-METHOD = "Q"
               MOVE GRN-QTY      TO WS-LINEBASE
           ELSE
               COMPUTE WS-LINEBASE = GRN-QTY * GRN-PRICE.
             COMPUTE WS-SHARE ROUNDED =
                 (WS-ANCIL * WS-LINEBASE) / WS-BASE.
             COMPUTE WS-LANDCST ROUNDED =
                 GRN-PRICE + (WS-SHARE / GRN-QTY).
             MOVE GRN-ITEM       TO W20-ITEM.
             MOVE GRN-QTY        TO W20-QTY.
             MOVE WS-LINEBASE    TO W20-BASE.
             MOVE WS-SHARE       TO W20-SHARE.
             MOVE WS-LANDCST     TO W20-LANDED.
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE GRN-DATE       TO WS-GRNDATE.
             MOVE GRN-ITEM       TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     GO TO FA15.
             MOVE STK-RECORD     TO CHG-BEFORE.
             MOVE WS-LANDCST     TO STK-COST.
             REWRITE STK-RECORD.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "LANDCST1"     TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.

             PERFORM DB00-LAYER THRU DB00-EXIT.
             GO TO FA15.

       FA80.
             CLOSE PRINTF.
      *
      *    ****    Flag each of the shipment's GRNs landed, then
      *            the shipment itself.
      *
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             START SHIPMT KEY GREATER SHM-KEY
                 INVALID KEY
                     GO TO FA88.

       FA85.
             READ SHIPMT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA88.
           IF SHM-NUMBER NOT = WS-SHPNO
               GO TO FA88.
           IF SHM-GRN = ZERO
               GO TO FA85.
             MOVE SHM-GRN        TO GRN-NUMBER.
             MOVE ZERO           TO GRN-LINE.
             READ GRNFILE WITH KEPT LOCK
                 INVALID KEY
                     GO TO FA85.
           IF GRN-LANDED = "Y"
               UNLOCK GRNFILE
               GO TO FA85.
             MOVE "Y"            TO GRN-LANDED.
             REWRITE GRN-RECORD.
             GO TO FA85.

       FA88.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             READ SHIPMT WITH KEPT LOCK
                 INVALID KEY
                     GO TO FA999.
             MOVE "Y"            TO SHM-LANDED.
             REWRITE SHM-RECORD.
             DISPLAY "Shipment landed and printed" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       FA999.
             EXIT.

      *
      *    ****    The GRN line a shipment line was received on.
      *            WS-F-ERROR is left non-zero when there is none.
      *
       FB00-GRNLINE.
             MOVE ZERO           TO WS-F-ERROR.
           IF SHM-GRN = ZERO OR SHM-GRNLINE = ZERO
               MOVE 86           TO WS-F-ERROR
               GO TO FB00-EXIT.
             MOVE SHM-GRN        TO GRN-NUMBER.
             MOVE SHM-GRNLINE    TO GRN-LINE.
             READ GRNFILE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE 86     TO WS-F-ERROR.

       FB00-EXIT.
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

       ZA02.
             OPEN I-O GRNFILE STOCK.
               OPEN OUTPUT COSTLAY
               CLOSE COSTLAY
               OPEN I-O COSTLAY.
             OPEN I-O SHIPMT.
           IF WS-STATUS = "35"
               CLOSE SHIPMT
               OPEN OUTPUT SHIPMT
               CLOSE SHIPMT
               OPEN I-O SHIPMT.

       ZA999.
             EXIT.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
           IF WS-F-ERROR = 57
               MOVE W02-COSTLAY   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE LAY-ITEM      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 17
               MOVE W02-SHIPMT    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SHM-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
