      *               the morning (or any time after) to flip the
      *               stock prices in one pass instead of two
      *               people keying Saturday mornings away.
      *    OCT 2026 - An activated change to the retail price
      *               queues the item's shelf-edge label (SHELFQ)
      *               for the effective date.
      *    OCT 2026 - Prices applied on their effective date are
      *               written to the master file change history
      *               (see CHGLOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY PARAM.SL.

       COPY SHELFQ.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY PARAM.FDE.

       COPY SHELFQ.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-MARGIN          PIC S9(03)V99 COMP-3 VALUE ZERO.
       77  WS-BELOW           PIC  X(01) VALUE "N".
       77  WS-TSTPRC          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-OLDRT           PIC S9(07)V99 COMP-3 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.

       COPY PARAM.ID.

       COPY SHELFQ.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "PRCPEND.".

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE PENDPRC STOCK PARAM SHELFQ.

       AA49.
             EXIT PROGRAM.
                 INVALID KEY
                     UNLOCK PENDPRC
                     GO TO FA05.
             MOVE STK-PRICE-RT   TO WS-OLDRT.
             MOVE STK-RECORD     TO CHG-BEFORE.
             MOVE PPR-PRICE-WS   TO STK-PRICE-WS.
             MOVE PPR-PRICE-CS   TO STK-PRICE-CS.
             MOVE PPR-PRICE-RT   TO STK-PRICE-RT.
             REWRITE STK-RECORD.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "PRCPEND"      TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.

           IF STK-PRICE-RT NOT = WS-OLDRT
               PERFORM FB00-QUEUE THRU FB00-EXIT.
             MOVE "A"            TO PPR-STATUS.
             REWRITE PPR-RECORD.
             ADD 1               TO WS-COUNT-W.
       FA999.
             EXIT.

      *
      *    ****    The shelf-edge label for the new retail price,
      *            due on the effective date.
      *
       FB00-QUEUE.
             MOVE PPR-ITEM       TO SLQ-ITEM.
             MOVE PPR-EFFDATE    TO SLQ-DATE.
             MOVE ZERO           TO WS-F-ERROR.
             READ SHELFQ WITH KEPT LOCK
                 INVALID KEY
                     INITIALIZE SLQ-RECORD
                     MOVE PPR-ITEM     TO SLQ-ITEM
                     MOVE PPR-EFFDATE  TO SLQ-DATE
                     MOVE 99           TO WS-F-ERROR.
             MOVE "P"            TO SLQ-REASON.
             MOVE "Q"            TO SLQ-STATUS.
             MOVE SPACES         TO SLQ-PROMO SLQ-TEXT.
             MOVE STK-PRICE-RT   TO SLQ-PRICE.
             MOVE WS-OLDRT       TO SLQ-WAS.
             MOVE TODAY-DDMMYY   TO SLQ-ADDED.
             MOVE LS-USER        TO SLQ-USER.
             MOVE ZERO           TO SLQ-PRINTED.
           IF WS-F-ERROR = ZERO
               REWRITE SLQ-RECORD
               UNLOCK SHELFQ
           ELSE
               WRITE SLQ-RECORD.
             MOVE ZERO           TO WS-F-ERROR.

       FB00-EXIT.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "SHELFQ"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHELFQ.

       ZA02.
             OPEN I-O PENDPRC.
               CLOSE PENDPRC
               OPEN I-O PENDPRC.
             OPEN I-O STOCK.
             OPEN I-O SHELFQ.
           IF WS-STATUS = "35"
               CLOSE SHELFQ
               OPEN OUTPUT SHELFQ
               CLOSE SHELFQ
               OPEN I-O SHELFQ.
             OPEN INPUT PARAM.
             MOVE 5              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 7
               MOVE W02-SHELFQ    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SLQ-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
