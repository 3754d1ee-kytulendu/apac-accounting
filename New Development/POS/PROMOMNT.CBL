      *               slip, and usage statistics accumulate on the
      *               promotion header so each campaign's cost shows
      *               on this screen.
      *    OCT 2026 - Saving a promotion queues the shelf-edge
      *               labels (SHELFQ) of every item it covers -
      *               the promotion price due on the start date
      *               and the normal price again due on the end
      *               date.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY PROMO.SL.

       COPY STOCK.SL.

       COPY SHELFQ.SL.

       DATA DIVISION.
       FILE SECTION.


       COPY PROMO.FD.

       COPY STOCK.FDE.

       COPY SHELFQ.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  WS-CODE            PIC  X(06) VALUE SPACES.
       77  WS-PLINE           PIC  9(03) VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-QITEM           PIC  X(15) VALUE SPACES.
       77  WS-QDATE           PIC  9(08) VALUE ZERO.
       77  WS-QNEW            PIC  X(01) VALUE SPACE.

      *
      *    The promotion header as saved, for the label queue.
      *
       01  WS-PROHDR.
           03  WS-PR-DESC     PIC  X(30).
           03  WS-PR-FROM     PIC  9(08).
           03  WS-PR-TO       PIC  9(08).
           03  WS-PR-SCOPE    PIC  X(01).
           03  WS-PR-RULE     PIC  X(01).
           03  WS-PR-PCT      PIC  9(03)V99 COMP-3.
           03  WS-PR-FIXED    PIC S9(07)V99 COMP-3.
           03  WS-PR-BUYX     PIC  9(02).
           03  WS-PR-GETY     PIC  9(02).
           03  WS-PR-DEPT     PIC  X(04).
           03  WS-PR-ITEM     PIC  X(15).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "POS".

       COPY PROMO.ID.

       COPY STOCK.ID.

       COPY SHELFQ.ID.

       COPY WS.WS.

       COPY W40.WS.
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE PROMO STOCK SHELFQ.

       AA49.
             EXIT PROGRAM.
           ELSE
               WRITE PRO-RECORD.
             MOVE ZERO           TO WS-F-ERROR.
             PERFORM BD00-QUEUE THRU BD00-EXIT.
           IF PRO-SCOPE = "L"
               PERFORM BB00-LIST THRU BB00-EXIT.
             GO TO BA00.
           ELSE
               WRITE PRO-RECORD.
             MOVE ZERO           TO WS-F-ERROR.
             MOVE PRO-ITEM       TO WS-QITEM.
             PERFORM BE00-ITEM THRU BE00-EXIT.
             GO TO BB05.
       BB00-EXIT.
             EXIT.
       BC00-EXIT.
             EXIT.

      *
      *    ****    S H E L F - E D G E   L A B E L S
      *
      *            The items the promotion covers get a label at
      *            the promotion price due on the start date and
      *            one back at the normal price due on the end
      *            date.  List items are queued as they are keyed.
      *
       BD00-QUEUE.
             MOVE PRO-DESC       TO WS-PR-DESC.
             MOVE PRO-FROM       TO WS-PR-FROM.
             MOVE PRO-TO         TO WS-PR-TO.
             MOVE PRO-SCOPE      TO WS-PR-SCOPE.
             MOVE PRO-RULE       TO WS-PR-RULE.
             MOVE PRO-PCT        TO WS-PR-PCT.
             MOVE PRO-FIXED      TO WS-PR-FIXED.
             MOVE PRO-BUYX       TO WS-PR-BUYX.
             MOVE PRO-GETY       TO WS-PR-GETY.
             MOVE PRO-DEPT       TO WS-PR-DEPT.
             MOVE PRO-ITEM       TO WS-PR-ITEM.
           IF WS-PR-SCOPE = "I"
               MOVE WS-PR-ITEM   TO WS-QITEM
               PERFORM BE00-ITEM THRU BE00-EXIT
               GO TO BD00-EXIT.
           IF WS-PR-SCOPE NOT = "D"
               GO TO BD00-EXIT.
             MOVE LOW-VALUES     TO STK-CODE.
             START STOCK KEY NOT LESS STK-CODE
                 INVALID KEY
                     GO TO BD00-EXIT.

       BD05.
             READ STOCK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO BD00-EXIT.
           IF STK-DEPT NOT = WS-PR-DEPT
               GO TO BD05.
             MOVE STK-CODE       TO WS-QITEM.
             PERFORM BE00-ITEM THRU BE00-EXIT.
             GO TO BD05.

       BD00-EXIT.
             EXIT.

      *
      *    ****    Queue one item's start and end labels.
      *
       BE00-ITEM.
           IF WS-QITEM = SPACES
               GO TO BE00-EXIT.
           IF WS-PR-SCOPE NOT = "D"
               MOVE WS-QITEM     TO STK-CODE
               READ STOCK WITH IGNORE LOCK
                   INVALID KEY
                       GO TO BE00-EXIT.
           IF WS-PR-FROM = ZERO
               GO TO BE10.
             MOVE WS-PR-FROM     TO WS-QDATE.
             PERFORM BF00-READ THRU BF00-EXIT.
             MOVE "S"            TO SLQ-REASON.
             MOVE STK-PRICE-RT   TO SLQ-PRICE SLQ-WAS.
           IF WS-PR-RULE = "P"
               COMPUTE SLQ-PRICE ROUNDED =
                   STK-PRICE-RT * (100 - WS-PR-PCT) / 100.
           IF WS-PR-RULE = "F"
               MOVE WS-PR-FIXED  TO SLQ-PRICE.
           IF WS-PR-RULE = "B"
               STRING "BUY " WS-PR-BUYX " GET " WS-PR-GETY
                      " FREE" DELIMITED SIZE
                      INTO SLQ-TEXT
           ELSE
               MOVE WS-PR-DESC   TO SLQ-TEXT.
             PERFORM BF10-WRITE THRU BF10-EXIT.

       BE10.
           IF WS-PR-TO = ZERO
               GO TO BE00-EXIT.
             MOVE WS-PR-TO       TO WS-QDATE.
             PERFORM BF00-READ THRU BF00-EXIT.
             MOVE "E"            TO SLQ-REASON.
             MOVE STK-PRICE-RT   TO SLQ-PRICE.
             MOVE ZERO           TO SLQ-WAS.
             PERFORM BF10-WRITE THRU BF10-EXIT.

       BE00-EXIT.
             EXIT.

       BF00-READ.
             MOVE WS-QITEM       TO SLQ-ITEM.
             MOVE WS-QDATE       TO SLQ-DATE.
             MOVE "N"            TO WS-QNEW.
             READ SHELFQ WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-QNEW.
           IF WS-QNEW = "Y"
               INITIALIZE SLQ-RECORD
               MOVE WS-QITEM     TO SLQ-ITEM
               MOVE WS-QDATE     TO SLQ-DATE.
             MOVE SPACES         TO SLQ-TEXT.
             MOVE WS-CODE        TO SLQ-PROMO.
             MOVE "Q"            TO SLQ-STATUS.
             MOVE TODAY-DDMMYY   TO SLQ-ADDED.
             MOVE LS-USER        TO SLQ-USER.
             MOVE ZERO           TO SLQ-PRINTED.

       BF00-EXIT.
             EXIT.

       BF10-WRITE.
           IF WS-QNEW = "Y"
               WRITE SLQ-RECORD
           ELSE
               REWRITE SLQ-RECORD
               UNLOCK SHELFQ.

       BF10-EXIT.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.

       ZA00A-CONTINUE.
             MOVE AFID-PATH      TO W02-PROMO.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "SHELFQ"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHELFQ.

       ZA02.
             OPEN I-O PROMO.
               OPEN OUTPUT PROMO
               CLOSE PROMO
               OPEN I-O PROMO.
             OPEN INPUT STOCK.
             OPEN I-O SHELFQ.
           IF WS-STATUS = "35"
               CLOSE SHELFQ
               OPEN OUTPUT SHELFQ
               CLOSE SHELFQ
               OPEN I-O SHELFQ.

       ZA999.
             EXIT.
           IF WS-F-ERROR = 77
               MOVE W02-PROMO     TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PRO-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 7
               MOVE W02-SHELFQ    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SLQ-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
