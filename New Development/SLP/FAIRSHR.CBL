      *               awards are written onto the order lines so
      *               the picking slips print only what each
      *               customer was given (see PICKCONF).
      *    OCT 2026 - Drop-ship lines (see DROPSHP1) are left out of
      *               the demand, and stock already reserved for a
      *               back-to-back line is taken off what there is
      *               to share.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     GO TO BA00.
             MOVE STK-QOH        TO WS-AVAIL.
             PERFORM CB00-DEMAND THRU CB00-EXIT.
           IF WS-AVAIL < ZERO
               MOVE ZERO         TO WS-AVAIL.
           IF WS-NDEM = ZERO
               MOVE "No open order lines for the item"
                                 TO WS-ERR-STRING
               GO TO CB05-NEXT.
           IF SOR-QTY NOT > ZERO
               GO TO CB05-NEXT.
           IF SOR-SUPPLY = "D"
               GO TO CB05-NEXT.
           IF SOR-SUPPLY = "B"
               SUBTRACT SOR-ALLOC FROM WS-AVAIL
               GO TO CB05-NEXT.
           IF WS-NDEM = 200
               GO TO CB20-BAK.
             ADD 1               TO WS-NDEM.
