      *               customer-priority order (DEB-ORDER series), and
      *               outstanding reports show what is owed by item
      *               and by debtor and for how long.
      *    OCT 2026 - A released back-order goes to the delivery
      *               site (see SHIPTO1) the original order named.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-AGE             PIC S9(05) COMP-5 VALUE ZERO.
       77  WS-TODAY-N         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-THEN-N          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-SHIPTO          PIC  9(03) VALUE ZERO.

       01  WS-DATE-SPLIT.
           03  WS-DTE-DD      PIC  9(02).
      *    ****    B U I L D   T H E   P I C K I N G   S L I P
      *
       DB00-SLIP.
             MOVE BKO-ORDER      TO SOR-ORDER.
             MOVE ZERO           TO SOR-LINE.
             READ SORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO SOR-SHIPTO.
             MOVE SOR-SHIPTO     TO WS-SHIPTO.
             MOVE 1              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
             ADD 1               TO DEB-ORDER.
             MOVE TODAY-DDMMYY   TO SOR-DATE SOR-REQDATE.
             MOVE SPACES         TO SOR-ITEM.
             MOVE ZERO           TO SOR-QTY SOR-PRICE SOR-SMAN.
             MOVE ZERO           TO SOR-DEPOSIT SOR-ALLOC.
             MOVE SPACES         TO SOR-ROUTE.
             MOVE WS-SHIPTO      TO SOR-SHIPTO.
             MOVE "P"            TO SOR-STATUS.
             WRITE SOR-RECORD
                 INVALID KEY CONTINUE
