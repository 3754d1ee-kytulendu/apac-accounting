      *               rule (refunding the remainder and returning
      *               the goods to stock), and report the laybuy
      *               stock value sitting in the back room.
      *    OCT 2026 - The goods going into the back room pass the
      *               negative stock check (NEGCHK) first; a
      *               refused line is not taken.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-DUENUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-MONTHS          PIC  9(03) COMP-5 VALUE ZERO.

      *
      *    Negative stock check for NEGCHK.
      *
       01  WS-NEG-REQUEST.
           03  WS-NEG-ITEM    PIC  X(15).
           03  WS-NEG-WARE    PIC  X(03).
           03  WS-NEG-QOH     PIC S9(07)V99 COMP-3.
           03  WS-NEG-QTY     PIC S9(07)V99 COMP-3.
           03  WS-NEG-DOCTYPE PIC  9(02).
           03  WS-NEG-DOCNO   PIC  9(07).
           03  WS-NEG-OPER    PIC  X(03).
           03  WS-NEG-DATE    PIC  9(08).
           03  WS-NEG-DRIVE   PIC  X(01).
           03  WS-NEG-SYSID   PIC  X(03).
           03  WS-NEG-RESULT  PIC  X(01).

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
                     GO TO CA10.
           IF WS-PRICE = ZERO
               MOVE STK-PRICE-RT TO WS-PRICE.
             PERFORM CB00-NEGCHK THRU CB00-EXIT.
           IF WS-NEG-RESULT = "N"
               UNLOCK STOCK
               GO TO CA10.
      *
      *    ****    The goods leave the shelf for the back room.
      *
       CA999.
             EXIT.

      *
      *    ****    Would the issue take the item below zero?  The
      *            item's or department's rule decides (NEGCHK).
      *
       CB00-NEGCHK.
             MOVE WS-ITEM        TO WS-NEG-ITEM.
             MOVE SPACES         TO WS-NEG-WARE.
             MOVE STK-QOH        TO WS-NEG-QOH.
             MOVE WS-QTY         TO WS-NEG-QTY.
             MOVE 34             TO WS-NEG-DOCTYPE.
             MOVE WS-LAYNO       TO WS-NEG-DOCNO.
             MOVE LS-USER        TO WS-NEG-OPER.
             MOVE TODAY-DDMMYY   TO WS-NEG-DATE.
             MOVE LS-L-OR-N      TO WS-NEG-DRIVE.
             MOVE WS-SYS-ID      TO WS-NEG-SYSID.
             MOVE "Y"            TO WS-NEG-RESULT.
             CALL "NEGCHK" USING WS-NEG-REQUEST
                 ON EXCEPTION
                     MOVE "Y"    TO WS-NEG-RESULT
             END-CALL.

       CB00-EXIT.
             EXIT.

      /
      *    ****    R E C E I P T   A N   I N S T A L M E N T
      *
