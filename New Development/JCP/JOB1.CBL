      *    SEP 2026 - Stock issues onto a job now take their cost
      *               through FIFOCOST, consuming the GRN receipt
      *               layers like every other issue path.
      *    OCT 2026 - Export debtors: the job invoice and its
      *               debtor transaction also carry the account's
      *               currency, the day's rate from FXRATE and the
      *               total in that currency.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  WS-FIFO-UNIT   PIC S9(07)V99 COMP-3.
           03  WS-FIFO-FOUND  PIC  X(01).

      *
      *    Rate request for FXRATE (export accounts).
      *
       01  WS-FX-REQUEST.
           03  WS-FX-CURR     PIC  X(03).
           03  WS-FX-DRIVE    PIC  X(01).
           03  WS-FX-SYSID    PIC  X(03).
           03  WS-FX-RATE     PIC  9(03)V9(06) COMP-3.
           03  WS-FX-FOUND    PIC  X(01).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
             CLOSE JOBF JOBTRN DEBTOR DBTRAN STOCK CARDEX
                   PORDER INVOICE NETWORK PARAM.
             CANCEL "FIFOCOST".
             CANCEL "FXRATE".

       AA49.
             EXIT PROGRAM.
               UNLOCK JOBF
               GO TO HA00.
      *
      *    ****    An export account needs its rate before the
      *            number is drawn.
      *
             MOVE JOB-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-CURR.
             PERFORM HB00-RATE THRU HB00-EXIT.
           IF WS-FX-FOUND NOT = "Y"
               MOVE "No exchange rate for the account's currency"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK JOBF
               GO TO HA00.
      *
      *    ****    The invoice number under lock.
      *
             MOVE 1              TO WS-NETKEY.
             MOVE TODAY-DDMMYY   TO DOC-DATE.
             COMPUTE DOC-TOTAL = WS-INVAMT + WS-INVVAT.
             MOVE WS-INVVAT      TO DOC-VAT.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
           IF WS-FX-RATE > ZERO
               COMPUTE DOC-FXTOTAL ROUNDED = DOC-TOTAL / WS-FX-RATE.
             WRITE DOC-RECORD.
             INITIALIZE DOC-RECORD.
             MOVE WS-INVNO       TO DOC-NUMBER.
             MOVE WS-INVAMT      TO DOC-PRICE.
             MOVE WS-INVVAT      TO DOC-VAT.
             COMPUTE DOC-TOTAL = WS-INVAMT + WS-INVVAT.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
             WRITE DOC-RECORD.
      *
      *    ****    The debtor side.
             COMPUTE TRA-AMOUNT = WS-INVAMT + WS-INVVAT.
             COMPUTE TRA-OUTSTAND = WS-INVAMT + WS-INVVAT.
             MOVE LS-USER        TO TRA-USER.
             MOVE DEB-CURR       TO TRA-CURR.
             MOVE WS-FX-RATE     TO TRA-FXRATE.
           IF WS-FX-RATE > ZERO
               COMPUTE TRA-FXAMOUNT ROUNDED =
                       TRA-AMOUNT / WS-FX-RATE
           ELSE
               MOVE ZERO         TO TRA-FXAMOUNT.
             MOVE TRA-FXAMOUNT   TO TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       HA05-WRITE.
             WRITE TRA-RECORD
       HA999.
             EXIT.

      *
      *    ****    The account's rate for the invoice.  A home
      *            account answers found with no rate.
      *
       HB00-RATE.
             MOVE ZERO           TO WS-FX-RATE.
             MOVE "Y"            TO WS-FX-FOUND.
           IF DEB-CURR = SPACES
               GO TO HB00-EXIT.
             MOVE DEB-CURR       TO WS-FX-CURR.
             MOVE LS-L-OR-N      TO WS-FX-DRIVE.
             MOVE WS-SYS-ID      TO WS-FX-SYSID.
             CALL "FXRATE" USING WS-FX-REQUEST.

       HB00-EXIT.
             EXIT.

      /
      *    ****    C L O S E   W I T H   P R O F I T A B I L I T Y
      *
