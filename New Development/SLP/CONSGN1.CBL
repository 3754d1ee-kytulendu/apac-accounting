      *    SEP 2026 - Consignment issues now take their cost
      *               through FIFOCOST, consuming the GRN receipt
      *               layers like every other issue path.
      *    OCT 2026 - Export debtors: the usage invoice and its
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
             CLOSE CONSGN STOCK CARDEX DEBTOR DBTRAN INVOICE
                   DEPART TXTRAN NETWORK.
             CANCEL "FIFOCOST".
             CANCEL "FXRATE".

       AA49.
             EXIT PROGRAM.
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
             DISPLAY DEB-NAME AT 0444 WITH FOREGROUND-COLOR 15.
             PERFORM DF00-RATE THRU DF00-EXIT.
           IF WS-FX-FOUND NOT = "Y"
               MOVE "No exchange rate for the account's currency"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK DEBTOR
               GO TO DA00.
             MOVE ZERO           TO WS-INVNO WS-INVLINE
                                    WS-INVTOT WS-INVVAT.
             MOVE 7              TO WS-LINE.
             COMPUTE DOC-TOTAL = WS-LINEVAL + WS-LINEVAT.
             MOVE DEB-SMAN       TO DOC-SMAN.
             MOVE ZERO           TO DOC-TERM.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
             WRITE DOC-RECORD.
             ADD WS-LINEVAL      TO WS-INVTOT.
             ADD WS-LINEVAT      TO WS-INVVAT.
                     GO TO DA90.
             COMPUTE DOC-TOTAL = WS-INVTOT + WS-INVVAT.
             MOVE WS-INVVAT      TO DOC-VAT.
           IF WS-FX-RATE > ZERO
               COMPUTE DOC-FXTOTAL ROUNDED = DOC-TOTAL / WS-FX-RATE.
             REWRITE DOC-RECORD.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             COMPUTE TRA-AMOUNT = WS-INVTOT + WS-INVVAT.
             COMPUTE TRA-OUTSTAND = WS-INVTOT + WS-INVVAT.
             MOVE LS-USER        TO TRA-USER.
             MOVE DEB-CURR       TO TRA-CURR.
             MOVE WS-FX-RATE     TO TRA-FXRATE.
             MOVE DOC-FXTOTAL    TO TRA-FXAMOUNT TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       DA82-WRITE.
             WRITE TRA-RECORD
             MOVE TODAY-DDMMYY   TO DOC-DATE.
             MOVE ZERO           TO DOC-TIME.
             MOVE DEB-SMAN       TO DOC-SMAN.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
             WRITE DOC-RECORD.

       DC00-EXIT.
             EXIT.

      *
      *    ****    The account's rate for the invoice.  A home
      *            account answers found with no rate.
      *
       DF00-RATE.
             MOVE ZERO           TO WS-FX-RATE.
             MOVE "Y"            TO WS-FX-FOUND.
           IF DEB-CURR = SPACES
               GO TO DF00-EXIT.
             MOVE DEB-CURR       TO WS-FX-CURR.
             MOVE LS-L-OR-N      TO WS-FX-DRIVE.
             MOVE WS-SYS-ID      TO WS-FX-SYSID.
             CALL "FXRATE" USING WS-FX-REQUEST.

       DF00-EXIT.
             EXIT.

      *
      *    ****    VAT on the line at the department rate.
      *
