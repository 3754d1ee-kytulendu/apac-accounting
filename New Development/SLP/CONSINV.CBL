      *               department rate, each despatch listed as a
      *               section and stamped with the invoice it went
      *               to so the trail survives.
      *    OCT 2026 - Export debtors: the invoice and its debtor
      *               transaction also carry the account's
      *               currency, the day's rate from FXRATE and the
      *               total in that currency.  An account whose
      *               currency has no rate is reported and left
      *               for the next run.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *    OCT 2026 - The consolidation carries control totals (see
      *               CTLTOT): before it posts, the invoices, value,
      *               VAT and quantity it should raise are totalled
      *               off the open despatches and written as the
      *               run's expected figures; what reaches INVOICE,
      *               DBTRAN, DEBTOR, DESPATCH and TXTRAN is added
      *               up as it is written and checked against them
      *               at the end.  Despatch lines an invoice has no
      *               room for are counted as held for the next run.
      *               A run that does not balance is reported and
      *               stops the day-end until cleared (see CTLEXC).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-LINERATE        PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-TAXOK           PIC  X(01) VALUE "N".
       77  WS-ABORT           PIC  X(01) VALUE "N".
       77  WS-ANY-OPEN        PIC  X(01) VALUE "N".

       01  WS-FX-REQUEST.
           03  WS-FX-CURR     PIC  X(03).
           03  WS-FX-DRIVE    PIC  X(01).
           03  WS-FX-SYSID    PIC  X(03).
           03  WS-FX-RATE     PIC  9(03)V9(06) COMP-3.
           03  WS-FX-FOUND    PIC  X(01).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.

       COPY FUNCTION.WS.

       COPY CTLTOT.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
             PERFORM BA000.
             CLOSE DESPATCH DEBTOR DBTRAN INVOICE NETWORK DEPART
                   TXTRAN.
             CANCEL "FXRATE".
             CANCEL "CTLTOT".

       AA49.
             EXIT PROGRAM.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-INVOICED.
             MOVE "N"            TO WS-ABORT.
      *
      *    ****    The run's expected totals go on file before
      *            anything is posted.
      *
             PERFORM EK00-TARGETS THRU EK00-EXIT.
             PERFORM EJ00-EXPECTED THRU EJ00-EXIT.
             PERFORM START-CONTROL-TOTALS THRU CONTROL-TOTALS-EXIT.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
           IF DEB-MONTHLY NOT = "Y"
               UNLOCK DEBTOR
               GO TO EA05.
             PERFORM EG00-RATE THRU EG00-EXIT.
           IF WS-FX-FOUND NOT = "Y"
               MOVE SPACES       TO PRINT-REC
               STRING DEB-ACNO      DELIMITED BY SIZE
                      " NO RATE FOR " DELIMITED BY SIZE
                      DEB-CURR      DELIMITED BY SIZE
                      " - NOT INVOICED" DELIMITED BY SIZE
                      INTO PRINT-REC
               WRITE PRINT-REC
               UNLOCK DEBTOR
               GO TO EA05.
             PERFORM EB00-ONE-DEBTOR THRU EB00-EXIT.
           IF WS-ABORT = "Y"
               UNLOCK DEBTOR
             GO TO EA05.

       EA90.
             PERFORM END-CONTROL-TOTALS THRU CONTROL-TOTALS-EXIT.
           IF CTL-RESULT = "X"
               MOVE SPACES       TO PRINT-REC
               WRITE PRINT-REC
               MOVE "** CONTROL TOTALS OUT OF BALANCE - SEE CTLEXC **"
                                 TO PRINT-REC
               WRITE PRINT-REC.
             CLOSE PRINTF.
             DISPLAY "Debtors invoiced : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-INVOICED WITH FOREGROUND-COLOR 15.
           IF CTL-RESULT = "X"
               DISPLAY "Control totals do not balance - see CTLEXC"
                       AT 1610 WITH FOREGROUND-COLOR 12.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

      *            second consolidation run.
      *
                   UNLOCK DESPATCH
                   PERFORM EH00-HELD THRU EH00-EXIT
                   GO TO EB50-DONE
               ELSE
                   MOVE "I"      TO DSP-STATUS
      *
           IF WS-INVLINE NOT < 999
               UNLOCK DESPATCH
               PERFORM EH00-HELD THRU EH00-EXIT
               GO TO EB50-DONE.
             ADD 1               TO WS-INVLINE.
             INITIALIZE DOC-RECORD.
             COMPUTE DOC-TOTAL = WS-LINEVAL + WS-LINEVAT.
             MOVE DEB-SMAN       TO DOC-SMAN.
             MOVE ZERO           TO DOC-TERM.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
             WRITE DOC-RECORD.
           IF WS-STATUS-1 = "0"
               ADD WS-LINEVAL    TO CTL-T-VALUE (1)
               ADD WS-LINEVAT    TO CTL-T-VAT (1)
               ADD DOC-QTY       TO CTL-T-QTY (1).
             ADD WS-LINEVAL      TO WS-INVTOT.
             ADD WS-LINEVAT      TO WS-INVVAT.
           IF WS-TAXOK = "Y"
             MOVE "I"            TO DSP-STATUS.
             MOVE WS-INVNO       TO DSP-INVOICE.
             REWRITE DSP-RECORD.
           IF WS-STATUS-1 = "0"
               ADD WS-LINEVAL    TO CTL-T-VALUE (4)
               ADD DSP-QTY       TO CTL-T-QTY (4).
             GO TO EB05-NEXT.

       EB50-DONE.
                     GO TO EB00-EXIT.
             COMPUTE DOC-TOTAL = WS-INVTOT + WS-INVVAT.
             MOVE WS-INVVAT      TO DOC-VAT.
           IF WS-FX-RATE > ZERO
               COMPUTE DOC-FXTOTAL ROUNDED = DOC-TOTAL / WS-FX-RATE.
             REWRITE DOC-RECORD.
           IF WS-STATUS-1 = "0"
               ADD 1             TO CTL-T-DOCS (1).
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             COMPUTE TRA-AMOUNT = WS-INVTOT + WS-INVVAT.
             COMPUTE TRA-OUTSTAND = WS-INVTOT + WS-INVVAT.
             MOVE LS-USER        TO TRA-USER.
             MOVE DEB-CURR       TO TRA-CURR.
             MOVE WS-FX-RATE     TO TRA-FXRATE.
             MOVE DOC-FXTOTAL    TO TRA-FXAMOUNT TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       EB55-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO EB55-WRITE.
             ADD 1               TO CTL-T-DOCS (2).
             COMPUTE CTL-T-VALUE (2) = CTL-T-VALUE (2)
                                     + TRA-AMOUNT - WS-INVVAT.
             ADD WS-INVVAT       TO CTL-T-VAT (2).
             COMPUTE DEB-BALANCE = DEB-BALANCE
                                 + WS-INVTOT + WS-INVVAT.
             MOVE TODAY-DDMMYY   TO DEB-LASTPUR.
             REWRITE DEB-RECORD.
           IF WS-STATUS-1 = "0"
               ADD 1             TO CTL-T-DOCS (3)
               ADD WS-INVTOT     TO CTL-T-VALUE (3)
               ADD WS-INVVAT     TO CTL-T-VAT (3).
             ADD 1               TO WS-INVOICED.
             MOVE DEB-ACNO       TO W20-ACNO.
             MOVE DEB-NAME       TO W20-NAME.
             MOVE TODAY-DDMMYY   TO DOC-DATE.
             MOVE ZERO           TO DOC-TIME.
             MOVE DEB-SMAN       TO DOC-SMAN.
             MOVE DEB-CURR       TO DOC-CURR.
             MOVE WS-FX-RATE     TO DOC-FXRATE.
             WRITE DOC-RECORD.

       ED00-EXIT.
                 INVALID KEY
                     ADD 1       TO TAX-SERIAL
                     GO TO EF02-WRITE.
             ADD TAX-TAX         TO CTL-T-VAT (5).

       EF00-EXIT.
             EXIT.

      /
      *    ****    The account's rate for the run.  A home
      *            account answers found with no rate.
      *
       EG00-RATE.
             MOVE ZERO           TO WS-FX-RATE.
             MOVE "Y"            TO WS-FX-FOUND.
           IF DEB-CURR = SPACES
               GO TO EG00-EXIT.
             MOVE DEB-CURR       TO WS-FX-CURR.
             MOVE LS-L-OR-N      TO WS-FX-DRIVE.
             MOVE WS-SYS-ID      TO WS-FX-SYSID.
             CALL "FXRATE" USING WS-FX-REQUEST.

       EG00-EXIT.
             EXIT.

      /
      *    ****    Open despatch lines a full invoice leaves for
      *            the next run - the line in hand, if a detail
      *            line, and the debtor's others still to come -
      *            are held, not lost.
      *
       EH00-HELD.
           IF DSP-LINE NOT = ZERO
               PERFORM EH10-ADD THRU EH10-EXIT.

       EH05-NEXT.
             READ DESPATCH NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EH00-EXIT.
           IF DSP-ACNO NOT = DEB-ACNO OR DSP-STATUS NOT = "O"
              OR DSP-LINE = ZERO
               GO TO EH05-NEXT.
             PERFORM EH10-ADD THRU EH10-EXIT.
             GO TO EH05-NEXT.

       EH00-EXIT.
             EXIT.

       EH10-ADD.
             COMPUTE WS-LINEVAL = DSP-QTY * DSP-PRICE.
             PERFORM EE00-VAT THRU EE00-EXIT.
             ADD WS-LINEVAL      TO CTL-H-VALUE.
             ADD WS-LINEVAT      TO CTL-H-VAT.
             ADD DSP-QTY         TO CTL-H-QTY.

       EH10-EXIT.
             EXIT.

      /
      *    ****    What the run should post: an invoice for each
      *            monthly debtor with a rate and an open despatch,
      *            and the value, VAT and quantity of its open
      *            despatch lines, priced as EB00 will price them.
      *
       EJ00-EXPECTED.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO EJ00-EXIT.

       EJ05.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EJ00-EXIT.
           IF DEB-MONTHLY NOT = "Y"
               GO TO EJ05.
             PERFORM EG00-RATE THRU EG00-EXIT.
           IF WS-FX-FOUND NOT = "Y"
               GO TO EJ05.
             MOVE "N"            TO WS-ANY-OPEN.
             MOVE LOW-VALUES     TO DSP-KEY.
             START DESPATCH KEY NOT LESS DSP-KEY
                 INVALID KEY
                     GO TO EJ05.

       EJ10.
             READ DESPATCH NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EJ20.
           IF DSP-ACNO NOT = DEB-ACNO OR DSP-STATUS NOT = "O"
               GO TO EJ10.
             MOVE "Y"            TO WS-ANY-OPEN.
           IF DSP-LINE = ZERO
               GO TO EJ10.
             COMPUTE WS-LINEVAL = DSP-QTY * DSP-PRICE.
             PERFORM EE00-VAT THRU EE00-EXIT.
             ADD WS-LINEVAL      TO CTL-E-VALUE.
             ADD WS-LINEVAT      TO CTL-E-VAT.
             ADD DSP-QTY         TO CTL-E-QTY.
             GO TO EJ10.

       EJ20.
           IF WS-ANY-OPEN = "Y"
               ADD 1             TO CTL-E-DOCS.
             GO TO EJ05.

       EJ00-EXIT.
             EXIT.

      *
      *    ****    The files the run posts to and what is checked
      *            on each: invoices, debtor transactions and
      *            balances by count, value and VAT; the despatch
      *            lines stamped by value and quantity; the tax
      *            transactions by VAT.
      *
       EK00-TARGETS.
             INITIALIZE CTL-REQUEST.
             MOVE "CONSINV"      TO CTL-PROG.
             MOVE "MONTH-END"    TO CTL-REF.
             MOVE 5              TO CTL-TARGETS.
             MOVE "INVOICE"      TO CTL-T-NAME (1).
             MOVE "YHHH"         TO CTL-T-CHECK (1).
             MOVE "DBTRAN"       TO CTL-T-NAME (2).
             MOVE "YHHN"         TO CTL-T-CHECK (2).
             MOVE "DEBTOR"       TO CTL-T-NAME (3).
             MOVE "YHHN"         TO CTL-T-CHECK (3).
             MOVE "DESPATCH"     TO CTL-T-NAME (4).
             MOVE "NHNH"         TO CTL-T-CHECK (4).
             MOVE "TXTRAN"       TO CTL-T-NAME (5).
             MOVE "NNHN"         TO CTL-T-CHECK (5).

       EK00-EXIT.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.

       COPY ERRORS.PRO.

       COPY CTLTOT.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
