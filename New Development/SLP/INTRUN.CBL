      *               interest through the debtor transactions with
      *               the Int Arrears code 20 so it shows distinctly
      *               on the next statement.
      *    OCT 2026 - The currency fields on the debtor transaction
      *               are cleared on the items written here; these
      *               are always home currency items.
      *    OCT 2026 - Items on the dispute register attract no
      *               interest while the dispute is open; the
      *               dispute flag is cleared on the items written
      *               here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             MOVE WS-INTEREST    TO TRA-AMOUNT.
             MOVE WS-INTEREST    TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       CA10-WRITE.
             WRITE TRA-RECORD

      /
      *    ****    Overdue portion: open debits older than terms,
      *            net of unallocated credits, leaving out items
      *            in dispute.  An interest charge
      *            already posted this month exempts the account
      *            so the run cannot be posted twice in a period.
      *
                   GO TO CB05-NEXT
               ELSE
                   GO TO CB05-NEXT.
           IF TRA-DISPUTE = "D"
               GO TO CB05-NEXT.
           IF TRA-OUTSTAND < ZERO
               ADD TRA-OUTSTAND  TO WS-OVERDUE
               GO TO CB05-NEXT.
