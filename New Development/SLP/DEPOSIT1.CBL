      *               and the ORDPRN2 order print show the deposit and
      *               balance to pay, and invoicing offsets it so the
      *               invoice shows the nett amount due.
      *    OCT 2026 - The currency fields on the debtor transaction
      *               are cleared on the items written here; these
      *               are always home currency items.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             COMPUTE TRA-AMOUNT = ZERO - WS-AMOUNT.
             MOVE ZERO           TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       BA10-WRITE.
             WRITE TRA-RECORD
