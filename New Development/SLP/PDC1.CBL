      *               balance and the cash book entry - and a
      *               PDCs-on-hand report by maturity month for
      *               the cash flow picture.
      *    OCT 2026 - The currency fields on the debtor transaction
      *               are cleared on the items written here; these
      *               are always home currency items.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             COMPUTE TRA-AMOUNT = ZERO - PDC-AMOUNT.
             COMPUTE TRA-OUTSTAND = ZERO - PDC-AMOUNT.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       DB05-WRITE.
             WRITE TRA-RECORD
