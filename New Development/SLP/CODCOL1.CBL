      *               collections, a variance report shows short
      *               and over per driver per run, and persistent
      *               shortages accumulate on the driver's record.
      *    OCT 2026 - The currency fields on the debtor transaction
      *               are cleared on the items written here; these
      *               are always home currency items.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             COMPUTE TRA-AMOUNT = ZERO - COD-EXPECTED.
             COMPUTE TRA-OUTSTAND = ZERO - COD-EXPECTED.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       DB05-WRITE.
             WRITE TRA-RECORD
