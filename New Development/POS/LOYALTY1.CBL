      *               sign-in above the threshold posting a distinct
      *               transaction on the account, and a monthly points
      *               liability report.
      *    OCT 2026 - The currency fields on the debtor transaction
      *               are cleared on the items written here; these
      *               are always home currency items.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             COMPUTE TRA-AMOUNT = ZERO - WS-RVALUE.
             MOVE ZERO           TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       DA10-WRITE.
             WRITE TRA-RECORD
