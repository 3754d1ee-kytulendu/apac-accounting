      *               flow; and an early settlement quotation
      *               with the unearned interest shown as the
      *               customer's rebate.
      *    OCT 2026 - The currency fields on the debtor transaction
      *               are cleared on the items written here; these
      *               are always home currency items.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE WS-INTPART   TO TRA-AMOUNT
               MOVE ZERO         TO TRA-OUTSTAND
               MOVE LS-USER      TO TRA-USER
               MOVE SPACES       TO TRA-CURR
               MOVE ZERO         TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST
               PERFORM DB00-TRA THRU DB00-EXIT
               ADD WS-INTPART    TO DEB-BALANCE.
             MOVE HP-ACNO        TO TRA-ACNO.
             COMPUTE TRA-AMOUNT = ZERO - WS-AMOUNT.
             COMPUTE TRA-OUTSTAND = ZERO - WS-AMOUNT.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             PERFORM DB00-TRA THRU DB00-EXIT.
             SUBTRACT WS-AMOUNT
                               FROM DEB-BALANCE.
             EXIT.

       DB00-TRA.
             MOVE SPACE          TO TRA-DISPUTE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
