      *               the per-bank cash book and the statement
      *               import (see CASHBK1 / CHQIMP) actually see
      *               the payments.
      *    OCT 2026 - Suppliers with a bank details change waiting
      *               to be verified (see SUPBNK1) are not selected
      *               for payment and are flagged on the listing.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    ****    D U E   I N V O I C E   L I S T I N G
      *
      *            What the payment run would offer: open items
      *            due by the cut-off, suppliers on hold or with
      *            a bank details change pending flagged.
      *
       CA000           SECTION.
       CA00.
                                "  ** ON HOLD **"
                                          DELIMITED BY SIZE
                                INTO PRINT-REC
                     ELSE
                     IF P-BANK-PEND = "Y"
                         STRING PRINT-REC DELIMITED BY "   "
                                "  ** BANK CHANGE PENDING **"
                                          DELIMITED BY SIZE
                                INTO PRINT-REC
                     END-IF
                     END-IF
             END-READ.
             WRITE PRINT-REC.
             READ CREDIT NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO DA90.
           IF P-HOLD = "Y" OR P-BANK-PEND = "Y"
               UNLOCK CREDIT
               GO TO DA05.
             PERFORM DB00-SELECT THRU DB00-EXIT.
