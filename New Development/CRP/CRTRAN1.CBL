      *               established supplier balance onto open-item
      *               terms.  The invoices themselves arrive from
      *               the GRN match in GRN001.
      *    OCT 2026 - Invoices (type 1) captured here are kept to
      *               creditors supervisors; other non-order
      *               invoices go through approval in NPOINV1.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               PERFORM ERROR-MESSAGE
               UNLOCK CREDIT
               GO TO EA00.
           IF WS-TYPE = 1 AND LS0-CRLEV < 7
               MOVE "Invoices are captured for approval in NPOINV1"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK CREDIT
               GO TO EA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK CREDIT
