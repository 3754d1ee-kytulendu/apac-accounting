      *               decision is logged to AUTHLOG and the audit
      *               file.  Below the threshold the document is
      *               approved without a prompt.
      *    OCT 2026 - Bad debt write-offs (type W) always demand the
      *               supervisor and reason, whatever the amount.
      *    OCT 2026 - So do debtor credit balance refunds (type B)
      *               from the refund run.
      *    OCT 2026 - And so does an issue that would take an item
      *               below zero where its negative stock rule
      *               blocks it (type N, CALLed by NEGCHK).
      *    OCT 2026 - A cash lift from a POS drawer to the safe
      *               (type L, from CASHLIFT) is always signed
      *               for by a supervisor as well.
      *    OCT 2026 - As is clearing a posting run's control-total
      *               exception (type T, from CTLEXC; L-DOCNO the
      *               run, L-AMOUNT the value it is out by).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       LINKAGE SECTION.

      *
      *    The caller fills the request - L-TYPE R refund, C
      *    credit note, W bad debt write-off, B credit balance
      *    refund, N negative stock override (L-AMOUNT the
      *    quantity short), L cash lift (L-ACNO the terminal,
      *    L-DOCNO the lift slip), T control-total exception
      *    (L-DOCNO the run); L-APPROVED comes back
      *    "Y" or "N" with the supervisor and reason when the
      *    threshold demanded them.
      *
             MOVE ZERO           TO L-SUPER.
             MOVE SPACES         TO L-REASON.
             PERFORM ZA000.
           IF L-TYPE = "R" OR "B"
               MOVE PAR-REF-LIM  TO WS-LIMIT
           ELSE
               MOVE PAR-CRN-LIM  TO WS-LIMIT.
           IF L-TYPE = "W" OR "B" OR "N" OR "L" OR "T"
               GO TO AA10-SUPER.
           IF L-AMOUNT < WS-LIMIT AND WS-LIMIT NOT = ZERO
               MOVE "Y"          TO L-APPROVED
               GO TO AA40.
      *
      *    ****    Above the threshold, or a write-off: the
      *            supervisor signs in and names the reason.
      *
       AA10-SUPER.
             MOVE ZERO           TO WS-SUPER.
             MOVE SPACES         TO WS-SUPPASS.
             DISPLAY S16.
