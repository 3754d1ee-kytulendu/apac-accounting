      *               pass updates the costs with an audit entry
      *               per change.  Items whose margin would fall
      *               below the target are held for the buyer.
      *    OCT 2026 - Applied cost changes are written to the master
      *               file change history (see CHGLOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
      *
             MOVE "APPLIED"      TO W20-STATE.
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE STK-RECORD     TO CHG-BEFORE.
             MOVE WS-T-COST (WS-TIX)
                                 TO STK-COST.
             REWRITE STK-RECORD.
             ADD 1               TO WS-CHANGED.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "PRCIMP"       TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.

             ADD 1               TO WS-AUDKEY.
             INITIALIZE AUD-REC2.
             MOVE WS-AUDKEY      TO AUD-KEY2.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
