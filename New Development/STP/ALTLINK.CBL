      *               order entry programs offer the alternatives
      *               through ALTOFFER when the entered item is out of
      *               stock or flagged superseded.
      *    OCT 2026 - Changes to an item's alternates and supersession
      *               are written to the master file change history
      *               (see CHGLOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
                     MOVE "Item not on stock file" TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO BA00.
             MOVE STK-RECORD     TO CHG-BEFORE.
             DISPLAY STK-DESC AT 0631
                     WITH FOREGROUND-COLOR 3 HIGHLIGHT
                          BACKGROUND-COLOR 5.
           IF STK-ALT1 NOT = SPACES
               PERFORM CA00-LINK THRU CA00-EXIT.
             REWRITE STK-RECORD.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "ALTLINK"      TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO BA00.


       BA999.
             EXIT.


       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
