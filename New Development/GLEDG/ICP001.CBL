      *               and the month-end check reports any imbalance
      *               between the two intercompany control accounts
      *               (PARAM record 63 in each company).
      *    OCT 2026 - Each recovery journal record written is also
      *               queued for the standby site (see STBYLOG.PRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY FUNCTION.WS.

       COPY STBYLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE GACCNT GLTRAN PARAM NETWORK RECOVER APCCOM AUDIT.
             CANCEL "STBYLOG".

       AA49.
             EXIT PROGRAM.
                        WITH FOREGROUND-COLOR 14
                        WS-STATUS WITH FOREGROUND-COLOR 15
               STOP RUN.
             PERFORM SHIP-RECOVER-IMAGE THRU SHIP-RECOVER-EXIT.
       AY59.
             EXIT.
      *

       COPY ERRORS.PRO.

       COPY STBYLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 2
               MOVE W02-NETWORK   TO WS-FILE
