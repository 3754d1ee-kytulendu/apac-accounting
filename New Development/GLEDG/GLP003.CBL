      *               recorded on the AUDIT file.  Uses the same
      *               PARAM record 4 queue, NETWORK record lock and
      *               RECOVER journal discipline as GLP002.
      *    OCT 2026 - Each recovery journal record written is also
      *               queued for the standby site (see STBYLOG.PRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY FUNCTION.WS.

       COPY STBYLOG.WS.

       01  W75-KEYS.
           03  W75-S          PIC  9(02) COMP-5.
           03  W75-S1         PIC  9(02) COMP-5.
             PERFORM ZA000.
             PERFORM HA000.
             CLOSE RECOVER AUDIT.
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
               MOVE W02-NETWORK  TO WS-FILE
