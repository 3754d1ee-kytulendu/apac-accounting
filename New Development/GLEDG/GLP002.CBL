      *    AUG 2026 - The history summary shown before a delete now
      *               says when the account also has archived history
      *               on the GLARCH file (see GLP007).
      *    OCT 2026 - Each recovery journal record written is also
      *               queued for the standby site (see STBYLOG.PRO).
      *
000070 ENVIRONMENT DIVISION.
000080 CONFIGURATION SECTION.

       COPY FUNCTION.WS.

       COPY STBYLOG.WS.

       COPY W50.WS.

004070 01  W50-CALC.
				  PIC 9(06) USING W15-ACCOUNT AUTO.

       01  S18.
	   03  LINE 20 COLUMN 16 FOREGROUND-COLOR 14 HIGHLIGHT VALUE
		"Re-type the account number to confirm deletion :".
	   03  LINE 20 COLUMN 67 FOREGROUND-COLOR 7 HIGHLIGHT
				 BACKGROUND-COLOR 5
				 PIC 9(06) USING WS-CONFACC AUTO.

       01  S19.
	   03  LINE 22 COLUMN 16 FOREGROUND-COLOR 14 HIGHLIGHT VALUE
               "Account has no balance but has history - mark inactive i
      -        "nstead".

004870 COPY S99.CRT.

006560	     PERFORM ZA000.
	     PERFORM HA000.
	     CLOSE RECOVER AUDIT.
	     CANCEL "STBYLOG".

       AA49.
	     EXIT PROGRAM.
                        WITH FOREGROUND-COLOR 14
                        WS-STATUS WITH FOREGROUND-COLOR 15
012250         STOP RUN.
             PERFORM SHIP-RECOVER-IMAGE THRU SHIP-RECOVER-EXIT.
012280 AY59.
012290       EXIT.
      *

       COPY ERRORS.PRO.

       COPY STBYLOG.PRO.

041560 DISPLAY-FILE-NAME.
041610     IF WS-F-ERROR = 2
041620	       MOVE W02-NETWORK  TO WS-FILE
