      *               unrealised differences to.  Used by GRN001
      *               for foreign purchase orders and by FXREVAL
      *               at month-end.
      *    OCT 2026 - A second account for the realised difference
      *               ALLOC1 posts when an export debtor's receipt
      *               settles an item at a different rate; slot 9
      *               now amends both accounts.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-CODE            PIC  X(03) VALUE SPACES.
       77  WS-RATE            PIC  9(03)V9(06) VALUE ZERO.
       77  WS-FXGL            PIC  9(06) VALUE ZERO.
       77  WS-FXRGL           PIC  9(06) VALUE ZERO.
       77  WS-CSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-DLIN            PIC  9(02) VALUE ZERO.

           03  LINE  4 COLUMN 10 VALUE
               "SLOT  CODE  RATE (home per unit)".
           03  LINE 14 COLUMN 10 VALUE "Revaluation G/L account :".
           03  LINE 15 COLUMN 10 VALUE "Realised diff G/L acc.  :".
           03  LINE 16 COLUMN 10 VALUE
               "Slot to amend (1-8, 9 = G/L accounts, 0 = exit) :".

       01  S12.
           03  LINE 16 COLUMN 60 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(01) USING WS-SLOT AUTO.

           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-FXGL AUTO.
           03  LINE 19 COLUMN 10 VALUE "Realised      :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-FXRGL AUTO.

       COPY S99.CRT.

             GO TO BA90.

      *
      *    ****    Amend the revaluation and realised difference
      *            accounts - each must be on the ledger and open.
      *
       BA20.
             MOVE PAR-FXGL       TO WS-FXGL.
             MOVE PAR-FXRGL      TO WS-FXRGL.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-FXRGL NOT = ZERO
               MOVE WS-FXRGL     TO G-AC
               READ GACCNT WITH IGNORE LOCK
                   INVALID KEY
                       MOVE "Realised account not on the ledger"
                                         TO WS-ERR-STRING
                       PERFORM ERROR-MESSAGE
                       GO TO BA20
               END-READ
               IF G-INACTIVE = "Y"
                   MOVE "Realised account is inactive"
                                 TO WS-ERR-STRING
                   PERFORM ERROR-MESSAGE
                   GO TO BA20.
           IF WS-FXGL NOT = ZERO
               MOVE WS-FXGL      TO G-AC
               READ GACCNT WITH IGNORE LOCK
               GO TO BA90.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
             MOVE WS-FXGL        TO PAR-FXGL.
             MOVE WS-FXRGL       TO PAR-FXRGL.
             REWRITE PAR-RECORD.

       BA90.
             EXIT.

      *
      *    ****    Show the eight slots and the accounts.
      *
       BB00-SHOW.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-CSUB < 9
               GO TO BB05-LINE.
             DISPLAY PAR-FXGL AT 1436 WITH FOREGROUND-COLOR 15.
             DISPLAY PAR-FXRGL AT 1536 WITH FOREGROUND-COLOR 15.

       BB00-EXIT.
             EXIT.
