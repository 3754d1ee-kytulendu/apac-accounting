      *               move the unit's status along with the
      *               invoice number and account recorded against
      *               the sale.
      *    OCT 2026 - A unit out on hire cannot be moved along
      *               here; RENTAL1 brings it back first.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     SER-ITEM WITH FOREGROUND-COLOR 15.
             DISPLAY "Status : " AT 0710 WITH FOREGROUND-COLOR 14
                     SER-STATUS WITH FOREGROUND-COLOR 15.
           IF SER-STATUS = "H"
               MOVE "Unit is out on hire - return it in RENTAL1"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SERIAL
               GO TO DA00.
           IF WS-NEWSTAT = "D"
               IF SER-STATUS = "D"
                   MOVE "Unit is already sold"
