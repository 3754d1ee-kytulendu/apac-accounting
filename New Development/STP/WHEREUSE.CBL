      *               updating the parent's stock cost - reporting
      *               any parent whose selling prices now sit
      *               below the margin on PARAM record 5.
      *    OCT 2026 - Rolled-up costs applied to a parent item are
      *               written to the master file change history
      *               (see CHGLOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
               MOVE SPACES       TO W20-FLAG.
             WRITE PRINT-REC FROM W20-DETAIL.
           IF WS-APPLY = "Y"
               MOVE STK-RECORD   TO CHG-BEFORE
               MOVE WS-ROLLCST   TO STK-COST
               REWRITE STK-RECORD
               MOVE "S"          TO CHG-FILE
               MOVE STK-CODE     TO CHG-ACCOUNT
               MOVE "WHEREUSE"   TO CHG-PROG
               MOVE STK-RECORD   TO CHG-AFTER
               PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT
           ELSE

               UNLOCK STOCK.

       DB00-EXIT.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
