      *               offers each changed proposal to the credit
      *               controller account by account, and only an
      *               accepted line touches the file.
      *    OCT 2026 - Accepted limit changes are written to the
      *               master file change history (see CHGLOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
           IF WS-OPTION NOT = "Y" AND "y"
               UNLOCK DEBTOR
               GO TO DA05.
             MOVE DEB-RECORD     TO CHG-BEFORE.
             MOVE WS-PROPOSE     TO DEB-LIMIT.
             REWRITE DEB-RECORD.
             ADD 1               TO WS-CHANGED.
             MOVE "D"            TO CHG-FILE.
             MOVE DEB-ACNO       TO CHG-ACCOUNT.
             MOVE "CREDREV"      TO CHG-PROG.
             MOVE DEB-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.

             GO TO DA05.

       DA90.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
