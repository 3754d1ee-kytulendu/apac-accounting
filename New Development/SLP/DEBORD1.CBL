      *               confirmation post the receipts automatically
      *               with the distinct D/Order code 03 so a
      *               bounced collection can be reversed cleanly.
      *    OCT 2026 - The currency fields on the debtor transaction
      *               are cleared on the items written here; these
      *               are always home currency items.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *    OCT 2026 - Changes to the debit order mandate and its
      *               bank details are written to the master file
      *               change history (see CHGLOG).
      *    OCT 2026 - The collection posting run carries control
      *               totals (see CTLTOT): the debtors due are
      *               counted and totalled before anything is
      *               posted and checked against the receipts
      *               written and the balances cleared; a run that
      *               does not balance stops the day-end until
      *               cleared (see CTLEXC).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       COPY CTLTOT.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DEBTOR DBTRAN.
             CANCEL "CTLTOT".

       AA49.
             EXIT PROGRAM.
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             MOVE DEB-RECORD     TO CHG-BEFORE.
             DISPLAY DEB-NAME AT 0435 WITH FOREGROUND-COLOR 15.
             MOVE DEB-DO-FLAG    TO WS-FLAG.
             MOVE DEB-DO-BRANCH  TO WS-BRANCH.
             MOVE WS-BANKAC      TO DEB-DO-ACCNO.
             MOVE WS-DODAY       TO DEB-DO-DAY.
             REWRITE DEB-RECORD.
             MOVE "D"            TO CHG-FILE.
             MOVE DEB-ACNO       TO CHG-ACCOUNT.
             MOVE "DEBORD1"      TO CHG-PROG.
             MOVE DEB-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO CA00.


       CA999.
             EXIT.

               WRITE PRINT-REC FROM W10-HEAD2.
           IF WS-OPTION = "G"
               OPEN OUTPUT EXPFILE.
           IF WS-OPTION = "P"
               PERFORM DE00-EXPECTED THRU DE00-EXIT.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
               CLOSE PRINTF.
           IF WS-OPTION = "G"
               CLOSE EXPFILE.
           IF WS-OPTION = "P"
               PERFORM END-CONTROL-TOTALS THRU CONTROL-TOTALS-EXIT
               IF CTL-RESULT = "X"
                   DISPLAY "Control totals do not balance - see CTLEXC"
                           AT 1610 WITH FOREGROUND-COLOR 12.
             DISPLAY "Debtors in run : " AT 1310
                     WITH FOREGROUND-COLOR 14
                     WS-COUNT-DO WITH FOREGROUND-COLOR 15.
             COMPUTE TRA-AMOUNT = ZERO - DEB-BALANCE.
             COMPUTE TRA-OUTSTAND = ZERO - DEB-BALANCE.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       DD05-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO DD05-WRITE.
             ADD 1               TO CTL-T-DOCS (1).
             SUBTRACT TRA-AMOUNT FROM CTL-T-VALUE (1).
             MOVE TODAY-DDMMYY   TO DEB-LASTPAY.
             MOVE ZERO           TO DEB-BALANCE.
             REWRITE DEB-RECORD.
           IF WS-STATUS-1 = "0"
               ADD 1             TO CTL-T-DOCS (2)
               SUBTRACT TRA-OUTSTAND
                                 FROM CTL-T-VALUE (2).

       DD00-EXIT.
             EXIT.

      *
      *    ****    The run's expected totals: the debtors due for
      *            collection on the run date and their balances,
      *            picked out as the posting loop will pick them.
      *            The receipts go to DBTRAN and the balances are
      *            cleared on DEBTOR.
      *
       DE00-EXPECTED.
             INITIALIZE CTL-REQUEST.
             MOVE "DEBORD1"      TO CTL-PROG.
             MOVE WS-RUNDATE     TO CTL-REF.
             MOVE 2              TO CTL-TARGETS.
             MOVE "DBTRAN"       TO CTL-T-NAME (1).
             MOVE "YYNN"         TO CTL-T-CHECK (1).
             MOVE "DEBTOR"       TO CTL-T-NAME (2).
             MOVE "YYNN"         TO CTL-T-CHECK (2).
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO DE90.

       DE05.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DE90.
           IF DEB-DO-FLAG NOT = "Y"
               GO TO DE05.
           IF DEB-BALANCE NOT > ZERO
               GO TO DE05.
           IF DEB-DO-DAY > WS-RD-DD
               GO TO DE05.
             ADD 1               TO CTL-E-DOCS.
             ADD DEB-BALANCE     TO CTL-E-VALUE.
             GO TO DE05.

       DE90.
             PERFORM START-CONTROL-TOTALS THRU CONTROL-TOTALS-EXIT.

       DE00-EXIT.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       COPY CTLTOT.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
