      *               users file) with the decision written to the
      *               audit file.  Picking slips must not print
      *               for an order while it is held.
      *    OCT 2026 - Head office / branch groups: a document is
      *               also held when the group's combined exposure
      *               (head office plus every branch balance) is
      *               over the group limit on the head office,
      *               reason OVER GROUP.
      *    OCT 2026 - Items on the dispute register are left out
      *               of the age test.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-REASON          PIC  X(10) VALUE SPACES.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-MEMO            PIC  X(60) VALUE SPACES.
       77  WS-HOACNO          PIC  9(05) VALUE ZERO.
       77  WS-GRPLIMIT        PIC  9(07) VALUE ZERO.
       77  WS-GRPEXP          PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
      *    ****    P L A C E   O N   H O L D
      *
      *            The reason is derived: over the credit limit,
      *            the group over its group limit, open items
      *            older than the PARAM age, or a manual hold.
      *
       CA000           SECTION.
       CA00.
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             MOVE "MANUAL"       TO WS-REASON.
             PERFORM CC00-GROUP THRU CC00-EXIT.
           IF DEB-LIMIT > ZERO AND DEB-BALANCE > DEB-LIMIT
               MOVE "OVER LIMIT" TO WS-REASON
           ELSE
           IF WS-GRPLIMIT > ZERO AND WS-GRPEXP > WS-GRPLIMIT
               MOVE "OVER GROUP" TO WS-REASON
           ELSE
           IF WS-HOLD-AGE > ZERO
               PERFORM CB00-OLDEST THRU CB00-EXIT
               IF WS-OLDEST > WS-HOLD-AGE
             EXIT.

      /
      *    ****    Oldest open item age in days, leaving out
      *            items in dispute.
      *
       CB00-OLDEST.
             MOVE ZERO           TO WS-OLDEST.
               GO TO CB00-EXIT.
           IF TRA-OUTSTAND NOT > ZERO
               GO TO CB05-NEXT.
           IF TRA-DISPUTE = "D"
               GO TO CB05-NEXT.
             MOVE TRA-DATE       TO WS-DATE-WORK.
             COMPUTE WS-AGEDAYS = WS-TODAYNUM
                 - ((WS-DW-YYYY * 372) + (WS-DW-MM * 31) + WS-DW-DD).
       CB00-EXIT.
             EXIT.

      *
      *    ****    The group's exposure and limit for the account
      *            in DEB-RECORD.  The limit is on the head office
      *            - the account itself or its DEB-PARENT - and
      *            zero there means no group check.  Walks the
      *            debtor file, then re-reads the account.
      *
       CC00-GROUP.
             MOVE ZERO           TO WS-GRPLIMIT WS-GRPEXP.
           IF DEB-PARENT NUMERIC AND DEB-PARENT NOT = ZERO
               MOVE DEB-PARENT   TO WS-HOACNO
               MOVE WS-HOACNO    TO DEB-ACNO
               READ DEBTOR WITH IGNORE LOCK
                   INVALID KEY
                       GO TO CC10-BACK
               END-READ
           ELSE
               MOVE DEB-ACNO     TO WS-HOACNO.
           IF DEB-GRPLIMIT NOT NUMERIC
               GO TO CC10-BACK.
           IF DEB-GRPLIMIT = ZERO
               GO TO CC10-BACK.
             MOVE DEB-GRPLIMIT   TO WS-GRPLIMIT.
             MOVE DEB-BALANCE    TO WS-GRPEXP.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO CC10-BACK.

       CC05-NEXT.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CC10-BACK.
           IF DEB-PARENT NOT NUMERIC
               GO TO CC05-NEXT.
           IF DEB-PARENT = WS-HOACNO
               ADD DEB-BALANCE   TO WS-GRPEXP.
             GO TO CC05-NEXT.

       CC10-BACK.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY CONTINUE
             END-READ.

       CC00-EXIT.
             EXIT.

      /
      *    ****    T H E   W O R K D E S K
      *
