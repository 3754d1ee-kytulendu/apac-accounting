      *               letter is logged on DUNLOG so the next run
      *               escalates from the last letter instead of
      *               sending it again.
      *    OCT 2026 - Items on the dispute register are left out:
      *               they come off the ageing bucket their age
      *               falls in before the letter level is picked,
      *               and do not print under the letter.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-SENT            PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-OPEN-TOT        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-BSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-DISP-TOT        PIC S9(09)V99 COMP-3 VALUE ZERO.

      *
      *    The account's ageing less its disputed items.
      *
       01  WS-AGE-TAB.
           03  WS-AGE         PIC S9(09)V99 COMP-3 OCCURS 5.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
                     GO TO CA90.
           IF DEB-BALANCE NOT > ZERO
               GO TO CA05.
             PERFORM CD00-DISPUTED THRU CD00-EXIT.
           IF DEB-BALANCE - WS-DISP-TOT NOT > ZERO
               GO TO CA05.
      *
      *    ****    Letter level from the oldest non-zero bucket:
      *            bucket 3 = gentle, 4 = firm, 5 = final.
      *
             MOVE ZERO           TO WS-LEVEL.
           IF WS-AGE (3) > ZERO
               MOVE 1            TO WS-LEVEL.
           IF WS-AGE (4) > ZERO
               MOVE 2            TO WS-LEVEL.
           IF WS-AGE (5) > ZERO
               MOVE 3            TO WS-LEVEL.
           IF WS-LEVEL = ZERO
               GO TO CA05.
               GO TO CC20-TOTAL.
           IF TRA-OUTSTAND = ZERO
               GO TO CC10-NEXT.
           IF TRA-DISPUTE = "D"
               GO TO CC10-NEXT.
             MOVE TRA-DATE       TO W20-DATE.
             MOVE TRA-REF        TO W20-REF.
             MOVE TRA-DESC       TO W20-DESC.
       CC00-EXIT.
             EXIT.

      *
      *    ****    Take the disputed open items off the ageing.
      *            An item comes off the bucket its age in days
      *            falls in, 30 days to a bucket.  A bucket the
      *            disputes clear entirely no longer counts
      *            towards the letter level.
      *
       CD00-DISPUTED.
             MOVE DEB-AGEING     TO WS-AGE-TAB.
             MOVE ZERO           TO WS-DISP-TOT.
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO CD00-EXIT.

       CD05-NEXT.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CD00-EXIT.
           IF TRA-ACNO NOT = DEB-ACNO
               GO TO CD00-EXIT.
           IF TRA-DISPUTE NOT = "D" OR TRA-OUTSTAND NOT > ZERO
               GO TO CD05-NEXT.
             MOVE TRA-DATE       TO WS-DATE-WORK.
             COMPUTE WS-AGEDAYS = WS-TODAYNUM
                 - ((WS-DW-YYYY * 372) + (WS-DW-MM * 31) + WS-DW-DD).
           IF WS-AGEDAYS < ZERO
               MOVE ZERO         TO WS-AGEDAYS.
           IF WS-AGEDAYS > 119
               MOVE 5            TO WS-BSUB
           ELSE
               COMPUTE WS-BSUB = (WS-AGEDAYS / 30) + 1.
             SUBTRACT TRA-OUTSTAND FROM WS-AGE (WS-BSUB).
             ADD TRA-OUTSTAND    TO WS-DISP-TOT.
             GO TO CD05-NEXT.

       CD00-EXIT.
             EXIT.

      /
      *    ****    L E T T E R S   S E N T   L I S T I N G
      *
