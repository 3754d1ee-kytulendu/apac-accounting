      *               allocations listed beneath - is built by
      *               the same paragraphs whichever way it goes
      *               out, so print and file can never disagree.
      *    OCT 2026 - An export account (DEB-CURR) is stated in
      *               its own currency: items and allocations
      *               show their foreign amounts, any home item
      *               on the account is shown at today's PARAM
      *               276 rate, and the balance due is in the
      *               customer's currency.
      *    OCT 2026 - Settlement discount: on a home account with
      *               prompt payment terms (see ALLOC1) each open
      *               invoice still within its terms shows the
      *               discount, the last day to pay and the amount
      *               to pay, with the total discount available
      *               under the balance due.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-FILED           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-EMAILED         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-OPEN-TOT        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-CSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-CURRATE         PIC  9(03)V9(06) COMP-3 VALUE ZERO.
       77  WS-SHOWAMT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SHOWOUT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DISCPCT         PIC  9(02)V99 VALUE ZERO.
       77  WS-DISCDAYS        PIC  9(03) VALUE ZERO.
       77  WS-DISC            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DISC-TOT        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DUENUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DDD             PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-DAYS-MTH        PIC  9(02) VALUE ZERO.
       77  WS-DIV4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REM4            PIC  9(04) COMP-5 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-MONTH-DAYS      PIC  X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-TAB REDEFINES WS-MONTH-DAYS.
           03  WS-MDAYS       PIC  9(02) OCCURS 12.

       01  WS-LINE-OUT        PIC  X(132).

           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W25-AMT        PIC  Z(08)9.99-.

       01  W26-DISC.
           03  FILLER         PIC  X(06) VALUE SPACES.
           03  FILLER         PIC  X(07) VALUE "  less ".
           03  W26-PCT        PIC  Z9.99.
           03  FILLER         PIC  X(13) VALUE "% if paid by ".
           03  W26-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(07) VALUE " - pay ".
           03  W26-PAY        PIC  Z(08)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "STM".
       CA00.
             OPEN OUTPUT PRINTF.
             MOVE ZERO           TO WS-PRINTED WS-FILED WS-EMAILED.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
             MOVE DEB-ADD3       TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE SPACES         TO WS-LINE-OUT.
           IF DEB-CURR = SPACES
               STRING "Account : " DELIMITED BY SIZE
                      DEB-ACNO     DELIMITED BY SIZE
                      INTO WS-LINE-OUT
           ELSE
               PERFORM CF00-RATE THRU CF00-EXIT
               STRING "Account : " DELIMITED BY SIZE
                      DEB-ACNO     DELIMITED BY SIZE
                      "    Amounts in " DELIMITED BY SIZE
                      DEB-CURR     DELIMITED BY SIZE
                      INTO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE SPACES         TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE W10-HEAD2      TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
      *
      *    ****    Open items with their allocations beneath,
      *            and any settlement discount still open on an
      *            invoice.
      *
             MOVE ZERO           TO WS-OPEN-TOT WS-DISC-TOT.
             MOVE ZERO           TO WS-DISCPCT WS-DISCDAYS.
           IF DEB-CURR = SPACES AND DEB-DISC-PCT NUMERIC
                   AND DEB-DISC-DAYS NUMERIC
               MOVE DEB-DISC-PCT TO WS-DISCPCT
               MOVE DEB-DISC-DAYS
                                 TO WS-DISCDAYS.
             MOVE DEB-ACNO       TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
             MOVE TRA-DATE       TO W20-DATE.
             MOVE TRA-REF        TO W20-REF.
             MOVE TRA-DESC       TO W20-DESC.
             PERFORM CG00-SHOW THRU CG00-EXIT.
             MOVE WS-SHOWAMT     TO W20-AMT.
             MOVE WS-SHOWOUT     TO W20-OUT.
             MOVE W20-DETAIL     TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             ADD WS-SHOWOUT      TO WS-OPEN-TOT.
             PERFORM CE00-ALLOCS THRU CE00-EXIT.
           IF WS-DISCPCT > ZERO AND TRA-TYPE = 01
                   AND TRA-OUTSTAND > ZERO
               PERFORM CH00-DISC THRU CH00-EXIT.
             GO TO CB05-NEXT.

       CB20-TOTAL.
             MOVE WS-OPEN-TOT    TO W20-OUT.
             MOVE W20-DETAIL     TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
           IF WS-DISC-TOT NOT = ZERO
               MOVE SPACES       TO W20-DETAIL
               MOVE "DISCOUNT AVAILABLE  "
                                 TO W20-DESC
               MOVE WS-DISC-TOT  TO W20-OUT
               MOVE W20-DETAIL   TO WS-LINE-OUT
               PERFORM CD10-LINE THRU CD10-EXIT.

       CB00-EXIT.
             EXIT.
            OR ALC-INVSER NOT = TRA-SERIAL
               GO TO CE05-NEXT.
             MOVE ALC-RECDATE    TO W25-DATE.
           IF DEB-CURR NOT = SPACES AND TRA-CURR = DEB-CURR
               MOVE ALC-FXAMOUNT TO W25-AMT
           ELSE
               MOVE ALC-AMOUNT   TO W25-AMT.
             MOVE W25-ALLOC      TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             GO TO CE05-NEXT.
       CE00-EXIT.
             EXIT.

      *
      *    ****    Settlement discount on the open invoice: the
      *            last day of the terms is the invoice date plus
      *            WS-DISCDAYS, rolled over month ends (and
      *            February 29ths) on the calendar.  Nothing is
      *            shown once that day has passed.
      *
       CH00-DISC.
             MOVE TRA-DATE       TO WS-DATE-WORK.
             COMPUTE WS-DDD = WS-DW-DD + WS-DISCDAYS.

       CH05-NORM.
             MOVE WS-MDAYS (WS-DW-MM)
                                 TO WS-DAYS-MTH.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-DIV4
                   REMAINDER WS-REM4
               IF WS-REM4 = ZERO
                   MOVE 29       TO WS-DAYS-MTH.
           IF WS-DDD NOT > WS-DAYS-MTH
               GO TO CH09-DONE.
             SUBTRACT WS-DAYS-MTH FROM WS-DDD.
             ADD 1               TO WS-DW-MM.
           IF WS-DW-MM > 12
               MOVE 1            TO WS-DW-MM
               ADD 1             TO WS-DW-YYYY.
             GO TO CH05-NORM.

       CH09-DONE.
             MOVE WS-DDD         TO WS-DW-DD.
             COMPUTE WS-DUENUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-TODAYNUM > WS-DUENUM
               GO TO CH00-EXIT.
             MOVE WS-DATE-WORK   TO W26-DATE.
             COMPUTE WS-DISC ROUNDED =
                 (TRA-OUTSTAND * WS-DISCPCT) / 100.
             MOVE WS-DISCPCT     TO W26-PCT.
             COMPUTE W26-PAY = TRA-OUTSTAND - WS-DISC.
             MOVE W26-DISC       TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             ADD WS-DISC         TO WS-DISC-TOT.

       CH00-EXIT.
             EXIT.

      *
      *    ****    Today's table rate for the account's currency.
      *
       CF00-RATE.
             MOVE ZERO           TO WS-CURRATE.
             MOVE 276            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO CF00-EXIT.
             MOVE 1              TO WS-CSUB.

       CF05-LOOK.
           IF PAR-CUR-CODE (WS-CSUB) = DEB-CURR
               MOVE PAR-CUR-RATE (WS-CSUB)
                                 TO WS-CURRATE
               GO TO CF00-EXIT.
             ADD 1               TO WS-CSUB.
           IF WS-CSUB < 9
               GO TO CF05-LOOK.

       CF00-EXIT.
             EXIT.

      *
      *    ****    Item amounts in the account's currency.  A
      *            home item on an export account is shown at
      *            today's rate.
      *
       CG00-SHOW.
           IF DEB-CURR = SPACES
               MOVE TRA-AMOUNT   TO WS-SHOWAMT
               MOVE TRA-OUTSTAND TO WS-SHOWOUT
           ELSE
           IF TRA-CURR = DEB-CURR
               MOVE TRA-FXAMOUNT TO WS-SHOWAMT
               MOVE TRA-FXOUTST  TO WS-SHOWOUT
           ELSE
           IF WS-CURRATE > ZERO
               COMPUTE WS-SHOWAMT ROUNDED = TRA-AMOUNT / WS-CURRATE
               COMPUTE WS-SHOWOUT ROUNDED =
                       TRA-OUTSTAND / WS-CURRATE
           ELSE
               MOVE TRA-AMOUNT   TO WS-SHOWAMT
               MOVE TRA-OUTSTAND TO WS-SHOWOUT.

       CG00-EXIT.
             EXIT.

      *
      *    ****    Emit one line to whichever destination the
      *            account is on.
