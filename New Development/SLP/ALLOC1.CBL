      *               allocations under each open invoice, and an
      *               ageing report built from the genuine open
      *               items rather than balance slices.
      *    OCT 2026 - Export debtors: a receipt on an account with
      *               a currency (DEB-CURR) is captured in that
      *               currency at the day's rate, allocated
      *               against the items' foreign outstanding, and
      *               the realised difference between the rate
      *               each item was booked at and the receipt's
      *               rate goes onto the account as an exchange
      *               difference and through LEDTRF to the
      *               PARAM 276 realised account against the
      *               debtors control.  The open-item statement
      *               shows such accounts in their own currency.
      *    OCT 2026 - Head office / branch groups (see DEBGRP1): a
      *               receipt on a head office account can go on
      *               to settle its branches' open items once its
      *               own are cleared.  Each allocation is held
      *               against the branch with the head office on
      *               ALC-RECACNO, and the amount settled moves from
      *               the branch to the head office as a pair of
      *               type 26 transfer items.  New group statement
      *               lists the head office and every branch.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *    OCT 2026 - Prompt payment settlement discount: an
      *               invoice on a home account with terms
      *               (DEB-DISC-PCT / DEB-DISC-DAYS) that is paid
      *               in full within the terms is cleared less the
      *               discount.  The discount goes on the account
      *               as a type 30 item, net to the PARAM 289
      *               discount allowed account and the VAT back
      *               off output tax on TXTRAN.  New options to
      *               set an account's terms and the discount
      *               allowed account.
      *    OCT 2026 - Changes to the settlement discount terms are
      *               written to the master file change history
      *               (see CHGLOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY DBALLOC.SL.

       COPY INVOIC.SL.

       COPY STOCK.SL.

       COPY DEPART.SL.

       COPY TXTRAN.SL.

       COPY PARAM.SL.

       COPY LEDTRF.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY DBALLOC.FD.

       COPY INVOIC.FDE.

       COPY STOCK.FDE.

       COPY DEPART.FD.

       COPY TXTRAN.FDE.

       COPY PARAM.FDE.

       COPY LEDTRF.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-BESTSER         PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-FOUND           PIC  X(01) VALUE "N".
       77  WS-ALCSER          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-RECREF          PIC  9(07) VALUE ZERO.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 276.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-FXRGL           PIC  9(06) VALUE ZERO.
       77  WS-DEBGL           PIC  9(06) VALUE ZERO.
       77  WS-CSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-RATE            PIC  9(03)V9(06) VALUE ZERO.
       77  WS-CURRATE         PIC  9(03)V9(06) COMP-3 VALUE ZERO.
       77  WS-HOME            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-RECLEFT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-OPEN            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-INVHOME         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-RECHOME         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DIFF            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SHOWAMT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SHOWOUT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-ITMACNO         PIC  9(05) VALUE ZERO.
       77  WS-BESTACNO        PIC  9(05) VALUE ZERO.
       77  WS-BRACNO          PIC  9(05) VALUE ZERO.
       77  WS-AUTO            PIC  X(01) VALUE "Y".
       77  WS-NBR             PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-BSUB            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-BRTOTAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-ACCTOT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-GRPTOT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SDGL            PIC  9(06) VALUE ZERO.
       77  WS-VATGL           PIC  9(06) VALUE ZERO.
       77  WS-DISCPCT         PIC  9(02)V99 VALUE ZERO.
       77  WS-DISCDAYS        PIC  9(03) VALUE ZERO.
       77  WS-DISC            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DISCTOT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DISCREF         PIC  9(07) VALUE ZERO.
       77  WS-DUENUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DDD             PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-DAYS-MTH        PIC  9(02) VALUE ZERO.
       77  WS-DIV4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REM4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-LASTITEM        PIC  X(15) VALUE SPACES.
       77  WS-LASTDEPT        PIC  X(04) VALUE SPACES.
       77  WS-LASTRATE        PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-LRATE           PIC  9(03)V99 COMP-3 VALUE ZERO.
       77  WS-NSPL            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-SSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-DOCTOT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LVAT            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LEXCL           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-VATSUM          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-EXCLSUM         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DISCEXCL        PIC S9(09)V99 COMP-3 VALUE ZERO.

      *
      *    A settlement discount split net and VAT by department
      *    and rate in the proportions of the invoice.
      *
       01  WS-SD-TABLE.
           03  WS-SD-ENTRY    OCCURS 10.
               05  WS-SD-DEPT PIC  X(04).
               05  WS-SD-RATE PIC  9(03)V99 COMP-3.
               05  WS-SD-EXCL PIC S9(09)V99 COMP-3.
               05  WS-SD-VAT  PIC S9(09)V99 COMP-3.

       01  WS-MONTH-DAYS      PIC  X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-TAB REDEFINES WS-MONTH-DAYS.
           03  WS-MDAYS       PIC  9(02) OCCURS 12.

      *
      *    The branches of a head office and what its receipt
      *    has settled on each, posted as transfers once the
      *    allocation is done.
      *
       01  WS-BR-TABLE.
           03  WS-BR-ENTRY    OCCURS 100.
               05  WS-BR-NO   PIC  9(05).
               05  WS-BR-AMT  PIC S9(09)V99 COMP-3.

       01  WS-AGE-TOTS.
           03  WS-AGE-TOT     PIC S9(09)V99 COMP-3 OCCURS 5.

       COPY DBALLOC.ID.

       COPY INVOIC.ID.

       COPY STOCK.ID.

       COPY DEPART.ID.

       COPY TXTRAN.ID.

       COPY PARAM.ID.

       COPY LEDTRF.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "ALLOC1.".

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
           03  LINE  5 COLUMN 16 VALUE "2. Unallocated cash report".
           03  LINE  6 COLUMN 16 VALUE "3. Open-item statement".
           03  LINE  7 COLUMN 16 VALUE "4. Open-item ageing report".
           03  LINE  8 COLUMN 16 VALUE "5. Group statement".
           03  LINE  9 COLUMN 16 VALUE
               "6. Settlement discount terms".
           03  LINE 10 COLUMN 16 VALUE
               "7. Discount allowed account".
           03  LINE 11 COLUMN 16 VALUE "0. Exit".
           03  LINE 13 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 13 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-AMT AUTO.

       01  S18.
           03  LINE  8 COLUMN 10 VALUE "Rate (home/unit):".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).9(06) USING WS-RATE AUTO.

       01  S19.
           03  LINE 12 COLUMN 10 VALUE
               "Branch account (zero ends):".
           03          COLUMN 38 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-BRACNO AUTO.

       01  S20.
           03  LINE  6 COLUMN 10 VALUE "Discount %     :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC Z9.99 USING WS-DISCPCT AUTO.
           03  LINE  7 COLUMN 10 VALUE "Paid within    :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-DISCDAYS AUTO.
           03          COLUMN 31 VALUE "days of the invoice date".

       01  S21.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "SETTLEMENT  DISCOUNT  ACCOUNT".
           03  LINE  5 COLUMN 10 VALUE "Discount allowed account :".
           03          COLUMN 37 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-SD-GL AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DEBTOR DBTRAN DBALLOC INVOICE STOCK DEPART
                   TXTRAN PARAM LEDTRF.

       AA49.
             EXIT PROGRAM.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY PARAM.RD.

      /
       AC000           SECTION.

       COPY PARAM.WR.

      /
      *    ****    O P T I O N   M E N U
      *
           IF WS-OPTION = "4"
               PERFORM GA000 THRU GA999
               GO TO BA00.
           IF WS-OPTION = "5"
               PERFORM HA000 THRU HA999
               GO TO BA00.
           IF WS-OPTION = "6"
               PERFORM JA000 THRU JA999
               GO TO BA00.
           IF WS-OPTION = "7"
               PERFORM KA000 THRU KA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

             DISPLAY "Balance : " AT 0510
                     WITH FOREGROUND-COLOR 14
                     DEB-BALANCE WITH FOREGROUND-COLOR 15.
             PERFORM CV00-GETTERMS THRU CV00-EXIT.
      *
      *    ****    An export account is receipted in its own
      *            currency, so the realised difference has to
      *            have somewhere to go before anything starts.
      *
           IF DEB-CURR NOT = SPACES
               IF WS-FXRGL = ZERO OR WS-DEBGL = ZERO
                   MOVE "No realised difference account on 276"
                                 TO WS-ERR-STRING
                   PERFORM ERROR-MESSAGE
                   UNLOCK DEBTOR
                   GO TO CA00
               ELSE
                   PERFORM CJ00-RATE THRU CJ00-EXIT
                   MOVE WS-CURRATE
                                 TO WS-RATE
                   DISPLAY "Currency : " AT 0540
                           WITH FOREGROUND-COLOR 14
                           DEB-CURR WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-AMT.
             DISPLAY S14.
           IF DEB-CURR NOT = SPACES
               DISPLAY DEB-CURR AT 0640 WITH FOREGROUND-COLOR 15.
             ACCEPT S14 AT 0627.
           IF WS-AMT = ZERO
               UNLOCK DEBTOR
             MOVE ZERO           TO WS-REF.
             DISPLAY S15.
             ACCEPT S15 AT 0727.
           IF DEB-CURR = SPACES
               GO TO CA02.

       CA01-RATE.
             DISPLAY S18.
             ACCEPT S18 AT 0827.
           IF WS-RATE = ZERO
               MOVE "A rate is needed for a currency receipt"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA01-RATE.

       CA02.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK DEBTOR
             MOVE WS-REF         TO TRA-REF.
             MOVE "Receipt - open item "
                                 TO TRA-DESC.
             MOVE LS-USER        TO TRA-USER.
           IF DEB-CURR = SPACES
               MOVE WS-AMT       TO WS-HOME
               MOVE SPACES       TO TRA-CURR
               MOVE ZERO         TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST
           ELSE
               COMPUTE WS-HOME ROUNDED = WS-AMT * WS-RATE
               MOVE DEB-CURR     TO TRA-CURR
               MOVE WS-RATE      TO TRA-FXRATE
               COMPUTE TRA-FXAMOUNT = ZERO - WS-AMT
               COMPUTE TRA-FXOUTST = ZERO - WS-AMT.
             COMPUTE TRA-AMOUNT = ZERO - WS-HOME.
             COMPUTE TRA-OUTSTAND = ZERO - WS-HOME.
             MOVE SPACE          TO TRA-DISPUTE.

       CA05-WRITE.
             WRITE TRA-RECORD
                     GO TO CA05-WRITE.
             MOVE TRA-DATE       TO WS-RECDATE.
             MOVE TRA-SERIAL     TO WS-RECSER.
             MOVE WS-REF         TO WS-RECREF.
             SUBTRACT WS-HOME  FROM DEB-BALANCE.
             MOVE TODAY-DDMMYY   TO DEB-LASTPAY.
             REWRITE DEB-RECORD.
             MOVE WS-AMT         TO WS-UNALLOC.
             MOVE WS-HOME        TO WS-RECLEFT.
             MOVE ZERO           TO WS-DIFF WS-BRTOTAL WS-DISCTOT.
             DISPLAY "Allocate oldest first?" AT 0910
                     WITH FOREGROUND-COLOR 14.
             PERFORM CHECK-CORRECT.
             MOVE WS-OPTION      TO WS-AUTO.
           IF WS-AUTO = "Y"
               PERFORM CB00-AUTO THRU CB00-EXIT
           ELSE
               PERFORM CC00-MANUAL THRU CC00-EXIT.
           IF WS-DIFF NOT = ZERO
               PERFORM CI00-REALISED THRU CI00-EXIT.
           IF WS-DISCTOT NOT = ZERO
               PERFORM CY00-BALANCE THRU CY00-EXIT.
      *
      *    ****    A head office receipt with cash left over goes
      *            on to its branches' open items.
      *
           IF WS-UNALLOC > ZERO AND DEB-CURR = SPACES
               PERFORM CL00-BRANCHES THRU CL00-EXIT.
      *
      *    ****    Leave the unallocated remainder on the receipt.
      *
             READ DBTRAN WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA90.
           IF DEB-CURR = SPACES
               COMPUTE TRA-OUTSTAND = ZERO - WS-UNALLOC
           ELSE
               COMPUTE TRA-OUTSTAND = ZERO - WS-RECLEFT
               COMPUTE TRA-FXOUTST = ZERO - WS-UNALLOC.
             REWRITE TRA-RECORD.

       CA90.
             DISPLAY "Unallocated remainder : " AT 1310
                     WITH FOREGROUND-COLOR 14
                     WS-UNALLOC WITH FOREGROUND-COLOR 15.
           IF WS-DIFF NOT = ZERO
               DISPLAY "Exchange difference   : " AT 1410
                       WITH FOREGROUND-COLOR 14
                       WS-DIFF WITH FOREGROUND-COLOR 15.
           IF WS-BRTOTAL NOT = ZERO
               DISPLAY "Paid for branches     : " AT 1410
                       WITH FOREGROUND-COLOR 14
                       WS-BRTOTAL WITH FOREGROUND-COLOR 15.
           IF WS-DISCTOT NOT = ZERO
               DISPLAY "Settlement discount   : " AT 1510
                       WITH FOREGROUND-COLOR 14
                       WS-DISCTOT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.
       CB00-AUTO.
           IF WS-UNALLOC NOT > ZERO
               GO TO CB00-EXIT.
             MOVE WS-ACNO        TO WS-ITMACNO.
             PERFORM CD00-OLDEST THRU CD00-EXIT.
           IF WS-FOUND = "N"
               GO TO CB00-EXIT.
             READ DBTRAN WITH KEPT LOCK
                 INVALID KEY
                     GO TO CB00-AUTO.
             PERFORM CH00-OPEN THRU CH00-EXIT.
      *
      *    ****    Within its settlement terms the item is cleared
      *            for the outstanding less the discount, but only
      *            if the cash left covers that in full.
      *
             PERFORM CT00-TERMS THRU CT00-EXIT.
           IF WS-DISC > ZERO
               COMPUTE WS-TAKE = WS-OPEN - WS-DISC
               IF WS-TAKE > WS-UNALLOC
                   MOVE ZERO     TO WS-DISC.
           IF WS-DISC = ZERO
               IF WS-OPEN > WS-UNALLOC
                   MOVE WS-UNALLOC
                                 TO WS-TAKE
               ELSE
                   MOVE WS-OPEN  TO WS-TAKE.
             PERFORM CG00-APPLY THRU CG00-EXIT.
             SUBTRACT WS-DISC  FROM TRA-OUTSTAND.
             REWRITE TRA-RECORD.
             SUBTRACT WS-TAKE  FROM WS-UNALLOC.
             PERFORM CE00-ALLOC-REC THRU CE00-EXIT.
           IF WS-DISC > ZERO
               PERFORM CS00-DISCOUNT THRU CS00-EXIT.
             GO TO CB00-AUTO.

       CB00-EXIT.
      *    ****    M A N U A L   A L L O C A T I O N
      *
      *            The operator names the open invoice by its
      *            reference; part allocations are allowed.  On
      *            an export account the amounts are in the
      *            account's currency.
      *
       CC00-MANUAL.
           IF WS-UNALLOC NOT > ZERO
             ACCEPT S16 AT 1038.
           IF WS-REF = ZERO
               GO TO CC00-EXIT.
             MOVE WS-ACNO        TO WS-ITMACNO.
             PERFORM CF00-BYREF THRU CF00-EXIT.
           IF WS-FOUND = "N"
               MOVE "Open item not found by that ref"
             READ DBTRAN WITH KEPT LOCK
                 INVALID KEY
                     GO TO CC00-MANUAL.
             PERFORM CH00-OPEN THRU CH00-EXIT.
             DISPLAY "Outstanding : " AT 0940
                     WITH FOREGROUND-COLOR 14
                     WS-OPEN WITH FOREGROUND-COLOR 15.
             PERFORM CT00-TERMS THRU CT00-EXIT.
           IF WS-DISC > ZERO
               DISPLAY "Discount : " AT 1150
                       WITH FOREGROUND-COLOR 14
                       WS-DISC WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-AMT.
             DISPLAY S17.
             ACCEPT S17 AT 1138.
             DISPLAY "                              " AT 1150.
           IF WS-AMT = ZERO
               UNLOCK DBTRAN
               GO TO CC00-MANUAL.
             MOVE WS-AMT         TO WS-TAKE.
      *
      *    ****    The discount is allowed only when what is
      *            allocated settles the item less the discount.
      *
           IF WS-DISC > ZERO
               IF WS-TAKE < WS-OPEN - WS-DISC
                       OR WS-UNALLOC < WS-OPEN - WS-DISC
                   MOVE ZERO     TO WS-DISC
               ELSE
                   COMPUTE WS-TAKE = WS-OPEN - WS-DISC.
           IF WS-TAKE > WS-OPEN
               MOVE WS-OPEN      TO WS-TAKE.
           IF WS-TAKE > WS-UNALLOC
               MOVE WS-UNALLOC   TO WS-TAKE.
             PERFORM CG00-APPLY THRU CG00-EXIT.
             SUBTRACT WS-DISC  FROM TRA-OUTSTAND.
             REWRITE TRA-RECORD.
             SUBTRACT WS-TAKE  FROM WS-UNALLOC.
             PERFORM CE00-ALLOC-REC THRU CE00-EXIT.
           IF WS-DISC > ZERO
               PERFORM CS00-DISCOUNT THRU CS00-EXIT.
             GO TO CC00-MANUAL.

       CC00-EXIT.
             EXIT.

      /
      *    ****    Oldest open debit for WS-ITMACNO.  Entered at
      *            CD02-SCAN the search carries on from the best
      *            found so far, so several accounts can be
      *            searched as one.
      *
       CD00-OLDEST.
             MOVE "N"            TO WS-FOUND.
             MOVE 99999999       TO WS-BESTNUM.

       CD02-SCAN.
             MOVE WS-ITMACNO     TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CD00-EXIT.
           IF TRA-ACNO NOT = WS-ITMACNO
               GO TO CD00-EXIT.
           IF DEB-CURR NOT = SPACES
               IF TRA-CURR NOT = DEB-CURR OR TRA-FXOUTST NOT > ZERO
                   GO TO CD05-NEXT.
           IF TRA-OUTSTAND NOT > ZERO
               GO TO CD05-NEXT.
             MOVE TRA-DATE       TO WS-DATE-WORK.
               MOVE WS-TRXNUM    TO WS-BESTNUM
               MOVE TRA-DATE     TO WS-BESTDATE
               MOVE TRA-SERIAL   TO WS-BESTSER
               MOVE TRA-ACNO     TO WS-BESTACNO
               MOVE "Y"          TO WS-FOUND.
             GO TO CD05-NEXT.

             EXIT.

      /
      *    ****    Open debit on WS-ITMACNO by reference.
      *
       CF00-BYREF.
             MOVE "N"            TO WS-FOUND.
             MOVE WS-ITMACNO     TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CF00-EXIT.
           IF TRA-ACNO NOT = WS-ITMACNO
               GO TO CF00-EXIT.
           IF DEB-CURR NOT = SPACES
               IF TRA-CURR NOT = DEB-CURR OR TRA-FXOUTST NOT > ZERO
                   GO TO CF05-NEXT.
           IF TRA-OUTSTAND NOT > ZERO
               GO TO CF05-NEXT.
           IF TRA-REF NOT = WS-REF
               GO TO CF05-NEXT.
             MOVE TRA-DATE       TO WS-BESTDATE.
             MOVE TRA-SERIAL     TO WS-BESTSER.
             MOVE TRA-ACNO       TO WS-BESTACNO.
             MOVE "Y"            TO WS-FOUND.

       CF00-EXIT.
       CE00-ALLOC-REC.
      *
      *    ****    Serials run per account - take the next one
      *            from the item account's last allocation on
      *            file.  A branch item settled by its head office
      *            carries the head office on ALC-RECACNO.
      *
             MOVE TRA-ACNO       TO ALC-ACNO.
             MOVE HIGH-VALUES    TO ALC-SERIAL.
             START DBALLOC KEY LESS ALC-KEY
                 INVALID KEY
                         AT END
                             MOVE ZERO TO WS-ALCSER
                         NOT AT END
                             IF ALC-ACNO = TRA-ACNO
                                 MOVE ALC-SERIAL
                                       TO WS-ALCSER
                             ELSE
                     END-READ
             END-START.
             ADD 1               TO WS-ALCSER.
             MOVE TRA-ACNO       TO ALC-ACNO.
             MOVE WS-ALCSER      TO ALC-SERIAL.
             MOVE TODAY-DDMMYY   TO ALC-DATE.
             MOVE WS-RECDATE     TO ALC-RECDATE.
             MOVE TRA-REF        TO ALC-INVREF.
             MOVE TRA-DATE       TO ALC-INVDATE.
             MOVE TRA-SERIAL     TO ALC-INVSER.
             MOVE WS-INVHOME     TO ALC-AMOUNT.
           IF DEB-CURR = SPACES
               MOVE ZERO         TO ALC-FXAMOUNT
           ELSE
               MOVE WS-TAKE      TO ALC-FXAMOUNT.
             MOVE LS-USER        TO ALC-USER.
           IF TRA-ACNO = WS-ACNO
               MOVE ZERO         TO ALC-RECACNO
           ELSE
               MOVE WS-ACNO      TO ALC-RECACNO.

       CE02-WRITE.
             WRITE ALC-RECORD
       CE00-EXIT.
             EXIT.

      /
      *    ****    What is still open on the item in the
      *            allocating currency.
      *
       CH00-OPEN.
           IF DEB-CURR = SPACES
               MOVE TRA-OUTSTAND TO WS-OPEN
           ELSE
               MOVE TRA-FXOUTST  TO WS-OPEN.

       CH00-EXIT.
             EXIT.

      *
      *    ****    Take WS-TAKE off the item.  On an export
      *            account the item comes down by its booked home
      *            value, the receipt by the value at its own
      *            rate, and the gap accumulates in WS-DIFF.  The
      *            last take on either side clears the remaining
      *            home value outright so no rounding is left.
      *
       CG00-APPLY.
           IF DEB-CURR = SPACES
               MOVE WS-TAKE      TO WS-INVHOME
               SUBTRACT WS-TAKE FROM TRA-OUTSTAND
               GO TO CG00-EXIT.
           IF WS-TAKE = TRA-FXOUTST
               MOVE TRA-OUTSTAND TO WS-INVHOME
           ELSE
               COMPUTE WS-INVHOME ROUNDED = WS-TAKE * TRA-FXRATE.
           IF WS-TAKE = WS-UNALLOC
               MOVE WS-RECLEFT   TO WS-RECHOME
           ELSE
               COMPUTE WS-RECHOME ROUNDED = WS-TAKE * WS-RATE.
             SUBTRACT WS-TAKE  FROM TRA-FXOUTST.
             SUBTRACT WS-INVHOME FROM TRA-OUTSTAND.
             SUBTRACT WS-RECHOME FROM WS-RECLEFT.
             COMPUTE WS-DIFF = WS-DIFF + WS-INVHOME - WS-RECHOME.

       CG00-EXIT.
             EXIT.

      /
      *    ****    R E A L I S E D   D I F F E R E N C E
      *
      *            A positive WS-DIFF is a loss: the receipt
      *            cleared more booked value than it brought in.
      *            The account comes down by the difference on an
      *            exchange difference item (type 24) and the
      *            ledger pair goes to the realised account
      *            against the debtors control.
      *
       CI00-REALISED.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     GO TO CI00-EXIT.
             SUBTRACT WS-DIFF  FROM DEB-BALANCE.
             REWRITE DEB-RECORD.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             MOVE 24             TO TRA-TYPE.
             MOVE WS-RECREF      TO TRA-REF.
             MOVE "Exchange difference "
                                 TO TRA-DESC.
             COMPUTE TRA-AMOUNT = ZERO - WS-DIFF.
             MOVE ZERO           TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE DEB-CURR       TO TRA-CURR.
             MOVE WS-RATE        TO TRA-FXRATE.
             MOVE ZERO           TO TRA-FXAMOUNT TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       CI05-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO CI05-WRITE.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE WS-FXRGL       TO XFR-AC.
             MOVE TODAY-DDMMYY   TO XFR-DATE.
             MOVE "Realised exchange diff  "
                                 TO XFR-DESC.
           IF WS-DIFF < ZERO
               COMPUTE XFR-AMOUNT = ZERO - WS-DIFF
               MOVE "C"          TO XFR-DC
           ELSE
               MOVE WS-DIFF      TO XFR-AMOUNT
               MOVE "D"          TO XFR-DC.
             PERFORM CI10-WRITE THRU CI10-EXIT.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE WS-DEBGL       TO XFR-AC.
           IF WS-DIFF < ZERO
               MOVE "D"          TO XFR-DC
           ELSE
               MOVE "C"          TO XFR-DC.
             PERFORM CI10-WRITE THRU CI10-EXIT.
             GO TO CI00-EXIT.

       CI10-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO CI10-WRITE.
       CI10-EXIT.
             EXIT.

       CI00-EXIT.
             EXIT.

      *
      *    ****    Today's table rate for the account's currency.
      *
       CJ00-RATE.
             MOVE ZERO           TO WS-CURRATE.
             MOVE 276            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO CJ00-EXIT.
             MOVE 1              TO WS-CSUB.

       CJ05-LOOK.
           IF PAR-CUR-CODE (WS-CSUB) = DEB-CURR
               MOVE PAR-CUR-RATE (WS-CSUB)
                                 TO WS-CURRATE
               GO TO CJ00-EXIT.
             ADD 1               TO WS-CSUB.
           IF WS-CSUB < 9
               GO TO CJ05-LOOK.

       CJ00-EXIT.
             EXIT.

      *
      *    ****    Statement amounts in the account's currency.
      *            A home item on an export account is shown at
      *            today's rate.
      *
       CK00-SHOW.
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

       CK00-EXIT.
             EXIT.

      /
      *    ****    S E T T L E M E N T   D I S C O U N T
      *
      *            The item just cleared by WS-TAKE plus WS-DISC.
      *            The discount is split net and VAT as the
      *            invoice was; the VAT comes off output tax by
      *            department and rate, the account comes down by
      *            a settled type 30 item, and the ledger takes
      *            the net to discount allowed and the VAT to the
      *            VAT account against the debtors control.
      *
       CS00-DISCOUNT.
             MOVE TRA-REF        TO WS-DISCREF.
             PERFORM CW00-SPLIT THRU CW00-EXIT.
             MOVE 1              TO WS-SSUB.

       CS05-TAX.
           IF WS-SSUB > WS-NSPL
               GO TO CS10-TRA.
           IF WS-SD-VAT (WS-SSUB) = ZERO
               GO TO CS08-NEXT.
             INITIALIZE TAX-RECORD1.
             MOVE "1"            TO TAX-TYPE.
             MOVE 2              TO TAX-ACTYPE.
             MOVE TODAY-DDMMYY   TO TAX-DATE.
             MOVE ZERO           TO TAX-SERIAL.
             MOVE WS-SD-DEPT (WS-SSUB)
                                 TO TAX-DEPT.
             COMPUTE TAX-EXCL = ZERO - WS-SD-EXCL (WS-SSUB).
             COMPUTE TAX-TAX = ZERO - WS-SD-VAT (WS-SSUB).
             MOVE WS-SD-RATE (WS-SSUB)
                                 TO TAX-RATE.
             MOVE ZERO           TO TAX-ACCOUNT.
             MOVE WS-DISCREF     TO TAX-REF.
             MOVE LS-USER        TO TAX-USER.

       CS06-WRITE.
             WRITE TAX-RECORD1
                 INVALID KEY
                     ADD 1       TO TAX-SERIAL
                     GO TO CS06-WRITE.

       CS08-NEXT.
             ADD 1               TO WS-SSUB.
             GO TO CS05-TAX.

       CS10-TRA.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             MOVE 30             TO TRA-TYPE.
             MOVE WS-DISCREF     TO TRA-REF.
             MOVE "Settlement discount "
                                 TO TRA-DESC.
             COMPUTE TRA-AMOUNT = ZERO - WS-DISC.
             MOVE ZERO           TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       CS12-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO CS12-WRITE.
             MOVE "Settlement discount     "
                                 TO XFR-DESC.
             MOVE WS-SDGL        TO XFR-AC.
             MOVE WS-DISCEXCL    TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM CZ00-XFR THRU CZ00-EXIT.
             MOVE WS-VATGL       TO XFR-AC.
             MOVE WS-VATSUM      TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM CZ00-XFR THRU CZ00-EXIT.
             MOVE WS-DEBGL       TO XFR-AC.
             MOVE WS-DISC        TO XFR-AMOUNT.
             MOVE "C"            TO XFR-DC.
             PERFORM CZ00-XFR THRU CZ00-EXIT.
             ADD WS-DISC         TO WS-DISCTOT.

       CS00-EXIT.
             EXIT.

      *
      *    ****    The discount open on the item in TRA-RECORD:
      *            an invoice on the receipting account itself,
      *            paid by the last day of the account's terms.
      *            Zero when none is due.
      *
       CT00-TERMS.
             MOVE ZERO           TO WS-DISC.
           IF WS-DISCPCT = ZERO OR WS-SDGL = ZERO OR WS-DEBGL = ZERO
               GO TO CT00-EXIT.
           IF DEB-CURR NOT = SPACES
               GO TO CT00-EXIT.
           IF TRA-TYPE NOT = 01 OR TRA-ACNO NOT = WS-ACNO
               GO TO CT00-EXIT.
             MOVE TRA-DATE       TO WS-DATE-WORK.
             PERFORM CU00-PAYBY THRU CU00-EXIT.
             COMPUTE WS-DUENUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-TODAYNUM > WS-DUENUM
               GO TO CT00-EXIT.
             COMPUTE WS-DISC ROUNDED = (WS-OPEN * WS-DISCPCT) / 100.

       CT00-EXIT.
             EXIT.

      *
      *    ****    Last day of the terms: the date in WS-DATE-WORK
      *            plus WS-DISCDAYS, rolled over month ends (and
      *            February 29ths) on the calendar.
      *
       CU00-PAYBY.
             COMPUTE WS-DDD = WS-DW-DD + WS-DISCDAYS.

       CU05-NORM.
             MOVE WS-MDAYS (WS-DW-MM)
                                 TO WS-DAYS-MTH.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-DIV4
                   REMAINDER WS-REM4
               IF WS-REM4 = ZERO
                   MOVE 29       TO WS-DAYS-MTH.
           IF WS-DDD NOT > WS-DAYS-MTH
               GO TO CU09-DONE.
             SUBTRACT WS-DAYS-MTH FROM WS-DDD.
             ADD 1               TO WS-DW-MM.
           IF WS-DW-MM > 12
               MOVE 1            TO WS-DW-MM
               ADD 1             TO WS-DW-YYYY.
             GO TO CU05-NORM.

       CU09-DONE.
             MOVE WS-DDD         TO WS-DW-DD.

       CU00-EXIT.
             EXIT.

      *
      *    ****    The account's settlement terms.  An export
      *            account has none.
      *
       CV00-GETTERMS.
             MOVE ZERO           TO WS-DISCPCT WS-DISCDAYS.
           IF DEB-DISC-PCT NOT NUMERIC OR DEB-DISC-DAYS NOT NUMERIC
               GO TO CV00-EXIT.
           IF DEB-CURR NOT = SPACES
               GO TO CV00-EXIT.
             MOVE DEB-DISC-PCT   TO WS-DISCPCT.
             MOVE DEB-DISC-DAYS  TO WS-DISCDAYS.

       CV00-EXIT.
             EXIT.

      *
      *    ****    Split WS-DISC into net and VAT in the
      *            proportions of invoice WS-DISCREF, line by line,
      *            gathered by department and rate.  With no VAT
      *            invoice behind it the discount is all net.  The
      *            net rounding goes to the last split.
      *
       CW00-SPLIT.
             MOVE ZERO           TO WS-NSPL WS-VATSUM WS-EXCLSUM.
           IF WS-VATGL = ZERO
               GO TO CW50.
             MOVE WS-DISCREF     TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             READ INVOICE WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CW50.
           IF DOC-TYPE NOT = 1 OR DOC-ACNO NOT = WS-ACNO
                   OR DOC-TOTAL NOT > ZERO OR DOC-VAT = ZERO
               GO TO CW50.
             MOVE DOC-TOTAL      TO WS-DOCTOT.

       CW05.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CW40.
           IF DOC-NUMBER NOT = WS-DISCREF
               GO TO CW40.
             COMPUTE WS-LVAT ROUNDED =
                 (WS-DISC * DOC-VAT) / WS-DOCTOT.
             COMPUTE WS-LEXCL ROUNDED =
                 (WS-DISC * (DOC-TOTAL - DOC-VAT)) / WS-DOCTOT.
             PERFORM CX00-DEPT THRU CX00-EXIT.
             MOVE WS-LASTRATE    TO WS-LRATE.
           IF WS-LRATE = ZERO AND DOC-VAT NOT = ZERO
                   AND DOC-TOTAL NOT = DOC-VAT
               COMPUTE WS-LRATE ROUNDED =
                   (DOC-VAT * 100) / (DOC-TOTAL - DOC-VAT).
             MOVE 1              TO WS-SSUB.

       CW10-LOOK.
           IF WS-SSUB > WS-NSPL
               GO TO CW15-NEW.
           IF WS-SD-DEPT (WS-SSUB) = WS-LASTDEPT
                   AND WS-SD-RATE (WS-SSUB) = WS-LRATE
               GO TO CW20-ADD.
             ADD 1               TO WS-SSUB.
             GO TO CW10-LOOK.

       CW15-NEW.
           IF WS-NSPL < 10
               ADD 1             TO WS-NSPL
               MOVE WS-NSPL      TO WS-SSUB
               MOVE WS-LASTDEPT  TO WS-SD-DEPT (WS-SSUB)
               MOVE WS-LRATE     TO WS-SD-RATE (WS-SSUB)
               MOVE ZERO         TO WS-SD-EXCL (WS-SSUB)
                                    WS-SD-VAT (WS-SSUB)
           ELSE
               MOVE 10           TO WS-SSUB.

       CW20-ADD.
             ADD WS-LVAT         TO WS-SD-VAT (WS-SSUB) WS-VATSUM.
             ADD WS-LEXCL        TO WS-SD-EXCL (WS-SSUB) WS-EXCLSUM.
             GO TO CW05.

       CW40.
             COMPUTE WS-DISCEXCL = WS-DISC - WS-VATSUM.
           IF WS-NSPL > ZERO
               COMPUTE WS-SD-EXCL (WS-NSPL) = WS-SD-EXCL (WS-NSPL)
                                     + WS-DISCEXCL - WS-EXCLSUM.
             GO TO CW00-EXIT.

       CW50.
             MOVE ZERO           TO WS-NSPL WS-VATSUM.
             MOVE WS-DISC        TO WS-DISCEXCL.

       CW00-EXIT.
             EXIT.

      *
      *    ****    Department and its VAT rate for the line's
      *            item, kept from the last look-up.  Non-stock
      *            lines answer spaces and a zero rate.
      *
       CX00-DEPT.
           IF DOC-ITEM = WS-LASTITEM
               GO TO CX00-EXIT.
             MOVE DOC-ITEM       TO WS-LASTITEM STK-CODE.
             MOVE SPACES         TO WS-LASTDEPT.
             MOVE ZERO           TO WS-LASTRATE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CX00-EXIT.
             MOVE STK-DEPT       TO WS-LASTDEPT DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CX00-EXIT.
             MOVE DPT-RATE       TO WS-LASTRATE.

       CX00-EXIT.
             EXIT.

      *
      *    ****    The discounts allowed come off the balance.
      *
       CY00-BALANCE.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     GO TO CY00-EXIT.
             SUBTRACT WS-DISCTOT FROM DEB-BALANCE.
             REWRITE DEB-RECORD.

       CY00-EXIT.
             EXIT.

       CZ00-XFR.
           IF XFR-AMOUNT = ZERO
               GO TO CZ00-EXIT.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE TODAY-DDMMYY   TO XFR-DATE.

       CZ05-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO CZ05-WRITE.

       CZ00-EXIT.
             EXIT.

      /
      *    ****    B R A N C H   A L L O C A T I O N
      *
      *            The head office's receipt settles its branches'
      *            open items the same way as its own - oldest
      *            across the group first, or by branch and
      *            reference.  What each branch has been paid is
      *            then transferred: the branch comes down, the
      *            head office goes back up by the same, each with
      *            a type 26 item, so the control account is not
      *            touched.  Group accounts are home currency.
      *
       CL00-BRANCHES.
             PERFORM CR00-LOAD THRU CR00-EXIT.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CL00-EXIT.
           IF WS-NBR = ZERO
               GO TO CL00-EXIT.
             DISPLAY "Allocate the rest to the branches?" AT 0910
                     WITH FOREGROUND-COLOR 14.
             PERFORM CHECK-CORRECT.
             DISPLAY "                                  " AT 0910.
           IF WS-OPTION = "N"
               GO TO CL00-EXIT.
           IF WS-AUTO = "Y"
               PERFORM CM00-BRAUTO THRU CM00-EXIT
           ELSE
               PERFORM CO00-BRMANUAL THRU CO00-EXIT.
             PERFORM CP00-TRANSFER THRU CP00-EXIT.

       CL00-EXIT.
             EXIT.

      *
      *    ****    Load the branches of WS-ACNO onto the table.
      *            Walks the debtor file, so the caller re-reads
      *            the head office.
      *
       CR00-LOAD.
             MOVE ZERO           TO WS-NBR.
             MOVE ZERO           TO DEB-ACNO.
             START DEBTOR KEY NOT LESS DEB-ACNO
                 INVALID KEY
                     GO TO CR00-EXIT.

       CR05-NEXT.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CR00-EXIT.
           IF DEB-PARENT NOT NUMERIC
               GO TO CR05-NEXT.
           IF DEB-PARENT NOT = WS-ACNO OR DEB-CURR NOT = SPACES
               GO TO CR05-NEXT.
           IF WS-NBR = 100
               GO TO CR00-EXIT.
             ADD 1               TO WS-NBR.
             MOVE DEB-ACNO       TO WS-BR-NO (WS-NBR).
             MOVE ZERO           TO WS-BR-AMT (WS-NBR).
             GO TO CR05-NEXT.

       CR00-EXIT.
             EXIT.

      *
      *    ****    Oldest open item across all the branches.
      *
       CM00-BRAUTO.
           IF WS-UNALLOC NOT > ZERO
               GO TO CM00-EXIT.
             MOVE "N"            TO WS-FOUND.
             MOVE 99999999       TO WS-BESTNUM.
             MOVE 1              TO WS-BSUB.

       CM05-SCAN.
             MOVE WS-BR-NO (WS-BSUB)
                                 TO WS-ITMACNO.
             PERFORM CD02-SCAN THRU CD00-EXIT.
             ADD 1               TO WS-BSUB.
           IF WS-BSUB NOT > WS-NBR
               GO TO CM05-SCAN.
           IF WS-FOUND = "N"
               GO TO CM00-EXIT.
             MOVE WS-BESTACNO    TO TRA-ACNO.
             MOVE WS-BESTDATE    TO TRA-DATE.
             MOVE WS-BESTSER     TO TRA-SERIAL.
             READ DBTRAN WITH KEPT LOCK
                 INVALID KEY
                     GO TO CM00-EXIT.
             PERFORM CH00-OPEN THRU CH00-EXIT.
           IF WS-OPEN > WS-UNALLOC
               MOVE WS-UNALLOC   TO WS-TAKE
           ELSE
               MOVE WS-OPEN      TO WS-TAKE.
             PERFORM CG00-APPLY THRU CG00-EXIT.
             REWRITE TRA-RECORD.
             SUBTRACT WS-TAKE  FROM WS-UNALLOC.
             PERFORM CE00-ALLOC-REC THRU CE00-EXIT.
             MOVE WS-BESTACNO    TO WS-BRACNO.
             PERFORM CN00-BRANCH THRU CN00-EXIT.
             ADD WS-TAKE         TO WS-BR-AMT (WS-BSUB).
             GO TO CM00-BRAUTO.

       CM00-EXIT.
             EXIT.

      *
      *    ****    WS-BRACNO's slot on the branch table.  WS-BSUB
      *            runs past WS-NBR when it is not a branch of
      *            this head office.
      *
       CN00-BRANCH.
             MOVE 1              TO WS-BSUB.

       CN05-LOOK.
           IF WS-BSUB > WS-NBR
               GO TO CN00-EXIT.
           IF WS-BR-NO (WS-BSUB) = WS-BRACNO
               GO TO CN00-EXIT.
             ADD 1               TO WS-BSUB.
             GO TO CN05-LOOK.

       CN00-EXIT.
             EXIT.

      *
      *    ****    The operator names the branch, then the item
      *            on it by reference.
      *
       CO00-BRMANUAL.
           IF WS-UNALLOC NOT > ZERO
               GO TO CO00-EXIT.
             DISPLAY "Unallocated : " AT 0910
                     WITH FOREGROUND-COLOR 14
                     WS-UNALLOC WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-BRACNO.
             DISPLAY S19.
             ACCEPT S19 AT 1238.
           IF WS-BRACNO = ZERO
               GO TO CO00-EXIT.
             PERFORM CN00-BRANCH THRU CN00-EXIT.
           IF WS-BSUB > WS-NBR
               MOVE "Not a branch of this head office"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CO00-BRMANUAL.

       CO05-REF.
             MOVE ZERO           TO WS-REF.
             DISPLAY S16.
             ACCEPT S16 AT 1038.
           IF WS-REF = ZERO
               GO TO CO00-BRMANUAL.
             MOVE WS-BRACNO      TO WS-ITMACNO.
             PERFORM CF00-BYREF THRU CF00-EXIT.
           IF WS-FOUND = "N"
               MOVE "Open item not found by that ref"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CO05-REF.
             MOVE WS-BRACNO      TO TRA-ACNO.
             MOVE WS-BESTDATE    TO TRA-DATE.
             MOVE WS-BESTSER     TO TRA-SERIAL.
             READ DBTRAN WITH KEPT LOCK
                 INVALID KEY
                     GO TO CO05-REF.
             PERFORM CH00-OPEN THRU CH00-EXIT.
             DISPLAY "Outstanding : " AT 0940
                     WITH FOREGROUND-COLOR 14
                     WS-OPEN WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-AMT.
             DISPLAY S17.
             ACCEPT S17 AT 1138.
           IF WS-AMT = ZERO
               UNLOCK DBTRAN
               GO TO CO00-BRMANUAL.
             MOVE WS-AMT         TO WS-TAKE.
           IF WS-TAKE > WS-OPEN
               MOVE WS-OPEN      TO WS-TAKE.
           IF WS-TAKE > WS-UNALLOC
               MOVE WS-UNALLOC   TO WS-TAKE.
             PERFORM CG00-APPLY THRU CG00-EXIT.
             REWRITE TRA-RECORD.
             SUBTRACT WS-TAKE  FROM WS-UNALLOC.
             PERFORM CE00-ALLOC-REC THRU CE00-EXIT.
             ADD WS-TAKE         TO WS-BR-AMT (WS-BSUB).
             GO TO CO00-BRMANUAL.

       CO00-EXIT.
             EXIT.

      *
      *    ****    Post the transfers, branch by branch, and put
      *            the total back on the head office last so the
      *            debtor record is the head office again.
      *
       CP00-TRANSFER.
             MOVE ZERO           TO WS-BRTOTAL.
             MOVE 1              TO WS-BSUB.

       CP05-BRANCH.
           IF WS-BSUB > WS-NBR
               GO TO CP20-HEAD.
           IF WS-BR-AMT (WS-BSUB) = ZERO
               ADD 1             TO WS-BSUB
               GO TO CP05-BRANCH.
             MOVE WS-BR-NO (WS-BSUB)
                                 TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     ADD 1       TO WS-BSUB
                     GO TO CP05-BRANCH.
             SUBTRACT WS-BR-AMT (WS-BSUB)
                               FROM DEB-BALANCE.
             MOVE TODAY-DDMMYY   TO DEB-LASTPAY.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.
             ADD WS-BR-AMT (WS-BSUB)
                                 TO WS-BRTOTAL.
             MOVE WS-BR-NO (WS-BSUB)
                                 TO TRA-ACNO.
             MOVE "Paid by head office "
                                 TO TRA-DESC.
             COMPUTE TRA-AMOUNT = ZERO - WS-BR-AMT (WS-BSUB).
             PERFORM CQ00-WRITE THRU CQ00-EXIT.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE SPACES         TO TRA-DESC.
             STRING "Paid for A/C "
                                 DELIMITED BY SIZE
                    WS-BR-NO (WS-BSUB)
                                 DELIMITED BY SIZE
                    INTO TRA-DESC.
             MOVE WS-BR-AMT (WS-BSUB)
                                 TO TRA-AMOUNT.
             PERFORM CQ00-WRITE THRU CQ00-EXIT.
             ADD 1               TO WS-BSUB.
             GO TO CP05-BRANCH.

       CP20-HEAD.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     GO TO CP00-EXIT.
           IF WS-BRTOTAL = ZERO
               UNLOCK DEBTOR
               GO TO CP00-EXIT.
             ADD WS-BRTOTAL      TO DEB-BALANCE.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.

       CP00-EXIT.
             EXIT.

      *
      *    ****    A transfer item: fully settled as it stands,
      *            under the receipt's reference.
      *
       CQ00-WRITE.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             MOVE 26             TO TRA-TYPE.
             MOVE WS-RECREF      TO TRA-REF.
             MOVE ZERO           TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE SPACES         TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       CQ05-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO CQ05-WRITE.

       CQ00-EXIT.
             EXIT.

      /
      *    ****    U N A L L O C A T E D   C A S H   R E P O R T
      *
                    DEB-NAME DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
           IF DEB-CURR NOT = SPACES
               PERFORM CJ00-RATE THRU CJ00-EXIT
               MOVE SPACES       TO PRINT-REC
               STRING "AMOUNTS IN " DELIMITED BY SIZE
                      DEB-CURR      DELIMITED BY SIZE
                      INTO PRINT-REC
               WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-ACNO        TO TRA-ACNO WS-ITMACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
             MOVE TRA-TYPE       TO W20-TYPE.
             MOVE TRA-REF        TO W20-REF.
             MOVE TRA-DESC       TO W20-DESC.
             PERFORM CK00-SHOW THRU CK00-EXIT.
             MOVE WS-SHOWAMT     TO W20-AMOUNT.
             MOVE WS-SHOWOUT     TO W20-OUTSTAND.
             WRITE PRINT-REC FROM W20-ITEM.
           IF TRA-OUTSTAND > ZERO
               PERFORM FB00-ALLOCS THRU FB00-EXIT.
             EXIT.

      /
      *    ****    Allocations under an open invoice on
      *            WS-ITMACNO.  The DBTRAN position is saved and
      *            restored around the DBALLOC walk by re-reading
      *            the item.
      *
       FB00-ALLOCS.
             MOVE TRA-DATE       TO WS-BESTDATE.
             MOVE TRA-SERIAL     TO WS-BESTSER.
             MOVE WS-ITMACNO     TO ALC-ACNO.
             MOVE ZERO           TO ALC-SERIAL.
             START DBALLOC KEY NOT LESS ALC-KEY
                 INVALID KEY
             READ DBALLOC NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB20-BACK.
           IF ALC-ACNO NOT = WS-ITMACNO
               GO TO FB20-BACK.
           IF ALC-INVDATE NOT = WS-BESTDATE
              OR ALC-INVSER NOT = WS-BESTSER
               GO TO FB05-NEXT.
             MOVE ALC-DATE       TO W25-DATE.
           IF DEB-CURR NOT = SPACES AND TRA-CURR = DEB-CURR
               MOVE ALC-FXAMOUNT TO W25-AMOUNT
           ELSE
               MOVE ALC-AMOUNT   TO W25-AMOUNT.
             WRITE PRINT-REC FROM W25-ALLOC.
             GO TO FB05-NEXT.

       FB20-BACK.
             MOVE WS-ITMACNO     TO TRA-ACNO.
             MOVE WS-BESTDATE    TO TRA-DATE.
             MOVE WS-BESTSER     TO TRA-SERIAL.
             READ DBTRAN WITH IGNORE LOCK
       GC00-EXIT.
             EXIT.

      /
      *    ****    G R O U P   S T A T E M E N T
      *
      *            The head office's open items, then each
      *            branch's, each account sub-totalled and the
      *            group totalled, in home currency.
      *
       HA000           SECTION.
       HA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13 AT 0427.
           IF WS-ACNO = ZERO
               GO TO HA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO HA00.
           IF DEB-PARENT NUMERIC AND DEB-PARENT NOT = ZERO
               MOVE "Account is a branch - use its head office"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA00.
             PERFORM CR00-LOAD THRU CR00-EXIT.
           IF WS-NBR = ZERO
               MOVE "Account has no branches"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA00.
             OPEN OUTPUT PRINTF.
             MOVE "GROUP STATEMENT                   "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE ZERO           TO WS-GRPTOT.
             MOVE WS-ACNO        TO WS-ITMACNO.
             PERFORM HB00-ACCOUNT THRU HB00-EXIT.
             MOVE 1              TO WS-BSUB.

       HA05.
             MOVE WS-BR-NO (WS-BSUB)
                                 TO WS-ITMACNO.
             PERFORM HB00-ACCOUNT THRU HB00-EXIT.
             ADD 1               TO WS-BSUB.
           IF WS-BSUB NOT > WS-NBR
               GO TO HA05.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-ITEM.
             MOVE "GROUP TOTAL"  TO W20-DESC.
             MOVE WS-GRPTOT      TO W20-OUTSTAND.
             WRITE PRINT-REC FROM W20-ITEM.
             CLOSE PRINTF.
             DISPLAY "Group statement printed" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO HA00.

       HA999.
             EXIT.

      *
      *    ****    One account's block on the group statement.
      *
       HB00-ACCOUNT.
             MOVE WS-ITMACNO     TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME DEB-CURR.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             STRING WS-ITMACNO   DELIMITED BY SIZE
                    "  "         DELIMITED BY SIZE
                    DEB-NAME     DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-ACCTOT.
             MOVE WS-ITMACNO     TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO HB20-TOTAL.

       HB05-NEXT.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO HB20-TOTAL.
           IF TRA-ACNO NOT = WS-ITMACNO
               GO TO HB20-TOTAL.
           IF TRA-OUTSTAND = ZERO
               GO TO HB05-NEXT.
             MOVE TRA-DATE       TO W20-DATE.
             MOVE TRA-TYPE       TO W20-TYPE.
             MOVE TRA-REF        TO W20-REF.
             MOVE TRA-DESC       TO W20-DESC.
             MOVE TRA-AMOUNT     TO W20-AMOUNT.
             MOVE TRA-OUTSTAND   TO W20-OUTSTAND.
             WRITE PRINT-REC FROM W20-ITEM.
             ADD TRA-OUTSTAND    TO WS-ACCTOT.
           IF TRA-OUTSTAND > ZERO
               PERFORM FB00-ALLOCS THRU FB00-EXIT.
             GO TO HB05-NEXT.

       HB20-TOTAL.
             MOVE SPACES         TO W20-ITEM.
             MOVE "ACCOUNT TOTAL"
                                 TO W20-DESC.
             MOVE WS-ACCTOT      TO W20-OUTSTAND.
             WRITE PRINT-REC FROM W20-ITEM.
             ADD WS-ACCTOT       TO WS-GRPTOT.

       HB00-EXIT.
             EXIT.

      /
      *    ****    S E T T L E M E N T   T E R M S
      *
      *            The prompt payment discount a home account may
      *            take: the percentage off an invoice paid in
      *            full within so many days of its date.
      *
       JA000           SECTION.
       JA00.
           IF LS0-DBLEV < 5
               MOVE "Settlement terms are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA999.

       JA02.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO WS-DISCPCT WS-DISCDAYS.
             DISPLAY "SETTLEMENT  DISCOUNT  TERMS" AT 0222
                     WITH FOREGROUND-COLOR 7 HIGHLIGHT.
             DISPLAY S13.
             ACCEPT S13 AT 0427.
           IF WS-ACNO = ZERO
               GO TO JA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO JA02.
             MOVE DEB-RECORD     TO CHG-BEFORE.
             DISPLAY DEB-NAME AT 0435 WITH FOREGROUND-COLOR 15.
           IF DEB-CURR NOT = SPACES
               MOVE "Settlement terms are for home accounts"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK DEBTOR
               GO TO JA02.
           IF DEB-DISC-PCT NOT NUMERIC OR DEB-DISC-DAYS NOT NUMERIC
               MOVE ZERO         TO DEB-DISC-PCT DEB-DISC-DAYS.
             MOVE DEB-DISC-PCT   TO WS-DISCPCT.
             MOVE DEB-DISC-DAYS  TO WS-DISCDAYS.

       JA05.
             DISPLAY S20.
             ACCEPT S20.
           IF WS-DISCPCT > ZERO AND WS-DISCDAYS = ZERO
               MOVE "The days the discount is open are needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
           IF WS-DISCPCT = ZERO
               MOVE ZERO         TO WS-DISCDAYS.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK DEBTOR
               GO TO JA02.
             MOVE WS-DISCPCT     TO DEB-DISC-PCT.
             MOVE WS-DISCDAYS    TO DEB-DISC-DAYS.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.
             MOVE "D"            TO CHG-FILE.
             MOVE DEB-ACNO       TO CHG-ACCOUNT.
             MOVE "ALLOC1"       TO CHG-PROG.
             MOVE DEB-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO JA02.


       JA999.
             EXIT.

      /
      *    ****    D I S C O U N T   A L L O W E D   A C C O U N T
      *
      *            No discount is taken while the account is zero.
      *
       KA000           SECTION.
       KA00.
           IF LS0-DBLEV < 7
               MOVE "The discount account is a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO KA999.
             DISPLAY CLR-SCREEN.
             MOVE 289            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD289
               MOVE 289          TO PAR-KEY.
             DISPLAY S21.
             ACCEPT S21.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO KA999.
             MOVE PAR-SD-GL      TO WS-SDGL.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.

       KA999.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE "DBALLOC"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DBALLOC.
             MOVE "INVOIC"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "DEPART"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEPART.
             MOVE "TXTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-TXTRAN.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "LEDTRF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LEDTRF.

       ZA02.
             OPEN I-O DEBTOR DBTRAN.
               OPEN OUTPUT DBALLOC
               CLOSE DBALLOC
               OPEN I-O DBALLOC.
             OPEN INPUT INVOICE STOCK DEPART.
             OPEN I-O TXTRAN.
           IF WS-STATUS = "35"
               CLOSE TXTRAN
               OPEN OUTPUT TXTRAN
               CLOSE TXTRAN
               OPEN I-O TXTRAN.
             OPEN I-O PARAM.
             OPEN I-O LEDTRF.
           IF WS-STATUS = "35"
               CLOSE LEDTRF
               OPEN OUTPUT LEDTRF
               CLOSE LEDTRF
               OPEN I-O LEDTRF.
      *
      *    ****    Realised difference and debtors control
      *            accounts from PARAM 276 and 6.
      *
             MOVE 276            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-FXRGL    TO WS-FXRGL
           ELSE
               MOVE ZERO         TO WS-FXRGL
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 6              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-DEBGL    TO WS-DEBGL
           ELSE
               MOVE ZERO         TO WS-DEBGL
               MOVE ZERO         TO WS-F-ERROR.
      *
      *    ****    Discount allowed and VAT accounts from PARAM
      *            289 and 9.
      *
             MOVE 289            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-SD-GL    TO WS-SDGL
           ELSE
               MOVE ZERO         TO WS-SDGL
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 9              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-VATGL    TO WS-VATGL
           ELSE
               MOVE ZERO         TO WS-VATGL
               MOVE ZERO         TO WS-F-ERROR.
      *
      *    ****    Next transfer key from the last on file.
      *
             MOVE HIGH-VALUES    TO XFR-RECORD.
             START LEDTRF KEY LESS XFR-KEY
                 INVALID KEY
                     MOVE ZERO         TO WS-XFRKEY
                 NOT INVALID KEY
                     READ LEDTRF PREVIOUS RECORD
                         AT END
                             MOVE ZERO TO WS-XFRKEY
                         NOT AT END
                             MOVE XFR-KEY
                                       TO WS-XFRKEY
                     END-READ
             END-START.
       ZA999.
             EXIT.


       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
           IF WS-F-ERROR = 87
               MOVE W02-DBALLOC   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE ALC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 24
               MOVE W02-INVOIC    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DOC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 34
               MOVE W02-DEPART    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DPT-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 32
               MOVE W02-TXTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TAX-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 40
               MOVE W02-LEDTRF    TO WS-FILE
               MOVE WS-XFRKEY     TO WS-KEY.

       COPY DISPERR.PRO.
