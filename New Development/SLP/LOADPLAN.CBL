      *               The planner moves a drop to another route by
      *               stamping the route override on the order
      *               header.
      *    OCT 2026 - An order for one of the account's delivery
      *               sites (see SHIPTO1) plans on that site's
      *               route instead of the account's standing
      *               route; the planner's override still wins.
      *    OCT 2026 - Drop sequence: the dispatcher numbers the
      *               drops on each route - the account's own
      *               address on DEB-DROPSEQ, a delivery site on
      *               SHP-DROPSEQ - and the route's delivery
      *               manifest prints in drop order with a line
      *               for the customer's signature, followed by
      *               the loading list in reverse drop order, last
      *               drop first onto the truck so the next drop's
      *               goods are always at the door.  A drop moved
      *               to another route for the day, or one not yet
      *               numbered, goes on last.
      *    OCT 2026 - A change to an account's drop number is
      *               written to the master file change history
      *               (see CHGLOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY ROUTE.SL.

       COPY SHIPTO.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT SORTWK    ASSIGN W02-SORTWK.

       DATA DIVISION.
       FILE SECTION.


       COPY ROUTE.FDE.

       COPY SHIPTO.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       SD  SORTWK.
       01  SRT-RECORD.
           03  SRT-DROP       PIC  9(03).
           03  SRT-ORDER      PIC  9(07).
           03  SRT-SEQ        PIC  9(03).
           03  SRT-ACNO       PIC  9(05).
           03  SRT-SITE       PIC  9(03).
           03  SRT-KG         PIC S9(07)V99 COMP-3.
           03  SRT-M3         PIC S9(05)V9(03) COMP-3.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  WS-DROPS           PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-ORDROUTE        PIC  X(04) VALUE SPACES.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-SITE            PIC  9(03) VALUE ZERO.
       77  WS-DROP            PIC  9(03) VALUE ZERO.
       77  WS-LDROPS          PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-LSUB            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-LOADNO          PIC  9(03) COMP-5 VALUE ZERO.
       77  W02-SORTWK         PIC  X(40) VALUE "LDPSORT".

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-DELTO.
           03  WS-DT-NAME     PIC  X(30).
           03  WS-DT-ADD1     PIC  X(25).
           03  WS-DT-ADD2     PIC  X(25).
           03  WS-DT-ADD3     PIC  X(25).
           03  WS-DT-INSTR1   PIC  X(40).
           03  WS-DT-INSTR2   PIC  X(40).

      *
      *    ****    The manifest's drops in drop order, walked
      *            backwards for the loading list.
      *
       01  WS-LOAD-TABLE.
           03  WS-LOAD-ENTRY  OCCURS 300.
               05  WS-LD-DROP PIC  9(03).
               05  WS-LD-ORDER
                              PIC  9(07).
               05  WS-LD-NAME PIC  X(30).

       01  W10-HEAD1.
           03  W10-TITLE      PIC  X(24).
           03  FILLER         PIC  X(07) VALUE "ROUTE  ".
           03  W10-ROUTE      PIC  X(04).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W10-RDESC      PIC  X(30).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(09) VALUE "VEHICLE  ".
           03  W10-VEHICLE    PIC  X(08).
           03  FILLER         PIC  X(10) VALUE "  DRIVER  ".
           03  W10-DRIVER     PIC  X(20).
           03  FILLER         PIC  X(14) VALUE "  DELIVER BY  ".
           03  W10-PLANDTE    PIC  Z9/99/9999.
       01  W10-HEAD3.
           03  FILLER         PIC  X(46) VALUE
               "DROP ORDER   A/C   DELIVER TO                 ".
           03  FILLER         PIC  X(46) VALUE
               "    ADDRESS                           KG      ".
           03  FILLER         PIC  X(18) VALUE
               "   M3  RECEIVED BY".
       01  W20-DETAIL.
           03  W20-DROP       PIC  ZZ9.
           03  FILLER         PIC  X(02).
           03  W20-ORDER      PIC  9(07).
           03  FILLER         PIC  X(01).
           03  W20-ACNO       PIC  9(05).
           03  FILLER         PIC  X(01).
           03  W20-NAME       PIC  X(30).
           03  FILLER         PIC  X(01).
           03  W20-ADD1       PIC  X(25).
           03  W20-KG         PIC  Z(06)9.99-.
           03  W20-M3         PIC  Z(04)9.999-.
           03  FILLER         PIC  X(02).
           03  W20-SIGN       PIC  X(24).
       01  W21-DETAIL.
           03  FILLER         PIC  X(50) VALUE SPACES.
           03  W21-TEXT       PIC  X(40).

       01  W25-FOOT.
           03  W25-TEXT       PIC  X(30).
           03  W25-DROPS      PIC  Z(04)9.
           03  FILLER         PIC  X(50) VALUE SPACES.
           03  W25-KG         PIC  Z(06)9.99-.
           03  W25-M3         PIC  Z(04)9.999-.

       01  W30-HEAD3.
           03  FILLER         PIC  X(46) VALUE
               "      ITEM            DESCRIPTION             ".
           03  FILLER         PIC  X(26) VALUE
               "         QUANTITY   LOADED".

       01  W31-DROP.
           03  FILLER         PIC  X(05) VALUE "LOAD ".
           03  W31-LOAD       PIC  ZZ9.
           03  FILLER         PIC  X(07) VALUE "  DROP ".
           03  W31-DROPNO     PIC  ZZ9.
           03  FILLER         PIC  X(08) VALUE "  ORDER ".
           03  W31-ORDER      PIC  9(07).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W31-NAME       PIC  X(30).
       01  W32-LINE.
           03  FILLER         PIC  X(06) VALUE SPACES.
           03  W32-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W32-DESC       PIC  X(30).
           03  W32-QTY        PIC  Z(06)9.99-.
           03  FILLER         PIC  X(04) VALUE "   [".
           03  FILLER         PIC  X(04) VALUE "   ]".

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "LDP".

       COPY ROUTE.ID.

       COPY SHIPTO.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "MANIFEST.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
                       VALUE "VEHICLE  LOAD  PLANNING".
           03  LINE  4 COLUMN 16 VALUE "1. Build a route load".
           03  LINE  5 COLUMN 16 VALUE "2. Move a drop".
           03  LINE  6 COLUMN 16 VALUE "3. Drop sequence".
           03  LINE  7 COLUMN 16 VALUE "4. Manifest and loading list".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING WS-NEWRTE AUTO.

       01  S15.
           03  LINE  4 COLUMN 10 VALUE "Route        :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING WS-ROUTE AUTO.

       01  S16.
           03  LINE  7 COLUMN 10 VALUE "Account      :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.
           03  LINE  8 COLUMN 10 VALUE "Site         :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-SITE AUTO.
           03  LINE  8 COLUMN 31 VALUE
                                 "0 = the account's own address".

       01  S17.
           03  LINE 11 COLUMN 10 VALUE "Drop number  :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-DROP AUTO.
           03  LINE 11 COLUMN 31 VALUE "0 = not sequenced".

       COPY S99.CRT.

       COPY ERROR.CRT.
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE SORDER DEBTOR STOCK ROUTE SHIPTO.

       AA49.
             EXIT PROGRAM.
           IF WS-OPTION = "2"
               PERFORM DA000 THRU DA999
               GO TO BA00.
           IF WS-OPTION = "3" AND LS0-SALEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM FA000 THRU FA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

               GO TO CA05.
      *
      *    ****    The order's route: the override on the header
      *            when set, else the delivery site's route, else
      *            the debtor's standing route.
      *
             MOVE SPACES         TO WS-ORDROUTE.
           IF SOR-ROUTE NOT = SPACES
               MOVE SOR-ROUTE    TO WS-ORDROUTE
           ELSE
           IF SOR-SHIPTO NOT = ZERO
               MOVE SOR-ACNO     TO SHP-ACNO
               MOVE SOR-SHIPTO   TO SHP-SITE
               READ SHIPTO WITH IGNORE LOCK
                   INVALID KEY
                       MOVE SPACES
                               TO SHP-ROUTE
               END-READ
               MOVE SHP-ROUTE    TO WS-ORDROUTE.
           IF WS-ORDROUTE = SPACES
               MOVE SOR-ACNO     TO DEB-ACNO
               READ DEBTOR WITH IGNORE LOCK
                   INVALID KEY
       DA999.
             EXIT.

      /
      *    ****    D R O P   S E Q U E N C E
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-ROUTE.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-ROUTE = SPACES
               GO TO EA999.
             MOVE WS-ROUTE       TO RTE-ROUTE.
             READ ROUTE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Route not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
             DISPLAY RTE-DESC AT 0431 WITH FOREGROUND-COLOR 14.

       EA10.
             MOVE ZERO           TO WS-ACNO WS-SITE.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-ACNO = ZERO
               GO TO EA00.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA10.
           IF WS-SITE NOT = ZERO
               GO TO EA15.
           IF DEB-ROUTE NOT = WS-ROUTE
               UNLOCK DEBTOR
               MOVE "The account is not on this route"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA10.
             DISPLAY DEB-NAME AT 0931 WITH FOREGROUND-COLOR 14.
             MOVE DEB-DROPSEQ    TO WS-DROP.
             GO TO EA20.

      *
      *    ****    A delivery site runs on its own route, or on
      *            the account's when it has none.
      *
       EA15.
             UNLOCK DEBTOR.
             MOVE WS-ACNO        TO SHP-ACNO.
             MOVE WS-SITE        TO SHP-SITE.
             READ SHIPTO WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Delivery site not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA10.
             MOVE SHP-ROUTE      TO WS-ORDROUTE.
           IF WS-ORDROUTE = SPACES
               MOVE DEB-ROUTE    TO WS-ORDROUTE.
           IF WS-ORDROUTE NOT = WS-ROUTE
               UNLOCK SHIPTO
               MOVE "The site is not on this route"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA10.
             DISPLAY SHP-NAME AT 0931 WITH FOREGROUND-COLOR 14.
             MOVE SHP-DROPSEQ    TO WS-DROP.

       EA20.
             DISPLAY S17.
             ACCEPT S17.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK DEBTOR
               UNLOCK SHIPTO
               GO TO EA10.
           IF WS-SITE = ZERO
               MOVE DEB-RECORD   TO CHG-BEFORE
               MOVE WS-DROP      TO DEB-DROPSEQ
               REWRITE DEB-RECORD
               UNLOCK DEBTOR
               MOVE "D"          TO CHG-FILE
               MOVE DEB-ACNO     TO CHG-ACCOUNT
               MOVE "LOADPLAN"   TO CHG-PROG
               MOVE DEB-RECORD   TO CHG-AFTER
               PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT
           ELSE

               MOVE WS-DROP      TO SHP-DROPSEQ
               REWRITE SHP-RECORD
               UNLOCK SHIPTO.
             GO TO EA10.

       EA999.
             EXIT.

      /
      *    ****    D E L I V E R Y   M A N I F E S T   A N D
      *            L O A D I N G   L I S T
      *
       FA000           SECTION.
       FA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-ROUTE.
             MOVE TODAY-DDMMYY   TO WS-PLANDTE.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ROUTE = SPACES
               GO TO FA999.
             MOVE WS-ROUTE       TO RTE-ROUTE.
             READ ROUTE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Route not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO FA00.
             MOVE WS-PLANDTE     TO WS-DATE-WORK.
             COMPUTE WS-PLANNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE ZERO           TO WS-RUNKG WS-RUNM3 WS-LDROPS
                                    WS-DROPS.
             OPEN OUTPUT PRINTF.
             MOVE "DELIVERY MANIFEST"
                                 TO W10-TITLE.
             PERFORM FF00-HEAD THRU FF00-EXIT.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             SORT SORTWK ON ASCENDING KEY SRT-DROP SRT-ORDER
                 INPUT PROCEDURE FB000-FEED THRU FB00-EXIT
                 OUTPUT PROCEDURE FC000-PRINT THRU FC00-EXIT.
             MOVE "DROPS"        TO W25-TEXT.
             MOVE WS-DROPS       TO W25-DROPS.
             MOVE WS-RUNKG       TO W25-KG.
             MOVE WS-RUNM3       TO W25-M3.
             WRITE PRINT-REC FROM W25-FOOT.
           IF WS-RUNKG > RTE-MAXKG AND RTE-MAXKG NOT = ZERO
               MOVE "** VEHICLE OVER PAYLOAD **"
                                 TO PRINT-REC
               WRITE PRINT-REC.
           IF WS-RUNM3 > RTE-MAXM3 AND RTE-MAXM3 NOT = ZERO
               MOVE "** VEHICLE OVER LOAD SPACE **"
                                 TO PRINT-REC
               WRITE PRINT-REC.
      *
      *    ****    The loading list: last drop first, so the goods
      *            for the first drop go on last, nearest the door.
      *
             MOVE "LOADING LIST - LAST DROP"
                                 TO W10-TITLE.
             PERFORM FF00-HEAD THRU FF00-EXIT.
             WRITE PRINT-REC FROM W30-HEAD3.
             MOVE WS-LDROPS      TO WS-LSUB.
             MOVE ZERO           TO WS-LOADNO.

       FA10.
           IF WS-LSUB = ZERO
               GO TO FA90.
             PERFORM FD00-LOAD THRU FD00-EXIT.
             SUBTRACT 1          FROM WS-LSUB.
             GO TO FA10.

       FA90.
             CLOSE PRINTF.
             DISPLAY "Manifest printed, drops : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-DROPS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO FA00.

       FA999.
             EXIT.

      *
      *    ****    One drop on the loading list with the goods to
      *            go on for it.
      *
       FD00-LOAD.
             ADD 1               TO WS-LOADNO.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-LOADNO      TO W31-LOAD.
             MOVE WS-LD-DROP (WS-LSUB)
                                 TO W31-DROPNO.
             MOVE WS-LD-ORDER (WS-LSUB)
                                 TO W31-ORDER.
             MOVE WS-LD-NAME (WS-LSUB)
                                 TO W31-NAME.
             WRITE PRINT-REC FROM W31-DROP.
             MOVE WS-LD-ORDER (WS-LSUB)
                                 TO SOR-ORDER.
             MOVE ZERO           TO SOR-LINE.
             START SORDER KEY GREATER SOR-KEY
                 INVALID KEY
                     GO TO FD00-EXIT.

       FD05.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FD00-EXIT.
           IF SOR-ORDER NOT = WS-LD-ORDER (WS-LSUB)
               GO TO FD00-EXIT.
           IF SOR-STATUS = "C" OR "X"
               GO TO FD05.
           IF SOR-QTY NOT > ZERO
               GO TO FD05.
           IF SOR-SUPPLY = "D"
               GO TO FD05.
           IF SOR-SUPPLY = "B" AND SOR-ALLOC NOT > ZERO
               GO TO FD05.
             MOVE SOR-ITEM       TO W32-ITEM STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC.
             MOVE STK-DESC       TO W32-DESC.
           IF SOR-ALLOC > ZERO
               MOVE SOR-ALLOC    TO W32-QTY
           ELSE
               MOVE SOR-QTY      TO W32-QTY.
             WRITE PRINT-REC FROM W32-LINE.
             GO TO FD05.

       FD00-EXIT.
             EXIT.

      *
      *    ****    Deliver-to for a drop: the delivery site when
      *            the order names one, else the account's address.
      *
       FE00-DELTO.
             MOVE SPACES         TO WS-DELTO.
             MOVE SRT-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME DEB-ADD1 DEB-ADD2
                                    DEB-ADD3.
             MOVE DEB-NAME       TO WS-DT-NAME.
             MOVE DEB-ADD1       TO WS-DT-ADD1.
             MOVE DEB-ADD2       TO WS-DT-ADD2.
             MOVE DEB-ADD3       TO WS-DT-ADD3.
           IF SRT-SITE = ZERO
               GO TO FE00-EXIT.
             MOVE SRT-ACNO       TO SHP-ACNO.
             MOVE SRT-SITE       TO SHP-SITE.
             READ SHIPTO WITH IGNORE LOCK
                 INVALID KEY
                     GO TO FE00-EXIT.
             MOVE SHP-NAME       TO WS-DT-NAME.
             MOVE SHP-ADD1       TO WS-DT-ADD1.
             MOVE SHP-ADD2       TO WS-DT-ADD2.
             MOVE SHP-ADD3       TO WS-DT-ADD3.
             MOVE SHP-INSTR1     TO WS-DT-INSTR1.
             MOVE SHP-INSTR2     TO WS-DT-INSTR2.

       FE00-EXIT.
             EXIT.

      *
      *    ****    Page heading for the manifest and the list.
      *
       FF00-HEAD.
             MOVE WS-ROUTE       TO W10-ROUTE.
             MOVE RTE-DESC       TO W10-RDESC.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE RTE-VEHICLE    TO W10-VEHICLE.
             MOVE RTE-DRIVER     TO W10-DRIVER.
             MOVE WS-PLANDTE     TO W10-PLANDTE.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.

       FF00-EXIT.
             EXIT.

      /
      *    ****    F E E D   T H E   S O R T
      *
      *            The route's open orders due by the date, as the
      *            load build takes them, keyed on the drop number
      *            (unnumbered drops and drops moved onto the route
      *            for the day as 999, so they go last).
      *
       FB000-FEED      SECTION.
       FB00.
             MOVE LOW-VALUES     TO SOR-KEY.
             START SORDER KEY NOT LESS SOR-KEY
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB05.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
           IF SOR-LINE NOT = ZERO
               GO TO FB05.
           IF SOR-STATUS = "C" OR "X"
               GO TO FB05.
             MOVE SOR-REQDATE    TO WS-DATE-WORK.
             COMPUTE WS-RECNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-RECNUM > WS-PLANNUM
               GO TO FB05.
             MOVE SOR-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-ROUTE
                     MOVE ZERO   TO DEB-DROPSEQ.
             MOVE DEB-ROUTE      TO WS-ORDROUTE.
             MOVE DEB-DROPSEQ    TO WS-DROP.
           IF SOR-SHIPTO NOT = ZERO
               MOVE SOR-ACNO     TO SHP-ACNO
               MOVE SOR-SHIPTO   TO SHP-SITE
               READ SHIPTO WITH IGNORE LOCK
                   INVALID KEY
                       MOVE SPACES
                               TO SHP-ROUTE
                       MOVE ZERO TO SHP-DROPSEQ
               END-READ
               MOVE SHP-DROPSEQ  TO WS-DROP
               IF SHP-ROUTE NOT = SPACES
                   MOVE SHP-ROUTE
                                 TO WS-ORDROUTE.
           IF SOR-ROUTE NOT = SPACES AND SOR-ROUTE NOT = WS-ORDROUTE
               MOVE SOR-ROUTE    TO WS-ORDROUTE
               MOVE ZERO         TO WS-DROP.
           IF WS-ORDROUTE NOT = WS-ROUTE
               GO TO FB05.
             PERFORM CB00-WEIGH THRU CB00-EXIT.
             MOVE WS-DROP        TO SRT-SEQ.
           IF WS-DROP = ZERO
               MOVE 999          TO SRT-DROP
           ELSE
               MOVE WS-DROP      TO SRT-DROP.
             MOVE SOR-ORDER      TO SRT-ORDER.
             MOVE SOR-ACNO       TO SRT-ACNO.
             MOVE SOR-SHIPTO     TO SRT-SITE.
             MOVE WS-ORDKG       TO SRT-KG.
             MOVE WS-ORDM3       TO SRT-M3.
             RELEASE SRT-RECORD.
             GO TO FB05.

       FB00-EXIT.
             EXIT.

      /
      *    ****    P R I N T   T H E   M A N I F E S T
      *
       FC000-PRINT     SECTION.
       FC00.
             RETURN SORTWK
                 AT END
                     GO TO FC00-EXIT.
             PERFORM FE00-DELTO THRU FE00-EXIT.
             MOVE SPACES         TO W20-DETAIL.
             MOVE SRT-SEQ        TO W20-DROP.
             MOVE SRT-ORDER      TO W20-ORDER.
             MOVE SRT-ACNO       TO W20-ACNO.
             MOVE WS-DT-NAME     TO W20-NAME.
             MOVE WS-DT-ADD1     TO W20-ADD1.
             MOVE SRT-KG         TO W20-KG.
             MOVE SRT-M3         TO W20-M3.
             MOVE ALL "_"        TO W20-SIGN.
             WRITE PRINT-REC FROM W20-DETAIL.
           IF WS-DT-ADD2 NOT = SPACES
               MOVE WS-DT-ADD2   TO W21-TEXT
               WRITE PRINT-REC FROM W21-DETAIL.
           IF WS-DT-ADD3 NOT = SPACES
               MOVE WS-DT-ADD3   TO W21-TEXT
               WRITE PRINT-REC FROM W21-DETAIL.
           IF WS-DT-INSTR1 NOT = SPACES
               MOVE WS-DT-INSTR1 TO W21-TEXT
               WRITE PRINT-REC FROM W21-DETAIL.
           IF WS-DT-INSTR2 NOT = SPACES
               MOVE WS-DT-INSTR2 TO W21-TEXT
               WRITE PRINT-REC FROM W21-DETAIL.
             ADD SRT-KG          TO WS-RUNKG.
             ADD SRT-M3          TO WS-RUNM3.
             ADD 1               TO WS-DROPS.
           IF WS-LDROPS < 300
               ADD 1             TO WS-LDROPS
               MOVE SRT-SEQ      TO WS-LD-DROP (WS-LDROPS)
               MOVE SRT-ORDER    TO WS-LD-ORDER (WS-LDROPS)
               MOVE WS-DT-NAME   TO WS-LD-NAME (WS-LDROPS).
             GO TO FC00.

       FC00-EXIT.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
             MOVE LS-USER        TO W02-USER.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE "ROUTE"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-ROUTE.
             MOVE "SHIPTO"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHIPTO.

       ZA02.
             OPEN I-O SORDER.
             OPEN I-O DEBTOR.
             OPEN INPUT STOCK ROUTE.
             OPEN I-O SHIPTO.
           IF WS-STATUS = "35"
               CLOSE SHIPTO
               OPEN OUTPUT SHIPTO
               CLOSE SHIPTO
               OPEN I-O SHIPTO.

       ZA999.
             EXIT.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
           IF WS-F-ERROR = 32
               MOVE W02-ROUTE     TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE RTE-ROUTE     TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 41
               MOVE W02-SHIPTO    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SHP-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
