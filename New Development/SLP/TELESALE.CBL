      *               each call made, no answer or declined, and
      *               show the supervisor the coverage before
      *               cut-off.
      *    OCT 2026 - Accounts with delivery sites (see SHIPTO1)
      *               come onto the list when any of their sites'
      *               routes delivers on the chosen day, as well
      *               as on the standing route; the order taken
      *               on the call names the site it goes to,
      *               offered from the route the call was listed
      *               on.
      *    OCT 2026 - Each line taken is given a promise date
      *               (ATPDATE), shown to the caller and kept on
      *               the order line.
      *    OCT 2026 - A line can be taken in any unit set up for
      *               the item (see UOMMNT1), offered in the
      *               item's wholesale sales unit; UOMCONV puts
      *               the quantity onto the order in base units.
      *    OCT 2026 - A style code keyed for the item (see STYLE1)
      *               brings up its size and colour grid
      *               (STYGRID); each variant given a quantity
      *               becomes an order line.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY CONTROL.SL.

       COPY SHIPTO.SL.

       DATA DIVISION.
       FILE SECTION.


       COPY CONTROL.FDE.

       COPY SHIPTO.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  WS-NOANS           PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-DECL            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-WAITING         PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-DAYRTE          PIC  X(04) VALUE SPACES.
       77  WS-SITE            PIC  9(03) VALUE ZERO.
       77  WS-HASSITE         PIC  X(01) VALUE "N".
       77  WS-PROMDSP         PIC  99/99/9999.
       77  WS-UNIT            PIC  X(04) VALUE SPACES.

       01  WS-UOM-REQUEST.
           03  WS-UOM-ITEM    PIC  X(15).
           03  WS-UOM-UNIT    PIC  X(04).
           03  WS-UOM-QTY     PIC S9(07)V99 COMP-3.
           03  WS-UOM-DRIVE   PIC  X(01).
           03  WS-UOM-SYSID   PIC  X(03).
           03  WS-UOM-BASEQTY PIC S9(07)V99 COMP-3.
           03  WS-UOM-FACTOR  PIC  9(05)V9(04) COMP-3.
           03  WS-UOM-RESULT  PIC  X(01).

       01  WS-GRID-REQUEST.
           03  WS-GRID-STYLE  PIC  X(06).
           03  WS-GRID-DRIVE  PIC  X(01).
           03  WS-GRID-SYSID  PIC  X(03).
           03  WS-GRID-RESULT PIC  X(01).
           03  WS-GRID-CELLS  PIC  9(02).
           03  WS-GRID-CELL   OCCURS 80.
               05  WS-GRID-ITEM
                              PIC  X(15).
               05  WS-GRID-QTY
                              PIC  9(04).
       77  WS-GSUB            PIC  9(02) COMP-5 VALUE ZERO.

       01  WS-ATP-REQUEST.
           03  WS-ATP-ITEM    PIC  X(15).
           03  WS-ATP-QTY     PIC S9(05)V99 COMP-3.
           03  WS-ATP-ORDER   PIC  9(07).
           03  WS-ATP-LINE    PIC  9(03).
           03  WS-ATP-TODAY   PIC  9(08).
           03  WS-ATP-DRIVE   PIC  X(01).
           03  WS-ATP-SYSID   PIC  X(03).
           03  WS-ATP-PROMISE PIC  9(08).
           03  WS-ATP-SOURCE  PIC  X(01).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".

       COPY CONTROL.ID.

       COPY SHIPTO.ID.

       COPY WS.WS.

       COPY W40.WS.
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-QTY AUTO.

       01  S14U.
           03  LINE 19 COLUMN 42 VALUE "Unit :".
           03          COLUMN 49 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING WS-UNIT AUTO.

       01  S15.
           03  LINE 21 COLUMN 10 VALUE
               "Result (M)ade (N)o answer (D)eclined (S)kip :".
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-RESULT AUTO.

       01  S16.
           03  LINE 17 COLUMN 40 VALUE
               "Deliver to site (0 = account) :".
           03          COLUMN 72 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-SITE AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE CALLLOG DEBTOR ROUTE SORDER STOCK NETWORK
                   SHIPTO.
             CANCEL "ATPDATE".

       AA49.
             EXIT PROGRAM.
      /
      *    ****    B U I L D   T H E   L I S T
      *
      *            Every debtor whose standing route, or one of
      *            whose delivery sites' routes, delivers on the
      *            chosen day gets a call entry for today.
      *
       CA000           SECTION.
       CA00.
             READ DEBTOR NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA90.
             MOVE SPACES         TO WS-DAYRTE.
           IF DEB-ROUTE NOT = SPACES
               MOVE DEB-ROUTE    TO RTE-ROUTE
               PERFORM CB00-ONDAY THRU CB00-EXIT.
           IF WS-DAYRTE = SPACES
               PERFORM CC00-SITES THRU CC00-EXIT.
           IF WS-DAYRTE = SPACES
               GO TO CA05.
             MOVE TODAY-DDMMYY   TO CLL-DATE.
             MOVE DEB-ACNO       TO CLL-ACNO.
             MOVE WS-DAYRTE      TO CLL-ROUTE.
             MOVE SPACE          TO CLL-RESULT.
             MOVE ZERO           TO CLL-ORDER.
             MOVE SPACES         TO CLL-USER.
       CA999.
             EXIT.

      *
      *    ****    Does the route in RTE-ROUTE deliver on the
      *            chosen day?  WS-DAYRTE answers the route.
      *
       CB00-ONDAY.
             READ ROUTE WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CB00-EXIT.
           IF RTE-DAY = WS-DAY
               MOVE RTE-ROUTE    TO WS-DAYRTE.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The first of the account's delivery sites on a
      *            route delivering that day.
      *
       CC00-SITES.
             MOVE DEB-ACNO       TO SHP-ACNO.
             MOVE ZERO           TO SHP-SITE.
             START SHIPTO KEY NOT LESS SHP-KEY
                 INVALID KEY
                     GO TO CC00-EXIT.

       CC05-NEXT.
             READ SHIPTO NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CC00-EXIT.
           IF SHP-ACNO NOT = DEB-ACNO
               GO TO CC00-EXIT.
           IF SHP-ROUTE = SPACES
               GO TO CC05-NEXT.
             MOVE SHP-ROUTE      TO RTE-ROUTE.
             PERFORM CB00-ONDAY THRU CB00-EXIT.
           IF WS-DAYRTE = SPACES
               GO TO CC05-NEXT.

       CC00-EXIT.
             EXIT.

      /
      *    ****    W O R K   T H E   C A L L S
      *
      *
       DC00-ORDER.
             MOVE ZERO           TO WS-NEWORD.
             PERFORM DD00-SITE THRU DD00-EXIT.
             MOVE 1              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
           IF WS-F-ERROR NOT = ZERO
             MOVE TODAY-DDMMYY   TO SOR-DATE.
             MOVE TODAY-DDMMYY   TO SOR-REQDATE.
             MOVE "O"            TO SOR-STATUS.
             MOVE WS-SITE        TO SOR-SHIPTO.
             WRITE SOR-RECORD.
             MOVE ZERO           TO WS-NEWLINE.
             DISPLAY "New order : " AT 1702
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     PERFORM DC30-GRID THRU DC30-EXIT
                     GO TO DC10.
           IF WS-QTY = ZERO
               GO TO DC10.
      *
      *    ****    The unit, blank being the base unit.
      *
             MOVE STK-SALEUNIT (1)
                                 TO WS-UNIT.

       DC12-UNIT.
             DISPLAY S14U.
             ACCEPT S14U AT 1949.
             MOVE WS-ITEM        TO WS-UOM-ITEM.
             MOVE WS-UNIT        TO WS-UOM-UNIT.
             MOVE WS-QTY         TO WS-UOM-QTY
                                    WS-UOM-BASEQTY.
             MOVE 1              TO WS-UOM-FACTOR.
             MOVE LS-L-OR-N      TO WS-UOM-DRIVE.
             MOVE WS-SYS-ID      TO WS-UOM-SYSID.
             CALL "UOMCONV" USING WS-UOM-REQUEST
                 ON EXCEPTION
                     MOVE "F"    TO WS-UOM-RESULT
             END-CALL.
           IF WS-UNIT = SPACES OR WS-UNIT = STK-UNIT
               MOVE SPACES       TO WS-UNIT
               MOVE SPACE        TO WS-UOM-RESULT.
           IF WS-UOM-RESULT = SPACE
                            AND WS-UOM-BASEQTY > 99999.99
               MOVE "Quantity too large in base units"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DC12-UNIT.
           IF WS-UOM-RESULT NOT = SPACE
               MOVE "Unit not defined for the item"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DC12-UNIT.
             MOVE WS-UOM-BASEQTY TO WS-QTY.
             PERFORM DC15-LINE THRU DC15-EXIT.
             GO TO DC10.

      *
      *    ****    The order line for WS-ITEM, WS-QTY base units.
      *
       DC15-LINE.
             ADD 1               TO WS-NEWLINE.
             PERFORM DC20-PROMISE THRU DC20-EXIT.
             INITIALIZE SOR-RECORD.
             MOVE WS-NEWORD      TO SOR-ORDER.
             MOVE WS-NEWLINE     TO SOR-LINE.
             MOVE WS-QTY         TO SOR-QTY.
             MOVE STK-PRICE-WS   TO SOR-PRICE.
             MOVE "O"            TO SOR-STATUS.
             MOVE WS-ATP-PROMISE TO SOR-PROMISE.
             MOVE WS-UNIT        TO SOR-UNIT.
             WRITE SOR-RECORD.

       DC15-EXIT.
             EXIT.

      *
      *    ****    When the line can be had, for the caller to
      *            pass on.
      *
       DC20-PROMISE.
             MOVE WS-ITEM        TO WS-ATP-ITEM.
             MOVE WS-QTY         TO WS-ATP-QTY.
             MOVE WS-NEWORD      TO WS-ATP-ORDER.
             MOVE WS-NEWLINE     TO WS-ATP-LINE.
             MOVE TODAY-DDMMYY   TO WS-ATP-TODAY.
             MOVE LS-L-OR-N      TO WS-ATP-DRIVE.
             MOVE WS-SYS-ID      TO WS-ATP-SYSID.
             MOVE ZERO           TO WS-ATP-PROMISE.
             CALL "ATPDATE" USING WS-ATP-REQUEST
                 ON EXCEPTION
                     MOVE ZERO   TO WS-ATP-PROMISE
             END-CALL.
           IF WS-ATP-PROMISE = ZERO
               GO TO DC20-EXIT.
             MOVE WS-ATP-PROMISE TO WS-PROMDSP.
             DISPLAY "Promise : " AT 2010
                     WITH FOREGROUND-COLOR 14
                     WS-PROMDSP WITH FOREGROUND-COLOR 15.
           IF WS-ATP-SOURCE = "S"
               DISPLAY "from stock         " AT 2032
                       WITH FOREGROUND-COLOR 14.
           IF WS-ATP-SOURCE = "P"
               DISPLAY "on purchase order  " AT 2032
                       WITH FOREGROUND-COLOR 14.
           IF WS-ATP-SOURCE = "W"
               DISPLAY "on works order     " AT 2032
                       WITH FOREGROUND-COLOR 14.
           IF WS-ATP-SOURCE = "L"
               DISPLAY "at lead time       " AT 2032
                       WITH FOREGROUND-COLOR 14.

       DC20-EXIT.
             EXIT.

      *
      *    ****    Not an item: a style takes its quantities off
      *            the size and colour grid, a line per variant.
      *
       DC30-GRID.
             MOVE SPACES         TO WS-GRID-STYLE.
           IF WS-ITEM (7:9) = SPACES
               MOVE WS-ITEM      TO WS-GRID-STYLE.
             MOVE LS-L-OR-N      TO WS-GRID-DRIVE.
             MOVE WS-SYS-ID      TO WS-GRID-SYSID.
             MOVE ZERO           TO WS-GRID-CELLS.
             CALL "STYGRID" USING WS-GRID-REQUEST
                 ON EXCEPTION
                     MOVE "N"    TO WS-GRID-RESULT
             END-CALL.
           IF WS-GRID-RESULT = "X"
               GO TO DC30-EXIT.
           IF WS-GRID-RESULT NOT = SPACE
               MOVE "Item not on file"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DC30-EXIT.
             MOVE ZERO           TO WS-GSUB.
             MOVE SPACES         TO WS-UNIT.

       DC35-NEXT.
             ADD 1               TO WS-GSUB.
           IF WS-GSUB > WS-GRID-CELLS
               GO TO DC30-EXIT.
             MOVE WS-GRID-ITEM (WS-GSUB)
                                 TO WS-ITEM STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO DC35-NEXT.
             MOVE WS-GRID-QTY (WS-GSUB)
                                 TO WS-QTY.
             PERFORM DC15-LINE THRU DC15-EXIT.
             GO TO DC35-NEXT.

       DC30-EXIT.
             EXIT.

       DC00-EXIT.
             EXIT.

      *
      *    ****    The delivery site, for accounts that have
      *            sites on file.  The first site on the route
      *            the call was listed on is offered when that
      *            is not the account's standing route.
      *
       DD00-SITE.
             MOVE ZERO           TO WS-SITE.
             MOVE "N"            TO WS-HASSITE.
             MOVE WS-ACNO        TO SHP-ACNO.
             MOVE ZERO           TO SHP-SITE.
             START SHIPTO KEY NOT LESS SHP-KEY
                 INVALID KEY
                     GO TO DD00-EXIT.

       DD05-NEXT.
             READ SHIPTO NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DD10-ASK.
           IF SHP-ACNO NOT = WS-ACNO
               GO TO DD10-ASK.
             MOVE "Y"            TO WS-HASSITE.
           IF CLL-ROUTE = DEB-ROUTE
               GO TO DD10-ASK.
           IF SHP-ROUTE NOT = CLL-ROUTE
               GO TO DD05-NEXT.
             MOVE SHP-SITE       TO WS-SITE.

       DD10-ASK.
           IF WS-HASSITE = "N"
               GO TO DD00-EXIT.
             DISPLAY S16.
             ACCEPT S16 AT 1772.
           IF WS-SITE = ZERO
               GO TO DD00-EXIT.
             MOVE WS-ACNO        TO SHP-ACNO.
             MOVE WS-SITE        TO SHP-SITE.
             READ SHIPTO WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Site not on file for the account"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DD10-ASK.
             DISPLAY SHP-NAME AT 1640 WITH FOREGROUND-COLOR 15.

       DD00-EXIT.
             EXIT.

      /
      *    ****    C O V E R A G E
      *
             MOVE "NETWORK"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NETWORK.
             MOVE "SHIPTO"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHIPTO.

       ZA02.
             OPEN I-O CALLLOG.
               OPEN I-O CALLLOG.
             OPEN INPUT DEBTOR ROUTE STOCK.
             OPEN I-O SORDER NETWORK.
             OPEN INPUT SHIPTO.
           IF WS-STATUS = "35"
               CLOSE SHIPTO
               OPEN OUTPUT SHIPTO
               CLOSE SHIPTO
               OPEN INPUT SHIPTO.

       ZA999.
             EXIT.
           IF WS-F-ERROR = 66
               MOVE W02-CALLLOG   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CLL-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 41
               MOVE W02-SHIPTO    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SHP-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
