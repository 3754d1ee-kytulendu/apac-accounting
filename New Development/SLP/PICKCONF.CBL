      *               FAIRSHR) now prints and confirms at the
      *               awarded quantity instead of the full order
      *               quantity.
      *    OCT 2026 - The slip carries the deliver-to block - the
      *               order's delivery site (see SHIPTO1) with its
      *               contact and delivery instructions, or the
      *               account's own address - and a delivery note
      *               for the picked lines prints the same block
      *               with the route and a signature panel.
      *    OCT 2026 - Drop-ship lines (see DROPSHP1) never come off
      *               our shelves, so they are left off the slip
      *               and the confirmation, as is a back-to-back
      *               line until its goods are received and
      *               reserved for it.
      *    OCT 2026 - The slip and the delivery note carry the
      *               drop number (see LOADPLAN) of the account or
      *               delivery site on its route, so the goods can
      *               be staged in loading order; a drop moved to
      *               another route for the day has none.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY BAKORD.SL.

       COPY DEBTOR.ISL.

       COPY SHIPTO.SL.

       COPY STOCK.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY BAKORD.FD.

       COPY DEBTOR.FDE.

       COPY SHIPTO.FD.

       COPY STOCK.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-TSUB            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-SWAPPED         PIC  X(01) VALUE "N".
       77  WS-SHORTS          PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-DNLINES         PIC  9(03) COMP-5 VALUE ZERO.

       01  WS-DELTO.
           03  WS-DT-NAME     PIC  X(30).
           03  WS-DT-ADD1     PIC  X(25).
           03  WS-DT-ADD2     PIC  X(25).
           03  WS-DT-ADD3     PIC  X(25).
           03  WS-DT-ROUTE    PIC  X(04).
           03  WS-DT-CONTACT  PIC  X(20).
           03  WS-DT-TEL      PIC  X(12).
           03  WS-DT-INSTR1   PIC  X(40).
           03  WS-DT-INSTR2   PIC  X(40).
           03  WS-DT-DROP     PIC  9(03).

       01  WS-SAVE-ENTRY.
           03  WS-SV-WALK     PIC  9(04).
           03  W10-WARE       PIC  X(03).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W10-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(07) VALUE "  DROP ".
           03  W10-DROP       PIC  ZZ9.
       01  W10-HEAD2.
           03  FILLER         PIC  X(44) VALUE
               "WALK  BIN     ITEM                  QUANTITY".

       01  W15-DELTO.
           03  W15-LABEL      PIC  X(14).
           03  W15-TEXT       PIC  X(60).

       01  W16-HEAD1.
           03  FILLER         PIC  X(14) VALUE "DELIVERY NOTE ".
           03  W16-ORDER      PIC  Z(06)9.
           03  FILLER         PIC  X(06) VALUE "  A/C ".
           03  W16-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(09) VALUE "  ROUTE  ".
           03  W16-ROUTE      PIC  X(04).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W16-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(07) VALUE "  DROP ".
           03  W16-DROP       PIC  ZZ9.
       01  W16-HEAD2.
           03  FILLER         PIC  X(49) VALUE
               "ITEM             DESCRIPTION                     ".
           03  FILLER         PIC  X(12) VALUE
               "    QUANTITY".

       01  W17-DETAIL.
           03  W17-ITEM       PIC  X(15).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W17-DESC       PIC  X(30).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W17-QTY        PIC  Z(08)9.99-.

       01  W20-DETAIL.
           03  W20-WALK       PIC  9(04).
           03  FILLER         PIC  X(02) VALUE SPACES.

       COPY BAKORD.ID.

       COPY DEBTOR.ID.

       COPY SHIPTO.ID.

       COPY STOCK.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "PICKCONF.".
           03  LINE  4 COLUMN 16 VALUE
               "1. Print slip in walk sequence".
           03  LINE  5 COLUMN 16 VALUE "2. Confirm a pick".
           03  LINE  6 COLUMN 16 VALUE "3. Delivery note".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-QTY AUTO.

       01  S15.
           03  LINE  4 COLUMN 10 VALUE "Order number :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-ORDER AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE SORDER WSTOCK BINLOC BAKORD DEBTOR SHIPTO STOCK.

       AA49.
             EXIT PROGRAM.
           IF WS-OPTION = "2"
               PERFORM DA000 THRU DA999
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             MOVE SOR-ACNO       TO W10-ACNO.
             PERFORM CD00-DELTO THRU CD00-EXIT.
             PERFORM CB00-LOAD THRU CB00-EXIT.
           IF WS-NLINES = ZERO
               MOVE "No open lines on the order"
             MOVE WS-ORDER       TO W10-ORDER.
             MOVE WS-WARE        TO W10-WARE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             MOVE WS-DT-DROP     TO W10-DROP.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             PERFORM CE00-PRTDEL THRU CE00-EXIT.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE 1              TO WS-SSUB.

               GO TO CB05-NEXT.
           IF SOR-QTY NOT > ZERO
               GO TO CB05-NEXT.
           IF SOR-SUPPLY = "D"
               GO TO CB05-NEXT.
           IF SOR-SUPPLY = "B" AND SOR-ALLOC NOT > ZERO
               GO TO CB05-NEXT.
           IF WS-NLINES = 200
               GO TO CB00-EXIT.
             ADD 1               TO WS-NLINES.
       CC00-EXIT.
             EXIT.

      *
      *    ****    Deliver-to for the order header in the record
      *            area: the delivery site when the order names
      *            one, else the account's own address.
      *
       CD00-DELTO.
             MOVE SPACES         TO WS-DELTO.
             MOVE SOR-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME DEB-ADD1 DEB-ADD2
                                    DEB-ADD3 DEB-TEL DEB-ROUTE.
           IF SOR-SHIPTO = ZERO
               GO TO CD10-ACCOUNT.
             MOVE SOR-ACNO       TO SHP-ACNO.
             MOVE SOR-SHIPTO     TO SHP-SITE.
             READ SHIPTO WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CD10-ACCOUNT.
             MOVE SHP-NAME       TO WS-DT-NAME.
             MOVE SHP-ADD1       TO WS-DT-ADD1.
             MOVE SHP-ADD2       TO WS-DT-ADD2.
             MOVE SHP-ADD3       TO WS-DT-ADD3.
             MOVE SHP-ROUTE      TO WS-DT-ROUTE.
             MOVE SHP-CONTACT    TO WS-DT-CONTACT.
             MOVE SHP-TEL        TO WS-DT-TEL.
             MOVE SHP-INSTR1     TO WS-DT-INSTR1.
             MOVE SHP-INSTR2     TO WS-DT-INSTR2.
             MOVE SHP-DROPSEQ    TO WS-DT-DROP.
           IF WS-DT-ROUTE = SPACES
               MOVE DEB-ROUTE    TO WS-DT-ROUTE.
             GO TO CD20-DROP.

       CD10-ACCOUNT.
             MOVE DEB-NAME       TO WS-DT-NAME.
             MOVE DEB-ADD1       TO WS-DT-ADD1.
             MOVE DEB-ADD2       TO WS-DT-ADD2.
             MOVE DEB-ADD3       TO WS-DT-ADD3.
             MOVE DEB-ROUTE      TO WS-DT-ROUTE.
             MOVE DEB-TEL        TO WS-DT-TEL.
             MOVE DEB-DROPSEQ    TO WS-DT-DROP.

      *
      *    ****    The drop number belongs to the standing route;
      *            moved to another route for the day, it has none.
      *
       CD20-DROP.
           IF SOR-ROUTE NOT = SPACES AND SOR-ROUTE NOT = WS-DT-ROUTE
               MOVE ZERO         TO WS-DT-DROP.

       CD00-EXIT.
             EXIT.

      *
      *    ****    Print the deliver-to block.
      *
       CE00-PRTDEL.
             MOVE "DELIVER TO  :" TO W15-LABEL.
             MOVE WS-DT-NAME     TO W15-TEXT.
             WRITE PRINT-REC FROM W15-DELTO.
             MOVE SPACES         TO W15-LABEL.
             MOVE WS-DT-ADD1     TO W15-TEXT.
             WRITE PRINT-REC FROM W15-DELTO.
             MOVE WS-DT-ADD2     TO W15-TEXT.
             WRITE PRINT-REC FROM W15-DELTO.
             MOVE WS-DT-ADD3     TO W15-TEXT.
             WRITE PRINT-REC FROM W15-DELTO.
           IF WS-DT-CONTACT NOT = SPACES OR WS-DT-TEL NOT = SPACES
               MOVE "CONTACT     :"
                                 TO W15-LABEL
               MOVE SPACES       TO W15-TEXT
               STRING WS-DT-CONTACT DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      WS-DT-TEL     DELIMITED BY SIZE
                      INTO W15-TEXT
               WRITE PRINT-REC FROM W15-DELTO.
           IF WS-DT-INSTR1 NOT = SPACES
               MOVE "INSTRUCTIONS:"
                                 TO W15-LABEL
               MOVE WS-DT-INSTR1 TO W15-TEXT
               WRITE PRINT-REC FROM W15-DELTO
               MOVE SPACES       TO W15-LABEL.
           IF WS-DT-INSTR2 NOT = SPACES
               MOVE WS-DT-INSTR2 TO W15-TEXT
               WRITE PRINT-REC FROM W15-DELTO.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.

       CE00-EXIT.
             EXIT.

      /
      *    ****    C O N F I R M   A   P I C K
      *
           IF SOR-QTY NOT > ZERO
               UNLOCK SORDER
               GO TO DA05.
           IF SOR-SUPPLY = "D"
               UNLOCK SORDER
               GO TO DA05.
           IF SOR-SUPPLY = "B" AND SOR-ALLOC NOT > ZERO
               UNLOCK SORDER
               GO TO DA05.
             DISPLAY "Item    : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     SOR-ITEM WITH FOREGROUND-COLOR 15.
       DA999.
             EXIT.

      /
      *    ****    D E L I V E R Y   N O T E
      *
      *            The picked lines of the order under the
      *            deliver-to block, for the driver to have
      *            signed at the drop.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ORDER.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-ORDER = ZERO
               GO TO EA999.
             MOVE WS-ORDER       TO SOR-ORDER.
             MOVE ZERO           TO SOR-LINE.
             READ SORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Order not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
             MOVE SOR-ACNO       TO W16-ACNO.
             PERFORM CD00-DELTO THRU CD00-EXIT.
           IF SOR-ROUTE NOT = SPACES
               MOVE SOR-ROUTE    TO WS-DT-ROUTE.
             OPEN OUTPUT PRINTF.
             MOVE WS-ORDER       TO W16-ORDER.
             MOVE WS-DT-ROUTE    TO W16-ROUTE.
             MOVE TODAY-DDMMYY   TO W16-DATE.
             MOVE WS-DT-DROP     TO W16-DROP.
             WRITE PRINT-REC FROM W16-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             PERFORM CE00-PRTDEL THRU CE00-EXIT.
             WRITE PRINT-REC FROM W16-HEAD2.
             MOVE ZERO           TO WS-DNLINES.
             START SORDER KEY GREATER SOR-KEY
                 INVALID KEY
                     GO TO EA90.

       EA05.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
           IF SOR-ORDER NOT = WS-ORDER
               GO TO EA90.
           IF SOR-STATUS NOT = "P"
               GO TO EA05.
           IF SOR-QTY NOT > ZERO
               GO TO EA05.
             MOVE SOR-ITEM       TO W17-ITEM STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC.
             MOVE STK-DESC       TO W17-DESC.
             MOVE SOR-QTY        TO W17-QTY.
             WRITE PRINT-REC FROM W17-DETAIL.
             ADD 1               TO WS-DNLINES.
             GO TO EA05.

       EA90.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC.
             MOVE "RECEIVED IN GOOD ORDER BY : _________________________
      -          "  SIGNED : ______________  DATE : __________"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             CLOSE PRINTF.
           IF WS-DNLINES = ZERO
               MOVE "No picked lines on the order"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA00.
             DISPLAY "Delivery note printed, lines : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-DNLINES WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO EA00.

       EA999.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE "BAKORD"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-BAKORD.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "SHIPTO"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHIPTO.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.

       ZA02.
             OPEN I-O SORDER.
               OPEN OUTPUT BAKORD
               CLOSE BAKORD
               OPEN I-O BAKORD.
             OPEN INPUT DEBTOR STOCK.
             OPEN INPUT SHIPTO.
           IF WS-STATUS = "35"
               CLOSE SHIPTO
               OPEN OUTPUT SHIPTO
               CLOSE SHIPTO
               OPEN INPUT SHIPTO.

       ZA999.
             EXIT.
           IF WS-F-ERROR = 73
               MOVE W02-BAKORD    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE BKO-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 41
               MOVE W02-SHIPTO    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SHP-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX.

       COPY DISPERR.PRO.
