      *               chains can order with their own article
      *               numbers (see CUSTITM1); our code and the
      *               barcode remain the fallbacks.
      *    OCT 2026 - An optional fifth field names the account's
      *               delivery site (see SHIPTO1): the chains send
      *               each store's lines under the one account,
      *               and a change of site now starts a new order
      *               for that site just as a change of account
      *               does.  An unknown site rejects the line.
      *    OCT 2026 - Each imported line is given a promise date
      *               (ATPDATE) on the order line, for the
      *               acknowledgement.
      *    OCT 2026 - An optional sixth field gives the unit the
      *               quantity is in (see UOMMNT1), blank being
      *               the item's base unit; UOMCONV puts it onto
      *               the order in base units and a unit not set
      *               up for the item rejects the line.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY CUSTITM.SL.

       COPY SHIPTO.SL.

           SELECT IMPFILE   ASSIGN W02-IMPFILE
                        ORGANIZATION LINE SEQUENTIAL
                        FILE STATUS WS-STATUS.

       COPY CUSTITM.FD.

       COPY SHIPTO.FD.

       FD  IMPFILE          LABEL RECORD OMITTED.
       01  IMP-REC          PIC  X(80).

       77  WS-CURACNO         PIC  9(05) VALUE ZERO.
       77  WS-CURORD          PIC  9(07) VALUE ZERO.
       77  WS-CURLINE         PIC  9(03) VALUE ZERO.
       77  WS-CURSITE         PIC  9(03) VALUE ZERO.
       77  WS-SITE            PIC  9(03) VALUE ZERO.
       77  WS-REJECT          PIC  X(30).

       01  WS-IMP-FIELDS.
           03  WS-I-DATE      PIC  X(08).
           03  WS-I-DATE-N REDEFINES WS-I-DATE
                              PIC  9(08).
           03  WS-I-SITE      PIC  X(03).
           03  WS-SITE-LEN    PIC  9(02) COMP-5.
           03  WS-I-UNIT      PIC  X(04).

       01  WS-UOM-REQUEST.
           03  WS-UOM-ITEM    PIC  X(15).
           03  WS-UOM-UNIT    PIC  X(04).
           03  WS-UOM-QTY     PIC S9(07)V99 COMP-3.
           03  WS-UOM-DRIVE   PIC  X(01).
           03  WS-UOM-SYSID   PIC  X(03).
           03  WS-UOM-BASEQTY PIC S9(07)V99 COMP-3.
           03  WS-UOM-FACTOR  PIC  9(05)V9(04) COMP-3.
           03  WS-UOM-RESULT  PIC  X(01).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "OIM".

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

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).


       COPY CUSTITM.ID.

       COPY SHIPTO.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "ORDIMP.".
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE SORDER NETWORK DEBTOR STOCK CUSTITM SHIPTO.
             CANCEL "ATPDATE".

       AA49.
             EXIT PROGRAM.
      *
      *            One delimited line per order line:
      *            account;item-or-barcode;quantity;requested-date
      *            with an optional ;delivery-site on the end.
      *            Lines are grouped into one SORDER order per
      *            change of account or site, numbered from the normal
      *            DEB-ORDER series.  Rejections are printed with
      *            the reason and do not stop the run.
      *
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-LINES WS-GOOD WS-BAD
                                    WS-CURACNO WS-CURSITE.

       BA05.
             READ IMPFILE
             ADD 1               TO WS-LINES.
             DISPLAY WS-LINES AT 0528 WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-I-ACNO WS-I-ITEM
                                    WS-I-QTY WS-I-DATE WS-REJECT
                                    WS-I-SITE WS-I-UNIT.
             MOVE ZERO           TO WS-SITE-LEN.
             UNSTRING IMP-REC DELIMITED BY ";"
                 INTO WS-I-ACNO COUNT IN WS-ACNO-LEN
                      WS-I-ITEM
                      WS-I-QTY   COUNT IN WS-QTY-LEN
                      WS-I-DATE
                      WS-I-SITE  COUNT IN WS-SITE-LEN
                      WS-I-UNIT.
      *
      *    ****    Value the account by its digits - a short token
      *            is its face value, and any non-digit rejects.
               MOVE "OVER CREDIT LIMIT" TO WS-REJECT
               GO TO BA60.
      *
      *    ****    The delivery site, when one is sent.
      *
             MOVE ZERO           TO WS-SITE.
           IF WS-SITE-LEN NOT = ZERO
               MOVE WS-I-SITE    TO WS-TOKEN
               MOVE WS-SITE-LEN  TO WS-TOK-LEN
               PERFORM BZ20-DIGITS THRU BZ20-EXIT
               IF WS-TOK-OK = "N" OR WS-TOK-NUM > 999
                   MOVE "SITE NOT NUMERIC" TO WS-REJECT
                   GO TO BA60
               ELSE
                   MOVE WS-TOK-NUM
                                 TO WS-SITE.
           IF WS-SITE NOT = ZERO
               MOVE DEB-ACNO     TO SHP-ACNO
               MOVE WS-SITE      TO SHP-SITE
               READ SHIPTO WITH IGNORE LOCK
                   INVALID KEY
                       MOVE "UNKNOWN DELIVERY SITE"
                                 TO WS-REJECT
                       GO TO BA60.
      *
      *    ****    The customer's own article number first (see
      *            CUSTITM1), then our code, then the barcode.
      *
               MOVE "QUANTITY INVALID" TO WS-REJECT
               GO TO BA60.
      *
      *    ****    A quantity sent in another unit, into base
      *            units.
      *
           IF WS-I-UNIT = SPACES OR WS-I-UNIT = STK-UNIT
               MOVE SPACES       TO WS-I-UNIT
               GO TO BA20.
             MOVE STK-CODE       TO WS-UOM-ITEM.
             MOVE WS-I-UNIT      TO WS-UOM-UNIT.
             MOVE WS-I-QTY-N     TO WS-UOM-QTY.
             MOVE LS-L-OR-N      TO WS-UOM-DRIVE.
             MOVE WS-SYS-ID      TO WS-UOM-SYSID.
             CALL "UOMCONV" USING WS-UOM-REQUEST
                 ON EXCEPTION
                     MOVE "F"    TO WS-UOM-RESULT
             END-CALL.
           IF WS-UOM-RESULT = SPACE
                            AND WS-UOM-BASEQTY > 99999.99
               MOVE "S"          TO WS-UOM-RESULT.
           IF WS-UOM-RESULT = "S"
               MOVE "QUANTITY TOO LARGE" TO WS-REJECT
               GO TO BA60.
           IF WS-UOM-RESULT NOT = SPACE
               MOVE "UNIT NOT DEFINED" TO WS-REJECT
               GO TO BA60.
             MOVE WS-UOM-BASEQTY TO WS-I-QTY-N.

       BA20.
      *
      *    ****    New account or site starts a new order.
      *
           IF DEB-ACNO NOT = WS-CURACNO
                              OR WS-SITE NOT = WS-CURSITE
               PERFORM CC00-NEWORDER THRU CC00-EXIT.
             ADD 1               TO WS-CURLINE.
             MOVE WS-CURORD      TO SOR-ORDER.
             MOVE "O"            TO SOR-STATUS.
             MOVE DEB-SMAN       TO SOR-SMAN.
             MOVE ZERO           TO SOR-DEPOSIT.
             MOVE STK-CODE       TO WS-ATP-ITEM.
             MOVE WS-I-QTY-N     TO WS-ATP-QTY.
             MOVE WS-CURORD      TO WS-ATP-ORDER.
             MOVE WS-CURLINE     TO WS-ATP-LINE.
             MOVE TODAY-DDMMYY   TO WS-ATP-TODAY.
             MOVE LS-L-OR-N      TO WS-ATP-DRIVE.
             MOVE WS-SYS-ID      TO WS-ATP-SYSID.
             MOVE ZERO           TO WS-ATP-PROMISE.
             CALL "ATPDATE" USING WS-ATP-REQUEST
                 ON EXCEPTION
                     MOVE ZERO   TO WS-ATP-PROMISE
             END-CALL.
             MOVE WS-ATP-PROMISE TO SOR-PROMISE.
             MOVE WS-I-UNIT      TO SOR-UNIT.
             WRITE SOR-RECORD
                 INVALID KEY
                     MOVE "DUPLICATE ORDER LINE" TO WS-REJECT
      *
       CC00-NEWORDER.
             MOVE DEB-ACNO       TO WS-CURACNO.
             MOVE WS-SITE        TO WS-CURSITE.
             MOVE 1              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
             ADD 1               TO DEB-ORDER.
             MOVE ZERO           TO SOR-QTY SOR-PRICE SOR-DEPOSIT.
             MOVE "O"            TO SOR-STATUS.
             MOVE DEB-SMAN       TO SOR-SMAN.
             MOVE ZERO           TO SOR-ALLOC.
             MOVE SPACES         TO SOR-ROUTE.
             MOVE WS-CURSITE     TO SOR-SHIPTO.
             MOVE ZERO           TO SOR-PROMISE.
             WRITE SOR-RECORD
                 INVALID KEY CONTINUE
             END-WRITE.
             MOVE "CUSTITM"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CUSTITM.
             MOVE "SHIPTO"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHIPTO.

       ZA02.
             OPEN I-O SORDER NETWORK.
               OPEN OUTPUT CUSTITM
               CLOSE CUSTITM
               OPEN INPUT CUSTITM.
             OPEN INPUT SHIPTO.
           IF WS-STATUS = "35"
               CLOSE SHIPTO
               OPEN OUTPUT SHIPTO
               CLOSE SHIPTO
               OPEN INPUT SHIPTO.
             MOVE "ORDIMP"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-IMPFILE.
           IF WS-F-ERROR = 62
               MOVE W02-CUSTITM   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CXR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 41
               MOVE W02-SHIPTO    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SHP-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
