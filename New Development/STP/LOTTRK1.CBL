      *               within a chosen number of days, and a recall
      *               trace shows every invoice and debtor that
      *               received a given batch.
      *    OCT 2026 - The recall trace now gives the whole story of
      *               a batch: every receipt, issue and return to
      *               supplier, what is still held (the batch on
      *               hand and the item's warehouse holdings),
      *               consignment stock at the customers supplied,
      *               and a list of those customers.  It can print
      *               a recall letter to each of them and block the
      *               batch from further issue; a blocked batch is
      *               passed over by the oldest-expiry issue and can
      *               be released again from the menu.
      *    OCT 2026 - Setting or removing lot tracking on an item is
      *               written to the master file change history
      *               (see CHGLOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY DEBTOR.ISL.

       COPY WSTOCK.SL.

       COPY CONSGN.SL.

       COPY PARAM.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY DEBTOR.FDE.

       COPY WSTOCK.FDE.

       COPY CONSGN.FD.

       COPY PARAM.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-LIMITNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-BEST-BATCH      PIC  X(10) VALUE SPACES.
       77  WS-SERIAL          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-LETTERS         PIC  X(01) VALUE SPACE.
       77  WS-BLOCK           PIC  X(01) VALUE SPACE.
       77  WS-FULL            PIC  X(01) VALUE SPACE.
       77  WS-RECTOT          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-ISSTOT          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-RTSTOT          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-CONSTOT         PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-DCNT            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-DSUB            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-LSUB            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-SENT            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-COMPANY         PIC  X(40) VALUE SPACES.
       77  WS-DESC            PIC  X(30) VALUE SPACES.

      *
      *    Customers the batch went out to, with the quantity
      *    each received, for the holdings and the letters.
      *
       01  WS-DEB-TABLE.
           03  WS-DEB-ENTRY   OCCURS 200.
               05  WS-DT-ACNO PIC  9(05).
               05  WS-DT-QTY  PIC S9(07)V99 COMP-3.

      *
      *    The recall letter body.
      *
       01  WS-RECALL-TEXT.
           03  FILLER         PIC  X(70) VALUE
               "We have been advised by our supplier that the batch show
      -        "n below       ".
           03  FILLER         PIC  X(70) VALUE
               "is being recalled.  Our records show that it was supplie
      -        "d to you      ".
           03  FILLER         PIC  X(70) VALUE
               "on the invoices listed.  Please stop using or selling th
      -        "is stock,     ".
           03  FILLER         PIC  X(70) VALUE
               "set it aside, and contact this office so that we can arr
      -        "ange its      ".
           03  FILLER         PIC  X(70) VALUE
               "collection and a replacement or credit.                 
      -        "              ".
       01  WS-RECALL-TAB REDEFINES WS-RECALL-TEXT.
           03  WS-RCL-LINE    PIC  X(70) OCCURS 5.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-QOH        PIC  Z(06)9.99-.

       01  W10-HEAD0.
           03  W10-COMPANY    PIC  X(40).
           03  FILLER         PIC  X(22) VALUE SPACES.
           03  W10-LDATE      PIC  Z9/99/9999.

       01  W23-LOT.
           03  FILLER         PIC  X(07) VALUE "EXPIRY ".
           03  W23-EXP        PIC  Z9/99/9999.
           03  FILLER         PIC  X(11) VALUE "  RECEIVED ".
           03  W23-REC        PIC  Z9/99/9999.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W23-BLOCK      PIC  X(30).

       01  W24-HEAD.
           03  FILLER         PIC  X(12) VALUE "TYPE    DATE".
           03  FILLER         PIC  X(15) VALUE "        INVOICE".
           03  FILLER         PIC  X(07) VALUE "    A/C".
           03  FILLER         PIC  X(32) VALUE " NAME".
           03  FILLER         PIC  X(11) VALUE "        QTY".

       01  W25-TRACE.
           03  W25-TYPE       PIC  X(07).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W25-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W25-INVOICE    PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W25-QTY        PIC  Z(06)9.99-.

       01  W26-LINE.
           03  W26-DESC       PIC  X(66).
           03  W26-QTY        PIC  Z(06)9.99-.

       01  W27-LINE.
           03  FILLER         PIC  X(05) VALUE SPACES.
           03  W27-INVOICE    PIC  Z(06)9.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W27-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W27-QTY        PIC  Z(06)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "LOT".

       COPY DEBTOR.ID.

       COPY WSTOCK.ID.

       COPY CONSGN.ID.

       COPY PARAM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "LOTTRK1.".

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
           03  LINE  6 COLUMN 16 VALUE "3. Expiry-risk report".
           03  LINE  7 COLUMN 16 VALUE "4. Recall trace".
           03  LINE  8 COLUMN 16 VALUE "5. Flag item for tracking".
           03  LINE  9 COLUMN 16 VALUE "6. Block or release a batch".
           03  LINE 10 COLUMN 16 VALUE "0. Exit".
           03  LINE 12 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 12 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-DAYS AUTO.

       01  S19.
           03  LINE 18 COLUMN 10 VALUE "Recall letters (Y/N) :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-LETTERS AUTO.
           03  LINE 19 COLUMN 10 VALUE "Block batch (Y/N)    :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-BLOCK AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE STOCK STKLOT LOTTRN DEBTOR WSTOCK CONSGN PARAM.

       AA49.
             EXIT PROGRAM.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY PARAM.RD.

      /
      *    ****    O P T I O N   M E N U
      *
           IF WS-OPTION = "5"
               PERFORM GA000 THRU GA999
               GO TO BA00.
           IF WS-OPTION = "6"
               PERFORM IA000 THRU IA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

                     MOVE WS-EXPIRY    TO LOT-EXPIRY
                     MOVE TODAY-DDMMYY TO LOT-RECDATE
                     MOVE ZERO         TO LOT-QOH
                     MOVE SPACE        TO LOT-BLOCK
                     MOVE ZERO         TO LOT-BLKDATE
                     WRITE LOT-RECORD
                     END-WRITE.
             ADD WS-QTY          TO LOT-QOH.
               GO TO DB00-EXIT.
           IF LOT-QOH NOT > ZERO
               GO TO DB05-NEXT.
           IF LOT-BLOCK = "Y"
               GO TO DB05-NEXT.
             MOVE LOT-EXPIRY     TO WS-DATE-WORK.
             COMPUTE WS-LOTNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.

      /
      *    ****    R E C A L L   T R A C E
      *
      *            Everything known about one batch: each receipt,
      *            issue and return to supplier from LOTTRN; what
      *            is still held - the batch on hand and the
      *            warehouses holding the item (lots are not held
      *            by warehouse, so those are item quantities);
      *            consignment stock of the item at each customer
      *            the batch went to; and the customers to contact.
      *            Recall letters follow the report in the same
      *            print, and the batch can be blocked from issue.
      *
       FA000           SECTION.
       FA00.
             ACCEPT S13 AT 0424.
           IF WS-ITEM = SPACES
               GO TO FA999.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO FA00.
             MOVE STK-DESC       TO WS-DESC.
             DISPLAY STK-DESC AT 0441 WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-BATCH.
             DISPLAY S14.
             ACCEPT S14 AT 0524.
           IF WS-BATCH = SPACES
               GO TO FA00.
             MOVE WS-ITEM        TO LOT-ITEM.
             MOVE WS-BATCH       TO LOT-BATCH.
             READ STKLOT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO LOT-EXPIRY LOT-RECDATE
                                    LOT-QOH LOT-BLKDATE
                     MOVE SPACE  TO LOT-BLOCK.
             MOVE ZERO           TO WS-RECTOT WS-ISSTOT WS-RTSTOT
                                    WS-CONSTOT.
             MOVE ZERO           TO WS-DCNT.
             MOVE SPACE          TO WS-FULL.
             OPEN OUTPUT PRINTF.
             MOVE "BATCH RECALL TRACE                "
                                 TO W10-TITLE.
             MOVE SPACES         TO PRINT-REC.
             STRING "ITEM " DELIMITED BY SIZE
                    WS-ITEM DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-DESC DELIMITED BY SIZE
                    "  BATCH " DELIMITED BY SIZE
                    WS-BATCH DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE LOT-EXPIRY     TO W23-EXP.
             MOVE LOT-RECDATE    TO W23-REC.
           IF LOT-BLOCK = "Y"
               MOVE "** BLOCKED FROM ISSUE **"
                                 TO W23-BLOCK
           ELSE
               MOVE SPACES       TO W23-BLOCK.
             WRITE PRINT-REC FROM W23-LOT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W24-HEAD.
             MOVE WS-ITEM        TO LTR-ITEM.
             MOVE WS-BATCH       TO LTR-BATCH.
             MOVE ZERO           TO LTR-SERIAL.
             START LOTTRN KEY NOT LESS LTR-KEY
                 INVALID KEY
                     GO TO FA20.

       FA05.
             READ LOTTRN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA20.
           IF LTR-ITEM NOT = WS-ITEM OR LTR-BATCH NOT = WS-BATCH
               GO TO FA20.
             MOVE SPACES         TO W25-TRACE.
             MOVE LTR-DATE       TO W25-DATE.
             MOVE LTR-QTY        TO W25-QTY.
           IF LTR-TYPE = "R"
               MOVE "RECEIPT"    TO W25-TYPE
               ADD LTR-QTY       TO WS-RECTOT
               GO TO FA10.
           IF LTR-TYPE = "S"
               MOVE "RETURN"     TO W25-TYPE
               MOVE LTR-INVOICE  TO W25-INVOICE
               MOVE "RETURNED TO SUPPLIER"
                                 TO W25-NAME
               ADD LTR-QTY       TO WS-RTSTOT
               GO TO FA10.
           IF LTR-TYPE NOT = "I"
               GO TO FA05.
             MOVE LTR-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE "ISSUE"        TO W25-TYPE.
             MOVE LTR-INVOICE    TO W25-INVOICE.
             MOVE LTR-ACNO       TO W25-ACNO.
             MOVE DEB-NAME       TO W25-NAME.
             ADD LTR-QTY         TO WS-ISSTOT.
             PERFORM FB00-CUSTOMER THRU FB00-EXIT.

       FA10.
             WRITE PRINT-REC FROM W25-TRACE.
             GO TO FA05.
      *
      *    ****    Movement totals, then what is still held.
      *
       FA20.
             MOVE SPACES         TO W26-LINE.
             MOVE "TOTAL RECEIVED"
                                 TO W26-DESC.
             MOVE WS-RECTOT      TO W26-QTY.
             WRITE PRINT-REC FROM W26-LINE AFTER 2.
             MOVE "TOTAL ISSUED TO CUSTOMERS"
                                 TO W26-DESC.
             MOVE WS-ISSTOT      TO W26-QTY.
             WRITE PRINT-REC FROM W26-LINE.
             MOVE "TOTAL RETURNED TO SUPPLIER"
                                 TO W26-DESC.
             MOVE WS-RTSTOT      TO W26-QTY.
             WRITE PRINT-REC FROM W26-LINE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "STOCK STILL HELD"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W26-LINE.
             MOVE "  BATCH ON HAND"
                                 TO W26-DESC.
             MOVE LOT-QOH        TO W26-QTY.
             WRITE PRINT-REC FROM W26-LINE.
             MOVE LOW-VALUES     TO WST-KEY.
             START WSTOCK KEY NOT LESS WST-KEY
                 INVALID KEY
                     GO TO FA30.

       FA25.
             READ WSTOCK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA30.
           IF WST-ITEM NOT = WS-ITEM
               GO TO FA25.
           IF WST-QOH = ZERO
               GO TO FA25.
             MOVE SPACES         TO W26-LINE.
             STRING "  WAREHOUSE " DELIMITED BY SIZE
                    WST-WARE   DELIMITED BY SIZE
                    "  BIN "   DELIMITED BY SIZE
                    WST-BIN    DELIMITED BY SIZE
                    "  (ITEM QUANTITY)"
                               DELIMITED BY SIZE
                    INTO W26-DESC.
             MOVE WST-QOH        TO W26-QTY.
             WRITE PRINT-REC FROM W26-LINE.
             GO TO FA25.
      *
      *    ****    Consignment stock of the item at the customers
      *            the batch went to.
      *
       FA30.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "CONSIGNMENT HOLDINGS AT CUSTOMERS SUPPLIED"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-DSUB.

       FA35.
             ADD 1               TO WS-DSUB.
           IF WS-DSUB > WS-DCNT
               GO TO FA40.
             MOVE WS-DT-ACNO (WS-DSUB)
                                 TO CSG-ACNO.
             MOVE WS-ITEM        TO CSG-ITEM.
             READ CONSGN WITH IGNORE LOCK
                 INVALID KEY
                     GO TO FA35.
           IF CSG-QTY NOT > ZERO
               GO TO FA35.
             MOVE CSG-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE SPACES         TO W26-LINE.
             STRING "  "       DELIMITED BY SIZE
                    CSG-ACNO   DELIMITED BY SIZE
                    " "        DELIMITED BY SIZE
                    DEB-NAME   DELIMITED BY SIZE
                    INTO W26-DESC.
             MOVE CSG-QTY        TO W26-QTY.
             WRITE PRINT-REC FROM W26-LINE.
             ADD CSG-QTY         TO WS-CONSTOT.
             GO TO FA35.
      *
      *    ****    The customers to contact.
      *
       FA40.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "CUSTOMERS SUPPLIED FROM THE BATCH"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-DSUB.

       FA45.
             ADD 1               TO WS-DSUB.
           IF WS-DSUB > WS-DCNT
               GO TO FA50.
             MOVE WS-DT-ACNO (WS-DSUB)
                                 TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE SPACES         TO W26-LINE.
             STRING "  "       DELIMITED BY SIZE
                    DEB-ACNO   DELIMITED BY SIZE
                    " "        DELIMITED BY SIZE
                    DEB-NAME   DELIMITED BY SIZE
                    INTO W26-DESC.
             MOVE WS-DT-QTY (WS-DSUB)
                                 TO W26-QTY.
             WRITE PRINT-REC FROM W26-LINE.
             GO TO FA45.

       FA50.
           IF WS-FULL = "Y"
               MOVE "** OVER 200 CUSTOMERS - FIRST 200 LISTED ONLY **"
                                 TO PRINT-REC
               WRITE PRINT-REC.
             DISPLAY "Received      : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     WS-RECTOT WITH FOREGROUND-COLOR 15.
             DISPLAY "Issued        : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-ISSTOT WITH FOREGROUND-COLOR 15
                     "  to customers " WITH FOREGROUND-COLOR 14
                     WS-DCNT WITH FOREGROUND-COLOR 15.
             DISPLAY "Returned      : " AT 0910
                     WITH FOREGROUND-COLOR 14
                     WS-RTSTOT WITH FOREGROUND-COLOR 15.
             DISPLAY "Batch on hand : " AT 1010
                     WITH FOREGROUND-COLOR 14
                     LOT-QOH WITH FOREGROUND-COLOR 15.
             DISPLAY "Consignment   : " AT 1110
                     WITH FOREGROUND-COLOR 14
                     WS-CONSTOT WITH FOREGROUND-COLOR 15.
           IF LOT-BLOCK = "Y"
               DISPLAY "Batch is already blocked from issue" AT 1310
                       WITH FOREGROUND-COLOR 12.
             MOVE "N"            TO WS-LETTERS WS-BLOCK.
             DISPLAY S19.
             ACCEPT S19.
             MOVE ZERO           TO WS-SENT.
           IF WS-LETTERS NOT = "Y"
               GO TO FA60.
             MOVE ZERO           TO WS-DSUB.

       FA55.
             ADD 1               TO WS-DSUB.
           IF WS-DSUB > WS-DCNT
               GO TO FA60.
             PERFORM FC00-LETTER THRU FC00-EXIT.
             GO TO FA55.

       FA60.
           IF WS-BLOCK NOT = "Y" OR LOT-BLOCK = "Y"
               GO TO FA90.
             MOVE WS-ITEM        TO LOT-ITEM.
             MOVE WS-BATCH       TO LOT-BATCH.
             READ STKLOT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Batch not on file - nothing to block"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO FA90.
             MOVE "Y"            TO LOT-BLOCK.
             MOVE TODAY-DDMMYY   TO LOT-BLKDATE.
             REWRITE LOT-RECORD.

       FA90.
             CLOSE PRINTF.
             DISPLAY "Recall trace printed - letters " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-SENT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       FA999.
             EXIT.

      *
      *    ****    Add the issue to its customer's entry.
      *
       FB00-CUSTOMER.
             MOVE ZERO           TO WS-DSUB.

       FB05-LOOK.
             ADD 1               TO WS-DSUB.
           IF WS-DSUB > WS-DCNT
               GO TO FB10-NEW.
           IF WS-DT-ACNO (WS-DSUB) = LTR-ACNO
               ADD LTR-QTY       TO WS-DT-QTY (WS-DSUB)
               GO TO FB00-EXIT.
             GO TO FB05-LOOK.

       FB10-NEW.
           IF WS-DCNT NOT < 200
               MOVE "Y"          TO WS-FULL
               GO TO FB00-EXIT.
             ADD 1               TO WS-DCNT.
             MOVE LTR-ACNO       TO WS-DT-ACNO (WS-DCNT).
             MOVE LTR-QTY        TO WS-DT-QTY (WS-DCNT).

       FB00-EXIT.
             EXIT.

      *
      *    ****    One recall letter: letterhead, address, the
      *            batch, the body, and the invoices it went out
      *            on to this customer.
      *
       FC00-LETTER.
             MOVE WS-DT-ACNO (WS-DSUB)
                                 TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     GO TO FC00-EXIT.
             MOVE WS-COMPANY     TO W10-COMPANY.
             MOVE TODAY-DDMMYY   TO W10-LDATE.
             WRITE PRINT-REC FROM W10-HEAD0 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM DEB-NAME.
             WRITE PRINT-REC FROM DEB-ADD1.
             WRITE PRINT-REC FROM DEB-ADD2.
             WRITE PRINT-REC FROM DEB-ADD3.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "PRODUCT RECALL - URGENT"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             STRING "ITEM " DELIMITED BY SIZE
                    WS-ITEM DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-DESC DELIMITED BY SIZE
                    "  BATCH " DELIMITED BY SIZE
                    WS-BATCH DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE 1              TO WS-LSUB.

       FC05-BODY.
             WRITE PRINT-REC FROM WS-RCL-LINE (WS-LSUB).
             ADD 1               TO WS-LSUB.
           IF WS-LSUB < 6
               GO TO FC05-BODY.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "     INVOICE   DATE               QTY"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-ITEM        TO LTR-ITEM.
             MOVE WS-BATCH       TO LTR-BATCH.
             MOVE ZERO           TO LTR-SERIAL.
             START LOTTRN KEY NOT LESS LTR-KEY
                 INVALID KEY
                     GO TO FC20.

       FC10-NEXT.
             READ LOTTRN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FC20.
           IF LTR-ITEM NOT = WS-ITEM OR LTR-BATCH NOT = WS-BATCH
               GO TO FC20.
           IF LTR-TYPE NOT = "I" OR LTR-ACNO NOT = DEB-ACNO
               GO TO FC10-NEXT.
             MOVE LTR-INVOICE    TO W27-INVOICE.
             MOVE LTR-DATE       TO W27-DATE.
             MOVE LTR-QTY        TO W27-QTY.
             WRITE PRINT-REC FROM W27-LINE.
             GO TO FC10-NEXT.

       FC20.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "We apologise for the inconvenience."
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "Yours faithfully"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             ADD 1               TO WS-SENT.

       FC00-EXIT.
             EXIT.

      /
      *    ****    F L A G   A N   I T E M
      *
           IF WS-OPTION = "N"
               UNLOCK STOCK
               GO TO GA00.
             MOVE STK-RECORD     TO CHG-BEFORE.
           IF STK-LOTFLAG = "Y"
               MOVE " "          TO STK-LOTFLAG
           ELSE
               MOVE "Y"          TO STK-LOTFLAG.
             REWRITE STK-RECORD.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "LOTTRK1"      TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO GA00.


       GA999.
             EXIT.

       HC00-EXIT.
             EXIT.

      /
      *    ****    B L O C K   O R   R E L E A S E   A   B A T C H
      *
      *            A blocked batch is passed over when issuing;
      *            releasing it puts it back in the running once
      *            the recall is resolved.
      *
       IA000           SECTION.
       IA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S13.
             ACCEPT S13 AT 0424.
           IF WS-ITEM = SPACES
               GO TO IA999.
             MOVE SPACES         TO WS-BATCH.
             DISPLAY S14.
             ACCEPT S14 AT 0524.
           IF WS-BATCH = SPACES
               GO TO IA00.
             MOVE WS-ITEM        TO LOT-ITEM.
             MOVE WS-BATCH       TO LOT-BATCH.
             READ STKLOT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Batch not on file for this item"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO IA00.
             DISPLAY "On hand : " AT 0710 WITH FOREGROUND-COLOR 14
                     LOT-QOH WITH FOREGROUND-COLOR 15.
           IF LOT-BLOCK = "Y"
               DISPLAY "Batch is blocked - release it?" AT 0910
                       WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Batch is live - block it?     " AT 0910
                       WITH FOREGROUND-COLOR 14.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK STKLOT
               GO TO IA00.
           IF LOT-BLOCK = "Y"
               MOVE SPACE        TO LOT-BLOCK
               MOVE ZERO         TO LOT-BLKDATE
           ELSE
               MOVE "Y"          TO LOT-BLOCK
               MOVE TODAY-DDMMYY TO LOT-BLKDATE.
             REWRITE LOT-RECORD.
             GO TO IA00.

       IA999.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "WSTOCK"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-WSTOCK.
             MOVE "CONSGN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CONSGN.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.

       ZA02.
             OPEN I-O STOCK.
               CLOSE LOTTRN
               OPEN I-O LOTTRN.
             OPEN INPUT DEBTOR.
             OPEN INPUT WSTOCK.
             OPEN INPUT CONSGN.
           IF WS-STATUS = "35"
               CLOSE CONSGN
               OPEN OUTPUT CONSGN
               CLOSE CONSGN
               OPEN INPUT CONSGN.
             OPEN INPUT PARAM.
             MOVE 1              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-COMPANY  TO WS-COMPANY
           ELSE
               MOVE SPACES       TO WS-COMPANY
               MOVE ZERO         TO WS-F-ERROR.

       ZA999.
             EXIT.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
           ELSE
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 52
               MOVE W02-WSTOCK    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE WST-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 60
               MOVE W02-CONSGN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CSG-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY.

       COPY DISPERR.PRO.
