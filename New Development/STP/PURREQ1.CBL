      *               can match what landed against what they
      *               asked for.  The spend finally gets a
      *               signature before the buyer keys anything.
      *    OCT 2026 - Requests for quotation.  An approved
      *               requisition can go out to several creditors
      *               instead of straight to the item's supplier;
      *               each reply's prices, lead time and validity
      *               are captured, a comparison screen ranks the
      *               replies and the winning quote becomes the
      *               purchase order at the quoted prices.  Passing
      *               over the cheapest valid quote needs a reason,
      *               which goes to the audit file.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY STOCK.SL.

       COPY RFQUOTE.SL.

       COPY CREDIT.SL.

       COPY "AUDIT.SL".

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.


       COPY STOCK.FDE.

       COPY RFQUOTE.FD.

       COPY CREDIT.FDE.

       COPY "AUDIT.FD".

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-MADE            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-AUDKEY          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-ASKED           PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-SENT            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-LEAD            PIC  9(03) VALUE ZERO.
       77  WS-VALID           PIC  9(08) VALUE ZERO.
       77  WS-PRICE           PIC  9(07)V99 VALUE ZERO.
       77  WS-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL-ED        PIC  Z(08)9.99.
       77  WS-REASON          PIC  X(40) VALUE SPACES.
       77  WS-PRT             PIC  X(01) VALUE "N".
       77  WS-DATE-CMP        PIC  9(08) VALUE ZERO.
       77  WS-TODAY-YMD       PIC  9(08) VALUE ZERO.
       77  WS-NQ              PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-QX              PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-QY              PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-CHEAP           PIC  9(02) COMP-5 VALUE ZERO.

       01  WS-DATE-SPLIT.
           03  WS-DTE-DD      PIC  9(02).
           03  WS-DTE-MM      PIC  9(02).
           03  WS-DTE-CCYY    PIC  9(04).
       01  WS-DATE-YMD.
           03  WS-YMD-CCYY    PIC  9(04).
           03  WS-YMD-MM      PIC  9(02).
           03  WS-YMD-DD      PIC  9(02).

      *
      *    The replies to one requisition, cheapest first.
      *
       01  WS-QUOTES.
           03  WS-QT          OCCURS 10.
               05  WS-QT-SUPP PIC  9(05).
               05  WS-QT-NAME PIC  X(30).
               05  WS-QT-TOTAL
                              PIC S9(09)V99 COMP-3.
               05  WS-QT-LEAD PIC  9(03).
               05  WS-QT-VALID
                              PIC  9(08).
               05  WS-QT-EXP  PIC  X(01).
       01  WS-QT-NEW.
           03  WS-QN-SUPP     PIC  9(05).
           03  WS-QN-NAME     PIC  X(30).
           03  WS-QN-TOTAL    PIC S9(09)V99 COMP-3.
           03  WS-QN-LEAD     PIC  9(03).
           03  WS-QN-VALID    PIC  9(08).
           03  WS-QN-EXP      PIC  X(01).

       01  W30-HEAD.
           03  FILLER         PIC  X(35) VALUE
               "Rk  Supp  Name                     ".
           03  FILLER         PIC  X(31) VALUE
               " Quote total  Lead  Valid until".
       01  W30-ROW.
           03  W30-RANK       PIC  Z9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-SUPP       PIC  9(05).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(24).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-TOTAL      PIC  Z(08)9.99.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-LEAD       PIC  ZZ9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-VALID      PIC  99/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NOTE       PIC  X(08).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(36) VALUE
               "REQUEST FOR QUOTATION".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(22) VALUE
               "TO                  : ".
           03  W10-SUPP       PIC  9(05).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W10-NAME       PIC  X(30).
       01  W10-HEAD3.
           03  FILLER         PIC  X(22) VALUE
               "OUR REQUISITION     : ".
           03  W10-REQNO      PIC  9(07).
           03  FILLER         PIC  X(15) VALUE
               "   NEEDED BY : ".
           03  W10-NEEDBY     PIC  Z9/99/9999.
       01  W10-HEAD4.
           03  FILLER         PIC  X(50) VALUE
               "PLEASE QUOTE A UNIT PRICE FOR EACH LINE, YOUR LEAD".
           03  FILLER         PIC  X(50) VALUE
               " TIME IN DAYS AND THE DATE YOUR PRICES HOLD UNTIL.".
       01  W10-HEAD5.
           03  FILLER         PIC  X(50) VALUE
               "LINE  ITEM             DESCRIPTION                ".
           03  FILLER         PIC  X(30) VALUE
               "      QUANTITY    UNIT PRICE".
       01  W10-FOOT.
           03  FILLER         PIC  X(50) VALUE
               "LEAD TIME (DAYS) : ________    VALID UNTIL : _____".
           03  FILLER         PIC  X(06) VALUE
               "______".

       01  W20-DETAIL.
           03  W20-LINE       PIC  ZZ9.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W20-ITEM       PIC  X(15).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-DESC       PIC  X(30).
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W20-QTY        PIC  ZZZZ9.99.
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  FILLER         PIC  X(10) VALUE "__________".

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".

       COPY STOCK.ID.

       COPY RFQUOTE.ID.

       COPY CREDIT.ID.

       COPY "AUDIT.ID".

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "PURREQ.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.
           03  LINE  6 COLUMN 16 VALUE
               "3. Convert approved to orders".
           03  LINE  7 COLUMN 16 VALUE "4. Requisition enquiry".
           03  LINE  8 COLUMN 16 VALUE
               "5. Send out for quotation".
           03  LINE  9 COLUMN 16 VALUE "6. Record quotation replies".
           03  LINE 10 COLUMN 16 VALUE
               "7. Compare and award quotations".
           03  LINE 11 COLUMN 16 VALUE "0. Exit".
           03  LINE 13 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 13 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-REQNO AUTO.

       01  S17.
           03  LINE  6 COLUMN 10 VALUE "Creditor (0 ends) :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S18.
           03  LINE  8 COLUMN 10 VALUE "Lead time (days)  :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-LEAD AUTO.
           03  LINE  9 COLUMN 10 VALUE "Valid until       :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-VALID
                                 AUTO.

       01  S19.
           03  LINE 12 COLUMN 10 VALUE "Unit price        :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-PRICE AUTO.

       01  S20.
           03  LINE 19 COLUMN 10 VALUE
               "Award to creditor (0 leaves) :".
           03          COLUMN 41 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S21.
           03  LINE 20 COLUMN 10 VALUE "Reason :".
           03          COLUMN 19 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING WS-REASON.

       01  S22.
           03  LINE 20 COLUMN 10 VALUE
               "Print request sheets (Y/N) :".
           03          COLUMN 39 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE PURREQ PORDER STOCK RFQUOTE CREDIT AUDIT.

       AA49.
             EXIT PROGRAM.
           IF WS-OPTION = "4"
               PERFORM FA000 THRU FA999
               GO TO BA00.
           IF WS-OPTION = "5" OR "6" OR "7"
               IF LS0-CRLEV < 3
                   MOVE "Not Authorised"
                                 TO WS-ERR-STRING
                   PERFORM ERROR-MESSAGE
                   GO TO BA00.
           IF WS-OPTION = "5"
               PERFORM GA000 THRU GA999
               GO TO BA00.
           IF WS-OPTION = "6"
               PERFORM HA000 THRU HA999
               GO TO BA00.
           IF WS-OPTION = "7"
               PERFORM JA000 THRU JA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       FA999.
             EXIT.

      /
      *    ****    S E N D   O U T   F O R   Q U O T A T I O N
      *
      *            An approved requisition goes to as many as ten
      *            creditors.  Each gets a quote header (line 000)
      *            and a copy of the requisition lines waiting for
      *            their unit prices.
      *
       GA000           SECTION.
       GA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-REQNO WS-SENT.
             DISPLAY S16.
             ACCEPT S16 AT 0430.
           IF WS-REQNO = ZERO
               GO TO GA999.
             MOVE WS-REQNO       TO REQ-NUMBER.
             MOVE ZERO           TO REQ-LINE.
             READ PURREQ WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Requisition not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA00.
           IF REQ-STATUS NOT = "A" AND NOT = "Q"
               MOVE "Only approved requisitions go out to quote"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA00.
             MOVE REQ-NEEDBY     TO WS-NEEDBY.
             PERFORM GC00-COUNT THRU GC00-EXIT.

       GA05.
           IF WS-ASKED NOT < 10
               MOVE "Ten suppliers is the most per requisition"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA50.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-SUPP = ZERO
               GO TO GA50.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Creditor not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA05.
             DISPLAY P-NAME AT 0640 WITH FOREGROUND-COLOR 15.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE WS-SUPP        TO RFQ-SUPP.
             MOVE ZERO           TO RFQ-LINE.
             READ RFQUOTE WITH IGNORE LOCK
                 INVALID KEY
                     GO TO GA10.
             MOVE "Creditor already asked to quote"
                                       TO WS-ERR-STRING.
             PERFORM ERROR-MESSAGE.
             GO TO GA05.

       GA10.
             INITIALIZE RFQ-RECORD.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE WS-SUPP        TO RFQ-SUPP.
             MOVE ZERO           TO RFQ-LINE.
             MOVE "S"            TO RFQ-STATUS.
             MOVE TODAY-DDMMYY   TO RFQ-SENT.
             MOVE LS-USER        TO RFQ-USER.
             WRITE RFQ-RECORD.
             MOVE WS-REQNO       TO REQ-NUMBER.
             MOVE ZERO           TO REQ-LINE.
             START PURREQ KEY GREATER REQ-KEY
                 INVALID KEY
                     GO TO GA25.

       GA20.
             READ PURREQ NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GA25.
           IF REQ-NUMBER NOT = WS-REQNO
               GO TO GA25.
             INITIALIZE RFQ-RECORD.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE WS-SUPP        TO RFQ-SUPP.
             MOVE REQ-LINE       TO RFQ-LINE.
             MOVE "S"            TO RFQ-STATUS.
             MOVE TODAY-DDMMYY   TO RFQ-SENT.
             MOVE REQ-ITEM       TO RFQ-ITEM.
             MOVE REQ-QTY        TO RFQ-QTY.
             MOVE LS-USER        TO RFQ-USER.
             WRITE RFQ-RECORD.
             GO TO GA20.

       GA25.
             ADD 1               TO WS-ASKED WS-SENT.
             DISPLAY "Suppliers asked : " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-ASKED WITH FOREGROUND-COLOR 15.
             GO TO GA05.

       GA50.
           IF WS-SENT = ZERO
               GO TO GA999.
             MOVE WS-REQNO       TO REQ-NUMBER.
             MOVE ZERO           TO REQ-LINE.
             READ PURREQ WITH KEPT LOCK
                 INVALID KEY
                     GO TO GA999.
             MOVE "Q"            TO REQ-STATUS.
             REWRITE REQ-RECORD.
             MOVE "Y"            TO WS-OPTION.
             DISPLAY S22.
             ACCEPT S22.
           IF WS-OPTION = "Y" OR "y"
               PERFORM GB00-PRINT THRU GB00-EXIT.

       GA999.
             EXIT.

      *
      *    ****    Request sheets for every supplier still to
      *            reply, one page each.
      *
       GB00-PRINT.
             OPEN OUTPUT PRINTF.
             MOVE "N"            TO WS-PRT.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE ZERO           TO RFQ-SUPP RFQ-LINE.
             START RFQUOTE KEY NOT LESS RFQ-KEY
                 INVALID KEY
                     GO TO GB90.

       GB05.
             READ RFQUOTE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GB90.
           IF RFQ-REQNO NOT = WS-REQNO
               GO TO GB90.
           IF RFQ-LINE NOT = ZERO
               GO TO GB10.
           IF WS-PRT = "Y"
               MOVE SPACES       TO PRINT-REC
               WRITE PRINT-REC
               WRITE PRINT-REC FROM W10-FOOT.
           IF RFQ-STATUS NOT = "S"
               MOVE "N"          TO WS-PRT
               GO TO GB05.
             MOVE "Y"            TO WS-PRT.
             MOVE RFQ-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             MOVE RFQ-SUPP       TO W10-SUPP.
             MOVE P-NAME         TO W10-NAME.
             MOVE WS-REQNO       TO W10-REQNO.
             MOVE WS-NEEDBY      TO W10-NEEDBY.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD4.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD5.
             GO TO GB05.

       GB10.
           IF WS-PRT NOT = "Y"
               GO TO GB05.
             MOVE RFQ-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC.
             MOVE RFQ-LINE       TO W20-LINE.
             MOVE RFQ-ITEM       TO W20-ITEM.
             MOVE STK-DESC       TO W20-DESC.
             MOVE RFQ-QTY        TO W20-QTY.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO GB05.

       GB90.
           IF WS-PRT = "Y"
               MOVE SPACES       TO PRINT-REC
               WRITE PRINT-REC
               WRITE PRINT-REC FROM W10-FOOT.
             CLOSE PRINTF.

       GB00-EXIT.
             EXIT.

      *
      *    ****    How many creditors the requisition has already
      *            gone out to.
      *
       GC00-COUNT.
             MOVE ZERO           TO WS-ASKED.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE ZERO           TO RFQ-SUPP RFQ-LINE.
             START RFQUOTE KEY NOT LESS RFQ-KEY
                 INVALID KEY
                     GO TO GC00-EXIT.

       GC05.
             READ RFQUOTE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GC00-EXIT.
           IF RFQ-REQNO NOT = WS-REQNO
               GO TO GC00-EXIT.
           IF RFQ-LINE = ZERO
               ADD 1             TO WS-ASKED.
             GO TO GC05.

       GC00-EXIT.
             EXIT.

      /
      *    ****    R E C O R D   Q U O T A T I O N   R E P L I E S
      *
      *            Lead time, validity and a unit price for every
      *            line.  A reply can be keyed again (a revised
      *            quote) until the requisition is awarded.
      *
       HA000           SECTION.
       HA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-REQNO.
             DISPLAY S16.
             ACCEPT S16 AT 0430.
           IF WS-REQNO = ZERO
               GO TO HA999.
             MOVE WS-REQNO       TO REQ-NUMBER.
             MOVE ZERO           TO REQ-LINE.
             READ PURREQ WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Requisition not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO HA00.
           IF REQ-STATUS NOT = "Q"
               MOVE "Requisition is not out to quote"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA00.
             MOVE TODAY-DDMMYY   TO WS-DATE-CMP.
             MOVE WS-DATE-CMP    TO WS-DATE-SPLIT.
             PERFORM JD00-YMD THRU JD00-EXIT.
             MOVE WS-DATE-YMD    TO WS-TODAY-YMD.

       HA05.
             MOVE 0601           TO CPOS.
             PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 18.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-SUPP = ZERO
               GO TO HA00.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE WS-SUPP        TO RFQ-SUPP.
             MOVE ZERO           TO RFQ-LINE.
             READ RFQUOTE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Creditor was not asked to quote"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO HA05.
           IF RFQ-STATUS NOT = "S" AND NOT = "R"
               MOVE "Quotation already decided"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA05.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             DISPLAY P-NAME AT 0640 WITH FOREGROUND-COLOR 15.
             MOVE RFQ-LEAD       TO WS-LEAD.
             MOVE RFQ-VALID      TO WS-VALID.

       HA06.
             DISPLAY S18.
             ACCEPT S18.
           IF WS-VALID = ZERO
               GO TO HA06.
             MOVE WS-VALID       TO WS-DATE-SPLIT.
             PERFORM JD00-YMD THRU JD00-EXIT.
           IF WS-DATE-YMD < WS-TODAY-YMD
               MOVE "Validity date has already passed"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA06.
             MOVE ZERO           TO WS-TOTAL.
             START RFQUOTE KEY GREATER RFQ-KEY
                 INVALID KEY
                     GO TO HA20.

       HA10.
             READ RFQUOTE NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO HA20.
           IF RFQ-REQNO NOT = WS-REQNO OR RFQ-SUPP NOT = WS-SUPP
               UNLOCK RFQUOTE
               GO TO HA20.
             DISPLAY "Line " AT 1110
                     WITH FOREGROUND-COLOR 14
                     RFQ-LINE WITH FOREGROUND-COLOR 15
                     "  " RFQ-ITEM WITH FOREGROUND-COLOR 15
                     "  quantity " WITH FOREGROUND-COLOR 14
                     RFQ-QTY WITH FOREGROUND-COLOR 15.
             MOVE RFQ-PRICE      TO WS-PRICE.

       HA12.
             DISPLAY S19.
             ACCEPT S19.
           IF WS-PRICE = ZERO
               MOVE "Every line needs a price"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO HA12.
             MOVE WS-PRICE       TO RFQ-PRICE.
             REWRITE RFQ-RECORD.
             COMPUTE WS-TOTAL ROUNDED =
                 WS-TOTAL + (RFQ-QTY * RFQ-PRICE).
             GO TO HA10.

       HA20.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE WS-SUPP        TO RFQ-SUPP.
             MOVE ZERO           TO RFQ-LINE.
             READ RFQUOTE WITH KEPT LOCK
                 INVALID KEY
                     GO TO HA05.
             MOVE "R"            TO RFQ-STATUS.
             MOVE TODAY-DDMMYY   TO RFQ-REPLIED.
             MOVE WS-LEAD        TO RFQ-LEAD.
             MOVE WS-VALID       TO RFQ-VALID.
             MOVE WS-TOTAL       TO RFQ-TOTAL.
             MOVE LS-USER        TO RFQ-USER.
             REWRITE RFQ-RECORD.
             MOVE WS-TOTAL       TO WS-TOTAL-ED.
             DISPLAY "Quote total : " AT 1410
                     WITH FOREGROUND-COLOR 14
                     WS-TOTAL-ED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO HA05.

       HA999.
             EXIT.

      /
      *    ****    C O M P A R E   A N D   A W A R D
      *
      *            The replies are ranked cheapest first.  A quote
      *            past its validity date is shown but cannot be
      *            awarded; choosing any quote dearer than the
      *            cheapest valid one needs a reason, which goes
      *            on the audit file with the award.
      *
       JA000           SECTION.
       JA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-REQNO.
             DISPLAY S16.
             ACCEPT S16 AT 0430.
           IF WS-REQNO = ZERO
               GO TO JA999.
             MOVE WS-REQNO       TO REQ-NUMBER.
             MOVE ZERO           TO REQ-LINE.
             READ PURREQ WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Requisition not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO JA00.
           IF REQ-STATUS NOT = "Q"
               MOVE "Requisition is not out to quote"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA00.
             MOVE TODAY-DDMMYY   TO WS-DATE-CMP.
             MOVE WS-DATE-CMP    TO WS-DATE-SPLIT.
             PERFORM JD00-YMD THRU JD00-EXIT.
             MOVE WS-DATE-YMD    TO WS-TODAY-YMD.
             MOVE ZERO           TO WS-NQ WS-CHEAP.
             INITIALIZE WS-QUOTES.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE ZERO           TO RFQ-SUPP RFQ-LINE.
             START RFQUOTE KEY NOT LESS RFQ-KEY
                 INVALID KEY
                     GO TO JA20.

       JA05.
             READ RFQUOTE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO JA20.
           IF RFQ-REQNO NOT = WS-REQNO
               GO TO JA20.
           IF RFQ-LINE NOT = ZERO OR RFQ-STATUS NOT = "R"
               GO TO JA05.
           IF WS-NQ NOT < 10
               GO TO JA05.
             MOVE RFQ-SUPP       TO WS-QN-SUPP P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE P-NAME         TO WS-QN-NAME.
             MOVE RFQ-TOTAL      TO WS-QN-TOTAL.
             MOVE RFQ-LEAD       TO WS-QN-LEAD.
             MOVE RFQ-VALID      TO WS-QN-VALID.
             MOVE RFQ-VALID      TO WS-DATE-SPLIT.
             PERFORM JD00-YMD THRU JD00-EXIT.
           IF WS-DATE-YMD < WS-TODAY-YMD
               MOVE "Y"          TO WS-QN-EXP
           ELSE
               MOVE "N"          TO WS-QN-EXP.
      *
      *    ****    Into the table in quote total order.
      *
             ADD 1               TO WS-NQ.
             MOVE WS-NQ          TO WS-QX.

       JA10.
           IF WS-QX = 1
               GO TO JA15.
             COMPUTE WS-QY = WS-QX - 1.
           IF WS-QT-TOTAL (WS-QY) NOT > WS-QN-TOTAL
               GO TO JA15.
             MOVE WS-QT (WS-QY)  TO WS-QT (WS-QX).
             MOVE WS-QY          TO WS-QX.
             GO TO JA10.

       JA15.
             MOVE WS-QT-NEW      TO WS-QT (WS-QX).
             GO TO JA05.

       JA20.
           IF WS-NQ = ZERO
               MOVE "No replies recorded yet"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA00.
             DISPLAY W30-HEAD AT 0604 WITH FOREGROUND-COLOR 14.
             MOVE 1              TO WS-QX.

       JA22.
           IF WS-QX > WS-NQ
               GO TO JA25.
             MOVE WS-QX          TO W30-RANK.
             MOVE WS-QT-SUPP (WS-QX)
                                 TO W30-SUPP.
             MOVE WS-QT-NAME (WS-QX)
                                 TO W30-NAME.
             MOVE WS-QT-TOTAL (WS-QX)
                                 TO W30-TOTAL.
             MOVE WS-QT-LEAD (WS-QX)
                                 TO W30-LEAD.
             MOVE WS-QT-VALID (WS-QX)
                                 TO W30-VALID.
             MOVE SPACES         TO W30-NOTE.
           IF WS-QT-EXP (WS-QX) = "Y"
               MOVE "EXPIRED"    TO W30-NOTE
           ELSE
               IF WS-CHEAP = ZERO
                   MOVE WS-QX    TO WS-CHEAP
                   MOVE "CHEAPEST"
                                 TO W30-NOTE.
             COMPUTE SLIN = WS-QX + 7.
             MOVE 04             TO SCOL.
             DISPLAY W30-ROW AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-QX.
             GO TO JA22.

       JA25.
           IF WS-CHEAP = ZERO
               MOVE "Every reply has expired - record them again"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA00.

       JA30.
             MOVE ZERO           TO WS-SUPP.
             MOVE SPACES         TO WS-REASON.
             DISPLAY S20.
             ACCEPT S20.
           IF WS-SUPP = ZERO
               GO TO JA00.
             MOVE 1              TO WS-QX.

       JA32.
           IF WS-QX > WS-NQ
               MOVE "No reply from that creditor"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA30.
           IF WS-QT-SUPP (WS-QX) = WS-SUPP
               GO TO JA35.
             ADD 1               TO WS-QX.
             GO TO JA32.

       JA35.
           IF WS-QT-EXP (WS-QX) = "Y"
               MOVE "That quotation has expired"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA30.
           IF WS-QT-TOTAL (WS-QX) NOT > WS-QT-TOTAL (WS-CHEAP)
               GO TO JA40.
             DISPLAY S21.
             ACCEPT S21.
           IF WS-REASON = SPACES
               MOVE "A reason is needed to pass over the cheapest"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA30.

       JA40.
             PERFORM JB00-AWARD THRU JB00-EXIT.
           IF WS-PONO = ZERO
               GO TO JA00.
             DISPLAY "Order raised : " AT 2210
                     WITH FOREGROUND-COLOR 14
                     WS-PONO WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO JA00.

       JA999.
             EXIT.

      *
      *    ****    The winning quote onto a purchase order at the
      *            quoted prices; the other replies are marked
      *            lost and the award is audited.
      *
       JB00-AWARD.
             MOVE ZERO           TO WS-PONO WS-POLINE.
             MOVE WS-REQNO       TO REQ-NUMBER.
             MOVE ZERO           TO REQ-LINE.
             READ PURREQ WITH KEPT LOCK
                 INVALID KEY
                     GO TO JB00-EXIT.
           IF REQ-STATUS NOT = "Q"
               UNLOCK PURREQ
               GO TO JB00-EXIT.
             MOVE "P"            TO REQ-STATUS.
             REWRITE REQ-RECORD.
             PERFORM EC00-HEADER THRU EC00-EXIT.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE WS-SUPP        TO RFQ-SUPP.
             MOVE ZERO           TO RFQ-LINE.
             START RFQUOTE KEY GREATER RFQ-KEY
                 INVALID KEY
                     GO TO JB10.

       JB05.
             READ RFQUOTE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO JB10.
           IF RFQ-REQNO NOT = WS-REQNO OR RFQ-SUPP NOT = WS-SUPP
               GO TO JB10.
             MOVE RFQ-ITEM       TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     GO TO JB05.
             ADD 1               TO WS-POLINE.
             INITIALIZE POR-RECORD.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE WS-POLINE      TO POR-LINE.
             MOVE WS-SUPP        TO POR-SUPP.
             MOVE TODAY-DDMMYY   TO POR-DATE.
             MOVE "O"            TO POR-STATUS.
             MOVE RFQ-ITEM       TO POR-ITEM.
             MOVE RFQ-QTY        TO POR-QTY.
             MOVE RFQ-PRICE      TO POR-PRICE.
             MOVE ZERO           TO POR-RECQTY.
             MOVE WS-REQNO       TO POR-REQNO.
             WRITE POR-RECORD.
             ADD RFQ-QTY         TO STK-ONORDER.
             REWRITE STK-RECORD.
             GO TO JB05.

       JB10.
             MOVE WS-REQNO       TO RFQ-REQNO.
             MOVE ZERO           TO RFQ-SUPP RFQ-LINE.
             START RFQUOTE KEY NOT LESS RFQ-KEY
                 INVALID KEY
                     GO TO JB20.

       JB12.
             READ RFQUOTE NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO JB20.
           IF RFQ-REQNO NOT = WS-REQNO
               UNLOCK RFQUOTE
               GO TO JB20.
           IF RFQ-LINE NOT = ZERO
               UNLOCK RFQUOTE
               GO TO JB12.
           IF RFQ-SUPP = WS-SUPP
               MOVE "W"          TO RFQ-STATUS
               MOVE WS-REASON    TO RFQ-REASON
           ELSE
               MOVE "L"          TO RFQ-STATUS.
             REWRITE RFQ-RECORD.
             GO TO JB12.

       JB20.
             ADD 1               TO WS-AUDKEY.
             INITIALIZE AUD-REC2.
             MOVE WS-AUDKEY      TO AUD-KEY2.
             MOVE LS-USER        TO AUD-USER.
             MOVE TODAY-DDMMYY   TO AUD-DATE.
             MOVE "PURREQ1"      TO AUD-PROG.
             MOVE WS-REQNO       TO AUD-ACCOUNT.
             MOVE SPACES         TO AUD-DESC.
           IF WS-REASON = SPACES
               STRING "Quote " DELIMITED BY SIZE
                      WS-SUPP DELIMITED BY SIZE
                      " awarded, order " DELIMITED BY SIZE
                      WS-PONO DELIMITED BY SIZE
                      INTO AUD-DESC
           ELSE
               STRING "Quote " DELIMITED BY SIZE
                      WS-SUPP DELIMITED BY SIZE
                      " chosen over cheapest " DELIMITED BY SIZE
                      WS-QT-SUPP (WS-CHEAP) DELIMITED BY SIZE
                      INTO AUD-DESC.
             WRITE AUD-REC2.
           IF WS-REASON = SPACES
               GO TO JB00-EXIT.
             ADD 1               TO WS-AUDKEY.
             MOVE WS-AUDKEY      TO AUD-KEY2.
             MOVE WS-REASON      TO AUD-DESC.
             WRITE AUD-REC2.

       JB00-EXIT.
             EXIT.

      *
      *    ****    ddmmccyy in WS-DATE-SPLIT to ccyymmdd in
      *            WS-DATE-YMD for comparing.
      *
       JD00-YMD.
             MOVE WS-DTE-CCYY    TO WS-YMD-CCYY.
             MOVE WS-DTE-MM      TO WS-YMD-MM.
             MOVE WS-DTE-DD      TO WS-YMD-DD.

       JD00-EXIT.
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
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "RFQUOTE"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-RFQUOTE.
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "AUDITF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-AUDITF.

       ZA02.
             OPEN I-O PURREQ.
               CLOSE PORDER
               OPEN I-O PORDER.
             OPEN I-O STOCK.
             OPEN I-O RFQUOTE.
           IF WS-STATUS = "35"
               CLOSE RFQUOTE
               OPEN OUTPUT RFQUOTE
               CLOSE RFQUOTE
               OPEN I-O RFQUOTE.
             OPEN INPUT CREDIT.
             OPEN I-O AUDIT.

       ZA00-AUDKEY.
             MOVE HIGH-VALUES    TO AUD-KEY2.
             START AUDIT KEY IS LESS THAN AUD-KEY2
                 INVALID KEY
                     MOVE ZERO         TO WS-AUDKEY
                 NOT INVALID KEY
                     READ AUDIT NEXT RECORD
                         AT END
                             MOVE ZERO TO WS-AUDKEY
                         NOT AT END
                             MOVE AUD-KEY2
                                       TO WS-AUDKEY
                     END-READ
             END-START.

       ZA999.
             EXIT.
           IF WS-F-ERROR = 61
               MOVE W02-PURREQ    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE REQ-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 16
               MOVE W02-RFQUOTE   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE RFQ-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 50
               MOVE W02-AUDITF    TO WS-FILE
               MOVE WS-AUDKEY     TO WS-KEY.

       COPY DISPERR.PRO.
