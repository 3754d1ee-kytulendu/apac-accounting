      $set LINKCOUNT"512"
      ******************************************************************
      *                                                                *
      *    ***    ****   ****  ******  ******   *****  ******  ******  *
      *   ** **  **  ** **  ** **   **   **    **   ** **   **   **    *
      *  **   ** **     **     **   **   **    **   ** **   **   **    *
      *  ******* **     **     ******    **    **   ** ******    **    *
      *  **   ** **     **     **        **    **   ** **        **    *
      *  **   ** **  ** **  ** **        **    **   ** **        **    *
      *  **   **  ****   ****  **        **     *****  **        **    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *     D R O P - S H I P   A N D   B A C K - T O - B A C K        *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            DROPSHP1.
       AUTHOR.                APAC.
       DATE-WRITTEN.          OCTOBER 2026.

                   COPYRIGHT NOTICE: COPYRIGHT (C) 1983 - 2026
                                     by James William Lemmon.
                                       (Id No. 4412165050082).

                   All rights reserved.

                   e-mail jwlemmon@gmail.com.

       SECURITY.
                   This program is free software; you can redistribute
                   it and/or modify it under the terms of the GNU
                   General Public License as published by the Free
                   Software Foundation; either version 2 of the
                   License, or (at your option) any later version.

                   This program is distributed in the hope that it
                   will be useful, but WITHOUT ANY WARRANTY; without
                   even the implied warranty of MERCHANTABILITY or
                   FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
                   General Public License for more details.

      *
      *    Modification History
      *    --------------------
      *    OCT 2026 - First issue.  Sales order lines the supplier
      *               fills for us are marked drop-ship (delivered
      *               straight to the customer) or back-to-back
      *               (bought in for the order) and the linked
      *               purchase orders are raised from them - one
      *               per order, supplier and kind - instead of
      *               being retyped.  The supplier's confirmation
      *               of a drop-ship delivery releases the sales
      *               line for invoicing without the goods ever
      *               passing through our stock; back-to-back
      *               lines are received through GRN001, which
      *               reserves what lands for the order.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CURSOR IS CSTART
                       CONSOLE IS CRT
                       CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY APACFIDS.SL.

       COPY SORDER.SL.

       COPY PORDER.SL.

       COPY STOCK.SL.

       COPY CREDIT.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY SORDER.FDE.

       COPY PORDER.FD.

       COPY STOCK.FDE.

       COPY CREDIT.FDE.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-ORDER           PIC  9(07) VALUE ZERO.
       77  WS-LINE            PIC  9(03) VALUE ZERO.
       77  WS-SUPPLY          PIC  X(01) VALUE SPACE.
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-PONO            PIC  9(07) VALUE ZERO.
       77  WS-QTY             PIC  9(05)V99 VALUE ZERO.
       77  WS-CURORD          PIC  9(07) VALUE ZERO.
       77  WS-MADE            PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LINES           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LNKCNT          PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-LX              PIC  9(02) COMP-5 VALUE ZERO.

      *
      *    Purchase orders raised so far for the sales order in
      *    hand, one per supplier and kind.
      *
       01  WS-LINK-TABLE.
           03  WS-LINK-ENTRY  OCCURS 20.
               05  WS-LK-SUPP PIC  9(05).
               05  WS-LK-SUPPLY
                              PIC  X(01).
               05  WS-LK-PONO PIC  9(07).
               05  WS-LK-LINE PIC  9(03).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "DSP".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY SORDER.ID.

       COPY PORDER.ID.

       COPY STOCK.ID.

       COPY CREDIT.ID.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "DROP-SHIP  AND  BACK-TO-BACK".
           03  LINE  4 COLUMN 16 VALUE "1. Mark an order line".
           03  LINE  5 COLUMN 16 VALUE
               "2. Raise linked purchase orders".
           03  LINE  6 COLUMN 16 VALUE
               "3. Confirm a drop-ship delivery".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Order number :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-ORDER AUTO.
           03  LINE  5 COLUMN 10 VALUE "Line number  :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-LINE AUTO.

       01  S14.
           03  LINE 11 COLUMN 10 VALUE
               "Supply  (D=drop-ship  B=back-to-back  blank=stock) :".
           03          COLUMN 63 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-SUPPLY AUTO.
           03  LINE 12 COLUMN 10 VALUE "Supplier :".
           03          COLUMN 21 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S15.
           03  LINE  4 COLUMN 10 VALUE "Purchase order :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-PONO AUTO.

       01  S16.
           03  LINE 20 COLUMN 10 VALUE "Quantity delivered :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-QTY AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-SALEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE SORDER PORDER STOCK CREDIT.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 5.
       BA00.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF WS-OPTION = "1"
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "2"
               PERFORM DA000 THRU DA999
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    M A R K   A N   O R D E R   L I N E
      *
      *            Drop-ship, back-to-back or back to a plain
      *            stock line, with the supplier (the item's own
      *            supplier offered).  Once its purchase order is
      *            raised the line is fixed.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ORDER WS-LINE.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ORDER = ZERO
               GO TO CA999.
           IF WS-LINE = ZERO
               MOVE "Give the order line to mark"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             MOVE WS-ORDER       TO SOR-ORDER.
             MOVE WS-LINE        TO SOR-LINE.
             READ SORDER WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Order line not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
           IF SOR-STATUS = "P" OR "C" OR "X"
               MOVE "Line is no longer open"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SORDER
               GO TO CA00.
           IF SOR-PORDER NOT = ZERO
               MOVE "Purchase order already raised for the line"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SORDER
               GO TO CA00.
             DISPLAY "Item    : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     SOR-ITEM WITH FOREGROUND-COLOR 15.
             DISPLAY "Ordered : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     SOR-QTY WITH FOREGROUND-COLOR 15.
             MOVE SOR-SUPPLY     TO WS-SUPPLY.
             MOVE SOR-SUPP       TO WS-SUPP.
           IF WS-SUPP = ZERO
               MOVE SOR-ITEM     TO STK-CODE
               READ STOCK WITH IGNORE LOCK
                   INVALID KEY
                       MOVE ZERO TO STK-SUPP
               END-READ
               MOVE STK-SUPP     TO WS-SUPP.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-SUPPLY NOT = "D" AND NOT = "B" AND NOT = SPACE
               MOVE "Supply must be D, B or blank"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SORDER
               GO TO CA00.
           IF WS-SUPPLY = SPACE
               MOVE ZERO         TO WS-SUPP
               GO TO CA10.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     UNLOCK SORDER
                     GO TO CA00.

       CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK SORDER
               GO TO CA00.
             MOVE WS-SUPPLY      TO SOR-SUPPLY.
             MOVE WS-SUPP        TO SOR-SUPP.
             REWRITE SOR-RECORD.
             DISPLAY "Line marked" AT 1510
                     WITH FOREGROUND-COLOR 14.
             GO TO CA00.

       CA999.
             EXIT.

      /
      *    ****    R A I S E   L I N K E D   O R D E R S
      *
      *            Every open marked line not yet ordered goes
      *            onto a purchase order for its supplier - one
      *            order per sales order, supplier and kind - at
      *            the item's cost.  The purchase line carries
      *            the sales line back; only back-to-back lines
      *            count as on order, since drop-shipped goods
      *            never come to us.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             DISPLAY "Raise purchase orders for the marked lines?"
                     AT 0610 WITH FOREGROUND-COLOR 14.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO DA999.
             MOVE ZERO           TO WS-MADE WS-LINES
                                    WS-CURORD WS-LNKCNT.
             MOVE LOW-VALUES     TO SOR-KEY.
             START SORDER KEY NOT LESS SOR-KEY
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ SORDER NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO DA90.
           IF SOR-LINE = ZERO
               UNLOCK SORDER
               GO TO DA05.
           IF SOR-SUPPLY NOT = "D" AND NOT = "B"
               UNLOCK SORDER
               GO TO DA05.
           IF SOR-PORDER NOT = ZERO
               UNLOCK SORDER
               GO TO DA05.
           IF SOR-STATUS = "P" OR "C" OR "X"
               UNLOCK SORDER
               GO TO DA05.
           IF SOR-QTY NOT > ZERO
               UNLOCK SORDER
               GO TO DA05.
           IF SOR-ORDER NOT = WS-CURORD
               MOVE SOR-ORDER    TO WS-CURORD
               MOVE ZERO         TO WS-LNKCNT.
             PERFORM DB00-FIND THRU DB00-EXIT.
           IF WS-LX = ZERO
               UNLOCK SORDER
               GO TO DA05.
             MOVE SOR-ITEM       TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-CODE
                     MOVE ZERO   TO STK-COST.
             ADD 1               TO WS-LK-LINE (WS-LX).
             INITIALIZE POR-RECORD.
             MOVE WS-LK-PONO (WS-LX)
                                 TO POR-ORDER.
             MOVE WS-LK-LINE (WS-LX)
                                 TO POR-LINE.
             MOVE SOR-SUPP       TO POR-SUPP.
             MOVE TODAY-DDMMYY   TO POR-DATE.
             MOVE "O"            TO POR-STATUS.
             MOVE SOR-ITEM       TO POR-ITEM.
             MOVE SOR-QTY        TO POR-QTY.
             MOVE STK-COST       TO POR-PRICE.
             MOVE ZERO           TO POR-RECQTY.
             MOVE SOR-SUPPLY     TO POR-SUPPLY.
             MOVE SOR-ORDER      TO POR-SORDER.
             MOVE SOR-LINE       TO POR-SORLINE.
             WRITE POR-RECORD.
           IF SOR-SUPPLY = "B" AND STK-CODE = SOR-ITEM
               ADD SOR-QTY       TO STK-ONORDER
               REWRITE STK-RECORD
           ELSE
               UNLOCK STOCK.
             MOVE WS-LK-PONO (WS-LX)
                                 TO SOR-PORDER.
             MOVE WS-LK-LINE (WS-LX)
                                 TO SOR-PORLINE.
             REWRITE SOR-RECORD.
             ADD 1               TO WS-LINES.
             GO TO DA05.

       DA90.
             DISPLAY "Purchase orders raised : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-MADE WITH FOREGROUND-COLOR 15
                     "  lines : " WITH FOREGROUND-COLOR 14
                     WS-LINES WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
             EXIT.

      *
      *    ****    The purchase order for this line's supplier
      *            and kind on the sales order in hand, raising
      *            a new one when there is none.  WS-LX is left
      *            at the table entry, zero when the table is
      *            full (the line waits for the next run).
      *
       DB00-FIND.
             MOVE 1              TO WS-LX.

       DB05-LOOK.
           IF WS-LX > WS-LNKCNT
               GO TO DB10-NEW.
           IF WS-LK-SUPP (WS-LX) = SOR-SUPP
               AND WS-LK-SUPPLY (WS-LX) = SOR-SUPPLY
               GO TO DB00-EXIT.
             ADD 1               TO WS-LX.
             GO TO DB05-LOOK.

       DB10-NEW.
           IF WS-LNKCNT = 20
               MOVE ZERO         TO WS-LX
               GO TO DB00-EXIT.
             PERFORM DC00-HEADER THRU DC00-EXIT.
             ADD 1               TO WS-LNKCNT.
             MOVE WS-LNKCNT      TO WS-LX.
             MOVE SOR-SUPP       TO WS-LK-SUPP (WS-LX).
             MOVE SOR-SUPPLY     TO WS-LK-SUPPLY (WS-LX).
             MOVE WS-PONO        TO WS-LK-PONO (WS-LX).
             MOVE ZERO           TO WS-LK-LINE (WS-LX).

       DB00-EXIT.
             EXIT.

      *
      *    ****    A new order header off the last number on
      *            file, carrying the sales order it serves.
      *
       DC00-HEADER.
             MOVE 9999999        TO POR-ORDER.
             MOVE 999            TO POR-LINE.
             START PORDER KEY LESS POR-KEY
                 INVALID KEY
                     MOVE 1      TO WS-PONO
                     GO TO DC05.
             READ PORDER PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     MOVE 1      TO WS-PONO
                     GO TO DC05.
             COMPUTE WS-PONO = POR-ORDER + 1.

       DC05.
             INITIALIZE POR-RECORD.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             MOVE SOR-SUPP       TO POR-SUPP.
             MOVE TODAY-DDMMYY   TO POR-DATE.
             MOVE "O"            TO POR-STATUS.
             MOVE SOR-SUPPLY     TO POR-SUPPLY.
             MOVE SOR-ORDER      TO POR-SORDER.

       DC06-WRITE.
             WRITE POR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-PONO
                     MOVE WS-PONO
                                 TO POR-ORDER
                     GO TO DC06-WRITE.
             ADD 1               TO WS-MADE.

       DC00-EXIT.
             EXIT.

      /
      *    ****    C O N F I R M   A   D R O P - S H I P
      *
      *            The supplier's delivery confirmation, line by
      *            line.  A line delivered in full releases its
      *            sales order line for invoicing (picked) - no
      *            stock, CARDEX or cost layer is touched, the
      *            goods never having been ours to hold.  A short
      *            delivery stays open for the balance.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-PONO.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-PONO = ZERO
               GO TO EA999.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Order not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
           IF POR-SUPPLY NOT = "D"
               MOVE "Not a drop-ship order"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA00.
           IF POR-STATUS NOT = "O"
               MOVE "Order is closed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA00.
             DISPLAY "Sales order : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     POR-SORDER WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-LINES.
             START PORDER KEY GREATER POR-KEY
                 INVALID KEY
                     GO TO EA80.

       EA05.
             READ PORDER NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO EA80.
           IF POR-ORDER NOT = WS-PONO
               UNLOCK PORDER
               GO TO EA80.
           IF POR-RECQTY NOT < POR-QTY
               UNLOCK PORDER
               GO TO EA05.
             DISPLAY "Item      : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     POR-ITEM WITH FOREGROUND-COLOR 15.
             DISPLAY "Ordered   : " AT 0910
                     WITH FOREGROUND-COLOR 14
                     POR-QTY WITH FOREGROUND-COLOR 15.
             DISPLAY "Delivered : " AT 1010
                     WITH FOREGROUND-COLOR 14
                     POR-RECQTY WITH FOREGROUND-COLOR 15.
             COMPUTE WS-QTY = POR-QTY - POR-RECQTY.
             DISPLAY S16.
             ACCEPT S16 AT 2031.
           IF WS-QTY = ZERO
               UNLOCK PORDER
               GO TO EA05.
             ADD WS-QTY          TO POR-RECQTY.
             REWRITE POR-RECORD.
           IF POR-RECQTY < POR-QTY
               GO TO EA05.
             PERFORM EB00-RELEASE THRU EB00-EXIT.
             GO TO EA05.
      *
      *    ****    Close the order once every line is in.
      *
       EA80.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             START PORDER KEY GREATER POR-KEY
                 INVALID KEY
                     GO TO EA90.

       EA82.
             READ PORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA84.
           IF POR-ORDER NOT = WS-PONO
               GO TO EA84.
           IF POR-RECQTY < POR-QTY
               GO TO EA90.
             GO TO EA82.

       EA84.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH KEPT LOCK
                 INVALID KEY
                     GO TO EA90.
             MOVE "C"            TO POR-STATUS.
             REWRITE POR-RECORD.

       EA90.
             DISPLAY "Lines released for invoicing : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-LINES WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO EA00.

       EA999.
             EXIT.

      *
      *    ****    The sales line the purchase line serves,
      *            flagged picked so it invoices.
      *
       EB00-RELEASE.
             MOVE POR-SORDER     TO SOR-ORDER.
             MOVE POR-SORLINE    TO SOR-LINE.
             READ SORDER WITH KEPT LOCK
                 INVALID KEY
                     GO TO EB00-EXIT.
           IF SOR-STATUS = "P" OR "C" OR "X"
               UNLOCK SORDER
               GO TO EB00-EXIT.
             MOVE "P"            TO SOR-STATUS.
             REWRITE SOR-RECORD.
             ADD 1               TO WS-LINES.

       EB00-EXIT.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE LS-PARID       TO WS-PARID.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "SORDER"   TO AFID-KEY.

       ZA00-READ-APACFIDS.
             READ APACFIDS WITH IGNORE LOCK
               KEY IS AFID-KEY.
           IF WS-STATUS = "00"
               GO TO ZA00-READ-APACFIDS-EXIT.
             STRING "Missing " DELIMITED SIZE
                     AFID-KEY DELIMITED BY " "
                     " file ID - Status " DELIMITED SIZE
                     WS-STATUS DELIMITED SIZE
                     INTO WS-ERR-MES.
             PERFORM ERROR-LENGTH THRU ERROR-EXIT.
             STOP RUN.

       ZA00-READ-APACFIDS-EXIT.
             EXIT.

       ZA00A-CONTINUE.
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "PORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PORDER.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.

       ZA02.
             OPEN I-O SORDER.
             OPEN I-O PORDER.
           IF WS-STATUS = "35"
               CLOSE PORDER
               OPEN OUTPUT PORDER
               CLOSE PORDER
               OPEN I-O PORDER.
             OPEN I-O STOCK.
             OPEN INPUT CREDIT.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SOR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 85
               MOVE W02-PORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE POR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY.

       COPY DISPERR.PRO.
