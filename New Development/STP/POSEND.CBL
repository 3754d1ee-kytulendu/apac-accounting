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
      *     P U R C H A S E   O R D E R   T R A N S M I S S I O N      *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            POSEND.
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
      *    OCT 2026 - First issue.  Sends open purchase orders to
      *               the supplier the way the creditor asks for
      *               them (P-POSEND): P (or blank) prints the
      *               order for the post or fax, F writes it in the
      *               standard order file layout to the outbound
      *               directory on PARAM record 297, and E writes
      *               the printed order there with a covering
      *               e-mail body for the office mailer, as
      *               STMDELV does for statements.  The header is
      *               stamped with when and how the order went.
      *               Sent orders the supplier has not acknowledged
      *               within the PARAM 297 days are listed for
      *               chasing, and the suppliers' acknowledgement
      *               files (APACFIDS "POACK") put the delivery
      *               date and price they confirm onto the order
      *               lines, the price first ordered at kept.
      *               Runs unattended from the day-end: BATCHANS
      *               byte 1 "A" imports the acknowledgements, "R"
      *               prints the chase list, anything else sends
      *               the orders not yet sent.
      *
      *               Order file, one ";" delimited record a line,
      *               quantities and amounts as digits with two
      *               implied decimals, amounts in the order's
      *               currency:
      *                 H;order;our supplier no;date ddmmccyy;
      *                   currency;our company name
      *                 L;line;item;description;quantity;price
      *                 T;order;lines;order value
      *               Acknowledgement file, one line per order line:
      *                 order;line;delivery date ddmmccyy;price
      *               a blank date or price leaving that unchanged,
      *               and line 0 acknowledging the order as sent.
      *    OCT 2026 - Changes to a supplier's transmission preference
      *               and e-mail address are written to the master
      *               file change history (see CHGLOG).
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

       COPY PARAM.SL.

       COPY PORDER.SL.

       COPY CREDIT.SL.

       COPY STOCK.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT OUTFILE   ASSIGN WS-OUTFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT BODYFILE  ASSIGN WS-BODYFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT IMPFILE   ASSIGN W02-IMPFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY PARAM.FDE.

       COPY PORDER.FD.

       COPY CREDIT.FDE.

       COPY STOCK.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       FD  OUTFILE          LABEL RECORD OMITTED.
       01  OUT-REC          PIC  X(132).

       FD  BODYFILE         LABEL RECORD OMITTED.
       01  BODY-REC         PIC  X(80).

       FD  IMPFILE          LABEL RECORD OMITTED.
       01  IMP-REC          PIC  X(80).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 1.
       77  W02-IMPFILE        PIC  X(40).
       77  WS-COMPANY         PIC  X(40) VALUE SPACES.
       77  WS-POSDIR          PIC  X(40) VALUE SPACES.
       77  WS-POSDAYS         PIC  9(03) VALUE ZERO.
       77  WS-OUTFILE         PIC  X(64) VALUE SPACES.
       77  WS-BODYFILE        PIC  X(64) VALUE SPACES.
       77  WS-DEST            PIC  X(01) VALUE "P".
       77  WS-ORDER           PIC  9(07) VALUE ZERO.
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-CURR            PIC  X(03) VALUE SPACES.
       77  WS-PRINTED         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-FILED           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-EMAILED         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CHASED          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LINES           PIC  9(05) VALUE ZERO.
       77  WS-READ            PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-GOOD            PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-BAD             PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-FXPRICE         PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-ACKPRICE        PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-VALUE           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-SENTNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DAYS            PIC S9(05) COMP-5 VALUE ZERO.
       77  WS-N9              PIC  9(09) VALUE ZERO.
       77  WS-N11             PIC  9(11) VALUE ZERO.
       77  WS-REJECT          PIC  X(30).
       77  WS-NOTE            PIC  X(40).

       01  WS-TIME            PIC  9(08).
       01  WS-TIME-SPLIT REDEFINES WS-TIME.
           03  WS-TM-HHMM     PIC  9(04).
           03  WS-TM-SSCC     PIC  9(04).

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-ACK-FIELDS.
           03  WS-A-ORDER     PIC  X(09).
           03  WS-A-LINE      PIC  X(05).
           03  WS-A-DATE      PIC  X(08).
           03  WS-A-DATE-N REDEFINES WS-A-DATE
                              PIC  9(08).
           03  WS-A-PRICE     PIC  X(12).
           03  WS-ORD-LEN     PIC  9(02) COMP-5.
           03  WS-LIN-LEN     PIC  9(02) COMP-5.
           03  WS-DAT-LEN     PIC  9(02) COMP-5.
           03  WS-PRC-LEN     PIC  9(02) COMP-5.
           03  WS-A-LINENO    PIC  9(03).

       01  WS-LINE-OUT        PIC  X(132).

       01  W10-HEAD0.
           03  W10-COMPANY    PIC  X(40).
           03  FILLER         PIC  X(20) VALUE
               "  PURCHASE ORDER No ".
           03  W10-ORDER      PIC  Z(06)9.
       01  W10-HEAD1.
           03  FILLER         PIC  X(11) VALUE "Date     : ".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(11) VALUE "Supplier : ".
           03  W10-SUPP       PIC  9(05).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W10-NAME       PIC  X(30).
       01  W10-HEAD3.
           03  FILLER         PIC  X(48) VALUE
               "LINE  ITEM            DESCRIPTION               ".
           03  FILLER         PIC  X(46) VALUE
               "         QUANTITY        PRICE CUR       VALUE".

       01  W20-DETAIL.
           03  W20-LINE       PIC  ZZ9.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W20-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DESC       PIC  X(30).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-QTY        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PRICE      PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-CURR       PIC  X(03).
           03  W20-VALUE      PIC  Z(08)9.99-.

       01  W25-TOTAL.
           03  FILLER         PIC  X(70) VALUE SPACES.
           03  FILLER         PIC  X(12) VALUE "ORDER TOTAL ".
           03  W25-VALUE      PIC  Z(08)9.99-.

       01  W30-HEAD.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W30-TITLE      PIC  X(40).
           03  W30-DATE       PIC  Z9/99/9999.
       01  W30-HEAD2.
           03  FILLER         PIC  X(48) VALUE
               "  ORDER SUPPLIER NAME                       SENT".
           03  FILLER         PIC  X(50) VALUE
               "      HOW DAYS TELEPHONE    E-MAIL".
       01  W30-CHASE.
           03  W30-ORDER      PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SUPP       PIC  Z(07)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(25).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SENT       PIC  Z9/99/9999.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W30-HOW        PIC  X(01).
           03  W30-DAYS       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-TEL        PIC  X(12).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-EMAIL      PIC  X(28).

       01  W40-ACK.
           03  W40-ORDER      PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-LINE       PIC  ZZ9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W40-TEXT       PIC  X(40).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W40-REJECT     PIC  X(30).

       01  WS-ED              PIC  Z(06)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "POS".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY PARAM.ID.

       COPY PORDER.ID.

       COPY CREDIT.ID.

       COPY STOCK.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "POSEND.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY DIGITS.WS.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY BATCHANS.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "PURCHASE  ORDER  TRANSMISSION".
           03  LINE  4 COLUMN 16 VALUE "1. Send orders not yet sent".
           03  LINE  5 COLUMN 16 VALUE "2. Send one order again".
           03  LINE  6 COLUMN 16 VALUE "3. Orders not acknowledged".
           03  LINE  7 COLUMN 16 VALUE "4. Import acknowledgements".
           03  LINE  8 COLUMN 16 VALUE "5. Supplier send preference".
           03  LINE  9 COLUMN 16 VALUE "6. Transmission settings".
           03  LINE 10 COLUMN 16 VALUE "0. Exit".
           03  LINE 12 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 12 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Order number  :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-ORDER AUTO.

       01  S14.
           03  LINE  4 COLUMN 10 VALUE "Supplier      :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S15.
           03  LINE  8 COLUMN 10 VALUE "Send by       :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING P-POSEND AUTO.
           03          COLUMN 29 VALUE "P print  F file  E e-mail".
           03  LINE  9 COLUMN 10 VALUE "E-mail        :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(28) USING P-EMAIL.

       01  S16.
           03  LINE  4 COLUMN 10 VALUE "Outbound directory  :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING PAR-POS-DIR AUTO.
           03  LINE  5 COLUMN 10 VALUE "Chase after (days)  :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-POS-DAYS AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-STLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE PARAM PORDER CREDIT STOCK.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY PARAM.RD.

      /
       AC000           SECTION.

       COPY PARAM.WR.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 5.
       BA00.
           IF LS-INSTR NOT = "B"
               GO TO BA05.
           IF BAT-ANSWERS (1:1) = "A"
               PERFORM FA000 THRU FA999
           ELSE
           IF BAT-ANSWERS (1:1) = "R"
               PERFORM EA000 THRU EA999
           ELSE
               PERFORM CA000 THRU CA999.
             GO TO BA999.

       BA05.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF WS-OPTION = "1"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA05
               ELSE
                   PERFORM CA000 THRU CA999
                   GO TO BA05.
           IF WS-OPTION = "2"
               PERFORM DA000 THRU DA999
               GO TO BA05.
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA05.
           IF WS-OPTION = "4"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA05
               ELSE
                   PERFORM FA000 THRU FA999
                   GO TO BA05.
           IF WS-OPTION = "5"
               PERFORM GA000 THRU GA999
               GO TO BA05.
           IF WS-OPTION = "6" AND LS0-STLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA05.
           IF WS-OPTION = "6"
               PERFORM HA000 THRU HA999
               GO TO BA05.
             CALL X"E5".
             GO TO BA05.

       BA999.
             EXIT.

      /
      *    ****    S E N D   T H E   O R D E R S   N O T   Y E T
      *            S E N T
      *
       CA000           SECTION.
       CA00.
             OPEN OUTPUT PRINTF.
             MOVE ZERO           TO WS-PRINTED WS-FILED WS-EMAILED.
             MOVE ZERO           TO POR-ORDER POR-LINE.
             START PORDER KEY NOT LESS POR-KEY
                 INVALID KEY
                     GO TO CA90.

       CA05.
             READ PORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA90.
           IF POR-LINE NOT = ZERO OR POR-STATUS NOT = "O"
               GO TO CA05.
           IF POR-SENT-DATE NOT = ZERO
               GO TO CA05.
             PERFORM CB00-ORDER THRU CB00-EXIT.
      *
      *    ****    Carry on from the next order; the lines were
      *            read past while the order was built.
      *
             MOVE WS-ORDER       TO POR-ORDER.
             MOVE 999            TO POR-LINE.
             START PORDER KEY GREATER POR-KEY
                 INVALID KEY
                     GO TO CA90.
             GO TO CA05.

       CA90.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO CA999.
             DISPLAY "Printed : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-PRINTED WITH FOREGROUND-COLOR 15
                     "  Filed " WITH FOREGROUND-COLOR 14
                     WS-FILED WITH FOREGROUND-COLOR 15
                     "  E-mail " WITH FOREGROUND-COLOR 14
                     WS-EMAILED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

      *
      *    ****    One order, the header in POR-RECORD, out the
      *            way the supplier wants it.  File and e-mail
      *            need the outbound directory, and e-mail an
      *            address; without them the order prints, which
      *            is what the preference promises at worst.
      *
       CB00-ORDER.
             MOVE POR-ORDER      TO WS-ORDER.
             MOVE POR-SUPP       TO WS-SUPP.
             MOVE POR-CURR       TO WS-CURR.
             MOVE POR-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME P-TEL P-POSEND P-EMAIL.
             MOVE P-POSEND       TO WS-DEST.
           IF WS-DEST NOT = "F" AND "E"
               MOVE "P"          TO WS-DEST.
           IF WS-DEST NOT = "P" AND WS-POSDIR = SPACES
               MOVE "P"          TO WS-DEST.
           IF WS-DEST = "E" AND P-EMAIL = SPACES
               MOVE "P"          TO WS-DEST.
           IF WS-DEST = "P"
               ADD 1             TO WS-PRINTED
               GO TO CB05.
             MOVE SPACES         TO WS-OUTFILE.
           IF WS-DEST = "F"
               STRING WS-POSDIR DELIMITED BY " "
                      "PO"      DELIMITED BY SIZE
                      WS-ORDER  DELIMITED BY SIZE
                      ".DAT"    DELIMITED BY SIZE
                      INTO WS-OUTFILE
               ADD 1             TO WS-FILED
           ELSE
               STRING WS-POSDIR DELIMITED BY " "
                      "PO"      DELIMITED BY SIZE
                      WS-ORDER  DELIMITED BY SIZE
                      ".PRN"    DELIMITED BY SIZE
                      INTO WS-OUTFILE
               ADD 1             TO WS-EMAILED.
             OPEN OUTPUT OUTFILE.

       CB05.
           IF WS-DEST = "F"
               PERFORM CE00-FHEAD THRU CE00-EXIT
           ELSE
               PERFORM CC00-HEAD THRU CC00-EXIT.
             MOVE ZERO           TO WS-LINES WS-TOTAL.
             MOVE WS-ORDER       TO POR-ORDER.
             MOVE 1              TO POR-LINE.
             START PORDER KEY NOT LESS POR-KEY
                 INVALID KEY
                     GO TO CB20.

       CB10.
             READ PORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB20.
           IF POR-ORDER NOT = WS-ORDER
               GO TO CB20.
           IF WS-CURR = SPACES
               MOVE POR-CURR     TO WS-CURR.
           IF POR-CURR NOT = SPACES AND POR-FXRATE > ZERO
               COMPUTE WS-FXPRICE ROUNDED = POR-PRICE / POR-FXRATE
           ELSE
               MOVE POR-PRICE    TO WS-FXPRICE.
             COMPUTE WS-VALUE ROUNDED = POR-QTY * WS-FXPRICE.
             ADD WS-VALUE        TO WS-TOTAL.
             ADD 1               TO WS-LINES.
             MOVE POR-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC.
           IF WS-DEST = "F"
               PERFORM CE10-FLINE THRU CE10-EXIT
           ELSE
               PERFORM CC10-LINE THRU CC10-EXIT.
             GO TO CB10.

       CB20.
           IF WS-DEST = "F"
               PERFORM CE20-FTRAIL THRU CE20-EXIT
           ELSE
               PERFORM CC20-TRAIL THRU CC20-EXIT.
           IF WS-DEST NOT = "P"
               CLOSE OUTFILE.
           IF WS-DEST = "E"
               PERFORM CF00-BODY THRU CF00-EXIT.
      *
      *    ****    Stamp the header with when and how it went.
      *
             ACCEPT WS-TIME FROM TIME.
             MOVE WS-ORDER       TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH KEPT LOCK
                 INVALID KEY
                     GO TO CB00-EXIT.
             MOVE TODAY-DDMMYY   TO POR-SENT-DATE.
             MOVE WS-TM-HHMM     TO POR-SENT-TIME.
             MOVE WS-DEST        TO POR-SENT-HOW.
             REWRITE POR-RECORD.
             UNLOCK PORDER.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The printed order, to the printer or to the
      *            file the e-mail carries.
      *
       CC00-HEAD.
             MOVE WS-COMPANY     TO W10-COMPANY.
             MOVE WS-ORDER       TO W10-ORDER.
             MOVE W10-HEAD0      TO WS-LINE-OUT.
             PERFORM CD00-PAGE THRU CD00-EXIT.
             MOVE SPACES         TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE POR-DATE       TO W10-DATE.
             MOVE W10-HEAD1      TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE WS-SUPP        TO W10-SUPP.
             MOVE P-NAME         TO W10-NAME.
             MOVE W10-HEAD2      TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE SPACES         TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE W10-HEAD3      TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE SPACES         TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.

       CC00-EXIT.
             EXIT.

       CC10-LINE.
             MOVE POR-LINE       TO W20-LINE.
             MOVE POR-ITEM       TO W20-ITEM.
             MOVE STK-DESC       TO W20-DESC.
             MOVE POR-QTY        TO W20-QTY.
             MOVE WS-FXPRICE     TO W20-PRICE.
             MOVE POR-CURR       TO W20-CURR.
             MOVE WS-VALUE       TO W20-VALUE.
             MOVE W20-DETAIL     TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.

       CC10-EXIT.
             EXIT.

       CC20-TRAIL.
             MOVE SPACES         TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE WS-TOTAL       TO W25-VALUE.
             MOVE W25-TOTAL      TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE SPACES         TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.
             MOVE "Please acknowledge this order, quoting our order nu
      -           "mber, with your delivery date and price for each l
      -           "ine."         TO WS-LINE-OUT.
             PERFORM CD10-LINE THRU CD10-EXIT.

       CC20-EXIT.
             EXIT.

      *
      *    ****    Emit one line to whichever destination the
      *            order is on.
      *
       CD00-PAGE.
           IF WS-DEST = "P"
               WRITE PRINT-REC FROM WS-LINE-OUT AFTER PAGE
           ELSE
               WRITE OUT-REC FROM WS-LINE-OUT.
       CD00-EXIT.
             EXIT.

       CD10-LINE.
           IF WS-DEST = "P"
               WRITE PRINT-REC FROM WS-LINE-OUT
           ELSE
               WRITE OUT-REC FROM WS-LINE-OUT.
       CD10-EXIT.
             EXIT.

      *
      *    ****    The standard order file layout.
      *
       CE00-FHEAD.
             MOVE SPACES         TO OUT-REC.
             STRING "H;"         DELIMITED BY SIZE
                    WS-ORDER     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-SUPP      DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    POR-DATE     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-CURR      DELIMITED BY " "
                    ";"          DELIMITED BY SIZE
                    WS-COMPANY   DELIMITED BY "  "
                    INTO OUT-REC.
             WRITE OUT-REC.

       CE00-EXIT.
             EXIT.

       CE10-FLINE.
             MOVE SPACES         TO OUT-REC.
             COMPUTE WS-N9 = POR-QTY * 100.
             COMPUTE WS-N11 = WS-FXPRICE * 100.
             STRING "L;"         DELIMITED BY SIZE
                    POR-LINE     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    POR-ITEM     DELIMITED BY " "
                    ";"          DELIMITED BY SIZE
                    STK-DESC     DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    WS-N9        DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N11       DELIMITED BY SIZE
                    INTO OUT-REC.
             WRITE OUT-REC.

       CE10-EXIT.
             EXIT.

       CE20-FTRAIL.
             MOVE SPACES         TO OUT-REC.
             COMPUTE WS-N11 = WS-TOTAL * 100.
             STRING "T;"         DELIMITED BY SIZE
                    WS-ORDER     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-LINES     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-N11       DELIMITED BY SIZE
                    INTO OUT-REC.
             WRITE OUT-REC.

       CE20-EXIT.
             EXIT.

      *
      *    ****    Covering e-mail body next to the printed order.
      *
       CF00-BODY.
             MOVE SPACES         TO WS-BODYFILE.
             STRING WS-POSDIR DELIMITED BY " "
                    "PO"      DELIMITED BY SIZE
                    WS-ORDER  DELIMITED BY SIZE
                    ".TXT"    DELIMITED BY SIZE
                    INTO WS-BODYFILE.
             OPEN OUTPUT BODYFILE.
             MOVE SPACES         TO BODY-REC.
             STRING "TO: "    DELIMITED BY SIZE
                    P-EMAIL   DELIMITED BY SIZE
                    INTO BODY-REC.
             WRITE BODY-REC.
             MOVE SPACES         TO BODY-REC.
             STRING "SUBJECT: Purchase order "
                              DELIMITED BY SIZE
                    WS-ORDER  DELIMITED BY SIZE
                    INTO BODY-REC.
             WRITE BODY-REC.
             MOVE SPACES         TO BODY-REC.
             STRING "ATTACH: " DELIMITED BY SIZE
                    WS-OUTFILE DELIMITED BY " "
                    INTO BODY-REC.
             WRITE BODY-REC.
             MOVE SPACES         TO BODY-REC.
             WRITE BODY-REC.
             MOVE "Dear Supplier,"
                                 TO BODY-REC.
             WRITE BODY-REC.
             MOVE SPACES         TO BODY-REC.
             WRITE BODY-REC.
             MOVE "Please find our purchase order attached."
                                 TO BODY-REC.
             WRITE BODY-REC.
             MOVE "Kindly acknowledge it with your delivery date and p
      -           "rices."       TO BODY-REC.
             WRITE BODY-REC.
             MOVE SPACES         TO BODY-REC.
             WRITE BODY-REC.
             MOVE WS-COMPANY     TO BODY-REC.
             WRITE BODY-REC.
             CLOSE BODYFILE.

       CF00-EXIT.
             EXIT.

      /
      *    ****    S E N D   O N E   O R D E R   A G A I N
      *
      *            A supplier who says it never arrived gets it
      *            again, the same way, and the stamp moves on.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ORDER.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ORDER = ZERO
               GO TO DA999.
             MOVE WS-ORDER       TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Order not on file"
                                 TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
           IF POR-STATUS NOT = "O"
               MOVE "Order is closed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
           IF POR-SENT-DATE NOT = ZERO
               MOVE POR-SENT-DATE
                                 TO W10-DATE
               DISPLAY "Last sent   : " AT 0610
                       WITH FOREGROUND-COLOR 14
                       W10-DATE WITH FOREGROUND-COLOR 15
                       "  by " WITH FOREGROUND-COLOR 14
                       POR-SENT-HOW WITH FOREGROUND-COLOR 15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO DA00.
             OPEN OUTPUT PRINTF.
             MOVE ZERO           TO WS-PRINTED WS-FILED WS-EMAILED.
             PERFORM CB00-ORDER THRU CB00-EXIT.
             CLOSE PRINTF.
             DISPLAY "Sent by     : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-DEST WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA00.

       DA999.
             EXIT.

      /
      *    ****    O R D E R S   N O T   A C K N O W L E D G E D
      *
      *            Open orders sent at least the PARAM 297 days
      *            ago with no acknowledgement back, with the
      *            supplier's telephone and e-mail to chase them.
      *
       EA000           SECTION.
       EA00.
             OPEN OUTPUT PRINTF.
             MOVE "PURCHASE ORDERS NOT ACKNOWLEDGED"
                                 TO W30-TITLE.
             MOVE TODAY-DDMMYY   TO W30-DATE.
             WRITE PRINT-REC FROM W30-HEAD AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             STRING "Sent " DELIMITED BY SIZE
                    WS-POSDAYS DELIMITED BY SIZE
                    " or more days ago" DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-CHASED.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE ZERO           TO POR-ORDER POR-LINE.
             START PORDER KEY NOT LESS POR-KEY
                 INVALID KEY
                     GO TO EA90.

       EA05.
             READ PORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
           IF POR-LINE NOT = ZERO OR POR-STATUS NOT = "O"
               GO TO EA05.
           IF POR-SENT-DATE = ZERO OR POR-ACK-DATE NOT = ZERO
               GO TO EA05.
             MOVE POR-SENT-DATE  TO WS-DATE-WORK.
             COMPUTE WS-SENTNUM = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
             COMPUTE WS-DAYS = WS-TODAYNUM - WS-SENTNUM.
           IF WS-DAYS < WS-POSDAYS
               GO TO EA05.
             MOVE POR-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME P-TEL P-EMAIL.
             MOVE POR-ORDER      TO W30-ORDER.
             MOVE POR-SUPP       TO W30-SUPP.
             MOVE P-NAME         TO W30-NAME.
             MOVE POR-SENT-DATE  TO W30-SENT.
             MOVE POR-SENT-HOW   TO W30-HOW.
             MOVE WS-DAYS        TO W30-DAYS.
             MOVE P-TEL          TO W30-TEL.
             MOVE P-EMAIL        TO W30-EMAIL.
             WRITE PRINT-REC FROM W30-CHASE.
             ADD 1               TO WS-CHASED.
             GO TO EA05.

       EA90.
           IF WS-CHASED = ZERO
               MOVE "No orders are waiting for acknowledgement"
                                 TO PRINT-REC
               WRITE PRINT-REC.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO EA999.
             DISPLAY "Orders to chase : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-CHASED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    I M P O R T   A C K N O W L E D G E M E N T S
      *
      *            order;line;delivery date;price - the price in
      *            the order's currency as digits with two implied
      *            decimals.  The header is marked acknowledged
      *            the first time; the line takes the delivery
      *            date and the price, the price first ordered at
      *            kept on POR-ORDPRICE.  Rejections are printed
      *            with the reason and do not stop the run.
      *
       FA000           SECTION.
       FA00.
             OPEN INPUT IMPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Acknowledgement file not found"
                                 TO WS-ERR-STRING
               GO TO FA95.
             OPEN OUTPUT PRINTF.
             MOVE "PURCHASE ORDER ACKNOWLEDGEMENTS"
                                 TO W30-TITLE.
             MOVE TODAY-DDMMYY   TO W30-DATE.
             WRITE PRINT-REC FROM W30-HEAD AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-READ WS-GOOD WS-BAD.

       FA05.
             READ IMPFILE
                 AT END
                     GO TO FA90.
           IF IMP-REC = SPACES
               GO TO FA05.
             ADD 1               TO WS-READ.
             MOVE SPACES         TO WS-A-ORDER WS-A-LINE WS-A-DATE
                                    WS-A-PRICE WS-REJECT WS-NOTE.
             MOVE ZERO           TO WS-ORD-LEN WS-LIN-LEN WS-DAT-LEN
                                    WS-PRC-LEN WS-A-LINENO.
             MOVE ZERO           TO POR-ORDER.
             UNSTRING IMP-REC DELIMITED BY ";"
                 INTO WS-A-ORDER COUNT IN WS-ORD-LEN
                      WS-A-LINE  COUNT IN WS-LIN-LEN
                      WS-A-DATE  COUNT IN WS-DAT-LEN
                      WS-A-PRICE COUNT IN WS-PRC-LEN.
             MOVE WS-A-ORDER     TO WS-TOKEN.
             MOVE WS-ORD-LEN     TO WS-TOK-LEN.
             PERFORM BZ20-DIGITS THRU BZ20-EXIT.
           IF WS-TOK-OK = "N" OR WS-TOK-NUM = ZERO
                              OR WS-TOK-NUM > 9999999
               MOVE "ORDER NOT NUMERIC" TO WS-REJECT
               GO TO FA60.
             MOVE WS-TOK-NUM     TO WS-ORDER.
           IF WS-LIN-LEN NOT = ZERO
               MOVE WS-A-LINE    TO WS-TOKEN
               MOVE WS-LIN-LEN   TO WS-TOK-LEN
               PERFORM BZ20-DIGITS THRU BZ20-EXIT
               IF WS-TOK-OK = "N" OR WS-TOK-NUM > 999
                   MOVE "LINE NOT NUMERIC" TO WS-REJECT
                   GO TO FA60
               ELSE
                   MOVE WS-TOK-NUM
                                 TO WS-A-LINENO.
      *
      *    ****    The header: on file, open, and marked as
      *            acknowledged.
      *
             MOVE WS-ORDER       TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH KEPT LOCK
                 INVALID KEY
                     MOVE "UNKNOWN ORDER" TO WS-REJECT
                     GO TO FA60.
           IF POR-STATUS NOT = "O"
               UNLOCK PORDER
               MOVE "ORDER NOT OPEN" TO WS-REJECT
               GO TO FA60.
           IF POR-ACK-DATE = ZERO
               MOVE TODAY-DDMMYY TO POR-ACK-DATE
               REWRITE POR-RECORD.
             UNLOCK PORDER.
           IF WS-A-LINENO = ZERO
               MOVE "ORDER ACKNOWLEDGED" TO WS-NOTE
               GO TO FA50.
      *
      *    ****    The line.
      *
             MOVE WS-ORDER       TO POR-ORDER.
             MOVE WS-A-LINENO    TO POR-LINE.
             READ PORDER WITH KEPT LOCK
                 INVALID KEY
                     MOVE "UNKNOWN ORDER LINE" TO WS-REJECT
                     GO TO FA60.
           IF WS-DAT-LEN = ZERO OR WS-A-DATE = SPACES
               GO TO FA20.
           IF WS-A-DATE NOT NUMERIC
               UNLOCK PORDER
               MOVE "DATE NOT VALID" TO WS-REJECT
               GO TO FA60.
             MOVE WS-A-DATE-N    TO WS-DATE-WORK.
           IF WS-DW-DD < 1 OR WS-DW-DD > 31
              OR WS-DW-MM < 1 OR WS-DW-MM > 12
              OR WS-DW-YYYY < 2000
               UNLOCK PORDER
               MOVE "DATE NOT VALID" TO WS-REJECT
               GO TO FA60.
             MOVE WS-A-DATE-N    TO POR-EXPDATE.
             MOVE "DELIVERY DATE SET" TO WS-NOTE.

       FA20.
           IF WS-PRC-LEN = ZERO
               GO TO FA40.
             MOVE WS-A-PRICE     TO WS-TOKEN.
             MOVE WS-PRC-LEN     TO WS-TOK-LEN.
             PERFORM BZ20-DIGITS THRU BZ20-EXIT.
           IF WS-TOK-LEN = ZERO
               GO TO FA40.
           IF WS-TOK-OK = "N"
               UNLOCK PORDER
               MOVE "PRICE NOT NUMERIC" TO WS-REJECT
               GO TO FA60.
             COMPUTE WS-ACKPRICE = WS-TOK-NUM / 100.
           IF POR-CURR NOT = SPACES AND POR-FXRATE > ZERO
               COMPUTE WS-ACKPRICE ROUNDED =
                       WS-ACKPRICE * POR-FXRATE.
           IF WS-ACKPRICE = POR-PRICE
               GO TO FA40.
           IF POR-ORDPRICE = ZERO
               MOVE POR-PRICE    TO POR-ORDPRICE.
             MOVE POR-PRICE      TO WS-ED.
             MOVE SPACES         TO WS-NOTE.
             STRING "PRICE " DELIMITED BY SIZE
                    WS-ED    DELIMITED BY SIZE
                    INTO WS-NOTE.
             MOVE WS-ACKPRICE    TO WS-ED.
             STRING WS-NOTE (1:17) DELIMITED BY SIZE
                    " TO " DELIMITED BY SIZE
                    WS-ED  DELIMITED BY SIZE
                    INTO WS-NOTE.
             MOVE WS-ACKPRICE    TO POR-PRICE.

       FA40.
             REWRITE POR-RECORD.
             UNLOCK PORDER.
           IF WS-NOTE = SPACES
               MOVE "LINE ACKNOWLEDGED" TO WS-NOTE.

       FA50.
             ADD 1               TO WS-GOOD.
             MOVE WS-ORDER       TO W40-ORDER.
             MOVE WS-A-LINENO    TO W40-LINE.
             MOVE WS-NOTE        TO W40-TEXT.
             MOVE SPACES         TO W40-REJECT.
             WRITE PRINT-REC FROM W40-ACK.
             GO TO FA05.

       FA60.
             ADD 1               TO WS-BAD.
             MOVE POR-ORDER      TO W40-ORDER.
             MOVE WS-A-LINENO    TO W40-LINE.
             MOVE IMP-REC        TO W40-TEXT.
             MOVE WS-REJECT      TO W40-REJECT.
             WRITE PRINT-REC FROM W40-ACK.
             GO TO FA05.

       FA90.
             CLOSE IMPFILE PRINTF.
           IF LS-INSTR = "B"
               GO TO FA999.
             DISPLAY "Lines read : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-READ WITH FOREGROUND-COLOR 15
                     "  Applied " WITH FOREGROUND-COLOR 14
                     WS-GOOD WITH FOREGROUND-COLOR 15
                     "  Rejected " WITH FOREGROUND-COLOR 14
                     WS-BAD WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO FA999.

       FA95.
           IF LS-INSTR NOT = "B"
               PERFORM ERROR-MESSAGE.

       FA999.
             EXIT.

      /
      *    ****    S U P P L I E R   S E N D   P R E F E R E N C E
      *
       GA000           SECTION.
       GA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-SUPP = ZERO
               GO TO GA999.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA00.
             DISPLAY "Supplier    : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     P-NAME WITH FOREGROUND-COLOR 15.
           IF P-POSEND = SPACE
               MOVE "P"          TO P-POSEND.
             MOVE P-RECORD       TO CHG-BEFORE.

       GA05.
             DISPLAY S15.
             ACCEPT S15.
           IF P-POSEND NOT = "P" AND "F" AND "E"
               MOVE "Answer P, F or E"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA05.
           IF P-POSEND = "E" AND P-EMAIL = SPACES
               MOVE "E-mail needs the supplier's address"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA05.
             REWRITE P-RECORD.
             UNLOCK CREDIT.
             MOVE "C"            TO CHG-FILE.
             MOVE P-NUMBER       TO CHG-ACCOUNT.
             MOVE "POSEND"       TO CHG-PROG.
             MOVE P-RECORD       TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO GA00.


       GA999.
             EXIT.

      /
      *    ****    T R A N S M I S S I O N   S E T T I N G S
      *
       HA000           SECTION.
       HA00.
             DISPLAY CLR-SCREEN.
             MOVE 297            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD297
               MOVE 297          TO PAR-KEY.
             DISPLAY S16.
             ACCEPT S16.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO HA999.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               MOVE ZERO         TO WS-F-ERROR
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT.
             UNLOCK PARAM.
             MOVE PAR-POS-DIR    TO WS-POSDIR.
             MOVE PAR-POS-DAYS   TO WS-POSDAYS.

       HA999.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE LS-PARID       TO WS-PARID.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
             MOVE LS-USER        TO W02-USER.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "PORDER"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-PORDER.
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "POACK"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-IMPFILE.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O PARAM PORDER CREDIT.
             OPEN INPUT STOCK.
             MOVE 1              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-COMPANY  TO WS-COMPANY
           ELSE
               MOVE SPACES       TO WS-COMPANY
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 297            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-POS-DIR  TO WS-POSDIR
               MOVE PAR-POS-DAYS TO WS-POSDAYS
           ELSE
               MOVE SPACES       TO WS-POSDIR
               MOVE 7            TO WS-POSDAYS
               MOVE ZERO         TO WS-F-ERROR.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY DIGITS.PRO.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 85
               MOVE W02-PORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE POR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY.

       COPY DISPERR.PRO.
