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
      *     I M P O R T   S H I P M E N T S                            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            SHIPMT1.
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
      *    OCT 2026 - First issue.  Imported orders are tracked by
      *               shipment instead of on the whiteboard: a
      *               container or consignment groups the open
      *               foreign currency order lines travelling on
      *               it, with the vessel, ETD/ETA and clearing
      *               agent, and is moved through the milestones
      *               shipped, arrived and cleared with the date
      *               each was reached.  GRN001 receives the whole
      *               shipment in one go and LANDCST1 lands it; the
      *               in-transit value feeds the cash flow forecast
      *               (see CASHFLW) and prints here by shipment.
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

       COPY SHIPMT.SL.

       COPY PORDER.SL.

       COPY CREDIT.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY SHIPMT.FD.

       COPY PORDER.FD.

       COPY CREDIT.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-SHPNO           PIC  9(06) VALUE ZERO.
       77  WS-PONO            PIC  9(07) VALUE ZERO.
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-CURR            PIC  X(03) VALUE SPACES.
       77  WS-LINENO          PIC  9(03) VALUE ZERO.
       77  WS-QTY             PIC  9(05)V99 VALUE ZERO.
       77  WS-OUTST           PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-ONSHIP          PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-HSTAT           PIC  X(01) VALUE SPACE.
       77  WS-VESSEL          PIC  X(20) VALUE SPACES.
       77  WS-CONTAINER       PIC  X(15) VALUE SPACES.
       77  WS-AGENT           PIC  X(20) VALUE SPACES.
       77  WS-ETD             PIC  9(08) VALUE ZERO.
       77  WS-ETA             PIC  9(08) VALUE ZERO.
       77  WS-NEWSTAT         PIC  X(01) VALUE SPACE.
       77  WS-MDATE           PIC  9(08) VALUE ZERO.
       77  WS-STAGE           PIC  X(01) VALUE SPACE.
       77  WS-RANK            PIC  9(01) VALUE ZERO.
       77  WS-OLDRANK         PIC  9(01) VALUE ZERO.
       77  WS-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-TRANSIT         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-SHPCNT          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(36) VALUE
               "IMPORT SHIPMENTS IN TRANSIT         ".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(50) VALUE
               "SHIPMT  SUPP  VESSEL               CONTAINER      ".
           03  FILLER         PIC  X(40) VALUE
               "        ETA     STATUS           VALUE".

       01  W20-DETAIL.
           03  W20-SHPNO      PIC  Z(05)9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-VESSEL     PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-CONTAINER  PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-ETA        PIC  Z9/99/9999.
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  W20-STATUS     PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-VALUE      PIC  Z(10)9.99-.

       01  W20-TOTAL.
           03  FILLER         PIC  X(50) VALUE
               "TOTAL IN TRANSIT                                  ".
           03  FILLER         PIC  X(15) VALUE SPACES.
           03  W20-TRANSIT    PIC  Z(10)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "SHP".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY SHIPMT.ID.

       COPY PORDER.ID.

       COPY CREDIT.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "SHIPMT1.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "IMPORT  SHIPMENTS".
           03  LINE  4 COLUMN 16 VALUE "1. Open a shipment".
           03  LINE  5 COLUMN 16 VALUE
               "2. Add order lines to a shipment".
           03  LINE  6 COLUMN 16 VALUE "3. Milestones and details".
           03  LINE  7 COLUMN 16 VALUE "4. Shipment enquiry".
           03  LINE  8 COLUMN 16 VALUE "5. In-transit report".
           03  LINE  9 COLUMN 16 VALUE "0. Exit".
           03  LINE 11 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 11 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Supplier a/c      :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S14.
           03  LINE  6 COLUMN 10 VALUE "Vessel            :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-VESSEL AUTO.
           03  LINE  7 COLUMN 10 VALUE "Container / ref   :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-CONTAINER AUTO.
           03  LINE  8 COLUMN 10 VALUE "Clearing agent    :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-AGENT AUTO.
           03  LINE  9 COLUMN 10 VALUE "ETD               :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-ETD AUTO.
           03  LINE 10 COLUMN 10 VALUE "ETA               :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-ETA AUTO.

       01  S15.
           03  LINE  4 COLUMN 10 VALUE "Shipment number   :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-SHPNO AUTO.

       01  S16.
           03  LINE 12 COLUMN 10 VALUE "Order no (0 ends) :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-PONO AUTO.

       01  S17.
           03  LINE 15 COLUMN 10 VALUE "Quantity shipped  :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-QTY AUTO.

       01  S18.
           03  LINE 16 COLUMN 10 VALUE
               "New milestone (S/A/C, blank none) :".
           03          COLUMN 46 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-NEWSTAT AUTO.
           03  LINE 17 COLUMN 10 VALUE
               "Date reached                      :".
           03          COLUMN 46 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-MDATE AUTO.

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
             CLOSE SHIPMT PORDER CREDIT.

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
           IF WS-OPTION = "4"
               PERFORM FA000 THRU FA999
               GO TO BA00.
           IF WS-OPTION = "5"
               PERFORM GA000 THRU GA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    O P E N   A   S H I P M E N T
      *
      *            One supplier per shipment; the order lines are
      *            added straight after the header.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S13.
             ACCEPT S13 AT 0430.
           IF WS-SUPP = ZERO
               GO TO CA999.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY P-NAME AT 0447 WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-VESSEL WS-CONTAINER WS-AGENT.
             MOVE ZERO           TO WS-ETD WS-ETA.
             DISPLAY S14.
             ACCEPT S14.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
      *
      *    ****    Next shipment number from the last on file.
      *
             MOVE 999999         TO SHM-NUMBER.
             MOVE 999            TO SHM-LINE.
             START SHIPMT KEY LESS SHM-KEY
                 INVALID KEY
                     MOVE 1      TO WS-SHPNO
                     GO TO CA05.
             READ SHIPMT PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     MOVE 1      TO WS-SHPNO
                     GO TO CA05.
             COMPUTE WS-SHPNO = SHM-NUMBER + 1.

       CA05.
             INITIALIZE SHM-RECORD.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             MOVE "O"            TO SHM-STATUS.
             MOVE WS-SUPP        TO SHM-SUPP.
             MOVE SPACES         TO SHM-CURR.
             MOVE WS-VESSEL      TO SHM-VESSEL.
             MOVE WS-CONTAINER   TO SHM-CONTAINER.
             MOVE WS-AGENT       TO SHM-AGENT.
             MOVE WS-ETD         TO SHM-ETD.
             MOVE WS-ETA         TO SHM-ETA.
             MOVE ZERO           TO SHM-DSHIP SHM-DARRIVE
                                    SHM-DCLEAR SHM-DRECV
                                    SHM-FREIGHT SHM-DUTY
                                    SHM-CLEAR.
             MOVE "V"            TO SHM-APPMETH.
             MOVE SPACE          TO SHM-LANDED.
             MOVE LS-USER        TO SHM-USER.
      *
      *    ****    Another terminal took this number - bump it
      *            and retry, so the header is never lost.
      *
       CA06-WRITE.
             WRITE SHM-RECORD
                 INVALID KEY
                     ADD 1       TO WS-SHPNO
                     MOVE WS-SHPNO
                                 TO SHM-NUMBER
                     GO TO CA06-WRITE.
             DISPLAY "Shipment : " AT 0410
                     WITH FOREGROUND-COLOR 14
                     WS-SHPNO WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-CURR.
             PERFORM DB00-LINES THRU DB00-EXIT.

       CA999.
             EXIT.

      /
      *    ****    A D D   O R D E R   L I N E S
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SHPNO.
             DISPLAY S15.
             ACCEPT S15 AT 0430.
           IF WS-SHPNO = ZERO
               GO TO DA999.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             READ SHIPMT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Shipment not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
           IF SHM-STATUS NOT = "O"
               MOVE "Shipment has sailed - no more lines"
                                       TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA00.
             MOVE SHM-SUPP       TO WS-SUPP.
             MOVE SHM-CURR       TO WS-CURR.
             DISPLAY "Supplier : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     SHM-SUPP WITH FOREGROUND-COLOR 15
                     "  vessel " WITH FOREGROUND-COLOR 14
                     SHM-VESSEL WITH FOREGROUND-COLOR 15.
             PERFORM DB00-LINES THRU DB00-EXIT.
             GO TO DA00.

       DA999.
             EXIT.

      *
      *    ****    Order lines onto the shipment.  Only open
      *            foreign currency orders for the shipment's
      *            supplier; each line offers what is still
      *            outstanding after receipts and after what is
      *            already travelling on other shipments.
      *
       DB00-LINES.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE 999            TO SHM-LINE.
             MOVE ZERO           TO WS-LINENO.
             START SHIPMT KEY LESS SHM-KEY
                 INVALID KEY
                     GO TO DB05-ORDER.
             READ SHIPMT PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB05-ORDER.
           IF SHM-NUMBER = WS-SHPNO
               MOVE SHM-LINE     TO WS-LINENO.

       DB05-ORDER.
             MOVE 1201           TO CPOS.
             PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 16.
             MOVE ZERO           TO WS-PONO.
             DISPLAY S16.
             ACCEPT S16 AT 1230.
           IF WS-PONO = ZERO
               GO TO DB90-CURR.
             MOVE WS-PONO        TO POR-ORDER.
             MOVE ZERO           TO POR-LINE.
             READ PORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Order not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DB05-ORDER.
           IF POR-STATUS NOT = "O"
               MOVE "Order is closed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DB05-ORDER.
           IF POR-SUPP NOT = WS-SUPP
               MOVE "Order is for another supplier"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DB05-ORDER.
           IF POR-CURR = SPACES
               MOVE "Home currency order - not an import"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DB05-ORDER.
           IF WS-CURR = SPACES
               MOVE POR-CURR     TO WS-CURR.
             START PORDER KEY GREATER POR-KEY
                 INVALID KEY
                     GO TO DB05-ORDER.

       DB10-NEXT.
             READ PORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB05-ORDER.
           IF POR-ORDER NOT = WS-PONO
               GO TO DB05-ORDER.
             PERFORM DC00-ONSHIP THRU DC00-EXIT.
             COMPUTE WS-OUTST = POR-QTY - POR-RECQTY - WS-ONSHIP.
           IF WS-OUTST NOT > ZERO
               GO TO DB10-NEXT.
             DISPLAY "Item        : " AT 1310
                     WITH FOREGROUND-COLOR 14
                     POR-ITEM WITH FOREGROUND-COLOR 15.
             DISPLAY "Outstanding : " AT 1410
                     WITH FOREGROUND-COLOR 14
                     WS-OUTST WITH FOREGROUND-COLOR 15.
             MOVE WS-OUTST       TO WS-QTY.

       DB12-QTY.
             DISPLAY S17.
             ACCEPT S17 AT 1530.
           IF WS-QTY = ZERO
               GO TO DB10-NEXT.
           IF WS-QTY > WS-OUTST
               MOVE "More than is outstanding on the order"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE WS-OUTST     TO WS-QTY
               GO TO DB12-QTY.
             ADD 1               TO WS-LINENO.
             INITIALIZE SHM-RECORD.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE WS-LINENO      TO SHM-LINE.
             MOVE POR-ORDER      TO SHM-ORDER.
             MOVE POR-LINE       TO SHM-POLINE.
             MOVE POR-ITEM       TO SHM-ITEM.
             MOVE WS-QTY         TO SHM-QTY.
             MOVE POR-PRICE      TO SHM-PRICE.
             MOVE ZERO           TO SHM-GRN SHM-GRNLINE.
             WRITE SHM-RECORD.
             GO TO DB10-NEXT.
      *
      *    ****    The shipment takes the currency of its first
      *            order.
      *
       DB90-CURR.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             READ SHIPMT WITH KEPT LOCK
                 INVALID KEY
                     GO TO DB00-EXIT.
           IF SHM-CURR = SPACES AND WS-CURR NOT = SPACES
               MOVE WS-CURR      TO SHM-CURR
               REWRITE SHM-RECORD
           ELSE
               UNLOCK SHIPMT.

       DB00-EXIT.
             EXIT.

      *
      *    ****    How much of the order line is already on a
      *            shipment not yet received.
      *
       DC00-ONSHIP.
             MOVE ZERO           TO WS-ONSHIP.
             MOVE SPACE          TO WS-HSTAT.
             MOVE LOW-VALUES     TO SHM-KEY.
             START SHIPMT KEY NOT LESS SHM-KEY
                 INVALID KEY
                     GO TO DC00-EXIT.

       DC05-NEXT.
             READ SHIPMT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DC00-EXIT.
           IF SHM-LINE = ZERO
               MOVE SHM-STATUS   TO WS-HSTAT
               GO TO DC05-NEXT.
           IF WS-HSTAT = "R"
               GO TO DC05-NEXT.
           IF SHM-ORDER = POR-ORDER AND SHM-POLINE = POR-LINE
               ADD SHM-QTY       TO WS-ONSHIP.
             GO TO DC05-NEXT.

       DC00-EXIT.
             EXIT.

      /
      *    ****    M I L E S T O N E S   A N D   D E T A I L S
      *
      *            Vessel, ETD/ETA and agent can be corrected at
      *            any time before receipt.  Milestones only move
      *            forward; "received" is set by GRN001.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SHPNO.
             DISPLAY S15.
             ACCEPT S15 AT 0430.
           IF WS-SHPNO = ZERO
               GO TO EA999.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             READ SHIPMT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Shipment not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
           IF SHM-STATUS = "R"
               MOVE "Shipment already received"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SHIPMT
               GO TO EA00.
             DISPLAY "Status : " AT 1210
                     WITH FOREGROUND-COLOR 14
                     SHM-STATUS WITH FOREGROUND-COLOR 15
                     "  shipped " WITH FOREGROUND-COLOR 14
                     SHM-DSHIP WITH FOREGROUND-COLOR 15
                     "  arrived " WITH FOREGROUND-COLOR 14
                     SHM-DARRIVE WITH FOREGROUND-COLOR 15
                     "  cleared " WITH FOREGROUND-COLOR 14
                     SHM-DCLEAR WITH FOREGROUND-COLOR 15.
             MOVE SHM-VESSEL     TO WS-VESSEL.
             MOVE SHM-CONTAINER  TO WS-CONTAINER.
             MOVE SHM-AGENT      TO WS-AGENT.
             MOVE SHM-ETD        TO WS-ETD.
             MOVE SHM-ETA        TO WS-ETA.
             DISPLAY S14.
             ACCEPT S14.

       EA05.
             MOVE SPACE          TO WS-NEWSTAT.
             MOVE TODAY-DDMMYY   TO WS-MDATE.
             DISPLAY S18.
             ACCEPT S18.
           IF WS-NEWSTAT = "s"
               MOVE "S"          TO WS-NEWSTAT.
           IF WS-NEWSTAT = "a"
               MOVE "A"          TO WS-NEWSTAT.
           IF WS-NEWSTAT = "c"
               MOVE "C"          TO WS-NEWSTAT.
           IF WS-NEWSTAT = SPACE
               GO TO EA20.
           IF WS-NEWSTAT NOT = "S" AND NOT = "A" AND NOT = "C"
               MOVE "Milestone must be S, A or C"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA05.
             MOVE SHM-STATUS     TO WS-STAGE.
             PERFORM EB00-RANK THRU EB00-EXIT.
             MOVE WS-RANK        TO WS-OLDRANK.
             MOVE WS-NEWSTAT     TO WS-STAGE.
             PERFORM EB00-RANK THRU EB00-EXIT.
           IF WS-RANK NOT > WS-OLDRANK
               MOVE "Milestones only move forward"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA05.
           IF WS-MDATE = ZERO
               GO TO EA05.
             MOVE WS-NEWSTAT     TO SHM-STATUS.
           IF WS-NEWSTAT = "S"
               MOVE WS-MDATE     TO SHM-DSHIP.
           IF WS-NEWSTAT = "A"
               MOVE WS-MDATE     TO SHM-DARRIVE.
           IF WS-NEWSTAT = "C"
               MOVE WS-MDATE     TO SHM-DCLEAR.

       EA20.
             MOVE WS-VESSEL      TO SHM-VESSEL.
             MOVE WS-CONTAINER   TO SHM-CONTAINER.
             MOVE WS-AGENT       TO SHM-AGENT.
             MOVE WS-ETD         TO SHM-ETD.
             MOVE WS-ETA         TO SHM-ETA.
             MOVE LS-USER        TO SHM-USER.
             REWRITE SHM-RECORD.
             DISPLAY "Shipment updated" AT 2010
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO EA00.

       EA999.
             EXIT.

      *
      *    ****    Order of the milestones: open, shipped,
      *            arrived, cleared, received.
      *
       EB00-RANK.
             MOVE ZERO           TO WS-RANK.
           IF WS-STAGE = "O"
               MOVE 1            TO WS-RANK.
           IF WS-STAGE = "S"
               MOVE 2            TO WS-RANK.
           IF WS-STAGE = "A"
               MOVE 3            TO WS-RANK.
           IF WS-STAGE = "C"
               MOVE 4            TO WS-RANK.
           IF WS-STAGE = "R"
               MOVE 5            TO WS-RANK.

       EB00-EXIT.
             EXIT.

      /
      *    ****    S H I P M E N T   E N Q U I R Y
      *
       FA000           SECTION.
       FA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SHPNO.
             DISPLAY S15.
             ACCEPT S15 AT 0430.
           IF WS-SHPNO = ZERO
               GO TO FA999.
             MOVE WS-SHPNO       TO SHM-NUMBER.
             MOVE ZERO           TO SHM-LINE.
             READ SHIPMT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Shipment not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO FA00.
             PERFORM FB00-HEADER THRU FB00-EXIT.
             DISPLAY "Order    Ln  Item             Shipped    GRN"
                     AT 1204 WITH FOREGROUND-COLOR 14.
             MOVE 13             TO WS-LINE.
             MOVE ZERO           TO WS-VALUE.
             START SHIPMT KEY GREATER SHM-KEY
                 INVALID KEY
                     GO TO FA90.

       FA05.
             READ SHIPMT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA90.
           IF SHM-NUMBER NOT = WS-SHPNO
               GO TO FA90.
             COMPUTE WS-VALUE = WS-VALUE + (SHM-QTY * SHM-PRICE).
             MOVE WS-LINE        TO SLIN.
             MOVE 04             TO SCOL.
             DISPLAY SHM-ORDER AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 13             TO SCOL.
             DISPLAY SHM-POLINE AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 17             TO SCOL.
             DISPLAY SHM-ITEM AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 34             TO SCOL.
             DISPLAY SHM-QTY AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 46             TO SCOL.
             DISPLAY SHM-GRN AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
           IF WS-LINE > 20
               MOVE 13           TO WS-LINE.
             GO TO FA05.

       FA90.
             MOVE WS-VALUE       TO W20-TRANSIT.
             DISPLAY "Value : " AT 2204 WITH FOREGROUND-COLOR 14
                     W20-TRANSIT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO FA00.

       FA999.
             EXIT.

      *
      *    ****    The header on screen: supplier, vessel and the
      *            milestones reached so far.
      *
       FB00-HEADER.
             DISPLAY "Supplier : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     SHM-SUPP WITH FOREGROUND-COLOR 15
                     "  currency " WITH FOREGROUND-COLOR 14
                     SHM-CURR WITH FOREGROUND-COLOR 15
                     "  status " WITH FOREGROUND-COLOR 14
                     SHM-STATUS WITH FOREGROUND-COLOR 15.
             DISPLAY "Vessel   : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     SHM-VESSEL WITH FOREGROUND-COLOR 15
                     "  container " WITH FOREGROUND-COLOR 14
                     SHM-CONTAINER WITH FOREGROUND-COLOR 15.
             DISPLAY "Agent    : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     SHM-AGENT WITH FOREGROUND-COLOR 15.
             DISPLAY "ETD " AT 0910 WITH FOREGROUND-COLOR 14
                     SHM-ETD WITH FOREGROUND-COLOR 15
                     "  ETA " WITH FOREGROUND-COLOR 14
                     SHM-ETA WITH FOREGROUND-COLOR 15.
             DISPLAY "Shipped " AT 1010 WITH FOREGROUND-COLOR 14
                     SHM-DSHIP WITH FOREGROUND-COLOR 15
                     "  arrived " WITH FOREGROUND-COLOR 14
                     SHM-DARRIVE WITH FOREGROUND-COLOR 15
                     "  cleared " WITH FOREGROUND-COLOR 14
                     SHM-DCLEAR WITH FOREGROUND-COLOR 15
                     "  received " WITH FOREGROUND-COLOR 14
                     SHM-DRECV WITH FOREGROUND-COLOR 15.

       FB00-EXIT.
             EXIT.

      /
      *    ****    I N - T R A N S I T   R E P O R T
      *
      *            Every shipment shipped but not yet received,
      *            valued at the home currency order prices.
      *
       GA000           SECTION.
       GA00.
             OPEN OUTPUT PRINTF.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-TRANSIT WS-SHPCNT.
             MOVE LOW-VALUES     TO SHM-KEY.
             START SHIPMT KEY NOT LESS SHM-KEY
                 INVALID KEY
                     GO TO GA90.

       GA05.
             READ SHIPMT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GA80.
           IF SHM-LINE NOT = ZERO
               GO TO GA10.
             PERFORM GB00-PRINT THRU GB00-EXIT.
           IF SHM-STATUS = "S" OR "A" OR "C"
               MOVE SHM-NUMBER   TO W20-SHPNO
               MOVE SHM-SUPP     TO W20-SUPP
               MOVE SHM-VESSEL   TO W20-VESSEL
               MOVE SHM-CONTAINER
                                 TO W20-CONTAINER
               MOVE SHM-ETA      TO W20-ETA
               MOVE SHM-STATUS   TO W20-STATUS
               MOVE ZERO         TO WS-VALUE
               MOVE SHM-NUMBER   TO WS-SHPNO
           ELSE
               MOVE ZERO         TO WS-SHPNO.
             GO TO GA05.

       GA10.
           IF SHM-NUMBER = WS-SHPNO
               COMPUTE WS-VALUE = WS-VALUE
                                + (SHM-QTY * SHM-PRICE).
             GO TO GA05.

       GA80.
             PERFORM GB00-PRINT THRU GB00-EXIT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-TRANSIT     TO W20-TRANSIT.
             WRITE PRINT-REC FROM W20-TOTAL.

       GA90.
             CLOSE PRINTF.
             DISPLAY "Shipments in transit : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-SHPCNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       GA999.
             EXIT.

      *
      *    ****    Print the shipment just finished, if it was
      *            in transit.
      *
       GB00-PRINT.
           IF WS-SHPNO = ZERO
               GO TO GB00-EXIT.
             MOVE WS-VALUE       TO W20-VALUE.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD WS-VALUE        TO WS-TRANSIT.
             ADD 1               TO WS-SHPCNT.
             MOVE ZERO           TO WS-SHPNO.

       GB00-EXIT.
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
             MOVE "SHIPMT"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-SHIPMT.
             MOVE "PORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PORDER.
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.

       ZA02.
             OPEN I-O SHIPMT.
           IF WS-STATUS = "35"
               CLOSE SHIPMT
               OPEN OUTPUT SHIPMT
               CLOSE SHIPMT
               OPEN I-O SHIPMT.
             OPEN INPUT PORDER CREDIT.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 17
               MOVE W02-SHIPMT    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SHM-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 85
               MOVE W02-PORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE POR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY.

       COPY DISPERR.PRO.
