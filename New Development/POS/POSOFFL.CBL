      $set linkcount"384" GNT"POSOFFL.GNT"
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
      *     P O S   O F F L I N E   S T O R E   A N D   F O R W A R D  *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            POSOFFL.
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
      *    OCT 2026 - First issue.  CALLed by POS001 to keep the
      *               till trading when the file server cannot be
      *               reached.  L-FUNC:
      *                 R - refresh the terminal's own copies of
      *                     the stock (prices), promotion, parameter
      *                     (barcode and scale rules) and department
      *                     files from the server, at sign-on and
      *                     whenever the server is up.  The local
      *                     APACFIDS on L-LDRIVE names where they go;
      *                     while offline POS001 passes L-LDRIVE as
      *                     the drive to PROMOPRC, BARSCALE and
      *                     EJWRITE so they run from those copies.
      *                 S - hold one line of an offline sale (line
      *                     000 the header) on POSOFF on the local
      *                     drive.  The receipt itself is journalled
      *                     to the local EJRNL by EJWRITE as usual.
      *                 F - forward the held sales once the server
      *                     answers again: each receipt becomes a
      *                     POS invoice (DOC-TERM set) on the next
      *                     invoice number, stock is issued with a
      *                     CARDEX type 46 movement, the receipt's
      *                     journal lines are copied to the server's
      *                     EJRNL, the terminal's cash drawer totals
      *                     are brought up to date and every sale is
      *                     logged to POSUPL with any conflict found
      *                     (see POSUPLD).  EJWRITE is CANCELled
      *                     before and after so the caller's next
      *                     journal write opens the right file.
      *               L-COUNT returns the files copied (R) or sales
      *               forwarded (F); L-CONFLICTS the conflicts met.
      *    OCT 2026 - Forwarding the held sales carries control
      *               totals (see CTLTOT): the unforwarded receipts
      *               are counted and totalled before anything is
      *               posted and checked against the invoices,
      *               stock issues, CARDEX movements and cash
      *               drawer totals that reach the server.  Lines
      *               whose item is no longer on file are held out
      *               of the stock and CARDEX quantities.  A run
      *               that does not balance stops the day-end until
      *               cleared (see CTLEXC).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY APACFIDS.SL.

       COPY POSOFF.SL.

       COPY EJRNL.SL.

       COPY STOCK.SL.

       COPY CARDEX.SL.

       COPY INVOIC.SL.

       COPY CONTROL.SL.

       COPY PARAM.SL.

       COPY POSUPL.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY POSOFF.FD.

       COPY EJRNL.FD.

       COPY STOCK.FDE.

       COPY CARDEX.FDE.

       COPY INVOIC.FDE.

       COPY CONTROL.FD.

       COPY PARAM.FDE.

       COPY POSUPL.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-NETOPEN         PIC  X(01) VALUE "N".
       77  WS-EJOPEN          PIC  X(01) VALUE "N".
       77  WS-NETKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-F1              PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-CMDSTAT         PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-INVNO           PIC  9(07) VALUE ZERO.
       77  WS-ITEMS           PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-EJLINES         PIC  9(03) VALUE ZERO.
       77  WS-CONFLICT        PIC  X(01) VALUE SPACE.
       77  WS-NOW             PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-CTL-SKIP        PIC  X(01) VALUE SPACE.

      *
      *    ****    Files the terminal keeps its own copy of, with
      *            the server and local paths found for each.
      *
       01  WS-RFR-IDS.
           03  FILLER         PIC  X(32) VALUE
                              "STOCKF  PROMO   PARAM   DEPART  ".
       01  WS-RFR-IDR REDEFINES WS-RFR-IDS.
           03  WS-RFR-ID      PIC  X(08) OCCURS 4.

       01  WS-RFR-PATHS.
           03  WS-RFR-ENTRY   OCCURS 4.
               05  WS-RFR-SRC PIC  X(40).
               05  WS-RFR-DST PIC  X(40).

       01  WS-OFS-HEAD.
           03  WS-OFSKEY.
               05  WS-OFS-TERM
                              PIC  9(02).
               05  WS-OFS-DATE
                              PIC  9(08).
               05  WS-OFS-RECNO
                              PIC  9(07).
               05  WS-OFS-LINE
                              PIC  9(03).
           03  WS-OFS-TIME    PIC  9(06).
           03  WS-OFS-USER    PIC  X(03).
           03  WS-OFS-TENDER  PIC  X(01).
           03  WS-OFS-VAT     PIC S9(07)V99 COMP-3.
           03  WS-OFS-TOTAL   PIC S9(09)V99 COMP-3.

      *
      *    ****    Journal line passed to EJWRITE (see EJWRITE
      *            L-REQUEST).
      *
       01  WS-EJ-REQUEST.
           03  WS-EJ-TERM     PIC  9(02).
           03  WS-EJ-DATE     PIC  9(08).
           03  WS-EJ-TIME     PIC  9(06).
           03  WS-EJ-RECNO    PIC  9(07).
           03  WS-EJ-LINE     PIC  9(03).
           03  WS-EJ-TEXT     PIC  X(40).
           03  WS-EJ-USER     PIC  X(03).
           03  WS-EJ-DRIVE    PIC  X(01).
           03  WS-EJ-SYSID    PIC  X(03).
           03  WS-EJ-RESULT   PIC  X(01).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY POSOFF.ID.

       COPY EJRNL.ID.

       COPY STOCK.ID.

       COPY CARDEX.ID.

       COPY INVOIC.ID.

       COPY CONTROL.ID.

       COPY PARAM.ID.

       COPY POSUPL.ID.

       COPY WS.WS.

       COPY CTLTOT.WS.

       LINKAGE SECTION.

      *
      *    L-DRIVE is the file server's drive, L-LDRIVE the
      *    terminal's own.  L-LIST is the retail price on the
      *    terminal's copy of the stock file when the line was
      *    rung up; L-PRICE the price actually charged.
      *
       01  L-REQUEST.
           03  L-FUNC         PIC  X(01).
           03  L-TERM         PIC  9(02).
           03  L-DATE         PIC  9(08).
           03  L-TIME         PIC  9(06).
           03  L-RECNO        PIC  9(07).
           03  L-LINE         PIC  9(03).
           03  L-USER         PIC  X(03).
           03  L-TENDER       PIC  X(01).
           03  L-ITEM         PIC  X(15).
           03  L-QTY          PIC S9(05)V99 COMP-3.
           03  L-PRICE        PIC S9(07)V99 COMP-3.
           03  L-LIST         PIC S9(07)V99 COMP-3.
           03  L-VAT          PIC S9(07)V99 COMP-3.
           03  L-TOTAL        PIC S9(09)V99 COMP-3.
           03  L-DRIVE        PIC  X(01).
           03  L-LDRIVE       PIC  X(01).
           03  L-SYSID        PIC  X(03).
           03  L-COUNT        PIC  9(04).
           03  L-CONFLICTS    PIC  9(04).
           03  L-RESULT       PIC  X(01).

      /
       PROCEDURE DIVISION USING L-REQUEST.
       AA000           SECTION.
       AA00.
             MOVE "N"            TO L-RESULT.
             MOVE ZERO           TO L-COUNT L-CONFLICTS.
           IF L-FUNC = "R"
               PERFORM BA000
               GO TO AA49.
           IF WS-OPENED = "N"
               PERFORM ZA000.
           IF WS-OPENED = "N"
               GO TO AA49.
           IF L-FUNC = "S"
               PERFORM CA000
               GO TO AA49.
           IF L-FUNC = "F"
               PERFORM DA000.

       AA49.
             EXIT PROGRAM.

       AB000           SECTION.

       COPY CONTROL.RD.

       COPY PARAM.RD.

      /
       AC000           SECTION.

       COPY CONTROL.WR.

       COPY PARAM.WR.

      /
      *    ****    R E F R E S H   T H E   L O C A L   C O P I E S
      *
       BA000           SECTION.
       BA00.
             MOVE SPACES         TO WS-RFR-PATHS.
      *
      *    ****    Where each file lives on the server ...
      *
             MOVE L-DRIVE        TO W02-L-OR-N.
             MOVE L-SYSID        TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO BA999.
             MOVE 1              TO WS-F1.

       BA05.
           IF WS-F1 > 4
               GO TO BA10.
             MOVE WS-RFR-ID(WS-F1)
                                 TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO WS-RFR-SRC(WS-F1).
             ADD 1               TO WS-F1.
             GO TO BA05.

       BA10.
             CLOSE APACFIDS.
      *
      *    ****    ... and where the terminal keeps its copy.
      *
             MOVE L-LDRIVE       TO W02-L-OR-N.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO BA999.
             MOVE 1              TO WS-F1.

       BA15.
           IF WS-F1 > 4
               GO TO BA20.
             MOVE WS-RFR-ID(WS-F1)
                                 TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO WS-RFR-DST(WS-F1).
             ADD 1               TO WS-F1.
             GO TO BA15.

       BA20.
             CLOSE APACFIDS.
             MOVE 1              TO WS-F1.

       BA25.
           IF WS-F1 > 4
               GO TO BA30.
           IF WS-RFR-SRC(WS-F1) NOT = SPACES
              AND WS-RFR-DST(WS-F1) NOT = SPACES
              AND WS-RFR-SRC(WS-F1) NOT = WS-RFR-DST(WS-F1)
               CALL "CBL_COPY_FILE" USING WS-RFR-SRC(WS-F1)
                                          WS-RFR-DST(WS-F1)
                                RETURNING WS-CMDSTAT
               IF WS-CMDSTAT = ZERO
                   ADD 1         TO L-COUNT.
             ADD 1               TO WS-F1.
             GO TO BA25.

       BA30.
           IF L-COUNT = 4
               MOVE "Y"          TO L-RESULT.

       BA999.
             EXIT.

      /
      *    ****    H O L D   A N   O F F L I N E   S A L E   L I N E
      *
       CA000           SECTION.
       CA00.
             INITIALIZE OFS-RECORD.
             MOVE L-TERM         TO OFS-TERM.
             MOVE L-DATE         TO OFS-DATE.
             MOVE L-RECNO        TO OFS-RECNO.
             MOVE L-LINE         TO OFS-LINE.
             MOVE L-TIME         TO OFS-TIME.
             MOVE L-USER         TO OFS-USER.
             MOVE L-TENDER       TO OFS-TENDER.
             MOVE L-ITEM         TO OFS-ITEM.
             MOVE L-QTY          TO OFS-QTY.
             MOVE L-PRICE        TO OFS-PRICE.
             MOVE L-LIST         TO OFS-LIST.
             MOVE L-VAT          TO OFS-VAT.
             MOVE L-TOTAL        TO OFS-TOTAL.
             MOVE SPACE          TO OFS-STATUS.
             WRITE OFS-RECORD
                 INVALID KEY
                     REWRITE OFS-RECORD
                     END-REWRITE
             END-WRITE.
             MOVE "Y"            TO L-RESULT.

       CA999.
             EXIT.

      /
      *    ****    F O R W A R D   T H E   H E L D   S A L E S
      *
       DA000           SECTION.
       DA00.
             PERFORM ZB000.
           IF WS-NETOPEN = "N"
               GO TO DA999.
             CANCEL "EJWRITE".
             MOVE "N"            TO WS-EJOPEN.
           IF W02-EJRNL NOT = SPACES
               OPEN INPUT EJRNL
               IF WS-STATUS = "00" OR "41"
                   MOVE "Y"      TO WS-EJOPEN.
             PERFORM DG00-EXPECTED THRU DG00-EXIT.
             MOVE "Y"            TO L-RESULT.
             MOVE L-TERM         TO OFS-TERM.
             MOVE ZERO           TO OFS-DATE OFS-RECNO OFS-LINE.
             START POSOFF KEY NOT LESS OFS-KEY
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ POSOFF NEXT RECORD
                 AT END
                     GO TO DA90.
           IF OFS-TERM NOT = L-TERM
               GO TO DA90.
           IF OFS-LINE NOT = ZERO
               GO TO DA05.
           IF OFS-STATUS = "F"
               GO TO DA05.
             MOVE OFS-KEY        TO WS-OFSKEY.
             MOVE OFS-TIME       TO WS-OFS-TIME.
             MOVE OFS-USER       TO WS-OFS-USER.
             MOVE OFS-TENDER     TO WS-OFS-TENDER.
             MOVE OFS-VAT        TO WS-OFS-VAT.
             MOVE OFS-TOTAL      TO WS-OFS-TOTAL.
             PERFORM DB00-NUMBER THRU DB00-EXIT.
           IF WS-INVNO = ZERO
               MOVE "N"          TO L-RESULT
               GO TO DA90.
      *
      *    ****    The POS invoice header, as the till would have
      *            written it on the day.
      *
             INITIALIZE DOC-RECORD.
             MOVE WS-INVNO       TO DOC-NUMBER.
             MOVE ZERO           TO DOC-LINE.
             MOVE 01             TO DOC-TYPE.
             MOVE WS-OFS-DATE    TO DOC-DATE.
             MOVE WS-OFS-TIME    TO DOC-TIME.
             MOVE WS-OFS-VAT     TO DOC-VAT.
             MOVE WS-OFS-TOTAL   TO DOC-TOTAL.
             MOVE WS-OFS-TERM    TO DOC-TERM.
             WRITE DOC-RECORD.
           IF WS-STATUS-1 = "0"
               ADD 1             TO CTL-T-DOCS (1)
               ADD DOC-TOTAL     TO CTL-T-VALUE (1)
               ADD DOC-VAT       TO CTL-T-VAT (1).
             MOVE ZERO           TO WS-ITEMS WS-EJLINES.

       DA10.
             READ POSOFF NEXT RECORD
                 AT END
                     GO TO DA20.
           IF OFS-TERM NOT = WS-OFS-TERM
              OR OFS-DATE NOT = WS-OFS-DATE
              OR OFS-RECNO NOT = WS-OFS-RECNO
               GO TO DA20.
             PERFORM DC00-LINE THRU DC00-EXIT.
             GO TO DA10.

       DA20.
             PERFORM DD00-JOURNAL THRU DD00-EXIT.
             PERFORM DE00-DRAWER THRU DE00-EXIT.
      *
      *    ****    One log record for the sale as a whole.
      *
             INITIALIZE UPL-RECORD.
             MOVE WS-OFS-TOTAL   TO UPL-TOTAL.
             MOVE SPACE          TO UPL-CONFLICT.
             PERFORM DF00-LOG THRU DF00-EXIT.
      *
      *    ****    Mark the sale forwarded, then carry on from
      *            the next receipt.
      *
             MOVE WS-OFSKEY      TO OFS-KEY.
             READ POSOFF WITH KEPT LOCK
                 INVALID KEY
                     GO TO DA90.
             MOVE "F"            TO OFS-STATUS.
             MOVE WS-INVNO       TO OFS-DOCNO.
             MOVE L-DATE         TO OFS-FWDDATE.
             REWRITE OFS-RECORD.
             UNLOCK POSOFF.
             ADD 1               TO L-COUNT.
             MOVE WS-OFSKEY      TO OFS-KEY.
             MOVE 999            TO OFS-LINE.
             START POSOFF KEY GREATER OFS-KEY
                 INVALID KEY
                     GO TO DA90.
             GO TO DA05.

       DA90.
             PERFORM DH00-END THRU DH00-EXIT.
           IF WS-EJOPEN = "Y"
               CLOSE EJRNL.
             CLOSE STOCK CARDEX INVOICE NETWORK PARAM POSUPL.
             MOVE "N"            TO WS-NETOPEN.
             CANCEL "EJWRITE".

       DA999.
             EXIT.

      *
      *    ****    Draw the next invoice number under lock.
      *
       DB00-NUMBER.
             MOVE ZERO           TO WS-INVNO.
             MOVE 1              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO DB00-EXIT.
             ADD 1               TO DEB-INVOICE.
             MOVE DEB-INVOICE    TO WS-INVNO.
             PERFORM REWRITE-CONTROL-UNLOCK THRU WRITE-CONTROL-EXIT.

       DB00-EXIT.
             EXIT.

      *
      *    ****    One sale line: the invoice line goes on as rung
      *            up, then the stock is issued and any disagreement
      *            with the server's files is logged.
      *
       DC00-LINE.
             INITIALIZE DOC-RECORD.
             MOVE WS-INVNO       TO DOC-NUMBER.
             MOVE OFS-LINE       TO DOC-LINE.
             MOVE 01             TO DOC-TYPE.
             MOVE OFS-DATE       TO DOC-DATE.
             MOVE OFS-TIME       TO DOC-TIME.
             MOVE OFS-ITEM       TO DOC-ITEM.
             MOVE OFS-QTY        TO DOC-QTY.
             MOVE OFS-PRICE      TO DOC-PRICE.
             MOVE OFS-VAT        TO DOC-VAT.
             MOVE OFS-TOTAL      TO DOC-TOTAL.
             MOVE OFS-TERM       TO DOC-TERM.
             WRITE DOC-RECORD.
           IF WS-STATUS-1 = "0"
               ADD DOC-QTY       TO CTL-T-QTY (1).
             ADD OFS-QTY         TO WS-ITEMS.
             MOVE OFS-ITEM       TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     ADD OFS-QTY TO CTL-H-QTY
                     MOVE "I"    TO WS-CONFLICT
                     MOVE ZERO   TO WS-NOW
                     PERFORM DC50-CONFLICT
                     GO TO DC00-EXIT.
           IF STK-PRICE-RT NOT = OFS-LIST
               MOVE "P"          TO WS-CONFLICT
               MOVE STK-PRICE-RT TO WS-NOW
               PERFORM DC50-CONFLICT.
             SUBTRACT OFS-QTY    FROM STK-QOH.
             REWRITE STK-RECORD.
           IF WS-STATUS-1 = "0"
               ADD 1             TO CTL-T-DOCS (2)
               ADD OFS-QTY       TO CTL-T-QTY (2).
             UNLOCK STOCK.
             MOVE OFS-ITEM       TO CRD-ITEM.
             MOVE OFS-DATE       TO CRD-DATE.
             MOVE ZERO           TO CRD-SERIAL.
             MOVE 46             TO CRD-TYPE.
             MOVE WS-INVNO       TO CRD-REF.
             COMPUTE CRD-QTY = ZERO - OFS-QTY.
             MOVE STK-COST       TO CRD-COST.
             MOVE OFS-USER       TO CRD-USER.
             MOVE SPACES         TO CRD-UNIT.
             MOVE ZERO           TO CRD-UNITQTY.

       DC10-WRITE.
             WRITE CRD-RECORD
                 INVALID KEY
                     ADD 1       TO CRD-SERIAL
                     GO TO DC10-WRITE.
             ADD 1               TO CTL-T-DOCS (3).
             SUBTRACT CRD-QTY    FROM CTL-T-QTY (3).
           IF STK-QOH < ZERO
               MOVE "N"          TO WS-CONFLICT
               MOVE STK-PRICE-RT TO WS-NOW
               PERFORM DC50-CONFLICT.
             GO TO DC00-EXIT.

       DC50-CONFLICT.
             INITIALIZE UPL-RECORD.
             MOVE WS-NOW         TO UPL-NOW.
             MOVE OFS-LINE       TO UPL-LINE.
             MOVE OFS-ITEM       TO UPL-ITEM.
             MOVE OFS-QTY        TO UPL-QTY.
             MOVE OFS-TOTAL      TO UPL-TOTAL.
             MOVE OFS-LIST       TO UPL-HELD.
             MOVE WS-CONFLICT    TO UPL-CONFLICT.
             PERFORM DF00-LOG THRU DF00-EXIT.
             ADD 1               TO L-CONFLICTS.

       DC00-EXIT.
             EXIT.

      *
      *    ****    Copy the receipt's journal lines from the
      *            terminal to the server's journal.
      *
       DD00-JOURNAL.
           IF WS-EJOPEN = "N"
               GO TO DD00-EXIT.
             MOVE WS-OFS-TERM    TO EJR-TERM.
             MOVE WS-OFS-DATE    TO EJR-DATE.
             MOVE WS-OFS-RECNO   TO EJR-RECNO.
             MOVE ZERO           TO EJR-LINE.
             START EJRNL KEY NOT LESS EJR-KEY
                 INVALID KEY
                     GO TO DD00-EXIT.

       DD05.
             READ EJRNL NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DD00-EXIT.
           IF EJR-TERM NOT = WS-OFS-TERM
              OR EJR-DATE NOT = WS-OFS-DATE
              OR EJR-RECNO NOT = WS-OFS-RECNO
               GO TO DD00-EXIT.
             MOVE EJR-TERM       TO WS-EJ-TERM.
             MOVE EJR-DATE       TO WS-EJ-DATE.
             MOVE EJR-TIME       TO WS-EJ-TIME.
             MOVE EJR-RECNO      TO WS-EJ-RECNO.
             MOVE EJR-LINE       TO WS-EJ-LINE.
             MOVE EJR-TEXT       TO WS-EJ-TEXT.
             MOVE EJR-USER       TO WS-EJ-USER.
             MOVE L-DRIVE        TO WS-EJ-DRIVE.
             MOVE L-SYSID        TO WS-EJ-SYSID.
             MOVE "N"            TO WS-EJ-RESULT.
             CALL "EJWRITE" USING WS-EJ-REQUEST
                 ON EXCEPTION
                     GO TO DD00-EXIT
             END-CALL.
           IF WS-EJ-RESULT = "Y"
               ADD 1             TO WS-EJLINES.
             GO TO DD05.

       DD00-EXIT.
             EXIT.

      *
      *    ****    The terminal's cash drawer totals (PARAM record
      *            150 + terminal) take the sale as if rung up
      *            online; the day-end rolls them on as usual.
      *
       DE00-DRAWER.
           IF WS-OFS-TERM = ZERO OR WS-OFS-TERM > 40
               GO TO DE00-EXIT.
             COMPUTE WS-PARKEY = 150 + WS-OFS-TERM.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO DE00-EXIT.
           IF WS-OFS-TENDER = "K"
               ADD WS-OFS-TOTAL  TO PAR-CARDS
           ELSE
               ADD WS-OFS-TOTAL  TO PAR-CASH.
             ADD WS-OFS-TOTAL    TO PAR-CSH.
             ADD WS-OFS-VAT      TO PAR-VATVAL.
             ADD 1               TO PAR-RECEIPTS PAR-CUST.
             ADD WS-ITEMS        TO PAR-ITMS.
             PERFORM REWRITE-PARAM-UNLOCK THRU WRITE-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               ADD 1             TO CTL-T-DOCS (4)
               ADD WS-OFS-TOTAL  TO CTL-T-VALUE (4)
               ADD WS-OFS-VAT    TO CTL-T-VAT (4).

       DE00-EXIT.
             EXIT.

      *
      *    ****    Add a record to the upload log under the next
      *            free serial for the day.
      *
       DF00-LOG.
             MOVE L-DATE         TO UPL-DATE.
             MOVE ZERO           TO UPL-SERIAL.
             MOVE WS-OFS-TERM    TO UPL-TERM.
             MOVE WS-OFS-DATE    TO UPL-SDATE.
             MOVE WS-OFS-RECNO   TO UPL-RECNO.
             MOVE WS-INVNO       TO UPL-DOCNO.
             MOVE WS-OFS-TENDER  TO UPL-TENDER.
             MOVE WS-EJLINES     TO UPL-EJLINES.
             MOVE WS-OFS-USER    TO UPL-USER.
             MOVE L-TIME         TO UPL-TIME.

       DF05-WRITE.
             ADD 1               TO UPL-SERIAL.
             WRITE UPL-RECORD
                 INVALID KEY
                     GO TO DF05-WRITE.

       DF00-EXIT.
             EXIT.

      *
      *    ****    The run's expected totals: every receipt held
      *            on the terminal and not yet forwarded, by count,
      *            value and VAT off its header and quantity off
      *            its lines.  The invoices take all four; stock
      *            and CARDEX the quantity less lines whose item
      *            has gone; the cash drawer the count, value and
      *            VAT.  Nothing to forward, no run.
      *
       DG00-EXPECTED.
             INITIALIZE CTL-REQUEST.
             MOVE "POSOFFL"      TO CTL-PROG.
             MOVE L-TERM         TO CTL-REF.
             MOVE 4              TO CTL-TARGETS.
             MOVE "INVOICE"      TO CTL-T-NAME (1).
             MOVE "YYYY"         TO CTL-T-CHECK (1).
             MOVE "STOCK"        TO CTL-T-NAME (2).
             MOVE "NNNH"         TO CTL-T-CHECK (2).
             MOVE "CARDEX"       TO CTL-T-NAME (3).
             MOVE "NNNH"         TO CTL-T-CHECK (3).
             MOVE "DRAWER"       TO CTL-T-NAME (4).
             MOVE "YYYN"         TO CTL-T-CHECK (4).
             MOVE "Y"            TO WS-CTL-SKIP.
             MOVE L-TERM         TO OFS-TERM.
             MOVE ZERO           TO OFS-DATE OFS-RECNO OFS-LINE.
             START POSOFF KEY NOT LESS OFS-KEY
                 INVALID KEY
                     GO TO DG90.

       DG05.
             READ POSOFF NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DG90.
           IF OFS-TERM NOT = L-TERM
               GO TO DG90.
           IF OFS-LINE NOT = ZERO
               GO TO DG10.
           IF OFS-STATUS = "F"
               MOVE "Y"          TO WS-CTL-SKIP
               GO TO DG05.
             MOVE "N"            TO WS-CTL-SKIP.
             ADD 1               TO CTL-E-DOCS.
             ADD OFS-TOTAL       TO CTL-E-VALUE.
             ADD OFS-VAT         TO CTL-E-VAT.
             GO TO DG05.

       DG10.
           IF WS-CTL-SKIP = "N"
               ADD OFS-QTY       TO CTL-E-QTY.
             GO TO DG05.

       DG90.
           IF CTL-E-DOCS = ZERO
               GO TO DG00-EXIT.
             MOVE "S"            TO CTL-ACTION.
             PERFORM DH10-CALL THRU DH10-EXIT.

       DG00-EXIT.
             EXIT.

      *
      *    ****    The run's totals checked.  The terminal has no
      *            sign-on block of its own to pass, so the request
      *            is filled in here.
      *
       DH00-END.
           IF CTL-RUN = ZERO
               GO TO DH00-EXIT.
             MOVE "E"            TO CTL-ACTION.
             PERFORM DH10-CALL THRU DH10-EXIT.
             MOVE ZERO           TO CTL-RUN.
             CANCEL "CTLTOT".

       DH00-EXIT.
             EXIT.

       DH10-CALL.
             MOVE L-USER         TO CTL-USER.
             MOVE L-DATE         TO CTL-DATE.
             MOVE L-DRIVE        TO CTL-DRIVE.
             MOVE L-SYSID        TO CTL-SYSID.
             MOVE SPACE          TO CTL-RESULT.
             CALL "CTLTOT" USING CTL-REQUEST
                 ON EXCEPTION
                     CONTINUE
             END-CALL.
             MOVE SPACE          TO CTL-ACTION.

       DH10-EXIT.
             EXIT.

      /
      *    ****    The terminal's own files.
      *
       ZA000           SECTION.
       ZA00.
             MOVE L-LDRIVE       TO W02-L-OR-N.
             MOVE L-SYSID        TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO ZA999.
             MOVE "POSOFF"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
           IF AFID-PATH = SPACES
               GO TO ZA90.
             MOVE AFID-PATH      TO W02-POSOFF.
             MOVE "EJRNL"        TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-EJRNL.
             OPEN I-O POSOFF.
           IF WS-STATUS = "35"
               OPEN OUTPUT POSOFF
               CLOSE POSOFF
               OPEN I-O POSOFF.
           IF WS-STATUS = "00" OR "41"
               MOVE "Y"          TO WS-OPENED.
             GO TO ZA90.

       ZA05-READ.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
       ZA05-EXIT.
             EXIT.

       ZA90.
             CLOSE APACFIDS.

       ZA999.
             EXIT.

      /
      *    ****    The server's files, for forwarding.
      *
       ZB000           SECTION.
       ZB00.
             MOVE "N"            TO WS-NETOPEN.
             MOVE L-DRIVE        TO W02-L-OR-N.
             MOVE L-SYSID        TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO ZB999.
             MOVE "STOCKF"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "CARDEX"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-CARDEX.
             MOVE "INVOIC"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "NETWORK"      TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-NETWORK.
             MOVE "PARAM"        TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "POSUPL"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-POSUPL.
             CLOSE APACFIDS.
           IF W02-STOCKF = SPACES OR W02-CARDEX = SPACES
              OR W02-INVOIC = SPACES OR W02-NETWORK = SPACES
              OR W02-PARAM = SPACES OR W02-POSUPL = SPACES
               GO TO ZB999.
             OPEN I-O STOCK.
           IF WS-STATUS NOT = "00" AND "41"
               GO TO ZB999.
             OPEN I-O CARDEX.
           IF WS-STATUS NOT = "00" AND "41"
               CLOSE STOCK
               GO TO ZB999.
             OPEN I-O INVOICE.
           IF WS-STATUS NOT = "00" AND "41"
               CLOSE STOCK CARDEX
               GO TO ZB999.
             OPEN I-O NETWORK.
           IF WS-STATUS NOT = "00" AND "41"
               CLOSE STOCK CARDEX INVOICE
               GO TO ZB999.
             OPEN I-O PARAM.
           IF WS-STATUS NOT = "00" AND "41"
               CLOSE STOCK CARDEX INVOICE NETWORK
               GO TO ZB999.
             OPEN I-O POSUPL.
           IF WS-STATUS = "35"
               OPEN OUTPUT POSUPL
               CLOSE POSUPL
               OPEN I-O POSUPL.
           IF WS-STATUS NOT = "00" AND "41"
               CLOSE STOCK CARDEX INVOICE NETWORK PARAM
               GO TO ZB999.
             MOVE "Y"            TO WS-NETOPEN.

       ZB999.
             EXIT.
