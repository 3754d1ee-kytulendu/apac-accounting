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
      *     S U P P L I E R   S T A T E M E N T   R E C O N            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            SUPREC1.
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
      *    OCT 2026 - First issue.  Supplier statement reconciliation:
      *               a statement is keyed, or imported from the
      *               SUPSTMT holding file, item by item with its
      *               invoice reference and amount, and matched to
      *               the supplier's CRTRAN items on PTR-SINV.  Each
      *               item is agreed, differs in amount, is paid on
      *               our side and so in transit, or is missing from
      *               our ledger; our open items not on the
      *               statement are missing from theirs.  The
      *               reconciliation is saved on SUPSTM and can be
      *               printed again for review before the payment
      *               run.
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

       COPY CREDIT.SL.

       COPY CRTRAN.SL.

       COPY SUPSTM.SL.

           SELECT SUPSTMT   ASSIGN W02-SUPSTMT
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-SUPSTMT-STATUS.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CREDIT.FDE.

       COPY CRTRAN.FD.

       COPY SUPSTM.FD.

      *
      *    The statement as sent by the supplier, one item to a
      *    line: reference in columns 1-10, date DDMMYYYY in 11-18,
      *    amount in 19-29 with two decimals implied, and a minus
      *    sign in column 30 for a credit.
      *
       FD  SUPSTMT.
       01  SUPSTMT-REC        PIC  X(80).
       01  SSI-DETAIL.
           03  SSI-SINV       PIC  X(10).
           03  SSI-DATE       PIC  9(08).
           03  SSI-AMOUNT     PIC  9(09)V99.
           03  SSI-SIGN       PIC  X(01).
           03  FILLER         PIC  X(50).

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-SUPSTMT-STATUS  PIC  X(02).
       77  W02-SUPSTMT        PIC  X(40) VALUE SPACES.
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-STMDATE         PIC  9(08) VALUE ZERO.
       77  WS-STMBALIN        PIC  9(07)V99 VALUE ZERO.
       77  WS-FAVOUR          PIC  X(01) VALUE "N".
       77  WS-STMBAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-OURBAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SOURCE          PIC  X(01) VALUE "K".
       77  WS-ANSWER          PIC  X(01) VALUE "N".
       77  WS-SINV            PIC  X(10) VALUE SPACES.
       77  WS-ITMDATE         PIC  9(08) VALUE ZERO.
       77  WS-ITMTYPE         PIC  X(01) VALUE "I".
       77  WS-AMTIN           PIC  9(07)V99 VALUE ZERO.
       77  WS-ITMAMT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINENO          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-STMLINES        PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REJECTED        PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-FOUND           PIC  X(01) VALUE "N".
       77  WS-TAKEN           PIC  X(01) VALUE "N".
       77  WS-CANOPEN         PIC  X(01) VALUE "N".
       77  WS-CANDATE         PIC  9(08) VALUE ZERO.
       77  WS-CANSER          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-CANOUT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-NMT             PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-MSUB            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-RSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-STMNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-PTRNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DIFF            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-EXPLAINED       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    Our CRTRAN items already matched to a statement line.
      *
       01  WS-MT-TABLE.
           03  WS-MT-ENTRY    OCCURS 500.
               05  WS-MT-DATE PIC  9(08).
               05  WS-MT-SER  PIC  9(06) COMP-5.

      *
      *    The results, their descriptions and the differences
      *    each accounts for.
      *
       01  WS-RESULT-CODES    PIC  X(05) VALUE "MAPTU".
       01  WS-RESULT-CODE REDEFINES WS-RESULT-CODES.
           03  WS-RCODE       PIC  X(01) OCCURS 5.
       01  WS-RESULT-NAMES.
           03  FILLER         PIC  X(18) VALUE "Agreed".
           03  FILLER         PIC  X(18) VALUE "Amount differs".
           03  FILLER         PIC  X(18) VALUE "Paid - in transit".
           03  FILLER         PIC  X(18) VALUE "Missing from us".
           03  FILLER         PIC  X(18) VALUE "Missing from them".
       01  WS-RESULT-NAME REDEFINES WS-RESULT-NAMES.
           03  WS-RNAME       PIC  X(18) OCCURS 5.
       01  WS-RTOT-TABLE.
           03  WS-RTOT        PIC S9(09)V99 COMP-3 OCCURS 5.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "LINE REFERENCE  DATE          STATEMENT    OUR LEDGE".
           03  FILLER         PIC  X(24) VALUE
               "R    DIFFERENCE   RESULT".

       01  W15-SUPPLIER.
           03  FILLER         PIC  X(11) VALUE "Supplier : ".
           03  W15-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W15-NAME       PIC  X(30).
           03  FILLER         PIC  X(18) VALUE "  Statement dated ".
           03  W15-STMDATE    PIC  Z9/99/9999.

       01  W20-DETAIL.
           03  W20-LINE       PIC  ZZZ9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-SINV       PIC  X(10).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-STMT       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-OURS       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DIFF       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-RESULT     PIC  X(18).

       01  W30-TOTAL.
           03  FILLER         PIC  X(17) VALUE SPACES.
           03  W30-LABEL      PIC  X(24).
           03  W30-AMOUNT     PIC  Z(08)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "CRP".
           03  WS-PROG        PIC  X(03) VALUE "SRC".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CREDIT.ID.

       COPY CRTRAN.ID.

       COPY SUPSTM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "SUPREC1.".
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
           03  LINE  2 COLUMN 16 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "SUPPLIER  STATEMENT  RECONCILIATION".
           03  LINE  4 COLUMN 16 VALUE "1. Key a supplier statement".
           03  LINE  5 COLUMN 16 VALUE
               "2. Import a supplier statement".
           03  LINE  6 COLUMN 16 VALUE
               "3. Review a saved reconciliation".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Supplier           :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S14.
           03  LINE  5 COLUMN 10 VALUE "Statement date     :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-STMDATE
                                 AUTO.

       01  S15.
           03  LINE  6 COLUMN 10 VALUE "Statement balance  :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-STMBALIN AUTO.
           03  LINE  7 COLUMN 10 VALUE "In our favour (Y/N):".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-FAVOUR AUTO.

       01  S16.
           03  LINE  9 COLUMN 10 VALUE
               "Statement already on file - replace it (Y/N) ?".
           03          COLUMN 58 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-ANSWER AUTO.

       01  S17.
           03  LINE 11 COLUMN 10 VALUE "Reference          :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(10) USING WS-SINV AUTO.
           03  LINE 12 COLUMN 10 VALUE "Date               :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-ITMDATE
                                 AUTO.
           03  LINE 13 COLUMN 10 VALUE "Invoice or Credit  :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-ITMTYPE AUTO.
           03  LINE 14 COLUMN 10 VALUE "Amount             :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-AMTIN AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-CRLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE CREDIT CRTRAN SUPSTM.

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
      *    ****    K E Y   A   S T A T E M E N T
      *
      *            The statement items are keyed one by one; a
      *            blank reference ends the statement and it is
      *            reconciled, saved and printed.
      *
       CA000           SECTION.
       CA00.
           IF LS0-CRLEV < 5
               MOVE "Statements need a higher access level"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
             PERFORM CB00-HEADER THRU CB00-EXIT.
           IF WS-SUPP = ZERO
               GO TO CA999.
             MOVE "K"            TO WS-SOURCE.

       CA05.
             MOVE SPACES         TO WS-SINV.
             MOVE WS-STMDATE     TO WS-ITMDATE.
             MOVE "I"            TO WS-ITMTYPE.
             MOVE ZERO           TO WS-AMTIN.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-SINV = SPACES
               GO TO CA50.
           IF WS-ITMTYPE NOT = "I" AND WS-ITMTYPE NOT = "C"
               MOVE "Enter I for an invoice or C for a credit"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF WS-AMTIN = ZERO
               MOVE "An amount is needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
           IF WS-ITMTYPE = "C"
               COMPUTE WS-ITMAMT = ZERO - WS-AMTIN
           ELSE
               MOVE WS-AMTIN     TO WS-ITMAMT.
             PERFORM CC00-LINE THRU CC00-EXIT.
             DISPLAY "Items keyed " AT 1610 WITH FOREGROUND-COLOR 14
                     WS-STMLINES WITH FOREGROUND-COLOR 15.
             GO TO CA05.

       CA50.
           IF WS-STMLINES = ZERO
               GO TO CA999.
             PERFORM CD00-MATCH THRU CD00-EXIT.
             PERFORM CG00-PRINT THRU CG00-EXIT.

       CA999.
             EXIT.

      *
      *    ****    Supplier, statement date and balance.  A
      *            statement already on file for the date is
      *            replaced only if the operator says so.  WS-SUPP
      *            comes back zero if nothing is to be done.
      *
       CB00-HEADER.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-SUPP = ZERO
               GO TO CB00-EXIT.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CB00-HEADER.
             DISPLAY P-NAME AT 0438 WITH FOREGROUND-COLOR 15.
             MOVE TODAY-DDMMYY   TO WS-STMDATE.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-STMDATE = ZERO
               MOVE ZERO         TO WS-SUPP
               GO TO CB00-EXIT.
             MOVE ZERO           TO WS-STMBALIN.
             MOVE "N"            TO WS-FAVOUR.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-FAVOUR = "Y"
               COMPUTE WS-STMBAL = ZERO - WS-STMBALIN
           ELSE
               MOVE WS-STMBALIN  TO WS-STMBAL.
             MOVE ZERO           TO WS-LINENO WS-STMLINES.
             MOVE WS-SUPP        TO SST-SUPP.
             MOVE WS-STMDATE     TO SST-STMDATE.
             MOVE ZERO           TO SST-LINE.
             START SUPSTM KEY NOT LESS SST-KEY
                 INVALID KEY
                     GO TO CB00-EXIT.
             READ SUPSTM NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF SST-SUPP NOT = WS-SUPP OR SST-STMDATE NOT = WS-STMDATE
               GO TO CB00-EXIT.
             MOVE "N"            TO WS-ANSWER.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-ANSWER NOT = "Y"
               MOVE ZERO         TO WS-SUPP
               GO TO CB00-EXIT.
             MOVE WS-SUPP        TO SST-SUPP.
             MOVE WS-STMDATE     TO SST-STMDATE.
             MOVE ZERO           TO SST-LINE.
             START SUPSTM KEY NOT LESS SST-KEY
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB10-DELETE.
             READ SUPSTM NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF SST-SUPP NOT = WS-SUPP OR SST-STMDATE NOT = WS-STMDATE
               UNLOCK SUPSTM
               GO TO CB00-EXIT.
             DELETE SUPSTM RECORD.
             GO TO CB10-DELETE.

       CB00-EXIT.
             EXIT.

      *
      *    ****    Save one statement item.
      *
       CC00-LINE.
             ADD 1               TO WS-LINENO WS-STMLINES.
             INITIALIZE SST-RECORD.
             MOVE WS-SUPP        TO SST-SUPP.
             MOVE WS-STMDATE     TO SST-STMDATE.
             MOVE WS-LINENO      TO SST-LINE.
             MOVE WS-SINV        TO SST-SINV.
             MOVE WS-ITMDATE     TO SST-DATE.
             MOVE WS-ITMAMT      TO SST-AMOUNT.
             MOVE SPACE          TO SST-RESULT.
             WRITE SST-RECORD.

       CC00-EXIT.
             EXIT.

      /
      *    ****    Match the statement to CRTRAN.  Each statement
      *            item takes the first unmatched item with its
      *            reference, preferring one still open; then our
      *            open items up to the statement date that were
      *            not taken are added as missing from them.  The
      *            header carries both balances.
      *
       CD00-MATCH.
             MOVE ZERO           TO WS-NMT WS-OURBAL.
             MOVE WS-STMDATE     TO WS-DATE-WORK.
             COMPUTE WS-STMNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE WS-SUPP        TO SST-SUPP.
             MOVE WS-STMDATE     TO SST-STMDATE.
             MOVE 1              TO SST-LINE.
             START SUPSTM KEY NOT LESS SST-KEY
                 INVALID KEY
                     GO TO CD20.

       CD05.
             READ SUPSTM NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO CD20.
           IF SST-SUPP NOT = WS-SUPP OR SST-STMDATE NOT = WS-STMDATE
               UNLOCK SUPSTM
               GO TO CD20.
             PERFORM CE00-FIND THRU CE00-EXIT.
           IF WS-FOUND = "N"
               MOVE "T"          TO SST-RESULT
               MOVE ZERO         TO SST-OURAMT SST-PTRDATE
                                    SST-PTRSER
           ELSE
               MOVE WS-CANOUT    TO SST-OURAMT
               MOVE WS-CANDATE   TO SST-PTRDATE
               MOVE WS-CANSER    TO SST-PTRSER
               ADD WS-CANOUT     TO WS-OURBAL
               IF WS-CANOUT = SST-AMOUNT
                   MOVE "M"      TO SST-RESULT
               ELSE
               IF WS-CANOUT = ZERO
                   MOVE "P"      TO SST-RESULT
               ELSE
                   MOVE "A"      TO SST-RESULT.
             REWRITE SST-RECORD.
             UNLOCK SUPSTM.
             GO TO CD05.

       CD20.
             PERFORM CF00-OURS THRU CF00-EXIT.
             INITIALIZE SSH-RECORD.
             MOVE WS-SUPP        TO SSH-SUPP.
             MOVE WS-STMDATE     TO SSH-STMDATE.
             MOVE ZERO           TO SSH-LINE.
             MOVE WS-STMBAL      TO SSH-STMBAL.
             MOVE WS-OURBAL      TO SSH-OURBAL.
             MOVE WS-STMLINES    TO SSH-LINES.
             MOVE LS-USER        TO SSH-USER.
             MOVE TODAY-DDMMYY   TO SSH-RECDATE.
             MOVE WS-SOURCE      TO SSH-SOURCE.
             WRITE SSH-RECORD.

       CD00-EXIT.
             EXIT.

      *
      *    ****    The CRTRAN item for the statement reference in
      *            SST-SINV.  WS-FOUND answers Y with its key and
      *            outstanding in WS-CAN-, and the item is marked
      *            as taken.
      *
       CE00-FIND.
             MOVE "N"            TO WS-FOUND WS-CANOPEN.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE ZERO           TO PTR-DATE PTR-SERIAL.
             START CRTRAN KEY NOT LESS PTR-KEY
                 INVALID KEY
                     GO TO CE00-EXIT.

       CE05-NEXT.
             READ CRTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CE10.
           IF PTR-SUPP NOT = WS-SUPP
               GO TO CE10.
           IF PTR-SINV NOT = SST-SINV
               GO TO CE05-NEXT.
             PERFORM CH00-TAKEN THRU CH00-EXIT.
           IF WS-TAKEN = "Y"
               GO TO CE05-NEXT.
           IF WS-FOUND = "Y"
               IF WS-CANOPEN = "Y" OR PTR-OUTSTAND = ZERO
                   GO TO CE05-NEXT.
             MOVE "Y"            TO WS-FOUND.
             MOVE PTR-DATE       TO WS-CANDATE.
             MOVE PTR-SERIAL     TO WS-CANSER.
             MOVE PTR-OUTSTAND   TO WS-CANOUT.
           IF PTR-OUTSTAND NOT = ZERO
               MOVE "Y"          TO WS-CANOPEN.
             GO TO CE05-NEXT.

       CE10.
           IF WS-FOUND = "N" OR WS-NMT NOT < 500
               GO TO CE00-EXIT.
             ADD 1               TO WS-NMT.
             MOVE WS-CANDATE     TO WS-MT-DATE (WS-NMT).
             MOVE WS-CANSER      TO WS-MT-SER (WS-NMT).

       CE00-EXIT.
             EXIT.

      *
      *    ****    Our open items up to the statement date that
      *            no statement item took.
      *
       CF00-OURS.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE ZERO           TO PTR-DATE PTR-SERIAL.
             START CRTRAN KEY NOT LESS PTR-KEY
                 INVALID KEY
                     GO TO CF00-EXIT.

       CF05-NEXT.
             READ CRTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CF00-EXIT.
           IF PTR-SUPP NOT = WS-SUPP
               GO TO CF00-EXIT.
           IF PTR-OUTSTAND = ZERO
               GO TO CF05-NEXT.
             MOVE PTR-DATE       TO WS-DATE-WORK.
             COMPUTE WS-PTRNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-PTRNUM > WS-STMNUM
               GO TO CF05-NEXT.
             PERFORM CH00-TAKEN THRU CH00-EXIT.
           IF WS-TAKEN = "Y"
               GO TO CF05-NEXT.
             ADD 1               TO WS-LINENO.
             INITIALIZE SST-RECORD.
             MOVE WS-SUPP        TO SST-SUPP.
             MOVE WS-STMDATE     TO SST-STMDATE.
             MOVE WS-LINENO      TO SST-LINE.
           IF PTR-SINV = SPACES
               MOVE PTR-DESC     TO SST-SINV
           ELSE
               MOVE PTR-SINV     TO SST-SINV.
             MOVE PTR-DATE       TO SST-DATE SST-PTRDATE.
             MOVE PTR-SERIAL     TO SST-PTRSER.
             MOVE ZERO           TO SST-AMOUNT.
             MOVE PTR-OUTSTAND   TO SST-OURAMT.
             MOVE "U"            TO SST-RESULT.
             WRITE SST-RECORD.
             ADD PTR-OUTSTAND    TO WS-OURBAL.
             GO TO CF05-NEXT.

       CF00-EXIT.
             EXIT.

      *
      *    ****    WS-TAKEN answers Y if the CRTRAN item in the
      *            record area is already matched.
      *
       CH00-TAKEN.
             MOVE "N"            TO WS-TAKEN.
             MOVE 1              TO WS-MSUB.

       CH05.
           IF WS-MSUB > WS-NMT
               GO TO CH00-EXIT.
           IF WS-MT-DATE (WS-MSUB) = PTR-DATE
                   AND WS-MT-SER (WS-MSUB) = PTR-SERIAL
               MOVE "Y"          TO WS-TAKEN
               GO TO CH00-EXIT.
             ADD 1               TO WS-MSUB.
             GO TO CH05.

       CH00-EXIT.
             EXIT.

      /
      *    ****    Print the saved reconciliation for WS-SUPP and
      *            WS-STMDATE: every line with its result, then
      *            the balances and what each kind of difference
      *            accounts for.  What is left unexplained is the
      *            statement items not adding up to its balance.
      *
       CG00-PRINT.
             MOVE WS-SUPP        TO SSH-SUPP.
             MOVE WS-STMDATE     TO SSH-STMDATE.
             MOVE ZERO           TO SSH-LINE.
             READ SUPSTM WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "No saved reconciliation for that date"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CG00-EXIT.
             MOVE SSH-STMBAL     TO WS-STMBAL.
             MOVE SSH-OURBAL     TO WS-OURBAL.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             INITIALIZE WS-RTOT-TABLE.
             OPEN OUTPUT PRINTF.
             MOVE "SUPPLIER STATEMENT RECONCILIATION   "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE WS-SUPP        TO W15-SUPP.
             MOVE P-NAME         TO W15-NAME.
             MOVE WS-STMDATE     TO W15-STMDATE.
             WRITE PRINT-REC FROM W15-SUPPLIER.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE 1              TO SST-LINE.
             START SUPSTM KEY NOT LESS SST-KEY
                 INVALID KEY
                     GO TO CG20.

       CG05.
             READ SUPSTM NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CG20.
           IF SST-SUPP NOT = WS-SUPP OR SST-STMDATE NOT = WS-STMDATE
               GO TO CG20.
             COMPUTE WS-DIFF = SST-AMOUNT - SST-OURAMT.
             MOVE SST-LINE       TO W20-LINE.
             MOVE SST-SINV       TO W20-SINV.
             MOVE SST-DATE       TO W20-DATE.
             MOVE SST-AMOUNT     TO W20-STMT.
             MOVE SST-OURAMT     TO W20-OURS.
             MOVE WS-DIFF        TO W20-DIFF.
             MOVE SPACES         TO W20-RESULT.
             MOVE 1              TO WS-RSUB.

       CG10.
           IF WS-RCODE (WS-RSUB) = SST-RESULT
               MOVE WS-RNAME (WS-RSUB)
                                 TO W20-RESULT
               ADD WS-DIFF       TO WS-RTOT (WS-RSUB)
           ELSE
           IF WS-RSUB < 5
               ADD 1             TO WS-RSUB
               GO TO CG10.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO CG05.

       CG20.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "Statement balance"
                                 TO W30-LABEL.
             MOVE WS-STMBAL      TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-TOTAL.
             MOVE "Our ledger balance"
                                 TO W30-LABEL.
             MOVE WS-OURBAL      TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-TOTAL.
             COMPUTE WS-DIFF = WS-STMBAL - WS-OURBAL.
             MOVE "Difference"   TO W30-LABEL.
             MOVE WS-DIFF        TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-TOTAL.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-EXPLAINED.
             MOVE 2              TO WS-RSUB.

       CG25.
             MOVE WS-RNAME (WS-RSUB)
                                 TO W30-LABEL.
             MOVE WS-RTOT (WS-RSUB)
                                 TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-TOTAL.
             ADD WS-RTOT (WS-RSUB)
                                 TO WS-EXPLAINED.
             ADD 1               TO WS-RSUB.
           IF WS-RSUB < 6
               GO TO CG25.
             COMPUTE WS-DIFF = WS-DIFF - WS-EXPLAINED.
             MOVE "Unexplained"  TO W30-LABEL.
             MOVE WS-DIFF        TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-TOTAL.
             CLOSE PRINTF.
             MOVE WS-DIFF        TO W30-AMOUNT.
             DISPLAY "Reconciliation saved - unexplained "
                     AT 1810 WITH FOREGROUND-COLOR 14
                     W30-AMOUNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CG00-EXIT.
             EXIT.

      /
      *    ****    I M P O R T   A   S T A T E M E N T
      *
      *            The supplier's statement placed in the SUPSTMT
      *            holding file is read in as the statement items.
      *            Lines without a numeric date and amount are
      *            counted and left out.
      *
       DA000           SECTION.
       DA00.
           IF LS0-CRLEV < 5
               MOVE "Statements need a higher access level"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
           IF W02-SUPSTMT = SPACES
               MOVE "No statement import file is set up"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             PERFORM CB00-HEADER THRU CB00-EXIT.
           IF WS-SUPP = ZERO
               GO TO DA999.
             MOVE "F"            TO WS-SOURCE.
             MOVE ZERO           TO WS-REJECTED.
             OPEN INPUT SUPSTMT.
           IF WS-SUPSTMT-STATUS NOT = "00"
               MOVE "Statement file not found"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.

       DA05.
             READ SUPSTMT
                 AT END
                     GO TO DA50.
           IF SSI-SINV = SPACES
               GO TO DA05.
           IF SSI-DATE NOT NUMERIC OR SSI-AMOUNT NOT NUMERIC
               ADD 1             TO WS-REJECTED
               GO TO DA05.
             MOVE SSI-SINV       TO WS-SINV.
             MOVE SSI-DATE       TO WS-ITMDATE.
           IF SSI-SIGN = "-"
               COMPUTE WS-ITMAMT = ZERO - SSI-AMOUNT
           ELSE
               MOVE SSI-AMOUNT   TO WS-ITMAMT.
             PERFORM CC00-LINE THRU CC00-EXIT.
             GO TO DA05.

       DA50.
             CLOSE SUPSTMT.
             DISPLAY "Items imported " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-STMLINES WITH FOREGROUND-COLOR 15
                     "  rejected " WITH FOREGROUND-COLOR 14
                     WS-REJECTED WITH FOREGROUND-COLOR 15.
           IF WS-STMLINES = ZERO
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               GO TO DA999.
             PERFORM CD00-MATCH THRU CD00-EXIT.
             PERFORM CG00-PRINT THRU CG00-EXIT.

       DA999.
             EXIT.

      /
      *    ****    R E V I E W
      *
      *            A saved reconciliation printed again.  With no
      *            date given, the supplier's saved statements are
      *            listed to choose from.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-SUPP = ZERO
               GO TO EA999.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
             DISPLAY P-NAME AT 0438 WITH FOREGROUND-COLOR 15.

       EA05.
             MOVE ZERO           TO WS-STMDATE.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-STMDATE NOT = ZERO
               PERFORM CG00-PRINT THRU CG00-EXIT
               GO TO EA00.
             DISPLAY "Saved statements" AT 0710
                     WITH FOREGROUND-COLOR 7.
             MOVE 8              TO WS-LINE.
             MOVE WS-SUPP        TO SST-SUPP.
             MOVE ZERO           TO SST-STMDATE SST-LINE.
             START SUPSTM KEY NOT LESS SST-KEY
                 INVALID KEY
                     GO TO EA20.

       EA10.
             READ SUPSTM NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA20.
           IF SST-SUPP NOT = WS-SUPP
               GO TO EA20.
           IF SST-LINE NOT = ZERO
               GO TO EA10.
           IF WS-LINE > 20
               GO TO EA20.
             MOVE SSH-STMDATE    TO W15-STMDATE.
             MOVE SSH-STMBAL     TO W30-AMOUNT.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY W15-STMDATE AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 22             TO SCOL.
             DISPLAY W30-AMOUNT AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
             GO TO EA10.

       EA20.
           IF WS-LINE = 8
               MOVE "No saved reconciliations for the supplier"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA00.
             GO TO EA05.

       EA999.
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
             MOVE "CREDIT"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "CRTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CRTRAN.
             MOVE "SUPSTM"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SUPSTM.
      *
      *    ****    The import holding file is optional.
      *
             MOVE "SUPSTMT"  TO AFID-KEY.
             READ APACFIDS WITH IGNORE LOCK
               KEY IS AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
             MOVE AFID-PATH      TO W02-SUPSTMT.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O SUPSTM.
           IF WS-STATUS = "35"
               CLOSE SUPSTM
               OPEN OUTPUT SUPSTM
               CLOSE SUPSTM
               OPEN I-O SUPSTM.
             OPEN INPUT CREDIT CRTRAN.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 44
               MOVE W02-CRTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PTR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 30
               MOVE W02-SUPSTM    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SST-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
