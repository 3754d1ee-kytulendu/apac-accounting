      $set linkcount"384" GNT"CHGLOG.GNT"
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
      *     C H A N G E   H I S T O R Y   W R I T E R                  *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            CHGLOG.
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
      *    OCT 2026 - First issue.  Field-level change history on
      *               the DEBTOR, CREDIT and STOCK masters, CALLed
      *               by every program that maintains them (see
      *               CHGLOG.WS / CHGLOG.PRO).  The record as read
      *               and as rewritten are compared field by field
      *               over the maintained fields below - balances,
      *               ageing and quantities are postings, not
      *               maintenance, and are left out - and one
      *               CHGHIST record is written for each field that
      *               differs, with the old and new values, the
      *               user, the terminal (from SESSREG), the program
      *               and the date and time.  Action F logs a single
      *               field the caller holds outside the master.
      *               The master FDs are used only as the record
      *               layouts; the files are never opened here.
      *               CHGHIST stays open until the caller CANCELs.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY APACFIDS.SL.

       COPY DEBTOR.ISL.

       COPY CREDIT.SL.

       COPY STOCK.SL.

       COPY SESSREG.SL.

       COPY CHGHIST.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY CREDIT.FDE.

       COPY STOCK.FDE.

       COPY SESSREG.FD.

       COPY CHGHIST.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-SESOPEN         PIC  X(01) VALUE "N".
       77  WS-TIME            PIC  9(08) VALUE ZERO.
       77  WS-TERM            PIC  9(03) VALUE ZERO.
       77  WS-TERM-USER       PIC  X(03) VALUE SPACES.
       77  WS-SIDE            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-F               PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-NF              PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-SEQ             PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-LEAD            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-DEC             PIC  9(01) VALUE ZERO.
       77  WS-NUM             PIC S9(09)V999 COMP-3 VALUE ZERO.
       77  WS-ED0             PIC  -(12)9.
       77  WS-ED2             PIC  -(10)9.99.
       77  WS-ED3             PIC  -(9)9.999.
       77  WS-EDX             PIC  X(14) VALUE SPACES.

       01  WS-DATE-SPLIT.
           03  WS-DTE-DD      PIC  9(02).
           03  WS-DTE-MM      PIC  9(02).
           03  WS-DTE-CCYY    PIC  9(04).
       01  WS-STAMP.
           03  WS-STP-CCYY    PIC  9(04).
           03  WS-STP-MM      PIC  9(02).
           03  WS-STP-DD      PIC  9(02).
           03  WS-STP-TIME    PIC  9(06).
       01  WS-STAMP-N  REDEFINES WS-STAMP
                              PIC  9(14).

      *
      *    ****    The maintained fields of each master: the name
      *            shown on the history and "Y" where the field is
      *            sensitive.  The entry number is the field's
      *            place in the extract paragraphs below.
      *
       01  WS-DEB-FIELDS-VALUES.
           03  FILLER PIC X(13) VALUE "NAME        N".
           03  FILLER PIC X(13) VALUE "ADDRESS-1   N".
           03  FILLER PIC X(13) VALUE "ADDRESS-2   N".
           03  FILLER PIC X(13) VALUE "ADDRESS-3   N".
           03  FILLER PIC X(13) VALUE "TELEPHONE   N".
           03  FILLER PIC X(13) VALUE "VAT-NUMBER  Y".
           03  FILLER PIC X(13) VALUE "CREDIT-LIMITY".
           03  FILLER PIC X(13) VALUE "TERMS       Y".
           03  FILLER PIC X(13) VALUE "SALESMAN    N".
           03  FILLER PIC X(13) VALUE "PRICE-COLUMNY".
           03  FILLER PIC X(13) VALUE "LOYALTY     N".
           03  FILLER PIC X(13) VALUE "NO-INTEREST Y".
           03  FILLER PIC X(13) VALUE "DEBIT-ORDER Y".
           03  FILLER PIC X(13) VALUE "BANK-BRANCH Y".
           03  FILLER PIC X(13) VALUE "BANK-ACCOUNTY".
           03  FILLER PIC X(13) VALUE "DEBIT-DAY   Y".
           03  FILLER PIC X(13) VALUE "MONTHLY-INV N".
           03  FILLER PIC X(13) VALUE "STMT-DELIVERN".
           03  FILLER PIC X(13) VALUE "EMAIL       N".
           03  FILLER PIC X(13) VALUE "ROUTE       N".
           03  FILLER PIC X(13) VALUE "CURRENCY    Y".
           03  FILLER PIC X(13) VALUE "HEAD-OFFICE N".
           03  FILLER PIC X(13) VALUE "GROUP-LIMIT Y".
           03  FILLER PIC X(13) VALUE "DISCOUNT-PCTY".
           03  FILLER PIC X(13) VALUE "DISC-DAYS   Y".
           03  FILLER PIC X(13) VALUE "BRANCH      N".
           03  FILLER PIC X(13) VALUE "DROP-SEQ    N".
           03  FILLER PIC X(13) VALUE "E-INVOICE   N".
           03  FILLER PIC X(13) VALUE "E-INVOICE-IDN".
       01  WS-DEB-FIELDS REDEFINES WS-DEB-FIELDS-VALUES.
           03  WS-DEB-FLD                OCCURS 29.
               05  WS-DEB-NAME
                              PIC  X(12).
               05  WS-DEB-SENS
                              PIC  X(01).

       01  WS-CRE-FIELDS-VALUES.
           03  FILLER PIC X(13) VALUE "NAME        N".
           03  FILLER PIC X(13) VALUE "TERMS       Y".
           03  FILLER PIC X(13) VALUE "TELEPHONE   N".
           03  FILLER PIC X(13) VALUE "DISCOUNT-PCTY".
           03  FILLER PIC X(13) VALUE "DISC-DAYS   Y".
           03  FILLER PIC X(13) VALUE "PAYMENT-HOLDY".
           03  FILLER PIC X(13) VALUE "BANK-PENDINGY".
           03  FILLER PIC X(13) VALUE "QC-FLAG     N".
           03  FILLER PIC X(13) VALUE "ORDER-SEND  N".
           03  FILLER PIC X(13) VALUE "EMAIL       N".
       01  WS-CRE-FIELDS REDEFINES WS-CRE-FIELDS-VALUES.
           03  WS-CRE-FLD                OCCURS 10.
               05  WS-CRE-NAME
                              PIC  X(12).
               05  WS-CRE-SENS
                              PIC  X(01).

       01  WS-STK-FIELDS-VALUES.
           03  FILLER PIC X(13) VALUE "DESCRIPTION N".
           03  FILLER PIC X(13) VALUE "DESCRIPTION2N".
           03  FILLER PIC X(13) VALUE "DEPARTMENT  N".
           03  FILLER PIC X(13) VALUE "SUPPLIER    N".
           03  FILLER PIC X(13) VALUE "SUPP-CODE   N".
           03  FILLER PIC X(13) VALUE "BARCODE     N".
           03  FILLER PIC X(13) VALUE "REORDER     N".
           03  FILLER PIC X(13) VALUE "PACK        N".
           03  FILLER PIC X(13) VALUE "LEAD-TIME   N".
           03  FILLER PIC X(13) VALUE "COST        Y".
           03  FILLER PIC X(13) VALUE "PRICE-WHOLE Y".
           03  FILLER PIC X(13) VALUE "PRICE-CASH  Y".
           03  FILLER PIC X(13) VALUE "PRICE-RETAILY".
           03  FILLER PIC X(13) VALUE "VAT-CODE    Y".
           03  FILLER PIC X(13) VALUE "UNIT        N".
           03  FILLER PIC X(13) VALUE "BIN         N".
           03  FILLER PIC X(13) VALUE "ALTERNATE-1 N".
           03  FILLER PIC X(13) VALUE "ALTERNATE-2 N".
           03  FILLER PIC X(13) VALUE "SUPERSEDED-BN".
           03  FILLER PIC X(13) VALUE "SUPER-FLAG  N".
           03  FILLER PIC X(13) VALUE "LOT-FLAG    N".
           03  FILLER PIC X(13) VALUE "SERIAL-FLAG N".
           03  FILLER PIC X(13) VALUE "ABC-CLASS   N".
           03  FILLER PIC X(13) VALUE "WEIGHT      N".
           03  FILLER PIC X(13) VALUE "VOLUME      N".
           03  FILLER PIC X(13) VALUE "CONTAINER   N".
           03  FILLER PIC X(13) VALUE "DEPOSIT     Y".
           03  FILLER PIC X(13) VALUE "QC-FLAG     N".
           03  FILLER PIC X(13) VALUE "PURCH-UNIT  N".
           03  FILLER PIC X(13) VALUE "SALE-UNIT-1 N".
           03  FILLER PIC X(13) VALUE "SALE-UNIT-2 N".
           03  FILLER PIC X(13) VALUE "SALE-UNIT-3 N".
           03  FILLER PIC X(13) VALUE "STYLE       N".
           03  FILLER PIC X(13) VALUE "SIZE        N".
           03  FILLER PIC X(13) VALUE "COLOUR      N".
           03  FILLER PIC X(13) VALUE "NEG-RULE    N".
       01  WS-STK-FIELDS REDEFINES WS-STK-FIELDS-VALUES.
           03  WS-STK-FLD                OCCURS 36.
               05  WS-STK-NAME
                              PIC  X(12).
               05  WS-STK-SENS
                              PIC  X(01).

      *
      *    ****    The values of each field before (1) and after
      *            (2) the change.
      *
       01  WS-VALUES.
           03  WS-FV-ROW                 OCCURS 36.
               05  WS-FV      PIC  X(30) OCCURS 2.

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY CREDIT.ID.

       COPY STOCK.ID.

       COPY SESSREG.ID.

       COPY CHGHIST.ID.

       COPY WS.WS.

       LINKAGE SECTION.

       COPY CHGLOG.WS.

      /
       PROCEDURE DIVISION USING CHG-REQUEST CHG-BEFORE CHG-AFTER.
       AA000           SECTION.
       AA00.
             MOVE ZERO           TO CHG-COUNT.
           IF WS-OPENED = "N"
               PERFORM ZA000.
           IF WS-OPENED = "N"
               GO TO AA49.
             ACCEPT WS-TIME    FROM TIME.
             MOVE CHG-DATE       TO WS-DATE-SPLIT.
             MOVE WS-DTE-CCYY    TO WS-STP-CCYY.
             MOVE WS-DTE-MM      TO WS-STP-MM.
             MOVE WS-DTE-DD      TO WS-STP-DD.
             COMPUTE WS-STP-TIME = WS-TIME / 100.
             MOVE ZERO           TO WS-SEQ.
           IF CHG-USER NOT = WS-TERM-USER
               PERFORM BA00-TERMINAL THRU BA00-EXIT.
      *
      *    ****    A single field held outside the master.
      *
           IF CHG-ACTION = "F"
               IF CHG-OLD NOT = CHG-NEW
                   MOVE CHG-FIELD
                                 TO CHH-FIELD
                   MOVE CHG-SENS TO CHH-SENS
                   MOVE CHG-OLD  TO CHH-OLD
                   MOVE CHG-NEW  TO CHH-NEW
                   PERFORM CA00-WRITE THRU CA00-EXIT
               END-IF
               GO TO AA49.
      *
      *    ****    Both images into the master's layout in turn,
      *            each field's value taken off it, then compared.
      *
             MOVE ZERO           TO WS-NF.
             MOVE 1              TO WS-SIDE.
           IF CHG-FILE = "D"
               MOVE CHG-BEFORE   TO DEB-RECORD
               PERFORM DA00-DEBTOR THRU DA00-EXIT
               MOVE 2            TO WS-SIDE
               MOVE CHG-AFTER    TO DEB-RECORD
               PERFORM DA00-DEBTOR THRU DA00-EXIT
               MOVE 29           TO WS-NF
           ELSE
           IF CHG-FILE = "C"
               MOVE CHG-BEFORE   TO P-RECORD
               PERFORM DB00-CREDITOR THRU DB00-EXIT
               MOVE 2            TO WS-SIDE
               MOVE CHG-AFTER    TO P-RECORD
               PERFORM DB00-CREDITOR THRU DB00-EXIT
               MOVE 10           TO WS-NF
           ELSE
           IF CHG-FILE = "S"
               MOVE CHG-BEFORE   TO STK-RECORD
               PERFORM DC00-STOCK THRU DC00-EXIT
               MOVE 2            TO WS-SIDE
               MOVE CHG-AFTER    TO STK-RECORD
               PERFORM DC00-STOCK THRU DC00-EXIT
               MOVE 36           TO WS-NF.
             MOVE ZERO           TO WS-F.

       AA10.
             ADD 1               TO WS-F.
           IF WS-F > WS-NF
               GO TO AA49.
           IF WS-FV (WS-F 1) = WS-FV (WS-F 2)
               GO TO AA10.
           IF CHG-FILE = "D"
               MOVE WS-DEB-NAME (WS-F)
                                 TO CHH-FIELD
               MOVE WS-DEB-SENS (WS-F)
                                 TO CHH-SENS
           ELSE
           IF CHG-FILE = "C"
               MOVE WS-CRE-NAME (WS-F)
                                 TO CHH-FIELD
               MOVE WS-CRE-SENS (WS-F)
                                 TO CHH-SENS
           ELSE
               MOVE WS-STK-NAME (WS-F)
                                 TO CHH-FIELD
               MOVE WS-STK-SENS (WS-F)
                                 TO CHH-SENS.
             MOVE WS-FV (WS-F 1) TO CHH-OLD.
             MOVE WS-FV (WS-F 2) TO CHH-NEW.
             PERFORM CA00-WRITE THRU CA00-EXIT.
             GO TO AA10.

       AA49.
             EXIT PROGRAM.

      *
      *    ****    The terminal the user is signed on at, from the
      *            live session registry; kept for the next call.
      *
       BA00-TERMINAL.
             MOVE ZERO           TO WS-TERM.
             MOVE CHG-USER       TO WS-TERM-USER.
           IF WS-SESOPEN = "N"
               GO TO BA00-EXIT.
             MOVE ZERO           TO SES-TERM.
             START SESSREG KEY NOT LESS SES-TERM
                 INVALID KEY
                     GO TO BA00-EXIT.

       BA05.
             READ SESSREG NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO BA00-EXIT.
           IF SES-USER NOT = CHG-USER OR SES-COMP NOT = CHG-SYSID
               GO TO BA05.
             MOVE SES-TERM       TO WS-TERM.

       BA00-EXIT.
             EXIT.

      *
      *    ****    One history record; CHH-FIELD, CHH-SENS and the
      *            two values are set.
      *
       CA00-WRITE.
             MOVE CHG-FILE       TO CHH-FILE.
             MOVE CHG-ACCOUNT    TO CHH-ACCOUNT.
             MOVE WS-STAMP-N     TO CHH-STAMP.
             MOVE CHG-DATE       TO CHH-DATE.
             MOVE WS-STP-TIME    TO CHH-TIME.
             MOVE CHG-USER       TO CHH-USER.
             MOVE WS-TERM        TO CHH-TERM.
             MOVE CHG-PROG       TO CHH-PROG.

       CA05.
             ADD 1               TO WS-SEQ.
             MOVE WS-SEQ         TO CHH-SEQ.
             WRITE CHH-RECORD
                 INVALID KEY
                     GO TO CA05.
             ADD 1               TO CHG-COUNT.

       CA00-EXIT.
             EXIT.

      *
      *    ****    A numeric value, WS-DEC decimals, as left
      *            justified text.
      *
       CB00-NUMBER.
           IF WS-DEC = 3
               MOVE WS-NUM       TO WS-ED3
               MOVE WS-ED3       TO WS-EDX
           ELSE
           IF WS-DEC = 2
               MOVE WS-NUM       TO WS-ED2
               MOVE WS-ED2       TO WS-EDX
           ELSE
               MOVE WS-NUM       TO WS-ED0
               MOVE WS-ED0       TO WS-EDX.
             MOVE ZERO           TO WS-LEAD.
             INSPECT WS-EDX TALLYING WS-LEAD FOR LEADING SPACES.
             MOVE WS-EDX (WS-LEAD + 1:) TO WS-FV (WS-F WS-SIDE).
             MOVE ZERO           TO WS-DEC.

       CB00-EXIT.
             EXIT.

      /
      *    ****    D E B T O R   F I E L D S
      *
       DA00-DEBTOR.
           IF DEB-PARENT NOT NUMERIC
               MOVE ZERO         TO DEB-PARENT.
           IF DEB-GRPLIMIT NOT NUMERIC
               MOVE ZERO         TO DEB-GRPLIMIT.
           IF DEB-DISC-PCT NOT NUMERIC OR DEB-DISC-DAYS NOT NUMERIC
               MOVE ZERO         TO DEB-DISC-PCT DEB-DISC-DAYS.
           IF DEB-SEGMENT NOT NUMERIC
               MOVE ZERO         TO DEB-SEGMENT.
           IF DEB-DROPSEQ NOT NUMERIC
               MOVE ZERO         TO DEB-DROPSEQ.
           IF DEB-DO-DAY NOT NUMERIC
               MOVE ZERO         TO DEB-DO-DAY.
             MOVE DEB-NAME       TO WS-FV (1 WS-SIDE).
             MOVE DEB-ADD1       TO WS-FV (2 WS-SIDE).
             MOVE DEB-ADD2       TO WS-FV (3 WS-SIDE).
             MOVE DEB-ADD3       TO WS-FV (4 WS-SIDE).
             MOVE DEB-TEL        TO WS-FV (5 WS-SIDE).
             MOVE DEB-VATNO      TO WS-FV (6 WS-SIDE).
             MOVE 7              TO WS-F.
             MOVE DEB-LIMIT      TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 8              TO WS-F.
             MOVE DEB-TERMS      TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 9              TO WS-F.
             MOVE DEB-SMAN       TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 10             TO WS-F.
             MOVE DEB-PRICE-COL  TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE DEB-LOYALTY    TO WS-FV (11 WS-SIDE).
             MOVE DEB-NOINT      TO WS-FV (12 WS-SIDE).
             MOVE DEB-DO-FLAG    TO WS-FV (13 WS-SIDE).
             MOVE DEB-DO-BRANCH  TO WS-FV (14 WS-SIDE).
             MOVE DEB-DO-ACCNO   TO WS-FV (15 WS-SIDE).
             MOVE 16             TO WS-F.
             MOVE DEB-DO-DAY     TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE DEB-MONTHLY    TO WS-FV (17 WS-SIDE).
             MOVE DEB-DELIVERY   TO WS-FV (18 WS-SIDE).
             MOVE DEB-EMAIL      TO WS-FV (19 WS-SIDE).
             MOVE DEB-ROUTE      TO WS-FV (20 WS-SIDE).
             MOVE DEB-CURR       TO WS-FV (21 WS-SIDE).
             MOVE 22             TO WS-F.
             MOVE DEB-PARENT     TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 23             TO WS-F.
             MOVE DEB-GRPLIMIT   TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 24             TO WS-F.
             MOVE DEB-DISC-PCT   TO WS-NUM.
             MOVE 2              TO WS-DEC.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 25             TO WS-F.
             MOVE DEB-DISC-DAYS  TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 26             TO WS-F.
             MOVE DEB-SEGMENT    TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 27             TO WS-F.
             MOVE DEB-DROPSEQ    TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE DEB-EINV       TO WS-FV (28 WS-SIDE).
             MOVE DEB-EINV-ID    TO WS-FV (29 WS-SIDE).

       DA00-EXIT.
             EXIT.

      *
      *    ****    C R E D I T O R   F I E L D S
      *
       DB00-CREDITOR.
           IF P-DISC-PCT NOT NUMERIC OR P-DISC-DAYS NOT NUMERIC
               MOVE ZERO         TO P-DISC-PCT P-DISC-DAYS.
             MOVE P-NAME         TO WS-FV (1 WS-SIDE).
             MOVE 2              TO WS-F.
             MOVE P-TERMS        TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE P-TEL          TO WS-FV (3 WS-SIDE).
             MOVE 4              TO WS-F.
             MOVE P-DISC-PCT     TO WS-NUM.
             MOVE 2              TO WS-DEC.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 5              TO WS-F.
             MOVE P-DISC-DAYS    TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE P-HOLD         TO WS-FV (6 WS-SIDE).
             MOVE P-BANK-PEND    TO WS-FV (7 WS-SIDE).
             MOVE P-QCFLAG       TO WS-FV (8 WS-SIDE).
             MOVE P-POSEND       TO WS-FV (9 WS-SIDE).
             MOVE P-EMAIL        TO WS-FV (10 WS-SIDE).

       DB00-EXIT.
             EXIT.

      *
      *    ****    S T O C K   F I E L D S
      *
       DC00-STOCK.
           IF STK-WEIGHT NOT NUMERIC OR STK-VOLUME NOT NUMERIC
               MOVE ZERO         TO STK-WEIGHT STK-VOLUME.
           IF STK-DEPOSIT NOT NUMERIC
               MOVE ZERO         TO STK-DEPOSIT.
             MOVE STK-DESC       TO WS-FV (1 WS-SIDE).

             MOVE STK-DESC2      TO WS-FV (2 WS-SIDE).
             MOVE STK-DEPT       TO WS-FV (3 WS-SIDE).
             MOVE 4              TO WS-F.
             MOVE STK-SUPP       TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE STK-SUPP-CODE  TO WS-FV (5 WS-SIDE).
             MOVE STK-BARCODE    TO WS-FV (6 WS-SIDE).
             MOVE 7              TO WS-F.
             MOVE STK-REORDER    TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 8              TO WS-F.
             MOVE STK-PACK       TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 9              TO WS-F.
             MOVE STK-LEAD       TO WS-NUM.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 10             TO WS-F.
             MOVE STK-COST       TO WS-NUM.
             MOVE 2              TO WS-DEC.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 11             TO WS-F.
             MOVE STK-PRICE-WS   TO WS-NUM.
             MOVE 2              TO WS-DEC.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 12             TO WS-F.
             MOVE STK-PRICE-CS   TO WS-NUM.
             MOVE 2              TO WS-DEC.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 13             TO WS-F.
             MOVE STK-PRICE-RT   TO WS-NUM.
             MOVE 2              TO WS-DEC.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE STK-VATCODE    TO WS-FV (14 WS-SIDE).
             MOVE STK-UNIT       TO WS-FV (15 WS-SIDE).
             MOVE STK-BIN        TO WS-FV (16 WS-SIDE).
             MOVE STK-ALT1       TO WS-FV (17 WS-SIDE).
             MOVE STK-ALT2       TO WS-FV (18 WS-SIDE).
             MOVE STK-SUPERSEDE  TO WS-FV (19 WS-SIDE).
             MOVE STK-SUPER-FLAG TO WS-FV (20 WS-SIDE).
             MOVE STK-LOTFLAG    TO WS-FV (21 WS-SIDE).
             MOVE STK-SERFLAG    TO WS-FV (22 WS-SIDE).
             MOVE STK-ABC        TO WS-FV (23 WS-SIDE).
             MOVE 24             TO WS-F.
             MOVE STK-WEIGHT     TO WS-NUM.
             MOVE 2              TO WS-DEC.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE 25             TO WS-F.
             MOVE STK-VOLUME     TO WS-NUM.
             MOVE 3              TO WS-DEC.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE STK-CONTNR     TO WS-FV (26 WS-SIDE).
             MOVE 27             TO WS-F.
             MOVE STK-DEPOSIT    TO WS-NUM.
             MOVE 2              TO WS-DEC.
             PERFORM CB00-NUMBER THRU CB00-EXIT.
             MOVE STK-QCFLAG     TO WS-FV (28 WS-SIDE).
             MOVE STK-PURUNIT    TO WS-FV (29 WS-SIDE).
             MOVE STK-SALEUNIT (1)
                                 TO WS-FV (30 WS-SIDE).
             MOVE STK-SALEUNIT (2)
                                 TO WS-FV (31 WS-SIDE).
             MOVE STK-SALEUNIT (3)
                                 TO WS-FV (32 WS-SIDE).
             MOVE STK-STYLE      TO WS-FV (33 WS-SIDE).
             MOVE STK-SIZE       TO WS-FV (34 WS-SIDE).
             MOVE STK-COLOUR     TO WS-FV (35 WS-SIDE).
             MOVE STK-NEGRULE    TO WS-FV (36 WS-SIDE).

       DC00-EXIT.
             EXIT.

      /
       ZA000           SECTION.
       ZA00.
             MOVE CHG-DRIVE      TO W02-L-OR-N.
             MOVE CHG-SYSID      TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO ZA999.
             MOVE "CHGHIST"      TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
           IF AFID-PATH = SPACES
               GO TO ZA90.
             MOVE AFID-PATH      TO W02-CHGHIST.
             MOVE "SESSREG"      TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-SESSREG.
             OPEN I-O CHGHIST.
           IF WS-STATUS = "35"
               OPEN OUTPUT CHGHIST
               CLOSE CHGHIST
               OPEN I-O CHGHIST.
           IF WS-STATUS NOT = "00" AND "41"
               GO TO ZA90.
             MOVE "Y"            TO WS-OPENED.
           IF W02-SESSREG NOT = SPACES
               OPEN INPUT SESSREG
               IF WS-STATUS = "00" OR "41"
                   MOVE "Y"      TO WS-SESOPEN.
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
