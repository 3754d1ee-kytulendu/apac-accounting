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
      *     C O U R I E R   D E S P A T C H E S                        *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            COURIER.
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
      *    OCT 2026 - First issue.  Country deliveries by courier:
      *               a despatch is marked for the courier with its
      *               parcel count, the weight taken from the lines
      *               at STK-WEIGHT; the despatches not yet sent go
      *               out as a consignment file in the courier's
      *               upload layout (APACFIDS "COURCNS"); the
      *               courier's waybill number is keyed back onto
      *               the despatch; the courier's monthly bill
      *               (APACFIDS "COURBIL") is reconciled waybill by
      *               waybill, charges for parcels that are not
      *               ours and despatches never billed reported;
      *               and a debtor's courier despatches can be
      *               looked up with their waybills for when the
      *               customer phones.  The waybills also print on
      *               the invoice reprint (DOCSRCH).  Runs from the
      *               day-end to write the consignment file.
      *
      *               Consignment file, one ";" delimited line per
      *               despatch:
      *                 despatch;account;name;address 1;address 2;
      *                 address 3;telephone;parcels;weight kg;
      *                 despatch date ddmmccyy
      *               Courier bill, one ";" delimited line per
      *               waybill, the charge as digits with two
      *               implied decimals:
      *                 waybill;our reference;charge
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

       COPY DESPATCH.SL.

       COPY DEBTOR.ISL.

       COPY STOCK.SL.

           SELECT EXPFILE   ASSIGN W02-EXPFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT IMPFILE   ASSIGN W02-IMPFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DESPATCH.FD.

       COPY DEBTOR.FDE.

       COPY STOCK.FDE.

       FD  EXPFILE          LABEL RECORD OMITTED.
       01  EXP-REC          PIC  X(200).

       FD  IMPFILE          LABEL RECORD OMITTED.
       01  IMP-REC          PIC  X(80).

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  W02-EXPFILE        PIC  X(40).
       77  W02-IMPFILE        PIC  X(40).
       77  WS-DSPNO           PIC  9(07) VALUE ZERO.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-COURIER         PIC  X(01) VALUE "Y".
       77  WS-PARCELS         PIC  9(03) VALUE ZERO.
       77  WS-WEIGHT          PIC  9(05)V99 VALUE ZERO.
       77  WS-WAYBILL         PIC  X(20) VALUE SPACES.
       77  WS-CHARGE          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-BILLTOT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-MATCHTOT        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SENT            PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LINES           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-MATCHED         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-QUERIES         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-UNBILLED        PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-SHOWN           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-FOUND           PIC  X(01) VALUE "N".
       77  WS-NOTE            PIC  X(30) VALUE SPACES.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGEDAYS         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGE-ED          PIC  ZZZ9.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-IMP-FIELDS.
           03  WS-I-WAYBILL   PIC  X(20).
           03  WS-I-REF       PIC  X(12).
           03  WS-I-CHARGE    PIC  X(12).
           03  WS-REF-LEN     PIC  9(02) COMP-5.
           03  WS-CHG-LEN     PIC  9(02) COMP-5.

       01  WS-EXP-FIELDS.
           03  WS-E-PARCELS   PIC  9(03).
           03  WS-E-WEIGHT    PIC  9(05).99.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.

       01  W20-DETAIL.
           03  W20-DSP        PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(30).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PARCELS    PIC  ZZ9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-WEIGHT     PIC  Z(04)9.99.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-WAYBILL    PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-AMOUNT     PIC  Z(06)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-NOTE       PIC  X(30).

       01  W30-ENQ.
           03  W30-DSP        PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-PARCELS    PIC  ZZ9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-WEIGHT     PIC  Z(04)9.99.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SENT       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-WAYBILL    PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-INVOICE    PIC  Z(06)9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "CUR".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DESPATCH.ID.

       COPY DEBTOR.ID.

       COPY STOCK.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "COURIER.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY DIGITS.WS.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "COURIER  DESPATCHES".
           03  LINE  4 COLUMN 16 VALUE "1. Mark a despatch for courier".
           03  LINE  5 COLUMN 16 VALUE "2. Produce consignment file".
           03  LINE  6 COLUMN 16 VALUE "3. Enter waybill number".
           03  LINE  7 COLUMN 16 VALUE "4. Reconcile courier bill".
           03  LINE  8 COLUMN 16 VALUE "5. Debtor courier enquiry".
           03  LINE  9 COLUMN 16 VALUE "0. Exit".
           03  LINE 11 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 11 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Despatch number :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-DSPNO AUTO.

       01  S14.
           03  LINE  7 COLUMN 10 VALUE "Courier (Y/N)   :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-COURIER AUTO.
           03  LINE  8 COLUMN 10 VALUE "Parcels         :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-PARCELS AUTO.
           03  LINE  9 COLUMN 10 VALUE "Weight (kg)     :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).99 USING WS-WEIGHT AUTO.

       01  S15.
           03  LINE  7 COLUMN 10 VALUE "Waybill number  :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-WAYBILL AUTO.

       01  S16.
           03  LINE  4 COLUMN 10 VALUE "Debtor account  :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-SALEV < 1
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DESPATCH DEBTOR STOCK.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 5.
       BA00.
           IF LS-INSTR = "B"
               PERFORM DA000 THRU DA999
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
               PERFORM CA000 THRU CA999
               GO TO BA05.
           IF WS-OPTION = "2"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA05
               ELSE
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
             CALL X"E5".
             GO TO BA05.

       BA999.
             EXIT.

      /
      *    ****    M A R K   A   D E S P A T C H   F O R   C O U R I E R
      *
      *            The weight offered is the lines' quantities at
      *            the item weight; the packer can correct it from
      *            the scale.  Once in a consignment file the
      *            despatch can no longer be changed.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-DSPNO.
             DISPLAY S13.
             ACCEPT S13 AT 0428.
           IF WS-DSPNO = ZERO
               GO TO CA999.
             PERFORM CB00-HEADER THRU CB00-EXIT.
           IF WS-FOUND = "N"
               GO TO CA00.
           IF DSP-CNSDATE NOT = ZERO
               MOVE "Already sent to the courier"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             PERFORM CC00-WEIGHT THRU CC00-EXIT.
             MOVE "Y"            TO WS-COURIER.
           IF DSP-COURIER = "Y"
               MOVE DSP-PARCELS  TO WS-PARCELS
               MOVE DSP-WEIGHT   TO WS-WEIGHT
           ELSE
               MOVE 1            TO WS-PARCELS.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-COURIER NOT = "Y"
               MOVE "N"          TO WS-COURIER.
           IF WS-COURIER = "Y" AND WS-PARCELS = ZERO
               MOVE "At least one parcel"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
             MOVE WS-DSPNO       TO DSP-NUMBER.
             MOVE ZERO           TO DSP-LINE.
             READ DESPATCH WITH KEPT LOCK
                 INVALID KEY
                     GO TO CA00.
           IF WS-COURIER = "Y"
               MOVE "Y"          TO DSP-COURIER
               MOVE WS-PARCELS   TO DSP-PARCELS
               MOVE WS-WEIGHT    TO DSP-WEIGHT
           ELSE
               MOVE SPACE        TO DSP-COURIER
               MOVE ZERO         TO DSP-PARCELS DSP-WEIGHT.
             REWRITE DSP-RECORD.
             DISPLAY "Despatch updated" AT 1510
                     WITH FOREGROUND-COLOR 14.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    The despatch header and its debtor on screen;
      *            WS-FOUND "N" when it is not on file.
      *
       CB00-HEADER.
             MOVE "Y"            TO WS-FOUND.
             MOVE WS-DSPNO       TO DSP-NUMBER.
             MOVE ZERO           TO DSP-LINE.
             READ DESPATCH WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Despatch not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     MOVE "N"    TO WS-FOUND
                     GO TO CB00-EXIT.
             MOVE DSP-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             DISPLAY "A/C : " AT 0440 WITH FOREGROUND-COLOR 14
                     DSP-ACNO WITH FOREGROUND-COLOR 15
                     "  despatched " WITH FOREGROUND-COLOR 14
                     DSP-DATE WITH FOREGROUND-COLOR 15.
             DISPLAY DEB-NAME AT 0540 WITH FOREGROUND-COLOR 15.

       CB00-EXIT.
             EXIT.

      *
      *    ****    Despatch weight from the lines at STK-WEIGHT.
      *
       CC00-WEIGHT.
             MOVE ZERO           TO WS-WEIGHT.
             MOVE WS-DSPNO       TO DSP-NUMBER.
             MOVE ZERO           TO DSP-LINE.
             START DESPATCH KEY GREATER DSP-KEY
                 INVALID KEY
                     GO TO CC09-DONE.

       CC05-LINE.
             READ DESPATCH NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CC09-DONE.
           IF DSP-NUMBER NOT = WS-DSPNO
               GO TO CC09-DONE.
             MOVE DSP-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CC05-LINE.
           IF STK-WEIGHT NOT NUMERIC
               GO TO CC05-LINE.
             COMPUTE WS-WEIGHT = WS-WEIGHT + (DSP-QTY * STK-WEIGHT)
                 ON SIZE ERROR
                     MOVE 99999.99
                                 TO WS-WEIGHT.
             GO TO CC05-LINE.

       CC09-DONE.
             MOVE WS-DSPNO       TO DSP-NUMBER.
             MOVE ZERO           TO DSP-LINE.
             READ DESPATCH WITH IGNORE LOCK
                 INVALID KEY
                     CONTINUE.

       CC00-EXIT.
             EXIT.

      /
      *    ****    C O N S I G N M E N T   F I L E
      *
      *            Every courier despatch not yet sent, in the
      *            courier's upload layout, each stamped with the
      *            day it went.  The list printed goes in the
      *            courier's bag with the parcels.
      *
       DA000           SECTION.
       DA00.
             OPEN OUTPUT EXPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Consignment file cannot be written"
                                 TO WS-ERR-STRING
               GO TO DA95.
             OPEN OUTPUT PRINTF.
             MOVE "COURIER CONSIGNMENT               "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "DESPATCH A/C   NAME                         PARCELS
      -          "  WEIGHT"      TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-SENT.
             MOVE LOW-VALUES     TO DSP-KEY.
             START DESPATCH KEY NOT LESS DSP-KEY
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ DESPATCH NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO DA90.
           IF DSP-LINE NOT = ZERO
               UNLOCK DESPATCH
               GO TO DA05.
           IF DSP-COURIER NOT = "Y" OR DSP-CNSDATE NOT = ZERO
               UNLOCK DESPATCH
               GO TO DA05.
             MOVE DSP-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME DEB-ADD1 DEB-ADD2
                                    DEB-ADD3 DEB-TEL.
             MOVE DSP-PARCELS    TO WS-E-PARCELS.
             MOVE DSP-WEIGHT     TO WS-E-WEIGHT.
             MOVE SPACES         TO EXP-REC.
             STRING DSP-NUMBER   DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    DSP-ACNO     DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    DEB-NAME     DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    DEB-ADD1     DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    DEB-ADD2     DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    DEB-ADD3     DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    DEB-TEL      DELIMITED BY "  "
                    ";"          DELIMITED BY SIZE
                    WS-E-PARCELS DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    WS-E-WEIGHT  DELIMITED BY SIZE
                    ";"          DELIMITED BY SIZE
                    DSP-DATE     DELIMITED BY SIZE
                    INTO EXP-REC.
             WRITE EXP-REC.
             MOVE TODAY-DDMMYY   TO DSP-CNSDATE.
             REWRITE DSP-RECORD.
             MOVE SPACES         TO W20-DETAIL.
             MOVE DSP-NUMBER     TO W20-DSP.
             MOVE DSP-ACNO       TO W20-ACNO.
             MOVE DEB-NAME       TO W20-NAME.
             MOVE DSP-PARCELS    TO W20-PARCELS.
             MOVE DSP-WEIGHT     TO W20-WEIGHT.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-SENT.
             GO TO DA05.

       DA90.
             CLOSE EXPFILE PRINTF.
           IF LS-INSTR = "B"
               GO TO DA999.
             DISPLAY "Despatches sent to the courier : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-SENT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA999.

       DA95.
           IF LS-INSTR NOT = "B"
               PERFORM ERROR-MESSAGE.

       DA999.
             EXIT.

      /
      *    ****    E N T E R   W A Y B I L L   N U M B E R
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-DSPNO.
             DISPLAY S13.
             ACCEPT S13 AT 0428.
           IF WS-DSPNO = ZERO
               GO TO EA999.
             PERFORM CB00-HEADER THRU CB00-EXIT.
           IF WS-FOUND = "N"
               GO TO EA00.
           IF DSP-COURIER NOT = "Y"
               MOVE "Not a courier despatch"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA00.
             MOVE DSP-WAYBILL    TO WS-WAYBILL.
             DISPLAY S15.
             ACCEPT S15.
             MOVE WS-DSPNO       TO DSP-NUMBER.
             MOVE ZERO           TO DSP-LINE.
             READ DESPATCH WITH KEPT LOCK
                 INVALID KEY
                     GO TO EA00.
             MOVE WS-WAYBILL     TO DSP-WAYBILL.
             REWRITE DSP-RECORD.
             GO TO EA00.

       EA999.
             EXIT.

      /
      *    ****    R E C O N C I L E   T H E   C O U R I E R   B I L L
      *
      *            Each waybill charged is found on its despatch
      *            (by our reference where the courier quotes it,
      *            else by the waybill) and the charge stored.  A
      *            waybill not ours, or billed twice, is queried.
      *            Courier despatches sent but never billed are
      *            listed after.
      *
       FA000           SECTION.
       FA00.
             OPEN INPUT IMPFILE.
           IF WS-STATUS NOT = "00"
               MOVE "Courier bill file not found"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO FA999.
             OPEN OUTPUT PRINTF.
             MOVE "COURIER BILL RECONCILIATION       "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "DESPATCH A/C   NAME                         PARCELS
      -          "  WEIGHT  WAYBILL                  CHARGE  NOTE"
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-LINES WS-MATCHED WS-QUERIES
                                    WS-UNBILLED WS-BILLTOT
                                    WS-MATCHTOT.

       FA05.
             READ IMPFILE
                 AT END
                     GO TO FA50.
           IF IMP-REC = SPACES
               GO TO FA05.
             ADD 1               TO WS-LINES.
             MOVE SPACES         TO WS-I-WAYBILL WS-I-REF
                                    WS-I-CHARGE WS-NOTE.
             MOVE ZERO           TO WS-REF-LEN WS-CHG-LEN WS-CHARGE.
             MOVE "N"            TO WS-FOUND.
             UNSTRING IMP-REC DELIMITED BY ";"
                 INTO WS-I-WAYBILL
                      WS-I-REF   COUNT IN WS-REF-LEN
                      WS-I-CHARGE
                                 COUNT IN WS-CHG-LEN.
             MOVE WS-I-CHARGE    TO WS-TOKEN.
             MOVE WS-CHG-LEN     TO WS-TOK-LEN.
             PERFORM BZ20-DIGITS THRU BZ20-EXIT.
           IF WS-TOK-OK = "N" OR WS-TOK-NUM > 999999999
               MOVE "CHARGE NOT NUMERIC" TO WS-NOTE
               GO TO FA40.
             COMPUTE WS-CHARGE = WS-TOK-NUM / 100.
             ADD WS-CHARGE       TO WS-BILLTOT.
             PERFORM FB00-FIND THRU FB00-EXIT.
           IF WS-FOUND = "N"
               MOVE "WAYBILL NOT OURS - QUERY" TO WS-NOTE
               GO TO FA40.
           IF DSP-BILLDATE NOT = ZERO
               UNLOCK DESPATCH
               MOVE "BILLED BEFORE - QUERY" TO WS-NOTE
               GO TO FA40.
           IF DSP-WAYBILL = SPACES
               MOVE WS-I-WAYBILL TO DSP-WAYBILL.
             MOVE TODAY-DDMMYY   TO DSP-BILLDATE.
             MOVE WS-CHARGE      TO DSP-BILLAMT.
             REWRITE DSP-RECORD.
             ADD 1               TO WS-MATCHED.
             ADD WS-CHARGE       TO WS-MATCHTOT.
             GO TO FA05.

       FA40.
             ADD 1               TO WS-QUERIES.
             MOVE SPACES         TO W20-DETAIL.
             MOVE WS-I-WAYBILL   TO W20-WAYBILL.
             MOVE WS-CHARGE      TO W20-AMOUNT.
             MOVE WS-NOTE        TO W20-NOTE.
           IF WS-FOUND = "Y"
               MOVE DSP-NUMBER   TO W20-DSP
               MOVE DSP-ACNO     TO W20-ACNO.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO FA05.
      *
      *    ****    Sent to the courier but not on any bill yet.
      *
       FA50.
             CLOSE IMPFILE.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE LOW-VALUES     TO DSP-KEY.
             START DESPATCH KEY NOT LESS DSP-KEY
                 INVALID KEY
                     GO TO FA90.

       FA55.
             READ DESPATCH NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA90.
           IF DSP-LINE NOT = ZERO
               GO TO FA55.
           IF DSP-COURIER NOT = "Y" OR DSP-CNSDATE = ZERO
                                    OR DSP-BILLDATE NOT = ZERO
               GO TO FA55.
             MOVE DSP-CNSDATE    TO WS-DATE-WORK.
             COMPUTE WS-AGEDAYS = WS-TODAYNUM
                 - ((WS-DW-YYYY * 372) + (WS-DW-MM * 31)
                 + WS-DW-DD).
             MOVE DSP-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE SPACES         TO W20-DETAIL.
             MOVE DSP-NUMBER     TO W20-DSP.
             MOVE DSP-ACNO       TO W20-ACNO.
             MOVE DEB-NAME       TO W20-NAME.
             MOVE DSP-PARCELS    TO W20-PARCELS.
             MOVE DSP-WEIGHT     TO W20-WEIGHT.
             MOVE DSP-WAYBILL    TO W20-WAYBILL.
             MOVE WS-AGEDAYS     TO WS-AGE-ED.
             MOVE SPACES         TO W20-NOTE.
             STRING "NOT BILLED - SENT " DELIMITED BY SIZE
                    WS-AGE-ED    DELIMITED BY SIZE
                    " DAYS"      DELIMITED BY SIZE
                    INTO W20-NOTE.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-UNBILLED.
             GO TO FA55.

       FA90.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "BILL TOTAL"   TO W20-NAME.
             MOVE WS-BILLTOT     TO W20-AMOUNT.
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "MATCHED TO OUR DESPATCHES"
                                 TO W20-NAME.
             MOVE WS-MATCHTOT    TO W20-AMOUNT.
             WRITE PRINT-REC FROM W20-DETAIL.
             CLOSE PRINTF.
             DISPLAY "Waybills matched : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-MATCHED WITH FOREGROUND-COLOR 15.
             DISPLAY "Queried          : " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-QUERIES WITH FOREGROUND-COLOR 15.
             DISPLAY "Not yet billed   : " AT 1710
                     WITH FOREGROUND-COLOR 14
                     WS-UNBILLED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       FA999.
             EXIT.

      *
      *    ****    The despatch a bill line is for, locked for the
      *            update; WS-FOUND "N" where none is.
      *
       FB00-FIND.
             MOVE "N"            TO WS-FOUND.
           IF WS-REF-LEN = ZERO
               GO TO FB05-SCAN.
             MOVE WS-I-REF       TO WS-TOKEN.
             MOVE WS-REF-LEN     TO WS-TOK-LEN.
             PERFORM BZ20-DIGITS THRU BZ20-EXIT.
           IF WS-TOK-OK = "N" OR WS-TOK-NUM = ZERO
                              OR WS-TOK-NUM > 9999999
               GO TO FB05-SCAN.
             MOVE WS-TOK-NUM     TO DSP-NUMBER.
             MOVE ZERO           TO DSP-LINE.
             READ DESPATCH WITH KEPT LOCK
                 INVALID KEY
                     GO TO FB05-SCAN.
           IF DSP-COURIER = "Y"
               MOVE "Y"          TO WS-FOUND
               GO TO FB00-EXIT.
             UNLOCK DESPATCH.

       FB05-SCAN.
             MOVE LOW-VALUES     TO DSP-KEY.
             START DESPATCH KEY NOT LESS DSP-KEY
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB10-NEXT.
             READ DESPATCH NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
           IF DSP-LINE NOT = ZERO OR DSP-COURIER NOT = "Y"
               GO TO FB10-NEXT.
           IF DSP-WAYBILL NOT = WS-I-WAYBILL
               GO TO FB10-NEXT.
             READ DESPATCH WITH KEPT LOCK
                 INVALID KEY
                     GO TO FB00-EXIT.
             MOVE "Y"            TO WS-FOUND.

       FB00-EXIT.
             EXIT.

      /
      *    ****    C O U R I E R   D E S P A T C H E S   F O R   A
      *            D E B T O R
      *
      *            Newest last, with the waybill to quote to the
      *            courier when the customer phones.
      *
       GA000           SECTION.
       GA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S16.
             ACCEPT S16 AT 0428.
           IF WS-ACNO = ZERO
               GO TO GA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA00.
             DISPLAY DEB-NAME AT 0435 WITH FOREGROUND-COLOR 15.
             DISPLAY "DESPATCH   DATE    PCL  WEIGHT   SENT ON    WAYBIL
      -              "L                 INVOICE"
                     AT 0602 WITH FOREGROUND-COLOR 14.
             MOVE ZERO           TO WS-SHOWN.
             MOVE 8              TO WS-LINE.
             MOVE LOW-VALUES     TO DSP-KEY.
             START DESPATCH KEY NOT LESS DSP-KEY
                 INVALID KEY
                     GO TO GA90.

       GA05.
             READ DESPATCH NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GA90.
           IF DSP-LINE NOT = ZERO OR DSP-ACNO NOT = WS-ACNO
               GO TO GA05.
           IF DSP-COURIER NOT = "Y"
               GO TO GA05.
             MOVE DSP-NUMBER     TO W30-DSP.
             MOVE DSP-DATE       TO W30-DATE.
             MOVE DSP-PARCELS    TO W30-PARCELS.
             MOVE DSP-WEIGHT     TO W30-WEIGHT.
             MOVE DSP-CNSDATE    TO W30-SENT.
             MOVE DSP-WAYBILL    TO W30-WAYBILL.
             MOVE DSP-INVOICE    TO W30-INVOICE.
             ADD 1               TO WS-SHOWN.
             MOVE WS-LINE        TO SLIN.
             MOVE 02             TO SCOL.
             DISPLAY W30-ENQ AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
           IF WS-LINE > 19
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
                   GO TO GA00
               ELSE
                   MOVE 0801     TO CPOS
                   PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 23
                   MOVE 8        TO WS-LINE.
             GO TO GA05.

       GA90.
           IF WS-SHOWN = ZERO
               DISPLAY "No courier despatches for the account"
                       AT 0802 WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO GA00.

       GA999.
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
             MOVE "DESPATCH" TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-DESPATCH.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "COURCNS"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-EXPFILE.
             MOVE "COURBIL"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-IMPFILE.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O DESPATCH.
             OPEN INPUT DEBTOR STOCK.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY DIGITS.PRO.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 95
               MOVE W02-DESPATCH  TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DSP-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX.

       COPY DISPERR.PRO.
