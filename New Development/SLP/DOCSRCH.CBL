      *               stock item on the lines, prints the matching
      *               documents, and reprints a chosen invoice or
      *               order in full.
      *    OCT 2026 - An invoice reprinted for a home account with
      *               prompt payment terms (see ALLOC1) ends with
      *               the settlement discount, the last day it may
      *               be taken and the amount then to pay.
      *    OCT 2026 - An invoice reprint lists the courier waybill
      *               of every despatch it consolidated (see
      *               COURIER), for tracing a parcel.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY INVOIC.SL.

       COPY DEBTOR.ISL.

       COPY DBTRAN.SL.

       COPY SORDER.SL.

       COPY CHEQUE.SL.

       COPY DESPATCH.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY INVOIC.FDE.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY SORDER.FDE.

       COPY CHEQUE.FD.

       COPY DESPATCH.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-DIFF            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-ITEM-HIT        PIC  X(01) VALUE "N".
       77  WS-WAYHDR          PIC  X(01) VALUE "N".
       77  WS-MATCHES         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-DOCNO           PIC  9(07) VALUE ZERO.
       77  WS-HOLD-DOC        PIC  9(07) VALUE ZERO.
       77  WS-DTYPE           PIC  X(01) VALUE SPACE.
       77  WS-DOCTYPE         PIC  9(02) VALUE ZERO.
       77  WS-DOCACNO         PIC  9(05) VALUE ZERO.
       77  WS-DOCDATE         PIC  9(08) VALUE ZERO.
       77  WS-DOCTOT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DISC            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DDD             PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-DAYS-MTH        PIC  9(02) VALUE ZERO.
       77  WS-DIV4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REM4            PIC  9(04) COMP-5 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W25-PRICE      PIC  Z(06)9.99-.

       01  W26-TERMS.
           03  FILLER         PIC  X(20) VALUE
               "Settlement discount ".
           03  W26-PCT        PIC  Z9.99.
           03  FILLER         PIC  X(13) VALUE "% if paid by ".
           03  W26-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(07) VALUE " - pay ".
           03  W26-PAY        PIC  Z(08)9.99-.

       01  W27-COURIER.
           03  FILLER         PIC  X(16) VALUE
               "Courier waybill ".
           03  W27-WAYBILL    PIC  X(20).
           03  FILLER         PIC  X(10) VALUE " despatch ".
           03  W27-DSP        PIC  Z(06)9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W27-PARCELS    PIC  ZZ9.
           03  FILLER         PIC  X(08) VALUE " parcels".

       01  WS-MONTH-DAYS      PIC  X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-TAB REDEFINES WS-MONTH-DAYS.
           03  WS-MDAYS       PIC  9(02) OCCURS 12.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "DSR".

       COPY INVOIC.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY SORDER.ID.

       COPY CHEQUE.ID.

       COPY DESPATCH.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "DOCSRCH.".
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE INVOICE DEBTOR DBTRAN SORDER CHEQUE DESPATCH.

       AA49.
             EXIT PROGRAM.
             WRITE PRINT-REC FROM W20-MATCH.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE DOC-TYPE       TO WS-DOCTYPE.
             MOVE DOC-ACNO       TO WS-DOCACNO.
             MOVE DOC-DATE       TO WS-DOCDATE.
             MOVE DOC-TOTAL      TO WS-DOCTOT.

       GB05-LINE.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GB10-COURIER.
           IF DOC-NUMBER NOT = WS-DOCNO
               GO TO GB10-COURIER.
             MOVE DOC-ITEM       TO W25-ITEM.
             MOVE DOC-QTY        TO W25-QTY.
             MOVE DOC-PRICE      TO W25-PRICE.
             WRITE PRINT-REC FROM W25-LINE.
             GO TO GB05-LINE.
      *
      *    ****    Waybills of the courier despatches the
      *            invoice was consolidated from.
      *
       GB10-COURIER.
             MOVE LOW-VALUES     TO DSP-KEY.
             START DESPATCH KEY NOT LESS DSP-KEY
                 INVALID KEY
                     GO TO GB20-TERMS.
             MOVE "N"            TO WS-WAYHDR.

       GB15-NEXT.
             READ DESPATCH NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GB20-TERMS.
           IF DSP-LINE NOT = ZERO OR DSP-INVOICE NOT = WS-DOCNO
               GO TO GB15-NEXT.
           IF DSP-COURIER NOT = "Y" OR DSP-WAYBILL = SPACES
               GO TO GB15-NEXT.
           IF WS-WAYHDR = "N"
               MOVE SPACES       TO PRINT-REC
               WRITE PRINT-REC
               MOVE "Y"          TO WS-WAYHDR.
             MOVE DSP-WAYBILL    TO W27-WAYBILL.
             MOVE DSP-NUMBER     TO W27-DSP.
             MOVE DSP-PARCELS    TO W27-PARCELS.
             WRITE PRINT-REC FROM W27-COURIER.
             GO TO GB15-NEXT.
      *
      *    ****    Settlement terms on the account: the last day
      *            is the invoice date plus the terms in days,
      *            rolled over month ends (and February 29ths) on
      *            the calendar.
      *
       GB20-TERMS.
           IF WS-DOCTYPE NOT = 1 OR WS-DOCTOT NOT > ZERO
               GO TO GB00-EXIT.
             MOVE WS-DOCACNO     TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     GO TO GB00-EXIT.
           IF DEB-CURR NOT = SPACES
               GO TO GB00-EXIT.
           IF DEB-DISC-PCT NOT NUMERIC OR DEB-DISC-DAYS NOT NUMERIC
               GO TO GB00-EXIT.
           IF DEB-DISC-PCT = ZERO
               GO TO GB00-EXIT.
             MOVE WS-DOCDATE     TO WS-DATE-WORK.
             COMPUTE WS-DDD = WS-DW-DD + DEB-DISC-DAYS.

       GB25-NORM.
             MOVE WS-MDAYS (WS-DW-MM)
                                 TO WS-DAYS-MTH.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-DIV4
                   REMAINDER WS-REM4
               IF WS-REM4 = ZERO
                   MOVE 29       TO WS-DAYS-MTH.
           IF WS-DDD NOT > WS-DAYS-MTH
               GO TO GB29-DONE.
             SUBTRACT WS-DAYS-MTH FROM WS-DDD.
             ADD 1               TO WS-DW-MM.
           IF WS-DW-MM > 12
               MOVE 1            TO WS-DW-MM
               ADD 1             TO WS-DW-YYYY.
             GO TO GB25-NORM.

       GB29-DONE.
             MOVE WS-DDD         TO WS-DW-DD.
             MOVE WS-DATE-WORK   TO W26-DATE.
             MOVE DEB-DISC-PCT   TO W26-PCT.
             COMPUTE WS-DISC ROUNDED =
                 (WS-DOCTOT * DEB-DISC-PCT) / 100.
             COMPUTE W26-PAY = WS-DOCTOT - WS-DISC.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W26-TERMS.

       GB00-EXIT.
             EXIT.

       ZA00A-CONTINUE.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "DBTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DBTRAN.
             MOVE "CHEQUE"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CHEQUE.
             MOVE "DESPATCH" TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DESPATCH.

       ZA02.
             OPEN INPUT INVOICE DEBTOR DBTRAN SORDER CHEQUE.
             OPEN INPUT DESPATCH.
           IF WS-STATUS = "35"
               CLOSE DESPATCH
               OPEN OUTPUT DESPATCH
               CLOSE DESPATCH
               OPEN INPUT DESPATCH.

       ZA999.
             EXIT.
               MOVE ZERO          TO WS-KEY
               MOVE DOC-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 25
               MOVE W02-DBTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
           IF WS-F-ERROR = 27
               MOVE W02-CHEQUE    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CHQ-NUMBER    TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 95
               MOVE W02-DESPATCH  TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DSP-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
