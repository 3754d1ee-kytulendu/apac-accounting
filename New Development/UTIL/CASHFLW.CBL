      *               cash sale takings from PARAM record 151, all
      *               bucketed week by week with a running closing
      *               position.
      *    OCT 2026 - Import shipments still in transit (shipped,
      *               arrived or in clearing - see SHIPMT1) shown as
      *               a commitment column, due at ETA plus the
      *               supplier's terms.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY PARAM.SL.

       COPY SHIPMT.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY PARAM.FDE.

       COPY SHIPMT.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-RUNNING         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-POSWEEK         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-IX              PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-SHPWEEK         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-SHPOPEN         PIC  X(01) VALUE "N".

       01  WS-WEEK-TABLES.
           03  WS-IN-DEB      PIC S9(11)V99 COMP-3 OCCURS 8.
           03  WS-IN-ORD      PIC S9(11)V99 COMP-3 OCCURS 8.
           03  WS-OUT-CRE     PIC S9(11)V99 COMP-3 OCCURS 8.
           03  WS-OUT-SHP     PIC S9(11)V99 COMP-3 OCCURS 8.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "WEEK      DEBTORS       ORDERS    POS SALES".
           03  FILLER         PIC  X(42) VALUE
               "   CREDITORS   IN TRANSIT      CLOSING".

       01  W20-WEEK.
           03  W20-NO         PIC  Z(03)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-CRE        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-SHP        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-CLOSE      PIC  Z(09)9.99-.

       01  WS-HELP.

       COPY PARAM.ID.

       COPY SHIPMT.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "CASHFLW.".
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DBTRAN CREDIT SORDER CHEQUE PARAM.
           IF WS-SHPOPEN = "Y"
               CLOSE SHIPMT.

       AA49.
             EXIT PROGRAM.
       BA02-CLEAR.
             MOVE ZERO           TO WS-IN-DEB (WS-IX)
                                    WS-IN-ORD (WS-IX)
                                    WS-OUT-CRE (WS-IX)
                                    WS-OUT-SHP (WS-IX).
             ADD 1               TO WS-IX.
           IF WS-IX < 9
               GO TO BA02-CLEAR.
             PERFORM EA000 THRU EA999.
             PERFORM FA000 THRU FA999.
             PERFORM GA000 THRU GA999.
             PERFORM GB000 THRU GB999.
             PERFORM HA000 THRU HA999.

       BA999.
       GA999.
             EXIT.

      /
      *    ****    I M P O R T S   I N   T R A N S I T
      *
      *            Shipments not yet received are valued at their
      *            order price and fall due at ETA plus the
      *            supplier's terms; no ETA lands in week one.
      *            Header (line 000) sets the week for its lines.
      *
       GB000           SECTION.
       GB00.
           IF WS-SHPOPEN NOT = "Y"
               GO TO GB999.
             MOVE ZERO           TO WS-SHPWEEK.
             MOVE LOW-VALUES     TO SHM-KEY.
             START SHIPMT KEY NOT LESS SHM-KEY
                 INVALID KEY
                     GO TO GB999.

       GB05.
             READ SHIPMT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GB999.
           IF SHM-LINE NOT = ZERO
               GO TO GB20.
             MOVE ZERO           TO WS-SHPWEEK.
           IF SHM-STATUS NOT = "S" AND SHM-STATUS NOT = "A"
                                   AND SHM-STATUS NOT = "C"
               GO TO GB05.
           IF SHM-ETA = ZERO
               MOVE 1            TO WS-SHPWEEK
               GO TO GB05.
             MOVE SHM-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO P-TERMS.
             MOVE SHM-ETA        TO WS-DATE-WORK.
             COMPUTE WS-DUENUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD
                               + P-TERMS.
             PERFORM HB00-WEEK THRU HB00-EXIT.
             MOVE WS-WEEK        TO WS-SHPWEEK.
             GO TO GB05.

       GB20.
           IF WS-SHPWEEK = ZERO
               GO TO GB05.
             COMPUTE WS-OUT-SHP (WS-SHPWEEK) =
                 WS-OUT-SHP (WS-SHPWEEK) + (SHM-QTY * SHM-PRICE).
             GO TO GB05.

       GB999.
             EXIT.

      /
      *    ****    P R I N T   T H E   F O R E C A S T
      *
               GO TO HA90.
             COMPUTE WS-RUNNING = WS-RUNNING
                 + WS-IN-DEB (WS-IX) + WS-IN-ORD (WS-IX)
                 + WS-POSWEEK - WS-OUT-CRE (WS-IX)
                 - WS-OUT-SHP (WS-IX).
             MOVE WS-IX          TO W20-NO.
             MOVE WS-IN-DEB (WS-IX)
                                 TO W20-DEB.
             MOVE WS-POSWEEK     TO W20-POS.
             MOVE WS-OUT-CRE (WS-IX)
                                 TO W20-CRE.
             MOVE WS-OUT-SHP (WS-IX)
                                 TO W20-SHP.
             MOVE WS-RUNNING     TO W20-CLOSE.
             WRITE PRINT-REC FROM W20-WEEK.
             ADD 1               TO WS-IX.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "SHIPMT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHIPMT.

       ZA02.
             OPEN INPUT DBTRAN CREDIT SORDER CHEQUE PARAM.
             OPEN INPUT SHIPMT.
           IF WS-STATUS = "00"
               MOVE "Y"          TO WS-SHPOPEN.
             MOVE 4              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 17
               MOVE W02-SHIPMT    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SHM-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
