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
      *     G R N I   M O N T H - E N D   A C C R U A L                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            GRNI1.
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
      *    OCT 2026 - First issue.  Goods received not invoiced at
      *               month-end: every GRN still awaiting (or held
      *               over) its supplier invoice at the period end
      *               is valued at the received price, net of any
      *               goods since returned to the supplier, and
      *               reported by supplier and age.  The posting
      *               run accrues the total through LEDTRF -
      *               debit the nominated account, credit the
      *               accrued liability on PARAM record 292 -
      *               dated the period end, with the reversal
      *               dated the first day of the next period, so
      *               the balance sheet carries the liability and
      *               the matched invoices take over next month.
      *               A period end can only be accrued once.
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

       COPY GRN.SL.

       COPY CREDIT.SL.

       COPY GACCNT.SL.

       COPY LEDTRF.SL.

       COPY PARAM.SL.

           SELECT SORTWK    ASSIGN W02-SORTWK.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY GRN.FD.

       COPY CREDIT.FDE.

       COPY GACCNT.FDE.

       COPY LEDTRF.FDE.

       COPY PARAM.FDE.

       SD  SORTWK.
       01  SRT-RECORD.
           03  SRT-SUPP       PIC  9(05).
           03  SRT-GRN        PIC  9(07).
           03  SRT-DATE       PIC  9(08).
           03  SRT-VALUE      PIC S9(09)V99 COMP-3.
           03  SRT-BUCKET     PIC  9(01).

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  W02-SORTWK         PIC  X(40) VALUE "GNISORT".
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 292.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-RUN             PIC  X(01) VALUE "P".
       77  WS-ACCGL           PIC  9(06) VALUE ZERO.
       77  WS-DRGL            PIC  9(06) VALUE ZERO.
       77  WS-DEFEND          PIC  9(08) VALUE ZERO.
       77  WS-PEREND          PIC  9(08) VALUE ZERO.
       77  WS-REVDATE         PIC  9(08) VALUE ZERO.
       77  WS-XFRDATE         PIC  9(08) VALUE ZERO.
       77  WS-ENDNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-LASTNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-GRNNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGEDAYS         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DAYS-MTH        PIC  9(02) VALUE ZERO.
       77  WS-DIV4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REM4            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-TAKEGRN         PIC  X(01) VALUE "N".
       77  WS-CURGRN          PIC  9(07) VALUE ZERO.
       77  WS-CURSUPP         PIC  9(05) VALUE ZERO.
       77  WS-CURDATE         PIC  9(08) VALUE ZERO.
       77  WS-GRNVAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINEVAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LASTSUPP        PIC  9(05) VALUE ZERO.
       77  WS-BSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-SUBTOT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LISTED          PIC  9(05) COMP-5 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-MONTH-DAYS      PIC  X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-TAB REDEFINES WS-MONTH-DAYS.
           03  WS-MDAYS       PIC  9(02) OCCURS 12.

       01  WS-AGE-TOTALS.
           03  WS-SUB-AGE     PIC S9(09)V99 COMP-3 OCCURS 4.
           03  WS-GRD-AGE     PIC S9(09)V99 COMP-3 OCCURS 4.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.

       01  W10-HEAD2.
           03  FILLER         PIC  X(06) VALUE "SUPP".
           03  FILLER         PIC  X(21) VALUE "NAME".
           03  FILLER         PIC  X(08) VALUE "    GRN".
           03  FILLER         PIC  X(11) VALUE "DATE".
           03  FILLER         PIC  X(13) VALUE "    0-30 DAYS".
           03  FILLER         PIC  X(13) VALUE "   31-60 DAYS".
           03  FILLER         PIC  X(13) VALUE "   61-90 DAYS".
           03  FILLER         PIC  X(13) VALUE "      OVER 90".
           03  FILLER         PIC  X(13) VALUE "        TOTAL".

       01  W20-DETAIL.
           03  W20-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-GRN        PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-AGE        PIC  Z(08)9.99- OCCURS 4.
           03  W20-TOTAL      PIC  Z(08)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "CRP".
           03  WS-PROG        PIC  X(03) VALUE "GNI".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY GRN.ID.

       COPY CREDIT.ID.

       COPY GACCNT.ID.

       COPY LEDTRF.ID.

       COPY PARAM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(06) VALUE "GRNI1.".
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
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "GOODS  RECEIVED  NOT  INVOICED".
           03  LINE  4 COLUMN 16 VALUE "1. GRNI report (no posting)".
           03  LINE  5 COLUMN 16 VALUE "2. Post month-end accrual".
           03  LINE  6 COLUMN 16 VALUE "3. Accrual accounts".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Period end date :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-PEREND AUTO.

       01  S20.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "GRNI  ACCRUAL  ACCOUNTS".
           03  LINE  4 COLUMN 10 VALUE "Accrued liability (Cr) :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-GNI-ACCGL AUTO.
           03  LINE  5 COLUMN 10 VALUE "Accrual debit     (Dr) :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-GNI-DRGL AUTO.
           03  LINE  7 COLUMN 10 VALUE "Last period accrued    :".
           03          COLUMN 35 FOREGROUND-COLOR 15
                                 PIC Z9/99/9999 FROM PAR-GNI-LASTEND.
           03  LINE  9 COLUMN 10 VALUE
               "The debit is normally stock or goods in transit;".
           03  LINE 10 COLUMN 10 VALUE
               "both entries reverse on the first of next month.".

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
             CLOSE GRNFILE CREDIT GACCNT LEDTRF PARAM.

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
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF WS-OPTION = "1"
               MOVE "P"          TO WS-RUN
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "2"
               MOVE "A"          TO WS-RUN
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM JA000 THRU JA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    G R N I   R E P O R T   A N D   A C C R U A L
      *
      *            P reports only; A also posts the accrual and
      *            its reversal and stamps the period end on
      *            PARAM record 292.  A GRN is in if it is dated
      *            on or before the period end and not matched to
      *            its invoice; held GRNs (a mismatch with the
      *            buyer) are still goods we owe for.
      *
       CA000           SECTION.
       CA00.
           IF WS-RUN = "A" AND LS0-CRLEV < 5
               MOVE "Posting the accrual is a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
             MOVE ZERO           TO WS-LASTNUM.
           IF WS-RUN = "P"
               GO TO CA05.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               MOVE "No GRNI accounts on record 292"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
           IF PAR-GNI-ACCGL = ZERO OR PAR-GNI-DRGL = ZERO
               MOVE "No GRNI accounts on record 292"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
             MOVE PAR-GNI-ACCGL  TO WS-ACCGL.
             MOVE PAR-GNI-DRGL   TO WS-DRGL.
           IF PAR-GNI-LASTEND NOT = ZERO
               MOVE PAR-GNI-LASTEND
                                 TO WS-DATE-WORK
               COMPUTE WS-LASTNUM = (WS-DW-YYYY * 372)
                                  + (WS-DW-MM * 31) + WS-DW-DD.

       CA05.
             DISPLAY CLR-SCREEN.
             MOVE WS-DEFEND      TO WS-PEREND.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-PEREND = ZERO
               GO TO CA999.
      *
      *    ****    The period end must be the last day of its
      *            month; the reversal falls on the first of the
      *            month after.
      *
             MOVE WS-PEREND      TO WS-DATE-WORK.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE "Enter the last day of a month"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             PERFORM CE00-MDAYS THRU CE00-EXIT.
           IF WS-DW-DD NOT = WS-DAYS-MTH
               MOVE "Enter the last day of a month"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             COMPUTE WS-ENDNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-RUN = "A" AND WS-ENDNUM NOT > WS-LASTNUM
               MOVE "That period end has already been accrued"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             MOVE 1              TO WS-DW-DD.
             ADD 1               TO WS-DW-MM.
           IF WS-DW-MM > 12
               MOVE 1            TO WS-DW-MM
               ADD 1             TO WS-DW-YYYY.
             MOVE WS-DATE-WORK   TO WS-REVDATE.
           IF WS-RUN = "P"
               GO TO CA10.
             DISPLAY "Accrual dated " AT 0610
                     WITH FOREGROUND-COLOR 14
                     WS-PEREND WITH FOREGROUND-COLOR 15
                     "  reverses " WITH FOREGROUND-COLOR 14
                     WS-REVDATE WITH FOREGROUND-COLOR 15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA999.

       CA10.
             OPEN OUTPUT PRINTF.
           IF WS-RUN = "P"
               MOVE "GOODS RECEIVED NOT INVOICED      "
                                 TO W10-TITLE
           ELSE
               MOVE "GRNI ACCRUAL - POSTED            "
                                 TO W10-TITLE.
             MOVE WS-PEREND      TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             INITIALIZE WS-AGE-TOTALS.
             MOVE ZERO           TO WS-TOTAL WS-LISTED.
             SORT SORTWK ON ASCENDING KEY SRT-SUPP SRT-GRN
                 INPUT PROCEDURE CB000-FEED THRU CB00-EXIT
                 OUTPUT PROCEDURE CC000-PRINT THRU CC00-EXIT.
      *
      *    ****    Grand totals, then the posting.
      *
             MOVE SPACES         TO W20-DETAIL.
             MOVE "TOTAL GRNI"   TO W20-NAME.
             MOVE 1              TO WS-BSUB.

       CA15.
             MOVE WS-GRD-AGE (WS-BSUB)
                                 TO W20-AGE (WS-BSUB).
           IF WS-BSUB < 4
               ADD 1             TO WS-BSUB
               GO TO CA15.
             MOVE WS-TOTAL       TO W20-TOTAL.
             WRITE PRINT-REC FROM W20-DETAIL AFTER 2.
           IF WS-RUN = "P"
               GO TO CA90.
           IF WS-TOTAL NOT > ZERO
               MOVE "NOTHING TO ACCRUE - NO POSTING MADE"
                                 TO PRINT-REC
               WRITE PRINT-REC AFTER 2
               GO TO CA90.
             PERFORM CD00-POST THRU CD00-EXIT.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE WS-PEREND    TO PAR-GNI-LASTEND
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
               UNLOCK PARAM.
             MOVE ZERO           TO WS-F-ERROR.
             MOVE SPACES         TO PRINT-REC.
             STRING "ACCRUAL POSTED TO "
                               DELIMITED BY SIZE
                    WS-ACCGL   DELIMITED BY SIZE
                    " AGAINST "
                               DELIMITED BY SIZE
                    WS-DRGL    DELIMITED BY SIZE
                    " - REVERSES "
                               DELIMITED BY SIZE
                    WS-REVDATE DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC AFTER 2.

       CA90.
             CLOSE PRINTF.
             DISPLAY "GRNs not invoiced : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-LISTED WITH FOREGROUND-COLOR 15.
             DISPLAY "Value             : " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-TOTAL WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

      /
      *    ****    F E E D   T H E   S O R T
      *
      *            The GRN file runs in number order, header then
      *            lines; each qualifying GRN is released once
      *            with its value, returns to the supplier netted
      *            off.
      *
       CB000-FEED      SECTION.
       CB00.
             MOVE "N"            TO WS-TAKEGRN.
             MOVE LOW-VALUES     TO GRN-KEY.
             START GRNFILE KEY NOT LESS GRN-KEY
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB05.
             READ GRNFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB90.
           IF GRN-LINE NOT = ZERO
               GO TO CB10.
             PERFORM CB20-RELEASE THRU CB20-EXIT.
           IF GRN-MATCHED = "Y"
               GO TO CB05.
             MOVE GRN-DATE       TO WS-DATE-WORK.
             COMPUTE WS-GRNNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-GRNNUM > WS-ENDNUM
               GO TO CB05.
             MOVE "Y"            TO WS-TAKEGRN.
             MOVE GRN-NUMBER     TO WS-CURGRN.
             MOVE GRN-SUPP       TO WS-CURSUPP.
             MOVE GRN-DATE       TO WS-CURDATE.
             MOVE ZERO           TO WS-GRNVAL.
             COMPUTE WS-AGEDAYS = WS-ENDNUM - WS-GRNNUM.
             GO TO CB05.

       CB10.
           IF WS-TAKEGRN NOT = "Y"
               GO TO CB05.
           IF GRN-NUMBER NOT = WS-CURGRN
               GO TO CB05.
           IF GRN-RTSQTY NOT NUMERIC
               MOVE ZERO         TO GRN-RTSQTY.
             COMPUTE WS-LINEVAL ROUNDED =
                     (GRN-QTY - GRN-RTSQTY) * GRN-PRICE.
             ADD WS-LINEVAL      TO WS-GRNVAL.
             GO TO CB05.

       CB90.
             PERFORM CB20-RELEASE THRU CB20-EXIT.
             GO TO CB00-EXIT.

       CB20-RELEASE.
           IF WS-TAKEGRN NOT = "Y"
               GO TO CB20-EXIT.
             MOVE "N"            TO WS-TAKEGRN.
           IF WS-GRNVAL = ZERO
               GO TO CB20-EXIT.
             MOVE WS-CURSUPP     TO SRT-SUPP.
             MOVE WS-CURGRN      TO SRT-GRN.
             MOVE WS-CURDATE     TO SRT-DATE.
             MOVE WS-GRNVAL      TO SRT-VALUE.
           IF WS-AGEDAYS NOT > 30
               MOVE 1            TO SRT-BUCKET
           ELSE
           IF WS-AGEDAYS NOT > 60
               MOVE 2            TO SRT-BUCKET
           ELSE
           IF WS-AGEDAYS NOT > 90
               MOVE 3            TO SRT-BUCKET
           ELSE
               MOVE 4            TO SRT-BUCKET.
             RELEASE SRT-RECORD.

       CB20-EXIT.
             EXIT.

       CB00-EXIT.
             EXIT.

      /
      *    ****    P R I N T   B Y   S U P P L I E R
      *
       CC000-PRINT     SECTION.
       CC00.
             MOVE ZERO           TO WS-LASTSUPP.

       CC05.
             RETURN SORTWK
                 AT END
                     GO TO CC80.
             MOVE SPACES         TO W20-DETAIL.
           IF SRT-SUPP = WS-LASTSUPP
               GO TO CC10.
           IF WS-LASTSUPP NOT = ZERO
               PERFORM CC20-SUBTOT THRU CC20-EXIT.
             MOVE SRT-SUPP       TO WS-LASTSUPP.
             MOVE SRT-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE ZERO           TO WS-SUBTOT.
             MOVE ZERO           TO WS-SUB-AGE (1) WS-SUB-AGE (2)
                                    WS-SUB-AGE (3) WS-SUB-AGE (4).
             MOVE SPACES         TO W20-DETAIL.
             MOVE SRT-SUPP       TO W20-SUPP.
             MOVE P-NAME         TO W20-NAME.

       CC10.
             MOVE SRT-GRN        TO W20-GRN.
             MOVE SRT-DATE       TO W20-DATE.
             MOVE SRT-VALUE      TO W20-AGE (SRT-BUCKET).
             MOVE SRT-VALUE      TO W20-TOTAL.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD SRT-VALUE       TO WS-SUB-AGE (SRT-BUCKET)
                                    WS-GRD-AGE (SRT-BUCKET)
                                    WS-SUBTOT WS-TOTAL.
             ADD 1               TO WS-LISTED.
             GO TO CC05.

       CC80.
           IF WS-LASTSUPP NOT = ZERO
               PERFORM CC20-SUBTOT THRU CC20-EXIT.
             GO TO CC00-EXIT.

       CC20-SUBTOT.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "SUPPLIER TOTAL"
                                 TO W20-NAME.
             MOVE 1              TO WS-BSUB.

       CC25.
             MOVE WS-SUB-AGE (WS-BSUB)
                                 TO W20-AGE (WS-BSUB).
           IF WS-BSUB < 4
               ADD 1             TO WS-BSUB
               GO TO CC25.
             MOVE WS-SUBTOT      TO W20-TOTAL.
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.

       CC20-EXIT.
             EXIT.

       CC00-EXIT.
             EXIT.

      /
      *    ****    T H E   A C C R U A L   J O U R N A L
      *
      *            Dated the period end, and its mirror dated the
      *            first of the next period so the accrual
      *            clears itself as the invoices are matched.
      *
       CD000           SECTION.
       CD00-POST.
             MOVE WS-PEREND      TO WS-XFRDATE.
             MOVE "GRNI accrual            "
                                 TO XFR-DESC.
             MOVE WS-TOTAL       TO XFR-AMOUNT.
             MOVE WS-DRGL        TO XFR-AC.
             MOVE "D"            TO XFR-DC.
             PERFORM CD10-WRITE THRU CD10-EXIT.
             MOVE WS-ACCGL       TO XFR-AC.
             MOVE "C"            TO XFR-DC.
             PERFORM CD10-WRITE THRU CD10-EXIT.
             MOVE WS-REVDATE     TO WS-XFRDATE.
             MOVE "GRNI accrual reversal   "
                                 TO XFR-DESC.
             MOVE WS-ACCGL       TO XFR-AC.
             MOVE "D"            TO XFR-DC.
             PERFORM CD10-WRITE THRU CD10-EXIT.
             MOVE WS-DRGL        TO XFR-AC.
             MOVE "C"            TO XFR-DC.
             PERFORM CD10-WRITE THRU CD10-EXIT.
             GO TO CD00-EXIT.

       CD10-WRITE.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE WS-XFRDATE     TO XFR-DATE.

       CD15-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO CD15-WRITE.

       CD10-EXIT.
             EXIT.

       CD00-EXIT.
             EXIT.

      *
      *    ****    Days in the month in WS-DATE-WORK.
      *
       CE00-MDAYS.
             MOVE WS-MDAYS (WS-DW-MM)
                                 TO WS-DAYS-MTH.
           IF WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-DIV4
                   REMAINDER WS-REM4
               IF WS-REM4 = ZERO
                   MOVE 29       TO WS-DAYS-MTH.

       CE00-EXIT.
             EXIT.

      /
      *    ****    A C C R U A L   A C C O U N T S
      *
       JA000           SECTION.
       JA00.
           IF LS0-CRLEV < 7
               MOVE "Accrual accounts are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA999.
             DISPLAY CLR-SCREEN.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD292
               MOVE 292          TO PAR-KEY.

       JA05.
             DISPLAY S20.
             ACCEPT S20.
             MOVE PAR-GNI-ACCGL  TO G-AC.
             PERFORM JB00-ACCOUNT THRU JB00-EXIT.
           IF WS-OPTION = "N"
               GO TO JA05.
             MOVE PAR-GNI-DRGL   TO G-AC.
             PERFORM JB00-ACCOUNT THRU JB00-EXIT.
           IF WS-OPTION = "N"
               GO TO JA05.
           IF PAR-GNI-ACCGL = PAR-GNI-DRGL
               MOVE "The two accounts must differ"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO JA999.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.

       JA999.
             EXIT.

      *
      *    ****    Each account on the ledger and active.
      *
       JB00-ACCOUNT.
             MOVE "Y"            TO WS-OPTION.
             READ GACCNT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on the ledger"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     MOVE "N"    TO WS-OPTION
                     GO TO JB00-EXIT.
           IF G-INACTIVE = "Y"
               MOVE "Account is inactive"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE "N"          TO WS-OPTION.

       JB00-EXIT.
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
             MOVE "GRNFILE"  TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-GRNFILE.
             MOVE "CREDIT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "GACCNT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GACCNT.
             MOVE "LEDTRF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LEDTRF.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             CLOSE APACFIDS.

       ZA02.
             OPEN INPUT GRNFILE CREDIT GACCNT.
             OPEN I-O PARAM.
             OPEN I-O LEDTRF.
           IF WS-STATUS = "35"
               CLOSE LEDTRF
               OPEN OUTPUT LEDTRF
               CLOSE LEDTRF
               OPEN I-O LEDTRF.
      *
      *    ****    The period end offered: early in a month it is
      *            last month's end being closed off, otherwise
      *            this month's.
      *
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
           IF WS-DW-DD NOT > 10
               SUBTRACT 1      FROM WS-DW-MM
               IF WS-DW-MM = ZERO
                   MOVE 12       TO WS-DW-MM
                   SUBTRACT 1  FROM WS-DW-YYYY.
             PERFORM CE00-MDAYS THRU CE00-EXIT.
             MOVE WS-DAYS-MTH    TO WS-DW-DD.
             MOVE WS-DATE-WORK   TO WS-DEFEND.
      *
      *    ****    Next transfer key from the last on file.
      *
             MOVE HIGH-VALUES    TO XFR-RECORD.
             START LEDTRF KEY LESS XFR-KEY
                 INVALID KEY
                     MOVE ZERO         TO WS-XFRKEY
                 NOT INVALID KEY
                     READ LEDTRF PREVIOUS RECORD
                         AT END
                             MOVE ZERO TO WS-XFRKEY
                         NOT AT END
                             MOVE XFR-KEY
                                       TO WS-XFRKEY
                     END-READ
             END-START.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 86
               MOVE W02-GRNFILE   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE GRN-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 8
               MOVE W02-GACCNT    TO WS-FILE
               MOVE G-AC          TO WS-KEY
           ELSE
           IF WS-F-ERROR = 40
               MOVE W02-LEDTRF    TO WS-FILE
               MOVE WS-XFRKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY.

       COPY DISPERR.PRO.
