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
      *     S T O C K   P R O V I S I O N                              *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            STKPRV1.
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
      *    OCT 2026 - First issue.  Obsolete and slow-moving stock
      *               provision.  Each item's value on hand (in
      *               stock and in quarantine at the item cost) is
      *               aged by months since its last sale or
      *               receipt on the CARDEX and provided at the
      *               highest rule percentage reached on PARAM
      *               record 294, unless the item carries a hand
      *               set percentage and reason on STKPRV.  The
      *               schedule prints by department; the posting
      *               run takes the movement since the last total
      *               posted through LEDTRF - charge or release
      *               against the provision account - and keeps
      *               the new total on record 294.
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

       COPY STOCK.SL.

       COPY CARDEX.SL.

       COPY STKPRV.SL.

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

       COPY STOCK.FDE.

       COPY CARDEX.FDE.

       COPY STKPRV.FD.

       COPY GACCNT.FDE.

       COPY LEDTRF.FDE.

       COPY PARAM.FDE.

       SD  SORTWK.
       01  SRT-RECORD.
           03  SRT-DEPT       PIC  X(04).
           03  SRT-ITEM       PIC  X(15).
           03  SRT-DESC       PIC  X(20).
           03  SRT-LASTDATE   PIC  9(08).
           03  SRT-MTHS       PIC  9(04).
           03  SRT-QTY        PIC S9(07)V99 COMP-3.
           03  SRT-VALUE      PIC S9(09)V99 COMP-3.
           03  SRT-PCT        PIC  9(03)V99.
           03  SRT-PROV       PIC S9(09)V99 COMP-3.
           03  SRT-OVR        PIC  X(01).
           03  SRT-REASON     PIC  X(30).

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  W02-SORTWK         PIC  X(40) VALUE "PRVSORT".
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 294.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-RUN             PIC  X(01) VALUE "P".
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CRDNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-LASTNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGEMTHS         PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-LASTDATE        PIC  9(08) VALUE ZERO.
       77  WS-RSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-PCT             PIC  9(03)V99 VALUE ZERO.
       77  WS-QTY             PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-VALUE           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LASTDEPT        PIC  X(04) VALUE SPACES.
       77  WS-SUB-VAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-SUB-PROV        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-TOT-VAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-TOT-PROV        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-PREV-PROV       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-MOVEMENT        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LISTED          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-PRVACT          PIC  X(01) VALUE SPACE.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.

       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "ITEM            DESCRIPTION          LAST MOVE  MTHS".
           03  FILLER         PIC  X(46) VALUE
               "   QUANTITY        VALUE     PCT   PROVISION  ".
           03  FILLER         PIC  X(17) VALUE
               "* OVERRIDE REASON".

       01  W15-DEPT.
           03  FILLER         PIC  X(11) VALUE "DEPARTMENT ".
           03  W15-CODE       PIC  X(04).

       01  W20-DETAIL.
           03  W20-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DESC       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-LAST       PIC  Z9/99/9999.
           03  W20-LASTX REDEFINES W20-LAST
                              PIC  X(10).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-MTHS       PIC  ZZZ9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-QTY        PIC  Z(06)9.99-.
           03  W20-VALUE      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PCT        PIC  ZZ9.99.
           03  W20-PROV       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-OVR        PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-REASON     PIC  X(30).

       01  W25-TOTAL.
           03  W25-TEXT       PIC  X(62).
           03  W25-VALUE      PIC  Z(10)9.99-.
           03  FILLER         PIC  X(07) VALUE SPACES.
           03  W25-PROV       PIC  Z(08)9.99-.

       01  W26-LINE.
           03  FILLER         PIC  X(22) VALUE
               "PROVISION LAST POSTED ".
           03  W26-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(30) VALUE
               "  AT A TOTAL OF".
           03  W26-PREV       PIC  Z(10)9.99-.
           03  FILLER         PIC  X(07) VALUE " MOVED ".
           03  W26-MOVE       PIC  Z(08)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "PRV".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STOCK.ID.

       COPY CARDEX.ID.

       COPY STKPRV.ID.

       COPY GACCNT.ID.

       COPY LEDTRF.ID.

       COPY PARAM.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(06) VALUE "STKPRV".
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
                       VALUE "OBSOLETE  STOCK  PROVISION".
           03  LINE  4 COLUMN 16 VALUE "1. Provision schedule".
           03  LINE  5 COLUMN 16 VALUE "2. Post provision movement".
           03  LINE  6 COLUMN 16 VALUE "3. Item overrides".
           03  LINE  7 COLUMN 16 VALUE "4. Provision rules".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Item code     :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-ITEM.

       01  S14.
           03  LINE 10 COLUMN 10 VALUE "Provide %     :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING PRV-PCT AUTO.
           03  LINE 11 COLUMN 10 VALUE "Reason        :".
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(30) USING PRV-REASON.

       01  S15.
           03  LINE 13 COLUMN 10 VALUE "A = amend  D = remove  :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-PRVACT AUTO.

       01  S20.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "STOCK  PROVISION  RULES".
           03  LINE  4 COLUMN 10 VALUE "Provision account (Cr) :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-PRV-PROVGL AUTO.
           03  LINE  5 COLUMN 10 VALUE "Charge account    (Dr) :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-PRV-EXPGL AUTO.
           03  LINE  7 COLUMN 10 VALUE "After months    Provide %".
           03  LINE  8 COLUMN 14 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-PRV-MONTHS (1)
                                 AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING PAR-PRV-PCT (1)
                                 AUTO.
           03  LINE  9 COLUMN 14 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-PRV-MONTHS (2)
                                 AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING PAR-PRV-PCT (2)
                                 AUTO.
           03  LINE 10 COLUMN 14 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-PRV-MONTHS (3)
                                 AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING PAR-PRV-PCT (3)
                                 AUTO.
           03  LINE 11 COLUMN 14 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-PRV-MONTHS (4)
                                 AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING PAR-PRV-PCT (4)
                                 AUTO.
           03  LINE 12 COLUMN 14 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING PAR-PRV-MONTHS (5)
                                 AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING PAR-PRV-PCT (5)
                                 AUTO.
           03  LINE 14 COLUMN 10 VALUE "Last total posted      :".
           03          COLUMN 35 FOREGROUND-COLOR 15
                                 PIC Z(08)9.99- FROM PAR-PRV-LASTTOT.
           03  LINE 15 COLUMN 10 VALUE "Last posted on         :".
           03          COLUMN 35 FOREGROUND-COLOR 15
                                 PIC Z9/99/9999 FROM PAR-PRV-LASTDATE.
           03  LINE 17 COLUMN 10 VALUE
               "Months run from the last sale or receipt; zero".
           03  LINE 18 COLUMN 10 VALUE
               "months leaves the rule unused.".

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
             CLOSE STOCK CARDEX STKPRV GACCNT LEDTRF PARAM.

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
               PERFORM DA000 THRU DA999
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM JA000 THRU JA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    P R O V I S I O N   S C H E D U L E
      *
      *            P reports only; A also posts the movement in
      *            the provision since the last total posted and
      *            keeps the new total on PARAM record 294.
      *
       CA000           SECTION.
       CA00.
           IF WS-RUN = "A" AND LS0-STLEV < 5
               MOVE "Posting the provision is a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               MOVE "No provision rules on record 294"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
           IF WS-RUN = "A"
               IF PAR-PRV-PROVGL = ZERO OR PAR-PRV-EXPGL = ZERO
                   MOVE "No provision accounts on record 294"
                                 TO WS-ERR-STRING
                   PERFORM ERROR-MESSAGE
                   GO TO CA999.
             MOVE PAR-PRV-LASTTOT
                                 TO WS-PREV-PROV.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
           IF WS-RUN = "A"
               DISPLAY CLR-SCREEN
               DISPLAY "Post the provision movement dated " AT 0610
                       WITH FOREGROUND-COLOR 14
                       WS-DATE-WORK WITH FOREGROUND-COLOR 15
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO CA999.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             OPEN OUTPUT PRINTF.
           IF WS-RUN = "P"
               MOVE "OBSOLETE STOCK PROVISION SCHEDULE "
                                 TO W10-TITLE
           ELSE
               MOVE "OBSOLETE STOCK PROVISION - POSTED "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-TOT-VAL WS-TOT-PROV WS-LISTED.
             SORT SORTWK ON ASCENDING KEY SRT-DEPT SRT-ITEM
                 INPUT PROCEDURE CB000-FEED THRU CB00-EXIT
                 OUTPUT PROCEDURE CC000-PRINT THRU CC00-EXIT.
             MOVE "TOTAL STOCK VALUE AND PROVISION"
                                 TO W25-TEXT.
             MOVE WS-TOT-VAL     TO W25-VALUE.
             MOVE WS-TOT-PROV    TO W25-PROV.
             WRITE PRINT-REC FROM W25-TOTAL AFTER 2.
             COMPUTE WS-MOVEMENT = WS-TOT-PROV - WS-PREV-PROV.
             MOVE PAR-PRV-LASTDATE
                                 TO W26-DATE.
             MOVE WS-PREV-PROV   TO W26-PREV.
             MOVE WS-MOVEMENT    TO W26-MOVE.
             WRITE PRINT-REC FROM W26-LINE.
           IF WS-RUN = "P"
               GO TO CA90.
           IF WS-MOVEMENT = ZERO
               MOVE "NO MOVEMENT IN THE PROVISION - NO POSTING MADE"
                                 TO PRINT-REC
               WRITE PRINT-REC AFTER 2
               GO TO CA90.
             PERFORM CD00-POST THRU CD00-EXIT.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE WS-TOT-PROV  TO PAR-PRV-LASTTOT
               MOVE TODAY-DDMMYY TO PAR-PRV-LASTDATE
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
               UNLOCK PARAM.
             MOVE ZERO           TO WS-F-ERROR.
             MOVE SPACES         TO PRINT-REC.
             STRING "MOVEMENT POSTED TO "
                               DELIMITED BY SIZE
                    PAR-PRV-PROVGL
                               DELIMITED BY SIZE
                    " AGAINST "
                               DELIMITED BY SIZE
                    PAR-PRV-EXPGL
                               DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC AFTER 2.

       CA90.
             CLOSE PRINTF.
             DISPLAY "Items listed   : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-LISTED WITH FOREGROUND-COLOR 15.
             DISPLAY "Provision      : " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-TOT-PROV WITH FOREGROUND-COLOR 15.
             DISPLAY "Movement       : " AT 1710
                     WITH FOREGROUND-COLOR 14
                     WS-MOVEMENT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

      /
      *    ****    F E E D   T H E   S O R T
      *
      *            Every item with stock on hand or in quarantine
      *            is valued at its cost, aged and released.  The
      *            age is from the latest CARDEX sale or receipt:
      *            stock-take adjustments (30), warehouse
      *            transfers (31, 32) and returns to the supplier
      *            (45) move stock without showing it is wanted,
      *            so they do not count.  An item with no such
      *            movement at all takes the highest rule.
      *
       CB000-FEED      SECTION.
       CB00.
             MOVE LOW-VALUES     TO STK-CODE.
             START STOCK KEY NOT LESS STK-CODE
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB05.
             READ STOCK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF STK-QUAR NOT NUMERIC
               MOVE ZERO         TO STK-QUAR.
             COMPUTE WS-QTY = STK-QOH + STK-QUAR.
           IF WS-QTY NOT > ZERO OR STK-COST NOT > ZERO
               GO TO CB05.
             COMPUTE WS-VALUE ROUNDED = WS-QTY * STK-COST.
             PERFORM CB10-LASTMOVE THRU CB10-EXIT.
           IF WS-LASTNUM = ZERO
               MOVE 9999         TO WS-AGEMTHS
           ELSE
               COMPUTE WS-AGEMTHS = (WS-TODAYNUM - WS-LASTNUM) / 31.
             MOVE SPACE          TO SRT-OVR.
             MOVE SPACES         TO SRT-REASON.
             MOVE STK-CODE       TO PRV-ITEM.
             READ STKPRV WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CB07.
             MOVE PRV-PCT        TO WS-PCT.
             MOVE "*"            TO SRT-OVR.
             MOVE PRV-REASON     TO SRT-REASON.
             GO TO CB08.

       CB07.
             MOVE ZERO           TO WS-PCT.
             MOVE ZERO           TO WS-RSUB.

       CB07A.
             ADD 1               TO WS-RSUB.
           IF WS-RSUB > 5
               GO TO CB08.
           IF PAR-PRV-MONTHS (WS-RSUB) = ZERO
               GO TO CB07A.
           IF WS-AGEMTHS NOT < PAR-PRV-MONTHS (WS-RSUB)
               IF PAR-PRV-PCT (WS-RSUB) > WS-PCT
                   MOVE PAR-PRV-PCT (WS-RSUB)
                                 TO WS-PCT.
             GO TO CB07A.

       CB08.
             MOVE STK-DEPT       TO SRT-DEPT.
             MOVE STK-CODE       TO SRT-ITEM.
             MOVE STK-DESC       TO SRT-DESC.
             MOVE WS-LASTDATE    TO SRT-LASTDATE.
             MOVE WS-AGEMTHS     TO SRT-MTHS.
             MOVE WS-QTY         TO SRT-QTY.
             MOVE WS-VALUE       TO SRT-VALUE.
             MOVE WS-PCT         TO SRT-PCT.
             COMPUTE SRT-PROV ROUNDED = WS-VALUE * WS-PCT / 100.
             RELEASE SRT-RECORD.
             GO TO CB05.

      *
      *    ****    The item's latest sale or receipt.  CARDEX
      *            dates are day first, so the key is not in date
      *            order and every movement is looked at.
      *
       CB10-LASTMOVE.
             MOVE ZERO           TO WS-LASTNUM WS-LASTDATE.
             MOVE STK-CODE       TO CRD-ITEM.
             MOVE ZERO           TO CRD-DATE CRD-SERIAL.
             START CARDEX KEY NOT LESS CRD-KEY
                 INVALID KEY
                     GO TO CB10-EXIT.

       CB15.
             READ CARDEX NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB10-EXIT.
           IF CRD-ITEM NOT = STK-CODE
               GO TO CB10-EXIT.
           IF CRD-TYPE = 30 OR 31 OR 32 OR 45
               GO TO CB15.
             MOVE CRD-DATE       TO WS-DATE-WORK.
             COMPUTE WS-CRDNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-CRDNUM > WS-LASTNUM
               MOVE WS-CRDNUM    TO WS-LASTNUM
               MOVE CRD-DATE     TO WS-LASTDATE.
             GO TO CB15.

       CB10-EXIT.
             EXIT.

       CB00-EXIT.
             EXIT.

      /
      *    ****    P R I N T   B Y   D E P A R T M E N T
      *
      *            Only the items carrying a provision or an
      *            override are listed; the department totals are
      *            of all its stock.
      *
       CC000-PRINT     SECTION.
       CC00.
             MOVE HIGH-VALUES    TO WS-LASTDEPT.

       CC05.
             RETURN SORTWK
                 AT END
                     GO TO CC80.
           IF SRT-DEPT = WS-LASTDEPT
               GO TO CC10.
           IF WS-LASTDEPT NOT = HIGH-VALUES
               PERFORM CC20-SUBTOT THRU CC20-EXIT.
             MOVE SRT-DEPT       TO WS-LASTDEPT.
             MOVE ZERO           TO WS-SUB-VAL WS-SUB-PROV.
             MOVE SRT-DEPT       TO W15-CODE.
             WRITE PRINT-REC FROM W15-DEPT AFTER 2.

       CC10.
             ADD SRT-VALUE       TO WS-SUB-VAL WS-TOT-VAL.
             ADD SRT-PROV        TO WS-SUB-PROV WS-TOT-PROV.
           IF SRT-PCT = ZERO AND SRT-OVR = SPACE
               GO TO CC05.
             MOVE SPACES         TO W20-DETAIL.
             MOVE SRT-ITEM       TO W20-ITEM.
             MOVE SRT-DESC       TO W20-DESC.
           IF SRT-LASTDATE = ZERO
               MOVE "NO MOVES"   TO W20-LASTX
           ELSE
               MOVE SRT-LASTDATE TO W20-LAST
               MOVE SRT-MTHS     TO W20-MTHS.
             MOVE SRT-QTY        TO W20-QTY.
             MOVE SRT-VALUE      TO W20-VALUE.
             MOVE SRT-PCT        TO W20-PCT.
             MOVE SRT-PROV       TO W20-PROV.
             MOVE SRT-OVR        TO W20-OVR.
             MOVE SRT-REASON     TO W20-REASON.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-LISTED.
             GO TO CC05.

       CC80.
           IF WS-LASTDEPT NOT = HIGH-VALUES
               PERFORM CC20-SUBTOT THRU CC20-EXIT.
             GO TO CC00-EXIT.

       CC20-SUBTOT.
             MOVE "DEPARTMENT TOTAL"
                                 TO W25-TEXT.
             MOVE WS-SUB-VAL     TO W25-VALUE.
             MOVE WS-SUB-PROV    TO W25-PROV.
             WRITE PRINT-REC FROM W25-TOTAL.

       CC20-EXIT.
             EXIT.

       CC00-EXIT.
             EXIT.

      /
      *    ****    T H E   P R O V I S I O N   J O U R N A L
      *
      *            An increase charges the profit and loss account
      *            and credits the provision; a fall releases the
      *            provision back the other way.
      *
       CD000           SECTION.
       CD00-POST.
           IF WS-MOVEMENT > ZERO
               MOVE "Stock provision charge  "
                                 TO XFR-DESC
               MOVE WS-MOVEMENT  TO XFR-AMOUNT
               MOVE PAR-PRV-EXPGL
                                 TO XFR-AC
               MOVE "D"          TO XFR-DC
               PERFORM CD10-WRITE THRU CD10-EXIT
               MOVE PAR-PRV-PROVGL
                                 TO XFR-AC
               MOVE "C"          TO XFR-DC
               PERFORM CD10-WRITE THRU CD10-EXIT
               GO TO CD00-EXIT.
             MOVE "Stock provision release "
                                 TO XFR-DESC.
             COMPUTE XFR-AMOUNT = ZERO - WS-MOVEMENT.
             MOVE PAR-PRV-PROVGL TO XFR-AC.
             MOVE "D"            TO XFR-DC.
             PERFORM CD10-WRITE THRU CD10-EXIT.
             MOVE PAR-PRV-EXPGL  TO XFR-AC.
             MOVE "C"            TO XFR-DC.
             PERFORM CD10-WRITE THRU CD10-EXIT.
             GO TO CD00-EXIT.

       CD10-WRITE.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE TODAY-DDMMYY   TO XFR-DATE.

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

      /
      *    ****    I T E M   O V E R R I D E S
      *
      *            A hand set percentage, with the reason, taking
      *            the place of the age rules for one item.
      *
       DA000           SECTION.
       DA00.
           IF LS0-STLEV < 5
               MOVE "Overrides are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.

       DA05.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ITEM = SPACES
               GO TO DA999.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA05.
             DISPLAY "Item        : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     STK-DESC WITH FOREGROUND-COLOR 15.
             DISPLAY "Department  : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     STK-DEPT WITH FOREGROUND-COLOR 15.
             MOVE WS-ITEM        TO PRV-ITEM.
             READ STKPRV WITH KEPT LOCK
                 INVALID KEY
                     GO TO DA10.
             DISPLAY "Set by      : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     PRV-USER WITH FOREGROUND-COLOR 15
                     "  on " WITH FOREGROUND-COLOR 14
                     PRV-DATE WITH FOREGROUND-COLOR 15.
             MOVE SPACE          TO WS-PRVACT.
             DISPLAY S14.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-PRVACT = "D"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "Y"
                   DELETE STKPRV RECORD
                   GO TO DA05
               ELSE
                   UNLOCK STKPRV
                   GO TO DA05.
           IF WS-PRVACT NOT = "A"
               UNLOCK STKPRV
               GO TO DA05.
             GO TO DA15.

       DA10.
             INITIALIZE PRV-RECORD.
             MOVE WS-ITEM        TO PRV-ITEM.
             MOVE SPACE          TO WS-PRVACT.

       DA15.
             DISPLAY S14.
             ACCEPT S14.
           IF PRV-PCT > 100
               MOVE "Provide no more than 100 percent"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA15.
           IF PRV-REASON = SPACES
               MOVE "A reason is required"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               IF WS-PRVACT = "A"
                   UNLOCK STKPRV
                   GO TO DA05
               ELSE
                   GO TO DA05.
             MOVE LS-USER        TO PRV-USER.
             MOVE TODAY-DDMMYY   TO PRV-DATE.
           IF WS-PRVACT = "A"
               REWRITE PRV-RECORD
               UNLOCK STKPRV
           ELSE
               WRITE PRV-RECORD.
             GO TO DA05.

       DA999.
             EXIT.

      /
      *    ****    P R O V I S I O N   R U L E S
      *
       JA000           SECTION.
       JA00.
           IF LS0-STLEV < 7
               MOVE "Provision rules are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA999.
             DISPLAY CLR-SCREEN.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD294
               MOVE 294          TO PAR-KEY.

       JA05.
             DISPLAY S20.
             ACCEPT S20.
             MOVE PAR-PRV-PROVGL TO G-AC.
             PERFORM JB00-ACCOUNT THRU JB00-EXIT.
           IF WS-OPTION = "N"
               GO TO JA05.
             MOVE PAR-PRV-EXPGL  TO G-AC.
             PERFORM JB00-ACCOUNT THRU JB00-EXIT.
           IF WS-OPTION = "N"
               GO TO JA05.
           IF PAR-PRV-PROVGL = PAR-PRV-EXPGL
               MOVE "The two accounts must differ"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
             MOVE ZERO           TO WS-RSUB.

       JA10.
             ADD 1               TO WS-RSUB.
           IF WS-RSUB > 5
               GO TO JA20.
           IF PAR-PRV-PCT (WS-RSUB) > 100
               MOVE "Provide no more than 100 percent"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
           IF PAR-PRV-MONTHS (WS-RSUB) = ZERO
               MOVE ZERO         TO PAR-PRV-PCT (WS-RSUB).
             GO TO JA10.

       JA20.
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
             MOVE "STKPRV"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-STKPRV.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "CARDEX"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CARDEX.
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
             OPEN I-O STKPRV.
           IF WS-STATUS = "35"
               CLOSE STKPRV
               OPEN OUTPUT STKPRV
               CLOSE STKPRV
               OPEN I-O STKPRV.
             OPEN INPUT STOCK CARDEX GACCNT.
             OPEN I-O PARAM.
             OPEN I-O LEDTRF.
           IF WS-STATUS = "35"
               CLOSE LEDTRF
               OPEN OUTPUT LEDTRF
               CLOSE LEDTRF
               OPEN I-O LEDTRF.
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
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 43
               MOVE W02-CARDEX    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CRD-ITEM      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 2
               MOVE W02-STKPRV    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PRV-ITEM      TO WS-KEYX
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
