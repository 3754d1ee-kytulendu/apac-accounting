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
      *     C A S H   D R A W E R   B A L A N C I N G                  *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            CASHBAL.
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
      *    OCT 2026 - First issue.  Balances the POS drawers now
      *               that cash is lifted out of them during the
      *               shift (see CASHLIFT).  The closing cash is
      *               counted blind into PAR-COUNT, and the
      *               balancing report sets each drawer's cash
      *               takings against the lifts plus the closing
      *               cash less the float, over or short, with the
      *               safe as it stands on the register.  Closing
      *               the drawers off clears the lifts and counts
      *               for the next day, so as a day-end step
      *               (BATSTEP) it runs ahead of POS\CSHEND.
      *               Chained with the batch instruction (see
      *               RPTPACK1) it prints the report alone and
      *               exits, leaving the drawers open.
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

       COPY SAFEREG.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY PARAM.FDE.

       COPY SAFEREG.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  WS-REPLY           PIC  X(01) VALUE SPACE.
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 151.
       77  WS-TERM            PIC  9(02) VALUE ZERO.
       77  WS-AMOUNT          PIC  9(07)V99 VALUE ZERO.
       77  WS-ACCOUNTED       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-OVER            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TFLOAT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TCASH           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TLIFTS          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TCOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TACCOUNTED      PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOVER           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DRAWERS         PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-UNCOUNTED       PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-OUT             PIC  9(05) COMP-5 VALUE ZERO.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD3.
           03  FILLER         PIC  X(44) VALUE
               "TM         FLOAT  CASH TAKINGS         LIFTS".
           03  FILLER         PIC  X(42) VALUE
               "  CLOSING CASH ACCOUNTED FOR  OVER / SHORT".
           03  FILLER         PIC  X(07) VALUE
               "   NOTE".

       01  W20-DETAIL.
           03  W20-TERM       PIC  Z9.
           03  FILLER         PIC  X(02).
           03  W20-FLOAT      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-CASH       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-LIFTS      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-COUNT      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-ACCOUNTED  PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-OVER       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(02).
           03  W20-NOTE       PIC  X(12).

       01  W30-FOOT.
           03  W30-TEXT       PIC  X(30).
           03  W30-COUNT      PIC  Z(04)9.
           03  FILLER         PIC  X(02).
           03  W30-VALUE      PIC  Z(08)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "POS".
           03  WS-PROG        PIC  X(03) VALUE "BAL".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY PARAM.ID.

       COPY SAFEREG.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "CASHBAL.".
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
                       VALUE "CASH  DRAWER  BALANCING".
           03  LINE  4 COLUMN 16 VALUE "1. Count a drawer".
           03  LINE  5 COLUMN 16 VALUE "2. Balancing report".
           03  LINE  6 COLUMN 16 VALUE "0. Exit".
           03  LINE  8 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  8 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Terminal       :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING WS-TERM AUTO.

       01  S14.
           03  LINE  6 COLUMN 10 VALUE "Closing cash   :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-AMOUNT AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-SALEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE PARAM SAFEREG.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY PARAM.RD.

       AC000           SECTION.

       COPY PARAM.WR.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 5.
       BA00.
           IF LS-INSTR = "B"
               PERFORM DA000 THRU DA999
               GO TO BA999.
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
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    C O U N T   A   D R A W E R
      *
      *            The closing cash is counted blind - what the
      *            drawer should hold is not shown - and can be
      *            keyed again until the drawer is closed off.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-TERM.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-TERM = ZERO
               GO TO CA999.
           IF WS-TERM > 40
               MOVE "Terminal must be 1 to 40"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             COMPUTE WS-PARKEY = 150 + WS-TERM.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               MOVE "Cash drawer not set up"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             MOVE ZERO           TO WS-AMOUNT.
             DISPLAY S14.
             ACCEPT S14.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO CA00.
           IF PAR-LIFTS NOT NUMERIC
               MOVE ZERO         TO PAR-LIFTS.
             MOVE WS-AMOUNT      TO PAR-COUNT.
             PERFORM REWRITE-PARAM-UNLOCK THRU WRITE-PARAM-EXIT.
             DISPLAY "Count saved" AT 1310
                     WITH FOREGROUND-COLOR 14.
             GO TO CA00.

       CA999.
             EXIT.

      /
      *    ****    B A L A N C I N G   R E P O R T
      *
      *            Per drawer: the cash takings against the lifts
      *            plus the closing cash less the float.  A drawer
      *            not yet counted is shown against a nil count.
      *
       DA000           SECTION.
       DA00.
             OPEN OUTPUT PRINTF.
             MOVE "CASH DRAWER BALANCING               "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-TFLOAT WS-TCASH WS-TLIFTS
                                    WS-TCOUNT WS-TACCOUNTED WS-TOVER
                                    WS-DRAWERS WS-UNCOUNTED WS-OUT.
             MOVE ZERO           TO WS-TERM.

       DA05.
             ADD 1               TO WS-TERM.
           IF WS-TERM > 40
               GO TO DA80.
             COMPUTE WS-PARKEY = 150 + WS-TERM.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO DA05.
           IF PAR-LIFTS NOT NUMERIC
               MOVE ZERO         TO PAR-LIFTS.
           IF PAR-COUNT NOT NUMERIC
               MOVE ZERO         TO PAR-COUNT.
           IF PAR-FLOAT = ZERO AND PAR-CASH = ZERO
                               AND PAR-LIFTS = ZERO
                               AND PAR-COUNT = ZERO
               GO TO DA05.
             COMPUTE WS-ACCOUNTED = PAR-LIFTS + PAR-COUNT - PAR-FLOAT.
             COMPUTE WS-OVER = WS-ACCOUNTED - PAR-CASH.
             MOVE SPACES         TO W20-DETAIL.
             MOVE WS-TERM        TO W20-TERM.
             MOVE PAR-FLOAT      TO W20-FLOAT.
             MOVE PAR-CASH       TO W20-CASH.
             MOVE PAR-LIFTS      TO W20-LIFTS.
             MOVE PAR-COUNT      TO W20-COUNT.
             MOVE WS-ACCOUNTED   TO W20-ACCOUNTED.
             MOVE WS-OVER        TO W20-OVER.
           IF PAR-COUNT = ZERO
               MOVE "NOT COUNTED" TO W20-NOTE
               ADD 1             TO WS-UNCOUNTED
           ELSE
           IF WS-OVER < ZERO
               MOVE "SHORT"      TO W20-NOTE
               ADD 1             TO WS-OUT
           ELSE
           IF WS-OVER > ZERO
               MOVE "OVER"       TO W20-NOTE
               ADD 1             TO WS-OUT.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-DRAWERS.
             ADD PAR-FLOAT       TO WS-TFLOAT.
             ADD PAR-CASH        TO WS-TCASH.
             ADD PAR-LIFTS       TO WS-TLIFTS.
             ADD PAR-COUNT       TO WS-TCOUNT.
             ADD WS-ACCOUNTED    TO WS-TACCOUNTED.
             ADD WS-OVER         TO WS-TOVER.
             GO TO DA05.

       DA80.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE WS-TFLOAT      TO W20-FLOAT.
             MOVE WS-TCASH       TO W20-CASH.
             MOVE WS-TLIFTS      TO W20-LIFTS.
             MOVE WS-TCOUNT      TO W20-COUNT.
             MOVE WS-TACCOUNTED  TO W20-ACCOUNTED.
             MOVE WS-TOVER       TO W20-OVER.
             MOVE "TOTAL"        TO W20-NOTE.
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W30-FOOT.
             MOVE "DRAWERS BALANCED"
                                 TO W30-TEXT.
             MOVE WS-DRAWERS     TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "  NOT COUNTED" TO W30-TEXT.
             MOVE WS-UNCOUNTED   TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "  OVER OR SHORT"
                                 TO W30-TEXT.
             MOVE WS-OUT         TO W30-COUNT.
             MOVE WS-TOVER       TO W30-VALUE.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE ZERO           TO SAF-NUMBER.
             READ SAFEREG WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO SAF-AMOUNT.
             MOVE SPACES         TO W30-FOOT.
             MOVE "CASH IN THE SAFE"
                                 TO W30-TEXT.
             MOVE SAF-AMOUNT     TO W30-VALUE.
             WRITE PRINT-REC FROM W30-FOOT AFTER 2.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO DA999.
             DISPLAY "Drawers         : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-DRAWERS WITH FOREGROUND-COLOR 15.
             DISPLAY "Not counted     : " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-UNCOUNTED WITH FOREGROUND-COLOR 15.
             DISPLAY "Over or short   : " AT 1710
                     WITH FOREGROUND-COLOR 14
                     WS-OUT WITH FOREGROUND-COLOR 15.
      *
      *    ****    Close the drawers off for the day - the lifts
      *            and counts go back to nil.
      *
             DISPLAY "Close the drawers off (Y/N) :" AT 1910
                     WITH FOREGROUND-COLOR 14.
             MOVE SPACE          TO WS-REPLY.
             ACCEPT WS-REPLY AT 1940 WITH FOREGROUND-COLOR 15 AUTO.
           IF WS-REPLY NOT = "Y" AND "y"
               GO TO DA999.
             MOVE ZERO           TO WS-TERM.

       DA85.
             ADD 1               TO WS-TERM.
           IF WS-TERM > 40
               GO TO DA90.
             COMPUTE WS-PARKEY = 150 + WS-TERM.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO DA85.
             MOVE ZERO           TO PAR-LIFTS PAR-COUNT.
             PERFORM REWRITE-PARAM-UNLOCK THRU WRITE-PARAM-EXIT.
             GO TO DA85.

       DA90.
             DISPLAY "Drawers closed off" AT 2010
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
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
             MOVE "PARAM"    TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "SAFEREG"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SAFEREG.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O PARAM.
             OPEN INPUT SAFEREG.
           IF WS-STATUS = "35"
               CLOSE SAFEREG
               OPEN OUTPUT SAFEREG
               CLOSE SAFEREG
               OPEN INPUT SAFEREG.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY.

       COPY DISPERR.PRO.
