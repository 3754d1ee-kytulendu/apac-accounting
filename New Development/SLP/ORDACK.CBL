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
      *     O R D E R   A C K N O W L E D G E M E N T                  *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            ORDACK.
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
      *    OCT 2026 - First issue.  The order acknowledgement:
      *               the order's lines printed with the date each
      *               was promised at order entry (see ATPDATE),
      *               to the account or its delivery site; open
      *               lines taken before promises were given are
      *               promised as they are printed.  The slipped
      *               promise report works the promise out again
      *               for every open stock line and lists those
      *               now due later than the customer was told,
      *               with the days slipped.
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

       COPY SORDER.SL.

       COPY DEBTOR.ISL.

       COPY STOCK.SL.

       COPY SHIPTO.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY SORDER.FDE.

       COPY DEBTOR.FDE.

       COPY STOCK.FDE.

       COPY SHIPTO.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-ORDER           PIC  9(07) VALUE ZERO.
       77  WS-CNT             PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-READ            PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-TODAY9          PIC  9(08) VALUE ZERO.
       77  WS-PROMNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-NOWNUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DAYNUM          PIC S9(08) COMP-5 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    The acknowledgement.
      *
       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(36) VALUE
               "ORDER ACKNOWLEDGEMENT".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(12) VALUE "ORDER NO.  :".
           03  W10-ORDER      PIC  Z(06)9.
           03  FILLER         PIC  X(13) VALUE "   ACCOUNT : ".
           03  W10-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(13) VALUE "   ORDERED : ".
           03  W10-ODATE      PIC  Z9/99/9999.
       01  W10-ADDR.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-ADLINE     PIC  X(30).
       01  W10-HEAD3.
           03  FILLER         PIC  X(54) VALUE
               "LINE  ITEM             DESCRIPTION                    ".
           03  FILLER         PIC  X(40) VALUE
               "    QTY       PRICE  REQUIRED   PROMISED".

       01  W20-DETAIL.
           03  W20-LINE       PIC  ZZ9.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W20-ITEM       PIC  X(15).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-DESC       PIC  X(28).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-QTY        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PRICE      PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-REQ        PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PROM       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NOTE       PIC  X(14).

      *
      *    The slipped promises.
      *
       01  W30-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(36) VALUE
               "SLIPPED DELIVERY PROMISES  -  ".
           03  W30-DATE       PIC  Z9/99/9999.
       01  W30-HEAD2.
           03  FILLER         PIC  X(54) VALUE
               "  ORDER LINE   ACCT NAME                 ITEM         ".
           03  FILLER         PIC  X(43) VALUE
               "          QTY  PROMISED   NOW DUE      LATE".

       01  W40-DETAIL.
           03  W40-ORDER      PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-LINE       PIC  ZZ9.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W40-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-QTY        PIC  Z(05)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W40-PROM       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W40-NOW        PIC  Z9/99/9999.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W40-DAYS       PIC  ZZZ9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "ACK".

       01  WS-ATP-REQUEST.
           03  WS-ATP-ITEM    PIC  X(15).
           03  WS-ATP-QTY     PIC S9(05)V99 COMP-3.
           03  WS-ATP-ORDER   PIC  9(07).
           03  WS-ATP-LINE    PIC  9(03).
           03  WS-ATP-TODAY   PIC  9(08).
           03  WS-ATP-DRIVE   PIC  X(01).
           03  WS-ATP-SYSID   PIC  X(03).
           03  WS-ATP-PROMISE PIC  9(08).
           03  WS-ATP-SOURCE  PIC  X(01).

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY SORDER.ID.

       COPY DEBTOR.ID.

       COPY STOCK.ID.

       COPY SHIPTO.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "ORDACK.".
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
           03  LINE  2 COLUMN 18 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "ORDER  ACKNOWLEDGEMENT  AND  PROMISES".
           03  LINE  4 COLUMN 16 VALUE
               "1. Print an order acknowledgement".
           03  LINE  5 COLUMN 16 VALUE
               "2. Slipped promises report".
           03  LINE  6 COLUMN 16 VALUE "0. Exit".
           03  LINE  8 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  8 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Order number :".
           03          COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC Z(06)9 USING WS-ORDER AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-SALEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE SORDER DEBTOR STOCK SHIPTO.
             CANCEL "ATPDATE".

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
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    O R D E R   A C K N O W L E D G E M E N T
      *
      *            The order's lines with the date promised on
      *            each.  An open stock line with no promise yet
      *            is promised now and the date kept on the line.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ORDER.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ORDER = ZERO
               GO TO CA999.
             MOVE WS-ORDER       TO SOR-ORDER.
             MOVE ZERO           TO SOR-LINE.
             READ SORDER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Order not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             MOVE SOR-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME DEB-ADD1 DEB-ADD2
                                    DEB-ADD3.
             MOVE ZERO           TO WS-CNT.
             OPEN OUTPUT PRINTF.
             MOVE TODAY-DDMMYY   TO WS-TODAY9.
             MOVE WS-TODAY9      TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SOR-ORDER      TO W10-ORDER.
             MOVE SOR-ACNO       TO W10-ACNO.
             MOVE SOR-DATE       TO W10-ODATE.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             PERFORM CB00-ADDRESS THRU CB00-EXIT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.

       CA05.
             READ SORDER NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO CA90.
           IF SOR-ORDER NOT = WS-ORDER
               UNLOCK SORDER
               GO TO CA90.
           IF SOR-STATUS = "X"
               UNLOCK SORDER
               GO TO CA05.
           IF SOR-PROMISE = ZERO AND SOR-STATUS = "O"
                                 AND SOR-SUPPLY = SPACE
               PERFORM CC00-ATP THRU CC00-EXIT
               MOVE WS-ATP-PROMISE
                                 TO SOR-PROMISE
               REWRITE SOR-RECORD.
             UNLOCK SORDER.
             MOVE SOR-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC.
             MOVE SOR-LINE       TO W20-LINE.
             MOVE SOR-ITEM       TO W20-ITEM.
             MOVE STK-DESC       TO W20-DESC.
             MOVE SOR-QTY        TO W20-QTY.
             MOVE SOR-PRICE      TO W20-PRICE.
             MOVE SOR-REQDATE    TO W20-REQ.
             MOVE SOR-PROMISE    TO W20-PROM.
             MOVE SPACES         TO W20-NOTE.
           IF SOR-SUPPLY = "D"
               MOVE "DIRECT"     TO W20-NOTE.
           IF SOR-SUPPLY = "B"
               MOVE "TO ORDER"   TO W20-NOTE.
           IF SOR-STATUS = "P" OR "C"
               MOVE "DESPATCHED" TO W20-NOTE.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-CNT.
             GO TO CA05.

       CA90.
             CLOSE PRINTF.
             DISPLAY "Lines acknowledged : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-CNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    Deliver-to block: the delivery site named on
      *            the order header, else the account.
      *
       CB00-ADDRESS.
           IF SOR-SHIPTO = ZERO
               GO TO CB10-ACCOUNT.
             MOVE SOR-ACNO       TO SHP-ACNO.
             MOVE SOR-SHIPTO     TO SHP-SITE.
             READ SHIPTO WITH IGNORE LOCK
                 INVALID KEY
                     GO TO CB10-ACCOUNT.
             MOVE SHP-NAME       TO W10-ADLINE.
             WRITE PRINT-REC FROM W10-ADDR.
             MOVE SHP-ADD1       TO W10-ADLINE.
             WRITE PRINT-REC FROM W10-ADDR.
             MOVE SHP-ADD2       TO W10-ADLINE.
             WRITE PRINT-REC FROM W10-ADDR.
             MOVE SHP-ADD3       TO W10-ADLINE.
             WRITE PRINT-REC FROM W10-ADDR.
             GO TO CB00-EXIT.

       CB10-ACCOUNT.
             MOVE DEB-NAME       TO W10-ADLINE.
             WRITE PRINT-REC FROM W10-ADDR.
             MOVE DEB-ADD1       TO W10-ADLINE.
             WRITE PRINT-REC FROM W10-ADDR.
             MOVE DEB-ADD2       TO W10-ADLINE.
             WRITE PRINT-REC FROM W10-ADDR.
             MOVE DEB-ADD3       TO W10-ADLINE.
             WRITE PRINT-REC FROM W10-ADDR.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The promise for the line in SOR-RECORD, as
      *            at today and in its own place in the order
      *            sequence.
      *
       CC00-ATP.
             MOVE SOR-ITEM       TO WS-ATP-ITEM.
             MOVE SOR-QTY        TO WS-ATP-QTY.
             MOVE SOR-ORDER      TO WS-ATP-ORDER.
             MOVE SOR-LINE       TO WS-ATP-LINE.
             MOVE TODAY-DDMMYY   TO WS-ATP-TODAY.
             MOVE LS-L-OR-N      TO WS-ATP-DRIVE.
             MOVE WS-SYS-ID      TO WS-ATP-SYSID.
             MOVE ZERO           TO WS-ATP-PROMISE.
             CALL "ATPDATE" USING WS-ATP-REQUEST
                 ON EXCEPTION
                     MOVE ZERO   TO WS-ATP-PROMISE
             END-CALL.

       CC00-EXIT.
             EXIT.

      *
      *    ****    WS-DATE-WORK as a day number.
      *
       CD00-DAYNUM.
             COMPUTE WS-DAYNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.

       CD00-EXIT.
             EXIT.

      /
      *    ****    S L I P P E D   P R O M I S E S
      *
      *            Every open stock line holding a promise has it
      *            worked out again as things stand today; where
      *            it now falls later than the date given, the
      *            line is listed with the days slipped.  The new
      *            date is never before today, so a promise gone
      *            by on a line still waiting to be picked shows
      *            here as well.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-CNT WS-READ.
             OPEN OUTPUT PRINTF.
             MOVE TODAY-DDMMYY   TO WS-TODAY9.
             MOVE WS-TODAY9      TO W30-DATE.
             WRITE PRINT-REC FROM W30-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-HEAD2.
             MOVE LOW-VALUES     TO SOR-KEY.
             START SORDER KEY NOT LESS SOR-KEY
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA90.
             ADD 1               TO WS-READ.
           IF SOR-LINE = ZERO
               GO TO DA05.
           IF SOR-STATUS NOT = "O" OR SOR-SUPPLY NOT = SPACE
               GO TO DA05.
           IF SOR-PROMISE = ZERO
               GO TO DA05.
             PERFORM CC00-ATP THRU CC00-EXIT.
           IF WS-ATP-PROMISE = ZERO
               GO TO DA05.
             MOVE SOR-PROMISE    TO WS-DATE-WORK.
             PERFORM CD00-DAYNUM THRU CD00-EXIT.
             MOVE WS-DAYNUM      TO WS-PROMNUM.
             MOVE WS-ATP-PROMISE TO WS-DATE-WORK.
             PERFORM CD00-DAYNUM THRU CD00-EXIT.
             MOVE WS-DAYNUM      TO WS-NOWNUM.
           IF WS-NOWNUM NOT > WS-PROMNUM
               GO TO DA05.
             MOVE SOR-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE SOR-ORDER      TO W40-ORDER.
             MOVE SOR-LINE       TO W40-LINE.
             MOVE SOR-ACNO       TO W40-ACNO.
             MOVE DEB-NAME       TO W40-NAME.
             MOVE SOR-ITEM       TO W40-ITEM.
             MOVE SOR-QTY        TO W40-QTY.
             MOVE SOR-PROMISE    TO W40-PROM.
             MOVE WS-ATP-PROMISE TO W40-NOW.
             COMPUTE W40-DAYS = WS-NOWNUM - WS-PROMNUM.
             WRITE PRINT-REC FROM W40-DETAIL.
             ADD 1               TO WS-CNT.
             GO TO DA05.

       DA90.
             CLOSE PRINTF.
             DISPLAY "Slipped promises printed : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-CNT WITH FOREGROUND-COLOR 15.
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
             MOVE "SORDER"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "SHIPTO"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SHIPTO.

       ZA02.
             OPEN I-O SORDER.
             OPEN INPUT DEBTOR STOCK.
             OPEN INPUT SHIPTO.
           IF WS-STATUS = "35"
               CLOSE SHIPTO
               OPEN OUTPUT SHIPTO
               CLOSE SHIPTO
               OPEN INPUT SHIPTO.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SOR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 41
               MOVE W02-SHIPTO    TO WS-FILE
               MOVE SHP-ACNO      TO WS-KEY.

       COPY DISPERR.PRO.
