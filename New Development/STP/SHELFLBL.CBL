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
      *     S H E L F - E D G E   L A B E L S                          *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            SHELFLBL.
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
      *    OCT 2026 - First issue.  Shelf-edge labels off the
      *               label queue (SHELFQ) that PRCPEND's price
      *               activation and PROMOMNT's promotions feed:
      *               the day's run prints every label due on or
      *               before today on the label printer in the
      *               shop's bin walk order (BINLOC pick faces),
      *               with a control sheet by bin, and marks them
      *               printed; the not-printed report lists the
      *               queue with each label already past its
      *               change date flagged; and a label can be
      *               queued by hand for a damaged ticket.
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

       COPY BINLOC.SL.

       COPY SHELFQ.SL.

           SELECT SORTWK    ASSIGN W02-SORTWK.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT LABELF    ASSIGN W02-LABELS
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STOCK.FDE.

       COPY BINLOC.FD.

       COPY SHELFQ.FD.

       SD  SORTWK.
       01  SRT-RECORD.
           03  SRT-SEQ.
               05  SRT-WALK   PIC  9(04).
               05  SRT-BIN    PIC  X(06).
               05  SRT-ITEM   PIC  X(15).
           03  SRT-DNUM       PIC S9(08) COMP-5.
           03  SRT-DATE       PIC  9(08).

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       FD  LABELF           LABEL RECORD OMITTED.
       01  LABEL-REC        PIC  X(40).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  W02-SORTWK         PIC  X(40) VALUE "SLQSORT".
       77  WS-WARE            PIC  X(03) VALUE SPACES.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-LASTITEM        PIC  X(15) VALUE SPACES.
       77  WS-DUE             PIC  9(08) VALUE ZERO.
       77  WS-PRICE           PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DUENUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-LABELS          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-LATE            PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-QUEUED          PIC  9(05) COMP-5 VALUE ZERO.

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
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-SUBTITLE   PIC  X(40).
       01  W10-HEAD3.
           03  FILLER         PIC  X(46) VALUE
               "BIN    WALK ITEM            DESCRIPTION       ".
           03  FILLER         PIC  X(47) VALUE
               "             REASON           PRICE  CHANGE DAY".
       01  W10-HEAD4.
           03  FILLER         PIC  X(46) VALUE
               "ITEM            DESCRIPTION                   ".
           03  FILLER         PIC  X(49) VALUE
               " REASON           PRICE  CHANGE DAY ADDED      BY".

       01  W20-DETAIL.
           03  W20-BIN        PIC  X(06).
           03  FILLER         PIC  X(01).
           03  W20-WALK       PIC  ZZZ9.
           03  FILLER         PIC  X(01).
           03  W20-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01).
           03  W20-DESC       PIC  X(30).
           03  FILLER         PIC  X(01).
           03  W20-REASON     PIC  X(10).
           03  W20-PRICE      PIC  Z(07)9.99-.
           03  FILLER         PIC  X(02).
           03  W20-DUE        PIC  Z9/99/9999.
           03  FILLER         PIC  X(02).
           03  W20-FLAG       PIC  X(10).

       01  W22-DETAIL.
           03  W22-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01).
           03  W22-DESC       PIC  X(30).
           03  FILLER         PIC  X(01).
           03  W22-REASON     PIC  X(10).
           03  W22-PRICE      PIC  Z(07)9.99-.
           03  FILLER         PIC  X(02).
           03  W22-DUE        PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W22-ADDED      PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W22-USER       PIC  X(03).
           03  FILLER         PIC  X(02).
           03  W22-FLAG       PIC  X(14).

       01  W30-FOOT.
           03  W30-TEXT       PIC  X(30).
           03  W30-COUNT      PIC  Z(04)9.

      *
      *    One shelf-edge label, forty characters by four lines
      *    and a gap.
      *
       01  W50-LABEL1.
           03  W50-DESC       PIC  X(30).
           03  FILLER         PIC  X(10).
       01  W50-LABEL2.
           03  W50-TEXT       PIC  X(20).
           03  FILLER         PIC  X(20).
       01  W50-LABEL3.
           03  W50-CAPTION    PIC  X(08).
           03  W50-PRICE      PIC  Z(06)9.99.
           03  FILLER         PIC  X(02).
           03  W50-WASCAP     PIC  X(04).
           03  W50-WAS        PIC  Z(06)Z.ZZ.
           03  FILLER         PIC  X(16).
       01  W50-LABEL4.
           03  W50-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01).
           03  W50-BIN        PIC  X(06).
           03  FILLER         PIC  X(02).
           03  W50-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(06).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "SLB".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STOCK.ID.

       COPY BINLOC.ID.

       COPY SHELFQ.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "SHELFLBL.".
               05  W02-USER   PIC  X(05) VALUE SPACES.
           03  W02-LABELS.
               05  W02-LREPORT
                              PIC  X(08) VALUE "SHLABEL.".
               05  W02-LUSER  PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "SHELF - EDGE  LABELS".
           03  LINE  4 COLUMN 16 VALUE "1. Print the day's labels".
           03  LINE  5 COLUMN 16 VALUE "2. Labels not printed".
           03  LINE  6 COLUMN 16 VALUE "3. Queue a label".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Shop warehouse (blank ends) :".
           03          COLUMN 40 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING WS-WARE AUTO.

       01  S14.
           03  LINE  4 COLUMN 10 VALUE "Item (blank ends) :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-ITEM AUTO.

       01  S15.
           03  LINE  6 COLUMN 10 VALUE "Label due on      :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DUE AUTO.

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
             CLOSE STOCK BINLOC SHELFQ.

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
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "3" AND LS0-STLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM FA000 THRU FA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    T H E   D A Y ' S   L A B E L S
      *
      *            Every queued label due today or earlier, in the
      *            shop's bin walk order.  An item with more than
      *            one label due gets the latest only; the rest are
      *            marked printed with it.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-WARE.
             DISPLAY S13.
             ACCEPT S13 AT 0440.
           IF WS-WARE = SPACES
               GO TO CA999.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
             OPEN OUTPUT PRINTF.
             OPEN OUTPUT LABELF.
             MOVE "SHELF-EDGE LABEL RUN               "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO W10-SUBTITLE.
             STRING "WAREHOUSE " WS-WARE "  IN BIN WALK ORDER"
                    DELIMITED SIZE INTO W10-SUBTITLE.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-LABELS WS-LATE.
             MOVE SPACES         TO WS-LASTITEM.
             SORT SORTWK ON ASCENDING KEY SRT-SEQ
                            DESCENDING KEY SRT-DNUM
                 INPUT PROCEDURE CB000-FEED THRU CB00-EXIT
                 OUTPUT PROCEDURE CC000-PRINT THRU CC00-EXIT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "LABELS PRINTED"
                                 TO W30-TEXT.
             MOVE WS-LABELS      TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "PRINTED LATE"
                                 TO W30-TEXT.
             MOVE WS-LATE        TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             CLOSE PRINTF LABELF.
             DISPLAY "Labels printed : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-LABELS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       CA999.
             EXIT.

      /
      *    ****    F E E D   T H E   S O R T
      *
      *            The item's pick face in the shop warehouse
      *            gives the walk position and bin; an item with no
      *            bin there sorts to the end.
      *
       CB000-FEED      SECTION.
       CB00.
             MOVE LOW-VALUES     TO SLQ-KEY.
             START SHELFQ KEY NOT LESS SLQ-KEY
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB05.
             READ SHELFQ NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF SLQ-STATUS NOT = "Q"
               GO TO CB05.
             MOVE SLQ-DATE       TO WS-DATE-WORK.
             COMPUTE WS-DUENUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-DUENUM > WS-TODAYNUM
               GO TO CB05.
             MOVE 9999           TO SRT-WALK.
             MOVE SPACES         TO SRT-BIN.
             MOVE SLQ-ITEM       TO SRT-ITEM.
             MOVE WS-DUENUM      TO SRT-DNUM.
             MOVE SLQ-DATE       TO SRT-DATE.
             MOVE WS-WARE        TO BIN-WARE.
             MOVE SLQ-ITEM       TO BIN-ITEM.
             MOVE LOW-VALUES     TO BIN-BIN.
             START BINLOC KEY NOT LESS BIN-KEY
                 INVALID KEY
                     GO TO CB20.

       CB10.
             READ BINLOC NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB20.
           IF BIN-WARE NOT = WS-WARE OR BIN-ITEM NOT = SLQ-ITEM
               GO TO CB20.
           IF SRT-BIN = SPACES
               MOVE BIN-WALK     TO SRT-WALK
               MOVE BIN-BIN      TO SRT-BIN.
           IF BIN-TYPE NOT = "P"
               GO TO CB10.
             MOVE BIN-WALK       TO SRT-WALK.
             MOVE BIN-BIN        TO SRT-BIN.

       CB20.
             RELEASE SRT-RECORD.
             GO TO CB05.

       CB00-EXIT.
             EXIT.

      /
      *    ****    P R I N T   T H E   S O R T E D   L A B E L S
      *
       CC000-PRINT     SECTION.
       CC00.
             RETURN SORTWK
                 AT END
                     GO TO CC00-EXIT.
             MOVE SRT-ITEM       TO SLQ-ITEM.
             MOVE SRT-DATE       TO SLQ-DATE.
             READ SHELFQ WITH KEPT LOCK
                 INVALID KEY
                     GO TO CC00.
           IF SRT-ITEM = WS-LASTITEM
               GO TO CC50.
             MOVE SRT-ITEM       TO WS-LASTITEM.
             MOVE SRT-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC
                     MOVE ZERO   TO STK-PRICE-RT.
      *
      *    ****    A promotion start shows its own price against
      *            the normal one; anything else the retail price
      *            as the item stands now.
      *
             MOVE STK-PRICE-RT   TO WS-PRICE.
           IF SLQ-REASON = "S"
               MOVE SLQ-PRICE    TO WS-PRICE.
             MOVE SPACES         TO W50-LABEL1 W50-LABEL2
                                    W50-LABEL3 W50-LABEL4.
             MOVE STK-DESC       TO W50-DESC.
             MOVE SLQ-TEXT       TO W50-TEXT.
             MOVE "PRICE"        TO W50-CAPTION.
             MOVE WS-PRICE       TO W50-PRICE.
           IF SLQ-REASON = "S" AND STK-PRICE-RT NOT = WS-PRICE
               MOVE "SPECIAL"    TO W50-CAPTION
               MOVE "WAS"        TO W50-WASCAP
               MOVE STK-PRICE-RT TO W50-WAS.
             MOVE SRT-ITEM       TO W50-ITEM.
             MOVE SRT-BIN        TO W50-BIN.
             MOVE SLQ-DATE       TO W50-DATE.
             WRITE LABEL-REC FROM W50-LABEL1.
             WRITE LABEL-REC FROM W50-LABEL2.
             WRITE LABEL-REC FROM W50-LABEL3.
             WRITE LABEL-REC FROM W50-LABEL4.
             MOVE SPACES         TO LABEL-REC.
             WRITE LABEL-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE SRT-BIN        TO W20-BIN.
           IF SRT-BIN = SPACES
               MOVE "NO BIN"     TO W20-BIN
           ELSE
               MOVE SRT-WALK     TO W20-WALK.
             MOVE SRT-ITEM       TO W20-ITEM.
             MOVE STK-DESC       TO W20-DESC.
             PERFORM DA00-REASON THRU DA00-EXIT.
             MOVE WS-PRICE       TO W20-PRICE.
             MOVE SLQ-DATE       TO W20-DUE.
           IF SRT-DNUM < WS-TODAYNUM
               MOVE "** LATE"    TO W20-FLAG
               ADD 1             TO WS-LATE.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-LABELS.

       CC50.
             MOVE "P"            TO SLQ-STATUS.
             MOVE TODAY-DDMMYY   TO SLQ-PRINTED.
             REWRITE SLQ-RECORD.
             UNLOCK SHELFQ.
             GO TO CC00.

       CC00-EXIT.
             EXIT.

      *
      *    ****    What put the label in the queue.
      *
       DA00-REASON.
           IF SLQ-REASON = "P"
               MOVE "PRICE"      TO W20-REASON
           ELSE
           IF SLQ-REASON = "S"
               MOVE "PROMOTION"  TO W20-REASON
           ELSE
           IF SLQ-REASON = "E"
               MOVE "PROMO END"  TO W20-REASON
           ELSE
               MOVE "BY HAND"    TO W20-REASON.

       DA00-EXIT.
             EXIT.

      /
      *    ****    L A B E L S   N O T   P R I N T E D
      *
      *            The whole queue still waiting, each label past
      *            its change date flagged.
      *
       EA000           SECTION.
       EA00.
             OPEN OUTPUT PRINTF.
             MOVE "SHELF-EDGE LABELS NOT PRINTED      "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD4.
             MOVE ZERO           TO WS-QUEUED WS-LATE.
             MOVE LOW-VALUES     TO SLQ-KEY.
             START SHELFQ KEY NOT LESS SLQ-KEY
                 INVALID KEY
                     GO TO EA90.

       EA05.
             READ SHELFQ NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
           IF SLQ-STATUS NOT = "Q"
               GO TO EA05.
             MOVE SLQ-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO STK-DESC
                     MOVE ZERO   TO STK-PRICE-RT.
             MOVE SPACES         TO W22-DETAIL.
             MOVE SLQ-ITEM       TO W22-ITEM.
             MOVE STK-DESC       TO W22-DESC.
             PERFORM DA00-REASON THRU DA00-EXIT.
             MOVE W20-REASON     TO W22-REASON.
             MOVE STK-PRICE-RT   TO W22-PRICE.
           IF SLQ-REASON = "S"
               MOVE SLQ-PRICE    TO W22-PRICE.
             MOVE SLQ-DATE       TO W22-DUE.
             MOVE SLQ-ADDED      TO W22-ADDED.
             MOVE SLQ-USER       TO W22-USER.
             MOVE SLQ-DATE       TO WS-DATE-WORK.
             COMPUTE WS-DUENUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-DUENUM < WS-TODAYNUM
               MOVE "** NOT PRINTED"
                                 TO W22-FLAG
               ADD 1             TO WS-LATE
           ELSE
           IF WS-DUENUM = WS-TODAYNUM
               MOVE "DUE TODAY"  TO W22-FLAG.
             WRITE PRINT-REC FROM W22-DETAIL.
             ADD 1               TO WS-QUEUED.
             GO TO EA05.

       EA90.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "LABELS WAITING"
                                 TO W30-TEXT.
             MOVE WS-QUEUED      TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "PAST THEIR CHANGE DATE"
                                 TO W30-TEXT.
             MOVE WS-LATE        TO W30-COUNT.
             WRITE PRINT-REC FROM W30-FOOT.
             CLOSE PRINTF.
             DISPLAY "Labels past their change date : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-LATE WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    Q U E U E   A   L A B E L   B Y   H A N D
      *
       FA000           SECTION.
       FA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S14.
             ACCEPT S14 AT 0430.
           IF WS-ITEM = SPACES
               GO TO FA999.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO FA00.
             DISPLAY STK-DESC AT 0447 WITH FOREGROUND-COLOR 15.
             MOVE TODAY-DDMMYY   TO WS-DUE.
             DISPLAY S15.
             ACCEPT S15 AT 0630.
           IF WS-DUE = ZERO
               GO TO FA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO FA00.
             MOVE WS-ITEM        TO SLQ-ITEM.
             MOVE WS-DUE         TO SLQ-DATE.
             MOVE ZERO           TO WS-F-ERROR.
             READ SHELFQ WITH KEPT LOCK
                 INVALID KEY
                     INITIALIZE SLQ-RECORD
                     MOVE WS-ITEM      TO SLQ-ITEM
                     MOVE WS-DUE       TO SLQ-DATE
                     MOVE "M"          TO SLQ-REASON
                     MOVE 99           TO WS-F-ERROR.
             MOVE "Q"            TO SLQ-STATUS.
             MOVE STK-PRICE-RT   TO SLQ-PRICE.
             MOVE TODAY-DDMMYY   TO SLQ-ADDED.
             MOVE LS-USER        TO SLQ-USER.
             MOVE ZERO           TO SLQ-PRINTED.
           IF WS-F-ERROR = ZERO
               REWRITE SLQ-RECORD
               UNLOCK SHELFQ
           ELSE
               WRITE SLQ-RECORD.
             MOVE ZERO           TO WS-F-ERROR.
             DISPLAY "Label queued" AT 1510
                     WITH FOREGROUND-COLOR 14.
             GO TO FA00.

       FA999.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE LS-PARID       TO WS-PARID.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
             MOVE LS-USER        TO W02-USER W02-LUSER.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "SHELFQ"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-SHELFQ.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "BINLOC"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-BINLOC.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O SHELFQ.
           IF WS-STATUS = "35"
               CLOSE SHELFQ
               OPEN OUTPUT SHELFQ
               CLOSE SHELFQ
               OPEN I-O SHELFQ.
             OPEN INPUT STOCK.
             OPEN INPUT BINLOC.
           IF WS-STATUS = "35"
               CLOSE BINLOC
               OPEN OUTPUT BINLOC
               CLOSE BINLOC
               OPEN INPUT BINLOC.

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
           IF WS-F-ERROR = 7
               MOVE W02-SHELFQ    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SLQ-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 8
               MOVE W02-BINLOC    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE BIN-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
