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
      *     W E B   S H O P   S T O C K   F E E D                      *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            WEBFEED.
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
      *    OCT 2026 - First issue.  The outbound side of the web
      *               shop (ORDIMP brings its orders in): a comma
      *               delimited file in the outbound directory on
      *               PARAM record 296 with each item's available
      *               quantity - on hand less what the open sales
      *               order lines hold, as ATPDATE counts them -
      *               in total and per warehouse from WSTOCK, the
      *               orders taken from the despatch warehouse
      *               first; the retail price and the promotion
      *               price in force today (percentage and fixed
      *               price promotions, as PROMOPRC prices them);
      *               and new, discontinued (superseded) and
      *               deleted items.  Only the changes since the
      *               last run are sent, against WEBSNAP, unless a
      *               full refresh is asked for.  Runs from the
      *               day-end as an unattended step (BATCHANS
      *               byte 1 "F" for a full refresh, otherwise the
      *               changes) or left running hourly at a
      *               terminal until ESC.
      *
      *               File layout, one record per line:
      *                 H,WEBSTK,ddmmccyy,hhmm,F or C
      *                 I,item,"description",retail,promotion,
      *                   available,N new / C changed /
      *                   D discontinued / A unchanged (full only)
      *                 W,item,warehouse,available
      *                 T,item lines,warehouse lines
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

       COPY STOCK.SL.

       COPY SORDER.SL.

       COPY WSTOCK.SL.

       COPY WARHSE.SL.

       COPY PROMO.SL.

       COPY WEBSNAP.SL.

           SELECT WEBF      ASSIGN WS-WEBFILE
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT SORTWK    ASSIGN W02-SORTWK.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY PARAM.FDE.

       COPY STOCK.FDE.

       COPY SORDER.FDE.

       COPY WSTOCK.FDE.

       COPY WARHSE.FDE.

       COPY PROMO.FD.

       COPY WEBSNAP.FD.

       FD  WEBF             LABEL RECORD OMITTED.
       01  WEBF-REC         PIC  X(160).

       SD  SORTWK.
       01  SRT-RECORD.
           03  SRT-ITEM       PIC  X(15).
           03  SRT-QTY        PIC S9(07)V99 COMP-3.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  W02-SORTWK         PIC  X(40) VALUE "WEBSORT".
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 296.
       77  WS-WEBFILE         PIC  X(64) VALUE SPACES.
       77  WS-WEBDIR          PIC  X(40) VALUE SPACES.
       77  WS-DESPWARE        PIC  X(03) VALUE SPACES.
       77  WS-FULL            PIC  X(01) VALUE "N".
       77  WS-HOURLY          PIC  X(01) VALUE "N".
       77  WS-SRTEOF          PIC  X(01) VALUE "N".
       77  WS-NEWSNAP         PIC  X(01) VALUE "N".
       77  WS-SEND            PIC  X(01) VALUE SPACE.
       77  WS-ALLWARE         PIC  X(01) VALUE "N".
       77  WS-HASWST          PIC  X(01) VALUE "N".
       77  WS-STAT            PIC  X(01) VALUE "A".
       77  WS-RUNSTAMP        PIC  9(12) VALUE ZERO.
       77  WS-COMMIT          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-AVAIL           PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-PROMO           PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-PPRICE          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-LEFT            PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-WQTY            PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-TAKE            PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-ITEMS           PIC  9(06) VALUE ZERO.
       77  WS-WLINES          PIC  9(06) VALUE ZERO.
       77  WS-W               PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-WMAX            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-P               PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-PMAX            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-L               PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-LMAX            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-LEAD            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-PTR             PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-THISHOUR        PIC  9(02) VALUE ZERO.
       77  WS-KBD-STATUS      PIC  9(02) COMP-X VALUE ZERO.
       77  WS-SLEEP-MS        PIC  9(09) COMP-5 VALUE 2000.

       01  WS-TIME            PIC  9(08).
       01  WS-TIME-SPLIT REDEFINES WS-TIME.
           03  WS-TM-HH       PIC  9(02).
           03  WS-TM-MM       PIC  9(02).
           03  WS-TM-SSCC     PIC  9(04).
       01  WS-HHMM            PIC  9(04).

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).
       01  WS-YMD             PIC  9(08).
       01  WS-YMD-SPLIT REDEFINES WS-YMD.
           03  WS-YMD-YYYY    PIC  9(04).
           03  WS-YMD-MM      PIC  9(02).
           03  WS-YMD-DD      PIC  9(02).
       01  WS-TODAYX          PIC  9(08).
       01  WS-HHMMX           PIC  9(04).

      *
      *    ****    The warehouses, the despatch warehouse first.
      *
       01  WS-WARE-TABLE.
           03  WS-WH                     OCCURS 30.
               05  WS-WH-CODE PIC  X(03).
               05  WS-WH-AVAIL
                              PIC S9(07)V99 COMP-3.

      *
      *    ****    Percentage and fixed price promotions in force
      *            today, in promotion code order, and the item
      *            lists of the list promotions.
      *
       01  WS-PROMO-TABLE.
           03  WS-PR                     OCCURS 50.
               05  WS-PR-CODE PIC  X(06).
               05  WS-PR-SCOPE
                              PIC  X(01).
               05  WS-PR-RULE PIC  X(01).
               05  WS-PR-PCT  PIC  9(03)V99 COMP-3.
               05  WS-PR-FIXED
                              PIC S9(07)V99 COMP-3.
               05  WS-PR-DEPT PIC  X(04).
               05  WS-PR-ITEM PIC  X(15).
       01  WS-LIST-TABLE.
           03  WS-PL                     OCCURS 500.
               05  WS-PL-HDR  PIC  9(02) COMP-5.
               05  WS-PL-ITEM PIC  X(15).

       01  WS-ED              PIC  -(7)9.99.
       01  WS-EDX      REDEFINES WS-ED
                              PIC  X(11).
       01  WS-EDCNT           PIC  Z(05)9.
       01  WS-OUT-LINE        PIC  X(160).
       01  WS-NUMTXT          PIC  X(11).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "WEB".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY PARAM.ID.

       COPY STOCK.ID.

       COPY SORDER.ID.

       COPY WSTOCK.ID.

       COPY WARHSE.ID.

       COPY PROMO.ID.

       COPY WEBSNAP.ID.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY BATCHANS.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "WEB  SHOP  STOCK  FEED".
           03  LINE  4 COLUMN 16 VALUE "1. Send the changes since the
      -        " last run".
           03  LINE  5 COLUMN 16 VALUE "2. Send a full refresh".
           03  LINE  6 COLUMN 16 VALUE "3. Send the changes every hou
      -        "r until ESC".
           03  LINE  7 COLUMN 16 VALUE "4. Feed settings".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".
           03  LINE 13 COLUMN 16 VALUE "Last run      :".
           03          COLUMN 32 FOREGROUND-COLOR 15
                                 PIC Z9/99/9999 FROM WS-TODAYX.
           03          COLUMN 44 FOREGROUND-COLOR 15
                                 PIC 99B99 FROM WS-HHMMX.

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Outbound directory  :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING PAR-WEB-DIR AUTO.
           03  LINE  5 COLUMN 10 VALUE "Despatch warehouse  :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING PAR-WEB-WARE AUTO.
           03  LINE  6 COLUMN 10 VALUE "Full refresh next   :".
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-WEB-FULL AUTO.

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
             CLOSE PARAM STOCK SORDER WSTOCK WARHSE PROMO WEBSNAP.

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
           IF LS-INSTR = "B"
               IF BAT-ANSWERS (1:1) = "F"
                   MOVE "Y"      TO WS-FULL
               ELSE
                   MOVE "N"      TO WS-FULL
               END-IF
               PERFORM CA000 THRU CA999
               GO TO BA999.
             PERFORM ZC00-LASTRUN THRU ZC00-EXIT.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF WS-OPTION = "1"
               MOVE "N"          TO WS-FULL
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "2"
               MOVE "Y"          TO WS-FULL
               PERFORM CA000 THRU CA999
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM GA000 THRU GA999
               GO TO BA00.
           IF WS-OPTION = "4" AND LS0-STLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM FA000 THRU FA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    B U I L D   T H E   F E E D
      *
       CA000           SECTION.
       CA00.
             PERFORM ZC00-LASTRUN THRU ZC00-EXIT.
           IF PAR-WEB-FULL = "Y"
               MOVE "Y"          TO WS-FULL.
             ACCEPT WS-TIME FROM TIME.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-HHMM = (WS-TM-HH * 100) + WS-TM-MM.
             COMPUTE WS-RUNSTAMP = (WS-DW-YYYY * 100000000)
                                 + (WS-DW-MM * 1000000)
                                 + (WS-DW-DD * 10000) + WS-HHMM.
             MOVE SPACES         TO WS-WEBFILE.
             STRING WS-WEBDIR    DELIMITED BY " "
                    "WEBSTK"     DELIMITED BY SIZE
                    WS-RUNSTAMP  DELIMITED BY SIZE
                    ".CSV"       DELIMITED BY SIZE
                    INTO WS-WEBFILE.
             OPEN OUTPUT WEBF.
           IF WS-STATUS NOT = "00"
               MOVE "Cannot create the feed file in the outbound dire
      -             "ctory"      TO WS-ERR-STRING
               GO TO CA90.
             IF LS-INSTR NOT = "B" AND WS-HOURLY = "N"
                 DISPLAY "Building the feed ..." AT 1516
                         WITH FOREGROUND-COLOR 14.
             MOVE ZERO           TO WS-ITEMS WS-WLINES.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE TODAY-DDMMYY   TO WS-TODAYX.
             STRING "H,WEBSTK,"  DELIMITED BY SIZE
                    WS-TODAYX    DELIMITED BY SIZE
                    ","          DELIMITED BY SIZE
                    WS-HHMM      DELIMITED BY SIZE
                    ","          DELIMITED BY SIZE
                    INTO WS-OUT-LINE.
           IF WS-FULL = "Y"
               MOVE "F"          TO WS-OUT-LINE (24:1)
           ELSE
               MOVE "C"          TO WS-OUT-LINE (24:1).
             WRITE WEBF-REC FROM WS-OUT-LINE.
             PERFORM DA00-PROMOS THRU DA00-EXIT.
             SORT SORTWK ON ASCENDING KEY SRT-ITEM
                 INPUT PROCEDURE FB000-COMMIT THRU FB00-EXIT
                 OUTPUT PROCEDURE FC000-FEED THRU FC00-EXIT.
             PERFORM EA00-GONE THRU EA00-EXIT.
             MOVE WS-ITEMS       TO WS-EDCNT.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE "T,"           TO WS-OUT-LINE.
             MOVE 3              TO WS-PTR.
             PERFORM CB00-COUNT THRU CB00-EXIT.
             STRING ","          DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.
             MOVE WS-WLINES      TO WS-EDCNT.
             PERFORM CB00-COUNT THRU CB00-EXIT.
             WRITE WEBF-REC FROM WS-OUT-LINE.
             CLOSE WEBF.
      *
      *    ****    Record the run; a full refresh asked for in the
      *            settings has now been sent.
      *
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD296
               MOVE 296          TO PAR-KEY.
             MOVE TODAY-DDMMYY   TO PAR-WEB-LASTDATE.
             MOVE WS-HHMM        TO PAR-WEB-LASTTIME.
             MOVE WS-ITEMS       TO PAR-WEB-LASTCNT.
             MOVE "N"            TO PAR-WEB-FULL.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               MOVE ZERO         TO WS-F-ERROR
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT.
             UNLOCK PARAM.
           IF LS-INSTR = "B" OR WS-HOURLY = "Y"
               GO TO CA999.
             DISPLAY "Items sent : " AT 1516
                     WITH FOREGROUND-COLOR 14
                     WS-ITEMS WITH FOREGROUND-COLOR 15.
             DISPLAY "File       : " AT 1616
                     WITH FOREGROUND-COLOR 14
                     WS-WEBFILE WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA999.

       CA90.
           IF LS-INSTR NOT = "B" AND WS-HOURLY = "N"
               PERFORM ERROR-MESSAGE.

       CA999.
             EXIT.

       CB00-COUNT.
             MOVE ZERO           TO WS-LEAD.
             INSPECT WS-EDCNT TALLYING WS-LEAD FOR LEADING SPACES.
             ADD 1               TO WS-LEAD.
             STRING WS-EDCNT (WS-LEAD:)
                                 DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The promotions in force today.  Buy X get Y
      *            free does not change the unit price and is left
      *            to the web shop's own basket rules.
      *
       DA00-PROMOS.
             MOVE ZERO           TO WS-PMAX WS-LMAX.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             MOVE WS-DW-YYYY     TO WS-YMD-YYYY.
             MOVE WS-DW-MM       TO WS-YMD-MM.
             MOVE WS-DW-DD       TO WS-YMD-DD.
             MOVE WS-YMD         TO WS-TODAYX.
             MOVE LOW-VALUES     TO PRO-KEY.
             START PROMO KEY NOT LESS PRO-KEY
                 INVALID KEY
                     GO TO DA00-EXIT.

       DA05.
             READ PROMO NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA00-EXIT.
           IF PRO-LINE NOT = ZERO
               GO TO DA10.
           IF PRO-RULE NOT = "P" AND PRO-RULE NOT = "F"
               GO TO DA05.
             MOVE PRO-FROM       TO WS-DATE-WORK.
             MOVE WS-DW-YYYY     TO WS-YMD-YYYY.
             MOVE WS-DW-MM       TO WS-YMD-MM.
             MOVE WS-DW-DD       TO WS-YMD-DD.
           IF WS-YMD > WS-TODAYX
               GO TO DA05.
             MOVE PRO-TO         TO WS-DATE-WORK.
             MOVE WS-DW-YYYY     TO WS-YMD-YYYY.
             MOVE WS-DW-MM       TO WS-YMD-MM.
             MOVE WS-DW-DD       TO WS-YMD-DD.
           IF WS-YMD < WS-TODAYX
               GO TO DA05.
      *
      *    ****    A happy-hour promotion is a till matter.
      *
           IF PRO-TIME-TO NOT = ZERO
               GO TO DA05.
           IF WS-PMAX NOT < 50
               GO TO DA05.
             ADD 1               TO WS-PMAX.
             MOVE PRO-CODE       TO WS-PR-CODE (WS-PMAX).
             MOVE PRO-SCOPE      TO WS-PR-SCOPE (WS-PMAX).
             MOVE PRO-RULE       TO WS-PR-RULE (WS-PMAX).
             MOVE PRO-PCT        TO WS-PR-PCT (WS-PMAX).
             MOVE PRO-FIXED      TO WS-PR-FIXED (WS-PMAX).
             MOVE PRO-DEPT       TO WS-PR-DEPT (WS-PMAX).
             MOVE PRO-ITEM       TO WS-PR-ITEM (WS-PMAX).
             GO TO DA05.

       DA10.
           IF WS-PMAX = ZERO
               GO TO DA05.
           IF PRO-CODE NOT = WS-PR-CODE (WS-PMAX)
              OR WS-PR-SCOPE (WS-PMAX) NOT = "L"
               GO TO DA05.
           IF WS-LMAX NOT < 500
               GO TO DA05.
             ADD 1               TO WS-LMAX.
             MOVE WS-PMAX        TO WS-PL-HDR (WS-LMAX).
             MOVE PRO-ITEM       TO WS-PL-ITEM (WS-LMAX).
             GO TO DA05.

       DA00-EXIT.
             EXIT.

      *
      *    ****    The first promotion in force that covers the
      *            item prices it, as at the till.
      *
       DB00-PROMO.
             MOVE ZERO           TO WS-PROMO.
             MOVE 1              TO WS-P.

       DB05.
           IF WS-P > WS-PMAX
               GO TO DB00-EXIT.
           IF WS-PR-SCOPE (WS-P) = "I"
              AND WS-PR-ITEM (WS-P) = STK-CODE
               GO TO DB20.
           IF WS-PR-SCOPE (WS-P) = "D"
              AND WS-PR-DEPT (WS-P) = STK-DEPT
               GO TO DB20.
           IF WS-PR-SCOPE (WS-P) NOT = "L"
               GO TO DB15.
             MOVE 1              TO WS-L.

       DB10.
           IF WS-L > WS-LMAX
               GO TO DB15.
           IF WS-PL-HDR (WS-L) = WS-P
              AND WS-PL-ITEM (WS-L) = STK-CODE
               GO TO DB20.
             ADD 1               TO WS-L.
             GO TO DB10.

       DB15.
             ADD 1               TO WS-P.
             GO TO DB05.

       DB20.
           IF WS-PR-RULE (WS-P) = "P"
               COMPUTE WS-PPRICE ROUNDED =
                   STK-PRICE-RT * (100 - WS-PR-PCT (WS-P)) / 100
           ELSE
               MOVE WS-PR-FIXED (WS-P)
                                 TO WS-PPRICE.
           IF WS-PPRICE < STK-PRICE-RT
               MOVE WS-PPRICE    TO WS-PROMO.

       DB00-EXIT.
             EXIT.

      /
      *    ****    W H A T   T H E   O P E N   O R D E R S   H O L D
      *
       FB000-COMMIT    SECTION.
       FB00.
             MOVE LOW-VALUES     TO SOR-KEY.
             START SORDER KEY NOT LESS SOR-KEY
                 INVALID KEY
                     GO TO FB00-EXIT.

       FB05.
             READ SORDER NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FB00-EXIT.
           IF SOR-LINE = ZERO OR SOR-ITEM = SPACES
               GO TO FB05.
           IF SOR-STATUS = "P" OR "C" OR "X"
               GO TO FB05.
           IF SOR-SUPPLY = "D"
               GO TO FB05.
             MOVE SOR-ITEM       TO SRT-ITEM.
           IF SOR-SUPPLY = "B" OR SOR-ALLOC > ZERO
               MOVE SOR-ALLOC    TO SRT-QTY
           ELSE
               MOVE SOR-QTY      TO SRT-QTY.
           IF SRT-QTY > ZERO
               RELEASE SRT-RECORD.
             GO TO FB05.

       FB00-EXIT.
             EXIT.

      /
      *    ****    T H E   I T E M S
      *
      *            STOCK in code order against the orders' holds,
      *            sorted the same way.
      *
       FC000-FEED      SECTION.
       FC00.
             MOVE "N"            TO WS-SRTEOF.
             PERFORM FC90-NEXT THRU FC90-EXIT.
             MOVE LOW-VALUES     TO STK-CODE.
             START STOCK KEY NOT LESS STK-CODE
                 INVALID KEY
                     GO TO FC80.

       FC05.
             READ STOCK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FC80.
             MOVE ZERO           TO WS-COMMIT.

       FC10.
           IF WS-SRTEOF = "Y"
               GO TO FC15.
           IF SRT-ITEM < STK-CODE
               PERFORM FC90-NEXT THRU FC90-EXIT
               GO TO FC10.
           IF SRT-ITEM = STK-CODE
               ADD SRT-QTY       TO WS-COMMIT
               PERFORM FC90-NEXT THRU FC90-EXIT
               GO TO FC10.

       FC15.
      *
      *    ****    Returnable containers are deposits, not goods
      *            for sale.
      *
           IF STK-CONTNR = "Y"
               GO TO FC05.
             COMPUTE WS-AVAIL = STK-QOH - WS-COMMIT.
           IF WS-AVAIL < ZERO
               MOVE ZERO         TO WS-AVAIL.
           IF STK-SUPER-FLAG = "Y"
               MOVE "D"          TO WS-STAT
           ELSE
               MOVE "A"          TO WS-STAT.
             PERFORM DB00-PROMO THRU DB00-EXIT.
             PERFORM FD00-ITEM THRU FD00-EXIT.
           IF WS-STAT = "A"
               PERFORM FE00-WARES THRU FE00-EXIT.
             GO TO FC05.

       FC80.
           IF WS-SRTEOF = "N"
               PERFORM FC90-NEXT THRU FC90-EXIT
               GO TO FC80.
             GO TO FC00-EXIT.

       FC90-NEXT.
             RETURN SORTWK
                 AT END
                     MOVE "Y"    TO WS-SRTEOF
                     MOVE HIGH-VALUES
                                 TO SRT-ITEM.

       FC90-EXIT.
             EXIT.

       FC00-EXIT.
             EXIT.

      /
      *    ****    T H E   I T E M   L I N E
      *
      *            Against what was last sent: a new item, a
      *            change of quantity, price or status, or (on a
      *            full refresh) every live item.  A discontinued
      *            item is sent once; brought back it is sent as
      *            new.
      *
       FD000           SECTION.
       FD00-ITEM.
             MOVE SPACE          TO WS-SEND.
             MOVE "N"            TO WS-ALLWARE WS-NEWSNAP.
             MOVE STK-CODE       TO WSN-ITEM.
             MOVE SPACES         TO WSN-WARE.
             READ WEBSNAP WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEWSNAP.
           IF WS-NEWSNAP = "Y"
               IF WS-STAT = "A"
                   MOVE "N"      TO WS-SEND
               END-IF
               GO TO FD10.
           IF WSN-STATUS = "D"
               IF WS-STAT = "A"
                   MOVE "N"      TO WS-SEND
               END-IF
               GO TO FD10.
           IF WS-STAT = "D"
               MOVE "D"          TO WS-SEND
               GO TO FD10.
           IF WSN-AVAIL NOT = WS-AVAIL
              OR WSN-RETAIL NOT = STK-PRICE-RT
              OR WSN-PROMO NOT = WS-PROMO
               MOVE "C"          TO WS-SEND
               GO TO FD10.
           IF WS-FULL = "Y"
               MOVE "A"          TO WS-SEND.

       FD10.
           IF WS-SEND = "N" OR WS-FULL = "Y"
               MOVE "Y"          TO WS-ALLWARE.
           IF WS-SEND NOT = SPACE
               PERFORM FD50-LINE THRU FD50-EXIT.
           IF WS-NEWSNAP = "Y"
               INITIALIZE WSN-RECORD
               MOVE STK-CODE     TO WSN-ITEM
               MOVE SPACES       TO WSN-WARE.
             MOVE WS-AVAIL       TO WSN-AVAIL.
             MOVE STK-PRICE-RT   TO WSN-RETAIL.
             MOVE WS-PROMO       TO WSN-PROMO.
             MOVE WS-STAT        TO WSN-STATUS.
             MOVE WS-RUNSTAMP    TO WSN-RUN.
           IF WS-SEND NOT = SPACE
               MOVE TODAY-DDMMYY TO WSN-DATE.
           IF WS-NEWSNAP = "Y"
               WRITE WSN-RECORD
           ELSE
               REWRITE WSN-RECORD.
             UNLOCK WEBSNAP.

       FD00-EXIT.
             EXIT.

      *
      *    ****    I,item,"description",retail,promotion,available,
      *            status.
      *
       FD50-LINE.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             STRING "I,"         DELIMITED BY SIZE
                    STK-CODE     DELIMITED BY "  "
                    ',"'         DELIMITED BY SIZE
                    STK-DESC     DELIMITED BY "  "
                    '",'         DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.
             MOVE STK-PRICE-RT   TO WS-ED.
             PERFORM FF00-NUMBER THRU FF00-EXIT.
             STRING ","          DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.
           IF WS-PROMO NOT = ZERO
               MOVE WS-PROMO     TO WS-ED
               PERFORM FF00-NUMBER THRU FF00-EXIT.
             STRING ","          DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.
             MOVE WS-AVAIL       TO WS-ED.
           IF WS-SEND = "D"
               MOVE ZERO         TO WS-ED.
             PERFORM FF00-NUMBER THRU FF00-EXIT.
             STRING ","          DELIMITED BY SIZE
                    WS-SEND      DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.
             WRITE WEBF-REC FROM WS-OUT-LINE.
             ADD 1               TO WS-ITEMS.

       FD50-EXIT.
             EXIT.

      *
      *    ****    The warehouses: what the orders hold comes off
      *            the despatch warehouse first, then the others in
      *            turn, so the warehouse lines add up to the item.
      *
       FE00-WARES.
             MOVE WS-COMMIT      TO WS-LEFT.
             MOVE 1              TO WS-W.

       FE05.
           IF WS-W > WS-WMAX
               GO TO FE00-EXIT.
             MOVE "Y"            TO WS-HASWST.
             MOVE WS-WH-CODE (WS-W)
                                 TO WST-WARE.
             MOVE STK-CODE       TO WST-ITEM.
             READ WSTOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "N"    TO WS-HASWST
                     MOVE ZERO   TO WST-QOH.
             MOVE WST-QOH        TO WS-WQTY.
           IF WS-WQTY < ZERO
               MOVE ZERO         TO WS-WQTY.
           IF WS-LEFT > WS-WQTY
               MOVE WS-WQTY      TO WS-TAKE
           ELSE
               MOVE WS-LEFT      TO WS-TAKE.
             SUBTRACT WS-TAKE    FROM WS-LEFT.
             COMPUTE WS-WH-AVAIL (WS-W) = WS-WQTY - WS-TAKE.
             MOVE STK-CODE       TO WSN-ITEM.
             MOVE WS-WH-CODE (WS-W)
                                 TO WSN-WARE.
             MOVE "N"            TO WS-NEWSNAP.
             READ WEBSNAP WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEWSNAP.
           IF WS-NEWSNAP = "Y" AND WS-HASWST = "N"
               GO TO FE20.
           IF WS-NEWSNAP = "Y"
              OR WS-ALLWARE = "Y"
              OR WSN-AVAIL NOT = WS-WH-AVAIL (WS-W)
               PERFORM FE50-LINE THRU FE50-EXIT.
           IF WS-NEWSNAP = "Y"
               INITIALIZE WSN-RECORD
               MOVE STK-CODE     TO WSN-ITEM
               MOVE WS-WH-CODE (WS-W)
                                 TO WSN-WARE.
             MOVE WS-WH-AVAIL (WS-W)
                                 TO WSN-AVAIL.
             MOVE "A"            TO WSN-STATUS.
             MOVE WS-RUNSTAMP    TO WSN-RUN.
             MOVE TODAY-DDMMYY   TO WSN-DATE.
           IF WS-NEWSNAP = "Y"
               WRITE WSN-RECORD
           ELSE
               REWRITE WSN-RECORD.

       FE20.
             UNLOCK WEBSNAP.
             ADD 1               TO WS-W.
             GO TO FE05.

       FE00-EXIT.
             EXIT.

       FE50-LINE.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             STRING "W,"         DELIMITED BY SIZE
                    STK-CODE     DELIMITED BY "  "
                    ","          DELIMITED BY SIZE
                    WS-WH-CODE (WS-W)
                                 DELIMITED BY " "
                    ","          DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.
             MOVE WS-WH-AVAIL (WS-W)
                                 TO WS-ED.
             PERFORM FF00-NUMBER THRU FF00-EXIT.
             WRITE WEBF-REC FROM WS-OUT-LINE.
             ADD 1               TO WS-WLINES.

       FE50-EXIT.
             EXIT.

      *
      *    ****    An edited number onto the line without its
      *            leading spaces.
      *
       FF00-NUMBER.
             MOVE WS-EDX         TO WS-NUMTXT.
             MOVE ZERO           TO WS-LEAD.
             INSPECT WS-NUMTXT TALLYING WS-LEAD FOR LEADING SPACES.
             ADD 1               TO WS-LEAD.
             STRING WS-NUMTXT (WS-LEAD:)
                                 DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.

       FF00-EXIT.
             EXIT.

      *
      *    ****    Items sent before that are no longer on STOCK
      *            go as discontinued, once.
      *
       EA00-GONE.
             MOVE LOW-VALUES     TO WSN-KEY.
             START WEBSNAP KEY NOT LESS WSN-KEY
                 INVALID KEY
                     GO TO EA00-EXIT.

       EA05.
             READ WEBSNAP NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA00-EXIT.
           IF WSN-WARE NOT = SPACES OR WSN-STATUS NOT = "A"
              OR WSN-RUN = WS-RUNSTAMP
               GO TO EA05.
             READ WEBSNAP WITH KEPT LOCK
                 INVALID KEY
                     GO TO EA10.
             MOVE SPACES         TO WS-OUT-LINE.
             MOVE 1              TO WS-PTR.
             STRING "I,"         DELIMITED BY SIZE
                    WSN-ITEM     DELIMITED BY "  "
                    ',"",,,0.00,D'
                                 DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR.
             WRITE WEBF-REC FROM WS-OUT-LINE.
             ADD 1               TO WS-ITEMS.
             MOVE "D"            TO WSN-STATUS.
             MOVE ZERO           TO WSN-AVAIL.
             MOVE TODAY-DDMMYY   TO WSN-DATE.
             REWRITE WSN-RECORD.
             UNLOCK WEBSNAP.

       EA10.
             START WEBSNAP KEY GREATER WSN-KEY
                 INVALID KEY
                     GO TO EA00-EXIT.
             GO TO EA05.

       EA00-EXIT.
             EXIT.

      /
      *    ****    F E E D   S E T T I N G S
      *
       FA000           SECTION.
       FA00.
             DISPLAY CLR-SCREEN.
             MOVE 296            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD296
               MOVE 296          TO PAR-KEY
               MOVE "N"          TO PAR-WEB-FULL.

       FA05.
             DISPLAY S13.
             ACCEPT S13.
           IF PAR-WEB-FULL NOT = "Y"
               MOVE "N"          TO PAR-WEB-FULL.
           IF PAR-WEB-WARE NOT = SPACES
               MOVE PAR-WEB-WARE TO WAR-CODE
               READ WARHSE WITH IGNORE LOCK
                   INVALID KEY
                       MOVE "Unknown warehouse"
                                 TO WS-ERR-STRING
                       PERFORM ERROR-MESSAGE
                       GO TO FA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO FA999.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.
             PERFORM ZD00-WARES THRU ZD00-EXIT.

       FA999.
             EXIT.

      /
      *    ****    H O U R L Y   U N T I L   E S C
      *
      *            The changes go out now and then each time the
      *            clock passes the hour.  The terminal is left
      *            with the feed; ESC stops it between runs.
      *
       GA000           SECTION.
       GA00.
             MOVE "Y"            TO WS-HOURLY.
             DISPLAY CLR-SCREEN.
             DISPLAY "WEB SHOP FEED - HOURLY" AT 0224
                     WITH FOREGROUND-COLOR 14.
             DISPLAY "Press ESC to stop" AT 2216
                     WITH FOREGROUND-COLOR 14.

       GA05.
             ACCEPT WS-YMD FROM DATE YYYYMMDD.
             MOVE WS-YMD-DD      TO WS-DW-DD.
             MOVE WS-YMD-MM      TO WS-DW-MM.
             MOVE WS-YMD-YYYY    TO WS-DW-YYYY.
             MOVE WS-DATE-WORK   TO TODAY-DDMMYY.
             MOVE "N"            TO WS-FULL.
             PERFORM CA000 THRU CA999.
             ACCEPT WS-TIME FROM TIME.
             MOVE WS-TM-HH       TO WS-THISHOUR.
             MOVE WS-HHMM        TO WS-HHMMX.
             DISPLAY "Last sent at " AT 1216
                     WITH FOREGROUND-COLOR 14
                     WS-HHMMX WITH FOREGROUND-COLOR 15
                     "  items " WITH FOREGROUND-COLOR 14
                     WS-ITEMS WITH FOREGROUND-COLOR 15.

       GA10.
             CALL X"D9" USING WS-KBD-STATUS.
           IF WS-KBD-STATUS NOT = ZERO
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
                   GO TO GA90.
             CALL "CBL_THREAD_SLEEP" USING BY VALUE WS-SLEEP-MS
                 ON EXCEPTION
                     CONTINUE
             END-CALL.
             ACCEPT WS-TIME FROM TIME.
           IF WS-TM-HH = WS-THISHOUR
               GO TO GA10.
             GO TO GA05.

       GA90.
             MOVE "N"            TO WS-HOURLY.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.

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
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "SORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "WSTOCK"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-WSTOCK.
             MOVE "WARHSE"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-WARHSE.
             MOVE "PROMO"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PROMO.
             MOVE "WEBSNAP"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-WEBSNAP.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O PARAM.
             OPEN INPUT STOCK SORDER WSTOCK WARHSE.
             OPEN INPUT PROMO.
           IF WS-STATUS = "35"
               CLOSE PROMO
               OPEN OUTPUT PROMO
               CLOSE PROMO
               OPEN INPUT PROMO.
             OPEN I-O WEBSNAP.
           IF WS-STATUS = "35"
               CLOSE WEBSNAP
               OPEN OUTPUT WEBSNAP
               CLOSE WEBSNAP
               OPEN I-O WEBSNAP.
             PERFORM ZD00-WARES THRU ZD00-EXIT.

       ZA999.
             EXIT.

      *
      *    ****    The feed settings and the last run, from PARAM
      *            record 296.
      *
       ZC00-LASTRUN.
             MOVE 296            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               INITIALIZE PAR-RECORD296
               MOVE 296          TO PAR-KEY
               MOVE "N"          TO PAR-WEB-FULL.
             MOVE PAR-WEB-DIR    TO WS-WEBDIR.
             MOVE PAR-WEB-WARE   TO WS-DESPWARE.
             MOVE PAR-WEB-LASTDATE
                                 TO WS-TODAYX.
             MOVE PAR-WEB-LASTTIME
                                 TO WS-HHMMX.

       ZC00-EXIT.
             EXIT.

      *
      *    ****    The warehouse table, the despatch warehouse
      *            first.
      *
       ZD00-WARES.
             PERFORM ZC00-LASTRUN THRU ZC00-EXIT.
             MOVE ZERO           TO WS-WMAX.
           IF WS-DESPWARE NOT = SPACES
               MOVE 1            TO WS-WMAX
               MOVE WS-DESPWARE  TO WS-WH-CODE (1).
             MOVE LOW-VALUES     TO WAR-CODE.
             START WARHSE KEY NOT LESS WAR-CODE
                 INVALID KEY
                     GO TO ZD00-EXIT.

       ZD05.
             READ WARHSE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO ZD00-EXIT.
           IF WAR-CODE = WS-DESPWARE OR WS-WMAX NOT < 30
               GO TO ZD05.
             ADD 1               TO WS-WMAX.
             MOVE WAR-CODE       TO WS-WH-CODE (WS-WMAX).
             GO TO ZD05.

       ZD00-EXIT.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SOR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 31
               MOVE W02-WSTOCK    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE WST-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 32
               MOVE W02-WARHSE    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE WAR-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 33
               MOVE W02-PROMO     TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PRO-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 34
               MOVE W02-WEBSNAP   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE WSN-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
