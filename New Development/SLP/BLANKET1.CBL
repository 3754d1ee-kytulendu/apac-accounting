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
      *     B L A N K E T   O R D E R S   A N D   C A L L - O F F S    *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            BLANKET1.
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
      *    OCT 2026 - First issue.  Blanket (contract) orders: a
      *               contract per debtor and item holds the
      *               quantity agreed for the period, the fixed
      *               price and the validity dates; call-offs are
      *               raised from it straight into the sales orders
      *               on the normal number series at the contract
      *               price and drawn off the balance; an enquiry
      *               shows what is left, and a report picks out
      *               the contracts drawing behind time as their
      *               expiry comes up.
      *    OCT 2026 - The call-off line is given a promise date
      *               (ATPDATE), shown with the order number.
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

       COPY BLANKET.SL.

       COPY DEBTOR.ISL.

       COPY STOCK.SL.

       COPY SORDER.SL.

       COPY CONTROL.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY BLANKET.FD.

       COPY DEBTOR.FDE.

       COPY STOCK.FDE.

       COPY SORDER.FDE.

       COPY CONTROL.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-NETKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-REF             PIC  X(15) VALUE SPACES.
       77  WS-STAT            PIC  X(01) VALUE SPACE.
       77  WS-QTY             PIC  9(07)V99 VALUE ZERO.
       77  WS-PRICE           PIC  9(07)V99 VALUE ZERO.
       77  WS-FROM            PIC  9(08) VALUE ZERO.
       77  WS-TO              PIC  9(08) VALUE ZERO.
       77  WS-CALLQTY         PIC  9(07)V99 VALUE ZERO.
       77  WS-REQDATE         PIC  9(08) VALUE ZERO.
       77  WS-NEWORD          PIC  9(07) VALUE ZERO.
       77  WS-DAYS            PIC  9(03) VALUE 90.
       77  WS-NEW             PIC  X(01) VALUE "N".
       77  WS-LEFT            PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-EXPECT          PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-FROMNUM         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-TONUM           PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-DUENUM          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CNT             PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-TODAY9          PIC  9(08) VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(40) VALUE
               "UNDER-DRAWN CONTRACTS - EXPIRING WITHIN ".
           03  W10-DAYS       PIC  ZZ9.
           03  FILLER         PIC  X(08) VALUE " DAYS   ".
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(54) VALUE
               "ACCT  NAME                 ITEM                 AGREED".
           03  FILLER         PIC  X(48) VALUE
               "      CALLED   REMAINING  EXPIRES    DRAWN  TIME".

       01  W20-DETAIL.
           03  W20-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-ITEM       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-QTY        PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-CALLED     PIC  Z(06)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-LEFT       PIC  Z(06)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-TO         PIC  Z9/99/9999.
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W20-PCT        PIC  ZZ9.
           03  FILLER         PIC  X(03) VALUE "%  ".
           03  W20-TPCT       PIC  ZZ9.
           03  FILLER         PIC  X(01) VALUE "%".

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "BLK".

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

       01  WS-PROMDSP         PIC  99/99/9999.

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY BLANKET.ID.

       COPY DEBTOR.ID.

       COPY STOCK.ID.

       COPY SORDER.ID.

       COPY CONTROL.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "BLANKET1.".
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
                       VALUE "BLANKET  ORDERS  AND  CALL-OFFS".
           03  LINE  4 COLUMN 16 VALUE "1. Maintain a contract".
           03  LINE  5 COLUMN 16 VALUE "2. Raise a call-off".
           03  LINE  6 COLUMN 16 VALUE "3. Contract balance enquiry".
           03  LINE  7 COLUMN 16 VALUE
               "4. Under-drawn contracts report".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Account :".
           03          COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.
           03  LINE  5 COLUMN 10 VALUE "Item    :".
           03          COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-ITEM AUTO.

       01  S14.
           03  LINE  8 COLUMN 10 VALUE "Contract ref      :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-REF AUTO.
           03  LINE  9 COLUMN 10 VALUE "Agreed quantity   :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-QTY AUTO.
           03  LINE 10 COLUMN 10 VALUE "Contract price    :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-PRICE AUTO.
           03  LINE 11 COLUMN 10 VALUE "Valid from        :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-FROM AUTO.
           03  LINE 12 COLUMN 10 VALUE "Valid to          :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-TO AUTO.
           03  LINE 13 COLUMN 10 VALUE "Status (A/C)      :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-STAT AUTO.

       01  S15.
           03  LINE 14 COLUMN 10 VALUE "Call-off quantity :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-CALLQTY AUTO.
           03  LINE 15 COLUMN 10 VALUE "Required date     :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-REQDATE AUTO.

       01  S16.
           03  LINE  4 COLUMN 10 VALUE "Expiring within (days) :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC ZZ9 USING WS-DAYS AUTO.

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
             CLOSE BLANKET DEBTOR STOCK SORDER NETWORK.
             CANCEL "ATPDATE".

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY CONTROL.RD.

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
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM FA000 THRU FA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    M A I N T A I N   A   C O N T R A C T
      *
      *            A new contract for the debtor and item, or an
      *            amendment to the one on file.  The agreed
      *            quantity cannot drop below what has already
      *            been called off.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ACNO = ZERO
               GO TO CA999.
             PERFORM CB00-NAMES THRU CB00-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO CA00.
             MOVE WS-ACNO        TO BLK-ACNO.
             MOVE WS-ITEM        TO BLK-ITEM.
             MOVE "N"            TO WS-NEW.
             READ BLANKET WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEW.
           IF WS-NEW = "Y"
               INITIALIZE BLK-RECORD
               MOVE WS-ACNO      TO BLK-ACNO
               MOVE WS-ITEM      TO BLK-ITEM
               MOVE "A"          TO BLK-STATUS
               MOVE STK-PRICE-WS TO BLK-PRICE
               MOVE TODAY-DDMMYY TO BLK-FROM
               DISPLAY "New contract" AT 0610
                       WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Called off : " AT 0610
                       WITH FOREGROUND-COLOR 14
                       BLK-CALLED WITH FOREGROUND-COLOR 15.
             MOVE BLK-REF        TO WS-REF.
             MOVE BLK-QTY        TO WS-QTY.
             MOVE BLK-PRICE      TO WS-PRICE.
             MOVE BLK-FROM       TO WS-FROM.
             MOVE BLK-TO         TO WS-TO.
             MOVE BLK-STATUS     TO WS-STAT.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-STAT NOT = "A" AND NOT = "C"
               MOVE "Status must be A or C"
                                 TO WS-ERR-STRING
               GO TO CA80.
           IF WS-QTY = ZERO OR WS-PRICE = ZERO
               MOVE "Quantity and price are both needed"
                                 TO WS-ERR-STRING
               GO TO CA80.
           IF WS-QTY < BLK-CALLED
               MOVE "Less than already called off"
                                 TO WS-ERR-STRING
               GO TO CA80.
             MOVE WS-FROM        TO WS-DATE-WORK.
             PERFORM CC00-DAYNUM THRU CC00-EXIT.
             MOVE WS-TODAYNUM    TO WS-FROMNUM.
             MOVE WS-TO          TO WS-DATE-WORK.
             PERFORM CC00-DAYNUM THRU CC00-EXIT.
             MOVE WS-TODAYNUM    TO WS-TONUM.
           IF WS-TONUM NOT > WS-FROMNUM
               MOVE "Valid-to must follow valid-from"
                                 TO WS-ERR-STRING
               GO TO CA80.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA90.
             MOVE WS-REF         TO BLK-REF.
             MOVE WS-QTY         TO BLK-QTY.
             MOVE WS-PRICE       TO BLK-PRICE.
             MOVE WS-FROM        TO BLK-FROM.
             MOVE WS-TO          TO BLK-TO.
             MOVE WS-STAT        TO BLK-STATUS.
             MOVE LS-USER        TO BLK-USER.
           IF WS-NEW = "Y"
               WRITE BLK-RECORD
           ELSE
               REWRITE BLK-RECORD.
             GO TO CA00.

       CA80.
             PERFORM ERROR-MESSAGE.

       CA90.
           IF WS-NEW = "N"
               UNLOCK BLANKET.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    The debtor and item keyed, shown by name.
      *            WS-F-ERROR is left non-zero when either is
      *            not on file.
      *
       CB00-NAMES.
             MOVE ZERO           TO WS-F-ERROR.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     MOVE 23     TO WS-F-ERROR
                     GO TO CB00-EXIT.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     MOVE 22     TO WS-F-ERROR
                     GO TO CB00-EXIT.
             DISPLAY DEB-NAME AT 0430 WITH FOREGROUND-COLOR 15.
             DISPLAY STK-DESC AT 0536 WITH FOREGROUND-COLOR 15.

       CB00-EXIT.
             EXIT.

      *
      *    ****    Day number for the date in WS-DATE-WORK, left
      *            in WS-TODAYNUM (the caller moves it on).
      *
       CC00-DAYNUM.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.

       CC00-EXIT.
             EXIT.

      /
      *    ****    R A I S E   A   C A L L - O F F
      *
      *            A new sales order on the normal number series,
      *            one line at the contract price, drawn off the
      *            contract balance.  The contract must be active
      *            and in date; a call-off that draws it down to
      *            nothing closes it.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ACNO = ZERO
               GO TO DA999.
             PERFORM CB00-NAMES THRU CB00-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO DA00.
             MOVE WS-ACNO        TO BLK-ACNO.
             MOVE WS-ITEM        TO BLK-ITEM.
             READ BLANKET WITH KEPT LOCK
                 INVALID KEY
                     MOVE "No contract for the account and item"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
           IF BLK-STATUS NOT = "A"
               MOVE "Contract is closed"
                                 TO WS-ERR-STRING
               GO TO DA80.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             PERFORM CC00-DAYNUM THRU CC00-EXIT.
             MOVE WS-TODAYNUM    TO WS-DUENUM.
             MOVE BLK-FROM       TO WS-DATE-WORK.
             PERFORM CC00-DAYNUM THRU CC00-EXIT.
           IF WS-DUENUM < WS-TODAYNUM
               MOVE "Contract not yet in force"
                                 TO WS-ERR-STRING
               GO TO DA80.
             MOVE BLK-TO         TO WS-DATE-WORK.
             PERFORM CC00-DAYNUM THRU CC00-EXIT.
           IF WS-DUENUM > WS-TODAYNUM
               MOVE "Contract has expired"
                                 TO WS-ERR-STRING
               GO TO DA80.
             COMPUTE WS-LEFT = BLK-QTY - BLK-CALLED.
             DISPLAY "Contract balance : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-LEFT WITH FOREGROUND-COLOR 15
                     "  at " WITH FOREGROUND-COLOR 14
                     BLK-PRICE WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-CALLQTY.
             MOVE TODAY-DDMMYY   TO WS-TODAY9.
             MOVE WS-TODAY9      TO WS-REQDATE.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-CALLQTY = ZERO
               GO TO DA90.
           IF WS-CALLQTY > WS-LEFT
               MOVE "Exceeds the contract balance"
                                 TO WS-ERR-STRING
               GO TO DA80.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO DA90.
             PERFORM DB00-ORDER THRU DB00-EXIT.
           IF WS-NEWORD = ZERO
               GO TO DA90.
             ADD WS-CALLQTY      TO BLK-CALLED.
             ADD 1               TO BLK-CALLS.
             MOVE WS-NEWORD      TO BLK-LASTORD.
             MOVE TODAY-DDMMYY   TO BLK-LASTDATE.
             MOVE LS-USER        TO BLK-USER.
           IF BLK-CALLED NOT < BLK-QTY
               MOVE "C"          TO BLK-STATUS.
             REWRITE BLK-RECORD.
             DISPLAY "Call-off order : " AT 1710
                     WITH FOREGROUND-COLOR 14
                     WS-NEWORD WITH FOREGROUND-COLOR 15.
           IF WS-ATP-PROMISE NOT = ZERO
               MOVE WS-ATP-PROMISE
                                 TO WS-PROMDSP
               DISPLAY "Promised       : " AT 1810
                       WITH FOREGROUND-COLOR 14
                       WS-PROMDSP WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA00.

       DA80.
             PERFORM ERROR-MESSAGE.

       DA90.
             UNLOCK BLANKET.
             GO TO DA00.

       DA999.
             EXIT.

      *
      *    ****    The call-off order: header and its one line,
      *            numbered off the debtor control record.
      *            WS-NEWORD stays zero when no number could be
      *            had.
      *
       DB00-ORDER.
             MOVE ZERO           TO WS-NEWORD.
             MOVE 1              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               MOVE "Debtor control record missing"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DB00-EXIT.
             ADD 1               TO DEB-ORDER.
             MOVE DEB-ORDER      TO WS-NEWORD.
             REWRITE NET-RECORD.
             INITIALIZE SOR-RECORD.
             MOVE WS-NEWORD      TO SOR-ORDER.
             MOVE ZERO           TO SOR-LINE.
             MOVE WS-ACNO        TO SOR-ACNO.
             MOVE TODAY-DDMMYY   TO SOR-DATE.
             MOVE WS-REQDATE     TO SOR-REQDATE.
             MOVE "O"            TO SOR-STATUS.
             MOVE DEB-SMAN       TO SOR-SMAN.
             WRITE SOR-RECORD.
             INITIALIZE SOR-RECORD.
             MOVE WS-NEWORD      TO SOR-ORDER.
             MOVE 1              TO SOR-LINE.
             MOVE WS-ACNO        TO SOR-ACNO.
             MOVE TODAY-DDMMYY   TO SOR-DATE.
             MOVE WS-REQDATE     TO SOR-REQDATE.
             MOVE WS-ITEM        TO SOR-ITEM.
             MOVE WS-CALLQTY     TO SOR-QTY.
             MOVE BLK-PRICE      TO SOR-PRICE.
             MOVE "O"            TO SOR-STATUS.
             MOVE DEB-SMAN       TO SOR-SMAN.
             MOVE WS-ITEM        TO WS-ATP-ITEM.
             MOVE WS-CALLQTY     TO WS-ATP-QTY.
             MOVE WS-NEWORD      TO WS-ATP-ORDER.
             MOVE 1              TO WS-ATP-LINE.
             MOVE TODAY-DDMMYY   TO WS-ATP-TODAY.
             MOVE LS-L-OR-N      TO WS-ATP-DRIVE.
             MOVE WS-SYS-ID      TO WS-ATP-SYSID.
             MOVE ZERO           TO WS-ATP-PROMISE.
             CALL "ATPDATE" USING WS-ATP-REQUEST
                 ON EXCEPTION
                     MOVE ZERO   TO WS-ATP-PROMISE
             END-CALL.
             MOVE WS-ATP-PROMISE TO SOR-PROMISE.
             WRITE SOR-RECORD.

       DB00-EXIT.
             EXIT.

      /
      *    ****    C O N T R A C T   B A L A N C E
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ACNO = ZERO
               GO TO EA999.
             PERFORM CB00-NAMES THRU CB00-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO EA00.
             MOVE WS-ACNO        TO BLK-ACNO.
             MOVE WS-ITEM        TO BLK-ITEM.
             READ BLANKET WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "No contract for the account and item"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
             COMPUTE WS-LEFT = BLK-QTY - BLK-CALLED.
             MOVE BLK-FROM       TO WS-FROM.
             MOVE BLK-TO         TO WS-TO.
             DISPLAY "Contract ref : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     BLK-REF WITH FOREGROUND-COLOR 15
                     "  status " WITH FOREGROUND-COLOR 14
                     BLK-STATUS WITH FOREGROUND-COLOR 15.
             DISPLAY "Valid        : " AT 0810
                     WITH FOREGROUND-COLOR 14.
             DISPLAY WS-FROM AT 0825 WITH FOREGROUND-COLOR 15.
             DISPLAY " to " AT 0833 WITH FOREGROUND-COLOR 14.
             DISPLAY WS-TO AT 0837 WITH FOREGROUND-COLOR 15.
             DISPLAY "Price        : " AT 0910
                     WITH FOREGROUND-COLOR 14
                     BLK-PRICE WITH FOREGROUND-COLOR 15.
             DISPLAY "Agreed       : " AT 1010
                     WITH FOREGROUND-COLOR 14
                     BLK-QTY WITH FOREGROUND-COLOR 15.
             DISPLAY "Called off   : " AT 1110
                     WITH FOREGROUND-COLOR 14
                     BLK-CALLED WITH FOREGROUND-COLOR 15
                     "  in " WITH FOREGROUND-COLOR 14
                     BLK-CALLS WITH FOREGROUND-COLOR 15
                     " call-offs" WITH FOREGROUND-COLOR 14.
             DISPLAY "Balance      : " AT 1210
                     WITH FOREGROUND-COLOR 14
                     WS-LEFT WITH FOREGROUND-COLOR 15.
           IF BLK-LASTORD NOT = ZERO
               DISPLAY "Last call-off: " AT 1310
                       WITH FOREGROUND-COLOR 14
                       BLK-LASTORD WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO EA00.

       EA999.
             EXIT.

      /
      *    ****    U N D E R - D R A W N   C O N T R A C T S
      *
      *            Active contracts expiring within the days
      *            given whose share called off is behind the
      *            share of the contract period gone - what is
      *            left is likely to be left on the table.
      *
       FA000           SECTION.
       FA00.
             DISPLAY CLR-SCREEN.
             MOVE 90             TO WS-DAYS.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-DAYS = ZERO
               GO TO FA999.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             PERFORM CC00-DAYNUM THRU CC00-EXIT.
             MOVE WS-TODAYNUM    TO WS-DUENUM.
             MOVE ZERO           TO WS-CNT.
             OPEN OUTPUT PRINTF.
             MOVE WS-DAYS        TO W10-DAYS.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE LOW-VALUES     TO BLK-KEY.
             START BLANKET KEY NOT LESS BLK-KEY
                 INVALID KEY
                     GO TO FA90.

       FA05.
             READ BLANKET NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA90.
           IF BLK-STATUS NOT = "A"
               GO TO FA05.
             MOVE BLK-FROM       TO WS-DATE-WORK.
             PERFORM CC00-DAYNUM THRU CC00-EXIT.
             MOVE WS-TODAYNUM    TO WS-FROMNUM.
             MOVE BLK-TO         TO WS-DATE-WORK.
             PERFORM CC00-DAYNUM THRU CC00-EXIT.
             MOVE WS-TODAYNUM    TO WS-TONUM.
           IF WS-TONUM < WS-DUENUM
               GO TO FA05.
           IF WS-TONUM - WS-DUENUM > WS-DAYS
               GO TO FA05.
           IF WS-TONUM NOT > WS-FROMNUM OR BLK-QTY = ZERO
               GO TO FA05.
             COMPUTE WS-EXPECT ROUNDED = BLK-QTY
                 * (WS-DUENUM - WS-FROMNUM)
                 / (WS-TONUM - WS-FROMNUM).
           IF BLK-CALLED NOT < WS-EXPECT
               GO TO FA05.
             MOVE BLK-ACNO       TO W20-ACNO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE DEB-NAME       TO W20-NAME.
             MOVE BLK-ITEM       TO W20-ITEM.
             MOVE BLK-QTY        TO W20-QTY.
             MOVE BLK-CALLED     TO W20-CALLED.
             COMPUTE WS-LEFT = BLK-QTY - BLK-CALLED.
             MOVE WS-LEFT        TO W20-LEFT.
             MOVE BLK-TO         TO W20-TO.
             COMPUTE W20-PCT ROUNDED = BLK-CALLED * 100 / BLK-QTY.
             COMPUTE W20-TPCT ROUNDED =
                 (WS-DUENUM - WS-FROMNUM) * 100
                 / (WS-TONUM - WS-FROMNUM).
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-CNT.
             GO TO FA05.

       FA90.
             CLOSE PRINTF.
             DISPLAY "Under-drawn contracts printed : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-CNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

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
             MOVE LS-USER        TO W02-USER.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "BLANKET"  TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-BLANKET.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "SORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SORDER.
             MOVE "NETWORK"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NETWORK.

       ZA02.
             OPEN I-O BLANKET.
           IF WS-STATUS = "35"
               CLOSE BLANKET
               OPEN OUTPUT BLANKET
               CLOSE BLANKET
               OPEN I-O BLANKET.
             OPEN INPUT DEBTOR STOCK.
             OPEN I-O SORDER NETWORK.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 19
               MOVE W02-BLANKET   TO WS-FILE
               MOVE BLK-ACNO      TO WS-KEY
               MOVE BLK-ITEM      TO WS-KEYX
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
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SOR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 2
               MOVE W02-NETWORK   TO WS-FILE
               MOVE WS-NETKEY     TO WS-KEY.

       COPY DISPERR.PRO.
