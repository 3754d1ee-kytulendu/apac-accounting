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
      *     E X P O R T   D E B T O R   C U R R E N C Y                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            DEBFX1.
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
      *    OCT 2026 - First issue.  Export debtors: sets the
      *               currency an account is invoiced and stated
      *               in (one of the CURRMNT codes on PARAM record
      *               276 - only while the account is clear), and
      *               the month-end revaluation of the open
      *               foreign currency debtor items the same way
      *               FXREVAL does the creditors: each open item
      *               is restated at the current rate, the
      *               difference per account goes onto the debtor
      *               transactions as a revaluation adjustment
      *               (type 25), and the run total posts through
      *               LEDTRF to the unrealised difference account
      *               against the debtors control.  A pre-posting
      *               report can be printed without updating
      *               anything.
      *    OCT 2026 - The dispute flag on the debtor transaction
      *               is cleared on the items written here.
      *    OCT 2026 - A change of currency is written to the master
      *               file change history (see CHGLOG).
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

       COPY DEBTOR.ISL.

       COPY DBTRAN.SL.

       COPY PARAM.SL.

       COPY LEDTRF.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY PARAM.FDE.

       COPY LEDTRF.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 276.
       77  WS-APPLY           PIC  X(01) VALUE "N".
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-CURR            PIC  X(03) VALUE SPACES.
       77  WS-FXGL            PIC  9(06) VALUE ZERO.
       77  WS-DEBGL           PIC  9(06) VALUE ZERO.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-CSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-RATE            PIC  9(03)V9(06) COMP-3 VALUE ZERO.
       77  WS-NEWHOME         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DIFF            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTDIFF         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-ITEMS           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-NDEB            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-DSUB            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-SLOTOK          PIC  X(01) VALUE "Y".

       01  WS-CUR-TABLE.
           03  WS-CUR-ENTRY   OCCURS 8.
               05  WS-CUR-CODE
                              PIC  X(03).
               05  WS-CUR-RATE
                              PIC  9(03)V9(06) COMP-3.

      *
      *    Differences accumulated per account during the walk,
      *    posted after it so the transaction file is not written
      *    while it is being read through.
      *
       01  WS-DEB-TABLE.
           03  WS-DEB-ENTRY   OCCURS 200.
               05  WS-DEB-NO  PIC  9(05).
               05  WS-DEB-CURR
                              PIC  X(03).
               05  WS-DEB-DIFF
                              PIC S9(09)V99 COMP-3.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               "A/C   REF        CUR   BOOKED  CURRENT         OLD".
           03  FILLER         PIC  X(26) VALUE
               "         NEW        DIFF".

       01  W20-DETAIL.
           03  W20-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01).
           03  W20-REFG.
               05  W20-REF    PIC  Z(06)9.
               05  FILLER     PIC  X(03).
           03  W20-REFX REDEFINES W20-REFG
                              PIC  X(10).
           03  FILLER         PIC  X(01).
           03  W20-CURR       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W20-BRATE      PIC  9(03).9(04).
           03  FILLER         PIC  X(01).
           03  W20-CRATE      PIC  9(03).9(04).
           03  W20-OLD        PIC  Z(08)9.99-.
           03  W20-NEW        PIC  Z(08)9.99-.
           03  W20-DIFF       PIC  Z(07)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "DFX".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY PARAM.ID.

       COPY LEDTRF.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "DEBFX1.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       COPY CHGLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "EXPORT  DEBTOR  CURRENCY".
           03  LINE  4 COLUMN 16 VALUE "1. Account currency".
           03  LINE  5 COLUMN 16 VALUE
               "2. Revaluation pre-posting report (no update)".
           03  LINE  6 COLUMN 16 VALUE "3. Revalue and post".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Debtor account :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       01  S14.
           03  LINE  8 COLUMN 10 VALUE
               "New currency (spaces = home) :".
           03          COLUMN 41 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING WS-CURR AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-DBLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DEBTOR DBTRAN PARAM LEDTRF.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

       AB000           SECTION.

       COPY PARAM.RD.

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
               MOVE "N"          TO WS-APPLY
               PERFORM DA000 THRU DA999
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA00
               ELSE
                   MOVE "Y"      TO WS-APPLY
                   PERFORM DA000 THRU DA999
                   GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    A C C O U N T   C U R R E N C Y
      *
      *            Only while the account is clear - items already
      *            booked stay in the currency they were booked
      *            in, and a change under an open balance would
      *            leave them stated in two.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13 AT 0427.
           IF WS-ACNO = ZERO
               GO TO CA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             MOVE DEB-RECORD     TO CHG-BEFORE.
             DISPLAY DEB-NAME AT 0435 WITH FOREGROUND-COLOR 15.
             DISPLAY "Currency now : " AT 0610
                     WITH FOREGROUND-COLOR 14.
           IF DEB-CURR = SPACES
               DISPLAY "home" AT 0625 WITH FOREGROUND-COLOR 15
           ELSE
               DISPLAY DEB-CURR AT 0625 WITH FOREGROUND-COLOR 15.
           IF DEB-BALANCE NOT = ZERO
               MOVE "Balance must be clear to change the currency"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK DEBTOR
               GO TO CA00.

       CA05.
             MOVE DEB-CURR       TO WS-CURR.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-CURR = DEB-CURR
               UNLOCK DEBTOR
               GO TO CA00.
           IF WS-CURR NOT = SPACES
               PERFORM CB00-RATE THRU CB00-EXIT
               IF WS-CSUB > 8
                   MOVE "Currency not on the rate table"
                                 TO WS-ERR-STRING
                   PERFORM ERROR-MESSAGE
                   GO TO CA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK DEBTOR
               GO TO CA00.
             MOVE WS-CURR        TO DEB-CURR.
             REWRITE DEB-RECORD.
             MOVE "D"            TO CHG-FILE.
             MOVE DEB-ACNO       TO CHG-ACCOUNT.
             MOVE "DEBFX1"       TO CHG-PROG.
             MOVE DEB-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    Current table rate for WS-CURR.  WS-CSUB runs
      *            past 8 when the code is not on the table.
      *
       CB00-RATE.
             MOVE ZERO           TO WS-RATE.
             MOVE 1              TO WS-CSUB.

       CB05-LOOK.
           IF WS-CUR-CODE (WS-CSUB) = WS-CURR
               MOVE WS-CUR-RATE (WS-CSUB)
                                 TO WS-RATE
               GO TO CB00-EXIT.
             ADD 1               TO WS-CSUB.
           IF WS-CSUB < 9
               GO TO CB05-LOOK.

       CB00-EXIT.
             EXIT.

      /
      *    ****    T H E   R E V A L U A T I O N
      *
       DA000           SECTION.
       DA00.
           IF WS-FXGL = ZERO
               MOVE "No revaluation account on record 276"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
           IF WS-DEBGL = ZERO
               MOVE "No debtors control on record 6"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             OPEN OUTPUT PRINTF.
           IF WS-APPLY = "Y"
               MOVE "DEBTOR REVALUATION - POSTED       "
                                 TO W10-TITLE
           ELSE
               MOVE "DEBTOR REVALUATION - PRE-POSTING  "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-TOTDIFF WS-ITEMS WS-NDEB.
             MOVE LOW-VALUES     TO TRA-KEY.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO DA80.

       DA05.
             READ DBTRAN NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO DA80.
           IF TRA-CURR = SPACES OR TRA-FXOUTST = ZERO
               UNLOCK DBTRAN
               GO TO DA05.
           IF TRA-FXRATE = ZERO
               UNLOCK DBTRAN
               GO TO DA05.
             MOVE TRA-CURR       TO WS-CURR.
             PERFORM CB00-RATE THRU CB00-EXIT.
           IF WS-RATE = ZERO
               MOVE SPACES       TO PRINT-REC
               STRING "NO RATE FOR " DELIMITED BY SIZE
                      TRA-CURR      DELIMITED BY SIZE
                      " - DEBTOR ITEM LEFT AS BOOKED"
                                    DELIMITED BY SIZE
                      INTO PRINT-REC
               WRITE PRINT-REC
               UNLOCK DBTRAN
               GO TO DA05.
             COMPUTE WS-NEWHOME ROUNDED = TRA-FXOUTST * WS-RATE.
             COMPUTE WS-DIFF = WS-NEWHOME - TRA-OUTSTAND.
           IF WS-DIFF = ZERO
               UNLOCK DBTRAN
               GO TO DA05.
      *
      *    ****    The account must have a table slot before
      *            anything is restated, or the balance
      *            adjustment after the walk would miss it.
      *
             PERFORM DC00-DEBT THRU DC00-EXIT.
           IF WS-SLOTOK = "N"
               MOVE "ACCOUNT TABLE FULL - ITEM LEFT AS BOOKED -
      -             " RUN AGAIN"
                                 TO PRINT-REC
               WRITE PRINT-REC
               UNLOCK DBTRAN
               GO TO DA05.
             MOVE SPACES         TO W20-DETAIL.
             MOVE TRA-ACNO       TO W20-ACNO.
             MOVE TRA-REF        TO W20-REF.
             MOVE TRA-CURR       TO W20-CURR.
             MOVE TRA-FXRATE     TO W20-BRATE.
             MOVE WS-RATE        TO W20-CRATE.
             MOVE TRA-OUTSTAND   TO W20-OLD.
             MOVE WS-NEWHOME     TO W20-NEW.
             MOVE WS-DIFF        TO W20-DIFF.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-ITEMS.
             ADD WS-DIFF         TO WS-TOTDIFF.
           IF WS-APPLY NOT = "Y"
               UNLOCK DBTRAN
               GO TO DA05.
             MOVE WS-NEWHOME     TO TRA-OUTSTAND.
             MOVE WS-RATE        TO TRA-FXRATE.
             REWRITE TRA-RECORD.
             GO TO DA05.

      *
      *    ****    Post the per-account adjustments and the
      *            ledger pair, then total off.
      *
       DA80.
           IF WS-APPLY = "Y"
               PERFORM DD00-POST THRU DD00-EXIT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "TOTAL"        TO W20-REFX.
             MOVE WS-TOTDIFF     TO W20-DIFF.
             WRITE PRINT-REC FROM W20-DETAIL.
             CLOSE PRINTF.
           IF WS-APPLY = "Y"
               DISPLAY "Items revalued : " AT 1510
                       WITH FOREGROUND-COLOR 14
                       WS-ITEMS WITH FOREGROUND-COLOR 15
                       "  difference " WITH FOREGROUND-COLOR 14
                       WS-TOTDIFF WITH FOREGROUND-COLOR 15
           ELSE
               DISPLAY "Pre-posting report printed" AT 1510
                       WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
             EXIT.

      *
      *    ****    Accumulate the difference on the account's
      *            table slot.  WS-SLOTOK answers N when the
      *            table is full - the caller then leaves the
      *            item as booked.
      *
       DC00-DEBT.
             MOVE "Y"            TO WS-SLOTOK.
             MOVE 1              TO WS-DSUB.

       DC05-LOOK.
           IF WS-DSUB > WS-NDEB
               GO TO DC10-NEW.
           IF WS-DEB-NO (WS-DSUB) = TRA-ACNO
               ADD WS-DIFF       TO WS-DEB-DIFF (WS-DSUB)
               GO TO DC00-EXIT.
             ADD 1               TO WS-DSUB.
             GO TO DC05-LOOK.

       DC10-NEW.
           IF WS-NDEB = 200
               MOVE "N"          TO WS-SLOTOK
               GO TO DC00-EXIT.
             ADD 1               TO WS-NDEB.
             MOVE TRA-ACNO       TO WS-DEB-NO (WS-NDEB).
             MOVE TRA-CURR       TO WS-DEB-CURR (WS-NDEB).
             MOVE WS-DIFF        TO WS-DEB-DIFF (WS-NDEB).

       DC00-EXIT.
             EXIT.

      *
      *    ****    The account balances move by their
      *            differences, a revaluation line goes onto each
      *            account's transactions, and the run total
      *            posts to the unrealised difference account
      *            against the debtors control.  A rise in the
      *            debtors is a gain.
      *
       DD00-POST.
             MOVE 1              TO WS-DSUB.

       DD05-DEBT.
           IF WS-DSUB > WS-NDEB
               GO TO DD20-LEDGER.
             MOVE WS-DEB-NO (WS-DSUB)
                                 TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     ADD 1       TO WS-DSUB
                     GO TO DD05-DEBT.
             ADD WS-DEB-DIFF (WS-DSUB)
                                 TO DEB-BALANCE.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.
             MOVE WS-DEB-NO (WS-DSUB)
                                 TO TRA-ACNO.
             MOVE TODAY-DDMMYY   TO TRA-DATE.
             MOVE ZERO           TO TRA-SERIAL.
             MOVE 25             TO TRA-TYPE.
             MOVE ZERO           TO TRA-REF.
             MOVE "Revaluation         "
                                 TO TRA-DESC.
             MOVE WS-DEB-DIFF (WS-DSUB)
                                 TO TRA-AMOUNT.
             MOVE ZERO           TO TRA-OUTSTAND.
             MOVE LS-USER        TO TRA-USER.
             MOVE WS-DEB-CURR (WS-DSUB)
                                 TO TRA-CURR.
             MOVE ZERO           TO TRA-FXRATE TRA-FXAMOUNT
                                    TRA-FXOUTST.
             MOVE SPACE          TO TRA-DISPUTE.

       DD10-WRITE.
             WRITE TRA-RECORD
                 INVALID KEY
                     ADD 1       TO TRA-SERIAL
                     GO TO DD10-WRITE.
             ADD 1               TO WS-DSUB.
             GO TO DD05-DEBT.

       DD20-LEDGER.
           IF WS-TOTDIFF = ZERO
               GO TO DD00-EXIT.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE WS-DEBGL       TO XFR-AC.
             MOVE TODAY-DDMMYY   TO XFR-DATE.
             MOVE "Debtor revaluation      "
                                 TO XFR-DESC.
           IF WS-TOTDIFF < ZERO
               COMPUTE XFR-AMOUNT = ZERO - WS-TOTDIFF
               MOVE "C"          TO XFR-DC
           ELSE
               MOVE WS-TOTDIFF   TO XFR-AMOUNT
               MOVE "D"          TO XFR-DC.
             PERFORM DD25-WRITE THRU DD25-EXIT.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE WS-FXGL        TO XFR-AC.
           IF WS-TOTDIFF < ZERO
               MOVE "D"          TO XFR-DC
           ELSE
               MOVE "C"          TO XFR-DC.
             PERFORM DD25-WRITE THRU DD25-EXIT.
             GO TO DD00-EXIT.

       DD25-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO DD25-WRITE.
       DD25-EXIT.
             EXIT.

       DD00-EXIT.
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
             MOVE "DEBTOR"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "DBTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DBTRAN.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "LEDTRF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LEDTRF.

       ZA02.
             OPEN I-O DEBTOR DBTRAN.
             OPEN INPUT PARAM.
             OPEN I-O LEDTRF.
           IF WS-STATUS = "35"
               CLOSE LEDTRF
               OPEN OUTPUT LEDTRF
               CLOSE LEDTRF
               OPEN I-O LEDTRF.
      *
      *    ****    Rates and accounts from PARAM 276 and 6.
      *
             MOVE 276            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-FXGL     TO WS-FXGL
               MOVE 1            TO WS-CSUB
               PERFORM ZA05-CUR THRU ZA05-EXIT
           ELSE
               MOVE ZERO         TO WS-FXGL
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 6              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-DEBGL    TO WS-DEBGL
           ELSE
               MOVE ZERO         TO WS-DEBGL
               MOVE ZERO         TO WS-F-ERROR.
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
             GO TO ZA999.

       ZA05-CUR.
             MOVE PAR-CUR-CODE (WS-CSUB)
                                 TO WS-CUR-CODE (WS-CSUB).
             MOVE PAR-CUR-RATE (WS-CSUB)
                                 TO WS-CUR-RATE (WS-CSUB).
             ADD 1               TO WS-CSUB.
           IF WS-CSUB < 9
               GO TO ZA05-CUR.
       ZA05-EXIT.
             EXIT.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 25
               MOVE W02-DBTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TRA-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 40
               MOVE W02-LEDTRF    TO WS-FILE
               MOVE WS-XFRKEY     TO WS-KEY.

       COPY DISPERR.PRO.
