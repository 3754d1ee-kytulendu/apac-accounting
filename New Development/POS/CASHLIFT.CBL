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
      *     C A S H   L I F T S   A N D   S A F E                      *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            CASHLIFT.
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
      *    OCT 2026 - First issue.  Mid-shift cash lifts: cash
      *               taken out of a POS drawer (PARAM record 150 +
      *               terminal) into the safe, signed for by a
      *               supervisor through SUPAUTH (type L), counted
      *               against the drawer in PAR-LIFTS and entered
      *               on the safe register (SAFEREG) with a lift
      *               slip printed for the bag.  Safe cash taken to
      *               the bank is entered against the cash book
      *               receipt it was banked as, and the safe
      *               register report reconciles the safe - opening
      *               balance, lifts in, deposits out - and each
      *               deposit to its cash book entry.  The drawer
      *               side is balanced by CASHBAL.  Chained with the
      *               batch instruction (see RPTPACK1) the safe
      *               report takes its date range from the BATCHANS
      *               channel - from in bytes 1-8, to in bytes 9-16,
      *               ddmmyyyy - and exits.
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

       COPY CHEQUE.SL.

       COPY BANKACC.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

           SELECT SLIPF     ASSIGN W02-SLIP
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY PARAM.FDE.

       COPY SAFEREG.FD.

       COPY CHEQUE.FD.

       COPY BANKACC.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       FD  SLIPF            LABEL RECORD OMITTED.
       01  SLIP-REC         PIC  X(80).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 151.
       77  WS-TERM            PIC  9(02) VALUE ZERO.
       77  WS-AMOUNT          PIC  9(07)V99 VALUE ZERO.
       77  WS-BANK            PIC  X(03) VALUE SPACES.
       77  WS-REF             PIC  X(08) VALUE SPACES.
       77  WS-ENTRY           PIC  9(06) VALUE ZERO.
       77  WS-INDRAW          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SAFE            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SAFE-MOVE       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-OPEN            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TLIFT           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TDEP            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TDIFF           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DIFF            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LIFTS           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-DEPOSITS        PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-UNAGREED        PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-CMP-FROM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-TO          PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-CMP-REC         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AMTDSP          PIC  Z(08)9.99-.
       77  WS-DATEDSP         PIC  Z9/99/9999.
       01  WS-TIME            PIC  X(08).
       01  WS-DFROM           PIC  9(08) VALUE ZERO.
       01  WS-DFROM-X  REDEFINES WS-DFROM
                              PIC  X(08).
       01  WS-DTO             PIC  9(08) VALUE ZERO.
       01  WS-DTO-X    REDEFINES WS-DTO
                              PIC  X(08).

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

       01  WS-AUTH-REQUEST.
           03  WS-AU-TYPE     PIC  X(01).
           03  WS-AU-DOCNO    PIC  9(07).
           03  WS-AU-ACNO     PIC  9(05).
           03  WS-AU-AMOUNT   PIC S9(07)V99 COMP-3.
           03  WS-AU-OPERATOR PIC  X(03).
           03  WS-AU-DATE     PIC  9(08).
           03  WS-AU-DRIVE    PIC  X(01).
           03  WS-AU-SYSID    PIC  X(03).
           03  WS-AU-APPROVED PIC  X(01).
           03  WS-AU-SUPER    PIC  9(03).
           03  WS-AU-REASON   PIC  X(03).

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(40).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-PERIOD     PIC  X(40).
       01  W10-HEAD3.
           03  FILLER         PIC  X(46) VALUE
               "NUMBER DATE       TIME     TYPE TM   INTO SAFE".
           03  FILLER         PIC  X(46) VALUE
               "  OUT OF SAFE  USR SUP BNK REF        CASH BOO".
           03  FILLER         PIC  X(22) VALUE
               "K   DIFFERENCE  RESULT".

       01  W20-DETAIL.
           03  W20-NUMBER     PIC  9(06).
           03  FILLER         PIC  X(01).
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01).
           03  W20-TIME       PIC  X(08).
           03  FILLER         PIC  X(01).
           03  W20-TYPE       PIC  X(04).
           03  FILLER         PIC  X(01).
           03  W20-TERM       PIC  Z9.
           03  W20-IN         PIC  Z(08)9.99-.
           03  W20-OUT        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-USER       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W20-SUPER      PIC  ZZ9.
           03  FILLER         PIC  X(01).
           03  W20-BANK       PIC  X(03).
           03  FILLER         PIC  X(01).
           03  W20-REF        PIC  X(08).
           03  W20-CHQ        PIC  Z(08)9.99-.
           03  W20-DIFF       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01).
           03  W20-RESULT     PIC  X(16).

       01  W30-FOOT.
           03  W30-TEXT       PIC  X(30).
           03  W30-COUNT      PIC  Z(04)9.
           03  FILLER         PIC  X(02).
           03  W30-VALUE      PIC  Z(08)9.99-.

       01  W50-LINE.
           03  W50-LABEL      PIC  X(22).
           03  W50-TEXT       PIC  X(12).
           03  W50-AMT        PIC  Z(08)9.99-.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "POS".
           03  WS-PROG        PIC  X(03) VALUE "LFT".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY PARAM.ID.

       COPY SAFEREG.ID.

       COPY CHEQUE.ID.

       COPY BANKACC.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "CASHLIFT.".
               05  W02-USER   PIC  X(05) VALUE SPACES.
           03  W02-SLIP.
               05  W02-SLIPNM PIC  X(09) VALUE "LIFTSLIP.".
               05  W02-SUSER  PIC  X(05) VALUE SPACES.

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
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "CASH  LIFTS  AND  SAFE".
           03  LINE  4 COLUMN 16 VALUE "1. Cash lift from a drawer".
           03  LINE  5 COLUMN 16 VALUE "2. Bank a safe deposit".
           03  LINE  6 COLUMN 16 VALUE "3. Safe register report".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Terminal       :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING WS-TERM AUTO.

       01  S14.
           03  LINE 11 COLUMN 10 VALUE "Amount lifted  :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-AMOUNT AUTO.

       01  S15.
           03  LINE  6 COLUMN 10 VALUE "Bank           :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING WS-BANK AUTO.
           03  LINE  7 COLUMN 10 VALUE "Cash book ref  :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(08) USING WS-REF AUTO.
           03  LINE  8 COLUMN 10 VALUE "Amount banked  :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07).99 USING WS-AMOUNT AUTO.

       01  S16.
           03  LINE  4 COLUMN 10 VALUE "Dates from     :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DFROM AUTO.
           03  LINE  5 COLUMN 10 VALUE "Dates to       :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING WS-DTO AUTO.

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
             CLOSE PARAM SAFEREG CHEQUE BANKACC.

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
               PERFORM EA000 THRU EA999
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
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    C A S H   L I F T
      *
      *            The cash comes out of the drawer into the safe
      *            bag; a supervisor signs for it, the drawer's
      *            lifts and the safe go up together and the slip
      *            goes in the bag.
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
             PERFORM CB00-INDRAW THRU CB00-EXIT.
             MOVE PAR-FLOAT      TO WS-AMTDSP.
             DISPLAY "Float          : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     WS-AMTDSP WITH FOREGROUND-COLOR 15.
             MOVE PAR-CASH       TO WS-AMTDSP.
             DISPLAY "Cash takings   : " AT 0710
                     WITH FOREGROUND-COLOR 14
                     WS-AMTDSP WITH FOREGROUND-COLOR 15.
             MOVE PAR-LIFTS      TO WS-AMTDSP.
             DISPLAY "Lifted so far  : " AT 0810
                     WITH FOREGROUND-COLOR 14
                     WS-AMTDSP WITH FOREGROUND-COLOR 15.
             MOVE WS-INDRAW      TO WS-AMTDSP.
             DISPLAY "Cash in drawer : " AT 0910
                     WITH FOREGROUND-COLOR 14
                     WS-AMTDSP WITH FOREGROUND-COLOR 15.

       CA05.
             MOVE ZERO           TO WS-AMOUNT.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-AMOUNT = ZERO
               GO TO CA00.
           IF WS-AMOUNT > WS-INDRAW
               MOVE "More than the cash in the drawer"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
             PERFORM CC00-NUMBER THRU CC00-EXIT.
      *
      *    ****    Every lift goes to a supervisor, whatever the
      *            amount.
      *
             MOVE "L"            TO WS-AU-TYPE.
             MOVE WS-ENTRY       TO WS-AU-DOCNO.
             MOVE WS-TERM        TO WS-AU-ACNO.
             MOVE WS-AMOUNT      TO WS-AU-AMOUNT.
             MOVE LS-USER        TO WS-AU-OPERATOR.
             MOVE TODAY-DDMMYY   TO WS-AU-DATE.
             MOVE LS-L-OR-N      TO WS-AU-DRIVE.
             MOVE WS-SYS-ID      TO WS-AU-SYSID.
             MOVE "N"            TO WS-AU-APPROVED.
             MOVE ZERO           TO WS-AU-SUPER.
             MOVE SPACES         TO WS-AU-REASON.
             CALL "SUPAUTH" USING WS-AUTH-REQUEST
                 ON EXCEPTION
                     MOVE "N"    TO WS-AU-APPROVED
             END-CALL.
           IF WS-AU-APPROVED NOT = "Y"
               MOVE "Lift not authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
      *
      *    ****    The drawer, read again under lock in case a
      *            sale or another lift has moved it since.
      *
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO CA00.
             PERFORM CB00-INDRAW THRU CB00-EXIT.
           IF WS-AMOUNT > WS-INDRAW
               UNLOCK PARAM
               MOVE "More than the cash in the drawer"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA00.
             ADD WS-AMOUNT       TO PAR-LIFTS.
             PERFORM REWRITE-PARAM-UNLOCK THRU WRITE-PARAM-EXIT.
             ACCEPT WS-TIME FROM TIME.
             INITIALIZE SAF-RECORD.
             MOVE WS-ENTRY       TO SAF-NUMBER.
             MOVE "L"            TO SAF-TYPE.
             MOVE TODAY-DDMMYY   TO SAF-DATE.
             MOVE WS-TIME (1:6)  TO SAF-TIME.
             MOVE WS-TERM        TO SAF-TERM.
             MOVE WS-AMOUNT      TO SAF-AMOUNT.
             MOVE LS-USER        TO SAF-USER.
             MOVE WS-AU-SUPER    TO SAF-SUPER.
             MOVE WS-AU-REASON   TO SAF-REASON.

       CA10-WRITE.
             WRITE SAF-RECORD
                 INVALID KEY
                     ADD 1       TO WS-ENTRY
                     MOVE WS-ENTRY
                                 TO SAF-NUMBER
                     GO TO CA10-WRITE.
             MOVE WS-AMOUNT      TO WS-SAFE-MOVE.
             PERFORM CD00-SAFE THRU CD00-EXIT.
             PERFORM CE00-SLIP THRU CE00-EXIT.
             DISPLAY "Lift slip number : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-ENTRY WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    The cash the drawer should hold now: the float
      *            and the cash taken, less what has been lifted.
      *            Drawers set up before lifts were kept carry
      *            spaces in the new fields.
      *
       CB00-INDRAW.
           IF PAR-LIFTS NOT NUMERIC
               MOVE ZERO         TO PAR-LIFTS.
           IF PAR-COUNT NOT NUMERIC
               MOVE ZERO         TO PAR-COUNT.
             COMPUTE WS-INDRAW = PAR-FLOAT + PAR-CASH - PAR-LIFTS.

       CB00-EXIT.
             EXIT.

      *
      *    ****    Next register entry number from the last on
      *            file.
      *
       CC00-NUMBER.
             MOVE 999999         TO SAF-NUMBER.
             START SAFEREG KEY LESS SAF-NUMBER
                 INVALID KEY
                     MOVE 1      TO WS-ENTRY
                     GO TO CC00-EXIT.
             READ SAFEREG PREVIOUS RECORD WITH IGNORE LOCK
                 AT END
                     MOVE 1      TO WS-ENTRY
                     GO TO CC00-EXIT.
             COMPUTE WS-ENTRY = SAF-NUMBER + 1.

       CC00-EXIT.
             EXIT.

      *
      *    ****    The safe record takes the movement in
      *            WS-SAFE-MOVE.
      *
       CD00-SAFE.
             MOVE ZERO           TO SAF-NUMBER.
             READ SAFEREG WITH KEPT LOCK
                 INVALID KEY
                     INITIALIZE SAF-RECORD
                     MOVE ZERO   TO SAF-NUMBER
                     MOVE "S"    TO SAF-TYPE.
             ADD WS-SAFE-MOVE    TO SAF-AMOUNT.
             MOVE TODAY-DDMMYY   TO SAF-DATE.
             WRITE SAF-RECORD
                 INVALID KEY
                     REWRITE SAF-RECORD
                     END-REWRITE
             END-WRITE.
             UNLOCK SAFEREG.
             MOVE SAF-AMOUNT     TO WS-SAFE.

       CD00-EXIT.
             EXIT.

      *
      *    ****    The lift slip, for the bag.
      *
       CE00-SLIP.
             MOVE LS-USER        TO W02-SUSER.
             OPEN OUTPUT SLIPF.
             MOVE LS-COMPANY     TO SLIP-REC.
             WRITE SLIP-REC.
             MOVE SPACES         TO W50-LINE.
             MOVE "CASH LIFT SLIP    No."
                                 TO W50-LABEL.
             MOVE WS-ENTRY       TO W50-TEXT.
             WRITE SLIP-REC FROM W50-LINE AFTER 2.
             MOVE SPACES         TO W50-LINE.
             MOVE "Date"         TO W50-LABEL.
             MOVE TODAY-DDMMYY   TO WS-DATEDSP.
             MOVE WS-DATEDSP     TO W50-TEXT.
             WRITE SLIP-REC FROM W50-LINE AFTER 2.
             MOVE SPACES         TO W50-LINE.
             MOVE "Time"         TO W50-LABEL.
             STRING WS-TIME (1:2) ":" WS-TIME (3:2) DELIMITED SIZE
                    INTO W50-TEXT.
             WRITE SLIP-REC FROM W50-LINE.
             MOVE SPACES         TO W50-LINE.
             MOVE "Terminal"     TO W50-LABEL.
             MOVE WS-TERM        TO W50-TEXT.
             WRITE SLIP-REC FROM W50-LINE.
             MOVE SPACES         TO W50-LINE.
             MOVE "Cashier"      TO W50-LABEL.
             MOVE LS-USER        TO W50-TEXT.
             WRITE SLIP-REC FROM W50-LINE.
             MOVE SPACES         TO W50-LINE.
             MOVE "Supervisor"   TO W50-LABEL.
             MOVE WS-AU-SUPER    TO W50-TEXT.
             WRITE SLIP-REC FROM W50-LINE.
             MOVE SPACES         TO W50-LINE.
             MOVE "Reason"       TO W50-LABEL.
             MOVE WS-AU-REASON   TO W50-TEXT.
             WRITE SLIP-REC FROM W50-LINE.
             MOVE SPACES         TO W50-LINE.
             MOVE "Drawer cash before" TO W50-LABEL.
             MOVE WS-INDRAW      TO W50-AMT.
             WRITE SLIP-REC FROM W50-LINE AFTER 2.
             MOVE SPACES         TO W50-LINE.
             MOVE "AMOUNT LIFTED"
                                 TO W50-LABEL.
             MOVE WS-AMOUNT      TO W50-AMT.
             WRITE SLIP-REC FROM W50-LINE.
             MOVE SPACES         TO W50-LINE.
             MOVE "Drawer cash after" TO W50-LABEL.
             COMPUTE W50-AMT = WS-INDRAW - WS-AMOUNT.
             WRITE SLIP-REC FROM W50-LINE.
             MOVE "Cashier ............   Supervisor ............"
                                 TO SLIP-REC.
             WRITE SLIP-REC AFTER 3.
             CLOSE SLIPF.

       CE00-EXIT.
             EXIT.

      /
      *    ****    B A N K   A   S A F E   D E P O S I T
      *
      *            Safe cash taken to the bank comes off the safe
      *            against the cash book receipt it is banked as.
      *
       DA000           SECTION.
       DA00.
           IF LS0-SALEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.

       DA05.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO SAF-NUMBER.
             READ SAFEREG WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO SAF-AMOUNT.
             MOVE SAF-AMOUNT     TO WS-SAFE.
             MOVE WS-SAFE        TO WS-AMTDSP.
             DISPLAY "Cash in safe   : " AT 0410
                     WITH FOREGROUND-COLOR 14
                     WS-AMTDSP WITH FOREGROUND-COLOR 15.
             MOVE SPACES         TO WS-BANK WS-REF.
             MOVE ZERO           TO WS-AMOUNT.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-AMOUNT = ZERO
               GO TO DA999.
             MOVE WS-BANK        TO BNK-CODE.
             READ BANKACC WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Bank not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA05.
           IF WS-REF = SPACES
               MOVE "Cash book reference required"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA05.
           IF WS-AMOUNT > WS-SAFE
               MOVE "More than the safe holds"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA05.
             MOVE WS-REF         TO CHQ-NUMBER.
             READ CHEQUE WITH IGNORE LOCK
                 INVALID KEY
                     DISPLAY "Not in the cash book yet" AT 1010
                             WITH FOREGROUND-COLOR 12.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO DA05.
             PERFORM CC00-NUMBER THRU CC00-EXIT.
             ACCEPT WS-TIME FROM TIME.
             INITIALIZE SAF-RECORD.
             MOVE WS-ENTRY       TO SAF-NUMBER.
             MOVE "D"            TO SAF-TYPE.
             MOVE TODAY-DDMMYY   TO SAF-DATE.
             MOVE WS-TIME (1:6)  TO SAF-TIME.
             MOVE WS-AMOUNT      TO SAF-AMOUNT.
             MOVE LS-USER        TO SAF-USER.
             MOVE WS-BANK        TO SAF-BANK.
             MOVE WS-REF         TO SAF-REF.

       DA10-WRITE.
             WRITE SAF-RECORD
                 INVALID KEY
                     ADD 1       TO WS-ENTRY
                     MOVE WS-ENTRY
                                 TO SAF-NUMBER
                     GO TO DA10-WRITE.
             COMPUTE WS-SAFE-MOVE = ZERO - WS-AMOUNT.
             PERFORM CD00-SAFE THRU CD00-EXIT.
             DISPLAY "Deposit entry  : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-ENTRY WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA05.

       DA999.
             EXIT.

      /
      *    ****    S A F E   R E G I S T E R   R E P O R T
      *
      *            The safe for the period - the balance brought
      *            forward, every lift in and deposit out - with
      *            each deposit checked against its cash book
      *            receipt: on file, a receipt, the same bank and
      *            the same amount.
      *
       EA000           SECTION.
       EA00.
           IF LS-INSTR = "B"
               MOVE TODAY-DDMMYY TO WS-DFROM
                                    WS-DTO
               IF BAT-ANSWERS (1:8) NUMERIC
                   MOVE BAT-ANSWERS (1:8)
                                 TO WS-DFROM-X
               END-IF
               IF BAT-ANSWERS (9:8) NUMERIC
                   MOVE BAT-ANSWERS (9:8)
                                 TO WS-DTO-X
               END-IF
               GO TO EA02.
           IF LS0-SALEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA999.
             DISPLAY CLR-SCREEN.
             MOVE TODAY-DDMMYY   TO WS-DFROM WS-DTO.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-DTO = ZERO
               GO TO EA999.

       EA02.
             MOVE WS-DFROM       TO WS-DATE-WORK.
             COMPUTE WS-CMP-FROM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE WS-DTO         TO WS-DATE-WORK.
             COMPUTE WS-CMP-TO = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             OPEN OUTPUT PRINTF.
             MOVE "SAFE REGISTER AND BANK RECONCILIATION   "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO W10-PERIOD.
             STRING "FROM " DELIMITED SIZE
                    WS-DFROM-X (1:2) "/" WS-DFROM-X (3:2) "/"
                    WS-DFROM-X (5:4) " TO " DELIMITED SIZE
                    WS-DTO-X (1:2) "/" WS-DTO-X (3:2) "/"
                    WS-DTO-X (5:4) DELIMITED SIZE
                    INTO W10-PERIOD.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE ZERO           TO WS-OPEN WS-TLIFT WS-TDEP WS-TDIFF
                                    WS-LIFTS WS-DEPOSITS WS-UNAGREED.
             MOVE ZERO           TO SAF-NUMBER.
             START SAFEREG KEY GREATER SAF-NUMBER
                 INVALID KEY
                     GO TO EA80.

       EA05.
             READ SAFEREG NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA80.
             MOVE SAF-DATE       TO WS-DATE-WORK.
             COMPUTE WS-CMP-REC = (WS-DW-YYYY * 372)
                                + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-CMP-REC > WS-CMP-TO
               GO TO EA05.
           IF WS-CMP-REC < WS-CMP-FROM
               IF SAF-TYPE = "L"
                   ADD SAF-AMOUNT
                                 TO WS-OPEN
                   GO TO EA05
               ELSE
                   SUBTRACT SAF-AMOUNT
                               FROM WS-OPEN
                   GO TO EA05.
             MOVE SPACES         TO W20-DETAIL.
             MOVE SAF-NUMBER     TO W20-NUMBER.
             MOVE SAF-DATE       TO W20-DATE.
             MOVE SPACES         TO WS-TIME.
             MOVE SAF-TIME       TO WS-TIME (1:6).
             STRING WS-TIME (1:2) ":" WS-TIME (3:2) ":"
                    WS-TIME (5:2) DELIMITED SIZE
                    INTO W20-TIME.
             MOVE SAF-USER       TO W20-USER.
           IF SAF-TYPE NOT = "L"
               GO TO EA10.
             MOVE "LIFT"         TO W20-TYPE.
             MOVE SAF-TERM       TO W20-TERM.
             MOVE SAF-AMOUNT     TO W20-IN.
             MOVE SAF-SUPER      TO W20-SUPER.
             ADD SAF-AMOUNT      TO WS-TLIFT.
             ADD 1               TO WS-LIFTS.
             GO TO EA20.

       EA10.
             MOVE "BANK"         TO W20-TYPE.
             MOVE SAF-AMOUNT     TO W20-OUT.
             MOVE SAF-BANK       TO W20-BANK.
             MOVE SAF-REF        TO W20-REF.
             ADD SAF-AMOUNT      TO WS-TDEP.
             ADD 1               TO WS-DEPOSITS.
             MOVE SAF-REF        TO CHQ-NUMBER.
             READ CHEQUE WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "NOT IN CASH BOOK"
                                       TO W20-RESULT
                     MOVE SAF-AMOUNT   TO WS-DIFF
                     GO TO EA15.
             MOVE CHQ-AMOUNT     TO W20-CHQ.
             COMPUTE WS-DIFF = SAF-AMOUNT - CHQ-AMOUNT.
           IF CHQ-TYPE NOT = "R"
               MOVE "NOT A RECEIPT"
                                 TO W20-RESULT
               MOVE SAF-AMOUNT   TO WS-DIFF
               GO TO EA15.
           IF CHQ-BANK NOT = SAF-BANK
               MOVE "OTHER BANK" TO W20-RESULT
               GO TO EA15.
           IF WS-DIFF NOT = ZERO
               MOVE "AMOUNT DIFFERS"
                                 TO W20-RESULT
               GO TO EA15.
             MOVE "BANKED"       TO W20-RESULT.
             GO TO EA20.

       EA15.
             MOVE WS-DIFF        TO W20-DIFF.
             ADD WS-DIFF         TO WS-TDIFF.
             ADD 1               TO WS-UNAGREED.

       EA20.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO EA05.

       EA80.
             MOVE ZERO           TO SAF-NUMBER.
             READ SAFEREG WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO SAF-AMOUNT.
             MOVE SAF-AMOUNT     TO WS-SAFE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W30-FOOT.
             MOVE "SAFE BROUGHT FORWARD"
                                 TO W30-TEXT.
             MOVE WS-OPEN        TO W30-VALUE.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "LIFTS INTO THE SAFE"
                                 TO W30-TEXT.
             MOVE WS-LIFTS       TO W30-COUNT.
             MOVE WS-TLIFT       TO W30-VALUE.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "DEPOSITS TAKEN TO THE BANK"
                                 TO W30-TEXT.
             MOVE WS-DEPOSITS    TO W30-COUNT.
             MOVE WS-TDEP        TO W30-VALUE.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE SPACES         TO W30-FOOT.
             MOVE "SAFE CARRIED FORWARD"
                                 TO W30-TEXT.
             COMPUTE W30-VALUE = WS-OPEN + WS-TLIFT - WS-TDEP.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE "SAFE ON FILE NOW"
                                 TO W30-TEXT.
             MOVE WS-SAFE        TO W30-VALUE.
             WRITE PRINT-REC FROM W30-FOOT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "DEPOSITS NOT AGREED TO BANK"
                                 TO W30-TEXT.
             MOVE WS-UNAGREED    TO W30-COUNT.
             MOVE WS-TDIFF       TO W30-VALUE.
             WRITE PRINT-REC FROM W30-FOOT.
             CLOSE PRINTF.
           IF LS-INSTR = "B"
               GO TO EA999.
             DISPLAY "Lifts           : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-LIFTS WITH FOREGROUND-COLOR 15.
             DISPLAY "Deposits        : " AT 1610
                     WITH FOREGROUND-COLOR 14
                     WS-DEPOSITS WITH FOREGROUND-COLOR 15.
             DISPLAY "Not agreed      : " AT 1710
                     WITH FOREGROUND-COLOR 14
                     WS-UNAGREED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE LS-PARID       TO WS-PARID.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
             MOVE LS-USER        TO W02-USER W02-SUSER.
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
             MOVE "CHEQUE"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CHEQUE.
             MOVE "BANKACC"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-BANKACC.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O PARAM.
             OPEN I-O SAFEREG.
           IF WS-STATUS = "35"
               CLOSE SAFEREG
               OPEN OUTPUT SAFEREG
               CLOSE SAFEREG
               OPEN I-O SAFEREG.
             OPEN INPUT CHEQUE.
           IF WS-STATUS = "35"
               CLOSE CHEQUE
               OPEN OUTPUT CHEQUE
               CLOSE CHEQUE
               OPEN INPUT CHEQUE.
             OPEN INPUT BANKACC.
           IF WS-STATUS = "35"
               CLOSE BANKACC
               OPEN OUTPUT BANKACC
               CLOSE BANKACC
               OPEN INPUT BANKACC.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 8
               MOVE W02-SAFEREG   TO WS-FILE
               MOVE SAF-NUMBER    TO WS-KEY.

       COPY DISPERR.PRO.
