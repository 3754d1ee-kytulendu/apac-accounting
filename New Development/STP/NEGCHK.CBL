      $set linkcount"384" GNT"NEGCHK.GNT"
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
      *     N E G A T I V E   S T O C K   C O N T R O L                *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            NEGCHK.
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
      *    OCT 2026 - First issue.  Negative stock control, CALLed
      *               by POS001 and SLS001 and by LAYBUY1 and
      *               SVCALL1 before each issue: where the issue
      *               would take the stock on hand below zero the
      *               item's rule (STK-NEGRULE, else the
      *               department's DPT-NEGRULE) allows it, warns
      *               the operator, or blocks it unless a
      *               supervisor overrides through SUPAUTH.  Every
      *               issue let through below zero is logged to
      *               NEGLOG for the exception report (NEGSTK1).
      *               L-RESULT "Y" = go ahead, "N" = refused.
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

       COPY DEPART.SL.

       COPY NEGLOG.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STOCK.FDE.

       COPY DEPART.FD.

       COPY NEGLOG.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-DPTOPEN         PIC  X(01) VALUE "N".
       77  WS-RULE            PIC  X(01) VALUE SPACE.
       77  WS-REPLY           PIC  X(01) VALUE SPACE.
       77  WS-AFTER           PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-QOHDSP          PIC  Z(06)9.99-.

       01  WS-AUTH.
           03  WS-AUTH-TYPE   PIC  X(01).
           03  WS-AUTH-DOCNO  PIC  9(07).
           03  WS-AUTH-ACNO   PIC  9(05).
           03  WS-AUTH-AMOUNT PIC S9(07)V99 COMP-3.
           03  WS-AUTH-OPER   PIC  X(03).
           03  WS-AUTH-DATE   PIC  9(08).
           03  WS-AUTH-DRIVE  PIC  X(01).
           03  WS-AUTH-SYSID  PIC  X(03).
           03  WS-AUTH-OK     PIC  X(01).
           03  WS-AUTH-SUPER  PIC  9(03).
           03  WS-AUTH-REASON PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STOCK.ID.

       COPY DEPART.ID.

       COPY NEGLOG.ID.

       COPY WS.WS.

       COPY W40.WS.

       COPY FUNCTION.WS.

       LINKAGE SECTION.

      *
      *    L-QOH is the stock the issue comes out of as it stands
      *    (WST-QOH for a warehouse issue, else STK-QOH); L-QTY
      *    the quantity going out.  L-DOCTYPE and L-DOCNO are the
      *    CARDEX type and reference the issue is written under.
      *
       01  L-REQUEST.
           03  L-ITEM         PIC  X(15).
           03  L-WARE         PIC  X(03).
           03  L-QOH          PIC S9(07)V99 COMP-3.
           03  L-QTY          PIC S9(07)V99 COMP-3.
           03  L-DOCTYPE      PIC  9(02).
           03  L-DOCNO        PIC  9(07).
           03  L-OPERATOR     PIC  X(03).
           03  L-DATE         PIC  9(08).
           03  L-DRIVE        PIC  X(01).
           03  L-SYSID        PIC  X(03).
           03  L-RESULT       PIC  X(01).

      /
       PROCEDURE DIVISION USING L-REQUEST.
       AA000           SECTION.
       AA00.
             MOVE "Y"            TO L-RESULT.
             COMPUTE WS-AFTER = L-QOH - L-QTY.
           IF WS-AFTER NOT < ZERO OR L-QTY NOT > ZERO
               GO TO AA49.
           IF WS-OPENED = "N"
               PERFORM ZA000.
           IF WS-OPENED = "N"
               GO TO AA49.
      *
      *    ****    The item's rule, else its department's.
      *
             MOVE "A"            TO WS-RULE.
             MOVE L-ITEM         TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO AA20.
           IF STK-NEGRULE = "A" OR "W" OR "B"
               MOVE STK-NEGRULE  TO WS-RULE
               GO TO AA20.
           IF WS-DPTOPEN = "N"
               GO TO AA20.
             MOVE STK-DEPT       TO DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     GO TO AA20.
           IF DPT-NEGRULE = "W" OR "B"
               MOVE DPT-NEGRULE  TO WS-RULE.

       AA20.
           IF WS-RULE = "A"
               GO TO AA40-LOG.
             MOVE ZERO           TO WS-AUTH-SUPER.
             PERFORM SAVE-SCREEN.
             MOVE L-QOH          TO WS-QOHDSP.
             DISPLAY "** STOCK WILL GO NEGATIVE - ON HAND " AT 1610
                     WITH FOREGROUND-COLOR 12
                     WS-QOHDSP WITH FOREGROUND-COLOR 12
                     " **" WITH FOREGROUND-COLOR 12.
           IF WS-RULE = "B"
               GO TO AA30-BLOCK.
      *
      *    ****    Warn: the operator decides.
      *
             DISPLAY "Issue it anyway (Y/N) :" AT 1710
                     WITH FOREGROUND-COLOR 14.
             MOVE SPACE          TO WS-REPLY.
             ACCEPT WS-REPLY AT 1734 WITH FOREGROUND-COLOR 15 AUTO.
             PERFORM RESTORE-SCREEN.
           IF WS-REPLY = "Y" OR "y"
               GO TO AA40-LOG.
             MOVE "N"            TO L-RESULT.
             GO TO AA49.
      *
      *    ****    Block: only a supervisor lets it through.
      *
       AA30-BLOCK.
             DISPLAY "Blocked - supervisor override needed" AT 1710
                     WITH FOREGROUND-COLOR 14.
             MOVE "N"            TO WS-AUTH-TYPE.
             MOVE L-DOCNO        TO WS-AUTH-DOCNO.
             MOVE ZERO           TO WS-AUTH-ACNO.
             COMPUTE WS-AUTH-AMOUNT = ZERO - WS-AFTER.
             MOVE L-OPERATOR     TO WS-AUTH-OPER.
             MOVE L-DATE         TO WS-AUTH-DATE.
             MOVE L-DRIVE        TO WS-AUTH-DRIVE.
             MOVE L-SYSID        TO WS-AUTH-SYSID.
             MOVE "N"            TO WS-AUTH-OK.
             CALL "SUPAUTH" USING WS-AUTH
                 ON EXCEPTION
                     MOVE "N"    TO WS-AUTH-OK
             END-CALL.
             PERFORM RESTORE-SCREEN.
           IF WS-AUTH-OK NOT = "Y"
               MOVE "N"          TO L-RESULT
               GO TO AA49.
      *
      *    ****    Let through below zero: log it.
      *
       AA40-LOG.
             INITIALIZE NEG-RECORD.
             MOVE L-DATE         TO NEG-DATE.
             MOVE ZERO           TO NEG-SERIAL.

       AA42-WRITE.
             ADD 1               TO NEG-SERIAL.
             MOVE L-ITEM         TO NEG-ITEM.
             MOVE L-WARE         TO NEG-WARE.
             MOVE L-QOH          TO NEG-QOH.
             MOVE L-QTY          TO NEG-QTY.
             MOVE L-DOCTYPE      TO NEG-DOCTYPE.
             MOVE L-DOCNO        TO NEG-DOCNO.
             MOVE L-OPERATOR     TO NEG-OPERATOR.
             MOVE WS-RULE        TO NEG-RULE.
             MOVE WS-AUTH-SUPER  TO NEG-SUPER.
           IF WS-RULE = "A"
               MOVE ZERO         TO NEG-SUPER.
             WRITE NEG-RECORD
                 INVALID KEY
                     GO TO AA42-WRITE.

       AA49.
             EXIT PROGRAM.

       SAVE-SCREEN.
             MOVE ZERO           TO W41-ROW W41-COL.
             CALL "CBL_READ_SCR_CHATTRS" USING W41-POS W43-SCREEN
                                               W42-ATTRIB W41-LEN.

       RESTORE-SCREEN.
             MOVE ZERO           TO W41-ROW W41-COL.
             CALL "CBL_WRITE_SCR_CHATTRS" USING W41-POS W43-SCREEN
                                                W42-ATTRIB W41-LEN.

      /
       ZA000           SECTION.
       ZA00.
             MOVE L-DRIVE        TO W02-L-OR-N.
             MOVE L-SYSID        TO W02-SYSID.
             OPEN INPUT APACFIDS.
           IF WS-STATUS NOT = "00"
               GO TO ZA999.
             MOVE "STOCKF"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
           IF AFID-PATH = SPACES
               GO TO ZA90.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "NEGLOG"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
           IF AFID-PATH = SPACES
               GO TO ZA90.
             MOVE AFID-PATH      TO W02-NEGLOG.
             MOVE "DEPART"       TO AFID-KEY.
             PERFORM ZA05-READ THRU ZA05-EXIT.
             MOVE AFID-PATH      TO W02-DEPART.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00" AND "41"
               GO TO ZA90.
             OPEN I-O NEGLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT NEGLOG
               CLOSE NEGLOG
               OPEN I-O NEGLOG.
           IF WS-STATUS NOT = "00" AND "41"
               CLOSE STOCK
               GO TO ZA90.
             MOVE "Y"            TO WS-OPENED.
           IF W02-DEPART NOT = SPACES
               OPEN INPUT DEPART
               IF WS-STATUS = "00" OR "41"
                   MOVE "Y"      TO WS-DPTOPEN.
             GO TO ZA90.

       ZA05-READ.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
       ZA05-EXIT.
             EXIT.

       ZA90.
             CLOSE APACFIDS.

       ZA999.
             EXIT.
