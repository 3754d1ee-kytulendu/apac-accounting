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
      *     I N V O I C E   D I S P U T E   R E G I S T E R            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            DISPUTE1.
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
      *    OCT 2026 - First issue.  Invoice dispute register: a
      *               debtor open item the customer has queried is
      *               put on the DISPUTE file with a reason code
      *               from the REASON table, a note and the name
      *               of whoever has to act, and flagged on DBTRAN
      *               so the reminder letters, the interest run
      *               and the credit-hold age test leave it alone
      *               until it is resolved here.  Despatches whose
      *               POD was marked disputed are taken onto the
      *               register once they are invoiced, and the
      *               ageing report shows every open dispute by
      *               days outstanding with a summary by owner.
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

       COPY DISPUTE.SL.

       COPY REASON.SL.

       COPY PODFILE.SL.

       COPY DESPATCH.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY DEBTOR.FDE.

       COPY DBTRAN.FDE.

       COPY DISPUTE.FD.

       COPY REASON.FD.

       COPY PODFILE.FD.

       COPY DESPATCH.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-REF             PIC  9(07) VALUE ZERO.
       77  WS-REASON          PIC  X(03) VALUE SPACES.
       77  WS-NOTE            PIC  X(40) VALUE SPACES.
       77  WS-OWNER           PIC  X(20) VALUE SPACES.
       77  WS-FOUND           PIC  X(01) VALUE "N".
       77  WS-NEW             PIC  X(01) VALUE "N".
       77  WS-WANT            PIC  X(01) VALUE SPACE.
       77  WS-TODAYNUM        PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-AGEDAYS         PIC S9(08) COMP-5 VALUE ZERO.
       77  WS-BSUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-OSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-NOWN            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-DISPS           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-OUTST           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-AMOUNT          PIC  Z(08)9.99-.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    The key of the open item found on DBTRAN.
      *
       01  WS-ITEMKEY.
           03  WS-ITM-ACNO    PIC  9(05).
           03  WS-ITM-DATE    PIC  9(08).
           03  WS-ITM-SERIAL  PIC  9(06) COMP-5.

      *
      *    Ageing report totals - by days open, and by owner.
      *    An owner beyond the table is counted under the last
      *    entry as OTHERS.
      *
       01  WS-BKT-TAB.
           03  WS-BKT-TOT     PIC S9(09)V99 COMP-3 OCCURS 4.

       01  WS-OWN-TABLE.
           03  WS-OWN-ENTRY   OCCURS 50.
               05  WS-OWN-NAME
                              PIC  X(20).
               05  WS-OWN-CNT PIC  9(05) COMP-5.
               05  WS-OWN-VAL PIC S9(09)V99 COMP-3.
               05  WS-OWN-OLD PIC S9(08) COMP-5.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               " A/C  NAME                 INVOICE RSN OWNER        ".
           03  FILLER         PIC  X(52) VALUE
               "        RAISED     DAYS    0-30 DAYS    31-60 DAYS  ".
           03  FILLER         PIC  X(27) VALUE
               "  61-90 DAYS       OVER 90 ".
       01  W10-HEAD3.
           03  FILLER         PIC  X(51) VALUE
               " OWNER                DISPUTES        VALUE  OLDEST".
       01  W10-HEAD4.
           03  FILLER         PIC  X(52) VALUE
               " A/C  NAME                 INVOICE  RESULT          ".

       01  W20-DETAIL.
           03  W20-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-REF        PIC  Z(06)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-REASON     PIC  X(03).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-OWNER      PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-RAISED     PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DAYS       PIC  ZZZ9.
           03  W20-BUCKET     OCCURS 4.
               05  FILLER     PIC  X(01).
               05  W20-VALUE  PIC  Z(08)9.99-.

       01  W21-NOTE.
           03  FILLER         PIC  X(28) VALUE SPACES.
           03  W21-DESC       PIC  X(30).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W21-NOTE-TEXT  PIC  X(40).

       01  W25-OWNER.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W25-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W25-COUNT      PIC  Z(07)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W25-VALUE      PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W25-OLD        PIC  Z(05)9.

       01  W30-DETAIL.
           03  W30-ACNO       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-REF        PIC  Z(06)9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-RESULT     PIC  X(40).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "DIS".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY DEBTOR.ID.

       COPY DBTRAN.ID.

       COPY DISPUTE.ID.

       COPY REASON.ID.

       COPY PODFILE.ID.

       COPY DESPATCH.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "DISPUTE1.".
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
           03  LINE  2 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "INVOICE  DISPUTE  REGISTER".
           03  LINE  4 COLUMN 16 VALUE
               "1. Raise or update a dispute".
           03  LINE  5 COLUMN 16 VALUE "2. Resolve a dispute".
           03  LINE  6 COLUMN 16 VALUE
               "3. Take disputed PODs onto the register".
           03  LINE  7 COLUMN 16 VALUE "4. Dispute ageing report".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Account        :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       01  S14.
           03  LINE  5 COLUMN 10 VALUE "Invoice        :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-REF AUTO.

       01  S15.
           03  LINE  8 COLUMN 10 VALUE "Reason code    :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING WS-REASON AUTO.
           03  LINE  9 COLUMN 10 VALUE "Note           :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING WS-NOTE AUTO.
           03  LINE 10 COLUMN 10 VALUE "Owner          :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-OWNER AUTO.

       01  S16.
           03  LINE  2 COLUMN 20 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "DISPUTED  PODS  TO  THE  REGISTER".
           03  LINE  5 COLUMN 10 VALUE "Reason code    :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(03) USING WS-REASON AUTO.
           03  LINE  6 COLUMN 10 VALUE "Owner          :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING WS-OWNER AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-DBLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE DEBTOR DBTRAN DISPUTE REASON PODFILE DESPATCH.

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
      *    ****    R A I S E   O R   U P D A T E
      *
      *            Only an invoice or charge still open on the
      *            account can be disputed.  An open dispute on
      *            the item is shown for amendment; one resolved
      *            earlier is opened again.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ACNO = ZERO
               GO TO CA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY DEB-NAME AT 0435 WITH FOREGROUND-COLOR 15.

       CA05.
             MOVE ZERO           TO WS-REF.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-REF = ZERO
               GO TO CA00.
             MOVE "O"            TO WS-WANT.
             PERFORM CB00-FIND THRU CB00-EXIT.
           IF WS-FOUND = "N"
               MOVE "No open item for that invoice"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.
             MOVE TRA-OUTSTAND   TO WS-OUTST.
             PERFORM CC00-SHOW THRU CC00-EXIT.
             MOVE WS-ITEMKEY     TO DIS-KEY.
             MOVE "N"            TO WS-NEW.
             READ DISPUTE WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEW.
           IF WS-NEW = "N" AND DIS-STATUS = "O"
               MOVE DIS-REASON   TO WS-REASON
               MOVE DIS-NOTE     TO WS-NOTE
               MOVE DIS-OWNER    TO WS-OWNER
               DISPLAY "Open dispute - amend" AT 0727
                       WITH FOREGROUND-COLOR 14
           ELSE
               MOVE SPACES       TO WS-REASON WS-NOTE WS-OWNER.

       CA10.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-REASON = SPACES
               UNLOCK DISPUTE
               GO TO CA05.
             MOVE WS-REASON      TO RSN-CODE.
             READ REASON WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Reason code not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA10.
             DISPLAY RSN-DESC AT 0832 WITH FOREGROUND-COLOR 15.
           IF WS-OWNER = SPACES
               MOVE "Who is to resolve it?"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK DISPUTE
               GO TO CA05.
      *
      *    ****    A dispute still open keeps when and how it was
      *            raised.
      *
           IF WS-NEW = "N" AND DIS-STATUS = "O"
               GO TO CA15.
             MOVE WS-ITEMKEY     TO DIS-KEY.
             MOVE WS-REF         TO DIS-REF.
             MOVE "M"            TO DIS-SOURCE.
             MOVE TODAY-DDMMYY   TO DIS-RAISED.
             MOVE LS-USER        TO DIS-RAISEDBY.
             MOVE ZERO           TO DIS-RESOLVED.
             MOVE SPACES         TO DIS-RESBY.
             MOVE WS-OUTST       TO DIS-AMOUNT.

       CA15.
             MOVE WS-REASON      TO DIS-REASON.
             MOVE WS-NOTE        TO DIS-NOTE.
             MOVE WS-OWNER       TO DIS-OWNER.
             MOVE "O"            TO DIS-STATUS.
           IF WS-NEW = "Y"
               WRITE DIS-RECORD
           ELSE
               REWRITE DIS-RECORD
               UNLOCK DISPUTE.
             MOVE "D"            TO WS-WANT.
             PERFORM CD00-FLAG THRU CD00-EXIT.
             DISPLAY "Item placed in dispute" AT 1510
                     WITH FOREGROUND-COLOR 14.
             GO TO CA05.

       CA999.
             EXIT.

      *
      *    ****    Find the item for WS-REF on the account.  With
      *            WS-WANT O it must be an open debit, with D it
      *            must be flagged in dispute (open or not).
      *            WS-FOUND answers Y with the item in the record
      *            area and its key in WS-ITEMKEY.
      *
       CB00-FIND.
             MOVE "N"            TO WS-FOUND.
             MOVE WS-ACNO        TO TRA-ACNO.
             MOVE ZERO           TO TRA-DATE TRA-SERIAL.
             START DBTRAN KEY NOT LESS TRA-KEY
                 INVALID KEY
                     GO TO CB00-EXIT.

       CB05-NEXT.
             READ DBTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CB00-EXIT.
           IF TRA-ACNO NOT = WS-ACNO
               GO TO CB00-EXIT.
           IF TRA-REF NOT = WS-REF
               GO TO CB05-NEXT.
           IF WS-WANT = "O" AND TRA-OUTSTAND NOT > ZERO
               GO TO CB05-NEXT.
           IF WS-WANT = "D" AND TRA-DISPUTE NOT = "D"
               GO TO CB05-NEXT.
             MOVE TRA-KEY        TO WS-ITEMKEY.
             MOVE "Y"            TO WS-FOUND.

       CB00-EXIT.
             EXIT.

      *
      *    ****    The item found, for the operator to check.
      *
       CC00-SHOW.
             MOVE TRA-OUTSTAND   TO WS-AMOUNT.
             MOVE TRA-DATE       TO W20-RAISED.
             DISPLAY "Dated " AT 0610 WITH FOREGROUND-COLOR 14
                     W20-RAISED WITH FOREGROUND-COLOR 15
                     "  " TRA-DESC WITH FOREGROUND-COLOR 15
                     "  Open " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.

       CC00-EXIT.
             EXIT.

      *
      *    ****    Set (WS-WANT D) or clear the dispute flag on
      *            the item at WS-ITEMKEY.
      *
       CD00-FLAG.
             MOVE WS-ITEMKEY     TO TRA-KEY.
             READ DBTRAN WITH KEPT LOCK
                 INVALID KEY
                     GO TO CD00-EXIT.
           IF WS-WANT = "D"
               MOVE "D"          TO TRA-DISPUTE
           ELSE
               MOVE SPACE        TO TRA-DISPUTE.
             REWRITE TRA-RECORD.
             UNLOCK DBTRAN.

       CD00-EXIT.
             EXIT.

      /
      *    ****    R E S O L V E
      *
      *            The item goes back into dunning, interest and
      *            the age test; the register keeps the record
      *            as resolved, with a closing note if one is
      *            given.
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-ACNO = ZERO
               GO TO DA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Account not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
             DISPLAY DEB-NAME AT 0435 WITH FOREGROUND-COLOR 15.

       DA05.
             MOVE ZERO           TO WS-REF.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-REF = ZERO
               GO TO DA00.
             MOVE "D"            TO WS-WANT.
             PERFORM CB00-FIND THRU CB00-EXIT.
           IF WS-FOUND = "N"
               MOVE "No item in dispute for that invoice"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA05.
             PERFORM CC00-SHOW THRU CC00-EXIT.
             MOVE WS-ITEMKEY     TO DIS-KEY.
             READ DISPUTE WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Dispute record missing - flag cleared"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     MOVE SPACE  TO WS-WANT
                     PERFORM CD00-FLAG THRU CD00-EXIT
                     GO TO DA05.
             MOVE DIS-REASON     TO WS-REASON.
             MOVE DIS-NOTE       TO WS-NOTE.
             MOVE DIS-OWNER      TO WS-OWNER.
             DISPLAY S15.
             MOVE DIS-RAISED     TO W20-RAISED.
             DISPLAY "Raised " AT 1210 WITH FOREGROUND-COLOR 14
                     W20-RAISED WITH FOREGROUND-COLOR 15
                     " by " WITH FOREGROUND-COLOR 14
                     DIS-RAISEDBY WITH FOREGROUND-COLOR 15.
             DISPLAY "Amend the note to record the outcome" AT 1310
                     WITH FOREGROUND-COLOR 14.
             ACCEPT S15.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK DISPUTE
               GO TO DA05.
             MOVE WS-NOTE        TO DIS-NOTE.
             MOVE "R"            TO DIS-STATUS.
             MOVE TODAY-DDMMYY   TO DIS-RESOLVED.
             MOVE LS-USER        TO DIS-RESBY.
             REWRITE DIS-RECORD.
             UNLOCK DISPUTE.
             MOVE SPACE          TO WS-WANT.
             PERFORM CD00-FLAG THRU CD00-EXIT.
             DISPLAY "Dispute resolved" AT 1510
                     WITH FOREGROUND-COLOR 14.
             GO TO DA05.

       DA999.
             EXIT.

      /
      *    ****    D I S P U T E D   P O D S
      *
      *            Every POD marked disputed whose despatch has
      *            been invoiced is put on the register against
      *            the open invoice, under the reason and owner
      *            given for the run.  One already on the
      *            register, open or resolved, is left as it is;
      *            those not yet invoiced or with nothing left
      *            open are listed for the office to follow up.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-REASON WS-OWNER.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-REASON = SPACES
               GO TO EA999.
             MOVE WS-REASON      TO RSN-CODE.
             READ REASON WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Reason code not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
           IF WS-OWNER = SPACES
               MOVE "Who is to resolve them?"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO EA999.
             OPEN OUTPUT PRINTF.
             MOVE "DISPUTED PODS TO THE REGISTER      "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD4.
             MOVE ZERO           TO WS-DISPS.
             MOVE ZERO           TO POD-NUMBER.
             START PODFILE KEY NOT LESS POD-NUMBER
                 INVALID KEY
                     GO TO EA90.

       EA05.
             READ PODFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA90.
           IF POD-DISPUTED NOT = "Y"
               GO TO EA05.
             MOVE POD-NUMBER     TO DSP-NUMBER.
             MOVE ZERO           TO DSP-LINE.
             READ DESPATCH WITH IGNORE LOCK
                 INVALID KEY
                     GO TO EA05.
             MOVE DSP-ACNO       TO WS-ACNO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE DSP-ACNO       TO W30-ACNO.
             MOVE DEB-NAME       TO W30-NAME.
             MOVE DSP-INVOICE    TO W30-REF.
           IF DSP-INVOICE = ZERO
               MOVE SPACES       TO W30-RESULT
               STRING "Despatch " DELIMITED SIZE
                      POD-NUMBER DELIMITED SIZE
                      " not yet invoiced" DELIMITED SIZE
                      INTO W30-RESULT
               WRITE PRINT-REC FROM W30-DETAIL
               GO TO EA05.
             MOVE DSP-INVOICE    TO WS-REF.
             MOVE "O"            TO WS-WANT.
             PERFORM CB00-FIND THRU CB00-EXIT.
           IF WS-FOUND = "N"
               MOVE "No open item - not taken"
                                 TO W30-RESULT
               WRITE PRINT-REC FROM W30-DETAIL
               GO TO EA05.
           IF TRA-DISPUTE = "D"
               GO TO EA05.
             MOVE TRA-OUTSTAND   TO WS-OUTST.
             MOVE WS-ITEMKEY     TO DIS-KEY.
             READ DISPUTE WITH IGNORE LOCK
                 INVALID KEY
                     GO TO EA10.
             GO TO EA05.

       EA10.
             MOVE WS-ITEMKEY     TO DIS-KEY.
             MOVE WS-REF         TO DIS-REF.
             MOVE WS-OUTST       TO DIS-AMOUNT.
             MOVE WS-REASON      TO DIS-REASON.
             MOVE SPACES         TO DIS-NOTE.
             STRING "POD disputed - " DELIMITED SIZE
                    POD-DOCREF DELIMITED SIZE
                    INTO DIS-NOTE.
             MOVE WS-OWNER       TO DIS-OWNER.
             MOVE "P"            TO DIS-SOURCE.
             MOVE "O"            TO DIS-STATUS.
             MOVE TODAY-DDMMYY   TO DIS-RAISED.
             MOVE LS-USER        TO DIS-RAISEDBY.
             MOVE ZERO           TO DIS-RESOLVED.
             MOVE SPACES         TO DIS-RESBY.
             WRITE DIS-RECORD
                 INVALID KEY
                     GO TO EA05.
             MOVE "D"            TO WS-WANT.
             PERFORM CD00-FLAG THRU CD00-EXIT.
             MOVE "Taken onto the register"
                                 TO W30-RESULT.
             WRITE PRINT-REC FROM W30-DETAIL.
             ADD 1               TO WS-DISPS.
             GO TO EA05.

       EA90.
             CLOSE PRINTF.
             DISPLAY "Disputes taken on : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-DISPS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    D I S P U T E   A G E I N G
      *
      *            Every open dispute, aged by days since it was
      *            raised, at what is still open on the item,
      *            then a summary by owner - who is holding them
      *            up, how many, how much, and the oldest.
      *
       FA000           SECTION.
       FA00.
             OPEN OUTPUT PRINTF.
             MOVE "INVOICE DISPUTES - AGEING          "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             INITIALIZE WS-BKT-TAB WS-OWN-TABLE.
             MOVE ZERO           TO WS-NOWN WS-DISPS.
             MOVE LOW-VALUES     TO DIS-KEY.
             START DISPUTE KEY NOT LESS DIS-KEY
                 INVALID KEY
                     GO TO FA50.

       FA05.
             READ DISPUTE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA50.
           IF DIS-STATUS NOT = "O"
               GO TO FA05.
             MOVE DIS-KEY        TO TRA-KEY.
             READ DBTRAN WITH IGNORE LOCK
                 INVALID KEY
                     MOVE ZERO   TO TRA-OUTSTAND.
             MOVE TRA-OUTSTAND   TO WS-OUTST.
             MOVE DIS-ACNO       TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             MOVE DIS-RAISED     TO WS-DATE-WORK.
             COMPUTE WS-AGEDAYS = WS-TODAYNUM
                 - ((WS-DW-YYYY * 372) + (WS-DW-MM * 31) + WS-DW-DD).
           IF WS-AGEDAYS < ZERO
               MOVE ZERO         TO WS-AGEDAYS.
           IF WS-AGEDAYS > 90
               MOVE 4            TO WS-BSUB
           ELSE
           IF WS-AGEDAYS > 60
               MOVE 3            TO WS-BSUB
           ELSE
           IF WS-AGEDAYS > 30
               MOVE 2            TO WS-BSUB
           ELSE
               MOVE 1            TO WS-BSUB.
             MOVE SPACES         TO W20-DETAIL.
             MOVE DIS-ACNO       TO W20-ACNO.
             MOVE DEB-NAME       TO W20-NAME.
             MOVE DIS-REF        TO W20-REF.
             MOVE DIS-REASON     TO W20-REASON.
             MOVE DIS-OWNER      TO W20-OWNER.
             MOVE DIS-RAISED     TO W20-RAISED.
             MOVE WS-AGEDAYS     TO W20-DAYS.
             MOVE WS-OUTST       TO W20-VALUE (WS-BSUB).
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE DIS-REASON     TO RSN-CODE.
             READ REASON WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO RSN-DESC.
             MOVE RSN-DESC       TO W21-DESC.
             MOVE DIS-NOTE       TO W21-NOTE-TEXT.
             WRITE PRINT-REC FROM W21-NOTE.
             ADD WS-OUTST        TO WS-BKT-TOT (WS-BSUB).
             ADD 1               TO WS-DISPS.
             PERFORM FB00-OWNER THRU FB00-EXIT.
             GO TO FA05.

       FA50.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "TOTAL"        TO W20-NAME.
             MOVE WS-DISPS       TO W20-DAYS.
             MOVE 1              TO WS-BSUB.

       FA55.
             MOVE WS-BKT-TOT (WS-BSUB)
                                 TO W20-VALUE (WS-BSUB).
             ADD 1               TO WS-BSUB.
           IF WS-BSUB < 5
               GO TO FA55.
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE 1              TO WS-OSUB.

       FA60.
           IF WS-OSUB > WS-NOWN
               GO TO FA90.
             MOVE WS-OWN-NAME (WS-OSUB)
                                 TO W25-NAME.
             MOVE WS-OWN-CNT (WS-OSUB)
                                 TO W25-COUNT.
             MOVE WS-OWN-VAL (WS-OSUB)
                                 TO W25-VALUE.
             MOVE WS-OWN-OLD (WS-OSUB)
                                 TO W25-OLD.
             WRITE PRINT-REC FROM W25-OWNER.
             ADD 1               TO WS-OSUB.
             GO TO FA60.

       FA90.
             CLOSE PRINTF.
             DISPLAY "Open disputes : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-DISPS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       FA999.
             EXIT.

      *
      *    ****    Add the dispute to its owner's line.
      *
       FB00-OWNER.
             MOVE 1              TO WS-OSUB.

       FB05-LOOK.
           IF WS-OSUB > WS-NOWN
               GO TO FB10-NEW.
           IF WS-OWN-NAME (WS-OSUB) = DIS-OWNER
               GO TO FB20-ADD.
             ADD 1               TO WS-OSUB.
             GO TO FB05-LOOK.

       FB10-NEW.
           IF WS-NOWN < 50
               ADD 1             TO WS-NOWN
               MOVE WS-NOWN      TO WS-OSUB
               MOVE DIS-OWNER    TO WS-OWN-NAME (WS-OSUB)
           ELSE
               MOVE 50           TO WS-OSUB
               MOVE "OTHERS"     TO WS-OWN-NAME (WS-OSUB).

       FB20-ADD.
             ADD 1               TO WS-OWN-CNT (WS-OSUB).
             ADD WS-OUTST        TO WS-OWN-VAL (WS-OSUB).
           IF WS-AGEDAYS > WS-OWN-OLD (WS-OSUB)
               MOVE WS-AGEDAYS   TO WS-OWN-OLD (WS-OSUB).

       FB00-EXIT.
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
             MOVE "DISPUTE"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DISPUTE.
             MOVE "REASON"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-REASON.
             MOVE "PODFILE"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PODFILE.
             MOVE "DESPATCH" TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DESPATCH.
             CLOSE APACFIDS.

       ZA02.
             OPEN INPUT DEBTOR.
             OPEN I-O DBTRAN.
             OPEN I-O DISPUTE.
           IF WS-STATUS = "35"
               CLOSE DISPUTE
               OPEN OUTPUT DISPUTE
               CLOSE DISPUTE
               OPEN I-O DISPUTE.
             OPEN INPUT REASON.
           IF WS-STATUS = "35"
               CLOSE REASON
               OPEN OUTPUT REASON
               CLOSE REASON
               OPEN INPUT REASON.
             OPEN INPUT PODFILE.
           IF WS-STATUS = "35"
               CLOSE PODFILE
               OPEN OUTPUT PODFILE
               CLOSE PODFILE
               OPEN INPUT PODFILE.
             OPEN INPUT DESPATCH.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 36
               MOVE W02-DISPUTE   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DIS-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 25
               MOVE W02-DBTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE TRA-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 95
               MOVE W02-DESPATCH  TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DSP-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 64
               MOVE W02-PODFILE   TO WS-FILE
               MOVE POD-NUMBER    TO WS-KEY.

       COPY DISPERR.PRO.
