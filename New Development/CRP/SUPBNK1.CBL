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
      *     S U P P L I E R   B A N K   D E T A I L S                  *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            SUPBNK1.
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
      *    OCT 2026 - First issue.  Supplier bank details register:
      *               branch, account number and account name held
      *               per creditor on SUPBNK.  A change keyed by a
      *               creditors supervisor sits pending, and the
      *               supplier is kept out of the CRPAY1 payment
      *               run, until a second supervisor signs in with
      *               their own user number and password to verify
      *               or reject it.  Old and new values, and every
      *               decision, go to the audit file.
      *    OCT 2026 - Verified bank details changes and the pending
      *               flag on the creditor are written to the master
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

       COPY CREDIT.SL.

       COPY SUPBNK.SL.

       COPY "SYSUSE.SL".

       COPY "AUDIT.SL".

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CREDIT.FDE.

       COPY SUPBNK.FD.

       COPY "SYSUSE.FD".

       COPY "AUDIT.FD".

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-AUDKEY          PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-TIME            PIC  9(08) VALUE ZERO.
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-BRANCH          PIC  X(06) VALUE SPACES.
       77  WS-ACCOUNT         PIC  X(16) VALUE SPACES.
       77  WS-ACNAME          PIC  X(30) VALUE SPACES.
       77  WS-NEWREC          PIC  X(01) VALUE "N".
       77  WS-CTLUSER         PIC  9(03) VALUE ZERO.
       77  WS-CTLPASS         PIC  X(08) VALUE SPACES.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-SUPPLIERS       PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-AUDDESC         PIC  X(40) VALUE SPACES.

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
               "SUPP  NAME                 BRANCH ACCOUNT          A".
           03  FILLER         PIC  X(52) VALUE
               "CCOUNT NAME                   STATUS   DATE        B".
           03  FILLER         PIC  X(01) VALUE
               "Y".

       01  W20-DETAIL.
           03  W20-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-BRANCH     PIC  X(06).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-ACCOUNT    PIC  X(16).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-ACNAME     PIC  X(30).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-STATUS     PIC  X(08).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DATE       PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-USER       PIC  ZZ9.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "CRP".
           03  WS-PROG        PIC  X(03) VALUE "SBK".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CREDIT.ID.

       COPY SUPBNK.ID.

       COPY "SYSUSE.ID".

       COPY "AUDIT.ID".

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "SUPBNK1.".
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
                       VALUE "SUPPLIER  BANK  DETAILS".
           03  LINE  4 COLUMN 16 VALUE "1. Change bank details".
           03  LINE  5 COLUMN 16 VALUE
               "2. Verify or reject pending changes".
           03  LINE  6 COLUMN 16 VALUE "3. Bank details register".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Supplier       :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S14.
           03  LINE 11 COLUMN 10 VALUE "New branch     :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(06) USING WS-BRANCH AUTO.
           03  LINE 12 COLUMN 10 VALUE "New account    :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(16) USING WS-ACCOUNT AUTO.
           03  LINE 13 COLUMN 10 VALUE "Account name   :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(30) USING WS-ACNAME AUTO.

       01  S15.
           03  LINE 15 COLUMN 10 VALUE "Supplier       :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S16.
           03  LINE 15 COLUMN 10 VALUE "Supervisor user no :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-CTLUSER AUTO.
           03  LINE 16 COLUMN 10 VALUE "Password           :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5 SECURE
                                 PIC X(08) USING WS-CTLPASS AUTO.

       01  S17.
           03  LINE 18 COLUMN 10 VALUE "Verify or Reject   :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-CRLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE CREDIT SUPBNK SYSUSER AUDIT.

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
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    C H A N G E   B A N K   D E T A I L S
      *
      *            A creditors supervisor keys the new details.
      *            They are held beside the verified ones, the
      *            supplier is stopped from payment, and the old
      *            and new values go to the audit file.  Only one
      *            change may be pending at a time.
      *
       CA000           SECTION.
       CA00.
           IF LS0-CRLEV < 7
               MOVE "Bank details are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA999.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S13.
             ACCEPT S13.
           IF WS-SUPP = ZERO
               GO TO CA999.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY P-NAME AT 0435 WITH FOREGROUND-COLOR 15.
             MOVE WS-SUPP        TO SBK-SUPP.
             MOVE "N"            TO WS-NEWREC.
             READ SUPBNK WITH KEPT LOCK
                 INVALID KEY
                     INITIALIZE SBK-RECORD
                     MOVE WS-SUPP      TO SBK-SUPP
                     MOVE "Y"          TO WS-NEWREC.
           IF SBK-STATUS = "P"
               MOVE "A change is already waiting to be verified"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SUPBNK
               GO TO CA00.
             PERFORM CB00-SHOW THRU CB00-EXIT.
             MOVE SBK-BRANCH     TO WS-BRANCH.
             MOVE SBK-ACCOUNT    TO WS-ACCOUNT.
             MOVE SBK-ACNAME     TO WS-ACNAME.

       CA05.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-BRANCH = SPACES OR WS-ACCOUNT = SPACES
               MOVE "Branch and account are both needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SUPBNK
               GO TO CA00.
           IF WS-BRANCH = SBK-BRANCH AND WS-ACCOUNT = SBK-ACCOUNT
                   AND WS-ACNAME = SBK-ACNAME
               MOVE "No change made"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SUPBNK
               GO TO CA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK SUPBNK
               GO TO CA00.
             MOVE WS-BRANCH      TO SBK-NEW-BRANCH.
             MOVE WS-ACCOUNT     TO SBK-NEW-ACCOUNT.
             MOVE WS-ACNAME      TO SBK-NEW-ACNAME.
             MOVE LS0-NO         TO SBK-CHGUSER.
             MOVE TODAY-DDMMYY   TO SBK-CHGDATE.
             MOVE "P"            TO SBK-STATUS.
           IF WS-NEWREC = "Y"
               WRITE SBK-RECORD
           ELSE
               REWRITE SBK-RECORD.
             UNLOCK SUPBNK.
             MOVE "Y"            TO WS-OPTION.
             PERFORM CC00-FLAG THRU CC00-EXIT.
      *
      *    ****    Old and new values to the audit file.
      *
           IF SBK-ACCOUNT = SPACES
               MOVE "Old bank - none held"
                                 TO WS-AUDDESC
           ELSE
               MOVE SPACES       TO WS-AUDDESC
               STRING "Old bank " DELIMITED BY SIZE
                      SBK-BRANCH  DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      SBK-ACCOUNT DELIMITED BY SIZE
                      INTO WS-AUDDESC.
             PERFORM CD00-AUDIT THRU CD00-EXIT.
             MOVE SPACES         TO WS-AUDDESC.
             STRING "New bank "  DELIMITED BY SIZE
                    SBK-NEW-BRANCH
                                 DELIMITED BY SIZE
                    " "          DELIMITED BY SIZE
                    SBK-NEW-ACCOUNT
                                 DELIMITED BY SIZE
                    INTO WS-AUDDESC.
             PERFORM CD00-AUDIT THRU CD00-EXIT.
           IF SBK-NEW-ACNAME NOT = SBK-ACNAME
               MOVE SPACES       TO WS-AUDDESC
               STRING "Old name " DELIMITED BY SIZE
                      SBK-ACNAME  DELIMITED BY SIZE
                      INTO WS-AUDDESC
               PERFORM CD00-AUDIT THRU CD00-EXIT
               MOVE SPACES       TO WS-AUDDESC
               STRING "New name " DELIMITED BY SIZE
                      SBK-NEW-ACNAME
                                  DELIMITED BY SIZE
                      INTO WS-AUDDESC
               PERFORM CD00-AUDIT THRU CD00-EXIT.
             DISPLAY "Change pending - a second supervisor must verify"
                     AT 1610 WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO CA00.

       CA999.
             EXIT.

      *
      *    ****    The verified details, and the pending change
      *            if there is one.
      *
       CB00-SHOW.
             DISPLAY "Verified       :" AT 0610
                     WITH FOREGROUND-COLOR 14
                     SBK-BRANCH AT 0627 WITH FOREGROUND-COLOR 15
                     SBK-ACCOUNT AT 0634 WITH FOREGROUND-COLOR 15.
             DISPLAY SBK-ACNAME AT 0727 WITH FOREGROUND-COLOR 15.
           IF SBK-STATUS = "P"
               DISPLAY "Pending        :" AT 0810
                       WITH FOREGROUND-COLOR 12
                       SBK-NEW-BRANCH AT 0827
                       WITH FOREGROUND-COLOR 15
                       SBK-NEW-ACCOUNT AT 0834
                       WITH FOREGROUND-COLOR 15
               DISPLAY SBK-NEW-ACNAME AT 0927
                       WITH FOREGROUND-COLOR 15.

       CB00-EXIT.
             EXIT.

      *
      *    ****    Set (WS-OPTION "Y") or clear the creditor's
      *            pending change flag.
      *
       CC00-FLAG.
             MOVE SBK-SUPP       TO P-NUMBER.
             READ CREDIT WITH KEPT LOCK
                 INVALID KEY
                     GO TO CC00-EXIT.
             MOVE P-RECORD       TO CHG-BEFORE.
           IF WS-OPTION = "Y"
               MOVE "Y"          TO P-BANK-PEND
           ELSE
               MOVE SPACE        TO P-BANK-PEND.
             REWRITE P-RECORD.
             UNLOCK CREDIT.
             MOVE "C"            TO CHG-FILE.
             MOVE P-NUMBER       TO CHG-ACCOUNT.
             MOVE "SUPBNK1"      TO CHG-PROG.
             MOVE P-RECORD       TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.

       CC00-EXIT.
             EXIT.

      *
      *    ****    One audit line - WS-AUDDESC against the
      *            supplier.
      *
       CD00-AUDIT.
             ADD 1               TO WS-AUDKEY.
             INITIALIZE AUD-REC2.
             MOVE WS-AUDKEY      TO AUD-KEY2.
             MOVE LS-USER        TO AUD-USER.
             MOVE TODAY-DDMMYY   TO AUD-DATE.
             ACCEPT WS-TIME FROM TIME.
             MOVE WS-TIME (1:6)  TO AUD-TIME.
             MOVE "SUPBNK1"      TO AUD-PROG.
             MOVE SBK-SUPP       TO AUD-ACCOUNT.
             MOVE WS-AUDDESC     TO AUD-DESC.
             WRITE AUD-REC2.

       CD00-EXIT.
             EXIT.

      *
      *    ****    The verified details as they were and as they
      *            now stand, to the creditor's change history.
      *
       CE00-HISTORY.
             MOVE "C"            TO CHG-FILE.
             MOVE SBK-SUPP       TO CHG-ACCOUNT.
             MOVE "SUPBNK1"      TO CHG-PROG.
             MOVE "Y"            TO CHG-SENS.
             MOVE "F"            TO CHG-ACTION.
             MOVE "BANK-BRANCH"  TO CHG-FIELD.
             MOVE SBK-BRANCH     TO CHG-OLD.
             MOVE SBK-NEW-BRANCH TO CHG-NEW.
             PERFORM LOG-ONE-FIELD THRU LOG-CHANGES-EXIT.
             MOVE "F"            TO CHG-ACTION.
             MOVE "BANK-ACCOUNT" TO CHG-FIELD.
             MOVE SBK-ACCOUNT    TO CHG-OLD.
             MOVE SBK-NEW-ACCOUNT
                                 TO CHG-NEW.
             PERFORM LOG-ONE-FIELD THRU LOG-CHANGES-EXIT.
             MOVE "F"            TO CHG-ACTION.
             MOVE "BANK-ACNAME"  TO CHG-FIELD.
             MOVE SBK-ACNAME     TO CHG-OLD.
             MOVE SBK-NEW-ACNAME TO CHG-NEW.
             PERFORM LOG-ONE-FIELD THRU LOG-CHANGES-EXIT.

       CE00-EXIT.
             EXIT.

      /
      *    ****    V E R I F Y   O R   R E J E C T
      *
      *            Pending changes are listed; the verifying
      *            supervisor signs in with their own user number
      *            and password and cannot be the one who keyed
      *            the change.
      *
       DA000           SECTION.
       DA00.
           IF LS0-CRLEV < 7
               MOVE "Bank details are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             DISPLAY CLR-SCREEN.
             DISPLAY "SUPP  NAME                  BRANCH ACCOUNT"
                     AT 0310 WITH FOREGROUND-COLOR 7.
             DISPLAY "KEYED BY" AT 0366 WITH FOREGROUND-COLOR 7.
             MOVE 5              TO WS-LINE.
             MOVE ZERO           TO SBK-SUPP.
             START SUPBNK KEY NOT LESS SBK-SUPP
                 INVALID KEY
                     GO TO DA20.

       DA05.
             READ SUPBNK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA20.
           IF SBK-STATUS NOT = "P"
               GO TO DA05.
             MOVE SBK-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY SBK-SUPP AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 16             TO SCOL.
             DISPLAY P-NAME (1:20) AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 38             TO SCOL.
             DISPLAY SBK-NEW-BRANCH AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 45             TO SCOL.
             DISPLAY SBK-NEW-ACCOUNT AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 66             TO SCOL.
             DISPLAY SBK-CHGUSER AT SPOS WITH FOREGROUND-COLOR 14.
             ADD 1               TO WS-LINE.
           IF WS-LINE > 13
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               MOVE 0501         TO CPOS
               PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 13
               MOVE 5            TO WS-LINE.
             GO TO DA05.

       DA20.
           IF WS-LINE = 5
               DISPLAY "No bank details changes pending" AT 0710
                       WITH FOREGROUND-COLOR 14
               DISPLAY S99-BOX
               CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS
               GO TO DA999.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S15.
             ACCEPT S15.
           IF WS-SUPP = ZERO
               GO TO DA999.
             MOVE WS-SUPP        TO SBK-SUPP.
             READ SUPBNK WITH KEPT LOCK
                 INVALID KEY
                     MOVE "No bank details for that supplier"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO DA00.
           IF SBK-STATUS NOT = "P"
               MOVE "No change pending for that supplier"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SUPBNK
               GO TO DA00.
             DISPLAY CLR-SCREEN.
             MOVE SBK-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             DISPLAY "Supplier       :" AT 0410
                     WITH FOREGROUND-COLOR 7
                     SBK-SUPP AT 0427 WITH FOREGROUND-COLOR 15
                     P-NAME AT 0435 WITH FOREGROUND-COLOR 15.
             PERFORM CB00-SHOW THRU CB00-EXIT.
             MOVE SBK-CHGDATE    TO W20-DATE.
             DISPLAY "Keyed by user " AT 1110
                     WITH FOREGROUND-COLOR 14
                     SBK-CHGUSER WITH FOREGROUND-COLOR 15
                     " on " WITH FOREGROUND-COLOR 14
                     W20-DATE WITH FOREGROUND-COLOR 15.
      *
      *    ****    The second supervisor's own sign-in.
      *
             MOVE ZERO           TO WS-CTLUSER.
             MOVE SPACES         TO WS-CTLPASS.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-CTLUSER = ZERO
               UNLOCK SUPBNK
               GO TO DA00.
             MOVE WS-CTLUSER     TO USE-NO.
             READ SYSUSER WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Supervisor not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     UNLOCK SUPBNK
                     GO TO DA00.
           IF USE-PASS NOT = WS-CTLPASS
               MOVE "Password incorrect"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SUPBNK
               GO TO DA00.
           IF USE-LOCKED = "Y"
               MOVE "Supervisor is locked out"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SUPBNK
               GO TO DA00.
           IF USE-CRLEV < 7
               MOVE "Not a creditors supervisor"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SUPBNK
               GO TO DA00.
           IF WS-CTLUSER = SBK-CHGUSER
               MOVE "A second supervisor must verify the change"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK SUPBNK
               GO TO DA00.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S17.
             ACCEPT S17.
           IF WS-OPTION NOT = "V" AND WS-OPTION NOT = "R"
               UNLOCK SUPBNK
               GO TO DA00.
             MOVE SPACES         TO WS-AUDDESC.
           IF WS-OPTION = "V"
               PERFORM CE00-HISTORY THRU CE00-EXIT
               MOVE SBK-NEW-BRANCH

                                 TO SBK-BRANCH
               MOVE SBK-NEW-ACCOUNT
                                 TO SBK-ACCOUNT
               MOVE SBK-NEW-ACNAME
                                 TO SBK-ACNAME
               MOVE WS-CTLUSER   TO SBK-VERUSER
               MOVE TODAY-DDMMYY TO SBK-VERDATE
               MOVE "V"          TO SBK-STATUS
               STRING "Bank change verified by user "
                                  DELIMITED BY SIZE
                      WS-CTLUSER  DELIMITED BY SIZE
                      INTO WS-AUDDESC
           ELSE
               STRING "Bank change rejected by user "
                                  DELIMITED BY SIZE
                      WS-CTLUSER  DELIMITED BY SIZE
                      INTO WS-AUDDESC
               IF SBK-ACCOUNT = SPACES
                   MOVE SPACE    TO SBK-STATUS
               ELSE
                   MOVE "V"      TO SBK-STATUS.
             MOVE SPACES         TO SBK-NEW-BRANCH SBK-NEW-ACCOUNT
                                    SBK-NEW-ACNAME.
             REWRITE SBK-RECORD.
             UNLOCK SUPBNK.
             MOVE "N"            TO WS-OPTION.
             PERFORM CC00-FLAG THRU CC00-EXIT.
             PERFORM CD00-AUDIT THRU CD00-EXIT.
             GO TO DA00.

       DA999.
             EXIT.

      /
      *    ****    B A N K   D E T A I L S   R E G I S T E R
      *
      *            Every supplier on the register with the
      *            verified details, who verified them and when,
      *            and any change still pending beneath.
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             OPEN OUTPUT PRINTF.
             MOVE "SUPPLIER BANK DETAILS REGISTER      "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE ZERO           TO WS-SUPPLIERS.
             MOVE ZERO           TO SBK-SUPP.
             START SUPBNK KEY NOT LESS SBK-SUPP
                 INVALID KEY
                     GO TO EA50.

       EA05.
             READ SUPBNK NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA50.
             MOVE SBK-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE SPACES         TO W20-DETAIL.
             MOVE SBK-SUPP       TO W20-SUPP.
             MOVE P-NAME         TO W20-NAME.
           IF SBK-ACCOUNT NOT = SPACES
               MOVE SBK-BRANCH   TO W20-BRANCH
               MOVE SBK-ACCOUNT  TO W20-ACCOUNT
               MOVE SBK-ACNAME   TO W20-ACNAME
               MOVE "VERIFIED"   TO W20-STATUS
               MOVE SBK-VERDATE  TO W20-DATE
               MOVE SBK-VERUSER  TO W20-USER
               WRITE PRINT-REC FROM W20-DETAIL
               MOVE SPACES       TO W20-DETAIL.
           IF SBK-STATUS = "P"
               MOVE SBK-NEW-BRANCH
                                 TO W20-BRANCH
               MOVE SBK-NEW-ACCOUNT
                                 TO W20-ACCOUNT
               MOVE SBK-NEW-ACNAME
                                 TO W20-ACNAME
               MOVE "PENDING"    TO W20-STATUS
               MOVE SBK-CHGDATE  TO W20-DATE
               MOVE SBK-CHGUSER  TO W20-USER
               WRITE PRINT-REC FROM W20-DETAIL.
             ADD 1               TO WS-SUPPLIERS.
             GO TO EA05.

       EA50.
             CLOSE PRINTF.
             DISPLAY "Suppliers on the register : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-SUPPLIERS WITH FOREGROUND-COLOR 15.
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
             MOVE LS-USER        TO W02-USER.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "CREDIT"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-CREDIT.
             MOVE "SUPBNK"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SUPBNK.
             MOVE "SYSUSE"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SYSUSER.
             MOVE "AUDITF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-AUDITF.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O SUPBNK.
           IF WS-STATUS = "35"
               CLOSE SUPBNK
               OPEN OUTPUT SUPBNK
               CLOSE SUPBNK
               OPEN I-O SUPBNK.
             OPEN I-O CREDIT.
             OPEN INPUT SYSUSER.
             OPEN I-O AUDIT.

       ZA00-AUDKEY.
             MOVE HIGH-VALUES    TO AUD-KEY2.
             START AUDIT KEY IS LESS THAN AUD-KEY2
                 INVALID KEY
                     MOVE ZERO         TO WS-AUDKEY
                 NOT INVALID KEY
                     READ AUDIT NEXT RECORD
                         AT END
                             MOVE ZERO TO WS-AUDKEY
                         NOT AT END
                             MOVE AUD-KEY2
                                       TO WS-AUDKEY
                     END-READ
             END-START.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 29
               MOVE W02-SUPBNK    TO WS-FILE
               MOVE SBK-SUPP      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 54
               MOVE W02-SYSUSER   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE USE-NO        TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 50
               MOVE W02-AUDITF    TO WS-FILE
               MOVE WS-AUDKEY     TO WS-KEY.

       COPY DISPERR.PRO.
