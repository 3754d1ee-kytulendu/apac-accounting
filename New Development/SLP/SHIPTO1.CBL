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
      *     D E L I V E R Y   A D D R E S S E S                        *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            SHIPTO1.
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
      *    OCT 2026 - First issue.  Maintains the delivery sites
      *               under a debtor account: for chains and
      *               groups with many stores on one account,
      *               each site carries its own address, route,
      *               contact and delivery instructions.  The
      *               order header names the site, the picking
      *               slip and delivery note print its address,
      *               and load planning and the call list plan
      *               the drop on its route.  The listing prints
      *               an account's sites for checking with the
      *               customer, and an open order's header can be
      *               pointed at one of its account's sites.
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

       COPY SHIPTO.SL.

       COPY DEBTOR.ISL.

       COPY ROUTE.SL.

       COPY SORDER.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY SHIPTO.FD.

       COPY DEBTOR.FDE.

       COPY ROUTE.FDE.

       COPY SORDER.FDE.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-SITE            PIC  9(03) VALUE ZERO.
       77  WS-NEW             PIC  X(01) VALUE "N".
       77  WS-LISTED          PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-ORDER           PIC  9(07) VALUE ZERO.

       01  W10-HEAD2.
           03  FILLER         PIC  X(42) VALUE
               "SITE NAME                            ROUTE".
           03  FILLER         PIC  X(32) VALUE
               " CONTACT               TELEPHONE".

       01  W20-DETAIL.
           03  W20-SITE       PIC  Z(02)9.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-NAME       PIC  X(30).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-ROUTE      PIC  X(04).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-CONTACT    PIC  X(20).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-TEL        PIC  X(12).
       01  W20-DETAIL2 REDEFINES W20-DETAIL.
           03  FILLER         PIC  X(05).
           03  W20-TEXT       PIC  X(72).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "SLP".
           03  WS-PROG        PIC  X(03) VALUE "SHP".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY SHIPTO.ID.

       COPY DEBTOR.ID.

       COPY ROUTE.ID.

       COPY SORDER.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "SHIPTO1.".
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
                       VALUE "DEBTOR  DELIVERY  ADDRESSES".
           03  LINE  4 COLUMN 16 VALUE "1. Maintain delivery sites".
           03  LINE  5 COLUMN 16 VALUE "2. Account listing".
           03  LINE  6 COLUMN 16 VALUE "3. Order delivery site".
           03  LINE  7 COLUMN 16 VALUE "0. Exit".
           03  LINE  9 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE  9 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Debtor account  :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-ACNO AUTO.

       01  S14.
           03  LINE  6 COLUMN 10 VALUE "Site number     :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-SITE AUTO.

       01  S15.
           03  LINE  8 COLUMN 10 VALUE "Site name (sp=del):".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(30) USING SHP-NAME AUTO.
           03  LINE  9 COLUMN 10 VALUE "Address         :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(25) USING SHP-ADD1 AUTO.
           03  LINE 10 COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(25) USING SHP-ADD2 AUTO.
           03  LINE 11 COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(25) USING SHP-ADD3 AUTO.
           03  LINE 12 COLUMN 10 VALUE "Route           :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING SHP-ROUTE AUTO.
           03  LINE 13 COLUMN 10 VALUE "Contact         :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING SHP-CONTACT AUTO.
           03  LINE 14 COLUMN 10 VALUE "Telephone       :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(12) USING SHP-TEL AUTO.
           03  LINE 15 COLUMN 10 VALUE "Instructions    :".
           03          COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING SHP-INSTR1 AUTO.
           03  LINE 16 COLUMN 30 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(40) USING SHP-INSTR2 AUTO.

       01  S16.
           03  LINE  4 COLUMN 10 VALUE "Order number    :".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(07) USING WS-ORDER AUTO.

       01  S17.
           03  LINE  8 COLUMN 10 VALUE "Site (0=account):".
           03          COLUMN 28 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03) USING WS-SITE AUTO.

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
             CLOSE SHIPTO DEBTOR ROUTE SORDER.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

      /
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
      *    ****    M A I N T A I N   D E L I V E R Y   S I T E S
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13 AT 0428.
           IF WS-ACNO = ZERO
               GO TO CA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Debtor not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA00.
             DISPLAY DEB-NAME AT 0445 WITH FOREGROUND-COLOR 15.

       CA05.
             MOVE ZERO           TO WS-SITE.
             DISPLAY S14.
             ACCEPT S14 AT 0628.
           IF WS-SITE = ZERO
               GO TO CA00.
             MOVE WS-ACNO        TO SHP-ACNO.
             MOVE WS-SITE        TO SHP-SITE.
             MOVE "N"            TO WS-NEW.
             READ SHIPTO WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEW.
           IF WS-NEW = "Y"
               INITIALIZE SHP-RECORD
               MOVE WS-ACNO      TO SHP-ACNO
               MOVE WS-SITE      TO SHP-SITE
               DISPLAY "New site" AT 0645 WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "        " AT 0645.

       CA10.
             DISPLAY S15.
             ACCEPT S15.
      *
      *    ****    A blank name removes the site.
      *
           IF SHP-NAME = SPACES
               IF WS-NEW = "Y"
                   GO TO CA90
               ELSE
                   PERFORM CHECK-CORRECT
                   IF WS-OPTION = "N"
                       UNLOCK SHIPTO
                       GO TO CA90
                   ELSE
                       DELETE SHIPTO RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       GO TO CA90.
           IF SHP-ROUTE NOT = SPACES
               MOVE SHP-ROUTE    TO RTE-ROUTE
               READ ROUTE WITH IGNORE LOCK
                   INVALID KEY
                       MOVE "Route not on file"
                                         TO WS-ERR-STRING
                       PERFORM ERROR-MESSAGE
                       GO TO CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               IF WS-NEW = "N"
                   UNLOCK SHIPTO
                   GO TO CA90
               ELSE
                   GO TO CA90.
           IF WS-NEW = "Y"
               WRITE SHP-RECORD
                   INVALID KEY
                       MOVE "Site already on file"
                                         TO WS-ERR-STRING
                       PERFORM ERROR-MESSAGE
               END-WRITE
           ELSE
               REWRITE SHP-RECORD.

       CA90.
             MOVE 0801           TO CPOS.
             PERFORM ERASE-SCREEN-LOOP UNTIL CLIN > 16.
             GO TO CA05.

       CA999.
             EXIT.

      /
      *    ****    A C C O U N T   L I S T I N G
      *
       DA000           SECTION.
       DA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S13.
             ACCEPT S13 AT 0428.
           IF WS-ACNO = ZERO
               GO TO DA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             OPEN OUTPUT PRINTF.
             MOVE SPACES         TO PRINT-REC.
             STRING "DELIVERY SITES - ACCOUNT "
                              DELIMITED BY SIZE
                    WS-ACNO   DELIMITED BY SIZE
                    "  "      DELIMITED BY SIZE
                    DEB-NAME  DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-LISTED.
             MOVE WS-ACNO        TO SHP-ACNO.
             MOVE ZERO           TO SHP-SITE.
             START SHIPTO KEY NOT LESS SHP-KEY
                 INVALID KEY
                     GO TO DA90.

       DA05.
             READ SHIPTO NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA90.
           IF SHP-ACNO NOT = WS-ACNO
               GO TO DA90.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE SHP-SITE       TO W20-SITE.
             MOVE SHP-NAME       TO W20-NAME.
             MOVE SHP-ROUTE      TO W20-ROUTE.
             MOVE SHP-CONTACT    TO W20-CONTACT.
             MOVE SHP-TEL        TO W20-TEL.
             WRITE PRINT-REC FROM W20-DETAIL.
             MOVE SPACES         TO W20-DETAIL2.
             MOVE SHP-ADD1       TO W20-TEXT.
             WRITE PRINT-REC FROM W20-DETAIL2.
             MOVE SHP-ADD2       TO W20-TEXT.
             WRITE PRINT-REC FROM W20-DETAIL2.
             MOVE SHP-ADD3       TO W20-TEXT.
             WRITE PRINT-REC FROM W20-DETAIL2.
           IF SHP-INSTR1 NOT = SPACES
               MOVE SHP-INSTR1   TO W20-TEXT
               WRITE PRINT-REC FROM W20-DETAIL2.
           IF SHP-INSTR2 NOT = SPACES
               MOVE SHP-INSTR2   TO W20-TEXT
               WRITE PRINT-REC FROM W20-DETAIL2.
             ADD 1               TO WS-LISTED.
             GO TO DA05.

       DA90.
             CLOSE PRINTF.
             DISPLAY "Sites listed : " AT 1510
                     WITH FOREGROUND-COLOR 14
                     WS-LISTED WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO DA00.

       DA999.
             EXIT.

      /
      *    ****    O R D E R   D E L I V E R Y   S I T E
      *
       EA000           SECTION.
       EA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ORDER.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-ORDER = ZERO
               GO TO EA999.
             MOVE WS-ORDER       TO SOR-ORDER.
             MOVE ZERO           TO SOR-LINE.
             READ SORDER WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Order not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA00.
           IF SOR-STATUS = "C" OR "X"
               UNLOCK SORDER
               MOVE "Order is closed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO EA00.
             MOVE SOR-ACNO       TO WS-ACNO DEB-ACNO.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO DEB-NAME.
             DISPLAY "Account : " AT 0610
                     WITH FOREGROUND-COLOR 14
                     WS-ACNO WITH FOREGROUND-COLOR 15
                     " " DEB-NAME WITH FOREGROUND-COLOR 15.
             MOVE SOR-SHIPTO     TO WS-SITE.

       EA05.
             DISPLAY S17.
             ACCEPT S17 AT 0828.
           IF WS-SITE = ZERO
               DISPLAY "Account address" AT 0835
                       WITH FOREGROUND-COLOR 15
               GO TO EA10.
             MOVE WS-ACNO        TO SHP-ACNO.
             MOVE WS-SITE        TO SHP-SITE.
             READ SHIPTO WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Site not on file for the account"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO EA05.
             DISPLAY SHP-NAME AT 0835 WITH FOREGROUND-COLOR 15.

       EA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK SORDER
               GO TO EA00.
             MOVE WS-SITE        TO SOR-SHIPTO.
             REWRITE SOR-RECORD.
             GO TO EA00.

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
             MOVE "SHIPTO"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-SHIPTO.
             MOVE "DEBTOR"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "ROUTE"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-ROUTE.
             MOVE "SORDER"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SORDER.

       ZA02.
             OPEN I-O SHIPTO.
           IF WS-STATUS = "35"
               CLOSE SHIPTO
               OPEN OUTPUT SHIPTO
               CLOSE SHIPTO
               OPEN I-O SHIPTO.
             OPEN INPUT DEBTOR ROUTE.
             OPEN I-O SORDER.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 23
               MOVE W02-DEBTOR    TO WS-FILE
               MOVE DEB-ACNO      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 32
               MOVE W02-ROUTE     TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE RTE-ROUTE     TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 41
               MOVE W02-SHIPTO    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SHP-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 20
               MOVE W02-SORDER    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SOR-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
