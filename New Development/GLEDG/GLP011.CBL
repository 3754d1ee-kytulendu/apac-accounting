      $set LINKCOUNT"512"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ****      ****    ******      *
      *   **    **  **        **    **  **  **    **  **  **           *
      *   **        **        **    ** **    **  **    ** **           *
      *   **        **        *******  **    **  **    ** *******      *
      *   **   ***  **        **       **    **  **    ** **    **     *
      *   **    **  **        **        **  **    **  **  **    **     *
      *    ******   ********  **         ****      ****    ******      *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *     O V E R H E A D   A L L O C A T I O N S                    *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            GLP011.
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
      *    OCT 2026 - First issue.  Overhead allocation rules on the
      *               new OHALLOC file name a range of source
      *               accounts, a target account for each branch
      *               (the serial segment of the account number)
      *               and the basis of the split: fixed
      *               percentages, branch sales ex VAT from the
      *               invoice file or branch deliveries from the
      *               despatch file.  Debtors are tied to a branch
      *               through the new DEB-SEGMENT.  The period-end
      *               run credits each source account with its net
      *               movement for the period and debits the
      *               targets pro rata, prints the workings and
      *               keeps every line it posted on OHAPST.  A
      *               rerun of the same period first posts the
      *               mirror of the earlier run and removes it, so
      *               the allocation is never doubled.  Postings go
      *               through the normal GLJRN/GLTRAN route under
      *               the PERCHK guard and RECOVER journalling.
      *    OCT 2026 - A change to an account's ledger branch is
      *               written to the master file change history
      *               (see CHGLOG).
      *    OCT 2026 - Each recovery journal record written is also
      *               queued for the standby site (see STBYLOG.PRO).
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

       COPY CONTROL.SL.

       COPY PARAM.SL.

       COPY GACCNT.SL.

       COPY GLTRAN.SL.

       COPY GLJRN.SL.

       COPY OHALLOC.SL.

       COPY OHAPST.SL.

       COPY DEBTOR.ISL.

       COPY INVOIC.SL.

       COPY DESPATCH.SL.

       COPY RECOVER.SL.

       COPY "AUDIT.SL".

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CONTROL.FDE.

       COPY PARAM.FDE.

       COPY GACCNT.FDE.

       COPY GLTRAN.FDE.

       COPY GLJRN.FD.

       COPY OHALLOC.FD.

       COPY OHAPST.FD.

       COPY DEBTOR.FDE.

       COPY INVOIC.FDE.

       COPY DESPATCH.FD.

       COPY RECOVER.GFD.

       COPY "AUDIT.FD".

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-NETKEY          PIC  9(04) COMP-5 VALUE 1.
       77  WS-RECKEY          PIC  9(04) COMP-5.
       77  WS-RECOVER         PIC  9(04) COMP-5.
       77  WS-TRANS           PIC  9(04) COMP-5 VALUE 1.
       77  WS-AUDKEY          PIC  9(04) COMP-5.
       77  WS-GLJKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-SUB             PIC  9(04) COMP-5.
       77  WS-USUB            PIC  9(04) COMP-5.
       77  WS-S1              PIC  9(04) COMP-5.
       77  WS-S2              PIC  9(04) COMP-5.
       77  WS-OPTION          PIC  X(01).
       77  WS-SKIP            PIC  X(01) VALUE "N".
       77  WS-FOUND           PIC  X(01).
       77  WS-DUPSEG          PIC  X(01).
       77  WS-SRCFULL         PIC  X(01).
       77  WS-ENDRULES        PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-LOCKWAIT        PIC  9(04) COMP-5 VALUE 400.
       77  WS-CODE            PIC  X(06).
       77  WS-DESC            PIC  X(24).
       77  WS-FROMAC          PIC  9(06) VALUE ZERO.
       77  WS-TOAC            PIC  9(06) VALUE ZERO.
       77  WS-BASIS           PIC  X(01).
       77  WS-AC              PIC  9(06) VALUE ZERO.
       77  WS-PCT             PIC  9(03)V99 VALUE ZERO.
       77  WS-PCTTOT          PIC  9(05)V99 VALUE ZERO.
       77  WS-LSUB            PIC  9(02) VALUE ZERO.
       77  WS-NLINES          PIC  9(02) VALUE ZERO.
       77  WS-LASTTG          PIC  9(02) VALUE ZERO.
       77  WS-NSRC            PIC  9(02) VALUE ZERO.
       77  WS-FINYR           PIC  9(04) VALUE ZERO.
       77  WS-PERIOD          PIC  9(02) VALUE ZERO.
       77  WS-DFROM           PIC  9(08) VALUE ZERO.
       77  WS-DTO             PIC  9(08) VALUE ZERO.
       77  WS-PDATE           PIC  9(08) VALUE ZERO.
       77  WS-YMD-FROM        PIC  9(08) VALUE ZERO.
       77  WS-YMD-TO          PIC  9(08) VALUE ZERO.
       77  WS-YMD-CMP         PIC  9(08) VALUE ZERO.
       77  WS-ACNO            PIC  9(05) VALUE ZERO.
       77  WS-LASTACNO        PIC  9(05) VALUE ZERO.
       77  WS-SEGMENT         PIC  9(02) VALUE ZERO.
       77  WS-SEQ             PIC  9(03) VALUE ZERO.
       77  WS-REF             PIC  9(07) VALUE ZERO.
       77  WS-RULES           PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-REVCOUNT        PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-POSTAC          PIC  9(06) VALUE ZERO.
       77  WS-POSTDC          PIC  X(01).
       77  WS-POSTDESC        PIC  X(24).
       77  WS-POSTDATE        PIC  9(08) VALUE ZERO.
       77  WS-ROLE            PIC  X(01).
       77  WS-AUDDESC         PIC  X(40).
       77  WS-NOTE30          PIC  X(30).

      *
      *    Period status request for the PERCHK guard.
      *
       01  WS-PCHK-REQUEST.
           03  WS-PCHK-PERIOD PIC  9(02).
           03  WS-PCHK-YEAR   PIC  9(04).
           03  WS-PCHK-DRIVE  PIC  X(01).
           03  WS-PCHK-SYSID  PIC  X(03).
           03  WS-PCHK-RESULT PIC  X(01).
       77  WS-POOL            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINEAMT         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-LINEVAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SHARE           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-ALLOCATED       PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-REVERSED        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-GRANDTOT        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-DRIVER          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-TOTDRV          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-SHAREPCT        PIC  9(03)V9(04) VALUE ZERO.
       77  WS-PCTSHOW         PIC  Z(04)9.99.
       77  WS-ER6             PIC  X(09) VALUE "No Record".
       77  W02-RECSNAP        PIC  X(44).

      *
      *    The branch of an account is its serial segment.
      *
       01  WS-ACSPLIT.
           03  WS-ACNUM       PIC  9(06).
           03  WS-ACNUM-R  REDEFINES WS-ACNUM.
               05  WS-AC-GRP  PIC  9(02).
               05  WS-AC-SUB  PIC  9(02).
               05  WS-AC-SEG  PIC  9(02).

       01  WS-DATE-SPLIT.
           03  WS-DTE-DD      PIC  9(02).
           03  WS-DTE-MM      PIC  9(02).
           03  WS-DTE-CCYY    PIC  9(04).
       01  WS-DATE-YMD.
           03  WS-YMD-CCYY    PIC  9(04).
           03  WS-YMD-MM      PIC  9(02).
           03  WS-YMD-DD      PIC  9(02).

       01  WS-DATE-SHOW       PIC  Z9/99/9999.
       01  WS-DATE-SHOW2      PIC  Z9/99/9999.

      *
      *    The target lines of the rule being keyed or run.
      *
       01  WS-TARGETS.
           03  WS-TG          OCCURS 20.
               05  WS-TG-AC   PIC  9(06).
               05  WS-TG-PCT  PIC  9(03)V99 COMP-3.
               05  WS-TG-DRV  PIC S9(11)V99 COMP-3.

      *
      *    Net debit movement of each source account in the
      *    period, in account order as read from GLTRAN.
      *
       01  WS-SOURCES.
           03  WS-SR          OCCURS 50.
               05  WS-SR-AC   PIC  9(06).
               05  WS-SR-AMT  PIC S9(09)V99 COMP-3.

      *
      *    Sales ex VAT and number of deliveries in the period for
      *    each branch segment 01 - 99, gathered once per run.
      *
       01  WS-BRANCH-DRIVERS.
           03  WS-BR          OCCURS 99.
               05  WS-BR-SALES
                              PIC S9(11)V99 COMP-3.
               05  WS-BR-DELS PIC  9(07)    COMP-3.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.

       01  W10-HEAD2.
           03  FILLER         PIC  X(20) VALUE "    WORKING".
           03  FILLER         PIC  X(09) VALUE "ACCOUNT".
           03  FILLER         PIC  X(05) VALUE "BR".
           03  FILLER         PIC  X(15) VALUE "         DRIVER".
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  FILLER         PIC  X(08) VALUE "  SHARE%".
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  FILLER         PIC  X(02) VALUE "DC".
           03  FILLER         PIC  X(13) VALUE "       AMOUNT".
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  FILLER         PIC  X(04) VALUE "NOTE".

       01  W20-RULE.
           03  FILLER         PIC  X(05) VALUE "RULE ".
           03  W20-CODE       PIC  X(06).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-DESC       PIC  X(24).
           03  FILLER         PIC  X(08) VALUE "  BASIS ".
           03  W20-BASIS      PIC  X(20).
           03  FILLER         PIC  X(08) VALUE "SOURCE ".
           03  W20-FROMAC     PIC  9(06).
           03  FILLER         PIC  X(04) VALUE " TO ".
           03  W20-TOAC       PIC  9(06).

       01  W30-WORK.
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  W30-TEXT       PIC  X(16).
           03  W30-AC         PIC  X(06).
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W30-BRANCH     PIC  X(02).
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  W30-DRIVER     PIC  Z(10)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-SHARE      PIC  ZZ9.9999.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-DC         PIC  X(02).
           03  W30-AMOUNT     PIC  Z(08)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W30-NOTE       PIC  X(30).

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "GLP".
           03  WS-PROG        PIC  X(03) VALUE "011".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CONTROL.ID.

       COPY GACCNT.ID.

       COPY GLTRAN.ID.

       COPY GLJRN.ID.

       COPY OHALLOC.ID.

       COPY OHAPST.ID.

       COPY DEBTOR.ID.

       COPY INVOIC.ID.

       COPY DESPATCH.ID.

       COPY PARAM.ID.

       COPY RECOVER.ID.

       COPY "AUDIT.ID".

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(07) VALUE "GLP011.".
               05  W02-USER   PIC  X(05) VALUE SPACES.

       COPY WS.WS.

       COPY W05.GL.

       COPY W15.GL.

       COPY W40.WS.

       COPY FUNCTION.WS.

       01  W75-KEYS.
           03  W75-S          PIC  9(02) COMP-5.
           03  W75-S1         PIC  9(02) COMP-5.
           03  W75-GNO        PIC  9(06) COMP-5
                              OCCURS 18.

       COPY CHGLOG.WS.

       COPY STBYLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.

      /
       SCREEN SECTION.

       COPY BLANK.CRT.

       01  S11.
           03  LINE  2 COLUMN 25 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "OVERHEAD  ALLOCATIONS".
           03  LINE  5 COLUMN 16 VALUE "1. Maintain allocation rules".
           03  LINE  6 COLUMN 16 VALUE "2. Run period allocation".
           03  LINE  7 COLUMN 16 VALUE "3. Debtor branch assignment".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Rule code          :".
           03  LINE  4 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(06) USING WS-CODE AUTO.

       01  S14.
           03  LINE  6 COLUMN 10 VALUE "Description        :".
           03  LINE  6 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(24) USING WS-DESC AUTO.
           03  LINE  7 COLUMN 10 VALUE "Source a/c from    :".
           03  LINE  7 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-FROMAC AUTO.
           03  LINE  8 COLUMN 10 VALUE "Source a/c to      :".
           03  LINE  8 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-TOAC AUTO.
           03  LINE  9 COLUMN 10 VALUE "Basis              :".
           03  LINE  9 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-BASIS AUTO.
           03  LINE  9 COLUMN 34
                       VALUE "P=fixed %  S=sales  D=deliveries".

       01  S15.
           03  LINE 12 COLUMN  4 FOREGROUND-COLOR 7 HIGHLIGHT
                                 PIC Z9 FROM WS-LSUB.
           03  LINE 12 COLUMN 10 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING WS-AC AUTO.
           03  LINE 12 COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(03).99 USING WS-PCT AUTO.

       01  S16.
           03  LINE  4 COLUMN 10 VALUE "Financial year     :".
           03  LINE  4 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(04) USING WS-FINYR AUTO.
           03  LINE  5 COLUMN 10 VALUE "Period (1-12)      :".
           03  LINE  5 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING WS-PERIOD AUTO.
           03  LINE  6 COLUMN 10 VALUE "Period from date   :".
           03  LINE  6 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(08) USING WS-DFROM AUTO.
           03  LINE  7 COLUMN 10 VALUE "Period to date     :".
           03  LINE  7 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(08) USING WS-DTO AUTO.
           03  LINE  8 COLUMN 10 VALUE "Posting date       :".
           03  LINE  8 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(08) USING WS-PDATE AUTO.

       01  S17.
           03  LINE  4 COLUMN 10 VALUE "Debtor account     :".
           03  LINE  4 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC Z(04)9 USING WS-ACNO AUTO.

       01  S18.
           03  LINE  6 COLUMN 10 VALUE "Branch segment     :".
           03  LINE  6 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING WS-SEGMENT AUTO.
           03  LINE  6 COLUMN 35 VALUE "(00 = no branch)".

       COPY S99.CRT.

       COPY LEDLUP.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-GLLEV < 3
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE RECOVER AUDIT OHALLOC OHAPST DEBTOR INVOICE
                   DESPATCH GLJRN GLTRAN GACCNT PARAM NETWORK.
             CANCEL "STBYLOG".

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY LOCKED.REC.

       COPY CLEAR.CRT.

       AA350-LOOKUP    SECTION.
       AA350.
             PERFORM SAVE-SCREEN.
             MOVE 4              TO W44-FUNCTION.
             PERFORM SCREEN-CONTENTS.
             PERFORM GACCNT-LOOKUP.
             PERFORM RESTORE-SCREEN.
       AA399.
             EXIT.

       AB000           SECTION.

       COPY CONTROL.RD.

       COPY PARAM.RD.

       COPY GACCNT.RD.

       COPY GLTRAN.RD.

       COPY GLJRN.RD.

       COPY OHALLOC.RD.

       COPY OHAPST.RD.

      /
       AC000           SECTION.

       COPY CONTROL.WR.

       COPY PARAM.WR.

       COPY GACCNT.WR.

       COPY GLTRAN.WR.

       COPY GLJRN.WR.

       COPY OHALLOC.WR.

       COPY OHAPST.WR.

       COPY GACCNT.LUP.

       COPY APAC.HLP.

      *       ****   *****   ***    ***   *   *  *****  ****   *   *
      *       *   *  *      *   *  *   *  *   *  *      *   *  *   *
      *       ****   ***    *      *   *  *   *  ***    ****    * *
      *       *   *  *      *   *  *   *   * *   *      *   *    *
      *       *   *  *****   ***    ***     *    *****  *   *    *
      *    -----------------------------------------------------------
      *          THIS ROUTINE GENERATES THE RECOVERY FILE RECORDS
      *    -----------------------------------------------------------
      *        +---------------------------------------------------+
      *        | ORIGINAL ACTION (REC-TYPE)   |   RECOVERY PROCESS |
      *        | 0 = RECORD CHANGED           |      (REWRITE)     |
      *        | 1 = RECORD WAS ADDED         |      (DELETE)      |
      *        | 2 = RECORD WAS DELETED       |      (WRITE)       |
      *        +---------------------------------------------------+
       AY000           SECTION.
       AY12.
             MOVE 12             TO REC-FILE.
             MOVE ZERO           TO REC-KEY.
             MOVE WS-ACTION      TO REC-TYPE.
             MOVE G-REC          TO REC-GACCNT.
             GO TO AY50.


       AY13.
             MOVE 13             TO REC-FILE.
             MOVE ZERO           TO REC-KEY.
             MOVE WS-ACTION      TO REC-TYPE.
             MOVE T-REC          TO REC-GLTRAN.
             GO TO AY50.

       AY17.
             MOVE 17             TO REC-FILE.
             MOVE ZERO           TO REC-KEY.
             MOVE WS-ACTION      TO REC-TYPE.
             MOVE OHP-RECORD     TO REC-OHAPST.
             GO TO AY50.

       AY18-AUDIT.
             ADD 1               TO WS-AUDKEY.
             INITIALIZE AUD-REC2.
             MOVE WS-AUDKEY      TO AUD-KEY2.
             MOVE LS-USER        TO AUD-USER.
             MOVE TODAY-DDMMYY   TO AUD-DATE.
             MOVE "GLP011"       TO AUD-PROG.
             MOVE WS-CODE        TO AUD-ACCOUNT.
             MOVE WS-AUDDESC     TO AUD-DESC.
             WRITE AUD-REC2.
           IF WS-STATUS NOT = "00"
               MOVE 50           TO WS-F-ERROR
               PERFORM DISPLAY-FILE-NAME
               STOP RUN.

       AY39.
             MOVE 39             TO REC-FILE.
             MOVE WS-NETKEY      TO REC-KEY.
             MOVE ZERO           TO REC-TYPE.
             MOVE NET-RECORD     TO REC-NETWORK.
             GO TO AY50.

       AY40.
             MOVE 99             TO REC-FILE.
             MOVE ZERO           TO REC-KEY.
             MOVE SPACES         TO REC-DETAIL.
             PERFORM AY50.
             ADD 1               TO WS-TRANS.
           IF WS-RECOVER > 95
               CLOSE RECOVER
               STRING W02-RECOVER DELIMITED BY SPACE
                      ".SNP"      DELIMITED BY SIZE
                      INTO W02-RECSNAP
               CALL "CBL_COPY_FILE" USING W02-RECOVER W02-RECSNAP
               OPEN OUTPUT RECOVER
               CLOSE RECOVER
               OPEN I-O RECOVER
               MOVE ZERO         TO WS-RECOVER.
             GO TO AY59.

       AY50.
             ADD 1               TO WS-RECOVER.
             MOVE WS-RECOVER     TO WS-RECKEY.
             MOVE WS-TRANS       TO REC-TRAN.
             WRITE REC-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "Write error Recovery file - Status " AT 2312
                        WITH FOREGROUND-COLOR 14
                        WS-STATUS WITH FOREGROUND-COLOR 15
               STOP RUN.
             PERFORM SHIP-RECOVER-IMAGE THRU SHIP-RECOVER-EXIT.
       AY59.
             EXIT.
      *
      *    ****    Start processing transaction
      *
       AY60.
           IF WS-SKIP = "Y" OR "A"
               GO TO AY999.
      *
      *    ****    Read PARAM record 4 - Lock record and start
      *            recovery file procedure.
      *
             MOVE 4              TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF PAR-USERS < 24
               MOVE 1            TO WS-SUB
               MOVE ZERO         TO WS-WAIT
               GO TO AY62.
      *
      *    ****   Q   F U L L  -  W A I T   F O R   T H E
      *            C O N F I G U R E D   R E T R Y   P E R I O D
      *
             DISPLAY "QUEUE FULL - WAITING" AT 5051
                      WITH BACKGROUND-COLOR 3 FOREGROUND-COLOR 12.
             COMMIT.
             ACCEPT WS-STIME FROM TIME.
             MOVE WS-LOCKWAIT    TO WS-WAIT.
             PERFORM LOCK-REC-LOOP.
             DISPLAY SPACES AT 5051
                     WITH BACKGROUND-COLOR 3 FOREGROUND-COLOR 3.
             GO TO AY60.

       AY61.
             MOVE "GL"           TO PAR-PROG(WS-USUB).
             MOVE LS-USER        TO PAR-USR(WS-USUB).
             PERFORM REWRITE-PARAM-UNLOCK THRU WRITE-PARAM-EXIT.
      *
      *    ****    Read the LEDGER control record in the NETWORK file
      *            and lock it.  Log details to the RECOVERY file.
      *
             MOVE 4              TO WS-NETKEY.
             PERFORM READ-CONTROL-LOCK THRU READ-CONTROL-EXIT.
             PERFORM AY39 THRU AY59.
             GO TO AY999.
      *
      *    ****   A R E   A N Y   U P D A T E S   I N   P R O G R E S S
      *
       AY62.
           IF NOT (PAR-PROG(WS-SUB) = SPACES OR
                   PAR-USR(WS-SUB) = SPACES)
               IF NOT (PAR-PROG(WS-SUB) = SPACES)
                   IF PAR-PROG(WS-SUB) = "CG" OR "GL"
                       GO TO AY62-WAIT
                   ELSE
                       ADD 1     TO WS-SUB
                       GO TO AY62
                   END-IF
               ELSE
               IF PAR-USR(WS-SUB) = LS-USER
                   IF WS-WAIT = ZERO
                       GO TO AY63
                   ELSE
                       GO TO AY62-WAIT
                   END-IF
               ELSE
                   GO TO AY62-WAIT
               END-IF
           END-IF.
             MOVE LS-USER        TO PAR-USR(WS-SUB).
             MOVE WS-SUB         TO PAR-USERS.
             PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT.
             GO TO AY62-CHECK.
      *
      *    ****   S E T   W A I T   P E R I O D
      *
       AY62-WAIT.
             MOVE WS-LOCKWAIT    TO WS-WAIT.
           IF NOT (PAR-USR(WS-SUB) = LS-USER)
               IF WS-SUB < 24
                   ADD 1         TO WS-SUB
                   GO TO AY62.

       AY62-CHECK.
           IF WS-WAIT > ZERO
               COMMIT
               DISPLAY "Waiting" AT 5072
                       WITH BACKGROUND-COLOR 3
                            FOREGROUND-COLOR 14 BLINK
               ACCEPT WS-STIME FROM TIME
               PERFORM LOCK-REC-LOOP
               GO TO AY60.
             DISPLAY SPACE AT 5072
                     WITH BACKGROUND-COLOR 3 FOREGROUND-COLOR 3.

       AY63.
             MOVE WS-SUB         TO WS-USUB.
             GO TO AY61.

       AY70.
             MOVE 4              TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK-END THRU READ-PARAM-EXIT.
      *
      *    ****    Write links back and unlock PARAM record 4 and
      *            the NETWORK ledger record.
      *
             PERFORM REWRITE-CONTROL THRU WRITE-CONTROL-EXIT.
             PERFORM AY40 THRU AY59.
             MOVE 1              TO WS-USUB.

       AY72.
           IF NOT (PAR-USR(WS-USUB) = LS-USER)
               ADD 1             TO WS-USUB
               GO TO AY72.

       AY75.
             MOVE SPACES         TO PAR-PROG(WS-USUB)
                                    PAR-USR(WS-USUB).
           IF WS-USUB < 24
               ADD 1 WS-USUB     GIVING WS-SUB
           ELSE
               GO TO AY80.
           IF NOT (PAR-PROG(WS-SUB) = SPACES)
               MOVE PAR-PROG(WS-SUB)
                                 TO PAR-PROG(WS-USUB)
               MOVE PAR-USR(WS-SUB)
                                 TO PAR-USR(WS-USUB)
               ADD 1             TO WS-USUB
               GO TO AY75.

       AY80.
             SUBTRACT 1 FROM WS-USUB
                                 GIVING PAR-USERS.
             PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT.
             COMMIT.

       AY999.
             EXIT.

      /
      *    ****    O P T I O N   M E N U
      *
       BA000           SECTION 4.
       BA00.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACE          TO WS-OPTION.
             DISPLAY S12.
             ACCEPT S12.
           IF WS-OPTION = "0" OR SPACE
               GO TO BA999.
           IF WS-OPTION = "1"
               PERFORM CA000
               GO TO BA00.
           IF WS-OPTION = "2"
               PERFORM PA000
               GO TO BA00.
           IF WS-OPTION = "3"
               PERFORM HA000
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    M A I N T A I N   A L L O C A T I O N   R U L E S
      *
      *            Line 000 holds the source range and the basis;
      *            the target accounts follow on lines 001 up.  A
      *            blank description deletes the rule.  What
      *            earlier runs posted stays on OHAPST regardless.
      *
       CA000           SECTION 5.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE SPACES         TO WS-CODE.
             DISPLAY S13.
             ACCEPT S13.
           IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
               GO TO CA999.
           IF WS-CODE = SPACES
               GO TO CA999.
             MOVE WS-CODE        TO OHA-CODE.
             MOVE ZERO           TO OHA-LINE.
             PERFORM READ-OHALLOC THRU READ-OHALLOC-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               MOVE "N"          TO WS-FOUND
               MOVE SPACES       TO WS-DESC
               MOVE ZERO         TO WS-FROMAC WS-TOAC WS-NLINES
               MOVE "P"          TO WS-BASIS
               INITIALIZE WS-TARGETS
               GO TO CA10.
             MOVE "Y"            TO WS-FOUND.
             MOVE OHA-DESC       TO WS-DESC.
             MOVE OHA-FROMAC     TO WS-FROMAC.
             MOVE OHA-TOAC       TO WS-TOAC.
             MOVE OHA-BASIS      TO WS-BASIS.
             PERFORM CB00-LOAD THRU CB00-EXIT.

       CA10.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-DESC = SPACES
               GO TO CA60.
           IF WS-FROMAC = ZERO OR WS-TOAC < WS-FROMAC
               MOVE "Source account range is not valid"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
           IF WS-BASIS NOT = "P" AND NOT = "S" AND NOT = "D"
               MOVE "Basis must be P, S or D" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             DISPLAY "TARGET A/C  PERCENT" AT 1110
                     WITH FOREGROUND-COLOR 7.
             MOVE ZERO           TO WS-LSUB.

       CA20.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > 20
               GO TO CA40.
             PERFORM CC00-PCTTOT THRU CC00-EXIT.
           IF WS-LSUB NOT > WS-NLINES
               MOVE WS-TG-AC (WS-LSUB)
                                 TO WS-AC
               MOVE WS-TG-PCT (WS-LSUB)
                                 TO WS-PCT
           ELSE
               MOVE ZERO         TO WS-AC WS-PCT.

       CA22.
             DISPLAY S15.
             ACCEPT S15.
      *
      *    ****    A zero account ends the rule at this line.
      *
           IF WS-AC = ZERO
               COMPUTE WS-NLINES = WS-LSUB - 1
               GO TO CA40.
             MOVE WS-AC          TO G-AC.
             PERFORM READ-GACCNT THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR = 8
               MOVE "Account not on the ledger" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA22.
           IF G-INACTIVE = "Y"
               MOVE "Account is inactive" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA22.
           IF WS-AC NOT < WS-FROMAC AND WS-AC NOT > WS-TOAC
               MOVE "Target is inside the source range"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA22.
           IF WS-BASIS = "P" AND WS-PCT = ZERO
               MOVE "A percentage is needed" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA22.
           IF WS-BASIS NOT = "P"
               MOVE ZERO         TO WS-PCT.
             PERFORM CE00-DUPSEG THRU CE00-EXIT.
           IF WS-DUPSEG = "Y"
               MOVE "That branch already has a target"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA22.
             MOVE WS-AC          TO WS-TG-AC (WS-LSUB).
             MOVE WS-PCT         TO WS-TG-PCT (WS-LSUB).
           IF WS-LSUB > WS-NLINES
               MOVE WS-LSUB      TO WS-NLINES.
             GO TO CA20.

       CA40.
             PERFORM CC00-PCTTOT THRU CC00-EXIT.
           IF WS-NLINES = ZERO
               MOVE "A rule needs at least one target"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE ZERO         TO WS-LSUB
               GO TO CA20.
           IF WS-BASIS = "P" AND WS-PCTTOT NOT = 100
               MOVE "Percentages must total 100" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               MOVE WS-NLINES    TO WS-LSUB
               IF WS-NLINES = 20
                   MOVE ZERO     TO WS-LSUB
               END-IF
               GO TO CA20.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO CA00.
      *
      *    ****    Replace the rule on file with what was keyed.
      *
             PERFORM CD00-CLEAR THRU CD00-EXIT.
             INITIALIZE OHA-RECORD.
             MOVE WS-CODE        TO OHA-CODE.
             MOVE ZERO           TO OHA-LINE.
             MOVE WS-DESC        TO OHA-DESC.
             MOVE WS-FROMAC      TO OHA-FROMAC.
             MOVE WS-TOAC        TO OHA-TOAC.
             MOVE WS-BASIS       TO OHA-BASIS.
             PERFORM WRITE-OHALLOC-REC THRU WRITE-OHALLOC-EXIT.
             MOVE ZERO           TO WS-LSUB.

       CA45.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > WS-NLINES
               GO TO CA00.
             INITIALIZE OHA-RECORD.
             MOVE WS-CODE        TO OHA-CODE.
             MOVE WS-LSUB        TO OHA-LINE.
             MOVE WS-TG-AC (WS-LSUB)
                                 TO OHA-TARGET.
             MOVE WS-TG-PCT (WS-LSUB)
                                 TO OHA-PCT.
             PERFORM WRITE-OHALLOC-REC THRU WRITE-OHALLOC-EXIT.
             GO TO CA45.
      *
      *    ****    Blank description deletes the rule.
      *
       CA60.
           IF WS-FOUND = "N"
               GO TO CA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE OHA-DESC     TO WS-DESC
               GO TO CA10.
             PERFORM CD00-CLEAR THRU CD00-EXIT.
             GO TO CA00.

       CA999.
             EXIT.

      /
       CB000           SECTION.
      *
      *    ****    Load the target lines of rule WS-CODE into the
      *            table.
      *
       CB00-LOAD.
             INITIALIZE WS-TARGETS.
             MOVE ZERO           TO WS-NLINES.
             MOVE WS-CODE        TO OHA-CODE.
             MOVE 1              TO OHA-LINE.
             PERFORM START-AT-OHALLOC-KEY THRU READ-OHALLOC-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CB00-END.

       CB05.
             PERFORM READ-OHALLOC-NEXT THRU READ-OHALLOC-EXIT.
           IF WS-F-ERROR NOT = ZERO OR OHA-CODE NOT = WS-CODE
               GO TO CB00-END.
           IF WS-NLINES = 20
               GO TO CB00-END.
             ADD 1               TO WS-NLINES.
             MOVE OHA-TARGET     TO WS-TG-AC (WS-NLINES).
             MOVE OHA-PCT        TO WS-TG-PCT (WS-NLINES).
             GO TO CB05.

       CB00-END.
             MOVE ZERO           TO WS-F-ERROR.
       CB00-EXIT.
             EXIT.

      *
      *    ****    Total of the percentages in the table, shown
      *            under the entry line for a percentage rule.
      *
       CC00-PCTTOT.
             MOVE ZERO           TO WS-PCTTOT.
             MOVE ZERO           TO WS-S1.

       CC05.
             ADD 1               TO WS-S1.
           IF WS-S1 > WS-NLINES
               GO TO CC10.
             ADD WS-TG-PCT (WS-S1)
                                 TO WS-PCTTOT.
             GO TO CC05.

       CC10.
           IF WS-BASIS = "P"
               MOVE WS-PCTTOT    TO WS-PCTSHOW
               DISPLAY "Percentage total   :" AT 1410
                       WITH FOREGROUND-COLOR 7
                       WS-PCTSHOW AT 1431 WITH FOREGROUND-COLOR 15.
       CC00-EXIT.
             EXIT.

      *
      *    ****    Remove rule WS-CODE (header and lines) ahead of
      *            writing the amended version.
      *
       CD00-CLEAR.
             MOVE WS-CODE        TO OHA-CODE.
             MOVE ZERO           TO OHA-LINE.
             PERFORM START-AT-OHALLOC-KEY THRU READ-OHALLOC-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO CD00-END.

       CD05.
             PERFORM READ-OHALLOC-NEXT THRU READ-OHALLOC-EXIT.
           IF WS-F-ERROR NOT = ZERO OR OHA-CODE NOT = WS-CODE
               GO TO CD00-END.
             PERFORM DELETE-OHALLOC-REC THRU WRITE-OHALLOC-EXIT.
             GO TO CD05.

       CD00-END.
             MOVE ZERO           TO WS-F-ERROR.
       CD00-EXIT.
             EXIT.

      *
      *    ****    WS-DUPSEG answers Y if another target line is
      *            in the same branch as WS-AC.  A sales or
      *            deliveries rule may have only one target per
      *            branch or the branch would be counted twice.
      *
       CE00-DUPSEG.
             MOVE "N"            TO WS-DUPSEG.
           IF WS-BASIS = "P"
               GO TO CE00-EXIT.
             MOVE WS-AC          TO WS-ACNUM.
             MOVE WS-AC-SEG      TO WS-SEGMENT.
             MOVE ZERO           TO WS-S1.

       CE05.
             ADD 1               TO WS-S1.
           IF WS-S1 > WS-NLINES
               GO TO CE00-EXIT.
           IF WS-S1 = WS-LSUB
               GO TO CE05.
             MOVE WS-TG-AC (WS-S1)
                                 TO WS-ACNUM.
           IF WS-AC-SEG = WS-SEGMENT
               MOVE "Y"          TO WS-DUPSEG
               GO TO CE00-EXIT.
             GO TO CE05.

       CE00-EXIT.
             EXIT.

      *
      *    ****    Ask PERCHK whether WS-FINYR/WS-PERIOD is open.
      *
       CG00-PERCHK.
             MOVE WS-PERIOD      TO WS-PCHK-PERIOD.
             MOVE WS-FINYR       TO WS-PCHK-YEAR.
             MOVE LS-L-OR-N      TO WS-PCHK-DRIVE.
             MOVE WS-SYS-ID      TO WS-PCHK-SYSID.
             MOVE "O"            TO WS-PCHK-RESULT.
             CALL "PERCHK" USING WS-PCHK-REQUEST
                 ON EXCEPTION
                     CONTINUE
             END-CALL.
       CG00-EXIT.
             EXIT.

      *
      *    ****    Date in WS-DATE-SPLIT (held ddmmccyy) turned
      *            round in WS-DATE-YMD so dates compare.
      *
       CH00-YMD.
             MOVE WS-DTE-CCYY    TO WS-YMD-CCYY.
             MOVE WS-DTE-MM      TO WS-YMD-MM.
             MOVE WS-DTE-DD      TO WS-YMD-DD.
       CH00-EXIT.
             EXIT.

      /
      *    ****    D E B T O R   B R A N C H   A S S I G N M E N T
      *
      *            The branch segment whose sales and deliveries
      *            the account counts towards.
      *
       HA000           SECTION 6.
       HA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-ACNO.
             DISPLAY S17.
             ACCEPT S17.
           IF USER-FUNC AND KEY-CODE-1 = ESC-KEY
               GO TO HA999.
           IF WS-ACNO = ZERO
               GO TO HA999.
             MOVE WS-ACNO        TO DEB-ACNO.
             READ DEBTOR WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Account not on file" TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO HA00.
             MOVE DEB-RECORD     TO CHG-BEFORE.
             DISPLAY DEB-NAME AT 0440 WITH FOREGROUND-COLOR 15.
             MOVE DEB-SEGMENT    TO WS-SEGMENT.
             DISPLAY S18.
             ACCEPT S18.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK DEBTOR
               GO TO HA00.
             MOVE WS-SEGMENT     TO DEB-SEGMENT.
             REWRITE DEB-RECORD.
             UNLOCK DEBTOR.
             MOVE "D"            TO CHG-FILE.
             MOVE DEB-ACNO       TO CHG-ACCOUNT.
             MOVE "GLP011"       TO CHG-PROG.
             MOVE DEB-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO HA00.


       HA999.
             EXIT.

      /
      *    ****    R U N   P E R I O D   A L L O C A T I O N
      *
      *            Every rule is run for the financial year and
      *            period.  The source movement is taken from
      *            GLTRAN between the period dates; the sales and
      *            deliveries drivers from the invoice and
      *            despatch files over the same dates.
      *
       PA000           SECTION 7.
       PA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-PERIOD WS-DFROM WS-DTO
                                    WS-RULES WS-GRANDTOT.
             MOVE TODAY-DDMMYY   TO WS-PDATE.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-FINYR = ZERO
               GO TO PA999.
           IF WS-PERIOD < 1 OR WS-PERIOD > 12
               MOVE "Period must be 1 to 12" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO PA00.
           IF WS-DFROM = ZERO OR WS-DTO = ZERO OR WS-PDATE = ZERO
               MOVE "Period dates and posting date are needed"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO PA00.
             MOVE WS-DFROM       TO WS-DATE-SPLIT.
             PERFORM CH00-YMD THRU CH00-EXIT.
             MOVE WS-DATE-YMD    TO WS-YMD-FROM.
             MOVE WS-DTO         TO WS-DATE-SPLIT.
             PERFORM CH00-YMD THRU CH00-EXIT.
             MOVE WS-DATE-YMD    TO WS-YMD-TO.
           IF WS-YMD-TO < WS-YMD-FROM
               MOVE "Period to date is before the from date"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO PA00.
      *
      *    ****    The period must still be open (PERCLOSE).
      *
             PERFORM CG00-PERCHK THRU CG00-EXIT.
           IF WS-PCHK-RESULT NOT = "O"
               MOVE "Period is closed - see the accountant"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO PA00.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO PA00.
             MOVE LOW-VALUES     TO OHA-KEY.
             PERFORM START-AT-OHALLOC-KEY THRU READ-OHALLOC-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               MOVE "No allocation rules on file" TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO PA999.
             DISPLAY "Gathering branch sales and deliveries" AT 1210
                     WITH FOREGROUND-COLOR 14.
             PERFORM PD00-DRIVERS THRU PD00-EXIT.
             COMPUTE WS-REF = WS-FINYR * 100 + WS-PERIOD.
             OPEN OUTPUT PRINTF.
             MOVE "OVERHEAD ALLOCATION WORKINGS"
                                 TO W10-TITLE.
             MOVE WS-PDATE       TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE WS-DFROM       TO WS-DATE-SHOW.
             MOVE WS-DTO         TO WS-DATE-SHOW2.
             MOVE SPACES         TO PRINT-REC.
             STRING "FINANCIAL YEAR " DELIMITED BY SIZE
                    WS-FINYR      DELIMITED BY SIZE
                    "  PERIOD "   DELIMITED BY SIZE
                    WS-PERIOD     DELIMITED BY SIZE
                    "  MOVEMENT FROM "
                                  DELIMITED BY SIZE
                    WS-DATE-SHOW  DELIMITED BY SIZE
                    " TO "        DELIMITED BY SIZE
                    WS-DATE-SHOW2 DELIMITED BY SIZE
                    INTO PRINT-REC.
             WRITE PRINT-REC AFTER 2.
             MOVE "N"            TO WS-ENDRULES.

       PA05.
           IF WS-ENDRULES = "Y"
               GO TO PA90.
             PERFORM READ-OHALLOC-NEXT THRU READ-OHALLOC-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               GO TO PA90.
           IF OHA-LINE NOT = ZERO
               GO TO PA05.
             PERFORM PB000 THRU PB999.
             GO TO PA05.

       PA90.
             MOVE SPACES         TO W30-WORK.
             MOVE "TOTAL ALLOCATED"
                                 TO W30-TEXT.
             MOVE WS-GRANDTOT    TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-WORK AFTER 3.
             CLOSE PRINTF.
             DISPLAY "Rules allocated : " AT 2010
                     WITH FOREGROUND-COLOR 14
                     WS-RULES WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       PA999.
             EXIT.

      /
      *    ****    A L L O C A T E   O N E   R U L E
      *
       PB000           SECTION.
       PB00.
             MOVE OHA-CODE       TO WS-CODE.
             MOVE OHA-DESC       TO WS-DESC.
             MOVE OHA-FROMAC     TO WS-FROMAC.
             MOVE OHA-TOAC       TO WS-TOAC.
             MOVE OHA-BASIS      TO WS-BASIS.
             MOVE SPACES         TO WS-AUDDESC.
             MOVE WS-CODE        TO W20-CODE.
             MOVE WS-DESC        TO W20-DESC.
             MOVE WS-FROMAC      TO W20-FROMAC.
             MOVE WS-TOAC        TO W20-TOAC.
             MOVE "FIXED PERCENTAGES" TO W20-BASIS.
           IF WS-BASIS = "S"
               MOVE "BRANCH SALES EX VAT"
                                 TO W20-BASIS.
           IF WS-BASIS = "D"
               MOVE "BRANCH DELIVERIES"
                                 TO W20-BASIS.
             WRITE PRINT-REC FROM W20-RULE AFTER 3.
             WRITE PRINT-REC FROM W10-HEAD2 AFTER 2.
             DISPLAY "Allocating " AT 1410
                     WITH FOREGROUND-COLOR 14
                     WS-CODE WITH FOREGROUND-COLOR 15.
             PERFORM CB00-LOAD THRU CB00-EXIT.
           IF WS-NLINES = ZERO
               MOVE "NO TARGET ACCOUNTS - SKIPPED"
                                 TO WS-NOTE30
               PERFORM PC40-NOTE THRU PC40-EXIT
               GO TO PB90.
      *
      *    ****    Every target must still be on the ledger before
      *            anything is posted.
      *
             PERFORM PE00-CHKTARGETS THRU PE00-EXIT.
           IF WS-FOUND = "N"
               MOVE "TARGET ACCOUNT MISSING - SKIPPED"
                                 TO WS-NOTE30
               PERFORM PC40-NOTE THRU PC40-EXIT
               GO TO PB90.
      *
      *    ****    Take back what an earlier run posted for this
      *            rule and period, then measure and allocate
      *            afresh - all as one recovery transaction.
      *
             PERFORM AY60 THRU AY999.
             PERFORM PF00-REVERSE THRU PF00-EXIT.
             PERFORM PG00-SOURCES THRU PG00-EXIT.
             PERFORM PH00-TGDRV THRU PH00-EXIT.
           IF WS-SRCFULL = "Y"
               MOVE "OVER 50 SOURCE A/CS - NOT POSTED"
                                 TO WS-NOTE30
               PERFORM PC40-NOTE THRU PC40-EXIT
               GO TO PB80.
           IF WS-POOL = ZERO
               MOVE "NO SOURCE MOVEMENT TO ALLOCATE"
                                 TO WS-NOTE30
               PERFORM PC40-NOTE THRU PC40-EXIT
               GO TO PB80.
           IF WS-TOTDRV NOT > ZERO
               MOVE "NO DRIVER VALUES - NOT POSTED"
                                 TO WS-NOTE30
               PERFORM PC40-NOTE THRU PC40-EXIT
               GO TO PB80.
             MOVE ZERO           TO WS-SEQ.
             PERFORM PJ00-SOURCES THRU PJ00-EXIT.
             PERFORM PK00-TARGETS THRU PK00-EXIT.
             ADD 1               TO WS-RULES.
             ADD WS-POOL         TO WS-GRANDTOT.
             MOVE SPACES         TO WS-AUDDESC.
             STRING "Overhead allocation posted by "
                                 DELIMITED BY SIZE
                    LS-USER      DELIMITED BY SIZE
                    INTO WS-AUDDESC.

       PB80.
           IF WS-AUDDESC NOT = SPACES
               PERFORM AY18-AUDIT.
             PERFORM AY70 THRU AY999.

       PB90.
      *
      *    ****    Reposition past this rule's lines so the
      *            caller's walk carries on from the next rule.
      *
             MOVE WS-CODE        TO OHA-CODE.
             MOVE 999            TO OHA-LINE.
             PERFORM START-AT-OHALLOC-KEY THRU READ-OHALLOC-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               MOVE "Y"          TO WS-ENDRULES.

       PB999.
             EXIT.

      /
       PD000           SECTION.
      *
      *    ****    Branch sales ex VAT (credit notes negative) and
      *            number of deliveries between the period dates,
      *            by the branch segment of the debtor.  Debtors
      *            with no branch are left out.
      *
       PD00-DRIVERS.
             INITIALIZE WS-BRANCH-DRIVERS.
             MOVE ZERO           TO WS-LASTACNO WS-SEGMENT.
             MOVE LOW-VALUES     TO DOC-KEY.
             START INVOICE KEY NOT LESS DOC-KEY
                 INVALID KEY
                     GO TO PD20.

       PD05.
             READ INVOICE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO PD20.
           IF DOC-LINE = ZERO
               GO TO PD05.
           IF DOC-TYPE NOT = 01 AND NOT = 02
               GO TO PD05.
             MOVE DOC-DATE       TO WS-DATE-SPLIT.
             PERFORM CH00-YMD THRU CH00-EXIT.
             MOVE WS-DATE-YMD    TO WS-YMD-CMP.
           IF WS-YMD-CMP < WS-YMD-FROM OR WS-YMD-CMP > WS-YMD-TO
               GO TO PD05.
             MOVE DOC-ACNO       TO WS-ACNO.
             PERFORM PD40-SEGMENT THRU PD40-EXIT.
           IF WS-SEGMENT = ZERO
               GO TO PD05.
           IF DOC-TYPE = 02
               COMPUTE WS-LINEVAL = DOC-VAT - DOC-TOTAL
           ELSE
               COMPUTE WS-LINEVAL = DOC-TOTAL - DOC-VAT.
             ADD WS-LINEVAL      TO WS-BR-SALES (WS-SEGMENT).
             GO TO PD05.

       PD20.
             MOVE LOW-VALUES     TO DSP-KEY.
             START DESPATCH KEY NOT LESS DSP-KEY
                 INVALID KEY
                     GO TO PD00-EXIT.

       PD25.
             READ DESPATCH NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO PD00-EXIT.
           IF DSP-LINE NOT = ZERO
               GO TO PD25.
             MOVE DSP-DATE       TO WS-DATE-SPLIT.
             PERFORM CH00-YMD THRU CH00-EXIT.
             MOVE WS-DATE-YMD    TO WS-YMD-CMP.
           IF WS-YMD-CMP < WS-YMD-FROM OR WS-YMD-CMP > WS-YMD-TO
               GO TO PD25.
             MOVE DSP-ACNO       TO WS-ACNO.
             PERFORM PD40-SEGMENT THRU PD40-EXIT.
           IF WS-SEGMENT = ZERO
               GO TO PD25.
             ADD 1               TO WS-BR-DELS (WS-SEGMENT).
             GO TO PD25.

       PD00-EXIT.
             EXIT.

      *
      *    ****    Branch segment of debtor WS-ACNO, read only
      *            when the account changes.
      *
       PD40-SEGMENT.
           IF WS-ACNO = WS-LASTACNO
               GO TO PD40-EXIT.
             MOVE WS-ACNO        TO WS-LASTACNO DEB-ACNO.
             MOVE ZERO           TO WS-SEGMENT.
             READ DEBTOR WITH IGNORE LOCK
                 INVALID KEY
                     GO TO PD40-EXIT.
             MOVE DEB-SEGMENT    TO WS-SEGMENT.
       PD40-EXIT.
             EXIT.

      /
       PE000           SECTION.
      *
      *    ****    WS-FOUND answers N if a target account has gone
      *            from the ledger since the rule was set up.
      *
       PE00-CHKTARGETS.
             MOVE "Y"            TO WS-FOUND.
             MOVE ZERO           TO WS-LSUB.

       PE05.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > WS-NLINES
               GO TO PE00-EXIT.
             MOVE WS-TG-AC (WS-LSUB)
                                 TO G-AC.
             PERFORM READ-GACCNT THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR = 8
               MOVE ZERO         TO WS-F-ERROR
               MOVE "N"          TO WS-FOUND
               GO TO PE00-EXIT.
             GO TO PE05.

       PE00-EXIT.
             EXIT.

      *
      *    ****    Post the mirror of every line an earlier run
      *            posted for this rule, year and period, dated
      *            as the original so the two net out, and remove
      *            the lines from OHAPST.
      *
       PF00-REVERSE.
             MOVE ZERO           TO WS-REVERSED WS-REVCOUNT.

       PF05.
             MOVE WS-CODE        TO OHP-CODE.
             MOVE WS-FINYR       TO OHP-FINYR.
             MOVE WS-PERIOD      TO OHP-PERIOD.
             MOVE ZERO           TO OHP-SEQ.
             PERFORM START-AT-OHAPST-KEY THRU READ-OHAPST-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO PF10.
             PERFORM READ-OHAPST-NEXT THRU READ-OHAPST-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO PF10.
           IF OHP-CODE NOT = WS-CODE OR OHP-FINYR NOT = WS-FINYR
                                     OR OHP-PERIOD NOT = WS-PERIOD
               GO TO PF10.
             MOVE OHP-AC         TO WS-POSTAC.
             MOVE OHP-AMOUNT     TO WS-LINEAMT.
             MOVE OHP-DATE       TO WS-POSTDATE.
           IF OHP-DC = "D"
               MOVE "C"          TO WS-POSTDC
           ELSE
               MOVE "D"          TO WS-POSTDC.
           IF OHP-ROLE = "T"
               IF OHP-DC = "D"
                   ADD OHP-AMOUNT
                                 TO WS-REVERSED
               ELSE
                   SUBTRACT OHP-AMOUNT
                                 FROM WS-REVERSED.
             MOVE SPACES         TO WS-POSTDESC.
             STRING "O/H ALLOC REVERSE " DELIMITED BY SIZE
                    WS-CODE      DELIMITED BY SIZE
                    INTO WS-POSTDESC.
             PERFORM PC20-POST THRU PC20-EXIT.
             MOVE 2              TO WS-ACTION.
             PERFORM AY17 THRU AY59.
             PERFORM DELETE-OHAPST-REC THRU WRITE-OHAPST-EXIT.
             ADD 1               TO WS-REVCOUNT.
             GO TO PF05.

       PF10.
             MOVE ZERO           TO WS-F-ERROR.
           IF WS-REVCOUNT = ZERO
               GO TO PF00-EXIT.
             MOVE SPACES         TO W30-WORK.
             MOVE "EARLIER RUN"  TO W30-TEXT.
             MOVE WS-REVERSED    TO W30-AMOUNT.
             MOVE "REVERSED"     TO W30-NOTE.
             WRITE PRINT-REC FROM W30-WORK.
             MOVE SPACES         TO WS-AUDDESC.
             STRING "Overhead allocation reversed by "
                                 DELIMITED BY SIZE
                    LS-USER      DELIMITED BY SIZE
                    INTO WS-AUDDESC.

       PF00-EXIT.
             EXIT.

      *
      *    ****    Net debit movement of each source account
      *            between the period dates.
      *
       PG00-SOURCES.
             INITIALIZE WS-SOURCES.
             MOVE ZERO           TO WS-NSRC WS-POOL.
             MOVE "N"            TO WS-SRCFULL.
             MOVE WS-FROMAC      TO T-AC.
             MOVE ZERO           TO T-DATE T-SERIAL.
             PERFORM START-AT-GLTRAN-KEY THRU READ-GLTRAN-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO PG00-END.

       PG05.
             PERFORM READ-GLTRAN-NEXT THRU READ-GLTRAN-EXIT.
           IF WS-F-ERROR NOT = ZERO
               GO TO PG00-END.
           IF T-AC > WS-TOAC
               GO TO PG00-END.
             MOVE T-DATE         TO WS-DATE-SPLIT.
             PERFORM CH00-YMD THRU CH00-EXIT.
             MOVE WS-DATE-YMD    TO WS-YMD-CMP.
           IF WS-YMD-CMP < WS-YMD-FROM OR WS-YMD-CMP > WS-YMD-TO
               GO TO PG05.
           IF WS-NSRC > ZERO
               IF T-AC = WS-SR-AC (WS-NSRC)
                   GO TO PG10.
           IF WS-NSRC = 50
               MOVE "Y"          TO WS-SRCFULL
               GO TO PG00-END.
             ADD 1               TO WS-NSRC.
             MOVE T-AC           TO WS-SR-AC (WS-NSRC).

       PG10.
           IF T-DC = "C"
               SUBTRACT T-AMOUNT FROM WS-SR-AMT (WS-NSRC) WS-POOL
           ELSE
               ADD T-AMOUNT      TO WS-SR-AMT (WS-NSRC) WS-POOL.
             GO TO PG05.

       PG00-END.
             MOVE ZERO           TO WS-F-ERROR.
       PG00-EXIT.
             EXIT.

      *
      *    ****    Driver of each target from its branch, and the
      *            total.  A branch with net credits counts as
      *            nothing.  WS-LASTTG is the last target with a
      *            driver - it takes the rounding.
      *
       PH00-TGDRV.
             MOVE ZERO           TO WS-TOTDRV WS-LSUB WS-LASTTG.

       PH05.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > WS-NLINES
               GO TO PH00-EXIT.
             MOVE WS-TG-AC (WS-LSUB)
                                 TO WS-ACNUM.
             MOVE ZERO           TO WS-TG-DRV (WS-LSUB).
           IF WS-BASIS = "P"
               MOVE WS-TG-PCT (WS-LSUB)
                                 TO WS-TG-DRV (WS-LSUB)
           ELSE
           IF WS-AC-SEG = ZERO
               NEXT SENTENCE
           ELSE
           IF WS-BASIS = "S"
               MOVE WS-BR-SALES (WS-AC-SEG)
                                 TO WS-TG-DRV (WS-LSUB)
           ELSE
               MOVE WS-BR-DELS (WS-AC-SEG)
                                 TO WS-TG-DRV (WS-LSUB).
           IF WS-TG-DRV (WS-LSUB) < ZERO
               MOVE ZERO         TO WS-TG-DRV (WS-LSUB).
           IF WS-TG-DRV (WS-LSUB) > ZERO
               ADD WS-TG-DRV (WS-LSUB)
                                 TO WS-TOTDRV
               MOVE WS-LSUB      TO WS-LASTTG.
             GO TO PH05.

       PH00-EXIT.
             EXIT.

      *
      *    ****    Clear each source account of its movement.
      *
       PJ00-SOURCES.
             MOVE ZERO           TO WS-S2.

       PJ05.
             ADD 1               TO WS-S2.
           IF WS-S2 > WS-NSRC
               GO TO PJ10.
           IF WS-SR-AMT (WS-S2) = ZERO
               GO TO PJ05.
             MOVE WS-SR-AC (WS-S2)
                                 TO WS-POSTAC.
           IF WS-SR-AMT (WS-S2) > ZERO
               MOVE "C"          TO WS-POSTDC
               MOVE WS-SR-AMT (WS-S2)
                                 TO WS-LINEAMT
           ELSE
               MOVE "D"          TO WS-POSTDC
               COMPUTE WS-LINEAMT = ZERO - WS-SR-AMT (WS-S2).
             MOVE "S"            TO WS-ROLE.
             MOVE ZERO           TO WS-DRIVER.
             PERFORM PC25-ALLOC THRU PC25-EXIT.
             MOVE SPACES         TO W30-WORK.
             MOVE "SOURCE"       TO W30-TEXT.
             MOVE WS-POSTAC      TO W30-AC.
             MOVE WS-POSTDC      TO W30-DC.
             MOVE WS-LINEAMT     TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-WORK.
             GO TO PJ05.

       PJ10.
             MOVE SPACES         TO W30-WORK.
             MOVE "TO ALLOCATE"  TO W30-TEXT.
             MOVE WS-TOTDRV      TO W30-DRIVER.
             MOVE WS-POOL        TO W30-AMOUNT.
             WRITE PRINT-REC FROM W30-WORK.

       PJ00-EXIT.
             EXIT.

      *
      *    ****    Share the pool between the targets pro rata to
      *            their drivers.
      *
       PK00-TARGETS.
             MOVE ZERO           TO WS-ALLOCATED WS-LSUB.

       PK05.
             ADD 1               TO WS-LSUB.
           IF WS-LSUB > WS-NLINES
               GO TO PK00-EXIT.
           IF WS-LSUB = WS-LASTTG
               COMPUTE WS-SHARE = WS-POOL - WS-ALLOCATED
           ELSE
               COMPUTE WS-SHARE ROUNDED = WS-POOL
                       * WS-TG-DRV (WS-LSUB) / WS-TOTDRV.
             ADD WS-SHARE        TO WS-ALLOCATED.
             COMPUTE WS-SHAREPCT ROUNDED =
                     WS-TG-DRV (WS-LSUB) * 100 / WS-TOTDRV.
             MOVE WS-TG-AC (WS-LSUB)
                                 TO WS-POSTAC WS-ACNUM.
           IF WS-SHARE < ZERO
               MOVE "C"          TO WS-POSTDC
               COMPUTE WS-LINEAMT = ZERO - WS-SHARE
           ELSE
               MOVE "D"          TO WS-POSTDC
               MOVE WS-SHARE     TO WS-LINEAMT.
             MOVE SPACES         TO W30-WORK.
             MOVE "TARGET"       TO W30-TEXT.
             MOVE WS-POSTAC      TO W30-AC.
             MOVE WS-AC-SEG      TO W30-BRANCH.
             MOVE WS-TG-DRV (WS-LSUB)
                                 TO W30-DRIVER.
             MOVE WS-SHAREPCT    TO W30-SHARE.
             MOVE WS-POSTDC      TO W30-DC.
             MOVE WS-LINEAMT     TO W30-AMOUNT.
           IF WS-LINEAMT = ZERO
               MOVE "NOTHING TO POST"
                                 TO W30-NOTE.
             WRITE PRINT-REC FROM W30-WORK.
           IF WS-LINEAMT = ZERO
               GO TO PK05.
             MOVE "T"            TO WS-ROLE.
             MOVE WS-TG-DRV (WS-LSUB)
                                 TO WS-DRIVER.
             PERFORM PC25-ALLOC THRU PC25-EXIT.
             GO TO PK05.

       PK00-EXIT.
             EXIT.

      /
       PC000           SECTION.
       PC20-POST.
      *
      *    ****    Update the account balance (journalled as a
      *            change) and write the GLTRAN and GLJRN records
      *            (journalled as additions).  The year and period
      *            are the reference on both.
      *
             MOVE WS-POSTAC      TO G-AC.
             PERFORM READ-GACCNT-LOCK THRU READ-GACCNT-EXIT.
           IF WS-F-ERROR NOT = ZERO
               PERFORM DISPLAY-FILE-NAME.
             MOVE ZERO           TO WS-ACTION.
             PERFORM AY12 THRU AY59.
           IF WS-POSTDC = "C"
               SUBTRACT WS-LINEAMT FROM G-BAL
           ELSE
               ADD WS-LINEAMT    TO G-BAL.
             MOVE WS-POSTDATE    TO G-LASTDTE.
             PERFORM REWRITE-GACCNT-REC THRU WRITE-GACCNT-EXIT.
             MOVE WS-POSTAC      TO T-AC.
             MOVE WS-POSTDATE    TO T-DATE.
             MOVE ZERO           TO T-SERIAL.
             MOVE WS-PERIOD      TO T-PERIOD.
             MOVE 05             TO T-TYPE.
           IF WS-POSTDC = "C"
               MOVE 06           TO T-TYPE.
             MOVE WS-REF         TO T-REF.
             MOVE WS-POSTDESC    TO T-DESC.
             MOVE WS-LINEAMT     TO T-AMOUNT.
             MOVE WS-POSTDC      TO T-DC.
             MOVE LS-USER        TO T-USER.

       PC22-WRITE.
             PERFORM WRITE-GLTRAN-REC THRU WRITE-GLTRAN-EXIT.
           IF WS-F-ERROR = 11
               ADD 1             TO T-SERIAL
               GO TO PC22-WRITE.
             MOVE 1              TO WS-ACTION.
             PERFORM AY13 THRU AY59.
             ADD 1               TO WS-GLJKEY.
             MOVE WS-GLJKEY      TO J-KEY.
             MOVE WS-POSTAC      TO J-AC.
             MOVE WS-POSTDATE    TO J-DATE.
             MOVE WS-REF         TO J-REF.
             MOVE WS-POSTDESC    TO J-DESC.
             MOVE WS-LINEAMT     TO J-AMOUNT.
             MOVE WS-POSTDC      TO J-DC.
             PERFORM WRITE-GLJRN-REC THRU WRITE-GLJRN-EXIT.
       PC20-EXIT.
             EXIT.

      *
      *    ****    Post one allocation line at the posting date
      *            and keep it on OHAPST (journalled as an
      *            addition) so a rerun can take it back.
      *
       PC25-ALLOC.
             MOVE WS-PDATE       TO WS-POSTDATE.
             MOVE SPACES         TO WS-POSTDESC.
             STRING "O/H ALLOCATION " DELIMITED BY SIZE
                    WS-CODE      DELIMITED BY SIZE
                    INTO WS-POSTDESC.
             PERFORM PC20-POST THRU PC20-EXIT.
             ADD 1               TO WS-SEQ.
             INITIALIZE OHP-RECORD.
             MOVE WS-CODE        TO OHP-CODE.
             MOVE WS-FINYR       TO OHP-FINYR.
             MOVE WS-PERIOD      TO OHP-PERIOD.
             MOVE WS-SEQ         TO OHP-SEQ.
             MOVE WS-POSTAC      TO OHP-AC.
             MOVE WS-POSTDC      TO OHP-DC.
             MOVE WS-LINEAMT     TO OHP-AMOUNT.
             MOVE WS-PDATE       TO OHP-DATE.
             MOVE WS-DRIVER      TO OHP-DRIVER.
             MOVE WS-ROLE        TO OHP-ROLE.
             MOVE LS-USER        TO OHP-USER.
             PERFORM WRITE-OHAPST-REC THRU WRITE-OHAPST-EXIT.
             MOVE 1              TO WS-ACTION.
             PERFORM AY17 THRU AY59.
       PC25-EXIT.
             EXIT.

      *
      *    ****    A note against the rule on the workings.
      *
       PC40-NOTE.
             MOVE SPACES         TO W30-WORK.
             MOVE WS-NOTE30      TO W30-NOTE.
             WRITE PRINT-REC FROM W30-WORK.
       PC40-EXIT.
             EXIT.

       ZA000           SECTION 9.
       ZA00.
             MOVE LS-PARID       TO WS-PARID.
             MOVE LS-L-OR-N      TO W02-L-OR-N.
             MOVE WS-SYS-ID      TO W02-SYSID.
             MOVE LS-TODAY-DDMMYY
                                 TO TODAY-DDMMYY.
             MOVE LS-USUB        TO WS-USUB.
             MOVE LS-USER        TO W02-USER.
             DISPLAY CLR-SCREEN.
             MOVE 1              TO USER-ACTION
                                    USER-SETTING.
             MOVE ZERO           TO USER-NUMBER.
             MOVE 11             TO USER-KEYS.
             CALL X"AF" USING SET-BIT-PAIRS, USER-KEY-CONTROL.

       ZA00A.
             OPEN INPUT APACFIDS.
             MOVE "PARAM"        TO AFID-KEY.

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
       ZA00-AUDKEY-EXIT.
             EXIT.

       ZA00A-CONTINUE.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "GACCNT"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GACCNT.
             MOVE "GLTRAN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GLTRAN.
             MOVE "GLJRN"        TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             INSPECT AFID-PATH REPLACING FIRST "XXX"
                               BY LS-USER.
             MOVE AFID-PATH      TO W02-GLJRN.
             MOVE "OHALLOC"      TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-OHALLOC.
             MOVE "OHAPST"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-OHAPST.
             MOVE "DEBTOR"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEBTOR.
             MOVE "INVOIC"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-INVOIC.
             MOVE "DESPATCH"     TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DESPATCH.
             MOVE "NETWORK"      TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-NETWORK.
             MOVE "RECOVER"      TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             INSPECT AFID-PATH REPLACING FIRST "XXX"
                               BY LS-USER.
             MOVE AFID-PATH      TO W02-RECOVER.
             MOVE "AUDITF"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-AUDITF.

       ZA02.
             OPEN OUTPUT RECOVER GLJRN.
             CLOSE RECOVER GLJRN.
             OPEN I-O RECOVER GLJRN.
             OPEN I-O AUDIT.
             PERFORM ZA00-AUDKEY THRU ZA00-AUDKEY-EXIT.
             OPEN I-O OHALLOC.
           IF WS-STATUS = "35"
               CLOSE OHALLOC
               OPEN OUTPUT OHALLOC
               CLOSE OHALLOC
               OPEN I-O OHALLOC.
             OPEN I-O OHAPST.
           IF WS-STATUS = "35"
               CLOSE OHAPST
               OPEN OUTPUT OHAPST
               CLOSE OHAPST
               OPEN I-O OHAPST.
             OPEN I-O PARAM NETWORK GACCNT GLTRAN DEBTOR.
             OPEN INPUT INVOICE DESPATCH.
             MOVE 1              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
             MOVE PAR-DMY        TO W05-TODAY.
             MOVE PAR-YMD        TO W05-TYMD.
             MOVE 4              TO WS-NETKEY.
             PERFORM READ-CONTROL THRU READ-CONTROL-EXIT.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       COPY STBYLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 2
               MOVE W02-NETWORK  TO WS-FILE
               MOVE WS-NETKEY    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 8
               MOVE W02-GACCNT   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE G-AC         TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 11
               MOVE W02-GLTRAN   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE T-KEY        TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 13
               MOVE W02-OHALLOC  TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE OHA-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 14
               MOVE W02-OHAPST   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE OHP-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE WS-PARID     TO WS-FILE
               MOVE WS-PARKEY    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 18
               MOVE W02-RECOVER  TO WS-FILE
               MOVE WS-RECKEY    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 26
               MOVE W02-GLJRN    TO WS-FILE
               MOVE WS-GLJKEY    TO WS-KEY
           ELSE
           IF WS-F-ERROR = 50
               MOVE W02-AUDITF   TO WS-FILE
               MOVE WS-AUDKEY    TO WS-KEY.

       COPY DISPERR.PRO.
