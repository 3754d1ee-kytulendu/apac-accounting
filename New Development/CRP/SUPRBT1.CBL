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
      *     S U P P L I E R   R E B A T E S                            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            SUPRBT1.
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
      *    OCT 2026 - First issue.  Supplier rebates and volume
      *               incentives: agreements per supplier on the
      *               SUPRBT file for that supplier's items in a
      *               department or one item, earning on the
      *               value received on GRNs or on the
      *               sell-through (the CARDEX sales movements at
      *               cost), with up to four tiers - the rate of
      *               the highest tier reached applies to the
      *               whole volume.  The accrual posts the
      *               rebate earned to date through LEDTRF to the
      *               accrued rebate and rebate income accounts on
      *               PARAM record 287.  Once an agreement's
      *               period has ended the claim run trues up the
      *               accrual, prints the claim document for the
      *               supplier and holds the amount as a debit
      *               (type 05) on the supplier's account against
      *               the creditors control until the supplier
      *               pays it or it is set off against their
      *               invoices.
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

       COPY CRTRAN.SL.

       COPY STOCK.SL.

       COPY GRN.SL.

       COPY CARDEX.SL.

       COPY DEPART.SL.

       COPY PARAM.SL.

       COPY LEDTRF.SL.

       COPY SUPRBT.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY CREDIT.FDE.

       COPY CRTRAN.FD.

       COPY STOCK.FDE.

       COPY GRN.FD.

       COPY CARDEX.FDE.

       COPY DEPART.FD.

       COPY PARAM.FDE.

       COPY LEDTRF.FDE.

       COPY SUPRBT.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-PARKEY          PIC  9(04) COMP-5 VALUE 287.
       77  WS-RUN             PIC  X(01) VALUE "P".
       77  WS-NEW             PIC  X(01) VALUE "N".
       77  WS-SUPP            PIC  9(05) VALUE ZERO.
       77  WS-SRBNO           PIC  9(02) VALUE ZERO.
       77  WS-COMPANY         PIC  X(40) VALUE SPACES.
       77  WS-RECGL           PIC  9(06) VALUE ZERO.
       77  WS-INCGL           PIC  9(06) VALUE ZERO.
       77  WS-CREGL           PIC  9(06) VALUE ZERO.
       77  WS-BNKGL           PIC  9(06) VALUE ZERO.
       77  WS-XFRKEY          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-TODAYNUM        PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-STARTNUM        PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-ENDNUM          PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-DOCNUM          PIC  9(07) COMP-5 VALUE ZERO.
       77  WS-NAGR            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-NPUR            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-NSELL           PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-ASUB            PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-TSUB            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-FULL            PIC  X(01) VALUE "N".
       77  WS-MBASIS          PIC  X(01) VALUE SPACE.
       77  WS-MSUPP           PIC  9(05) VALUE ZERO.
       77  WS-MITEM           PIC  X(15) VALUE SPACES.
       77  WS-SIGN            PIC  X(01) VALUE SPACE.
       77  WS-LASTITEM        PIC  X(15) VALUE SPACES.
       77  WS-LASTDEPT        PIC  X(04) VALUE SPACES.
       77  WS-LASTSUPP        PIC  9(05) VALUE ZERO.
       77  WS-LINEVAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-PCT             PIC  9(02)V99 COMP-3 VALUE ZERO.
       77  WS-EARNED          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-MOVE            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTEARN         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTMOVE         PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-TOTCLAIM        PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-CLAIMS          PIC  9(03) COMP-5 VALUE ZERO.
       77  WS-METHOD          PIC  X(01) VALUE SPACE.
       77  WS-CLMDATE         PIC  9(08) VALUE ZERO.
       77  WS-CLMSER          PIC  9(06) COMP-5 VALUE ZERO.
       77  WS-CLMOUT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-REMAIN          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-OFFSET          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-AMOUNT          PIC  Z(08)9.99-.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           03  WS-DW-DD       PIC  9(02).
           03  WS-DW-MM       PIC  9(02).
           03  WS-DW-YYYY     PIC  9(04).

      *
      *    The claim reference carried on the supplier's account
      *    and quoted on the claim document.
      *
       01  WS-CLAIMREF.
           03  FILLER         PIC  X(03) VALUE "RBT".
           03  WS-CLAIMNO     PIC  9(07) VALUE ZERO.

      *
      *    The agreements taken into a run, with the volume found
      *    for each during the walk of the GRN and CARDEX files.
      *    The dates are held as day numbers for comparison.
      *
       01  WS-AGR-TABLE.
           03  WS-AGR-ENTRY   OCCURS 300.
               05  WS-AGR-SUPP
                              PIC  9(05).
               05  WS-AGR-NO  PIC  9(02).
               05  WS-AGR-BASIS
                              PIC  X(01).
               05  WS-AGR-SCOPE
                              PIC  X(01).
               05  WS-AGR-DEPT
                              PIC  X(04).
               05  WS-AGR-ITEM
                              PIC  X(15).
               05  WS-AGR-START
                              PIC  9(07) COMP-5.
               05  WS-AGR-END PIC  9(07) COMP-5.
               05  WS-AGR-VOL PIC S9(09)V99 COMP-3.

       01  W10-HEAD1.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  W10-TITLE      PIC  X(36).
           03  W10-DATE       PIC  Z9/99/9999.
       01  W10-HEAD2.
           03  FILLER         PIC  X(52) VALUE
               " SUPP NO B S CODE                  VOLUME   RATE    ".
           03  FILLER         PIC  X(33) VALUE
               "  EARNED      ACCRUED    MOVEMENT".
       01  W10-HEAD3.
           03  FILLER         PIC  X(52) VALUE
               " SUPP NO NAME                 B S CODE              ".
           03  FILLER         PIC  X(43) VALUE
               "    FROM         TO S      ACCRUED    CLAIM".

      *
      *    The claim document, one page per claim.
      *
       01  W15-CLAIM1.
           03  W15-COMPANY    PIC  X(40).
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  FILLER         PIC  X(18) VALUE
               "REBATE CLAIM      ".
           03  W15-DATE       PIC  Z9/99/9999.
       01  W15-CLAIM2.
           03  FILLER         PIC  X(11) VALUE "Supplier : ".
           03  W15-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W15-NAME       PIC  X(30).
           03  FILLER         PIC  X(10) VALUE "  Claim : ".
           03  W15-REF        PIC  X(10).
       01  W16-LINE.
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  W16-LABEL      PIC  X(20).
           03  W16-VALUE      PIC  X(40).

       01  W20-DETAIL.
           03  W20-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-NO         PIC  Z9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-BASIS      PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-SCOPE      PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-CODE       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-VOL        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W20-PCT        PIC  Z9.99.
           03  W20-EARNED     PIC  Z(08)9.99-.
           03  W20-PREV       PIC  Z(08)9.99-.
           03  W20-MOVE       PIC  Z(07)9.99-.

       01  W21-CLAIM.
           03  FILLER         PIC  X(12) VALUE SPACES.
           03  FILLER         PIC  X(07) VALUE "CLAIM  ".
           03  W21-REF        PIC  X(10).
           03  FILLER         PIC  X(08) VALUE "  VALUE ".
           03  W21-AMOUNT     PIC  Z(08)9.99.

       01  W30-DETAIL.
           03  W30-SUPP       PIC  Z(04)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NO         PIC  Z9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-NAME       PIC  X(20).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-BASIS      PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-SCOPE      PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-CODE       PIC  X(15).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-START      PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-END        PIC  Z9/99/9999.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-STATUS     PIC  X(01).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-ACCRUED    PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W30-CLAIM      PIC  Z(06)9.

       01  W31-TIER.
           03  FILLER         PIC  X(10) VALUE SPACES.
           03  FILLER         PIC  X(05) VALUE "TIER ".
           03  W31-NO         PIC  9(01).
           03  FILLER         PIC  X(07) VALUE "  FROM ".
           03  W31-FROM       PIC  Z(08)9.99.
           03  FILLER         PIC  X(08) VALUE "  RATE  ".
           03  W31-PCT        PIC  Z9.99.
           03  FILLER         PIC  X(01) VALUE "%".

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "CRP".
           03  WS-PROG        PIC  X(03) VALUE "SRB".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY CREDIT.ID.

       COPY CRTRAN.ID.

       COPY STOCK.ID.

       COPY GRN.ID.

       COPY CARDEX.ID.

       COPY DEPART.ID.

       COPY PARAM.ID.

       COPY LEDTRF.ID.

       COPY SUPRBT.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(08) VALUE "SUPRBT1.".
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
                       VALUE "SUPPLIER  REBATE  CLAIMS".
           03  LINE  4 COLUMN 16 VALUE "1. Rebate agreements".
           03  LINE  5 COLUMN 16 VALUE "2. Agreement listing".
           03  LINE  6 COLUMN 16 VALUE
               "3. Accrual pre-posting report (no update)".
           03  LINE  7 COLUMN 16 VALUE "4. Accrue and post".
           03  LINE  8 COLUMN 16 VALUE
               "5. Claim ended agreements".
           03  LINE  9 COLUMN 16 VALUE "6. Settle a claim".
           03  LINE 10 COLUMN 16 VALUE "7. Rebate settings".
           03  LINE 11 COLUMN 16 VALUE "0. Exit".
           03  LINE 13 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 13 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

       01  S13.
           03  LINE  4 COLUMN 10 VALUE "Supplier       :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05) USING WS-SUPP AUTO.

       01  S14.
           03  LINE  5 COLUMN 10 VALUE "Agreement no.  :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING WS-SRBNO AUTO.

       01  S15.
           03  LINE  7 COLUMN 10 VALUE "Basis          :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING SRB-BASIS AUTO.
           03          COLUMN 30 VALUE
               "P = purchases, S = sell-through".
           03  LINE  8 COLUMN 10 VALUE "Scope          :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING SRB-SCOPE AUTO.
           03          COLUMN 30 VALUE
               "D = department, I = item, space = delete".
           03  LINE  9 COLUMN 10 VALUE "Department     :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING SRB-DEPT AUTO.
           03  LINE 10 COLUMN 10 VALUE "Item           :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING SRB-ITEM AUTO.
           03  LINE 11 COLUMN 10 VALUE "Period from    :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING SRB-START AUTO.
           03  LINE 12 COLUMN 10 VALUE "Period to      :".
           03          COLUMN 27 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99/99/9999 USING SRB-END AUTO.
           03  LINE 13 COLUMN 10 VALUE
               "Tier     Volume from     Rate %".
           03  LINE 14 COLUMN 11 VALUE "1".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING SRB-FROM (1)
                                 AUTO.
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99 USING SRB-PCT (1) AUTO.
           03  LINE 15 COLUMN 11 VALUE "2".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING SRB-FROM (2)
                                 AUTO.
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99 USING SRB-PCT (2) AUTO.
           03  LINE 16 COLUMN 11 VALUE "3".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING SRB-FROM (3)
                                 AUTO.
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99 USING SRB-PCT (3) AUTO.
           03  LINE 17 COLUMN 11 VALUE "4".
           03          COLUMN 17 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(09).99 USING SRB-FROM (4)
                                 AUTO.
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 99.99 USING SRB-PCT (4) AUTO.

       01  S16.
           03  LINE 12 COLUMN 10 VALUE
               "Settled by (R = received, O = offset) :".
           03          COLUMN 50 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-METHOD AUTO.

       01  S20.
           03  LINE  2 COLUMN 24 FOREGROUND-COLOR 7 HIGHLIGHT
                       VALUE "REBATE  SETTINGS".
           03  LINE  5 COLUMN 10 VALUE "Accrued rebate account :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-SRB-RECGL AUTO.
           03  LINE  6 COLUMN 10 VALUE "Rebate income account  :".
           03          COLUMN 35 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(06) USING PAR-SRB-INCGL AUTO.
           03  LINE  8 COLUMN 10 VALUE
               "Sell-through CARDEX types (+ sale, - return) :".
           03  LINE  9 COLUMN 12 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (1)
                                 AUTO.
           03          COLUMN 15 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (1)
                                 AUTO.
           03          COLUMN 19 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (2)
                                 AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (2)
                                 AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (3)
                                 AUTO.
           03          COLUMN 29 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (3)
                                 AUTO.
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (4)
                                 AUTO.
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (4)
                                 AUTO.
           03          COLUMN 40 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (5)
                                 AUTO.
           03          COLUMN 43 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (5)
                                 AUTO.
           03  LINE 10 COLUMN 12 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (6)
                                 AUTO.
           03          COLUMN 15 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (6)
                                 AUTO.
           03          COLUMN 19 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (7)
                                 AUTO.
           03          COLUMN 22 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (7)
                                 AUTO.
           03          COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (8)
                                 AUTO.
           03          COLUMN 29 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (8)
                                 AUTO.
           03          COLUMN 33 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (9)
                                 AUTO.
           03          COLUMN 36 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (9)
                                 AUTO.
           03          COLUMN 40 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(02) USING PAR-SRB-TYPE (10)
                                 AUTO.
           03          COLUMN 43 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING PAR-SRB-SIGN (10)
                                 AUTO.

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-CRLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE CREDIT CRTRAN STOCK GRNFILE CARDEX DEPART PARAM
                   LEDTRF SUPRBT.

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
           IF WS-OPTION = "3"
               MOVE "P"          TO WS-RUN
               PERFORM DA000 THRU DA999
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA00
               ELSE
                   MOVE "A"      TO WS-RUN
                   PERFORM DA000 THRU DA999
                   GO TO BA00.
           IF WS-OPTION = "5"
               PERFORM CHECK-CORRECT
               IF WS-OPTION = "N"
                   GO TO BA00
               ELSE
                   MOVE "C"      TO WS-RUN
                   PERFORM DA000 THRU DA999
                   GO TO BA00.
           IF WS-OPTION = "6"
               PERFORM GA000 THRU GA999
               GO TO BA00.
           IF WS-OPTION = "7"
               PERFORM JA000 THRU JA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

       BA999.
             EXIT.

      /
      *    ****    R E B A T E   A G R E E M E N T S
      *
      *            Only active agreements can be changed, and one
      *            that has had an accrual posted cannot be
      *            deleted.
      *
       CA000           SECTION.
       CA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S13.
             ACCEPT S13 AT 0427.
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

       CA05.
             MOVE ZERO           TO WS-SRBNO.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-SRBNO = ZERO
               GO TO CA00.
             MOVE WS-SUPP        TO SRB-SUPP.
             MOVE WS-SRBNO       TO SRB-NO.
             MOVE "N"            TO WS-NEW.
             READ SUPRBT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEW.
           IF WS-NEW = "Y"
               INITIALIZE SRB-RECORD
               MOVE WS-SUPP      TO SRB-SUPP
               MOVE WS-SRBNO     TO SRB-NO
               MOVE "A"          TO SRB-STATUS.
             DISPLAY S15.
           IF WS-NEW = "Y"
               GO TO CA10.
             MOVE SRB-ACCRUED    TO WS-AMOUNT.
             DISPLAY "Accrued to date : " AT 1910
                     WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.
           IF SRB-STATUS NOT = "A"
               MOVE SRB-CLAIM    TO WS-CLAIMNO
               DISPLAY "Claimed on " AT 2010
                       WITH FOREGROUND-COLOR 14
                       WS-CLAIMREF WITH FOREGROUND-COLOR 15
               UNLOCK SUPRBT
               MOVE "Agreement claimed - view only"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA05.

       CA10.
             ACCEPT S15.
           IF SRB-SCOPE = SPACE
               GO TO CA30.
           IF SRB-BASIS NOT = "P" AND NOT = "S"
               MOVE "Basis must be P or S"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
           IF SRB-SCOPE NOT = "D" AND NOT = "I"
               MOVE "Scope must be D or I"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
           IF SRB-SCOPE = "I"
               GO TO CA12.
             MOVE SPACES         TO SRB-ITEM.
             MOVE SRB-DEPT       TO DPT-CODE.
             READ DEPART WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Department not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA10.
             GO TO CA15.

       CA12.
             MOVE SRB-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Item not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO CA10.
           IF STK-SUPP NOT = WS-SUPP
               MOVE "Item is not bought from this supplier"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             MOVE STK-DEPT       TO SRB-DEPT.
             DISPLAY S15.

       CA15.
             MOVE SRB-START      TO WS-DATE-WORK.
           IF WS-DW-DD < 1 OR WS-DW-DD > 31
                           OR WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE "Invalid period from date"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             COMPUTE WS-STARTNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE SRB-END        TO WS-DATE-WORK.
           IF WS-DW-DD < 1 OR WS-DW-DD > 31
                           OR WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE "Invalid period to date"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             COMPUTE WS-ENDNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-ENDNUM NOT > WS-STARTNUM
               MOVE "Period to must be after period from"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CB00-TIERS THRU CB00-EXIT.
           IF WS-ERR-STRING NOT = SPACES
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK SUPRBT
               GO TO CA05.
           IF WS-NEW = "N"
               REWRITE SRB-RECORD
               UNLOCK SUPRBT
               GO TO CA05.
             WRITE SRB-RECORD
                 INVALID KEY
                     MOVE "Agreement already on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE.
             GO TO CA05.

      *
      *    ****    Delete - only before anything has accrued.
      *
       CA30.
           IF WS-NEW = "Y"
               GO TO CA05.
           IF SRB-ACCRUED NOT = ZERO
               MOVE "Accrual posted - agreement cannot be deleted"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO CA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "Y"
               DELETE SUPRBT RECORD.
             UNLOCK SUPRBT.
             GO TO CA05.

       CA999.
             EXIT.

      *
      *    ****    The tiers must rise in volume and be used in
      *            order; tier 1 needs a rate.  An unused tier is
      *            cleared.  WS-ERR-STRING answers spaces when
      *            they are in order.
      *
       CB00-TIERS.
             MOVE SPACES         TO WS-ERR-STRING.
           IF SRB-PCT (1) = ZERO
               MOVE "Tier 1 needs a rate"
                                 TO WS-ERR-STRING
               GO TO CB00-EXIT.
             MOVE 2              TO WS-TSUB.

       CB05-TIER.
           IF SRB-PCT (WS-TSUB) = ZERO
               MOVE ZERO         TO SRB-FROM (WS-TSUB)
               GO TO CB10-NEXT.
           IF SRB-PCT (WS-TSUB - 1) = ZERO
               MOVE "Tiers must be used in order"
                                 TO WS-ERR-STRING
               GO TO CB00-EXIT.
           IF SRB-FROM (WS-TSUB) NOT > SRB-FROM (WS-TSUB - 1)
               MOVE "Each tier must start above the one before"
                                 TO WS-ERR-STRING
               GO TO CB00-EXIT.

       CB10-NEXT.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB < 5
               GO TO CB05-TIER.

       CB00-EXIT.
             EXIT.

      /
      *    ****    A C C R U A L   A N D   C L A I M S
      *
      *            WS-RUN P prints the accrual without updating,
      *            A accrues every active agreement that has
      *            started, C claims those whose period has ended.
      *            A purchase deal earns on the supplier's GRN
      *            lines dated within the period at the price
      *            received (restated to home currency at the
      *            order rate); a sell-through deal on the CARDEX
      *            sales movements of the supplier's items at
      *            cost.
      *
       DA000           SECTION.
       DA00.
           IF WS-RUN NOT = "P"
                   AND (WS-RECGL = ZERO OR WS-INCGL = ZERO)
               MOVE "No rebate accounts on record 287"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
           IF WS-RUN = "C" AND WS-CREGL = ZERO
               MOVE "No creditors control on record 6"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             MOVE TODAY-DDMMYY   TO WS-DATE-WORK.
             COMPUTE WS-TODAYNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             OPEN OUTPUT PRINTF.
           IF WS-RUN = "P"
               MOVE "SUPPLIER REBATE ACCRUAL - PRE-POST "
                                 TO W10-TITLE.
           IF WS-RUN = "A"
               MOVE "SUPPLIER REBATE ACCRUAL - POSTED   "
                                 TO W10-TITLE.
           IF WS-RUN = "C"
               MOVE "SUPPLIER REBATE CLAIMS             "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD2.
             MOVE ZERO           TO WS-TOTEARN WS-TOTMOVE
                                    WS-TOTCLAIM WS-CLAIMS.
             PERFORM DB00-LOAD THRU DB00-EXIT.
           IF WS-FULL = "Y"
               MOVE "AGREEMENT TABLE FULL - LATER AGREEMENTS LEFT FOR
      -             " THE NEXT RUN"
                                 TO PRINT-REC
               WRITE PRINT-REC.
           IF WS-NPUR = ZERO
               GO TO DA20.
             MOVE SPACES         TO WS-LASTITEM.
             MOVE LOW-VALUES     TO GRN-KEY.
             START GRNFILE KEY NOT LESS GRN-KEY
                 INVALID KEY
                     GO TO DA20.

       DA05.
             READ GRNFILE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA20.
           IF GRN-LINE = ZERO
               GO TO DA05.
             MOVE GRN-DATE       TO WS-DATE-WORK.
             COMPUTE WS-DOCNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF GRN-CURR NOT = SPACES AND GRN-FXRATE > ZERO
               COMPUTE WS-LINEVAL ROUNDED =
                       GRN-QTY * GRN-PRICE * GRN-FXRATE
           ELSE
               COMPUTE WS-LINEVAL ROUNDED = GRN-QTY * GRN-PRICE.
             MOVE GRN-ITEM       TO WS-MITEM.
             PERFORM DC00-ITEM THRU DC00-EXIT.
             MOVE "P"            TO WS-MBASIS.
             MOVE GRN-SUPP       TO WS-MSUPP.
             PERFORM DE00-MATCH THRU DE00-EXIT.
             GO TO DA05.

      *
      *    ****    The sell-through from CARDEX.
      *
       DA20.
           IF WS-NSELL = ZERO
               GO TO DA50.
             MOVE SPACES         TO WS-LASTITEM.
             MOVE LOW-VALUES     TO CRD-KEY.
             START CARDEX KEY NOT LESS CRD-KEY
                 INVALID KEY
                     GO TO DA50.

       DA25.
             READ CARDEX NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DA50.
             PERFORM DD00-TYPE THRU DD00-EXIT.
           IF WS-SIGN = SPACE
               GO TO DA25.
             MOVE CRD-DATE       TO WS-DATE-WORK.
             COMPUTE WS-DOCNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
             COMPUTE WS-LINEVAL ROUNDED = CRD-QTY * CRD-COST.
           IF WS-LINEVAL < ZERO
               COMPUTE WS-LINEVAL = ZERO - WS-LINEVAL.
           IF WS-SIGN = "-"
               COMPUTE WS-LINEVAL = ZERO - WS-LINEVAL.
             MOVE CRD-ITEM       TO WS-MITEM.
             PERFORM DC00-ITEM THRU DC00-EXIT.
             MOVE "S"            TO WS-MBASIS.
             MOVE WS-LASTSUPP    TO WS-MSUPP.
             PERFORM DE00-MATCH THRU DE00-EXIT.
             GO TO DA25.

      *
      *    ****    Each agreement against its tiers.
      *
       DA50.
             MOVE 1              TO WS-ASUB.

       DA55.
           IF WS-ASUB > WS-NAGR
               GO TO DA80.
             MOVE WS-AGR-SUPP (WS-ASUB)
                                 TO SRB-SUPP.
             MOVE WS-AGR-NO (WS-ASUB)
                                 TO SRB-NO.
           IF WS-RUN = "P"
               READ SUPRBT WITH IGNORE LOCK
                   INVALID KEY
                       ADD 1     TO WS-ASUB
                       GO TO DA55
           ELSE
               READ SUPRBT WITH KEPT LOCK
                   INVALID KEY
                       ADD 1     TO WS-ASUB
                       GO TO DA55.
             PERFORM DF00-EARNED THRU DF00-EXIT.
             COMPUTE WS-MOVE = WS-EARNED - SRB-ACCRUED.
             MOVE SRB-SUPP       TO W20-SUPP.
             MOVE SRB-NO         TO W20-NO.
             MOVE SRB-BASIS      TO W20-BASIS.
             MOVE SRB-SCOPE      TO W20-SCOPE.
           IF SRB-SCOPE = "I"
               MOVE SRB-ITEM     TO W20-CODE
           ELSE
               MOVE SRB-DEPT     TO W20-CODE.
             MOVE WS-AGR-VOL (WS-ASUB)
                                 TO W20-VOL.
             MOVE WS-PCT         TO W20-PCT.
             MOVE WS-EARNED      TO W20-EARNED.
             MOVE SRB-ACCRUED    TO W20-PREV.
             MOVE WS-MOVE        TO W20-MOVE.
             WRITE PRINT-REC FROM W20-DETAIL.
             ADD WS-EARNED       TO WS-TOTEARN.
             ADD WS-MOVE         TO WS-TOTMOVE.
           IF WS-RUN = "P"
               ADD 1             TO WS-ASUB
               GO TO DA55.
             MOVE WS-AGR-VOL (WS-ASUB)
                                 TO SRB-VOLUME.
             MOVE WS-EARNED      TO SRB-ACCRUED.
             MOVE TODAY-DDMMYY   TO SRB-LASTRUN.
           IF WS-RUN = "C"
               IF WS-EARNED > ZERO
                   PERFORM FA00-CLAIM THRU FA00-EXIT
               ELSE
                   MOVE "S"      TO SRB-STATUS
                   MOVE ZERO     TO SRB-CLAIM
                   MOVE TODAY-DDMMYY
                                 TO SRB-SETTLED.
             REWRITE SRB-RECORD.
             UNLOCK SUPRBT.
             ADD 1               TO WS-ASUB.
             GO TO DA55.

      *
      *    ****    Post the ledger, then total off.  The claim
      *            documents follow the run report.
      *
       DA80.
           IF WS-RUN NOT = "P"
               PERFORM DG00-POST THRU DG00-EXIT.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE SPACES         TO W20-DETAIL.
             MOVE "TOTAL"        TO W20-CODE.
             MOVE WS-TOTEARN     TO W20-EARNED.
             MOVE WS-TOTMOVE     TO W20-MOVE.
             WRITE PRINT-REC FROM W20-DETAIL.
           IF WS-CLAIMS NOT = ZERO
               PERFORM HA00-CLAIMS THRU HA00-EXIT.
             CLOSE PRINTF.
             MOVE WS-TOTMOVE     TO WS-AMOUNT.
           IF WS-RUN = "P"
               DISPLAY "Pre-posting report printed" AT 1510
                       WITH FOREGROUND-COLOR 14.
           IF WS-RUN = "A"
               DISPLAY "Accrual movement posted : " AT 1510
                       WITH FOREGROUND-COLOR 14
                       WS-AMOUNT WITH FOREGROUND-COLOR 15.
           IF WS-RUN = "C"
               DISPLAY "Claims raised : " AT 1510
                       WITH FOREGROUND-COLOR 14
                       WS-CLAIMS WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       DA999.
             EXIT.

      *
      *    ****    Take the agreements for the run into the
      *            table: active ones that have started, and for
      *            the claims only those whose period has ended.
      *
       DB00-LOAD.
             MOVE ZERO           TO WS-NAGR WS-NPUR WS-NSELL.
             MOVE "N"            TO WS-FULL.
             MOVE LOW-VALUES     TO SRB-KEY.
             START SUPRBT KEY NOT LESS SRB-KEY
                 INVALID KEY
                     GO TO DB00-EXIT.

       DB05-READ.
             READ SUPRBT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO DB00-EXIT.
           IF SRB-STATUS NOT = "A"
               GO TO DB05-READ.
             MOVE SRB-START      TO WS-DATE-WORK.
             COMPUTE WS-STARTNUM = (WS-DW-YYYY * 372)
                                 + (WS-DW-MM * 31) + WS-DW-DD.
             MOVE SRB-END        TO WS-DATE-WORK.
             COMPUTE WS-ENDNUM = (WS-DW-YYYY * 372)
                               + (WS-DW-MM * 31) + WS-DW-DD.
           IF WS-STARTNUM > WS-TODAYNUM
               GO TO DB05-READ.
           IF WS-RUN = "C" AND WS-ENDNUM NOT < WS-TODAYNUM
               GO TO DB05-READ.
           IF WS-NAGR = 300
               MOVE "Y"          TO WS-FULL
               GO TO DB00-EXIT.
             ADD 1               TO WS-NAGR.
           IF SRB-BASIS = "P"
               ADD 1             TO WS-NPUR
           ELSE
               ADD 1             TO WS-NSELL.
             MOVE SRB-SUPP       TO WS-AGR-SUPP (WS-NAGR).
             MOVE SRB-NO         TO WS-AGR-NO (WS-NAGR).
             MOVE SRB-BASIS      TO WS-AGR-BASIS (WS-NAGR).
             MOVE SRB-SCOPE      TO WS-AGR-SCOPE (WS-NAGR).
             MOVE SRB-DEPT       TO WS-AGR-DEPT (WS-NAGR).
             MOVE SRB-ITEM       TO WS-AGR-ITEM (WS-NAGR).
             MOVE WS-STARTNUM    TO WS-AGR-START (WS-NAGR).
             MOVE WS-ENDNUM      TO WS-AGR-END (WS-NAGR).
             MOVE ZERO           TO WS-AGR-VOL (WS-NAGR).
             GO TO DB05-READ.

       DB00-EXIT.
             EXIT.

      *
      *    ****    Department and supplier of WS-MITEM, kept from
      *            the last look-up.  An item not on file answers
      *            spaces and zero.
      *
       DC00-ITEM.
           IF WS-MITEM = WS-LASTITEM
               GO TO DC00-EXIT.
             MOVE WS-MITEM       TO WS-LASTITEM STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO WS-LASTDEPT
                     MOVE ZERO   TO WS-LASTSUPP
                     GO TO DC00-EXIT.
             MOVE STK-DEPT       TO WS-LASTDEPT.
             MOVE STK-SUPP       TO WS-LASTSUPP.

       DC00-EXIT.
             EXIT.

      *
      *    ****    Is the movement one of the sell-through types
      *            on record 287 - WS-SIGN answers its sign, or
      *            space when it is not.
      *
       DD00-TYPE.
             MOVE SPACE          TO WS-SIGN.
             MOVE 1              TO WS-TSUB.

       DD05-LOOK.
           IF PAR-SRB-TYPE (WS-TSUB) = CRD-TYPE
                   AND PAR-SRB-TYPE (WS-TSUB) NOT = ZERO
               MOVE PAR-SRB-SIGN (WS-TSUB)
                                 TO WS-SIGN
               GO TO DD00-EXIT.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB < 11
               GO TO DD05-LOOK.

       DD00-EXIT.
             EXIT.

      *
      *    ****    Add the movement to every agreement it falls
      *            under.
      *
       DE00-MATCH.
             MOVE 1              TO WS-ASUB.

       DE05-AGR.
           IF WS-ASUB > WS-NAGR
               GO TO DE00-EXIT.
           IF WS-AGR-BASIS (WS-ASUB) NOT = WS-MBASIS
                   OR WS-AGR-SUPP (WS-ASUB) NOT = WS-MSUPP
               GO TO DE10-NEXT.
           IF WS-DOCNUM < WS-AGR-START (WS-ASUB)
                   OR WS-DOCNUM > WS-AGR-END (WS-ASUB)
               GO TO DE10-NEXT.
           IF WS-AGR-SCOPE (WS-ASUB) = "I"
               IF WS-AGR-ITEM (WS-ASUB) = WS-MITEM
                   ADD WS-LINEVAL
                                 TO WS-AGR-VOL (WS-ASUB)
                   GO TO DE10-NEXT
               ELSE
                   GO TO DE10-NEXT.
           IF WS-AGR-DEPT (WS-ASUB) = WS-LASTDEPT
               ADD WS-LINEVAL    TO WS-AGR-VOL (WS-ASUB).

       DE10-NEXT.
             ADD 1               TO WS-ASUB.
             GO TO DE05-AGR.

       DE00-EXIT.
             EXIT.

      *
      *    ****    The rate of the highest tier the volume has
      *            reached, applied to the whole volume.
      *
       DF00-EARNED.
             MOVE ZERO           TO WS-PCT WS-EARNED.
           IF WS-AGR-VOL (WS-ASUB) NOT > ZERO
               GO TO DF00-EXIT.
             MOVE 1              TO WS-TSUB.

       DF05-TIER.
           IF SRB-PCT (WS-TSUB) > ZERO
                   AND WS-AGR-VOL (WS-ASUB) NOT < SRB-FROM (WS-TSUB)
               MOVE SRB-PCT (WS-TSUB)
                                 TO WS-PCT.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB < 5
               GO TO DF05-TIER.
             COMPUTE WS-EARNED ROUNDED =
                 (WS-AGR-VOL (WS-ASUB) * WS-PCT) / 100.

       DF00-EXIT.
             EXIT.

      *
      *    ****    The accrual movement goes to the accrued
      *            rebate against the rebate income; the claims
      *            move out of the accrued rebate onto the
      *            suppliers' accounts in the creditors control.
      *
       DG00-POST.
           IF WS-TOTMOVE = ZERO
               GO TO DG10-CLAIMS.
             MOVE "Supplier rebate accrual "
                                 TO XFR-DESC.
             MOVE WS-RECGL       TO XFR-AC.
           IF WS-TOTMOVE < ZERO
               COMPUTE XFR-AMOUNT = ZERO - WS-TOTMOVE
               MOVE "C"          TO XFR-DC
           ELSE
               MOVE WS-TOTMOVE   TO XFR-AMOUNT
               MOVE "D"          TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.
             MOVE WS-INCGL       TO XFR-AC.
           IF WS-TOTMOVE < ZERO
               MOVE "D"          TO XFR-DC
           ELSE
               MOVE "C"          TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.

       DG10-CLAIMS.
           IF WS-TOTCLAIM = ZERO
               GO TO DG00-EXIT.
             MOVE "Supplier rebate claims  "
                                 TO XFR-DESC.
             MOVE WS-CREGL       TO XFR-AC.
             MOVE WS-TOTCLAIM    TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.
             MOVE WS-RECGL       TO XFR-AC.
             MOVE "C"            TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.

       DG00-EXIT.
             EXIT.

       DH00-WRITE.
             ADD 1               TO WS-XFRKEY.
             MOVE WS-XFRKEY      TO XFR-KEY.
             MOVE TODAY-DDMMYY   TO XFR-DATE.

       DH05-WRITE.
             WRITE XFR-RECORD
                 INVALID KEY
                     ADD 1       TO WS-XFRKEY
                     MOVE WS-XFRKEY
                                 TO XFR-KEY
                     GO TO DH05-WRITE.

       DH00-EXIT.
             EXIT.

      /
      *    ****    A G R E E M E N T   L I S T I N G
      *
       EA000           SECTION.
       EA00.
             OPEN OUTPUT PRINTF.
             MOVE "SUPPLIER REBATE AGREEMENTS         "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W10-HEAD3.
             MOVE LOW-VALUES     TO SRB-KEY.
             START SUPRBT KEY NOT LESS SRB-KEY
                 INVALID KEY
                     GO TO EA50.

       EA05.
             READ SUPRBT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO EA50.
             MOVE SRB-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE SRB-SUPP       TO W30-SUPP.
             MOVE SRB-NO         TO W30-NO.
             MOVE P-NAME         TO W30-NAME.
             MOVE SRB-BASIS      TO W30-BASIS.
             MOVE SRB-SCOPE      TO W30-SCOPE.
           IF SRB-SCOPE = "I"
               MOVE SRB-ITEM     TO W30-CODE
           ELSE
               MOVE SRB-DEPT     TO W30-CODE.
             MOVE SRB-START      TO W30-START.
             MOVE SRB-END        TO W30-END.
             MOVE SRB-STATUS     TO W30-STATUS.
             MOVE SRB-ACCRUED    TO W30-ACCRUED.
             MOVE SRB-CLAIM      TO W30-CLAIM.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W30-DETAIL.
             MOVE 1              TO WS-TSUB.

       EA10.
           IF SRB-PCT (WS-TSUB) > ZERO
               MOVE WS-TSUB      TO W31-NO
               MOVE SRB-FROM (WS-TSUB)
                                 TO W31-FROM
               MOVE SRB-PCT (WS-TSUB)
                                 TO W31-PCT
               WRITE PRINT-REC FROM W31-TIER.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB < 5
               GO TO EA10.
             GO TO EA05.

       EA50.
             CLOSE PRINTF.
             DISPLAY "Agreement listing printed" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       EA999.
             EXIT.

      /
      *    ****    T H E   C L A I M
      *
      *            The next claim number off record 287, and the
      *            amount as a debit item (type 05) on the
      *            supplier's account reducing the balance owed.
      *            A supplier no longer on file is reported and
      *            the agreement left to claim again.
      *
       FA000           SECTION.
       FA00-CLAIM.
             MOVE SRB-SUPP       TO P-NUMBER.
             READ CREDIT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "        NOT CLAIMED - SUPPLIER NOT ON FILE"
                                       TO PRINT-REC
                     WRITE PRINT-REC
                     GO TO FA00-EXIT.
             MOVE 287            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK CREDIT
               MOVE "        NOT CLAIMED - NO REBATE SETTINGS"
                                 TO PRINT-REC
               WRITE PRINT-REC
               GO TO FA00-EXIT.
             ADD 1               TO PAR-SRB-CLAIMNO.
             MOVE PAR-SRB-CLAIMNO
                                 TO WS-CLAIMNO.
             PERFORM REWRITE-PARAM-UNLOCK THRU WRITE-PARAM-EXIT.
             MOVE SRB-SUPP       TO PTR-SUPP.
             MOVE TODAY-DDMMYY   TO PTR-DATE.
             MOVE ZERO           TO PTR-SERIAL.
             MOVE 5              TO PTR-TYPE.
             MOVE WS-CLAIMREF    TO PTR-SINV.
             MOVE ZERO           TO PTR-GRN.
             MOVE "Rebate claim        "
                                 TO PTR-DESC.
             COMPUTE PTR-AMOUNT = ZERO - WS-EARNED.
             MOVE PTR-AMOUNT     TO PTR-OUTSTAND.
             MOVE TODAY-DDMMYY   TO PTR-DUEDATE.
             MOVE LS-USER        TO PTR-USER.
             MOVE SPACES         TO PTR-CURR.
             MOVE ZERO           TO PTR-FXRATE.

       FA05-WRITE.
             WRITE PTR-RECORD
                 INVALID KEY
                     ADD 1       TO PTR-SERIAL
                     GO TO FA05-WRITE.
             SUBTRACT WS-EARNED FROM P-BALANCE.
             REWRITE P-RECORD.
             UNLOCK CREDIT.
             MOVE "C"            TO SRB-STATUS.
             MOVE WS-CLAIMNO     TO SRB-CLAIM.
             MOVE TODAY-DDMMYY   TO SRB-CLAIMED.
             ADD 1               TO WS-CLAIMS.
             ADD WS-EARNED       TO WS-TOTCLAIM.
             MOVE WS-CLAIMREF    TO W21-REF.
             MOVE WS-EARNED      TO W21-AMOUNT.
             WRITE PRINT-REC FROM W21-CLAIM.

       FA00-EXIT.
             EXIT.

      /
      *    ****    S E T T L E   A   C L A I M
      *
      *            R - the supplier has paid the claim: the item
      *            is closed by a type 06 receipt and the money
      *            posts to the bank against the creditors
      *            control.  O - the claim is set off against the
      *            supplier's open invoices in turn; the
      *            balance does not move, so nothing posts.  Any
      *            part the open invoices cannot absorb stays on
      *            the claim.
      *
       GA000           SECTION.
       GA00.
             DISPLAY CLR-SCREEN.
             MOVE ZERO           TO WS-SUPP.
             DISPLAY S13.
             ACCEPT S13 AT 0427.
           IF WS-SUPP = ZERO
               GO TO GA999.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Supplier not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA00.
             DISPLAY P-NAME AT 0435 WITH FOREGROUND-COLOR 15.
             MOVE ZERO           TO WS-SRBNO.
             DISPLAY S14.
             ACCEPT S14.
           IF WS-SRBNO = ZERO
               GO TO GA00.
             MOVE WS-SUPP        TO SRB-SUPP.
             MOVE WS-SRBNO       TO SRB-NO.
             READ SUPRBT WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Agreement not on file"
                                       TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO GA00.
           IF SRB-STATUS NOT = "C"
               UNLOCK SUPRBT
               MOVE "No open claim on this agreement"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA00.
             MOVE SRB-CLAIM      TO WS-CLAIMNO.
             PERFORM GB00-FIND THRU GB00-EXIT.
           IF WS-CLMOUT NOT < ZERO
               UNLOCK SUPRBT
               MOVE "Claim item not open on the supplier"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA00.
             COMPUTE WS-AMOUNT = ZERO - WS-CLMOUT.
             DISPLAY "Claim " AT 0710 WITH FOREGROUND-COLOR 14
                     WS-CLAIMREF WITH FOREGROUND-COLOR 15
                     "  outstanding " WITH FOREGROUND-COLOR 14
                     WS-AMOUNT WITH FOREGROUND-COLOR 15.

       GA05.
             MOVE SPACE          TO WS-METHOD.
             DISPLAY S16.
             ACCEPT S16.
           IF WS-METHOD = SPACE
               UNLOCK SUPRBT
               GO TO GA00.
           IF WS-METHOD NOT = "R" AND NOT = "O"
               MOVE "Enter R or O"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA05.
           IF WS-METHOD = "R" AND (WS-BNKGL = ZERO
                                OR WS-CREGL = ZERO)
               MOVE "No bank or creditors control on record 6"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO GA05.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK SUPRBT
               GO TO GA00.
             MOVE WS-SUPP        TO P-NUMBER.
             READ CREDIT WITH KEPT LOCK
                 INVALID KEY
                     UNLOCK SUPRBT
                     GO TO GA00.
           IF WS-METHOD = "R"
               PERFORM GC00-RECEIVED THRU GC00-EXIT
           ELSE
               PERFORM GD00-OFFSET THRU GD00-EXIT.
             UNLOCK CREDIT.
           IF WS-REMAIN = ZERO
               MOVE "S"          TO SRB-STATUS
               MOVE TODAY-DDMMYY TO SRB-SETTLED.
             REWRITE SRB-RECORD.
             UNLOCK SUPRBT.
           IF WS-REMAIN = ZERO
               DISPLAY "Claim settled" AT 1510
                       WITH FOREGROUND-COLOR 14
           ELSE
               MOVE WS-REMAIN    TO WS-AMOUNT
               DISPLAY "Still open on the claim : " AT 1510
                       WITH FOREGROUND-COLOR 14
                       WS-AMOUNT WITH FOREGROUND-COLOR 15.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.
             GO TO GA00.

       GA999.
             EXIT.

      *
      *    ****    The claim item on the supplier's account.
      *            WS-CLMOUT answers its outstanding (negative
      *            while open), zero when it is not found.
      *
       GB00-FIND.
             MOVE ZERO           TO WS-CLMOUT.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE ZERO           TO PTR-DATE PTR-SERIAL.
             START CRTRAN KEY NOT LESS PTR-KEY
                 INVALID KEY
                     GO TO GB00-EXIT.

       GB05-NEXT.
             READ CRTRAN NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO GB00-EXIT.
           IF PTR-SUPP NOT = WS-SUPP
               GO TO GB00-EXIT.
           IF PTR-TYPE NOT = 5 OR PTR-SINV NOT = WS-CLAIMREF
               GO TO GB05-NEXT.
             MOVE PTR-DATE       TO WS-CLMDATE.
             MOVE PTR-SERIAL     TO WS-CLMSER.
             MOVE PTR-OUTSTAND   TO WS-CLMOUT.

       GB00-EXIT.
             EXIT.

      *
      *    ****    Received - close the claim and write the
      *            receipt.
      *
       GC00-RECEIVED.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE WS-CLMDATE     TO PTR-DATE.
             MOVE WS-CLMSER      TO PTR-SERIAL.
             READ CRTRAN WITH KEPT LOCK
                 INVALID KEY
                     COMPUTE WS-REMAIN = ZERO - WS-CLMOUT
                     GO TO GC00-EXIT.
             MOVE ZERO           TO PTR-OUTSTAND.
             REWRITE PTR-RECORD.
             UNLOCK CRTRAN.
             MOVE ZERO           TO WS-REMAIN.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE TODAY-DDMMYY   TO PTR-DATE.
             MOVE ZERO           TO PTR-SERIAL.
             MOVE 6              TO PTR-TYPE.
             MOVE WS-CLAIMREF    TO PTR-SINV.
             MOVE ZERO           TO PTR-GRN.
             MOVE "Rebate received     "
                                 TO PTR-DESC.
             COMPUTE PTR-AMOUNT = ZERO - WS-CLMOUT.
             MOVE ZERO           TO PTR-OUTSTAND.
             MOVE TODAY-DDMMYY   TO PTR-DUEDATE.
             MOVE LS-USER        TO PTR-USER.
             MOVE SPACES         TO PTR-CURR.
             MOVE ZERO           TO PTR-FXRATE.

       GC05-WRITE.
             WRITE PTR-RECORD
                 INVALID KEY
                     ADD 1       TO PTR-SERIAL
                     GO TO GC05-WRITE.
             ADD PTR-AMOUNT      TO P-BALANCE.
             REWRITE P-RECORD.
             MOVE "Supplier rebate received"
                                 TO XFR-DESC.
             MOVE WS-BNKGL       TO XFR-AC.
             MOVE PTR-AMOUNT     TO XFR-AMOUNT.
             MOVE "D"            TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.
             MOVE WS-CREGL       TO XFR-AC.
             MOVE "C"            TO XFR-DC.
             PERFORM DH00-WRITE THRU DH00-EXIT.

       GC00-EXIT.
             EXIT.

      *
      *    ****    Offset - take the claim off the supplier's
      *            open invoices in turn, then leave what is
      *            left on the claim.
      *
       GD00-OFFSET.
             COMPUTE WS-REMAIN = ZERO - WS-CLMOUT.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE ZERO           TO PTR-DATE PTR-SERIAL.
             START CRTRAN KEY NOT LESS PTR-KEY
                 INVALID KEY
                     GO TO GD20-CLAIM.

       GD05-NEXT.
           IF WS-REMAIN = ZERO
               GO TO GD20-CLAIM.
             READ CRTRAN NEXT RECORD WITH KEPT LOCK
                 AT END
                     GO TO GD20-CLAIM.
           IF PTR-SUPP NOT = WS-SUPP
               UNLOCK CRTRAN
               GO TO GD20-CLAIM.
           IF PTR-OUTSTAND NOT > ZERO
               UNLOCK CRTRAN
               GO TO GD05-NEXT.
           IF PTR-OUTSTAND > WS-REMAIN
               MOVE WS-REMAIN    TO WS-OFFSET
           ELSE
               MOVE PTR-OUTSTAND TO WS-OFFSET.
             SUBTRACT WS-OFFSET FROM PTR-OUTSTAND.
             SUBTRACT WS-OFFSET FROM WS-REMAIN.
             REWRITE PTR-RECORD.
             UNLOCK CRTRAN.
             GO TO GD05-NEXT.

       GD20-CLAIM.
             MOVE WS-SUPP        TO PTR-SUPP.
             MOVE WS-CLMDATE     TO PTR-DATE.
             MOVE WS-CLMSER      TO PTR-SERIAL.
             READ CRTRAN WITH KEPT LOCK
                 INVALID KEY
                     GO TO GD00-EXIT.
             COMPUTE PTR-OUTSTAND = ZERO - WS-REMAIN.
             REWRITE PTR-RECORD.
             UNLOCK CRTRAN.

       GD00-EXIT.
             EXIT.

      /
      *    ****    T H E   C L A I M   D O C U M E N T S
      *
      *            One page per claim raised in the run, to go to
      *            the supplier.
      *
       HA000           SECTION.
       HA00-CLAIMS.
             MOVE LOW-VALUES     TO SRB-KEY.
             START SUPRBT KEY NOT LESS SRB-KEY
                 INVALID KEY
                     GO TO HA00-EXIT.

       HA05-NEXT.
             READ SUPRBT NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO HA00-EXIT.
           IF SRB-STATUS NOT = "C" OR SRB-CLAIMED NOT = TODAY-DDMMYY
               GO TO HA05-NEXT.
             MOVE SRB-SUPP       TO P-NUMBER.
             READ CREDIT WITH IGNORE LOCK
                 INVALID KEY
                     MOVE SPACES TO P-NAME.
             MOVE SRB-CLAIM      TO WS-CLAIMNO.
             MOVE WS-COMPANY     TO W15-COMPANY.
             MOVE TODAY-DDMMYY   TO W15-DATE.
             WRITE PRINT-REC FROM W15-CLAIM1 AFTER PAGE.
             MOVE SRB-SUPP       TO W15-SUPP.
             MOVE P-NAME         TO W15-NAME.
             MOVE WS-CLAIMREF    TO W15-REF.
             WRITE PRINT-REC FROM W15-CLAIM2.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "Agreement         :"
                                 TO W16-LABEL.
             MOVE SRB-NO         TO W31-NO.
             MOVE SPACES         TO W16-VALUE.
           IF SRB-BASIS = "P"
               STRING W31-NO DELIMITED SIZE
                      " - rebate on purchases" DELIMITED SIZE
                      INTO W16-VALUE
           ELSE
               STRING W31-NO DELIMITED SIZE
                      " - rebate on sell-through" DELIMITED SIZE
                      INTO W16-VALUE.
             WRITE PRINT-REC FROM W16-LINE.
             MOVE "Lines             :"
                                 TO W16-LABEL.
             MOVE SPACES         TO W16-VALUE.
           IF SRB-SCOPE = "I"
               STRING "Item " DELIMITED SIZE
                      SRB-ITEM DELIMITED SIZE
                      INTO W16-VALUE
           ELSE
               STRING "Department " DELIMITED SIZE
                      SRB-DEPT DELIMITED SIZE
                      INTO W16-VALUE.
             WRITE PRINT-REC FROM W16-LINE.
             MOVE "Period            :"
                                 TO W16-LABEL.
             MOVE SRB-START      TO W30-START.
             MOVE SRB-END        TO W30-END.
             MOVE SPACES         TO W16-VALUE.
             STRING W30-START DELIMITED SIZE
                    " to " DELIMITED SIZE
                    W30-END DELIMITED SIZE
                    INTO W16-VALUE.
             WRITE PRINT-REC FROM W16-LINE.
             MOVE "Volume            :"
                                 TO W16-LABEL.
             MOVE SRB-VOLUME     TO WS-AMOUNT.
             MOVE WS-AMOUNT      TO W16-VALUE.
             WRITE PRINT-REC FROM W16-LINE.
             MOVE "Amount claimed    :"
                                 TO W16-LABEL.
             MOVE SRB-ACCRUED    TO WS-AMOUNT.
             MOVE WS-AMOUNT      TO W16-VALUE.
             WRITE PRINT-REC FROM W16-LINE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             MOVE "    Please remit the amount claimed, or credit our
      -             " account, quoting the claim reference."
                                 TO PRINT-REC.
             WRITE PRINT-REC.
             GO TO HA05-NEXT.

       HA00-EXIT.
             EXIT.

      /
      *    ****    R E B A T E   S E T T I N G S
      *
       JA000           SECTION.
       JA00.
           IF LS0-CRLEV < 7
               MOVE "Rebate settings are a supervisor function"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA999.
             DISPLAY CLR-SCREEN.
             MOVE 287            TO WS-PARKEY.
             PERFORM READ-PARAM-LOCK THRU READ-PARAM-EXIT.
           IF WS-F-ERROR NOT = ZERO
               INITIALIZE PAR-RECORD287
               MOVE 287          TO PAR-KEY.

       JA05.
             DISPLAY S20.
             ACCEPT S20.
             MOVE 1              TO WS-TSUB.

       JA07-SIGN.
           IF PAR-SRB-TYPE (WS-TSUB) = ZERO
               MOVE SPACE        TO PAR-SRB-SIGN (WS-TSUB)
           ELSE
           IF PAR-SRB-SIGN (WS-TSUB) NOT = "+" AND NOT = "-"
               MOVE "Each movement type needs + or -"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO JA05.
             ADD 1               TO WS-TSUB.
           IF WS-TSUB < 11
               GO TO JA07-SIGN.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
               UNLOCK PARAM
               GO TO JA999.
             MOVE PAR-SRB-RECGL  TO WS-RECGL.
             MOVE PAR-SRB-INCGL  TO WS-INCGL.
             PERFORM JB00-SAVE THRU JB00-EXIT.

       JA999.
             EXIT.

      *
      *    ****    Rewrite the PARAM record, or create it the
      *            first time.
      *
       JB00-SAVE.
           IF WS-F-ERROR = ZERO
               PERFORM REWRITE-PARAM THRU WRITE-PARAM-EXIT
           ELSE
               PERFORM WRITE-PARAM-REC THRU WRITE-PARAM-EXIT
               MOVE ZERO         TO WS-F-ERROR.
             UNLOCK PARAM.

       JB00-EXIT.
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
             MOVE "CRTRAN"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CRTRAN.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             MOVE "GRNFILE"  TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-GRNFILE.
             MOVE "CARDEX"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-CARDEX.
             MOVE "DEPART"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-DEPART.
             MOVE "PARAM"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-PARAM.
             MOVE "LEDTRF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-LEDTRF.
             MOVE "SUPRBT"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-SUPRBT.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O SUPRBT.
           IF WS-STATUS = "35"
               CLOSE SUPRBT
               OPEN OUTPUT SUPRBT
               CLOSE SUPRBT
               OPEN I-O SUPRBT.
             OPEN I-O CREDIT CRTRAN PARAM.
             OPEN INPUT STOCK GRNFILE CARDEX DEPART.
             OPEN I-O LEDTRF.
           IF WS-STATUS = "35"
               CLOSE LEDTRF
               OPEN OUTPUT LEDTRF
               CLOSE LEDTRF
               OPEN I-O LEDTRF.
      *
      *    ****    Accounts from PARAM 287, 6 and the company
      *            name from 1.  Record 287 is read last so its
      *            sell-through types stay in the record area for
      *            the runs.
      *
             MOVE 1              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-COMPANY  TO WS-COMPANY
           ELSE
               MOVE SPACES       TO WS-COMPANY
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 6              TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-CREGL    TO WS-CREGL
               MOVE PAR-BNKGL    TO WS-BNKGL
           ELSE
               MOVE ZERO         TO WS-CREGL WS-BNKGL
               MOVE ZERO         TO WS-F-ERROR.
             MOVE 287            TO WS-PARKEY.
             PERFORM READ-PARAM THRU READ-PARAM-EXIT.
           IF WS-F-ERROR = ZERO
               MOVE PAR-SRB-RECGL
                                 TO WS-RECGL
               MOVE PAR-SRB-INCGL
                                 TO WS-INCGL
           ELSE
               INITIALIZE PAR-RECORD287
               MOVE ZERO         TO WS-RECGL WS-INCGL
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

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 45
               MOVE W02-SUPRBT    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE SRB-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 28
               MOVE W02-CREDIT    TO WS-FILE
               MOVE P-NUMBER      TO WS-KEY
           ELSE
           IF WS-F-ERROR = 44
               MOVE W02-CRTRAN    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE PTR-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 86
               MOVE W02-GRNFILE   TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE GRN-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 43
               MOVE W02-CARDEX    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE CRD-KEY       TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 34
               MOVE W02-DEPART    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE DPT-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 15
               MOVE W02-PARAM     TO WS-FILE
               MOVE WS-PARKEY     TO WS-KEY
           ELSE
           IF WS-F-ERROR = 40
               MOVE W02-LEDTRF    TO WS-FILE
               MOVE WS-XFRKEY     TO WS-KEY.

       COPY DISPERR.PRO.
