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
      *     U N I T S   O F   M E A S U R E                            *
      *                                                                *
      *     VERSION 9.04.07 - October 2026                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.            UOMMNT1.
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
      *    OCT 2026 - First issue.  Units of measure per stock
      *               item: the further units it is bought and
      *               sold in on STKUOM, each with the number of
      *               base units (STK-UNIT) it holds, and the
      *               item's default purchase unit and default
      *               sales unit for each price column.  A unit
      *               cannot be removed while it is a default.
      *    OCT 2026 - Changes to an item's purchase and sales units
      *               are written to the master file change history
      *               (see CHGLOG).
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

       COPY STKUOM.SL.

       DATA DIVISION.
       FILE SECTION.

       COPY APACFIDS.FDE.

       COPY STOCK.FDE.

       COPY STKUOM.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPTION          PIC  X(01).
       77  TODAY-DDMMYY       PIC  9(08) COMP-5.
       77  WS-ITEM            PIC  X(15) VALUE SPACES.
       77  WS-UNIT            PIC  X(04) VALUE SPACES.
       77  WS-NEW             PIC  X(01) VALUE SPACE.
       77  WS-UOMACT          PIC  X(01) VALUE SPACE.
       77  WS-USUB            PIC  9(01) COMP-5 VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  WS-FACTOR-ED       PIC  ZZZZ9.9999.
       77  WS-UNITOK          PIC  X(01) VALUE SPACE.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".
           03  WS-PROG        PIC  X(03) VALUE "UOM".

       01  WS-PARID.
           03  WS-SYS-ID      PIC  X(03).

       01  W02-FID.

       COPY APACFIDS.ID.

       COPY STOCK.ID.

       COPY STKUOM.ID.

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
                       VALUE "UNITS  OF  MEASURE".
           03  LINE  4 COLUMN 10 VALUE "Stock item         :".
           03  LINE  5 COLUMN 10 VALUE "Description        :".
           03  LINE  6 COLUMN 10 VALUE "Base unit          :".
           03  LINE  8 COLUMN 10 VALUE
               "UNIT      BASE UNITS  DESCRIPTION".

       01  S12.
           03  LINE  4 COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(15) USING WS-ITEM AUTO.

       01  S13.
           03  LINE 16 COLUMN 10 VALUE "Unit (blank ends)  :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING WS-UNIT AUTO.

       01  S14.
           03  LINE 17 COLUMN 10 VALUE "Base units in one  :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC 9(05).9(04) USING UOM-FACTOR
                                 AUTO.
           03  LINE 18 COLUMN 10 VALUE "Description        :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(20) USING UOM-DESC.

       01  S15.
           03  LINE 17 COLUMN 45 VALUE "A = amend  D = remove :".
           03          COLUMN 69 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-UOMACT AUTO.

       01  S16.
           03  LINE 20 COLUMN 10 VALUE "Purchase unit      :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STK-PURUNIT AUTO.
           03  LINE 21 COLUMN 10 VALUE "Sales unit  W/sale :".
           03          COLUMN 31 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STK-SALEUNIT (1)
                                 AUTO.
           03          COLUMN 37 VALUE "Cash :".
           03          COLUMN 44 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STK-SALEUNIT (2)
                                 AUTO.
           03          COLUMN 50 VALUE "Retail :".
           03          COLUMN 59 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(04) USING STK-SALEUNIT (3)
                                 AUTO.
           03  LINE 22 COLUMN 10 VALUE
               "Blank is the base unit.".

       COPY S99.CRT.

       COPY ERROR.CRT.

      /
       PROCEDURE DIVISION
                 USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY.
       AA000           SECTION.
       AA00.
           IF LS0-STLEV < 5
               MOVE "Not Authorised"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE STOCK STKUOM.

       AA49.
             EXIT PROGRAM.

       COPY FUNCTION.CRT.

       COPY CLEAR.CRT.

      /
      *    ****    M A I N T A I N   T H E   U N I T S
      *
       BA000           SECTION 5.
       BA00.
             DISPLAY CLR-SCREEN.
             DISPLAY S11.
             MOVE SPACES         TO WS-ITEM.
             DISPLAY S12.
             ACCEPT S12 AT 0431.
           IF WS-ITEM = SPACES
               GO TO BA999.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "Item not on stock file" TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE
                     GO TO BA00.
             DISPLAY STK-DESC AT 0531
                     WITH FOREGROUND-COLOR 3 HIGHLIGHT
                          BACKGROUND-COLOR 5.
             DISPLAY STK-UNIT AT 0631
                     WITH FOREGROUND-COLOR 3 HIGHLIGHT
                          BACKGROUND-COLOR 5.
             PERFORM CA00-LIST THRU CA00-EXIT.
      *
      *    ****    The further units, one at a time.
      *
       BA10.
             DISPLAY "                                        " AT 1710.
             DISPLAY "                                        " AT 1750.
             DISPLAY "                                        " AT 1810.
             MOVE SPACES         TO WS-UNIT.
             DISPLAY S13.
             ACCEPT S13 AT 1631.
           IF WS-UNIT = SPACES
               GO TO BA50.
           IF WS-UNIT = STK-UNIT
               MOVE "That is the item's base unit"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA10.
             MOVE WS-ITEM        TO UOM-ITEM.
             MOVE WS-UNIT        TO UOM-UNIT.
             MOVE "N"            TO WS-NEW.
             READ STKUOM WITH KEPT LOCK
                 INVALID KEY
                     MOVE "Y"    TO WS-NEW.
           IF WS-NEW = "Y"
               INITIALIZE UOM-RECORD
               MOVE WS-ITEM      TO UOM-ITEM
               MOVE WS-UNIT      TO UOM-UNIT
               GO TO BA20.
             DISPLAY S14.
             MOVE SPACE          TO WS-UOMACT.
             DISPLAY S15.
             ACCEPT S15 AT 1769.
           IF WS-UOMACT = "A"
               GO TO BA20.
           IF WS-UOMACT NOT = "D"
               UNLOCK STKUOM
               GO TO BA10.
           IF STK-PURUNIT = WS-UNIT
                              OR STK-SALEUNIT (1) = WS-UNIT
                              OR STK-SALEUNIT (2) = WS-UNIT
                              OR STK-SALEUNIT (3) = WS-UNIT
               MOVE "Unit is a default - change that first"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               UNLOCK STKUOM
               GO TO BA10.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK STKUOM
               GO TO BA10.
             DELETE STKUOM RECORD.
             PERFORM CA00-LIST THRU CA00-EXIT.
             GO TO BA10.

       BA20.
             DISPLAY S14.
             ACCEPT S14.
           IF UOM-FACTOR = ZERO
               MOVE "Enter the base units in one"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO BA20.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               IF WS-NEW = "N"
                   UNLOCK STKUOM
                   GO TO BA10
               ELSE
                   GO TO BA10.
           IF WS-NEW = "Y"
               WRITE UOM-RECORD
           ELSE
               REWRITE UOM-RECORD
               UNLOCK STKUOM.
             PERFORM CA00-LIST THRU CA00-EXIT.
             GO TO BA10.
      *
      *    ****    The defaults: each blank, the base unit or a
      *            unit on file for the item.
      *
       BA50.
             MOVE WS-ITEM        TO STK-CODE.
             READ STOCK WITH KEPT LOCK
                 INVALID KEY
                     GO TO BA00.
             MOVE STK-RECORD     TO CHG-BEFORE.

       BA55.
             DISPLAY S16.
             ACCEPT S16.
             MOVE STK-PURUNIT    TO WS-UNIT.
             PERFORM CB00-CHECK THRU CB00-EXIT.
           IF WS-UNITOK = "N"
               GO TO BA55.
             MOVE ZERO           TO WS-USUB.

       BA60.
             ADD 1               TO WS-USUB.
           IF WS-USUB > 3
               GO TO BA70.
             MOVE STK-SALEUNIT (WS-USUB)
                                 TO WS-UNIT.
             PERFORM CB00-CHECK THRU CB00-EXIT.
           IF WS-UNITOK = "N"
               GO TO BA55.
             GO TO BA60.

       BA70.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               UNLOCK STOCK
               GO TO BA00.
             REWRITE STK-RECORD.
             UNLOCK STOCK.
             MOVE "S"            TO CHG-FILE.
             MOVE STK-CODE       TO CHG-ACCOUNT.
             MOVE "UOMMNT1"      TO CHG-PROG.
             MOVE STK-RECORD     TO CHG-AFTER.
             PERFORM LOG-CHANGES THRU LOG-CHANGES-EXIT.
             GO TO BA00.


       BA999.
             EXIT.

      *
      *    ****    The item's units on lines 9 to 14.
      *
       CA00-LIST.
             MOVE 9              TO WS-LINE.

       CA05-CLEAR.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY "                                        " AT SPOS.
             ADD 1               TO WS-LINE.
           IF WS-LINE < 16
               GO TO CA05-CLEAR.
             MOVE 9              TO WS-LINE.
             MOVE WS-ITEM        TO UOM-ITEM.
             MOVE SPACES         TO UOM-UNIT.
             START STKUOM KEY NOT LESS UOM-KEY
                 INVALID KEY
                     GO TO CA00-EXIT.

       CA10-NEXT.
             READ STKUOM NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO CA00-EXIT.
           IF UOM-ITEM NOT = WS-ITEM
               GO TO CA00-EXIT.
           IF WS-LINE > 14
               DISPLAY "(more)" AT 1510 WITH FOREGROUND-COLOR 14
               GO TO CA00-EXIT.
             MOVE WS-LINE        TO SLIN.
             MOVE 10             TO SCOL.
             DISPLAY UOM-UNIT AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE UOM-FACTOR     TO WS-FACTOR-ED.
             MOVE 20             TO SCOL.
             DISPLAY WS-FACTOR-ED AT SPOS WITH FOREGROUND-COLOR 15.
             MOVE 32             TO SCOL.
             DISPLAY UOM-DESC AT SPOS WITH FOREGROUND-COLOR 15.
             ADD 1               TO WS-LINE.
             GO TO CA10-NEXT.

       CA00-EXIT.
             EXIT.

      *
      *    ****    WS-UNIT blank, the base unit or on STKUOM.
      *
       CB00-CHECK.
             MOVE "Y"            TO WS-UNITOK.
           IF WS-UNIT = SPACES OR WS-UNIT = STK-UNIT
               GO TO CB00-EXIT.
             MOVE WS-ITEM        TO UOM-ITEM.
             MOVE WS-UNIT        TO UOM-UNIT.
             READ STKUOM WITH IGNORE LOCK
                 INVALID KEY
                     MOVE "N"    TO WS-UNITOK
                     MOVE "Unit not defined for the item"
                                 TO WS-ERR-STRING
                     PERFORM ERROR-MESSAGE.

       CB00-EXIT.
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
             MOVE "STKUOM"   TO AFID-KEY.

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
             MOVE AFID-PATH      TO W02-STKUOM.
             MOVE "STOCKF"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STOCKF.
             CLOSE APACFIDS.

       ZA02.
             OPEN I-O STKUOM.
           IF WS-STATUS = "35"
               CLOSE STKUOM
               OPEN OUTPUT STKUOM
               CLOSE STKUOM
               OPEN I-O STKUOM.
             OPEN I-O STOCK.

       ZA999.
             EXIT.

      /
       ZB000           SECTION 9.

       COPY ERRORS.PRO.

       COPY CHGLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 22
               MOVE W02-STOCKF    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STK-CODE      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 3
               MOVE W02-STKUOM    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE UOM-KEY       TO WS-KEYX.

       COPY DISPERR.PRO.
