      *               file for the buyer to review and amend before
      *               the Stock Order programs turn them into
      *               purchase orders.
      *    OCT 2026 - The suggestion report shows where each
      *               suggestion came from and, for those posted
      *               by the material requirements run (MRPRUN),
      *               the date the component is wanted by.
      *    OCT 2026 - Suggestions can be reported rolled up to the
      *               style (see STYLE1): one line per style with
      *               the variants suggested and their stock,
      *               suggested and amended quantities summed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY REOSUG.SL.

       COPY STYLE.SL.

           SELECT PRINTF    ASSIGN W02-PRINTER
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS WS-STATUS.

       COPY REOSUG.FD.

       COPY STYLE.FD.

       FD  PRINTF           LABEL RECORD OMITTED.
       01  PRINT-REC        PIC  X(132).

       77  WS-SUGG            PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-PACKS           PIC  9(05) COMP-5 VALUE ZERO.
       77  WS-REM             PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-PREFIX          PIC  X(08) VALUE SPACES.
       77  WS-PLEN            PIC  9(02) COMP-5 VALUE ZERO.
       77  WS-VARS            PIC  9(04) COMP-5 VALUE ZERO.
       77  WS-SQOH            PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SSUGG           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-SAMEND          PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-DATE-WORK       PIC  9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
               "ITEM            SUPP  DEPT        ON HAND  RATE/WK".
           03  FILLER         PIC  X(28) VALUE
               "   SUGGESTED     AMENDED FLG".
           03  FILLER         PIC  X(14) VALUE
               "  SRC  NEED BY".

       01  W20-DETAIL.
           03  W20-ITEM       PIC  X(15).
           03  W20-AMEND      PIC  Z(06)9.99-.
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  W20-FLAG       PIC  X(01).
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  W20-SRC        PIC  X(01).
           03  FILLER         PIC  X(04) VALUE SPACES.
           03  W20-NEEDBY     PIC  X(10).

       01  W12-HEAD2.
           03  FILLER         PIC  X(46) VALUE
               "STYLE  DESCRIPTION                    VARIANTS".
           03  FILLER         PIC  X(42) VALUE
               "       ON HAND     SUGGESTED       AMENDED".

       01  W22-STYLE.
           03  W22-CODE       PIC  X(06).
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W22-DESC       PIC  X(30).
           03  FILLER         PIC  X(05) VALUE SPACES.
           03  W22-VARS       PIC  Z(03)9.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W22-QOH        PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W22-SUGG       PIC  Z(08)9.99-.
           03  FILLER         PIC  X(01) VALUE SPACES.
           03  W22-AMEND      PIC  Z(08)9.99-.

       01  WS-NEEDDSP         PIC  Z9/99/9999.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "STP".

       COPY REOSUG.ID.

       COPY STYLE.ID.

       01  W02-FILE-IDS.
           03  W02-PRINTER.
               05  W02-REPORT PIC  X(09) VALUE "REORDER1.".
           03  LINE  4 COLUMN 16 VALUE "1. Generate suggestions".
           03  LINE  5 COLUMN 16 VALUE "2. Review and amend".
           03  LINE  6 COLUMN 16 VALUE "3. Print suggestion report".
           03  LINE  7 COLUMN 16 VALUE
               "4. Print suggestions by style".
           03  LINE  8 COLUMN 16 VALUE "0. Exit".
           03  LINE 10 COLUMN 16 VALUE "Option :".

       01  S12.
           03  LINE 10 COLUMN 26 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING WS-OPTION AUTO.

               GO TO AA49.
             PERFORM ZA000.
             PERFORM BA000.
             CLOSE STOCK CARDEX REOSUG STYLE.

       AA49.
             EXIT PROGRAM.
           IF WS-OPTION = "3"
               PERFORM EA000 THRU EA999
               GO TO BA00.
           IF WS-OPTION = "4"
               PERFORM FA000 THRU FA999
               GO TO BA00.
             CALL X"E5".
             GO TO BA00.

             MOVE RSG-SUGG       TO W20-SUGG.
             MOVE RSG-AMEND      TO W20-AMEND.
             MOVE RSG-FLAG       TO W20-FLAG.
             MOVE RSG-SOURCE     TO W20-SRC.
             MOVE SPACES         TO W20-NEEDBY.
           IF RSG-NEEDBY NOT = ZERO
               MOVE RSG-NEEDBY   TO WS-NEEDDSP
               MOVE WS-NEEDDSP   TO W20-NEEDBY.
             WRITE PRINT-REC FROM W20-DETAIL.
             GO TO EA05.

       EA999.
             EXIT.

      /
      *    ****    S U G G E S T I O N S   B Y   S T Y L E
      *
      *            A style's variants are coded style-size-colour
      *            and so lie together on the work file.
      *
       FA000           SECTION.
       FA00.
             OPEN OUTPUT PRINTF.
             MOVE "REORDER SUGGESTIONS BY STYLE      "
                                 TO W10-TITLE.
             MOVE TODAY-DDMMYY   TO W10-DATE.
             WRITE PRINT-REC FROM W10-HEAD1 AFTER PAGE.
             MOVE SPACES         TO PRINT-REC.
             WRITE PRINT-REC.
             WRITE PRINT-REC FROM W12-HEAD2.
             MOVE LOW-VALUES     TO STY-CODE.
             START STYLE KEY NOT LESS STY-CODE
                 INVALID KEY
                     GO TO FA90.

       FA05.
             READ STYLE NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA90.
             MOVE ZERO           TO WS-VARS WS-SQOH WS-SSUGG
                                    WS-SAMEND.
             MOVE SPACES         TO WS-PREFIX.
             MOVE 1              TO WS-PLEN.
             STRING STY-CODE DELIMITED BY SPACE
                    "-" DELIMITED BY SIZE
                    INTO WS-PREFIX WITH POINTER WS-PLEN.
             SUBTRACT 1        FROM WS-PLEN.
             MOVE WS-PREFIX      TO RSG-ITEM.
             START REOSUG KEY NOT LESS RSG-ITEM
                 INVALID KEY
                     GO TO FA20.

       FA10.
             READ REOSUG NEXT RECORD WITH IGNORE LOCK
                 AT END
                     GO TO FA20.
           IF RSG-ITEM (1:WS-PLEN) NOT = WS-PREFIX (1:WS-PLEN)
               GO TO FA20.
             MOVE RSG-ITEM       TO STK-CODE.
             READ STOCK WITH IGNORE LOCK
                 INVALID KEY
                     GO TO FA10.
           IF STK-STYLE NOT = STY-CODE
               GO TO FA10.
             ADD 1               TO WS-VARS.
             ADD RSG-QOH         TO WS-SQOH.
             ADD RSG-SUGG        TO WS-SSUGG.
             ADD RSG-AMEND       TO WS-SAMEND.
             GO TO FA10.

       FA20.
           IF WS-VARS = ZERO
               GO TO FA05.
             MOVE STY-CODE       TO W22-CODE.
             MOVE STY-DESC       TO W22-DESC.
             MOVE WS-VARS        TO W22-VARS.
             MOVE WS-SQOH        TO W22-QOH.
             MOVE WS-SSUGG       TO W22-SUGG.
             MOVE WS-SAMEND      TO W22-AMEND.
             WRITE PRINT-REC FROM W22-STYLE.
             GO TO FA05.

       FA90.
             CLOSE PRINTF.
             DISPLAY "Style suggestion report printed" AT 1510
                     WITH FOREGROUND-COLOR 14.
             DISPLAY S99-BOX.
             CALL X"AF" USING GET-SINGLE-CHAR, KEY-STATUS.

       FA999.
             EXIT.

      /
       ZA000           SECTION 9.
       ZA00.
             MOVE "REOSUG"   TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-REOSUG.
             MOVE "STYLE"    TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STYLE.

       ZA02.
             OPEN INPUT STOCK CARDEX.
               OPEN OUTPUT REOSUG
               CLOSE REOSUG
               OPEN I-O REOSUG.
             OPEN INPUT STYLE.
           IF WS-STATUS = "35"
               OPEN OUTPUT STYLE
               CLOSE STYLE
               OPEN INPUT STYLE.

       ZA999.
             EXIT.
           IF WS-F-ERROR = 82
               MOVE W02-REOSUG    TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE RSG-ITEM      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 4
               MOVE W02-STYLE     TO WS-FILE
               MOVE ZERO          TO WS-KEY
               MOVE STY-CODE      TO WS-KEYX.

       COPY DISPERR.PRO.
