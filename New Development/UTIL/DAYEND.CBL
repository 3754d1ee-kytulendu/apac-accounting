      *               predecessor has completed, and a restart after a
      *               failure resumes from the failed step, not from
      *               the top.
      *    OCT 2026 - A step can be flagged unattended: it is then
      *               chained with the batch instruction and its
      *               stored answers in the BATCHANS channel, as a
      *               report pack step is, so a report such as the
      *               management flash runs without prompting.
      *    OCT 2026 - The day-end will not start while any posting
      *               run is still running or out of balance on its
      *               control totals (see CTLTOT / CTLEXC), and a
      *               step whose own posting run fails to balance is
      *               marked failed, stopping the day-end there.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-RAN             PIC  9(02) VALUE ZERO.
       77  WS-LINE            PIC  9(02) VALUE ZERO.
       77  PRG-NAME           PIC  X(12) VALUE SPACES.
       77  WS-SAVE-INSTR      PIC  X(01) VALUE SPACE.

       01  WS-HELP.
           03  WS-MODULE      PIC  X(03) VALUE "UTL".

       COPY FUNCTION.WS.

       COPY BATCHANS.WS.

       COPY CTLTOT.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
           03  LINE  4 COLUMN 10 VALUE "Step sequence (1-99):".
           03  LINE  6 COLUMN 10 VALUE "Program name        :".
           03  LINE  7 COLUMN 10 VALUE "Description         :".
           03  LINE  8 COLUMN 10 VALUE "Unattended (Y/N)    :".
           03  LINE  9 COLUMN 10 VALUE "Batch answers       :".

       01  S14.
           03  LINE  4 COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
           03  LINE  7 COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(30) USING BST-DESC AUTO.
           03  LINE  8 COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(01) USING BST-BATCH AUTO.
           03  LINE  9 COLUMN 32 FOREGROUND-COLOR 7 HIGHLIGHT
                                 BACKGROUND-COLOR 5
                                 PIC X(12) USING BST-ANSWERS AUTO.

       COPY S99.CRT.

             PERFORM ZA000.
             PERFORM BA000.
             CLOSE BATSTEP BATCTL.
             CANCEL "CTLTOT".

       AA49.
             EXIT PROGRAM.
                 INVALID KEY
                     MOVE WS-SEQ       TO BST-SEQ
                     MOVE SPACES       TO BST-PROG BST-DESC
                                          BST-ANSWERS
                     MOVE "N"          TO BST-BATCH
                     MOVE 99           TO WS-F-ERROR.
             DISPLAY S15.
             ACCEPT S15.
               ELSE
                   MOVE ZERO     TO WS-F-ERROR
                   GO TO CA00.
           IF BST-BATCH NOT = "Y"
               MOVE "N"          TO BST-BATCH.
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               MOVE ZERO         TO WS-F-ERROR
             PERFORM CHECK-CORRECT.
           IF WS-OPTION = "N"
               GO TO DA999.
      *
      *    ****    No day-end while a posting run is left
      *            unbalanced or unfinished - a supervisor clears
      *            it in CTLEXC first.
      *
             PERFORM DB00-CONTROLS THRU DB00-EXIT.
           IF CTL-OUTSTANDING NOT = ZERO
               MOVE "Posting runs out of balance - see CTLEXC"
                                 TO WS-ERR-STRING
               PERFORM ERROR-MESSAGE
               GO TO DA999.
             MOVE ZERO           TO WS-RAN.
             MOVE "Y"            TO WS-PREV-OK.
             MOVE ZERO           TO BST-SEQ.
             MOVE BST-PROG       TO PRG-NAME.
             MOVE "N"            TO WS-PREV-OK.
             MOVE "N"            TO WS-CALL-FAIL.
             MOVE LS-INSTR       TO WS-SAVE-INSTR.
           IF BST-BATCH = "Y"
               MOVE "B"          TO LS-INSTR
               MOVE BST-ANSWERS  TO BAT-ANSWERS.
             CALL PRG-NAME
                  USING LS-PARID LS-USER-ID LS0-PROGRAMS LS0-SECURITY
                  ON EXCEPTION
                      MOVE "Y"   TO WS-CALL-FAIL
             END-CALL.
             CANCEL PRG-NAME.
             MOVE WS-SAVE-INSTR  TO LS-INSTR.
           IF WS-CALL-FAIL = "N"
               PERFORM DB00-CONTROLS THRU DB00-EXIT
               IF CTL-OUTSTANDING NOT = ZERO
                   MOVE "Y"      TO WS-CALL-FAIL
                   MOVE "Step posting out of balance - see CTLEXC"
                                 TO WS-ERR-STRING
                   PERFORM ERROR-MESSAGE.
             ACCEPT WS-TIME FROM TIME.
             MOVE TODAY-DDMMYY   TO BCT-DATE.
             MOVE BST-SEQ        TO BCT-SEQ.
       DA999.
             EXIT.

      *
      *    ****    Posting runs still running or out of balance.
      *
       DB00-CONTROLS.
             INITIALIZE CTL-REQUEST.
             MOVE "K"            TO CTL-ACTION.
             PERFORM CALL-CONTROL-TOTALS THRU CONTROL-TOTALS-EXIT.

       DB00-EXIT.
             EXIT.

      /
      *    ****    T O D A Y ' S   S T A T U S
      *

       COPY ERRORS.PRO.

       COPY CTLTOT.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 70
               MOVE W02-BATSTEP   TO WS-FILE
