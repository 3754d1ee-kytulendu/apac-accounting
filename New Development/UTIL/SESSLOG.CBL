      *                   O = sign-off, the record is removed
      *               The file stays open between calls until
      *               the caller CANCELs.
      *    OCT 2026 - Where the data set has a standby site (see
      *               STBYSWT) the site's role is checked at sign-on
      *               and at every activity call:
      *                   on the standby, before it is switched to
      *                   live, sign-on is registered but L-RESULT
      *                   answers "S" - the sign-on admits only
      *                   users at parameter level 5
      *                   on a live site switched away from,
      *                   sign-on answers "M" with L-DRIVE and
      *                   L-SYSID changed to the standby site's and
      *                   nothing registered; the sign-on signs on
      *                   there instead.  Activity answers "F" and
      *                   the session is removed, as for a forced
      *                   sign-off.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY SESSREG.SL.

       COPY STBYQ.SL.

       DATA DIVISION.
       FILE SECTION.


       COPY SESSREG.FD.

       COPY STBYQ.FD.

      /
       WORKING-STORAGE SECTION.
       77  WS-OPENED          PIC  X(01) VALUE "N".
       77  WS-TIME            PIC  9(08) VALUE ZERO.
       77  WS-STBY            PIC  X(01) VALUE "N".
       77  WS-ROLE            PIC  X(01) VALUE SPACE.

       01  W02-FID.


       COPY SESSREG.ID.

       COPY STBYQ.ID.

       COPY WS.WS.

       LINKAGE SECTION.
           03  L-DATE         PIC  9(08).
           03  L-DRIVE        PIC  X(01).
           03  L-SYSID        PIC  X(03).
      *
      *    L-RESULT: F forced sign-off, S standby site - level 5
      *    only, M moved - sign on at L-DRIVE / L-SYSID instead.
      *
           03  L-RESULT       PIC  X(01).

      /
           IF WS-OPENED = "N"
               GO TO AA49.
             ACCEPT WS-TIME    FROM TIME.
             PERFORM BA00-ROLE THRU BA00-EXIT.
           IF L-ACTION = "O"
               MOVE L-TERM       TO SES-TERM
               DELETE SESSREG RECORD
                       CONTINUE
               END-DELETE
               GO TO AA49.
           IF L-ACTION = "I" AND WS-ROLE = "D"
               MOVE "M"          TO L-RESULT
               MOVE SBQ-C-PEER-DRIVE
                                 TO L-DRIVE
               MOVE SBQ-C-PEER-SYSID
                                 TO L-SYSID
               GO TO AA49.
           IF L-ACTION = "I"
               IF WS-ROLE = "S"
                   MOVE "S"      TO L-RESULT
               END-IF
               INITIALIZE SES-RECORD
               MOVE L-TERM       TO SES-TERM
               MOVE L-USERNO     TO SES-USERNO
             READ SESSREG WITH KEPT LOCK
                 INVALID KEY
                     GO TO AA49.
           IF SES-FORCE = "Y" OR WS-ROLE = "D"
               MOVE "F"          TO L-RESULT
               DELETE SESSREG RECORD
                   INVALID KEY
       AA49.
             EXIT PROGRAM.

      /
      *    ****    The site's standby role, if it has one.
      *
       BA000           SECTION.
       BA00-ROLE.
             MOVE SPACE          TO WS-ROLE.
           IF WS-STBY NOT = "Y"
               GO TO BA00-EXIT.
             MOVE ZERO           TO SBQ-SEQ.
             READ STBYQ WITH IGNORE LOCK
                 INVALID KEY
                     GO TO BA00-EXIT.
           IF WS-STATUS-1 = "0"
               MOVE SBQ-C-ROLE   TO WS-ROLE.

       BA00-EXIT.
             EXIT.

      /
       ZA000           SECTION.
       ZA00.
               OPEN I-O SESSREG.
           IF WS-STATUS = "00" OR "41"
               MOVE "Y"          TO WS-OPENED.
      *
      *    ****    No standby queue registered or on file - no
      *            standby, and the role is never looked at.
      *
             MOVE "STBYQ"        TO AFID-KEY.
             READ APACFIDS KEY AFID-KEY
                 INVALID KEY
                     MOVE SPACES TO AFID-PATH.
             CLOSE APACFIDS.
           IF AFID-PATH = SPACES
               GO TO ZA999.
             MOVE AFID-PATH      TO W02-STBYQ.
             OPEN INPUT STBYQ.
           IF WS-STATUS = "00"
               MOVE "Y"          TO WS-STBY.
       ZA999.
             EXIT.
