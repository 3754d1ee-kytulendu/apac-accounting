      *                   type 2 (record deleted)  -  WRITE image
      *               The rollback itself is closed with a 99 marker
      *               and recorded on the AUDIT file.
      *    OCT 2026 - Journal file 15 (the ACRSCH accrual and
      *               prepayment schedules) is now restored.
      *    OCT 2026 - Journal file 16 (the MJNL manual journals) is
      *               now restored.
      *    OCT 2026 - Journal file 17 (the OHAPST overhead allocations
      *               posted) is now restored.
      *    OCT 2026 - The end marker written for a rolled back
      *               transaction is queued for the standby site (see
      *               STBYLOG.PRO), which then takes the restored
      *               records.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY STDJRN.SL.

       COPY ACRSCH.SL.

       COPY MJNL.SL.

       COPY OHAPST.SL.

       COPY TXTRAN.SL.

       COPY RECOVER.SL.

       COPY STDJRN.FD.

       COPY ACRSCH.FD.

       COPY MJNL.FD.

       COPY OHAPST.FD.

       COPY TXTRAN.FDE.

       COPY RECOVER.GFD.

       COPY STDJRN.ID.

       COPY ACRSCH.ID.

       COPY MJNL.ID.

       COPY OHAPST.ID.

       COPY TXTRAN.ID.

       COPY "AUDIT.ID".

       COPY FUNCTION.WS.

       COPY STBYLOG.WS.

       LINKAGE SECTION.

       COPY CHAIN.LS.
             PERFORM ZA000.
             PERFORM HA000.
             CLOSE RECOVER AUDIT PARAM NETWORK GACCNT GLTRAN STDJRN
                   ACRSCH MJNL OHAPST TXTRAN.
             CANCEL "STBYLOG".

       AA49.
             EXIT PROGRAM.

       COPY STDJRN.WR.

       COPY ACRSCH.WR.

       COPY MJNL.WR.

       COPY OHAPST.WR.

       COPY TXTRAN.WR.

      /
             MOVE ZERO           TO REC-TYPE.
             MOVE SPACES         TO REC-DETAIL.
             WRITE REC-RECORD.
             PERFORM SHIP-RECOVER-IMAGE THRU SHIP-RECOVER-EXIT.
             ADD 1               TO WS-AUDKEY.
             INITIALIZE AUD-REC2.
             MOVE WS-AUDKEY      TO AUD-KEY2.
               WHEN 14
                   MOVE REC-STDJRN     TO SJN-RECORD
                   PERFORM HD45-STDJRN THRU HD45-EXIT
               WHEN 15
                   MOVE REC-ACRSCH     TO ACS-RECORD
                   PERFORM HD47-ACRSCH THRU HD47-EXIT
               WHEN 16
                   MOVE REC-MJNL       TO MJN-RECORD
                   PERFORM HD48-MJNL THRU HD48-EXIT
               WHEN 17
                   MOVE REC-OHAPST     TO OHP-RECORD
                   PERFORM HD49-OHAPST THRU HD49-EXIT
               WHEN 19
                   MOVE REC-TXTRAN     TO TAX-RECORD1
                   PERFORM HD50-TXTRAN THRU HD50-EXIT
               WHEN 12    MOVE "GACCNT  "    TO WS-FNAME
               WHEN 13    MOVE "GLTRAN  "    TO WS-FNAME
               WHEN 14    MOVE "STDJRN  "    TO WS-FNAME
               WHEN 15    MOVE "ACRSCH  "    TO WS-FNAME
               WHEN 16    MOVE "MJNL    "    TO WS-FNAME
               WHEN 17    MOVE "OHAPST  "    TO WS-FNAME
               WHEN 19    MOVE "TXTRAN  "    TO WS-FNAME
               WHEN 39    MOVE "NETWORK "    TO WS-FNAME
               WHEN 99    MOVE "END-MARK"    TO WS-FNAME
       HD45-EXIT.
             EXIT.

       HD47-ACRSCH.
             EVALUATE REC-TYPE
               WHEN 0
                   PERFORM REWRITE-ACRSCH THRU WRITE-ACRSCH-EXIT
               WHEN 1
                   PERFORM DELETE-ACRSCH-REC THRU WRITE-ACRSCH-EXIT
               WHEN 2
                   PERFORM WRITE-ACRSCH-REC THRU WRITE-ACRSCH-EXIT
             END-EVALUATE.
       HD47-EXIT.
             EXIT.

       HD48-MJNL.
             EVALUATE REC-TYPE
               WHEN 0
                   PERFORM REWRITE-MJNL THRU WRITE-MJNL-EXIT
               WHEN 1
                   PERFORM DELETE-MJNL-REC THRU WRITE-MJNL-EXIT
               WHEN 2
                   PERFORM WRITE-MJNL-REC THRU WRITE-MJNL-EXIT
             END-EVALUATE.
       HD48-EXIT.
             EXIT.

       HD49-OHAPST.
             EVALUATE REC-TYPE
               WHEN 0
                   PERFORM REWRITE-OHAPST THRU WRITE-OHAPST-EXIT
               WHEN 1
                   PERFORM DELETE-OHAPST-REC THRU WRITE-OHAPST-EXIT
               WHEN 2
                   PERFORM WRITE-OHAPST-REC THRU WRITE-OHAPST-EXIT
             END-EVALUATE.
       HD49-EXIT.
             EXIT.

       HD50-TXTRAN.
             EVALUATE REC-TYPE
               WHEN 0
             MOVE "STDJRN"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-STDJRN.
             MOVE "ACRSCH"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-ACRSCH.
             MOVE "MJNL"         TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-MJNL.
             MOVE "OHAPST"       TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             MOVE AFID-PATH      TO W02-OHAPST.
             MOVE "RECOVER"      TO AFID-KEY.
             PERFORM ZA00-READ-APACFIDS THRU ZA00-READ-APACFIDS-EXIT.
             INSPECT AFID-PATH REPLACING FIRST "XXX"
               OPEN OUTPUT STDJRN
               CLOSE STDJRN
               OPEN I-O STDJRN.
             OPEN I-O ACRSCH.
           IF WS-STATUS = "35"
               CLOSE ACRSCH
               OPEN OUTPUT ACRSCH
               CLOSE ACRSCH
               OPEN I-O ACRSCH.
             OPEN I-O MJNL.
           IF WS-STATUS = "35"
               CLOSE MJNL
               OPEN OUTPUT MJNL
               CLOSE MJNL
               OPEN I-O MJNL.
             OPEN I-O OHAPST.
           IF WS-STATUS = "35"
               CLOSE OHAPST
               OPEN OUTPUT OHAPST
               CLOSE OHAPST
               OPEN I-O OHAPST.

       ZA999.
             EXIT.

       COPY ERRORS.PRO.

       COPY STBYLOG.PRO.

       DISPLAY-FILE-NAME.
           IF WS-F-ERROR = 2
               MOVE W02-NETWORK  TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE G-AC         TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 9
               MOVE W02-ACRSCH   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE ACS-CODE     TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 10
               MOVE W02-MJNL     TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE MJN-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 14
               MOVE W02-OHAPST   TO WS-FILE
               MOVE ZERO         TO WS-KEY
               MOVE OHP-KEY      TO WS-KEYX
           ELSE
           IF WS-F-ERROR = 11
               MOVE W02-GLTRAN   TO WS-FILE
               MOVE ZERO         TO WS-KEY
