001785*                  BATCH WORK, SO IT CANNOT SHOW WHICH FEED
001786*                  DOUBLE-SENDS.  RECORDS WITHOUT THE FIELD
001787*                  COUNT UNDER "(UNKNOWN)".
001788*  2026-10-15 DLH  BACK-OUT (REVERSD), CORRECTION (CORRECT) AND
001789*                  WRITE-OFF (WRITOFF) ENTRIES ARE NOW COUNTED ON
001790*                  THEIR OWN LIKE CONTROL RECORDS - THEY WERE
001791*                  BEING COUNTED AS INVALID RESULTS.
001800*----------------------------------------------------------
001900*
002000 ENVIRONMENT DIVISION.
005900 77  WS-TOTAL-VALID               PIC 9(08) VALUE ZERO.
006000 77  WS-TOTAL-INVALID             PIC 9(08) VALUE ZERO.
006010 77  WS-TOTAL-CONTROL             PIC 9(08) VALUE ZERO.
006011 77  WS-TOTAL-MAINT               PIC 9(08) VALUE ZERO.
006020 77  WS-TOTAL-DUPLIC              PIC 9(08) VALUE ZERO.
006100*
006200*----------------------------------------------------------
024350         ADD 1 TO WS-TOTAL-CONTROL
024360         GO TO 2000-TALLY-ONE-RECORD-NEXT
024370     END-IF.
024371*    BACK-OUT, CORRECTION AND WRITE-OFF ENTRIES (DTREVRS,
024372*    REJMAINT) RECORD WORK DONE ON EARLIER RESULTS - THEY
024373*    ARE COUNTED ON THEIR OWN THE SAME WAY.
024374     IF DV-AUD-RESULT = "REVERSD"
024375         OR DV-AUD-RESULT = "CORRECT"
024376         OR DV-AUD-RESULT = "WRITOFF"
024377         ADD 1 TO WS-TOTAL-MAINT
024378         GO TO 2000-TALLY-ONE-RECORD-NEXT
024379     END-IF.
024400     EVALUATE DV-AUD-RESULT
024410         WHEN "VALID  "
024500             ADD 1 TO WS-TOTAL-VALID
050240         DELIMITED BY SIZE INTO WS-RPT-TEXT.
050250     PERFORM 6900-WRITE-RPT-LINE
050260         THRU 6900-WRITE-RPT-LINE-EXIT.
050261     MOVE WS-TOTAL-MAINT TO WS-COUNT-ED.
050262     MOVE SPACES TO WS-RPT-TEXT.
050263     STRING "BACK-OUT/CORRECTION   = " WS-COUNT-ED
050264         DELIMITED BY SIZE INTO WS-RPT-TEXT.
050265     PERFORM 6900-WRITE-RPT-LINE
050266         THRU 6900-WRITE-RPT-LINE-EXIT.
050300     PERFORM 6100-WRITE-REASON-SECTION
050400         THRU 6100-WRITE-REASON-SECTION-EXIT.
050500     PERFORM 6300-WRITE-DAY-SECTION
