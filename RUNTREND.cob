001990*                  WITH A RESUME QUEUED).  THE OFF-TREND
001991*                  MARKER IS NOW PART OF THE BUILT LINE
001992*                  INSTEAD OF A FIXED COLUMN.
001993*  2026-10-15 DLH  RUNS BACKED OUT BY DTREVRS (FLAGGED
001994*                  REVERSED ON RUNHIST) ARE LEFT OUT OF THE
001995*                  TREND AND THE AVERAGE; THE REPORT SAYS
001996*                  HOW MANY WERE LEFT OUT.
002000*----------------------------------------------------------
002100*
002200 ENVIRONMENT DIVISION.
006300 77  WS-HISTORY-COUNT             PIC 9(08) VALUE ZERO.
006400 77  WS-SKIP-COUNT                PIC 9(08) VALUE ZERO.
006500 77  WS-SKIPPED                   PIC 9(08) VALUE ZERO.
006510 77  WS-REVERSED-COUNT            PIC 9(08) VALUE ZERO.
006600*
006700*----------------------------------------------------------
006800*  RUN TABLE - THE LAST N RUNS IN FILE ORDER
018300*
018400*==========================================================
018500*  2100-COUNT-ONE-RECORD
018600*     COUNTS ONE RUN-HISTORY RECORD.  A REVERSED RUN IS
018610*     COUNTED APART AND TAKES NO PLACE IN THE LAST N.
018700*==========================================================
018800 2100-COUNT-ONE-RECORD.
018900     READ RUNHIST-FILE
019000         AT END
019100             SET DV-END-OF-HISTORY TO TRUE
019200         NOT AT END
019300             IF DV-RUN-REVERSED
019310                 ADD 1 TO WS-REVERSED-COUNT
019320             ELSE
019330                 ADD 1 TO WS-HISTORY-COUNT
019340             END-IF
019400     END-READ.
019500 2100-COUNT-ONE-RECORD-EXIT.
019600     EXIT.
021700*
021800*==========================================================
021900*  3100-LOAD-ONE-RECORD
022000*     READS ONE RUN-HISTORY RECORD, SKIPPING REVERSED
022100*     RUNS AND THE OLDER ONES AND TABLING THE LAST N.
022200*==========================================================
022300 3100-LOAD-ONE-RECORD.
022400     READ RUNHIST-FILE
022600             SET DV-END-OF-HISTORY TO TRUE
022700             GO TO 3100-LOAD-ONE-RECORD-EXIT
022800     END-READ.
022810     IF DV-RUN-REVERSED
022820         GO TO 3100-LOAD-ONE-RECORD-EXIT
022830     END-IF.
022900     IF WS-SKIPPED < WS-SKIP-COUNT
023000         ADD 1 TO WS-SKIPPED
023100         GO TO 3100-LOAD-ONE-RECORD-EXIT
032100         DELIMITED BY SIZE INTO WS-RPT-TEXT.
032200     PERFORM 6900-WRITE-RPT-LINE
032300         THRU 6900-WRITE-RPT-LINE-EXIT.
032310     IF WS-REVERSED-COUNT > ZERO
032320         MOVE SPACES TO WS-RPT-TEXT
032330         STRING "REVERSED RUNS LEFT OUT = "
032340                 WS-REVERSED-COUNT
032350             DELIMITED BY SIZE INTO WS-RPT-TEXT
032360         PERFORM 6900-WRITE-RPT-LINE
032370             THRU 6900-WRITE-RPT-LINE-EXIT
032380     END-IF.
032400 6000-WRITE-REPORT-EXIT.
032500     EXIT.
032600*
