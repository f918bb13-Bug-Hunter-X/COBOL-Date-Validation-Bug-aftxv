002240*                  DVAUDIT WAS BEING TRUNCATED ON THE WAY
002250*                  THROUGH AN ARCHIVE RUN AND STRIPPED FROM
002260*                  EVERY RETAINED RECORD.
002261*  2026-10-15 DLH  AN ERROR THAT CANCELS THE RUN NOW ENDS IT WITH
002262*                  COMPLETION CODE 12 INSTEAD OF ZERO, SO THE
002263*                  NIGHTLY CYCLE DRIVER (CYCLDRV) STOPS AT THIS
002264*                  STEP RATHER THAN CARRYING ON PAST A FAILED RUN.
002265*  2026-10-15 DLH  WIDENED THE ARCHIVE AND KEEP LINES TO THE
002266*                  119-BYTE STAMPED AUDIT RECORD.  EACH RUN THAT
002267*                  MOVES ANYTHING NOW ENDS ITS BATCH ON THE
002268*                  ARCHIVE WITH AN ARCHIVE CONTROL RECORD (RESULT
002269*                  ARCHCTL) HOLDING THE COUNT MOVED, THE SEQUENCE
002270*                  RANGE AND THE CLOSING CHECK VALUE, SHOWN ON THE
002271*                  REPORT.  ONCE A RECORD IS KEPT, EVERY RECORD
002272*                  AFTER IT IS KEPT TOO, SO THE TRAIL IS NEVER
002273*                  INTERLEAVED BETWEEN THE ARCHIVE AND AUDITLOG.
002300*----------------------------------------------------------
002400*
002500 ENVIRONMENT DIVISION.
004600 FD  AUDIT-FILE.
004700 COPY DVAUDIT.
004800 FD  ARCHIVE-FILE.
004900 01  DV-ARCH-LINE                PIC X(119).
005000 FD  KEEP-FILE.
005100 01  DV-KEEP-LINE                PIC X(119).
005200 FD  REPORT-FILE.
005300 01  DV-RPT-LINE                 PIC X(120).
005400*
012200 77  WS-KEEP-HI-DATE              PIC 9(08) VALUE ZERO.
012300 77  WS-ARCH-LO-DATE              PIC 9(08) VALUE 99999999.
012400 77  WS-ARCH-HI-DATE              PIC 9(08) VALUE ZERO.
012410*
012420*----------------------------------------------------------
012430*  TRAIL POSITION OF THE RECORDS ARCHIVED THIS RUN, FOR THE
012440*  ARCHIVE CONTROL RECORD.  ONCE ONE RECORD HAS BEEN KEPT,
012450*  EVERY RECORD AFTER IT IS KEPT TOO, SO THE ARCHIVE AND
012460*  AUDITLOG EACH HOLD AN UNBROKEN STRETCH OF THE TRAIL.
012470*----------------------------------------------------------
012480 77  WS-ARCH-FIRST-SEQ            PIC X(09) VALUE SPACES.
012490 77  WS-ARCH-LAST-SEQ             PIC X(09) VALUE SPACES.
012491 77  WS-ARCH-LAST-CHECK           PIC X(09) VALUE SPACES.
012492 77  WS-KEEPING-SW                PIC X(01) VALUE 'N'.
012493     88  WS-KEEPING-THE-REST      VALUE 'Y'.
012494     88  WS-STILL-ARCHIVING       VALUE 'N'.
012500*
012600*----------------------------------------------------------
012700*  REPORT RUN DATE AND SCRATCH LINE AREA
012800*----------------------------------------------------------
012900 77  WS-RUN-DATE                  PIC 9(08).
012910 77  WS-RUN-TIME                  PIC 9(08).
013000 01  WS-RPT-TEXT                  PIC X(120).
013100*
013200 PROCEDURE DIVISION.
014100     PERFORM 2000-SPLIT-ONE-RECORD
014200         THRU 2000-SPLIT-ONE-RECORD-EXIT
014300         UNTIL DV-END-OF-FILE.
014310     IF WS-TOTAL-ARCHIVED > ZERO
014320         PERFORM 2500-WRITE-ARCHIVE-CONTROL
014330             THRU 2500-WRITE-ARCHIVE-CONTROL-EXIT
014340     END-IF.
014400     PERFORM 3000-REWRITE-AUDITLOG
014500         THRU 3000-REWRITE-AUDITLOG-EXIT.
014600     PERFORM 8000-WRITE-REPORT
015600*==========================================================
015700 1000-INITIALIZE.
015800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015810     ACCEPT WS-RUN-TIME FROM TIME.
015900     DISPLAY "Enter retention period in days, 4 digits "
016000         "(blank for 2555):".
016100     ACCEPT WS-RETENTION-A.
016500         IF WS-RETENTION-A IS NOT NUMERIC
016600             DISPLAY "AUDARCH: retention period must be "
016700                 "4 digits, e.g. 0365 - run cancelled."
016710             MOVE 12 TO RETURN-CODE
016800             STOP RUN
016900         ELSE
017000             MOVE WS-RETENTION-A TO WS-RETENTION-DAYS
017300     IF WS-RETENTION-DAYS = ZERO
017400         DISPLAY "AUDARCH: retention period of zero would "
017500             "archive everything - run cancelled."
017510         MOVE 12 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017800     PERFORM 1100-SET-CUTOFF-DATE
018100     IF WS-AUDIT-STATUS NOT = "00"
018200         DISPLAY "AUDARCH: cannot open AUDITLOG, status="
018300             WS-AUDIT-STATUS
018310         MOVE 12 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
018600     OPEN EXTEND ARCHIVE-FILE.
019000     IF WS-ARCHIVE-STATUS NOT = "00"
019100         DISPLAY "AUDARCH: cannot open AUDARCHV, status="
019200             WS-ARCHIVE-STATUS
019210         MOVE 12 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500     OPEN OUTPUT KEEP-FILE.
019600     IF WS-KEEP-STATUS NOT = "00"
019700         DISPLAY "AUDARCH: cannot open AUDITNEW, status="
019800             WS-KEEP-STATUS
019810         MOVE 12 TO RETURN-CODE
019900         STOP RUN
020000     END-IF.
020100     OPEN OUTPUT REPORT-FILE.
020200     IF WS-REPORT-STATUS NOT = "00"
020300         DISPLAY "AUDARCH: cannot open ARCHRPT, status="
020400             WS-REPORT-STATUS
020410         MOVE 12 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020700     PERFORM 1300-READ-NEXT-RECORD
024500*     ROUTES ONE AUDIT RECORD TO THE ARCHIVE OR THE KEEP
024600*     FILE BY ITS TIMESTAMP DATE, TRACKS THE DATE RANGES,
024700*     AND READS THE NEXT RECORD.  A RECORD WHOSE TIMESTAMP
024800*     IS NOT USABLE IS KEPT, NEVER ARCHIVED, AND SO IS
024810*     EVERY RECORD AFTER THE FIRST ONE KEPT.
024900*==========================================================
025000 2000-SPLIT-ONE-RECORD.
025010     IF WS-KEEPING-THE-REST
025020         MOVE ZERO TO WS-AUD-DATE
025030         IF DV-AUD-TIMESTAMP (1:8) IS NUMERIC
025040             MOVE DV-AUD-TIMESTAMP (1:8) TO WS-AUD-DATE
025050         END-IF
025060         PERFORM 2100-KEEP-RECORD
025070             THRU 2100-KEEP-RECORD-EXIT
025080         GO TO 2000-SPLIT-ONE-RECORD-NEXT
025090     END-IF.
025100     MOVE DV-AUD-TIMESTAMP (1:8) TO WS-AUD-DATE-A.
025200     IF WS-AUD-DATE-A IS NOT NUMERIC
025300         MOVE ZERO TO WS-AUD-DATE
027700 2100-KEEP-RECORD.
027800     WRITE DV-KEEP-LINE FROM DV-AUDIT-RECORD.
027900     ADD 1 TO WS-TOTAL-KEPT.
027910     SET WS-KEEPING-THE-REST TO TRUE.
028000     IF WS-AUD-DATE > ZERO
028100         IF WS-AUD-DATE < WS-KEEP-LO-DATE
028200             MOVE WS-AUD-DATE TO WS-KEEP-LO-DATE
029100*==========================================================
029200*  2200-ARCHIVE-RECORD
029300*     WRITES THE CURRENT AUDIT RECORD TO THE ARCHIVE FILE
029400*     AND FOLDS ITS DATE INTO THE ARCHIVED DATE RANGE AND
029410*     ITS STAMP INTO THE TRAIL POSITION ARCHIVED.
029500*==========================================================
029600 2200-ARCHIVE-RECORD.
029700     WRITE DV-ARCH-LINE FROM DV-AUDIT-RECORD.
030200     IF WS-AUD-DATE > WS-ARCH-HI-DATE
030300         MOVE WS-AUD-DATE TO WS-ARCH-HI-DATE
030400     END-IF.
030410     IF DV-AUD-SEQ-NO IS NUMERIC
030420         AND DV-AUD-CHECK IS NUMERIC
030430         IF WS-ARCH-FIRST-SEQ = SPACES
030440             MOVE DV-AUD-SEQ-NO TO WS-ARCH-FIRST-SEQ
030450         END-IF
030460         MOVE DV-AUD-SEQ-NO TO WS-ARCH-LAST-SEQ
030470         MOVE DV-AUD-CHECK TO WS-ARCH-LAST-CHECK
030480     END-IF.
030500 2200-ARCHIVE-RECORD-EXIT.
030600     EXIT.
030610*
030620*==========================================================
030630*  2500-WRITE-ARCHIVE-CONTROL
030640*     CLOSES THIS RUN'S BATCH ON THE ARCHIVE WITH A CONTROL
030650*     RECORD - THE COUNT MOVED, THE FIRST AND LAST SEQUENCE
030660*     NUMBERS, AND THE LAST SEQUENCE NUMBER AND CLOSING
030670*     CHECK VALUE IN THE STAMP FIELDS - SO AUDVERFY CAN
030680*     PROVE THE BATCH IS STILL WHOLE.  THE STAMP FIELDS ARE
030690*     LEFT BLANK WHEN NONE OF THE RECORDS MOVED WAS STAMPED.
030691*==========================================================
030692 2500-WRITE-ARCHIVE-CONTROL.
030693     MOVE SPACES TO DV-AUDIT-RECORD.
030694     MOVE WS-RUN-DATE TO DV-AUD-TIMESTAMP (1:8).
030695     MOVE WS-RUN-TIME (1:6) TO DV-AUD-TIMESTAMP (9:6).
030696     MOVE "AUDARCH " TO DV-AUD-SOURCE.
030697     MOVE WS-CUTOFF-DATE TO DV-AUD-DATE-INPUT.
030698     MOVE ZERO TO DV-AUD-TIME-INPUT.
030699     SET DV-AUD-ARCH-CONTROL TO TRUE.
030700     MOVE WS-TOTAL-ARCHIVED TO DV-AUD-CTL-COUNT.
030701     MOVE WS-ARCH-FIRST-SEQ TO DV-AUD-CTL-FIRST-SEQ.
030702     MOVE WS-ARCH-LAST-SEQ TO DV-AUD-CTL-LAST-SEQ.
030703     MOVE WS-ARCH-LAST-SEQ TO DV-AUD-SEQ-NO.
030704     MOVE WS-ARCH-LAST-CHECK TO DV-AUD-CHECK.
030705     WRITE DV-ARCH-LINE FROM DV-AUDIT-RECORD.
030706 2500-WRITE-ARCHIVE-CONTROL-EXIT.
030707     EXIT.
030717*
030800*==========================================================
030900*  3000-REWRITE-AUDITLOG
031000*     COPIES THE KEEP FILE BACK OVER AUDITLOG SO THE LIVE
031700     IF WS-KEEP-STATUS NOT = "00"
031800         DISPLAY "AUDARCH: cannot reopen AUDITNEW, status="
031900             WS-KEEP-STATUS
031910         MOVE 12 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200     OPEN OUTPUT AUDIT-FILE.
032300     IF WS-AUDIT-STATUS NOT = "00"
032400         DISPLAY "AUDARCH: cannot rewrite AUDITLOG, status="
032500             WS-AUDIT-STATUS
032510         MOVE 12 TO RETURN-CODE
032600         STOP RUN
032700     END-IF.
032800     SET DV-NOT-END-OF-FILE TO TRUE.
039500     END-IF.
039600     PERFORM 8900-WRITE-RPT-LINE
039700         THRU 8900-WRITE-RPT-LINE-EXIT.
039710     IF WS-TOTAL-ARCHIVED > ZERO
039720         MOVE SPACES TO WS-RPT-TEXT
039730         IF WS-ARCH-LAST-SEQ = SPACES
039740             STRING "CONTROL RECORD   = " WS-TOTAL-ARCHIVED
039750                     " RECORDS, NONE STAMPED"
039760                 DELIMITED BY SIZE INTO WS-RPT-TEXT
039770         ELSE
039780             STRING "CONTROL RECORD   = " WS-TOTAL-ARCHIVED
039790                     " RECORDS, SEQUENCE " WS-ARCH-FIRST-SEQ
039791                     " THROUGH " WS-ARCH-LAST-SEQ
039792                     ", CHECK " WS-ARCH-LAST-CHECK
039793                 DELIMITED BY SIZE INTO WS-RPT-TEXT
039794         END-IF
039795         PERFORM 8900-WRITE-RPT-LINE
039796             THRU 8900-WRITE-RPT-LINE-EXIT
039797     END-IF.
039800 8000-WRITE-REPORT-EXIT.
039900     EXIT.
040000*
