003030*                  MATCH THE AUDIT ENTRIES ACTUALLY STAMPED
003040*                  THAT DAY, AND A PARTIAL RUN PLUS ITS
003050*                  RESUME NETS TO ONE RUN ACROSS ITS DATES.
003060*  2026-10-15 DLH  A RUN BACKED OUT BY DTREVRS (ITS RUNHIST
003070*                  ROWS FLAGGED REVERSED) IS LEFT OUT ON
003080*                  BOTH SIDES - ITS ROWS ARE NOT FOLDED INTO
003090*                  THE DATE'S TOTALS, AND THE DTBATCH AUDIT
003091*                  ENTRIES STAMPED BETWEEN EACH ROW'S START
003092*                  AND END TIME ARE PASSED OVER - SO IT IS
003093*                  NOT REPORTED OUT OF BALANCE.  EACH DATE'S
003094*                  CERTIFICATE SHOWS WHAT WAS LEFT OUT.
003095*  2026-10-15 DLH  WHEN THE LATEST RUN DATE IS OUT OF BALANCE IT
003096*                  IS NOW ALSO PUT ON THE CENTRAL ALERT QUEUE
003097*                  (ALERTQ) AS CRITICAL THROUGH ALRTRAIS, WITH THE
003098*                  RUN DATE AS THE SUBJECT.
003100*----------------------------------------------------------
003200*
003300 ENVIRONMENT DIVISION.
010500         10  WS-DAT-A-INVALID     PIC 9(08).
010600         10  WS-DAT-A-DUPLIC      PIC 9(08).
010610         10  WS-DAT-ROW-SW        PIC X(01).
010620         10  WS-DAT-R-ROWS        PIC 9(04).
010630         10  WS-DAT-R-AUDIT       PIC 9(08).
010700 77  WS-DATE-COUNT                PIC 9(03) COMP VALUE ZERO.
010800 77  WS-DAT-SUB                   PIC 9(03) COMP VALUE ZERO.
010900 77  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
014405 77  WS-NET-INVALID               PIC S9(09) COMP VALUE ZERO.
014406 77  WS-NET-DUPLIC                PIC S9(09) COMP VALUE ZERO.
014407*
014408*----------------------------------------------------------
014409*  REVERSED-RUN WINDOWS - THE START AND END OF EACH
014410*  RUNHIST ROW BACKED OUT BY DTREVRS, AS DATE AND TIME
014411*  TOGETHER.  A ROW WHOSE END TIME IS BEFORE ITS START
014412*  TIME RAN PAST MIDNIGHT AND ENDS ON THE NEXT DAY.
014413*----------------------------------------------------------
014414 01  WS-REVERSED-TABLE.
014415     05  WS-RVW-ENTRY OCCURS 200 TIMES.
014416         10  WS-RVW-FROM          PIC 9(14).
014417         10  WS-RVW-TO            PIC 9(14).
014418 77  WS-RVW-COUNT                 PIC 9(03) COMP VALUE ZERO.
014419 77  WS-RVW-SUB                   PIC 9(03) COMP VALUE ZERO.
014420 77  WS-RVW-SW                    PIC X(01) VALUE 'N'.
014421     88  WS-IN-REVERSED-RUN       VALUE 'Y'.
014422     88  WS-NOT-IN-REVERSED-RUN   VALUE 'N'.
014423 77  WS-TOTAL-REVERSED            PIC 9(04) VALUE ZERO.
014424 77  WS-AUD-STAMP-A               PIC X(14).
014425 77  WS-AUD-STAMP                 PIC 9(14).
014426 01  WS-STAMP-WORK.
014427     05  WS-STAMP-DATE            PIC 9(08).
014428     05  WS-STAMP-TIME            PIC 9(06).
014429 01  WS-STAMP-WORK-N REDEFINES WS-STAMP-WORK
014430                                  PIC 9(14).
014431*
014432*----------------------------------------------------------
014433*  WORK DATE STEPPED ON A DAY FOR A WINDOW THAT RUNS PAST
014434*  MIDNIGHT, WITH THE DAYS-PER-MONTH TABLE AND LEAP YEAR
014435*  FIELDS - SAME METHOD AS DATECALC
014436*----------------------------------------------------------
014437 01  WS-CALC-DATE                PIC 9(08).
014438 01  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
014439     05  WS-CALC-YYYY            PIC 9(04).
014440     05  WS-CALC-MM              PIC 9(02).
014441     05  WS-CALC-DD              PIC 9(02).
014442 01  WS-MONTH-DAYS-V.
014443     05  FILLER                  PIC X(24)
014444             VALUE '312831303130313130313031'.
014445 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-V.
014446     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
014447 77  WS-DIV-RESULT               PIC 9(06) COMP.
014448 77  WS-REM-4                    PIC 9(04) COMP.
014449 77  WS-REM-100                  PIC 9(04) COMP.
014450 77  WS-REM-400                  PIC 9(04) COMP.
014451 77  WS-LEAP-SW                  PIC X(01) VALUE 'N'.
014452     88  WS-LEAP-YEAR            VALUE 'Y'.
014453     88  WS-NOT-LEAP-YEAR        VALUE 'N'.
014454 77  WS-DAYS-IN-MONTH            PIC 9(02).
014455*
014500*----------------------------------------------------------
014600*  RUN DATE AND SCRATCH LINE AREA
014700*----------------------------------------------------------
014800 77  WS-RUN-DATE                  PIC 9(08).
014900 01  WS-RPT-TEXT                  PIC X(120).
014910*
014920*----------------------------------------------------------
014930*  CALL PARAMETER BLOCK FOR ALRTRAIS, WHICH PUTS THE LATEST
014940*  RUN DATE ON THE CENTRAL ALERT QUEUE WHEN IT IS OUT OF
014950*  BALANCE
014960*----------------------------------------------------------
014970 COPY ALPARM.
015000*
015100 PROCEDURE DIVISION.
015200*
022710*     ROW FOR THE SAME DATE WHEN THERE IS ONE, OTHERWISE
022720*     THE PENDING WINDOW-EXPIRED ROW FROM AN EARLIER
022730*     DATE.  EACH DATE'S TOTALS THEN MATCH THE AUDIT
022740*     ENTRIES ACTUALLY STAMPED THAT DAY.  A REVERSED ROW
022750*     IS SET ASIDE INSTEAD (2200).
022800*==========================================================
022900 2100-LOAD-ONE-ROW.
023000     READ RUNHIST-FILE
024600     IF WS-ENTRY-NOT-FOUND
024700         GO TO 2100-LOAD-ONE-ROW-EXIT
024800     END-IF.
024801     IF DV-RUN-REVERSED
024802         PERFORM 2200-NOTE-REVERSED-ROW
024803             THRU 2200-NOTE-REVERSED-ROW-EXIT
024804         GO TO 2100-LOAD-ONE-ROW-EXIT
024805     END-IF.
024810     MOVE DV-RUN-RECORDS-READ TO WS-NET-READ.
024820     MOVE DV-RUN-TOTAL-VALID TO WS-NET-VALID.
024830     MOVE DV-RUN-TOTAL-INVALID TO WS-NET-INVALID.
027495     END-IF.
027500 2100-LOAD-ONE-ROW-EXIT.
027600     EXIT.
027610*
027620*==========================================================
027630*  2200-NOTE-REVERSED-ROW
027640*     SETS ASIDE A RUNHIST ROW BACKED OUT BY DTREVRS.  IT
027650*     ADDS NOTHING TO THE DATE'S TOTALS, AND BECAUSE THE
027660*     REVERSAL EMPTIED THE REJECT FILE IT LEAVES NOTHING
027670*     AS THE DATE'S LAST ROW.  ITS START-TO-END WINDOW IS
027680*     TABLED SO ITS AUDIT ENTRIES CAN BE PASSED OVER.
027690*==========================================================
027700 2200-NOTE-REVERSED-ROW.
027710     ADD 1 TO WS-DAT-R-ROWS (WS-FOUND-SUB).
027720     ADD 1 TO WS-TOTAL-REVERSED.
027730     MOVE ZERO TO WS-DAT-L-READ (WS-FOUND-SUB).
027740     MOVE ZERO TO WS-DAT-L-VALID (WS-FOUND-SUB).
027750     MOVE ZERO TO WS-DAT-L-INVALID (WS-FOUND-SUB).
027760     MOVE ZERO TO WS-DAT-L-DUPLIC (WS-FOUND-SUB).
027770     IF DV-RUN-RESTART-FLAG = 'Y'
027780         SET WS-PEND-INACTIVE TO TRUE
027790     END-IF.
027800     IF WS-RVW-COUNT >= 200
027810         DISPLAY "DTRECON: reversed run table full, run "
027820             DV-RUN-DATE " " DV-RUN-START-TIME
027830             " audit entries counted in."
027840         GO TO 2200-NOTE-REVERSED-ROW-EXIT
027850     END-IF.
027860     ADD 1 TO WS-RVW-COUNT.
027870     MOVE DV-RUN-DATE TO WS-STAMP-DATE.
027880     MOVE DV-RUN-START-TIME TO WS-STAMP-TIME.
027890     MOVE WS-STAMP-WORK-N TO WS-RVW-FROM (WS-RVW-COUNT).
027900     MOVE DV-RUN-END-TIME TO WS-STAMP-TIME.
027910     IF DV-RUN-END-TIME < DV-RUN-START-TIME
027920         MOVE DV-RUN-DATE TO WS-CALC-DATE
027930         PERFORM 7000-ADD-ONE-DAY
027940             THRU 7000-ADD-ONE-DAY-EXIT
027950         MOVE WS-CALC-DATE TO WS-STAMP-DATE
027960     END-IF.
027970     MOVE WS-STAMP-WORK-N TO WS-RVW-TO (WS-RVW-COUNT).
027980 2200-NOTE-REVERSED-ROW-EXIT.
027990     EXIT.
027991*
027992*==========================================================
027993*  3000-TALLY-AUDIT-TRAIL
028000*     READS AUDITLOG AND COUNTS EACH DAY'S DTBATCH
028100*     VALIDATION RESULTS - VALID, INVALID AND DUPLICATE.
028200*     CONTROL RECORDS AND OTHER WRITERS' ENTRIES ARE NOT
030800*     COUNTS ONE DTBATCH AUDIT RECORD UNDER ITS DATE.  AN
030900*     AUDIT DATE WITH NO RUNHIST ROW STILL GETS A TABLE
031000*     ENTRY SO THE ORPHANED TRAIL SHOWS UP ON THE
031100*     CERTIFICATES.  AN ENTRY STAMPED DURING A REVERSED
031110*     RUN IS COUNTED APART AND LEFT OUT OF THE BALANCE.
031200*==========================================================
031300 3100-TALLY-ONE-RECORD.
031400     READ AUDIT-FILE
033200     IF WS-ENTRY-NOT-FOUND
033300         GO TO 3100-TALLY-ONE-RECORD-EXIT
033400     END-IF.
033410     PERFORM 3200-CHECK-REVERSED-RUN
033420         THRU 3200-CHECK-REVERSED-RUN-EXIT.
033430     IF WS-IN-REVERSED-RUN
033440         ADD 1 TO WS-DAT-R-AUDIT (WS-FOUND-SUB)
033450         GO TO 3100-TALLY-ONE-RECORD-EXIT
033460     END-IF.
033500     EVALUATE DV-AUD-RESULT
033600         WHEN "VALID  "
033700             ADD 1 TO WS-DAT-A-VALID (WS-FOUND-SUB)
034200     END-EVALUATE.
034300 3100-TALLY-ONE-RECORD-EXIT.
034400     EXIT.
034410*
034420*==========================================================
034430*  3200-CHECK-REVERSED-RUN
034440*     SETS WS-IN-REVERSED-RUN WHEN THE AUDIT ENTRY IN HAND
034450*     WAS STAMPED INSIDE A REVERSED RUN'S WINDOW.
034460*==========================================================
034470 3200-CHECK-REVERSED-RUN.
034471     SET WS-NOT-IN-REVERSED-RUN TO TRUE.
034472     MOVE DV-AUD-TIMESTAMP TO WS-AUD-STAMP-A.
034473     IF WS-AUD-STAMP-A IS NOT NUMERIC
034474         GO TO 3200-CHECK-REVERSED-RUN-EXIT
034475     END-IF.
034476     MOVE WS-AUD-STAMP-A TO WS-AUD-STAMP.
034477     PERFORM 3300-MATCH-ONE-WINDOW
034478         THRU 3300-MATCH-ONE-WINDOW-EXIT
034479         VARYING WS-RVW-SUB FROM 1 BY 1
034480         UNTIL WS-RVW-SUB > WS-RVW-COUNT
034481         OR WS-IN-REVERSED-RUN.
034482 3200-CHECK-REVERSED-RUN-EXIT.
034483     EXIT.
034484*
034485*==========================================================
034486*  3300-MATCH-ONE-WINDOW
034487*     COMPARES THE AUDIT STAMP AGAINST ONE REVERSED RUN'S
034488*     WINDOW.
034489*==========================================================
034490 3300-MATCH-ONE-WINDOW.
034491     IF WS-AUD-STAMP NOT < WS-RVW-FROM (WS-RVW-SUB)
034492         AND WS-AUD-STAMP NOT > WS-RVW-TO (WS-RVW-SUB)
034493         SET WS-IN-REVERSED-RUN TO TRUE
034494     END-IF.
034495 3300-MATCH-ONE-WINDOW-EXIT.
034496     EXIT.
034500*
034600*==========================================================
034700*  3500-COUNT-REJECTS
042000     MOVE ZERO TO WS-DAT-A-INVALID (WS-DATE-COUNT).
042100     MOVE ZERO TO WS-DAT-A-DUPLIC (WS-DATE-COUNT).
042110     MOVE 'N' TO WS-DAT-ROW-SW (WS-DATE-COUNT).
042120     MOVE ZERO TO WS-DAT-R-ROWS (WS-DATE-COUNT).
042130     MOVE ZERO TO WS-DAT-R-AUDIT (WS-DATE-COUNT).
042200     SET WS-ENTRY-FOUND TO TRUE.
042300     MOVE WS-DATE-COUNT TO WS-FOUND-SUB.
042400 4000-FIND-DATE-ENTRY-EXIT.
049200         PERFORM 6900-WRITE-RPT-LINE
049300             THRU 6900-WRITE-RPT-LINE-EXIT
049400     END-IF.
049410     IF WS-DAT-R-ROWS (WS-DAT-SUB) > ZERO
049420         OR WS-DAT-R-AUDIT (WS-DAT-SUB) > ZERO
049430         MOVE SPACES TO WS-RPT-TEXT
049440         STRING "  REVERSED ROWS    = "
049450                 WS-DAT-R-ROWS (WS-DAT-SUB)
049460                 ", AUDIT ENTRIES LEFT OUT = "
049470                 WS-DAT-R-AUDIT (WS-DAT-SUB)
049480             DELIMITED BY SIZE INTO WS-RPT-TEXT
049490         PERFORM 6900-WRITE-RPT-LINE
049491             THRU 6900-WRITE-RPT-LINE-EXIT
049492     END-IF.
049500     IF WS-DAT-DATE (WS-DAT-SUB) = WS-LATEST-DATE
049600         PERFORM 5100-CERTIFY-REJECTS
049700             THRU 5100-CERTIFY-REJECTS-EXIT
050600     END-IF.
050700     PERFORM 6900-WRITE-RPT-LINE
050800         THRU 6900-WRITE-RPT-LINE-EXIT.
050810     IF WS-DATE-UNBALANCED
050820         AND WS-DAT-DATE (WS-DAT-SUB) = WS-LATEST-DATE
050830         PERFORM 5200-RAISE-BALANCE-ALERT
050840             THRU 5200-RAISE-BALANCE-ALERT-EXIT
050850     END-IF.
050900 5000-CERTIFY-ONE-DATE-EXIT.
051000     EXIT.
051100*
054200     END-IF.
054300 5100-CERTIFY-REJECTS-EXIT.
054400     EXIT.
054401*
054402*==========================================================
054403*  5200-RAISE-BALANCE-ALERT
054404*     PUTS THE LATEST RUN DATE ON THE ALERT QUEUE AS
054405*     CRITICAL WHEN ITS CERTIFICATE IS OUT OF BALANCE, WITH
054406*     THE RUN DATE AS THE SUBJECT.  EARLIER DATES WERE
054407*     ALERTED WHEN THEY WERE THE LATEST, AND GO OUT OF
054408*     BALANCE AGAIN ONCE AUDARCH MOVES THEIR AUDIT ENTRIES,
054409*     SO THEY ARE LEFT TO THE REPORT.  AN ALERT THAT CANNOT
054410*     BE RAISED IS SHOWN ON THE CONSOLE AND THE RUN CARRIES
054411*     ON.  A RERUN DOES NOT QUEUE THE DATE AGAIN WHILE ITS
054412*     FIRST ALERT IS STILL OUTSTANDING.
054413*==========================================================
054414 5200-RAISE-BALANCE-ALERT.
054415     SET AL-CRITICAL TO TRUE.
054416     SET AL-ONCE-WHILE-OUTSTANDING TO TRUE.
054417     MOVE "DTRECON " TO AL-PROGRAM.
054418     MOVE SPACES TO AL-SUBJECT.
054419     STRING "RUN DATE " WS-DAT-DATE (WS-DAT-SUB)
054420         DELIMITED BY SIZE INTO AL-SUBJECT.
054421     MOVE SPACES TO AL-MESSAGE.
054422     STRING "OUT OF BALANCE - RUNHIST, AUDITLOG AND REJFILE "
054423             "DISAGREE."
054424         DELIMITED BY SIZE INTO AL-MESSAGE.
054425     CALL "ALRTRAIS" USING AL-PARM.
054426     IF NOT AL-OK
054427         AND NOT AL-ALREADY-RAISED
054428         DISPLAY "DTRECON: alert not raised - " AL-REASON-TEXT
054429     END-IF.
054430 5200-RAISE-BALANCE-ALERT-EXIT.
054431     EXIT.
059000*
059100*==========================================================
059200*  6500-SET-DAYS-IN-MONTH
059300*     SETS WS-DAYS-IN-MONTH FOR THE MONTH AND YEAR IN
059400*     WS-CALC-DATE, WITH LEAP YEAR RULES APPLIED TO
059500*     FEBRUARY - SAME METHOD AS DATEVAL.
059600*==========================================================
059700 6500-SET-DAYS-IN-MONTH.
059800     SET WS-NOT-LEAP-YEAR TO TRUE.
059900     DIVIDE WS-CALC-YYYY BY 4
060000         GIVING WS-DIV-RESULT
060100         REMAINDER WS-REM-4.
060200     IF WS-REM-4 = 0
060300         DIVIDE WS-CALC-YYYY BY 100
060400             GIVING WS-DIV-RESULT
060500             REMAINDER WS-REM-100
060600         IF WS-REM-100 NOT = 0
060700             SET WS-LEAP-YEAR TO TRUE
060800         ELSE
060900             DIVIDE WS-CALC-YYYY BY 400
061000                 GIVING WS-DIV-RESULT
061100                 REMAINDER WS-REM-400
061200             IF WS-REM-400 = 0
061300                 SET WS-LEAP-YEAR TO TRUE
061400             END-IF
061500         END-IF
061600     END-IF.
061700     MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-DAYS-IN-MONTH.
061800     IF WS-CALC-MM = 2 AND WS-LEAP-YEAR
061900         MOVE 29 TO WS-DAYS-IN-MONTH
062000     END-IF.
062100 6500-SET-DAYS-IN-MONTH-EXIT.
062200     EXIT.
062300*
062400*==========================================================
062500*  7000-ADD-ONE-DAY
062600*     MOVES WS-CALC-DATE ON BY ONE CALENDAR DAY - SAME
062700*     METHOD AS DATECALC.
062800*==========================================================
062900 7000-ADD-ONE-DAY.
063000     PERFORM 6500-SET-DAYS-IN-MONTH
063100         THRU 6500-SET-DAYS-IN-MONTH-EXIT.
063200     IF WS-CALC-DD < WS-DAYS-IN-MONTH
063300         ADD 1 TO WS-CALC-DD
063400         GO TO 7000-ADD-ONE-DAY-EXIT
063500     END-IF.
063600     MOVE 1 TO WS-CALC-DD.
063700     IF WS-CALC-MM < 12
063800         ADD 1 TO WS-CALC-MM
063900     ELSE
064000         MOVE 1 TO WS-CALC-MM
064100         ADD 1 TO WS-CALC-YYYY
064200     END-IF.
064300 7000-ADD-ONE-DAY-EXIT.
064400     EXIT.
064410*
064420*==========================================================
064430*  8000-WRITE-SUMMARY
064440*     WRITES THE OVERALL CERTIFICATE COUNTS AND SETS THE
064450*     COMPLETION CODE - 8 WHEN ANY RUN DATE IS OUT OF
064460*     BALANCE, 0 WHEN EVERY CERTIFICATE IS CLEAN.
064470*==========================================================
064480 8000-WRITE-SUMMARY.
064490     MOVE SPACES TO WS-RPT-TEXT.
064500     PERFORM 6900-WRITE-RPT-LINE
064510         THRU 6900-WRITE-RPT-LINE-EXIT.
064520     IF WS-DATE-COUNT = ZERO
064530         MOVE "NO RUN DATES ON FILE TO RECONCILE."
064540             TO WS-RPT-TEXT
064550         PERFORM 6900-WRITE-RPT-LINE
064560             THRU 6900-WRITE-RPT-LINE-EXIT
064570     END-IF.
064580     MOVE SPACES TO WS-RPT-TEXT.
064590     STRING "RUN DATES BALANCED = " WS-TOTAL-BALANCED
064600             ", OUT OF BALANCE = " WS-TOTAL-UNBALANCED
064610         DELIMITED BY SIZE INTO WS-RPT-TEXT.
064620     PERFORM 6900-WRITE-RPT-LINE
064630         THRU 6900-WRITE-RPT-LINE-EXIT.
064640     IF WS-TOTAL-REVERSED > ZERO
064650         MOVE SPACES TO WS-RPT-TEXT
064660         STRING "REVERSED RUNHIST ROWS LEFT OUT = "
064670                 WS-TOTAL-REVERSED
064680             DELIMITED BY SIZE INTO WS-RPT-TEXT
064690         PERFORM 6900-WRITE-RPT-LINE
064700             THRU 6900-WRITE-RPT-LINE-EXIT
064710     END-IF.
064720     IF WS-TOTAL-UNBALANCED > ZERO
064730         MOVE 08 TO WS-COMPLETION-CODE
064740     ELSE
064750         MOVE ZERO TO WS-COMPLETION-CODE
064760     END-IF.
064770     MOVE SPACES TO WS-RPT-TEXT.
064780     STRING "COMPLETION CODE    = " WS-COMPLETION-CODE
064790         DELIMITED BY SIZE INTO WS-RPT-TEXT.
064800     PERFORM 6900-WRITE-RPT-LINE
064810         THRU 6900-WRITE-RPT-LINE-EXIT.
064820 8000-WRITE-SUMMARY-EXIT.
064830     EXIT.
064840*
064850*==========================================================
064860*  6900-WRITE-RPT-LINE
064870*     WRITES THE SCRATCH LINE AREA TO THE REPORT FILE.
064880*==========================================================
064890 6900-WRITE-RPT-LINE.
064900     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
064910     WRITE DV-RPT-LINE.
064920 6900-WRITE-RPT-LINE-EXIT.
064930     EXIT.
