000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     CYCLDRV.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL PROGRAM.  DRIVES THE NIGHTLY
001200*                  CYCLE (FEEDCHK, DTBATCH, DTRESUB, DTRECON,
001300*                  SUSPRPT, AUDLOAD, AUDARCH) FROM THE STEP-
001400*                  CONTROL FILE (CYCLCTL, SEE DVCYCCTL) IN
001500*                  PLACE OF RUNNING EACH PROGRAM BY HAND.
001600*                  EACH STEP IS STARTED AS A RUN UNIT OF ITS
001700*                  OWN THROUGH THE SYSTEM SERVICE, SO THE
001800*                  STEP'S STOP RUN ENDS ONLY THE STEP AND ITS
001900*                  COMPLETION CODE COMES BACK HERE TO BE
002000*                  CHECKED AGAINST THE CODES THE STEP-CONTROL
002100*                  FILE ALLOWS.  A STEP THAT NEEDS PARAMETER
002200*                  INPUT (SUSPRPT, AUDARCH) IS GIVEN IT ON ITS
002300*                  STEP-CONTROL COMMAND.  EACH STEP'S START,
002400*                  END AND RESULT GO ON THE CYCLE STATUS FILE
002500*                  (CYCLSTAT, SEE DVCYCSTA) AS THEY HAPPEN.  A
002600*                  STEP ENDING WITH A CODE NOT ALLOWED STOPS
002700*                  THE CYCLE, AND THE NEXT RUN OF CYCLDRV
002800*                  PICKS UP AT THAT STEP; A STEP ENDING WITH
002900*                  ITS PARK CODE (DTBATCH 02, WINDOW EXPIRED)
003000*                  PARKS THE CYCLE THE SAME WAY FOR THE NEXT
003100*                  WINDOW.  THE CYCLE REPORT (CYCLRPT) LISTS
003200*                  EVERY STEP AND ITS OUTCOME, INCLUDING ANY
003300*                  STEP NOT SCHEDULED THIS CYCLE.  COMPLETION
003400*                  CODES: 00 CYCLE COMPLETE, 02 PARKED, 04
003500*                  COMPLETE WITH A WARNING CODE OR A STEP NOT
003600*                  SCHEDULED, 08 STOPPED AT A FAILED STEP, 12
003700*                  THE DRIVER COULD NOT RUN.
003800*----------------------------------------------------------
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200       SOURCE-COMPUTER.   IBM-370.
004300       OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600       SELECT STEP-CONTROL-FILE ASSIGN TO "CYCLCTL"
004700           ORGANIZATION LINE SEQUENTIAL
004800           FILE STATUS IS WS-CONTROL-STATUS.
004900       SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCLSTAT"
005000           ORGANIZATION LINE SEQUENTIAL
005100           FILE STATUS IS WS-CYCSTAT-STATUS.
005200       SELECT REPORT-FILE       ASSIGN TO "CYCLRPT"
005300           ORGANIZATION LINE SEQUENTIAL
005400           FILE STATUS IS WS-REPORT-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  STEP-CONTROL-FILE.
005900 COPY DVCYCCTL.
006000 FD  CYCLE-STATUS-FILE.
006100 COPY DVCYCSTA.
006200 FD  REPORT-FILE.
006300 01  DV-RPT-LINE                 PIC X(120).
006400*
006500 WORKING-STORAGE SECTION.
006600*
006700*----------------------------------------------------------
006800*  FILE STATUS FIELDS
006900*----------------------------------------------------------
007000 77  WS-CONTROL-STATUS            PIC X(02).
007100 77  WS-CYCSTAT-STATUS            PIC X(02).
007200 77  WS-REPORT-STATUS             PIC X(02).
007300*
007400*----------------------------------------------------------
007500*  END-OF-FILE SWITCH, REUSED FOR EACH FILE READ
007600*----------------------------------------------------------
007700 77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
007800     88  DV-END-OF-FILE           VALUE 'Y'.
007900     88  DV-NOT-END-OF-FILE       VALUE 'N'.
008000*
008100*----------------------------------------------------------
008200*  RUN OPTION - N BEGINS A NEW CYCLE EVEN THOUGH THE LAST
008300*  ONE DID NOT FINISH; BLANK RESUMES AN UNFINISHED CYCLE
008400*  (OR BEGINS A NEW ONE WHEN THE LAST ONE FINISHED)
008500*----------------------------------------------------------
008600 77  WS-OPTION-A                  PIC X(01).
008700     88  WS-OPTION-NEW-CYCLE      VALUE 'N'.
008800     88  WS-OPTION-NORMAL         VALUE SPACE.
008900*
009000*----------------------------------------------------------
009100*  STEPS OF THIS CYCLE, IN STEP-CONTROL ORDER, WITH THEIR
009200*  STATE (DVCYCSTA STATES).  WS-STP-THIS-RUN IS 'Y' FOR A
009300*  STEP RUN BY THIS RUN OF THE DRIVER, 'N' FOR ONE CARRIED
009400*  FORWARD FROM AN EARLIER RUN OF THE SAME CYCLE.
009500*----------------------------------------------------------
009600 01  WS-STEP-TABLE.
009700     05  WS-STP-ENTRY OCCURS 20 TIMES.
009800         10  WS-STP-NO            PIC 9(02).
009900         10  WS-STP-PROGRAM       PIC X(08).
010000         10  WS-STP-OK-CODES      PIC X(18).
010100         10  WS-STP-PARK-CODE     PIC X(02).
010200         10  WS-STP-COMMAND       PIC X(60).
010300         10  WS-STP-STATE         PIC X(01).
010400         10  WS-STP-START-DATE    PIC 9(08).
010500         10  WS-STP-START-TIME    PIC 9(06).
010600         10  WS-STP-END-DATE      PIC 9(08).
010700         10  WS-STP-END-TIME      PIC 9(06).
010800         10  WS-STP-RESULT        PIC 9(02).
010900         10  WS-STP-ATTEMPTS      PIC 9(02).
011000         10  WS-STP-THIS-RUN      PIC X(01).
011100 77  WS-STEP-COUNT                PIC 9(03) COMP VALUE ZERO.
011200 77  WS-STP-SUB                   PIC 9(03) COMP VALUE ZERO.
011300 77  WS-LIST-SUB                  PIC 9(03) COMP VALUE ZERO.
011400 77  WS-LAST-STEP-NO              PIC 9(02) VALUE ZERO.
011500 77  WS-CONTROL-RECS              PIC 9(04) VALUE ZERO.
011600 77  WS-CONTROL-ERROR-SW          PIC X(01) VALUE 'N'.
011700     88  WS-CONTROL-ERROR         VALUE 'Y'.
011800     88  WS-CONTROL-CLEAN         VALUE 'N'.
011900*
012000*----------------------------------------------------------
012100*  STEP ROWS OF THE LAST CYCLE, AS READ BACK FROM THE
012200*  CYCLE STATUS FILE, AND ITS CYCLE ROW
012300*----------------------------------------------------------
012400 01  WS-OLD-TABLE.
012500     05  WS-OLD-ENTRY OCCURS 20 TIMES.
012600         10  WS-OLD-NO            PIC 9(02).
012700         10  WS-OLD-PROGRAM       PIC X(08).
012800         10  WS-OLD-STATE         PIC X(01).
012900         10  WS-OLD-START-DATE    PIC 9(08).
013000         10  WS-OLD-START-TIME    PIC 9(06).
013100         10  WS-OLD-END-DATE      PIC 9(08).
013200         10  WS-OLD-END-TIME      PIC 9(06).
013300         10  WS-OLD-RESULT        PIC 9(02).
013400         10  WS-OLD-ATTEMPTS      PIC 9(02).
013500 77  WS-OLD-COUNT                 PIC 9(03) COMP VALUE ZERO.
013600 77  WS-OLD-SUB                   PIC 9(03) COMP VALUE ZERO.
013700 77  WS-OLD-FOUND-SUB             PIC 9(03) COMP VALUE ZERO.
013800 77  WS-OLD-CYCLE-SW              PIC X(01) VALUE 'N'.
013900     88  WS-OLD-CYCLE-FOUND       VALUE 'Y'.
014000     88  WS-NO-OLD-CYCLE          VALUE 'N'.
014100 77  WS-OLD-CYCLE-DATE            PIC 9(08) VALUE ZERO.
014200 77  WS-OLD-CYCLE-STATE           PIC X(01) VALUE SPACE.
014300 77  WS-OLD-CYCLE-START-DATE      PIC 9(08) VALUE ZERO.
014400 77  WS-OLD-CYCLE-START-TIME      PIC 9(06) VALUE ZERO.
014500 77  WS-OLD-CYCLE-RUNS            PIC 9(02) VALUE ZERO.
014600*
014700*----------------------------------------------------------
014800*  THIS CYCLE - ITS DATE, STATE AND TIMES, HOW MANY RUNS
014900*  OF THE DRIVER IT HAS TAKEN, AND WHERE IT STOPPED
015000*----------------------------------------------------------
015100 77  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
015200 77  WS-CYCLE-STATE               PIC X(01) VALUE 'S'.
015300     88  WS-CYCLE-RUNNING         VALUE 'S'.
015400     88  WS-CYCLE-COMPLETE        VALUE 'C'.
015500     88  WS-CYCLE-FAILED          VALUE 'F'.
015600     88  WS-CYCLE-PARKED          VALUE 'P'.
015700 77  WS-CYCLE-START-DATE          PIC 9(08) VALUE ZERO.
015800 77  WS-CYCLE-START-TIME          PIC 9(06) VALUE ZERO.
015900 77  WS-CYCLE-END-DATE            PIC 9(08) VALUE ZERO.
016000 77  WS-CYCLE-END-TIME            PIC 9(06) VALUE ZERO.
016100 77  WS-CYCLE-RUNS                PIC 9(02) VALUE ZERO.
016200 77  WS-STOP-SUB                  PIC 9(03) COMP VALUE ZERO.
016300 77  WS-RESUME-SUB                PIC 9(03) COMP VALUE ZERO.
016400 77  WS-CYCLE-MODE-SW             PIC X(01) VALUE 'B'.
016500     88  WS-CYCLE-BEGUN           VALUE 'B'.
016600     88  WS-CYCLE-RESUMED         VALUE 'R'.
016700     88  WS-CYCLE-ABANDONED       VALUE 'A'.
016800 77  WS-STOP-SW                   PIC X(01) VALUE 'N'.
016900     88  WS-CYCLE-STOPPED         VALUE 'Y'.
017000     88  WS-CYCLE-GOING           VALUE 'N'.
017100*
017200*----------------------------------------------------------
017300*  STEP COMMAND AND COMPLETION CODE.  WS-RC-DISP HOLDS THE
017400*  STEP'S CODE (99 WHEN IT IS OUTSIDE 00-99) SO IT CAN BE
017500*  COMPARED WITH THE CODES ON THE STEP-CONTROL RECORD.
017600*----------------------------------------------------------
017700 01  WS-COMMAND-LINE              PIC X(60).
017800 77  WS-STEP-STATUS               PIC S9(09) COMP VALUE ZERO.
017900 77  WS-STEP-RC                   PIC S9(09) COMP VALUE ZERO.
018000 77  WS-STEP-SIGNAL               PIC S9(09) COMP VALUE ZERO.
018100 01  WS-RC-WORK.
018200     05  WS-RC-DISP               PIC 9(02).
018300 01  WS-RC-ALPHA REDEFINES WS-RC-WORK
018400                                  PIC X(02).
018500 01  WS-OK-LIST.
018600     05  WS-OK-ENTRY OCCURS 6 TIMES.
018700         10  WS-OK-CODE           PIC X(02).
018800         10  FILLER               PIC X(01).
018900 77  WS-CODE-SUB                  PIC 9(03) COMP VALUE ZERO.
019000 77  WS-OK-COUNT                  PIC 9(03) COMP VALUE ZERO.
019100 77  WS-CODE-SW                   PIC X(01) VALUE 'N'.
019200     88  WS-CODE-ALLOWED          VALUE 'Y'.
019300     88  WS-CODE-NOT-ALLOWED      VALUE 'N'.
019400 77  WS-CODE-EDIT-SW              PIC X(01) VALUE 'N'.
019500     88  WS-CODES-BAD             VALUE 'Y'.
019600     88  WS-CODES-GOOD            VALUE 'N'.
019700*
019800*----------------------------------------------------------
019900*  CLOCK, CYCLE TALLIES AND COMPLETION CODE
020000*----------------------------------------------------------
020100 77  WS-RUN-DATE                  PIC 9(08).
020200 77  WS-RUN-TIME                  PIC 9(08).
020300 77  WS-CURRENT-DATE              PIC 9(08).
020400 77  WS-CURRENT-TIME              PIC 9(08).
020500 77  WS-STEPS-RUN                 PIC 9(02) VALUE ZERO.
020600 77  WS-STEPS-WARNED              PIC 9(02) VALUE ZERO.
020700 77  WS-STEPS-NOT-SCHED           PIC 9(02) VALUE ZERO.
020800 77  WS-COMPLETION-CODE           PIC 9(02) VALUE ZERO.
020900*
021000*----------------------------------------------------------
021100*  REPORT STEP LINE AND SCRATCH LINE AREA
021200*----------------------------------------------------------
021300 01  WS-STEP-LINE.
021400     05  WS-SL-NO                 PIC 9(02).
021500     05  FILLER                   PIC X(03) VALUE SPACES.
021600     05  WS-SL-PROGRAM            PIC X(08).
021700     05  FILLER                   PIC X(02) VALUE SPACES.
021800     05  WS-SL-OUTCOME            PIC X(13).
021900     05  FILLER                   PIC X(02) VALUE SPACES.
022000     05  WS-SL-START-DATE         PIC X(08).
022100     05  FILLER                   PIC X(01) VALUE SPACES.
022200     05  WS-SL-START-TIME         PIC X(06).
022300     05  FILLER                   PIC X(02) VALUE SPACES.
022400     05  WS-SL-END-DATE           PIC X(08).
022500     05  FILLER                   PIC X(01) VALUE SPACES.
022600     05  WS-SL-END-TIME           PIC X(06).
022700     05  FILLER                   PIC X(02) VALUE SPACES.
022800     05  WS-SL-CODE               PIC X(02).
022900     05  FILLER                   PIC X(04) VALUE SPACES.
023000     05  WS-SL-TRIES              PIC X(02).
023100     05  FILLER                   PIC X(02) VALUE SPACES.
023200     05  WS-SL-NOTE               PIC X(24).
023300 01  WS-RPT-TEXT                  PIC X(120).
023400*
023500 PROCEDURE DIVISION.
023600*
023700*==========================================================
023800*  0000-MAINLINE
023900*     PROGRAM ENTRY POINT.
024000*==========================================================
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE
024300         THRU 1000-INITIALIZE-EXIT.
024400     PERFORM 2000-RUN-CYCLE
024500         THRU 2000-RUN-CYCLE-EXIT.
024600     PERFORM 8000-WRITE-REPORT
024700         THRU 8000-WRITE-REPORT-EXIT.
024800     PERFORM 9000-TERMINATE
024900         THRU 9000-TERMINATE-EXIT.
025000     MOVE WS-COMPLETION-CODE TO RETURN-CODE.
025100     STOP RUN.
025200*
025300*==========================================================
025400*  1000-INITIALIZE
025500*     ACCEPTS THE RUN OPTION, LOADS THE STEP-CONTROL FILE
025600*     AND THE LAST CYCLE'S STATUS, DECIDES WHETHER TO BEGIN
025700*     A NEW CYCLE OR RESUME THE LAST ONE, AND OPENS THE
025800*     REPORT.
025900*==========================================================
026000 1000-INITIALIZE.
026100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026200     ACCEPT WS-RUN-TIME FROM TIME.
026300     DISPLAY "Enter N to begin a new cycle, blank to resume "
026400         "an unfinished one:".
026500     ACCEPT WS-OPTION-A.
026600     IF NOT WS-OPTION-NEW-CYCLE
026700         AND NOT WS-OPTION-NORMAL
026800         DISPLAY "CYCLDRV: option must be N or blank - run "
026900             "cancelled."
027000         MOVE 12 TO RETURN-CODE
027100         STOP RUN
027200     END-IF.
027300     PERFORM 1100-LOAD-STEP-CONTROL
027400         THRU 1100-LOAD-STEP-CONTROL-EXIT.
027500     PERFORM 1300-LOAD-CYCLE-STATUS
027600         THRU 1300-LOAD-CYCLE-STATUS-EXIT.
027700     PERFORM 1500-SET-UP-CYCLE
027800         THRU 1500-SET-UP-CYCLE-EXIT.
027900     OPEN OUTPUT REPORT-FILE.
028000     IF WS-REPORT-STATUS NOT = "00"
028100         DISPLAY "CYCLDRV: cannot open CYCLRPT, status="
028200             WS-REPORT-STATUS
028300         MOVE 12 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600 1000-INITIALIZE-EXIT.
028700     EXIT.
028800*
028900*==========================================================
029000*  1100-LOAD-STEP-CONTROL
029100*     READS THE STEP-CONTROL FILE INTO THE STEP TABLE.  A
029200*     BAD RECORD IS SHOWN AND THE RUN IS CANCELLED ONCE THE
029300*     WHOLE FILE HAS BEEN CHECKED.
029400*==========================================================
029500 1100-LOAD-STEP-CONTROL.
029600     OPEN INPUT STEP-CONTROL-FILE.
029700     IF WS-CONTROL-STATUS NOT = "00"
029800         DISPLAY "CYCLDRV: cannot open CYCLCTL, status="
029900             WS-CONTROL-STATUS
030000         MOVE 12 TO RETURN-CODE
030100         STOP RUN
030200     END-IF.
030300     SET DV-NOT-END-OF-FILE TO TRUE.
030400     PERFORM 1200-LOAD-ONE-STEP
030500         THRU 1200-LOAD-ONE-STEP-EXIT
030600         UNTIL DV-END-OF-FILE.
030700     CLOSE STEP-CONTROL-FILE.
030800     IF WS-STEP-COUNT = ZERO
030900         DISPLAY "CYCLDRV: CYCLCTL holds no steps."
031000         SET WS-CONTROL-ERROR TO TRUE
031100     END-IF.
031200     IF WS-CONTROL-ERROR
031300         DISPLAY "CYCLDRV: run cancelled - correct CYCLCTL "
031400             "and resubmit."
031500         MOVE 12 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800 1100-LOAD-STEP-CONTROL-EXIT.
031900     EXIT.
032000*
032100*==========================================================
032200*  1200-LOAD-ONE-STEP
032300*     READS AND EDITS ONE STEP-CONTROL RECORD.  COMMENT
032400*     AND BLANK RECORDS ARE PASSED OVER.
032500*==========================================================
032600 1200-LOAD-ONE-STEP.
032700     READ STEP-CONTROL-FILE
032800         AT END
032900             SET DV-END-OF-FILE TO TRUE
033000             GO TO 1200-LOAD-ONE-STEP-EXIT
033100     END-READ.
033200     ADD 1 TO WS-CONTROL-RECS.
033300     IF DV-CYCCTL-RECORD = SPACES
033400         OR DV-CYCCTL-RECORD (1:1) = "*"
033500         GO TO 1200-LOAD-ONE-STEP-EXIT
033600     END-IF.
033700     IF DV-CTL-STEP-NO IS NOT NUMERIC
033800         OR DV-CTL-STEP-NO-N = ZERO
033900         OR DV-CTL-STEP-NO-N NOT > WS-LAST-STEP-NO
034000         DISPLAY "CYCLDRV: CYCLCTL record " WS-CONTROL-RECS
034100             " - step number must be 01-99 and ascending."
034200         SET WS-CONTROL-ERROR TO TRUE
034300         GO TO 1200-LOAD-ONE-STEP-EXIT
034400     END-IF.
034500     MOVE DV-CTL-STEP-NO-N TO WS-LAST-STEP-NO.
034600     IF DV-CTL-PROGRAM = SPACES
034700         DISPLAY "CYCLDRV: CYCLCTL step " DV-CTL-STEP-NO
034800             " - no program named."
034900         SET WS-CONTROL-ERROR TO TRUE
035000         GO TO 1200-LOAD-ONE-STEP-EXIT
035100     END-IF.
035200     IF NOT DV-CTL-RUN-STEP
035300         AND NOT DV-CTL-SKIP-STEP
035400         DISPLAY "CYCLDRV: CYCLCTL step " DV-CTL-STEP-NO
035500             " - run flag must be Y or N."
035600         SET WS-CONTROL-ERROR TO TRUE
035700         GO TO 1200-LOAD-ONE-STEP-EXIT
035800     END-IF.
035900     MOVE DV-CTL-OK-CODES TO WS-OK-LIST.
036000     SET WS-CODES-GOOD TO TRUE.
036100     MOVE ZERO TO WS-OK-COUNT.
036200     PERFORM 1250-EDIT-ONE-CODE
036300         THRU 1250-EDIT-ONE-CODE-EXIT
036400         VARYING WS-CODE-SUB FROM 1 BY 1
036500         UNTIL WS-CODE-SUB > 6.
036600     IF WS-CODES-BAD
036700         OR WS-OK-COUNT = ZERO
036800         OR (DV-CTL-PARK-CODE NOT = SPACES
036900             AND DV-CTL-PARK-CODE IS NOT NUMERIC)
037000         DISPLAY "CYCLDRV: CYCLCTL step " DV-CTL-STEP-NO
037100             " - completion codes must be 2 digits, at least "
037200             "one allowed."
037300         SET WS-CONTROL-ERROR TO TRUE
037400         GO TO 1200-LOAD-ONE-STEP-EXIT
037500     END-IF.
037600     IF WS-STEP-COUNT >= 20
037700         DISPLAY "CYCLDRV: CYCLCTL holds more than 20 steps."
037800         SET WS-CONTROL-ERROR TO TRUE
037900         GO TO 1200-LOAD-ONE-STEP-EXIT
038000     END-IF.
038100     ADD 1 TO WS-STEP-COUNT.
038200     MOVE DV-CTL-STEP-NO-N TO WS-STP-NO (WS-STEP-COUNT).
038300     MOVE DV-CTL-PROGRAM TO WS-STP-PROGRAM (WS-STEP-COUNT).
038400     MOVE DV-CTL-OK-CODES TO WS-STP-OK-CODES (WS-STEP-COUNT).
038500     MOVE DV-CTL-PARK-CODE
038600         TO WS-STP-PARK-CODE (WS-STEP-COUNT).
038700     IF DV-CTL-COMMAND = SPACES
038800         MOVE DV-CTL-PROGRAM TO WS-STP-COMMAND (WS-STEP-COUNT)
038900     ELSE
039000         MOVE DV-CTL-COMMAND TO WS-STP-COMMAND (WS-STEP-COUNT)
039100     END-IF.
039200     IF DV-CTL-RUN-STEP
039300         MOVE 'W' TO WS-STP-STATE (WS-STEP-COUNT)
039400     ELSE
039500         MOVE 'N' TO WS-STP-STATE (WS-STEP-COUNT)
039600     END-IF.
039700     MOVE ZERO TO WS-STP-START-DATE (WS-STEP-COUNT).
039800     MOVE ZERO TO WS-STP-START-TIME (WS-STEP-COUNT).
039900     MOVE ZERO TO WS-STP-END-DATE (WS-STEP-COUNT).
040000     MOVE ZERO TO WS-STP-END-TIME (WS-STEP-COUNT).
040100     MOVE ZERO TO WS-STP-RESULT (WS-STEP-COUNT).
040200     MOVE ZERO TO WS-STP-ATTEMPTS (WS-STEP-COUNT).
040300     MOVE 'N' TO WS-STP-THIS-RUN (WS-STEP-COUNT).
040400 1200-LOAD-ONE-STEP-EXIT.
040500     EXIT.
040600*
040700*==========================================================
040800*  1250-EDIT-ONE-CODE
040900*     CHECKS ONE ALLOWED-CODE ENTRY - SPACES OR 2 DIGITS.
041000*==========================================================
041100 1250-EDIT-ONE-CODE.
041200     IF WS-OK-CODE (WS-CODE-SUB) = SPACES
041300         GO TO 1250-EDIT-ONE-CODE-EXIT
041400     END-IF.
041500     IF WS-OK-CODE (WS-CODE-SUB) IS NUMERIC
041600         ADD 1 TO WS-OK-COUNT
041700     ELSE
041800         SET WS-CODES-BAD TO TRUE
041900     END-IF.
042000 1250-EDIT-ONE-CODE-EXIT.
042100     EXIT.
042200*
042300*==========================================================
042400*  1300-LOAD-CYCLE-STATUS
042500*     READS BACK THE LAST CYCLE'S STATUS FILE.  NONE ON
042600*     FILE MEANS NO CYCLE HAS RUN YET.
042700*==========================================================
042800 1300-LOAD-CYCLE-STATUS.
042900     OPEN INPUT CYCLE-STATUS-FILE.
043000     IF WS-CYCSTAT-STATUS = "35"
043100         GO TO 1300-LOAD-CYCLE-STATUS-EXIT
043200     END-IF.
043300     IF WS-CYCSTAT-STATUS NOT = "00"
043400         DISPLAY "CYCLDRV: cannot open CYCLSTAT, status="
043500             WS-CYCSTAT-STATUS
043600         MOVE 12 TO RETURN-CODE
043700         STOP RUN
043800     END-IF.
043900     SET DV-NOT-END-OF-FILE TO TRUE.
044000     PERFORM 1400-LOAD-ONE-STATUS
044100         THRU 1400-LOAD-ONE-STATUS-EXIT
044200         UNTIL DV-END-OF-FILE.
044300     CLOSE CYCLE-STATUS-FILE.
044400 1300-LOAD-CYCLE-STATUS-EXIT.
044500     EXIT.
044600*
044700*==========================================================
044800*  1400-LOAD-ONE-STATUS
044900*     READS ONE STATUS RECORD - THE CYCLE ROW (STEP 00) OR
045000*     A STEP ROW.
045100*==========================================================
045200 1400-LOAD-ONE-STATUS.
045300     READ CYCLE-STATUS-FILE
045400         AT END
045500             SET DV-END-OF-FILE TO TRUE
045600             GO TO 1400-LOAD-ONE-STATUS-EXIT
045700     END-READ.
045800     IF DV-CST-STEP-NO = ZERO
045900         SET WS-OLD-CYCLE-FOUND TO TRUE
046000         MOVE DV-CST-CYCLE-DATE TO WS-OLD-CYCLE-DATE
046100         MOVE DV-CST-STATE TO WS-OLD-CYCLE-STATE
046200         MOVE DV-CST-START-DATE TO WS-OLD-CYCLE-START-DATE
046300         MOVE DV-CST-START-TIME TO WS-OLD-CYCLE-START-TIME
046400         MOVE DV-CST-ATTEMPTS TO WS-OLD-CYCLE-RUNS
046500         GO TO 1400-LOAD-ONE-STATUS-EXIT
046600     END-IF.
046700     IF WS-OLD-COUNT >= 20
046800         GO TO 1400-LOAD-ONE-STATUS-EXIT
046900     END-IF.
047000     ADD 1 TO WS-OLD-COUNT.
047100     MOVE DV-CST-STEP-NO TO WS-OLD-NO (WS-OLD-COUNT).
047200     MOVE DV-CST-PROGRAM TO WS-OLD-PROGRAM (WS-OLD-COUNT).
047300     MOVE DV-CST-STATE TO WS-OLD-STATE (WS-OLD-COUNT).
047400     MOVE DV-CST-START-DATE TO WS-OLD-START-DATE (WS-OLD-COUNT).
047500     MOVE DV-CST-START-TIME TO WS-OLD-START-TIME (WS-OLD-COUNT).
047600     MOVE DV-CST-END-DATE TO WS-OLD-END-DATE (WS-OLD-COUNT).
047700     MOVE DV-CST-END-TIME TO WS-OLD-END-TIME (WS-OLD-COUNT).
047800     MOVE DV-CST-RESULT-CODE TO WS-OLD-RESULT (WS-OLD-COUNT).
047900     MOVE DV-CST-ATTEMPTS TO WS-OLD-ATTEMPTS (WS-OLD-COUNT).
048000 1400-LOAD-ONE-STATUS-EXIT.
048100     EXIT.
048200*
048300*==========================================================
048400*  1500-SET-UP-CYCLE
048500*     BEGINS A NEW CYCLE WHEN THERE IS NO LAST CYCLE, WHEN
048600*     THE LAST ONE FINISHED, OR WHEN THE OPERATOR ASKED FOR
048700*     ONE.  OTHERWISE RESUMES THE LAST CYCLE - STEPS IT
048800*     COMPLETED ARE CARRIED FORWARD AND THE REST RUN AGAIN,
048900*     FROM THE STEP IT STOPPED AT.
049000*==========================================================
049100 1500-SET-UP-CYCLE.
049200     IF WS-NO-OLD-CYCLE
049300         OR WS-OLD-CYCLE-STATE = 'C'
049400         OR WS-OPTION-NEW-CYCLE
049500         SET WS-CYCLE-BEGUN TO TRUE
049600         IF WS-OLD-CYCLE-FOUND
049700             AND WS-OLD-CYCLE-STATE NOT = 'C'
049800             SET WS-CYCLE-ABANDONED TO TRUE
049900             DISPLAY "CYCLDRV: unfinished cycle of "
050000                 WS-OLD-CYCLE-DATE " abandoned - new cycle "
050100                 "begun."
050200         END-IF
050300         MOVE WS-RUN-DATE TO WS-CYCLE-DATE
050400         MOVE WS-RUN-DATE TO WS-CYCLE-START-DATE
050500         MOVE WS-RUN-TIME (1:6) TO WS-CYCLE-START-TIME
050600         MOVE 1 TO WS-CYCLE-RUNS
050700         GO TO 1500-SET-UP-CYCLE-EXIT
050800     END-IF.
050900     SET WS-CYCLE-RESUMED TO TRUE.
051000     MOVE WS-OLD-CYCLE-DATE TO WS-CYCLE-DATE.
051100     MOVE WS-OLD-CYCLE-START-DATE TO WS-CYCLE-START-DATE.
051200     MOVE WS-OLD-CYCLE-START-TIME TO WS-CYCLE-START-TIME.
051300     IF WS-OLD-CYCLE-RUNS < 99
051400         COMPUTE WS-CYCLE-RUNS = WS-OLD-CYCLE-RUNS + 1
051500     ELSE
051600         MOVE 99 TO WS-CYCLE-RUNS
051700     END-IF.
051800     PERFORM 1600-CARRY-ONE-STEP
051900         THRU 1600-CARRY-ONE-STEP-EXIT
052000         VARYING WS-STP-SUB FROM 1 BY 1
052100         UNTIL WS-STP-SUB > WS-STEP-COUNT.
052200     DISPLAY "CYCLDRV: resuming cycle of " WS-CYCLE-DATE ".".
052300 1500-SET-UP-CYCLE-EXIT.
052400     EXIT.
052500*
052600*==========================================================
052700*  1600-CARRY-ONE-STEP
052800*     CARRIES ONE STEP FORWARD FROM THE LAST CYCLE, MATCHED
052900*     ON STEP NUMBER AND PROGRAM.  A COMPLETED STEP STAYS
053000*     COMPLETE; ANY OTHER KEEPS ITS ATTEMPT COUNT AND IS
053100*     RUN AGAIN.  THE FIRST STEP TO RUN AGAIN IS NOTED FOR
053200*     THE REPORT.
053300*==========================================================
053400 1600-CARRY-ONE-STEP.
053500     MOVE ZERO TO WS-OLD-FOUND-SUB.
053600     PERFORM 1650-MATCH-OLD-STEP
053700         THRU 1650-MATCH-OLD-STEP-EXIT
053800         VARYING WS-OLD-SUB FROM 1 BY 1
053900         UNTIL WS-OLD-SUB > WS-OLD-COUNT
054000         OR WS-OLD-FOUND-SUB > ZERO.
054100     IF WS-OLD-FOUND-SUB = ZERO
054200         GO TO 1600-CARRY-ONE-STEP-EXIT
054300     END-IF.
054400     MOVE WS-OLD-ATTEMPTS (WS-OLD-FOUND-SUB)
054500         TO WS-STP-ATTEMPTS (WS-STP-SUB).
054600     IF WS-OLD-STATE (WS-OLD-FOUND-SUB) = 'C'
054700         MOVE 'C' TO WS-STP-STATE (WS-STP-SUB)
054800         MOVE WS-OLD-START-DATE (WS-OLD-FOUND-SUB)
054900             TO WS-STP-START-DATE (WS-STP-SUB)
055000         MOVE WS-OLD-START-TIME (WS-OLD-FOUND-SUB)
055100             TO WS-STP-START-TIME (WS-STP-SUB)
055200         MOVE WS-OLD-END-DATE (WS-OLD-FOUND-SUB)
055300             TO WS-STP-END-DATE (WS-STP-SUB)
055400         MOVE WS-OLD-END-TIME (WS-OLD-FOUND-SUB)
055500             TO WS-STP-END-TIME (WS-STP-SUB)
055600         MOVE WS-OLD-RESULT (WS-OLD-FOUND-SUB)
055700             TO WS-STP-RESULT (WS-STP-SUB)
055800         GO TO 1600-CARRY-ONE-STEP-EXIT
055900     END-IF.
056000     IF WS-STP-STATE (WS-STP-SUB) = 'W'
056100         AND WS-RESUME-SUB = ZERO
056200         MOVE WS-STP-SUB TO WS-RESUME-SUB
056300     END-IF.
056400 1600-CARRY-ONE-STEP-EXIT.
056500     EXIT.
056600*
056700*==========================================================
056800*  1650-MATCH-OLD-STEP
056900*     COMPARES ONE OLD STEP ROW WITH THE STEP IN HAND.
057000*==========================================================
057100 1650-MATCH-OLD-STEP.
057200     IF WS-OLD-NO (WS-OLD-SUB) = WS-STP-NO (WS-STP-SUB)
057300         AND WS-OLD-PROGRAM (WS-OLD-SUB)
057400             = WS-STP-PROGRAM (WS-STP-SUB)
057500         MOVE WS-OLD-SUB TO WS-OLD-FOUND-SUB
057600     END-IF.
057700 1650-MATCH-OLD-STEP-EXIT.
057800     EXIT.
057900*
058000*==========================================================
058100*  2000-RUN-CYCLE
058200*     MARKS THE CYCLE RUNNING AND RUNS ITS STEPS IN ORDER
058300*     UNTIL ONE STOPS OR PARKS THE CYCLE.
058400*==========================================================
058500 2000-RUN-CYCLE.
058600     SET WS-CYCLE-RUNNING TO TRUE.
058700     PERFORM 7000-SAVE-STATUS
058800         THRU 7000-SAVE-STATUS-EXIT.
058900     PERFORM 2100-RUN-ONE-STEP
059000         THRU 2100-RUN-ONE-STEP-EXIT
059100         VARYING WS-STP-SUB FROM 1 BY 1
059200         UNTIL WS-STP-SUB > WS-STEP-COUNT
059300         OR WS-CYCLE-STOPPED.
059400     IF WS-CYCLE-GOING
059500         SET WS-CYCLE-COMPLETE TO TRUE
059600     END-IF.
059700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
059800     ACCEPT WS-CURRENT-TIME FROM TIME.
059900     MOVE WS-CURRENT-DATE TO WS-CYCLE-END-DATE.
060000     MOVE WS-CURRENT-TIME (1:6) TO WS-CYCLE-END-TIME.
060100     PERFORM 7500-SET-COMPLETION-CODE
060200         THRU 7500-SET-COMPLETION-CODE-EXIT.
060300     PERFORM 7000-SAVE-STATUS
060400         THRU 7000-SAVE-STATUS-EXIT.
060500 2000-RUN-CYCLE-EXIT.
060600     EXIT.
060700*
060800*==========================================================
060900*  2100-RUN-ONE-STEP
061000*     RUNS ONE WAITING STEP.  ITS START IS RECORDED ON THE
061100*     STATUS FILE BEFORE IT RUNS, SO A STEP CUT OFF PART
061200*     WAY STILL SHOWS AS STARTED; ITS END AND RESULT ARE
061300*     RECORDED WHEN IT COMES BACK.
061400*==========================================================
061500 2100-RUN-ONE-STEP.
061600     IF WS-STP-STATE (WS-STP-SUB) NOT = 'W'
061700         GO TO 2100-RUN-ONE-STEP-EXIT
061800     END-IF.
061900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
062000     ACCEPT WS-CURRENT-TIME FROM TIME.
062100     MOVE 'S' TO WS-STP-STATE (WS-STP-SUB).
062200     MOVE 'Y' TO WS-STP-THIS-RUN (WS-STP-SUB).
062300     MOVE WS-CURRENT-DATE TO WS-STP-START-DATE (WS-STP-SUB).
062400     MOVE WS-CURRENT-TIME (1:6)
062500         TO WS-STP-START-TIME (WS-STP-SUB).
062600     MOVE ZERO TO WS-STP-END-DATE (WS-STP-SUB).
062700     MOVE ZERO TO WS-STP-END-TIME (WS-STP-SUB).
062800     MOVE ZERO TO WS-STP-RESULT (WS-STP-SUB).
062900     IF WS-STP-ATTEMPTS (WS-STP-SUB) < 99
063000         ADD 1 TO WS-STP-ATTEMPTS (WS-STP-SUB)
063100     END-IF.
063200     PERFORM 7000-SAVE-STATUS
063300         THRU 7000-SAVE-STATUS-EXIT.
063400     MOVE WS-STP-COMMAND (WS-STP-SUB) TO WS-COMMAND-LINE.
063500     DISPLAY "CYCLDRV: step " WS-STP-NO (WS-STP-SUB) " "
063600         WS-STP-PROGRAM (WS-STP-SUB) " started.".
063700     CALL "SYSTEM" USING WS-COMMAND-LINE.
063800     MOVE RETURN-CODE TO WS-STEP-STATUS.
063900     MOVE ZERO TO RETURN-CODE.
064000*    THE SYSTEM SERVICE HANDS BACK THE STEP'S EXIT STATUS -
064100*    THE COMPLETION CODE IN THE HIGH-ORDER BYTE, AND A
064200*    NON-ZERO LOW-ORDER BYTE ONLY WHEN THE STEP WAS CUT OFF
064300*    BEFORE IT COULD END.  A STEP CUT OFF, OR ONE ENDING
064400*    OUTSIDE 00-99, IS GIVEN CODE 99.
064500     DIVIDE WS-STEP-STATUS BY 256
064600         GIVING WS-STEP-RC
064700         REMAINDER WS-STEP-SIGNAL.
064800     IF WS-STEP-SIGNAL NOT = ZERO
064900         OR WS-STEP-RC < ZERO
065000         OR WS-STEP-RC > 99
065100         MOVE 99 TO WS-RC-DISP
065200     ELSE
065300         MOVE WS-STEP-RC TO WS-RC-DISP
065400     END-IF.
065500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
065600     ACCEPT WS-CURRENT-TIME FROM TIME.
065700     MOVE WS-CURRENT-DATE TO WS-STP-END-DATE (WS-STP-SUB).
065800     MOVE WS-CURRENT-TIME (1:6) TO WS-STP-END-TIME (WS-STP-SUB).
065900     MOVE WS-RC-DISP TO WS-STP-RESULT (WS-STP-SUB).
066000     ADD 1 TO WS-STEPS-RUN.
066100     PERFORM 2200-JUDGE-STEP-CODE
066200         THRU 2200-JUDGE-STEP-CODE-EXIT.
066300     PERFORM 7000-SAVE-STATUS
066400         THRU 7000-SAVE-STATUS-EXIT.
066500 2100-RUN-ONE-STEP-EXIT.
066600     EXIT.
066700*
066800*==========================================================
066900*  2200-JUDGE-STEP-CODE
067000*     SETS THE STEP'S STATE FROM ITS COMPLETION CODE - ITS
067100*     PARK CODE PARKS THE CYCLE, AN ALLOWED CODE COMPLETES
067200*     THE STEP, AND ANY OTHER CODE STOPS THE CYCLE.
067300*==========================================================
067400 2200-JUDGE-STEP-CODE.
067500     IF WS-STP-PARK-CODE (WS-STP-SUB) NOT = SPACES
067600         AND WS-STP-PARK-CODE (WS-STP-SUB) = WS-RC-ALPHA
067700         MOVE 'P' TO WS-STP-STATE (WS-STP-SUB)
067800         SET WS-CYCLE-PARKED TO TRUE
067900         SET WS-CYCLE-STOPPED TO TRUE
068000         MOVE WS-STP-SUB TO WS-STOP-SUB
068100         DISPLAY "CYCLDRV: step " WS-STP-NO (WS-STP-SUB) " "
068200             WS-STP-PROGRAM (WS-STP-SUB) " ended, code="
068300             WS-RC-DISP " - cycle parked."
068400         GO TO 2200-JUDGE-STEP-CODE-EXIT
068500     END-IF.
068600     MOVE WS-STP-OK-CODES (WS-STP-SUB) TO WS-OK-LIST.
068700     SET WS-CODE-NOT-ALLOWED TO TRUE.
068800     PERFORM 2300-MATCH-ONE-CODE
068900         THRU 2300-MATCH-ONE-CODE-EXIT
069000         VARYING WS-CODE-SUB FROM 1 BY 1
069100         UNTIL WS-CODE-SUB > 6
069200         OR WS-CODE-ALLOWED.
069300     IF WS-CODE-ALLOWED
069400         MOVE 'C' TO WS-STP-STATE (WS-STP-SUB)
069500         DISPLAY "CYCLDRV: step " WS-STP-NO (WS-STP-SUB) " "
069600             WS-STP-PROGRAM (WS-STP-SUB) " ended, code="
069700             WS-RC-DISP " - complete."
069800     ELSE
069900         MOVE 'F' TO WS-STP-STATE (WS-STP-SUB)
070000         SET WS-CYCLE-FAILED TO TRUE
070100         SET WS-CYCLE-STOPPED TO TRUE
070200         MOVE WS-STP-SUB TO WS-STOP-SUB
070300         DISPLAY "CYCLDRV: step " WS-STP-NO (WS-STP-SUB) " "
070400             WS-STP-PROGRAM (WS-STP-SUB) " ended, code="
070500             WS-RC-DISP " - cycle stopped."
070600     END-IF.
070700 2200-JUDGE-STEP-CODE-EXIT.
070800     EXIT.
070900*
071000*==========================================================
071100*  2300-MATCH-ONE-CODE
071200*     COMPARES THE STEP'S CODE WITH ONE ALLOWED CODE.
071300*==========================================================
071400 2300-MATCH-ONE-CODE.
071500     IF WS-OK-CODE (WS-CODE-SUB) NOT = SPACES
071600         AND WS-OK-CODE (WS-CODE-SUB) = WS-RC-ALPHA
071700         SET WS-CODE-ALLOWED TO TRUE
071800     END-IF.
071900 2300-MATCH-ONE-CODE-EXIT.
072000     EXIT.
072100*
072200*==========================================================
072300*  7000-SAVE-STATUS
072400*     REWRITES THE CYCLE STATUS FILE FROM THE STEP TABLE -
072500*     THE CYCLE ROW FIRST, THEN ONE ROW PER STEP.
072600*==========================================================
072700 7000-SAVE-STATUS.
072800     OPEN OUTPUT CYCLE-STATUS-FILE.
072900     IF WS-CYCSTAT-STATUS NOT = "00"
073000         DISPLAY "CYCLDRV: cannot write CYCLSTAT, status="
073100             WS-CYCSTAT-STATUS
073200         MOVE 12 TO RETURN-CODE
073300         STOP RUN
073400     END-IF.
073500     MOVE SPACES TO DV-CYCSTAT-RECORD.
073600     MOVE WS-CYCLE-DATE TO DV-CST-CYCLE-DATE.
073700     MOVE ZERO TO DV-CST-STEP-NO.
073800     MOVE "CYCLE" TO DV-CST-PROGRAM.
073900     MOVE WS-CYCLE-STATE TO DV-CST-STATE.
074000     MOVE WS-CYCLE-START-DATE TO DV-CST-START-DATE.
074100     MOVE WS-CYCLE-START-TIME TO DV-CST-START-TIME.
074200     MOVE WS-CYCLE-END-DATE TO DV-CST-END-DATE.
074300     MOVE WS-CYCLE-END-TIME TO DV-CST-END-TIME.
074400     MOVE WS-COMPLETION-CODE TO DV-CST-RESULT-CODE.
074500     MOVE WS-CYCLE-RUNS TO DV-CST-ATTEMPTS.
074600     WRITE DV-CYCSTAT-RECORD.
074700     PERFORM 7100-SAVE-ONE-STEP
074800         THRU 7100-SAVE-ONE-STEP-EXIT
074900         VARYING WS-LIST-SUB FROM 1 BY 1
075000         UNTIL WS-LIST-SUB > WS-STEP-COUNT.
075100     CLOSE CYCLE-STATUS-FILE.
075200 7000-SAVE-STATUS-EXIT.
075300     EXIT.
075400*
075500*==========================================================
075600*  7100-SAVE-ONE-STEP
075700*     WRITES ONE STEP ROW TO THE CYCLE STATUS FILE.
075800*==========================================================
075900 7100-SAVE-ONE-STEP.
076000     MOVE SPACES TO DV-CYCSTAT-RECORD.
076100     MOVE WS-CYCLE-DATE TO DV-CST-CYCLE-DATE.
076200     MOVE WS-STP-NO (WS-LIST-SUB) TO DV-CST-STEP-NO.
076300     MOVE WS-STP-PROGRAM (WS-LIST-SUB) TO DV-CST-PROGRAM.
076400     MOVE WS-STP-STATE (WS-LIST-SUB) TO DV-CST-STATE.
076500     MOVE WS-STP-START-DATE (WS-LIST-SUB) TO DV-CST-START-DATE.
076600     MOVE WS-STP-START-TIME (WS-LIST-SUB) TO DV-CST-START-TIME.
076700     MOVE WS-STP-END-DATE (WS-LIST-SUB) TO DV-CST-END-DATE.
076800     MOVE WS-STP-END-TIME (WS-LIST-SUB) TO DV-CST-END-TIME.
076900     MOVE WS-STP-RESULT (WS-LIST-SUB) TO DV-CST-RESULT-CODE.
077000     MOVE WS-STP-ATTEMPTS (WS-LIST-SUB) TO DV-CST-ATTEMPTS.
077100     WRITE DV-CYCSTAT-RECORD.
077200 7100-SAVE-ONE-STEP-EXIT.
077300     EXIT.
077400*
077500*==========================================================
077600*  7500-SET-COMPLETION-CODE
077700*     GRADES THE CYCLE - 00 COMPLETE AND CLEAN, 04 COMPLETE
077800*     WITH A STEP ENDING ON A WARNING CODE OR A STEP NOT
077900*     SCHEDULED, 02 PARKED, 08 STOPPED AT A FAILED STEP.
078000*==========================================================
078100 7500-SET-COMPLETION-CODE.
078200     MOVE ZERO TO WS-STEPS-WARNED.
078300     MOVE ZERO TO WS-STEPS-NOT-SCHED.
078400     PERFORM 7600-TALLY-ONE-STEP
078500         THRU 7600-TALLY-ONE-STEP-EXIT
078600         VARYING WS-LIST-SUB FROM 1 BY 1
078700         UNTIL WS-LIST-SUB > WS-STEP-COUNT.
078800     EVALUATE TRUE
078900         WHEN WS-CYCLE-FAILED
079000             MOVE 08 TO WS-COMPLETION-CODE
079100         WHEN WS-CYCLE-PARKED
079200             MOVE 02 TO WS-COMPLETION-CODE
079300         WHEN WS-STEPS-WARNED > ZERO
079400             MOVE 04 TO WS-COMPLETION-CODE
079500         WHEN WS-STEPS-NOT-SCHED > ZERO
079600             MOVE 04 TO WS-COMPLETION-CODE
079700         WHEN OTHER
079800             MOVE ZERO TO WS-COMPLETION-CODE
079900     END-EVALUATE.
080000 7500-SET-COMPLETION-CODE-EXIT.
080100     EXIT.
080200*
080300*==========================================================
080400*  7600-TALLY-ONE-STEP
080500*     COUNTS A COMPLETED STEP THAT ENDED ON A NON-ZERO
080600*     CODE, AND A STEP NOT SCHEDULED.
080700*==========================================================
080800 7600-TALLY-ONE-STEP.
080900     IF WS-STP-STATE (WS-LIST-SUB) = 'C'
081000         AND WS-STP-RESULT (WS-LIST-SUB) NOT = ZERO
081100         ADD 1 TO WS-STEPS-WARNED
081200     END-IF.
081300     IF WS-STP-STATE (WS-LIST-SUB) = 'N'
081400         ADD 1 TO WS-STEPS-NOT-SCHED
081500     END-IF.
081600 7600-TALLY-ONE-STEP-EXIT.
081700     EXIT.
081800*
081900*==========================================================
082000*  8000-WRITE-REPORT
082100*     WRITES THE CYCLE REPORT - THE CYCLE, EVERY STEP AND
082200*     ITS OUTCOME, AND HOW THE CYCLE ENDED.
082300*==========================================================
082400 8000-WRITE-REPORT.
082500     MOVE "CYCLDRV - NIGHTLY CYCLE REPORT" TO WS-RPT-TEXT.
082600     PERFORM 8900-WRITE-RPT-LINE
082700         THRU 8900-WRITE-RPT-LINE-EXIT.
082800     MOVE SPACES TO WS-RPT-TEXT.
082900     STRING "RUN DATE / TIME    = " WS-RUN-DATE " "
083000             WS-RUN-TIME (1:6)
083100         DELIMITED BY SIZE INTO WS-RPT-TEXT.
083200     PERFORM 8900-WRITE-RPT-LINE
083300         THRU 8900-WRITE-RPT-LINE-EXIT.
083400     MOVE SPACES TO WS-RPT-TEXT.
083500     STRING "CYCLE DATE         = " WS-CYCLE-DATE
083600         DELIMITED BY SIZE INTO WS-RPT-TEXT.
083700     PERFORM 8900-WRITE-RPT-LINE
083800         THRU 8900-WRITE-RPT-LINE-EXIT.
083900     MOVE SPACES TO WS-RPT-TEXT.
084000     STRING "CYCLE BEGUN        = " WS-CYCLE-START-DATE " "
084100             WS-CYCLE-START-TIME
084200         DELIMITED BY SIZE INTO WS-RPT-TEXT.
084300     PERFORM 8900-WRITE-RPT-LINE
084400         THRU 8900-WRITE-RPT-LINE-EXIT.
084500     MOVE SPACES TO WS-RPT-TEXT.
084600     STRING "DRIVER RUNS        = " WS-CYCLE-RUNS
084700         DELIMITED BY SIZE INTO WS-RPT-TEXT.
084800     PERFORM 8900-WRITE-RPT-LINE
084900         THRU 8900-WRITE-RPT-LINE-EXIT.
085000     MOVE SPACES TO WS-RPT-TEXT.
085100     EVALUATE TRUE
085200         WHEN WS-CYCLE-ABANDONED
085300             STRING "  UNFINISHED CYCLE OF " WS-OLD-CYCLE-DATE
085400                     " ABANDONED ON REQUEST - NEW CYCLE BEGUN."
085500                 DELIMITED BY SIZE INTO WS-RPT-TEXT
085600         WHEN WS-CYCLE-RESUMED
085700             AND WS-RESUME-SUB > ZERO
085800             STRING "  CYCLE RESUMED AT STEP "
085900                     WS-STP-NO (WS-RESUME-SUB) " "
086000                     WS-STP-PROGRAM (WS-RESUME-SUB) "."
086100                 DELIMITED BY SIZE INTO WS-RPT-TEXT
086200         WHEN WS-CYCLE-RESUMED
086300             MOVE "  CYCLE RESUMED." TO WS-RPT-TEXT
086400         WHEN OTHER
086500             MOVE "  NEW CYCLE BEGUN." TO WS-RPT-TEXT
086600     END-EVALUATE.
086700     PERFORM 8900-WRITE-RPT-LINE
086800         THRU 8900-WRITE-RPT-LINE-EXIT.
086900     MOVE SPACES TO WS-RPT-TEXT.
087000     PERFORM 8900-WRITE-RPT-LINE
087100         THRU 8900-WRITE-RPT-LINE-EXIT.
087200     MOVE SPACES TO WS-RPT-TEXT.
087300     STRING "STEP PROGRAM   OUTCOME        STARTED          "
087400             "ENDED            CODE  TRIES"
087500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
087600     PERFORM 8900-WRITE-RPT-LINE
087700         THRU 8900-WRITE-RPT-LINE-EXIT.
087800     PERFORM 8100-WRITE-STEP-LINE
087900         THRU 8100-WRITE-STEP-LINE-EXIT
088000         VARYING WS-LIST-SUB FROM 1 BY 1
088100         UNTIL WS-LIST-SUB > WS-STEP-COUNT.
088200     MOVE SPACES TO WS-RPT-TEXT.
088300     PERFORM 8900-WRITE-RPT-LINE
088400         THRU 8900-WRITE-RPT-LINE-EXIT.
088500     MOVE SPACES TO WS-RPT-TEXT.
088600     STRING "STEPS RUN THIS RUN = " WS-STEPS-RUN
088700         DELIMITED BY SIZE INTO WS-RPT-TEXT.
088800     PERFORM 8900-WRITE-RPT-LINE
088900         THRU 8900-WRITE-RPT-LINE-EXIT.
089000     IF WS-STEPS-NOT-SCHED > ZERO
089100         MOVE SPACES TO WS-RPT-TEXT
089200         STRING "** STEPS NOT SCHEDULED THIS CYCLE = "
089300                 WS-STEPS-NOT-SCHED " - SEE ABOVE."
089400             DELIMITED BY SIZE INTO WS-RPT-TEXT
089500         PERFORM 8900-WRITE-RPT-LINE
089600             THRU 8900-WRITE-RPT-LINE-EXIT
089700     END-IF.
089800     MOVE SPACES TO WS-RPT-TEXT.
089900     EVALUATE TRUE
090000         WHEN WS-CYCLE-COMPLETE
090100             MOVE "CYCLE COMPLETE." TO WS-RPT-TEXT
090200         WHEN WS-CYCLE-PARKED
090300             STRING "CYCLE PARKED AT STEP "
090400                     WS-STP-NO (WS-STOP-SUB) " "
090500                     WS-STP-PROGRAM (WS-STOP-SUB)
090600                     " - THE NEXT WINDOW'S RUN OF CYCLDRV "
090700                     "RESUMES IT AT THIS STEP."
090800                 DELIMITED BY SIZE INTO WS-RPT-TEXT
090900         WHEN OTHER
091000             STRING "CYCLE STOPPED AT STEP "
091100                     WS-STP-NO (WS-STOP-SUB) " "
091200                     WS-STP-PROGRAM (WS-STOP-SUB) " (CODE "
091300                     WS-STP-RESULT (WS-STOP-SUB)
091400                     ") - RERUN CYCLDRV TO RESUME AT THIS STEP."
091500                 DELIMITED BY SIZE INTO WS-RPT-TEXT
091600     END-EVALUATE.
091700     PERFORM 8900-WRITE-RPT-LINE
091800         THRU 8900-WRITE-RPT-LINE-EXIT.
091900     MOVE SPACES TO WS-RPT-TEXT.
092000     STRING "COMPLETION CODE    = " WS-COMPLETION-CODE
092100         DELIMITED BY SIZE INTO WS-RPT-TEXT.
092200     PERFORM 8900-WRITE-RPT-LINE
092300         THRU 8900-WRITE-RPT-LINE-EXIT.
092400 8000-WRITE-REPORT-EXIT.
092500     EXIT.
092600*
092700*==========================================================
092800*  8100-WRITE-STEP-LINE
092900*     WRITES ONE STEP'S LINE.  TIMES AND CODE ARE LEFT
093000*     BLANK FOR A STEP THAT DID NOT RUN.
093100*==========================================================
093200 8100-WRITE-STEP-LINE.
093300     MOVE WS-STP-NO (WS-LIST-SUB) TO WS-SL-NO.
093400     MOVE WS-STP-PROGRAM (WS-LIST-SUB) TO WS-SL-PROGRAM.
093500     MOVE SPACES TO WS-SL-START-DATE.
093600     MOVE SPACES TO WS-SL-START-TIME.
093700     MOVE SPACES TO WS-SL-END-DATE.
093800     MOVE SPACES TO WS-SL-END-TIME.
093900     MOVE SPACES TO WS-SL-CODE.
094000     MOVE SPACES TO WS-SL-NOTE.
094100     MOVE WS-STP-ATTEMPTS (WS-LIST-SUB) TO WS-SL-TRIES.
094200     EVALUATE WS-STP-STATE (WS-LIST-SUB)
094300         WHEN 'C'
094400             MOVE "COMPLETE" TO WS-SL-OUTCOME
094500         WHEN 'F'
094600             MOVE "FAILED" TO WS-SL-OUTCOME
094700             MOVE "** CYCLE STOPPED HERE" TO WS-SL-NOTE
094800         WHEN 'P'
094900             MOVE "PARKED" TO WS-SL-OUTCOME
095000             MOVE "** CYCLE PARKED HERE" TO WS-SL-NOTE
095100         WHEN 'N'
095200             MOVE "NOT SCHEDULED" TO WS-SL-OUTCOME
095300             MOVE "** NOT RUN THIS CYCLE" TO WS-SL-NOTE
095400         WHEN 'S'
095500             MOVE "STARTED" TO WS-SL-OUTCOME
095600         WHEN OTHER
095700             MOVE "NOT RUN" TO WS-SL-OUTCOME
095800     END-EVALUATE.
095900     IF WS-STP-STATE (WS-LIST-SUB) = 'C'
096000         OR WS-STP-STATE (WS-LIST-SUB) = 'F'
096100         OR WS-STP-STATE (WS-LIST-SUB) = 'P'
096200         MOVE WS-STP-START-DATE (WS-LIST-SUB) TO WS-SL-START-DATE
096300         MOVE WS-STP-START-TIME (WS-LIST-SUB) TO WS-SL-START-TIME
096400         MOVE WS-STP-END-DATE (WS-LIST-SUB) TO WS-SL-END-DATE
096500         MOVE WS-STP-END-TIME (WS-LIST-SUB) TO WS-SL-END-TIME
096600         MOVE WS-STP-RESULT (WS-LIST-SUB) TO WS-SL-CODE
096700     END-IF.
096800     IF WS-STP-STATE (WS-LIST-SUB) = 'C'
096900         AND WS-STP-THIS-RUN (WS-LIST-SUB) = 'N'
097000         MOVE "IN AN EARLIER RUN" TO WS-SL-NOTE
097100     END-IF.
097200     MOVE WS-STEP-LINE TO WS-RPT-TEXT.
097300     PERFORM 8900-WRITE-RPT-LINE
097400         THRU 8900-WRITE-RPT-LINE-EXIT.
097500 8100-WRITE-STEP-LINE-EXIT.
097600     EXIT.
097700*
097800*==========================================================
097900*  8900-WRITE-RPT-LINE
098000*     WRITES THE SCRATCH LINE AREA TO THE REPORT FILE.
098100*==========================================================
098200 8900-WRITE-RPT-LINE.
098300     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
098400     WRITE DV-RPT-LINE.
098500 8900-WRITE-RPT-LINE-EXIT.
098600     EXIT.
098700*
098800*==========================================================
098900*  9000-TERMINATE
099000*     CLOSES THE REPORT AND SHOWS HOW THE CYCLE ENDED.
099100*==========================================================
099200 9000-TERMINATE.
099300     CLOSE REPORT-FILE.
099400     DISPLAY "CYCLDRV: cycle of " WS-CYCLE-DATE
099500         " ended, completion code=" WS-COMPLETION-CODE ".".
099600 9000-TERMINATE-EXIT.
099700     EXIT.
