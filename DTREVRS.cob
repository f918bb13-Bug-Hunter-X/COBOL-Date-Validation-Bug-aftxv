000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     DTREVRS.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL PROGRAM.  BACKS OUT A BAD DTBATCH
001200*                  RUN, NAMED BY ITS RUNHIST RUN DATE AND
001300*                  START TIME, SO THE CORRECTED FILE CAN BE
001400*                  RERUN THE SAME NIGHT.  THE RUN'S CLEAN
001500*                  RECORDS COME OFF VALIDOUT (LEFT AS AN
001600*                  EMPTY TRANSMISSION - ITS HEADER AND A ZERO
001700*                  TRAILER), ITS ENRICHOT, REJFILE AND DUPFILE
001800*                  RECORDS ARE DROPPED, AND THE SUSPENSE ITEMS
001900*                  IT OPENED ARE DELETED (ITEMS IT ADDED) OR
002000*                  PUT BACK TO THEIR EARLIER STATUS (ITEMS IT
002100*                  RE-OPENED).  ITEMS THAT WERE ALREADY OPEN
002200*                  ARE LEFT AS THEY ARE, AND NO CYCLE COUNT IS
002300*                  TOUCHED.  EVERY RECORD BACKED OUT GETS A
002400*                  REVERSAL ENTRY ON AUDITLOG, THE RUN'S
002500*                  RUNHIST ROWS ARE FLAGGED REVERSED (A
002600*                  RESTARTED RUN AND ITS RESUMES ARE BACKED
002700*                  OUT AS ONE RUN), ANY QUEUED RESUME IS
002800*                  CLEARED, AND THE REVERSAL REPORT (RVRSRPT)
002900*                  PROVES THE BEFORE AND AFTER COUNTS OF EACH
003000*                  FILE.  ONLY THE RUN WHOSE OUTPUT VALIDOUT
003100*                  STILL HOLDS CAN BE BACKED OUT - AN OLDER
003200*                  RUN'S FILES HAVE ALREADY BEEN REPLACED.
003210*  2026-10-15 DLH  EVERY AUDIT RECORD IS NOW STAMPED BY AUDSTAMP
003220*                  WITH ITS TRAIL SEQUENCE NUMBER AND CHAINED
003230*                  CHECK VALUE JUST BEFORE IT IS WRITTEN.  THE END
003240*                  OF THE TRAIL IS FOUND WHEN AUDITLOG IS OPENED;
003250*                  IF IT CANNOT BE FOUND THE RUN IS CANCELLED WITH
003260*                  CODE 12.
003261*  2026-10-15 DLH  A SUSPENSE ITEM THE RUN RE-OPENED, OR HIT
003262*                  AGAIN WHILE ALREADY OPEN, NOW ALSO GETS BACK
003263*                  ITS EARLIER SOURCE SYSTEM, RETURN CODE AND
003264*                  LAST-CYCLED DATE, SO SUSPRPT AND FEEDSCOR NO
003265*                  LONGER SHOW THE BACKED-OUT RUN'S VALUES.
003300*----------------------------------------------------------
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700       SOURCE-COMPUTER.   IBM-370.
003800       OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100       SELECT RUNHIST-FILE      ASSIGN TO "RUNHIST"
004200           ORGANIZATION LINE SEQUENTIAL
004300           FILE STATUS IS WS-RUNHIST-STATUS.
004400       SELECT RUNHIST-WORK      ASSIGN TO "RUNHSTWK"
004500           ORGANIZATION LINE SEQUENTIAL
004600           FILE STATUS IS WS-HSTWK-STATUS.
004700       SELECT VALID-OUT-FILE    ASSIGN TO "VALIDOUT"
004800           ORGANIZATION LINE SEQUENTIAL
004900           FILE STATUS IS WS-VALOUT-STATUS.
005000       SELECT ENRICH-FILE       ASSIGN TO "ENRICHOT"
005100           ORGANIZATION LINE SEQUENTIAL
005200           FILE STATUS IS WS-ENRICH-STATUS.
005300       SELECT REJECT-FILE       ASSIGN TO "REJFILE"
005400           ORGANIZATION LINE SEQUENTIAL
005500           FILE STATUS IS WS-REJECT-STATUS.
005600       SELECT DUPLICATE-FILE    ASSIGN TO "DUPFILE"
005700           ORGANIZATION LINE SEQUENTIAL
005800           FILE STATUS IS WS-DUP-STATUS.
005900       SELECT SUSPENSE-MASTER   ASSIGN TO "SUSPMSTR"
006000           ORGANIZATION INDEXED
006100           ACCESS MODE DYNAMIC
006200           RECORD KEY DV-SUS-KEY
006300           FILE STATUS IS WS-SUSP-STATUS.
006400       SELECT AUDIT-FILE        ASSIGN TO "AUDITLOG"
006500           ORGANIZATION LINE SEQUENTIAL
006600           FILE STATUS IS WS-AUDIT-STATUS.
006700       SELECT CHECKPOINT-FILE   ASSIGN TO "DTCHKPT"
006800           ORGANIZATION LINE SEQUENTIAL
006900           FILE STATUS IS WS-CHKPT-STATUS.
007000       SELECT REPORT-FILE       ASSIGN TO "RVRSRPT"
007100           ORGANIZATION LINE SEQUENTIAL
007200           FILE STATUS IS WS-REPORT-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  RUNHIST-FILE.
007700 COPY DVRUNHST.
007800 FD  RUNHIST-WORK.
007900 01  DV-HSTWK-LINE               PIC X(67).
008000 FD  VALID-OUT-FILE.
008100 COPY DVVALOUT.
008200 FD  ENRICH-FILE.
008300 COPY DVENRICH.
008400 FD  REJECT-FILE.
008500 COPY DVREJECT.
008600*    DUPFILE IS WRITTEN IN THE DVREJECT LAYOUT - ONLY THE
008700*    ORIGINAL INPUT FIELDS AT THE FRONT ARE NEEDED HERE.
008800 FD  DUPLICATE-FILE.
008900 01  DV-DUPOUT-LINE.
009000     05  DV-DUP-FORMAT-SEL        PIC X(01).
009100     05  DV-DUP-DATE-INPUT        PIC X(10).
009200     05  DV-DUP-TIME-INPUT        PIC 9(06).
009300     05  FILLER                   PIC X(99).
009400 FD  SUSPENSE-MASTER.
009500 COPY DVSUSP.
009600 FD  AUDIT-FILE.
009700 COPY DVAUDIT.
009800 FD  CHECKPOINT-FILE.
009900 COPY DVCHKPT.
010000 FD  REPORT-FILE.
010100 01  DV-RPT-LINE                 PIC X(120).
010200*
010300 WORKING-STORAGE SECTION.
010400*
010500*----------------------------------------------------------
010600*  FILE STATUS FIELDS
010700*----------------------------------------------------------
010800 77  WS-RUNHIST-STATUS            PIC X(02).
010900 77  WS-HSTWK-STATUS              PIC X(02).
011000 77  WS-VALOUT-STATUS             PIC X(02).
011100 77  WS-ENRICH-STATUS             PIC X(02).
011200 77  WS-REJECT-STATUS             PIC X(02).
011300 77  WS-DUP-STATUS                PIC X(02).
011400 77  WS-SUSP-STATUS               PIC X(02).
011500 77  WS-AUDIT-STATUS              PIC X(02).
011600 77  WS-CHKPT-STATUS              PIC X(02).
011700 77  WS-REPORT-STATUS             PIC X(02).
011710*
011720*----------------------------------------------------------
011730*  CALL PARAMETER BLOCK FOR AUDSTAMP, WHICH STAMPS EACH
011740*  AUDIT RECORD WITH ITS TRAIL SEQUENCE AND CHECK VALUE
011750*----------------------------------------------------------
011760 COPY ASPARM.
011800*
011900*----------------------------------------------------------
012000*  END-OF-FILE SWITCH, REUSED FOR EACH PASS, AND THE
012100*  SUSPENSE MASTER AVAILABILITY SWITCH
012200*----------------------------------------------------------
012300 77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
012400     88  DV-END-OF-FILE           VALUE 'Y'.
012500     88  DV-NOT-END-OF-FILE       VALUE 'N'.
012600 77  WS-SUSPENSE-SW               PIC X(01) VALUE 'N'.
012700     88  WS-SUSPENSE-AVAILABLE    VALUE 'Y'.
012800     88  WS-SUSPENSE-UNAVAILABLE  VALUE 'N'.
012900*
013000*----------------------------------------------------------
013100*  RUN TO BE BACKED OUT, AS ENTERED
013200*----------------------------------------------------------
013300 77  WS-RVS-DATE-A                PIC X(08).
013400 77  WS-RVS-DATE                  PIC 9(08).
013500 77  WS-RVS-TIME-A                PIC X(06).
013600 77  WS-RVS-TIME                  PIC 9(06).
013700*
013800*----------------------------------------------------------
013900*  VALIDOUT HEADER AS FOUND - THE RUN DATE AND START TIME
014000*  OF THE DTBATCH RUN THAT BEGAN THE FILE.  THE WHOLE
014100*  HEADER IS KEPT TO BE WRITTEN BACK ON THE EMPTIED FILE.
014200*----------------------------------------------------------
014300 77  WS-VHDR-SW                   PIC X(01) VALUE 'N'.
014400     88  WS-VHDR-PRESENT          VALUE 'Y'.
014500     88  WS-VHDR-ABSENT           VALUE 'N'.
014600 77  WS-VHDR-DATE                 PIC 9(08) VALUE ZERO.
014700 01  WS-VHDR-RUN-TIME             PIC X(06) VALUE SPACES.
014800 01  WS-VHDR-RUN-TIME-N REDEFINES WS-VHDR-RUN-TIME
014900                                  PIC 9(06).
015000 01  WS-VHDR-RECORD               PIC X(52).
015100*
015200*----------------------------------------------------------
015300*  RUNHIST SCAN.  A ROW NOT FLAGGED AS A RESTART BEGINS A
015400*  NEW RUN; RESTART ROWS CONTINUE IT.  THE NAMED ROW'S RUN
015500*  IS ITS WHOLE CHAIN - FROM THE ROW THAT BEGAN IT THROUGH
015600*  THE LAST RESUME - AND IS BACKED OUT AS ONE RUN.
015700*----------------------------------------------------------
015800 77  WS-ROW-NUM                   PIC 9(08) COMP VALUE ZERO.
015900 77  WS-LAST-ROW                  PIC 9(08) COMP VALUE ZERO.
016000 77  WS-CUR-START-ROW             PIC 9(08) COMP VALUE ZERO.
016100 77  WS-CUR-START-DATE            PIC 9(08) VALUE ZERO.
016200 77  WS-CUR-START-TIME            PIC 9(06) VALUE ZERO.
016300 77  WS-CUR-HDR-SW                PIC X(01) VALUE 'N'.
016400     88  WS-CUR-HDR-MATCHED       VALUE 'Y'.
016500     88  WS-CUR-HDR-NOT-MATCHED   VALUE 'N'.
016600 77  WS-RUN-FOUND-SW              PIC X(01) VALUE 'N'.
016700     88  WS-RUN-FOUND             VALUE 'Y'.
016800     88  WS-RUN-NOT-FOUND         VALUE 'N'.
016900 77  WS-CHAIN-SW                  PIC X(01) VALUE 'N'.
017000     88  WS-CHAIN-OPEN            VALUE 'Y'.
017100     88  WS-CHAIN-CLOSED          VALUE 'N'.
017200 77  WS-CHN-HDR-SW                PIC X(01) VALUE 'N'.
017300     88  WS-CHN-HDR-MATCHED       VALUE 'Y'.
017400     88  WS-CHN-HDR-NOT-MATCHED   VALUE 'N'.
017500 77  WS-CHN-REVERSED-SW           PIC X(01) VALUE 'N'.
017600     88  WS-CHN-ALREADY-REVERSED  VALUE 'Y'.
017700 77  WS-CHN-START-ROW             PIC 9(08) COMP VALUE ZERO.
017800 77  WS-CHN-END-ROW               PIC 9(08) COMP VALUE ZERO.
017900 77  WS-CHN-START-DATE            PIC 9(08) VALUE ZERO.
018000 77  WS-CHN-START-TIME            PIC 9(06) VALUE ZERO.
018100 77  WS-CHN-END-DATE              PIC 9(08) VALUE ZERO.
018200 77  WS-CHN-ROWS                  PIC 9(04) VALUE ZERO.
018300 77  WS-CHN-READ                  PIC 9(08) VALUE ZERO.
018400 77  WS-CHN-VALID                 PIC 9(08) VALUE ZERO.
018500 77  WS-CHN-INVALID               PIC 9(08) VALUE ZERO.
018600 77  WS-CHN-DUPLIC                PIC 9(08) VALUE ZERO.
018700 77  WS-CHN-WINDOW-FLAG           PIC X(01) VALUE 'N'.
018800*
018900*----------------------------------------------------------
019000*  BEFORE AND AFTER COUNTS FOR THE PROOF
019100*----------------------------------------------------------
019200 77  WS-B-VALOUT                  PIC 9(08) VALUE ZERO.
019300 77  WS-A-VALOUT                  PIC 9(08) VALUE ZERO.
019400 77  WS-B-ENRICH                  PIC 9(08) VALUE ZERO.
019500 77  WS-A-ENRICH                  PIC 9(08) VALUE ZERO.
019600 77  WS-B-REJECT                  PIC 9(08) VALUE ZERO.
019700 77  WS-A-REJECT                  PIC 9(08) VALUE ZERO.
019800 77  WS-B-DUPLIC                  PIC 9(08) VALUE ZERO.
019900 77  WS-A-DUPLIC                  PIC 9(08) VALUE ZERO.
020000 77  WS-B-SUS-ITEMS               PIC 9(08) VALUE ZERO.
020100 77  WS-A-SUS-ITEMS               PIC 9(08) VALUE ZERO.
020200 77  WS-B-SUS-OPEN                PIC 9(08) VALUE ZERO.
020300 77  WS-A-SUS-OPEN                PIC 9(08) VALUE ZERO.
020400 77  WS-SUS-ITEMS                 PIC 9(08) VALUE ZERO.
020500 77  WS-SUS-OPEN                  PIC 9(08) VALUE ZERO.
020600 77  WS-A-VALOUT-TRAILER          PIC 9(08) VALUE ZERO.
020700 77  WS-EXPECT                    PIC 9(08) VALUE ZERO.
020800*
020900*----------------------------------------------------------
021000*  BACK-OUT TALLIES
021100*----------------------------------------------------------
021200 77  WS-AUDIT-WRITTEN             PIC 9(08) VALUE ZERO.
021300 77  WS-SUS-DELETED               PIC 9(08) VALUE ZERO.
021400 77  WS-SUS-RESTORED              PIC 9(08) VALUE ZERO.
021500 77  WS-SUS-LEFT                  PIC 9(08) VALUE ZERO.
021600 77  WS-SUS-NOT-FOUND             PIC 9(08) VALUE ZERO.
021610 77  WS-SUS-DETAILS-BACK          PIC 9(08) VALUE ZERO.
021620 77  WS-SUS-KEPT-SW               PIC X(01) VALUE 'N'.
021630     88  WS-SUS-STATUS-KEPT       VALUE 'Y'.
021640     88  WS-SUS-STATUS-CHANGED    VALUE 'N'.
021700 77  WS-ROWS-MARKED               PIC 9(04) VALUE ZERO.
021800*
021900*----------------------------------------------------------
022000*  PROOF RESULT AND COMPLETION CODE - 0 BACKED OUT AND
022100*  PROVEN, 4 PROVEN BUT THE FILES DID NOT HOLD WHAT RUNHIST
022200*  SAYS THE RUN WROTE, 8 NOTHING DONE (ALREADY REVERSED),
022300*  12 CANCELLED OR NOT PROVEN.
022400*----------------------------------------------------------
022500 77  WS-PROOF-SW                  PIC X(01) VALUE 'Y'.
022600     88  WS-PROOF-BALANCED        VALUE 'Y'.
022700     88  WS-PROOF-UNBALANCED      VALUE 'N'.
022800 77  WS-COMPLETION-CODE           PIC 9(02) VALUE ZERO.
022900*
023000*----------------------------------------------------------
023100*  REVERSAL AUDIT ENTRY WORK FIELDS
023200*----------------------------------------------------------
023300 77  WS-CURRENT-DATE              PIC 9(08).
023400 77  WS-CURRENT-TIME              PIC 9(08).
023500 77  WS-REV-FILE-NAME             PIC X(08).
023600 77  WS-REV-DATE-INPUT            PIC X(10).
023700 77  WS-REV-TIME-INPUT            PIC 9(06).
023800 77  WS-REV-FEED-SRC              PIC X(08).
023900*
024000*----------------------------------------------------------
024100*  BEFORE/AFTER COUNT LINE
024200*----------------------------------------------------------
024300 01  WS-COUNT-LINE.
024400     05  FILLER                   PIC X(02) VALUE SPACES.
024500     05  WS-CL-FILE               PIC X(18).
024600     05  WS-CL-BEFORE             PIC ZZ,ZZZ,ZZ9.
024700     05  FILLER                   PIC X(03) VALUE SPACES.
024800     05  WS-CL-AFTER              PIC ZZ,ZZZ,ZZ9.
024900     05  FILLER                   PIC X(03) VALUE SPACES.
025000     05  WS-CL-EXPECT             PIC ZZ,ZZZ,ZZ9.
025100     05  FILLER                   PIC X(03) VALUE SPACES.
025200     05  WS-CL-NOTE               PIC X(30).
025300 77  WS-CL-BEFORE-N               PIC 9(08).
025400 77  WS-CL-AFTER-N                PIC 9(08).
025500*
025600*----------------------------------------------------------
025700*  RUN DATE AND SCRATCH LINE AREA
025800*----------------------------------------------------------
025900 77  WS-RUN-DATE                  PIC 9(08).
026000 01  WS-RPT-TEXT                  PIC X(120).
026100*
026200 PROCEDURE DIVISION.
026300*
026400*==========================================================
026500*  0000-MAINLINE
026600*     PROGRAM ENTRY POINT.
026700*==========================================================
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE
027000         THRU 1000-INITIALIZE-EXIT.
027100     PERFORM 1500-READ-VALOUT-HEADER
027200         THRU 1500-READ-VALOUT-HEADER-EXIT.
027300     PERFORM 2000-FIND-RUN
027400         THRU 2000-FIND-RUN-EXIT.
027500     PERFORM 2500-CHECK-RUN
027600         THRU 2500-CHECK-RUN-EXIT.
027700     PERFORM 2600-OPEN-FILES
027800         THRU 2600-OPEN-FILES-EXIT.
027900     PERFORM 3000-COUNT-SUSPENSE
028000         THRU 3000-COUNT-SUSPENSE-EXIT.
028100     MOVE WS-SUS-ITEMS TO WS-B-SUS-ITEMS.
028200     MOVE WS-SUS-OPEN TO WS-B-SUS-OPEN.
028300     PERFORM 4000-BACK-OUT-VALIDOUT
028400         THRU 4000-BACK-OUT-VALIDOUT-EXIT.
028500     PERFORM 4200-EMPTY-ENRICHOT
028600         THRU 4200-EMPTY-ENRICHOT-EXIT.
028700     PERFORM 4300-BACK-OUT-REJECTS
028800         THRU 4300-BACK-OUT-REJECTS-EXIT.
028900     PERFORM 4500-BACK-OUT-DUPLICATES
029000         THRU 4500-BACK-OUT-DUPLICATES-EXIT.
029100     PERFORM 5000-CLEAR-CHECKPOINT
029200         THRU 5000-CLEAR-CHECKPOINT-EXIT.
029300     PERFORM 6000-MARK-RUNHIST
029400         THRU 6000-MARK-RUNHIST-EXIT.
029500     PERFORM 7000-TAKE-AFTER-COUNTS
029600         THRU 7000-TAKE-AFTER-COUNTS-EXIT.
029700     PERFORM 8000-WRITE-REPORT
029800         THRU 8000-WRITE-REPORT-EXIT.
029900     PERFORM 9000-TERMINATE
030000         THRU 9000-TERMINATE-EXIT.
030100     MOVE WS-COMPLETION-CODE TO RETURN-CODE.
030200     STOP RUN.
030300*
030400*==========================================================
030500*  1000-INITIALIZE
030600*     ACCEPTS AND EDITS THE RUN DATE AND START TIME OF THE
030700*     RUN TO BE BACKED OUT, AS SHOWN ON RUNTREND.
030800*==========================================================
030900 1000-INITIALIZE.
031000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031100     DISPLAY "Enter run date of the run to back out, "
031200         "YYYYMMDD:".
031300     ACCEPT WS-RVS-DATE-A.
031400     IF WS-RVS-DATE-A IS NOT NUMERIC
031500         DISPLAY "DTREVRS: run date must be 8 digits, "
031600             "e.g. 20261015 - run cancelled."
031700         MOVE 12 TO RETURN-CODE
031800         STOP RUN
031900     END-IF.
032000     MOVE WS-RVS-DATE-A TO WS-RVS-DATE.
032100     DISPLAY "Enter start time of the run to back out, "
032200         "HHMMSS:".
032300     ACCEPT WS-RVS-TIME-A.
032400     IF WS-RVS-TIME-A IS NOT NUMERIC
032500         DISPLAY "DTREVRS: start time must be 6 digits, "
032600             "e.g. 013000 - run cancelled."
032700         MOVE 12 TO RETURN-CODE
032800         STOP RUN
032900     END-IF.
033000     MOVE WS-RVS-TIME-A TO WS-RVS-TIME.
033100 1000-INITIALIZE-EXIT.
033200     EXIT.
033300*
033400*==========================================================
033500*  1500-READ-VALOUT-HEADER
033600*     READS THE VALIDOUT HEADER TO SEE WHICH RUN THE FILE
033700*     HOLDS.  NO VALIDOUT, OR ONE WITHOUT A HEADER, LEAVES
033800*     NOTHING THAT CAN BE BACKED OUT.
033900*==========================================================
034000 1500-READ-VALOUT-HEADER.
034100     SET WS-VHDR-ABSENT TO TRUE.
034200     OPEN INPUT VALID-OUT-FILE.
034300     IF WS-VALOUT-STATUS NOT = "00"
034400         GO TO 1500-READ-VALOUT-HEADER-EXIT
034500     END-IF.
034600     READ VALID-OUT-FILE
034700         AT END
034800             MOVE SPACE TO DV-VOT-RECORD-TYPE
034900     END-READ.
035000     IF DV-VOT-HEADER-REC
035100         SET WS-VHDR-PRESENT TO TRUE
035200         MOVE DV-VALID-OUT-RECORD TO WS-VHDR-RECORD
035300         MOVE DV-VOT-HDR-FILE-DATE TO WS-VHDR-DATE
035400         MOVE DV-VOT-HDR-RUN-TIME TO WS-VHDR-RUN-TIME
035500     END-IF.
035600     CLOSE VALID-OUT-FILE.
035700 1500-READ-VALOUT-HEADER-EXIT.
035800     EXIT.
035900*
036000*==========================================================
036100*  2000-FIND-RUN
036200*     READS RUNHIST FOR THE NAMED ROW AND THE RUN IT
036300*     BELONGS TO.
036400*==========================================================
036500 2000-FIND-RUN.
036600     OPEN INPUT RUNHIST-FILE.
036700     IF WS-RUNHIST-STATUS NOT = "00"
036800         DISPLAY "DTREVRS: cannot open RUNHIST, status="
036900             WS-RUNHIST-STATUS
037000         MOVE 12 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     SET DV-NOT-END-OF-FILE TO TRUE.
037400     PERFORM 2100-SCAN-ONE-ROW
037500         THRU 2100-SCAN-ONE-ROW-EXIT
037600         UNTIL DV-END-OF-FILE.
037700     CLOSE RUNHIST-FILE.
037800     MOVE WS-ROW-NUM TO WS-LAST-ROW.
037900 2000-FIND-RUN-EXIT.
038000     EXIT.
038100*
038200*==========================================================
038300*  2100-SCAN-ONE-ROW
038400*     TRACKS WHICH RUN EACH ROW BELONGS TO AND WHETHER THAT
038500*     RUN BEGAN THE VALIDOUT FILE, AND PICKS UP THE NAMED
038600*     ROW'S RUN - ITS FIRST ROW, AND EVERY RESUME THAT
038700*     FOLLOWS IT.
038800*==========================================================
038900 2100-SCAN-ONE-ROW.
039000     READ RUNHIST-FILE
039100         AT END
039200             SET DV-END-OF-FILE TO TRUE
039300             GO TO 2100-SCAN-ONE-ROW-EXIT
039400     END-READ.
039500     ADD 1 TO WS-ROW-NUM.
039600     IF DV-RUN-RESTART-FLAG NOT = 'Y'
039700         MOVE WS-ROW-NUM TO WS-CUR-START-ROW
039800         MOVE DV-RUN-DATE TO WS-CUR-START-DATE
039900         MOVE DV-RUN-START-TIME TO WS-CUR-START-TIME
040000         SET WS-CUR-HDR-NOT-MATCHED TO TRUE
040100         SET WS-CHAIN-CLOSED TO TRUE
040200     END-IF.
040300     IF WS-VHDR-RUN-TIME IS NUMERIC
040400         IF DV-RUN-DATE = WS-VHDR-DATE
040500             AND DV-RUN-START-TIME = WS-VHDR-RUN-TIME-N
040600             SET WS-CUR-HDR-MATCHED TO TRUE
040700         END-IF
040800     END-IF.
040900     IF WS-RUN-FOUND
041000         IF WS-CHAIN-OPEN
041100             PERFORM 2200-TAKE-CHAIN-ROW
041200                 THRU 2200-TAKE-CHAIN-ROW-EXIT
041300         END-IF
041400         GO TO 2100-SCAN-ONE-ROW-EXIT
041500     END-IF.
041600     IF DV-RUN-DATE = WS-RVS-DATE
041700         AND DV-RUN-START-TIME = WS-RVS-TIME
041800         SET WS-RUN-FOUND TO TRUE
041900         SET WS-CHAIN-OPEN TO TRUE
042000         MOVE WS-CUR-START-ROW TO WS-CHN-START-ROW
042100         MOVE WS-CUR-START-DATE TO WS-CHN-START-DATE
042200         MOVE WS-CUR-START-TIME TO WS-CHN-START-TIME
042300         COMPUTE WS-CHN-ROWS =
042400             WS-ROW-NUM - WS-CUR-START-ROW
042500         PERFORM 2200-TAKE-CHAIN-ROW
042600             THRU 2200-TAKE-CHAIN-ROW-EXIT
042700     END-IF.
042800 2100-SCAN-ONE-ROW-EXIT.
042900     EXIT.
043000*
043100*==========================================================
043200*  2200-TAKE-CHAIN-ROW
043300*     FOLDS ONE ROW OF THE NAMED RUN INTO THE RUN'S
043400*     DETAILS.  ROW COUNTS ARE CUMULATIVE ACROSS A RESTART,
043500*     SO THE LAST ROW'S TOTALS ARE THE RUN'S TOTALS.
043600*==========================================================
043700 2200-TAKE-CHAIN-ROW.
043800     ADD 1 TO WS-CHN-ROWS.
043900     MOVE WS-ROW-NUM TO WS-CHN-END-ROW.
044000     MOVE DV-RUN-DATE TO WS-CHN-END-DATE.
044100     MOVE DV-RUN-RECORDS-READ TO WS-CHN-READ.
044200     MOVE DV-RUN-TOTAL-VALID TO WS-CHN-VALID.
044300     MOVE DV-RUN-TOTAL-INVALID TO WS-CHN-INVALID.
044400     IF DV-RUN-TOTAL-DUPLIC IS NUMERIC
044500         MOVE DV-RUN-TOTAL-DUPLIC TO WS-CHN-DUPLIC
044600     ELSE
044700         MOVE ZERO TO WS-CHN-DUPLIC
044800     END-IF.
044900     IF DV-RUN-WINDOW-FLAG = 'Y'
045000         MOVE 'Y' TO WS-CHN-WINDOW-FLAG
045100     ELSE
045200         MOVE 'N' TO WS-CHN-WINDOW-FLAG
045300     END-IF.
045400     IF DV-RUN-REVERSED
045500         SET WS-CHN-ALREADY-REVERSED TO TRUE
045600     END-IF.
045700     IF WS-CUR-HDR-MATCHED
045800         SET WS-CHN-HDR-MATCHED TO TRUE
045900     END-IF.
046000 2200-TAKE-CHAIN-ROW-EXIT.
046100     EXIT.
046200*
046300*==========================================================
046400*  2500-CHECK-RUN
046500*     MAKES SURE THE NAMED RUN CAN BE BACKED OUT BEFORE ANY
046600*     FILE IS TOUCHED - IT MUST BE ON RUNHIST, NOT ALREADY
046700*     REVERSED, AND STILL BE THE RUN WHOSE OUTPUT VALIDOUT
046800*     HOLDS.  A HEADER WRITTEN BEFORE THE START TIME WAS
046900*     CARRIED IS TAKEN AS THE RUN'S IF ITS DATE MATCHES AND
047000*     THE RUN IS THE LAST ONE ON RUNHIST.
047100*==========================================================
047200 2500-CHECK-RUN.
047300     IF WS-RUN-NOT-FOUND
047400         DISPLAY "DTREVRS: no RUNHIST row for run "
047500             WS-RVS-DATE " " WS-RVS-TIME " - run cancelled."
047600         MOVE 12 TO RETURN-CODE
047700         STOP RUN
047800     END-IF.
047900     IF WS-CHN-ALREADY-REVERSED
048000         DISPLAY "DTREVRS: run " WS-RVS-DATE " " WS-RVS-TIME
048100             " is already reversed - nothing done."
048200         MOVE 08 TO RETURN-CODE
048300         STOP RUN
048400     END-IF.
048500     IF WS-VHDR-ABSENT
048600         DISPLAY "DTREVRS: no VALIDOUT header on file - "
048700             "run cancelled."
048800         MOVE 12 TO RETURN-CODE
048900         STOP RUN
049000     END-IF.
049100     IF WS-VHDR-RUN-TIME IS NUMERIC
049200         IF WS-CHN-HDR-MATCHED
049300             GO TO 2500-CHECK-RUN-EXIT
049400         END-IF
049500     ELSE
049600         IF WS-VHDR-DATE = WS-CHN-START-DATE
049700             AND WS-CHN-END-ROW = WS-LAST-ROW
049800             GO TO 2500-CHECK-RUN-EXIT
049900         END-IF
050000     END-IF.
050100     DISPLAY "DTREVRS: VALIDOUT no longer holds the output "
050200         "of run " WS-RVS-DATE " " WS-RVS-TIME
050300         " - run cancelled.".
050400     MOVE 12 TO RETURN-CODE.
050500     STOP RUN.
050600 2500-CHECK-RUN-EXIT.
050700     EXIT.
050800*
050900*==========================================================
051000*  2600-OPEN-FILES
051100*     OPENS THE REPORT, THE SUSPENSE MASTER FOR UPDATE AND
051200*     THE AUDIT TRAIL FOR THE REVERSAL ENTRIES.  NO
051300*     SUSPENSE MASTER MEANS NO ITEMS TO PUT BACK; ONE THAT
051400*     CANNOT BE OPENED STOPS THE RUN BEFORE ANYTHING IS
051500*     CHANGED.
051600*==========================================================
051700 2600-OPEN-FILES.
051800     OPEN OUTPUT REPORT-FILE.
051900     IF WS-REPORT-STATUS NOT = "00"
052000         DISPLAY "DTREVRS: cannot open RVRSRPT, status="
052100             WS-REPORT-STATUS
052200         MOVE 12 TO RETURN-CODE
052300         STOP RUN
052400     END-IF.
052500     SET WS-SUSPENSE-UNAVAILABLE TO TRUE.
052600     OPEN I-O SUSPENSE-MASTER.
052700     IF WS-SUSP-STATUS = "00"
052800         SET WS-SUSPENSE-AVAILABLE TO TRUE
052900     ELSE
053000         IF WS-SUSP-STATUS NOT = "35"
053100             DISPLAY "DTREVRS: cannot open SUSPMSTR, status="
053200                 WS-SUSP-STATUS " - run cancelled."
053300             MOVE 12 TO RETURN-CODE
053400             STOP RUN
053500         END-IF
053600     END-IF.
053601     SET AS-FIND-TRAIL-END TO TRUE.
053602     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
053603     IF NOT AS-OK
053604         DISPLAY "DTREVRS: cannot find the end of the audit "
053605             "trail - " AS-REASON-TEXT
053606         MOVE 12 TO RETURN-CODE
053607         STOP RUN
053608     END-IF.
053700     OPEN EXTEND AUDIT-FILE.
053800     IF WS-AUDIT-STATUS = "35"
053900         OPEN OUTPUT AUDIT-FILE
054000     END-IF.
054100     IF WS-AUDIT-STATUS NOT = "00"
054200         DISPLAY "DTREVRS: cannot open AUDITLOG, status="
054300             WS-AUDIT-STATUS " - run cancelled."
054400         MOVE 12 TO RETURN-CODE
054500         STOP RUN
054600     END-IF.
054700 2600-OPEN-FILES-EXIT.
054800     EXIT.
054900*
055000*==========================================================
055100*  3000-COUNT-SUSPENSE
055200*     COUNTS THE ITEMS ON THE SUSPENSE MASTER, AND THE OPEN
055300*     ONES, INTO WS-SUS-ITEMS AND WS-SUS-OPEN.
055400*==========================================================
055500 3000-COUNT-SUSPENSE.
055600     MOVE ZERO TO WS-SUS-ITEMS.
055700     MOVE ZERO TO WS-SUS-OPEN.
055800     IF WS-SUSPENSE-UNAVAILABLE
055900         GO TO 3000-COUNT-SUSPENSE-EXIT
056000     END-IF.
056100     MOVE LOW-VALUES TO DV-SUS-KEY.
056200     START SUSPENSE-MASTER KEY IS NOT LESS THAN DV-SUS-KEY
056300         INVALID KEY
056400             GO TO 3000-COUNT-SUSPENSE-EXIT
056500     END-START.
056600     SET DV-NOT-END-OF-FILE TO TRUE.
056700     PERFORM 3100-COUNT-ONE-ITEM
056800         THRU 3100-COUNT-ONE-ITEM-EXIT
056900         UNTIL DV-END-OF-FILE.
057000 3000-COUNT-SUSPENSE-EXIT.
057100     EXIT.
057200*
057300*==========================================================
057400*  3100-COUNT-ONE-ITEM
057500*     COUNTS ONE SUSPENSE MASTER ITEM.
057600*==========================================================
057700 3100-COUNT-ONE-ITEM.
057800     READ SUSPENSE-MASTER NEXT RECORD
057900         AT END
058000             SET DV-END-OF-FILE TO TRUE
058100             GO TO 3100-COUNT-ONE-ITEM-EXIT
058200     END-READ.
058300     ADD 1 TO WS-SUS-ITEMS.
058400     IF DV-SUS-OPEN
058500         ADD 1 TO WS-SUS-OPEN
058600     END-IF.
058700 3100-COUNT-ONE-ITEM-EXIT.
058800     EXIT.
058900*
059000*==========================================================
059100*  4000-BACK-OUT-VALIDOUT
059200*     WRITES A REVERSAL ENTRY FOR EVERY CLEAN DETAIL AND
059300*     RANGE RECORD ON VALIDOUT, THEN WRITES THE FILE BACK
059400*     AS AN EMPTY TRANSMISSION - THE SAME HEADER AND A
059500*     TRAILER WITH A ZERO COUNT - SO THE DOWNSTREAM LOAD
059600*     STILL RECONCILES IT.
059700*==========================================================
059800 4000-BACK-OUT-VALIDOUT.
059900     OPEN INPUT VALID-OUT-FILE.
060000     IF WS-VALOUT-STATUS NOT = "00"
060100         DISPLAY "DTREVRS: cannot open VALIDOUT, status="
060200             WS-VALOUT-STATUS
060300         MOVE 12 TO RETURN-CODE
060400         STOP RUN
060500     END-IF.
060600     MOVE "VALIDOUT" TO WS-REV-FILE-NAME.
060700     MOVE SPACES TO WS-REV-FEED-SRC.
060800     SET DV-NOT-END-OF-FILE TO TRUE.
060900     PERFORM 4100-BACK-OUT-ONE-VALOUT
061000         THRU 4100-BACK-OUT-ONE-VALOUT-EXIT
061100         UNTIL DV-END-OF-FILE.
061200     CLOSE VALID-OUT-FILE.
061300     OPEN OUTPUT VALID-OUT-FILE.
061400     IF WS-VALOUT-STATUS NOT = "00"
061500         DISPLAY "DTREVRS: cannot rewrite VALIDOUT, status="
061600             WS-VALOUT-STATUS
061700         MOVE 12 TO RETURN-CODE
061800         STOP RUN
061900     END-IF.
062000     MOVE WS-VHDR-RECORD TO DV-VALID-OUT-RECORD.
062100     WRITE DV-VALID-OUT-RECORD.
062200     MOVE SPACES TO DV-VALID-OUT-RECORD.
062300     SET DV-VOT-TRAILER-REC TO TRUE.
062400     MOVE ZERO TO DV-VOT-TRL-REC-COUNT.
062500     WRITE DV-VALID-OUT-RECORD.
062600     CLOSE VALID-OUT-FILE.
062700 4000-BACK-OUT-VALIDOUT-EXIT.
062800     EXIT.
062900*
063000*==========================================================
063100*  4100-BACK-OUT-ONE-VALOUT
063200*     COUNTS ONE CLEAN DATA RECORD AND WRITES ITS REVERSAL
063300*     ENTRY.  THE HEADER AND TRAILER ARE PASSED OVER.
063400*==========================================================
063500 4100-BACK-OUT-ONE-VALOUT.
063600     READ VALID-OUT-FILE
063700         AT END
063800             SET DV-END-OF-FILE TO TRUE
063900             GO TO 4100-BACK-OUT-ONE-VALOUT-EXIT
064000     END-READ.
064100     IF NOT DV-VOT-DETAIL-REC
064200         AND NOT DV-VOT-RANGE-REC
064300         GO TO 4100-BACK-OUT-ONE-VALOUT-EXIT
064400     END-IF.
064500     ADD 1 TO WS-B-VALOUT.
064600     MOVE DV-VOT-DATE TO WS-REV-DATE-INPUT.
064700     MOVE DV-VOT-TIME TO WS-REV-TIME-INPUT.
064800     PERFORM 4900-WRITE-REVERSAL-AUDIT
064900         THRU 4900-WRITE-REVERSAL-AUDIT-EXIT.
065000 4100-BACK-OUT-ONE-VALOUT-EXIT.
065100     EXIT.
065200*
065300*==========================================================
065400*  4200-EMPTY-ENRICHOT
065500*     COUNTS THE ENRICHMENT RECORDS AND EMPTIES THE FILE.
065600*     EACH ONE IS DERIVED FROM A VALIDOUT RECORD ALREADY
065700*     GIVEN A REVERSAL ENTRY, SO NONE IS WRITTEN HERE.
065800*==========================================================
065900 4200-EMPTY-ENRICHOT.
066000     OPEN INPUT ENRICH-FILE.
066100     IF WS-ENRICH-STATUS = "35"
066200         GO TO 4200-EMPTY-ENRICHOT-EXIT
066300     END-IF.
066400     IF WS-ENRICH-STATUS NOT = "00"
066500         DISPLAY "DTREVRS: cannot open ENRICHOT, status="
066600             WS-ENRICH-STATUS
066700         MOVE 12 TO RETURN-CODE
066800         STOP RUN
066900     END-IF.
067000     SET DV-NOT-END-OF-FILE TO TRUE.
067100     PERFORM 4250-COUNT-ONE-ENRICH
067200         THRU 4250-COUNT-ONE-ENRICH-EXIT
067300         UNTIL DV-END-OF-FILE.
067400     CLOSE ENRICH-FILE.
067500     MOVE WS-A-ENRICH TO WS-B-ENRICH.
067600     MOVE ZERO TO WS-A-ENRICH.
067700     OPEN OUTPUT ENRICH-FILE.
067800     CLOSE ENRICH-FILE.
067900 4200-EMPTY-ENRICHOT-EXIT.
068000     EXIT.
068100*
068200*==========================================================
068300*  4250-COUNT-ONE-ENRICH
068400*     COUNTS ONE ENRICHMENT RECORD INTO WS-A-ENRICH.
068500*==========================================================
068600 4250-COUNT-ONE-ENRICH.
068700     READ ENRICH-FILE
068800         AT END
068900             SET DV-END-OF-FILE TO TRUE
069000         NOT AT END
069100             ADD 1 TO WS-A-ENRICH
069200     END-READ.
069300 4250-COUNT-ONE-ENRICH-EXIT.
069400     EXIT.
069500*
069600*==========================================================
069700*  4300-BACK-OUT-REJECTS
069800*     WRITES A REVERSAL ENTRY FOR EVERY REJECT ON FILE,
069900*     PUTS ITS SUSPENSE ITEM BACK, AND EMPTIES REJFILE.
070000*==========================================================
070100 4300-BACK-OUT-REJECTS.
070200     OPEN INPUT REJECT-FILE.
070300     IF WS-REJECT-STATUS = "35"
070400         GO TO 4300-BACK-OUT-REJECTS-EXIT
070500     END-IF.
070600     IF WS-REJECT-STATUS NOT = "00"
070700         DISPLAY "DTREVRS: cannot open REJFILE, status="
070800             WS-REJECT-STATUS
070900         MOVE 12 TO RETURN-CODE
071000         STOP RUN
071100     END-IF.
071200     MOVE "REJFILE " TO WS-REV-FILE-NAME.
071300     SET DV-NOT-END-OF-FILE TO TRUE.
071400     PERFORM 4350-BACK-OUT-ONE-REJECT
071500         THRU 4350-BACK-OUT-ONE-REJECT-EXIT
071600         UNTIL DV-END-OF-FILE.
071700     CLOSE REJECT-FILE.
071800     OPEN OUTPUT REJECT-FILE.
071900     CLOSE REJECT-FILE.
072000 4300-BACK-OUT-REJECTS-EXIT.
072100     EXIT.
072200*
072300*==========================================================
072400*  4350-BACK-OUT-ONE-REJECT
072500*     BACKS OUT ONE REJECT - ITS SUSPENSE ITEM FIRST, SO
072600*     THE REVERSAL ENTRY CAN CARRY THE ITEM'S FEED SOURCE.
072700*==========================================================
072800 4350-BACK-OUT-ONE-REJECT.
072900     READ REJECT-FILE
073000         AT END
073100             SET DV-END-OF-FILE TO TRUE
073200             GO TO 4350-BACK-OUT-ONE-REJECT-EXIT
073300     END-READ.
073400     ADD 1 TO WS-B-REJECT.
073500     MOVE SPACES TO WS-REV-FEED-SRC.
073600     IF WS-SUSPENSE-AVAILABLE
073700         PERFORM 4400-REVERSE-SUSPENSE
073800             THRU 4400-REVERSE-SUSPENSE-EXIT
073900     END-IF.
074000     MOVE DV-REJ-DATE-INPUT TO WS-REV-DATE-INPUT.
074100     MOVE DV-REJ-TIME-INPUT TO WS-REV-TIME-INPUT.
074200     PERFORM 4900-WRITE-REVERSAL-AUDIT
074300         THRU 4900-WRITE-REVERSAL-AUDIT-EXIT.
074400 4350-BACK-OUT-ONE-REJECT-EXIT.
074500     EXIT.
074600*
074700*==========================================================
074800*  4400-REVERSE-SUSPENSE
074900*     PUTS BACK THE SUSPENSE ITEM FOR THE REJECT IN HAND,
075000*     FOUND BY THE SUSPENSE KEY CARRIED ON THE REJECT (ITS
075100*     FRONT FIELDS ON A RECORD WRITTEN BEFORE THE KEY WAS
075200*     CARRIED).  ONLY AN ITEM THE RUN ITSELF LAST TOUCHED
075300*     IS CHANGED - ONE THE RUN ADDED IS DELETED, AND ONE IT
075400*     RE-OPENED GOES BACK TO ITS EARLIER STATUS.  EITHER
075500*     THAT ONE OR ONE THAT WAS ALREADY OPEN GETS BACK ITS
075600*     EARLIER SOURCE SYSTEM, RETURN CODE AND LAST-CYCLED
075610*     DATE.  ONE CHANGED SINCE IS LEFT AS IT IS.  THE
075620*     CYCLE COUNT IS NEVER TOUCHED.
075700*==========================================================
075800 4400-REVERSE-SUSPENSE.
075900     IF DV-REJ-SUS-FORMAT-SEL = SPACE
076000         OR DV-REJ-SUS-TIME-INPUT IS NOT NUMERIC
076100         MOVE DV-REJ-FORMAT-SEL TO DV-SUS-FORMAT-SEL
076200         MOVE DV-REJ-DATE-INPUT TO DV-SUS-DATE-INPUT
076300         MOVE DV-REJ-TIME-INPUT TO DV-SUS-TIME-INPUT
076400     ELSE
076500         MOVE DV-REJ-SUS-FORMAT-SEL TO DV-SUS-FORMAT-SEL
076600         MOVE DV-REJ-SUS-DATE-INPUT TO DV-SUS-DATE-INPUT
076700         MOVE DV-REJ-SUS-TIME-INPUT TO DV-SUS-TIME-INPUT
076800     END-IF.
076900     READ SUSPENSE-MASTER.
077000     IF WS-SUSP-STATUS NOT = "00"
077100         ADD 1 TO WS-SUS-NOT-FOUND
077200         GO TO 4400-REVERSE-SUSPENSE-EXIT
077300     END-IF.
077400     MOVE DV-SUS-SOURCE-SYS TO WS-REV-FEED-SRC.
077500     IF DV-SUS-LAST-CYCLED < WS-CHN-START-DATE
077600         OR DV-SUS-LAST-CYCLED > WS-CHN-END-DATE
077700         OR DV-SUS-PRIOR-NONE
077800         ADD 1 TO WS-SUS-LEFT
077900         GO TO 4400-REVERSE-SUSPENSE-EXIT
078000     END-IF.
078100     IF DV-SUS-PRIOR-NEW
078200         DELETE SUSPENSE-MASTER RECORD
078300         IF WS-SUSP-STATUS = "00"
078400             ADD 1 TO WS-SUS-DELETED
078500         ELSE
078600             DISPLAY "DTREVRS: SUSPMSTR delete failed, status="
078700                 WS-SUSP-STATUS
078800         END-IF
078900         GO TO 4400-REVERSE-SUSPENSE-EXIT
079000     END-IF.
079100     IF DV-SUS-PRIOR-STATUS = DV-SUS-STATUS
079200         SET WS-SUS-STATUS-KEPT TO TRUE
079300     ELSE
079400         SET WS-SUS-STATUS-CHANGED TO TRUE
079410     END-IF.
079500     MOVE DV-SUS-PRIOR-STATUS TO DV-SUS-STATUS.
079510     MOVE DV-SUS-PRIOR-SOURCE-SYS TO DV-SUS-SOURCE-SYS.
079520     MOVE DV-SUS-PRIOR-RETURN-CODE TO DV-SUS-RETURN-CODE.
079530     MOVE DV-SUS-PRIOR-LAST-CYCLED TO DV-SUS-LAST-CYCLED.
079600     SET DV-SUS-PRIOR-NONE TO TRUE.
079700     REWRITE DV-SUSP-RECORD.
079800     IF WS-SUSP-STATUS NOT = "00"
079810         DISPLAY "DTREVRS: SUSPMSTR rewrite failed, status="
079820             WS-SUSP-STATUS
079830         GO TO 4400-REVERSE-SUSPENSE-EXIT
079840     END-IF.
079850     IF WS-SUS-STATUS-KEPT
079860         ADD 1 TO WS-SUS-DETAILS-BACK
079900     ELSE
079910         ADD 1 TO WS-SUS-RESTORED
080300     END-IF.
080400 4400-REVERSE-SUSPENSE-EXIT.
080500     EXIT.
080600*
080700*==========================================================
080800*  4500-BACK-OUT-DUPLICATES
080900*     WRITES A REVERSAL ENTRY FOR EVERY DUPLICATE ON FILE
081000*     AND EMPTIES DUPFILE.
081100*==========================================================
081200 4500-BACK-OUT-DUPLICATES.
081300     OPEN INPUT DUPLICATE-FILE.
081400     IF WS-DUP-STATUS = "35"
081500         GO TO 4500-BACK-OUT-DUPLICATES-EXIT
081600     END-IF.
081700     IF WS-DUP-STATUS NOT = "00"
081800         DISPLAY "DTREVRS: cannot open DUPFILE, status="
081900             WS-DUP-STATUS
082000         MOVE 12 TO RETURN-CODE
082100         STOP RUN
082200     END-IF.
082300     MOVE "DUPFILE " TO WS-REV-FILE-NAME.
082400     MOVE SPACES TO WS-REV-FEED-SRC.
082500     SET DV-NOT-END-OF-FILE TO TRUE.
082600     PERFORM 4550-BACK-OUT-ONE-DUP
082700         THRU 4550-BACK-OUT-ONE-DUP-EXIT
082800         UNTIL DV-END-OF-FILE.
082900     CLOSE DUPLICATE-FILE.
083000     OPEN OUTPUT DUPLICATE-FILE.
083100     CLOSE DUPLICATE-FILE.
083200 4500-BACK-OUT-DUPLICATES-EXIT.
083300     EXIT.
083400*
083500*==========================================================
083600*  4550-BACK-OUT-ONE-DUP
083700*     COUNTS ONE DUPLICATE AND WRITES ITS REVERSAL ENTRY.
083800*==========================================================
083900 4550-BACK-OUT-ONE-DUP.
084000     READ DUPLICATE-FILE
084100         AT END
084200             SET DV-END-OF-FILE TO TRUE
084300             GO TO 4550-BACK-OUT-ONE-DUP-EXIT
084400     END-READ.
084500     ADD 1 TO WS-B-DUPLIC.
084600     MOVE DV-DUP-DATE-INPUT TO WS-REV-DATE-INPUT.
084700     MOVE DV-DUP-TIME-INPUT TO WS-REV-TIME-INPUT.
084800     PERFORM 4900-WRITE-REVERSAL-AUDIT
084900         THRU 4900-WRITE-REVERSAL-AUDIT-EXIT.
085000 4550-BACK-OUT-ONE-DUP-EXIT.
085100     EXIT.
085200*
085300*==========================================================
085400*  4900-WRITE-REVERSAL-AUDIT
085500*     WRITES ONE REVERSAL ENTRY TO THE AUDIT TRAIL FOR THE
085600*     RECORD JUST BACKED OUT, NAMING THE RUN AND THE FILE
085700*     IT CAME OFF.
085800*==========================================================
085900 4900-WRITE-REVERSAL-AUDIT.
086000     MOVE SPACES TO DV-AUDIT-RECORD.
086100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
086200     ACCEPT WS-CURRENT-TIME FROM TIME.
086300     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
086400         DELIMITED BY SIZE INTO DV-AUD-TIMESTAMP.
086500     MOVE "DTREVRS " TO DV-AUD-SOURCE.
086600     MOVE WS-REV-DATE-INPUT TO DV-AUD-DATE-INPUT.
086700     MOVE WS-REV-TIME-INPUT TO DV-AUD-TIME-INPUT.
086800     MOVE "REVERSD" TO DV-AUD-RESULT.
086900     STRING "RUN " WS-RVS-DATE " " WS-RVS-TIME " "
087000             WS-REV-FILE-NAME " BACKED OUT"
087100         DELIMITED BY SIZE INTO DV-AUD-REASON.
087200     MOVE WS-REV-FEED-SRC TO DV-AUD-FEED-SRC.
087221     SET AS-STAMP-RECORD TO TRUE.
087222     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
087300     WRITE DV-AUDIT-RECORD.
087400     ADD 1 TO WS-AUDIT-WRITTEN.
087500 4900-WRITE-REVERSAL-AUDIT-EXIT.
087600     EXIT.
087700*
087800*==========================================================
087900*  5000-CLEAR-CHECKPOINT
088000*     CLEARS THE CHECKPOINT FILE SO A RESUME QUEUED BY THE
088100*     RUN JUST BACKED OUT IS NOT PICKED UP - THE CORRECTED
088200*     FILE IS RERUN FROM THE START.
088300*==========================================================
088400 5000-CLEAR-CHECKPOINT.
088500     OPEN OUTPUT CHECKPOINT-FILE.
088600     CLOSE CHECKPOINT-FILE.
088700 5000-CLEAR-CHECKPOINT-EXIT.
088800     EXIT.
088900*
089000*==========================================================
089100*  6000-MARK-RUNHIST
089200*     COPIES RUNHIST TO THE WORK FILE WITH THE RUN'S ROWS
089300*     FLAGGED REVERSED, THEN COPIES IT BACK OVER RUNHIST.
089400*==========================================================
089500 6000-MARK-RUNHIST.
089600     OPEN INPUT RUNHIST-FILE.
089700     IF WS-RUNHIST-STATUS NOT = "00"
089800         DISPLAY "DTREVRS: cannot reopen RUNHIST, status="
089900             WS-RUNHIST-STATUS
090000         MOVE 12 TO RETURN-CODE
090100         STOP RUN
090200     END-IF.
090300     OPEN OUTPUT RUNHIST-WORK.
090400     IF WS-HSTWK-STATUS NOT = "00"
090500         DISPLAY "DTREVRS: cannot open RUNHSTWK, status="
090600             WS-HSTWK-STATUS
090700         MOVE 12 TO RETURN-CODE
090800         STOP RUN
090900     END-IF.
091000     MOVE ZERO TO WS-ROW-NUM.
091100     SET DV-NOT-END-OF-FILE TO TRUE.
091200     PERFORM 6100-MARK-ONE-ROW
091300         THRU 6100-MARK-ONE-ROW-EXIT
091400         UNTIL DV-END-OF-FILE.
091500     CLOSE RUNHIST-FILE.
091600     CLOSE RUNHIST-WORK.
091700     OPEN INPUT RUNHIST-WORK.
091800     IF WS-HSTWK-STATUS NOT = "00"
091900         DISPLAY "DTREVRS: cannot reopen RUNHSTWK, status="
092000             WS-HSTWK-STATUS
092100         MOVE 12 TO RETURN-CODE
092200         STOP RUN
092300     END-IF.
092400     OPEN OUTPUT RUNHIST-FILE.
092500     IF WS-RUNHIST-STATUS NOT = "00"
092600         DISPLAY "DTREVRS: cannot rewrite RUNHIST, status="
092700             WS-RUNHIST-STATUS
092800         MOVE 12 TO RETURN-CODE
092900         STOP RUN
093000     END-IF.
093100     SET DV-NOT-END-OF-FILE TO TRUE.
093200     PERFORM 6200-COPY-BACK-ONE-ROW
093300         THRU 6200-COPY-BACK-ONE-ROW-EXIT
093400         UNTIL DV-END-OF-FILE.
093500     CLOSE RUNHIST-WORK.
093600     CLOSE RUNHIST-FILE.
093700 6000-MARK-RUNHIST-EXIT.
093800     EXIT.
093900*
094000*==========================================================
094100*  6100-MARK-ONE-ROW
094200*     COPIES ONE RUNHIST ROW TO THE WORK FILE, FLAGGING IT
094300*     REVERSED WHEN IT IS ONE OF THE RUN'S ROWS.  OTHER
094400*     ROWS ARE COPIED AS THEY ARE.
094500*==========================================================
094600 6100-MARK-ONE-ROW.
094700     READ RUNHIST-FILE
094800         AT END
094900             SET DV-END-OF-FILE TO TRUE
095000             GO TO 6100-MARK-ONE-ROW-EXIT
095100     END-READ.
095200     ADD 1 TO WS-ROW-NUM.
095300     IF WS-ROW-NUM NOT < WS-CHN-START-ROW
095400         AND WS-ROW-NUM NOT > WS-CHN-END-ROW
095500         MOVE 'Y' TO DV-RUN-REVERSED-FLAG
095600         ADD 1 TO WS-ROWS-MARKED
095700     END-IF.
095800     WRITE DV-HSTWK-LINE FROM DV-RUNHIST-RECORD.
095900 6100-MARK-ONE-ROW-EXIT.
096000     EXIT.
096100*
096200*==========================================================
096300*  6200-COPY-BACK-ONE-ROW
096400*     COPIES ONE ROW FROM THE WORK FILE BACK INTO RUNHIST.
096500*==========================================================
096600 6200-COPY-BACK-ONE-ROW.
096700     READ RUNHIST-WORK
096800         AT END
096900             SET DV-END-OF-FILE TO TRUE
097000         NOT AT END
097100             MOVE DV-HSTWK-LINE TO DV-RUNHIST-RECORD
097200             WRITE DV-RUNHIST-RECORD
097300     END-READ.
097400 6200-COPY-BACK-ONE-ROW-EXIT.
097500     EXIT.
097600*
097700*==========================================================
097800*  7000-TAKE-AFTER-COUNTS
097900*     RE-READS EVERY FILE THE RUN WAS BACKED OUT OF, SO THE
098000*     REPORT PROVES WHAT IS LEFT RATHER THAN ASSUMING IT.
098100*==========================================================
098200 7000-TAKE-AFTER-COUNTS.
098300     OPEN INPUT VALID-OUT-FILE.
098400     IF WS-VALOUT-STATUS = "00"
098500         SET DV-NOT-END-OF-FILE TO TRUE
098600         PERFORM 7100-COUNT-ONE-VALOUT
098700             THRU 7100-COUNT-ONE-VALOUT-EXIT
098800             UNTIL DV-END-OF-FILE
098900         CLOSE VALID-OUT-FILE
099000     END-IF.
099100     MOVE ZERO TO WS-A-ENRICH.
099200     OPEN INPUT ENRICH-FILE.
099300     IF WS-ENRICH-STATUS = "00"
099400         SET DV-NOT-END-OF-FILE TO TRUE
099500         PERFORM 4250-COUNT-ONE-ENRICH
099600             THRU 4250-COUNT-ONE-ENRICH-EXIT
099700             UNTIL DV-END-OF-FILE
099800         CLOSE ENRICH-FILE
099900     END-IF.
100000     OPEN INPUT REJECT-FILE.
100100     IF WS-REJECT-STATUS = "00"
100200         SET DV-NOT-END-OF-FILE TO TRUE
100300         PERFORM 7200-COUNT-ONE-REJECT
100400             THRU 7200-COUNT-ONE-REJECT-EXIT
100500             UNTIL DV-END-OF-FILE
100600         CLOSE REJECT-FILE
100700     END-IF.
100800     OPEN INPUT DUPLICATE-FILE.
100900     IF WS-DUP-STATUS = "00"
101000         SET DV-NOT-END-OF-FILE TO TRUE
101100         PERFORM 7300-COUNT-ONE-DUP
101200             THRU 7300-COUNT-ONE-DUP-EXIT
101300             UNTIL DV-END-OF-FILE
101400         CLOSE DUPLICATE-FILE
101500     END-IF.
101600     PERFORM 3000-COUNT-SUSPENSE
101700         THRU 3000-COUNT-SUSPENSE-EXIT.
101800     MOVE WS-SUS-ITEMS TO WS-A-SUS-ITEMS.
101900     MOVE WS-SUS-OPEN TO WS-A-SUS-OPEN.
102000 7000-TAKE-AFTER-COUNTS-EXIT.
102100     EXIT.
102200*
102300*==========================================================
102400*  7100-COUNT-ONE-VALOUT
102500*     COUNTS ONE CLEAN DATA RECORD LEFT ON VALIDOUT AND
102600*     PICKS UP THE TRAILER COUNT.
102700*==========================================================
102800 7100-COUNT-ONE-VALOUT.
102900     READ VALID-OUT-FILE
103000         AT END
103100             SET DV-END-OF-FILE TO TRUE
103200             GO TO 7100-COUNT-ONE-VALOUT-EXIT
103300     END-READ.
103400     IF DV-VOT-DETAIL-REC OR DV-VOT-RANGE-REC
103500         ADD 1 TO WS-A-VALOUT
103600     END-IF.
103700     IF DV-VOT-TRAILER-REC
103800         MOVE DV-VOT-TRL-REC-COUNT TO WS-A-VALOUT-TRAILER
103900     END-IF.
104000 7100-COUNT-ONE-VALOUT-EXIT.
104100     EXIT.
104200*
104300*==========================================================
104400*  7200-COUNT-ONE-REJECT
104500*     COUNTS ONE REJECT LEFT ON REJFILE.
104600*==========================================================
104700 7200-COUNT-ONE-REJECT.
104800     READ REJECT-FILE
104900         AT END
105000             SET DV-END-OF-FILE TO TRUE
105100         NOT AT END
105200             ADD 1 TO WS-A-REJECT
105300     END-READ.
105400 7200-COUNT-ONE-REJECT-EXIT.
105500     EXIT.
105600*
105700*==========================================================
105800*  7300-COUNT-ONE-DUP
105900*     COUNTS ONE DUPLICATE LEFT ON DUPFILE.
106000*==========================================================
106100 7300-COUNT-ONE-DUP.
106200     READ DUPLICATE-FILE
106300         AT END
106400             SET DV-END-OF-FILE TO TRUE
106500         NOT AT END
106600             ADD 1 TO WS-A-DUPLIC
106700     END-READ.
106800 7300-COUNT-ONE-DUP-EXIT.
106900     EXIT.
107000*
107100*==========================================================
107200*  8000-WRITE-REPORT
107300*     WRITES THE REVERSAL REPORT - THE RUN BACKED OUT, THE
107400*     BEFORE AND AFTER COUNT OF EACH FILE AGAINST WHAT
107500*     SHOULD BE LEFT, THE SUSPENSE AND AUDIT ACTIVITY, AND
107600*     THE PROOF - AND SETS THE COMPLETION CODE.
107700*==========================================================
107800 8000-WRITE-REPORT.
107900     MOVE SPACES TO WS-RPT-TEXT.
108000     STRING "RUN REVERSAL REPORT - RUN DATE " WS-RUN-DATE
108100         DELIMITED BY SIZE INTO WS-RPT-TEXT.
108200     PERFORM 8900-WRITE-RPT-LINE
108300         THRU 8900-WRITE-RPT-LINE-EXIT.
108400     MOVE ALL "=" TO WS-RPT-TEXT.
108500     PERFORM 8900-WRITE-RPT-LINE
108600         THRU 8900-WRITE-RPT-LINE-EXIT.
108700     MOVE SPACES TO WS-RPT-TEXT.
108800     STRING "RUN BACKED OUT     = " WS-RVS-DATE " "
108900             WS-RVS-TIME ", BEGUN " WS-CHN-START-DATE " "
109000             WS-CHN-START-TIME
109100         DELIMITED BY SIZE INTO WS-RPT-TEXT.
109200     PERFORM 8900-WRITE-RPT-LINE
109300         THRU 8900-WRITE-RPT-LINE-EXIT.
109400     MOVE SPACES TO WS-RPT-TEXT.
109500     STRING "RUNHIST ROWS       = " WS-ROWS-MARKED
109600             " FLAGGED REVERSED"
109700         DELIMITED BY SIZE INTO WS-RPT-TEXT.
109800     PERFORM 8900-WRITE-RPT-LINE
109900         THRU 8900-WRITE-RPT-LINE-EXIT.
110000     MOVE SPACES TO WS-RPT-TEXT.
110100     STRING "RUNHIST TOTALS     = READ " WS-CHN-READ
110200             ", VALID " WS-CHN-VALID
110300             ", INVALID " WS-CHN-INVALID
110400             ", DUPLICATE " WS-CHN-DUPLIC
110500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
110600     PERFORM 8900-WRITE-RPT-LINE
110700         THRU 8900-WRITE-RPT-LINE-EXIT.
110800     IF WS-CHN-WINDOW-FLAG = 'Y'
110900         MOVE "QUEUED RESUME      = CLEARED" TO WS-RPT-TEXT
111000         PERFORM 8900-WRITE-RPT-LINE
111100             THRU 8900-WRITE-RPT-LINE-EXIT
111200     END-IF.
111300     MOVE SPACES TO WS-RPT-TEXT.
111400     PERFORM 8900-WRITE-RPT-LINE
111500         THRU 8900-WRITE-RPT-LINE-EXIT.
111600     MOVE SPACES TO WS-RPT-TEXT.
111700     STRING "  FILE" "                  BEFORE"
111800             "        AFTER     EXPECTED"
111900         DELIMITED BY SIZE INTO WS-RPT-TEXT.
112000     PERFORM 8900-WRITE-RPT-LINE
112100         THRU 8900-WRITE-RPT-LINE-EXIT.
112200     MOVE "VALIDOUT RECORDS" TO WS-CL-FILE.
112300     MOVE WS-B-VALOUT TO WS-CL-BEFORE-N.
112400     MOVE WS-A-VALOUT TO WS-CL-AFTER-N.
112500     MOVE ZERO TO WS-EXPECT.
112600     PERFORM 8100-WRITE-COUNT-LINE
112700         THRU 8100-WRITE-COUNT-LINE-EXIT.
112800     MOVE "VALIDOUT TRAILER" TO WS-CL-FILE.
112900     MOVE WS-B-VALOUT TO WS-CL-BEFORE-N.
113000     MOVE WS-A-VALOUT-TRAILER TO WS-CL-AFTER-N.
113100     MOVE ZERO TO WS-EXPECT.
113200     PERFORM 8100-WRITE-COUNT-LINE
113300         THRU 8100-WRITE-COUNT-LINE-EXIT.
113400     MOVE "ENRICHOT RECORDS" TO WS-CL-FILE.
113500     MOVE WS-B-ENRICH TO WS-CL-BEFORE-N.
113600     MOVE WS-A-ENRICH TO WS-CL-AFTER-N.
113700     MOVE ZERO TO WS-EXPECT.
113800     PERFORM 8100-WRITE-COUNT-LINE
113900         THRU 8100-WRITE-COUNT-LINE-EXIT.
114000     MOVE "REJFILE RECORDS" TO WS-CL-FILE.
114100     MOVE WS-B-REJECT TO WS-CL-BEFORE-N.
114200     MOVE WS-A-REJECT TO WS-CL-AFTER-N.
114300     MOVE ZERO TO WS-EXPECT.
114400     PERFORM 8100-WRITE-COUNT-LINE
114500         THRU 8100-WRITE-COUNT-LINE-EXIT.
114600     MOVE "DUPFILE RECORDS" TO WS-CL-FILE.
114700     MOVE WS-B-DUPLIC TO WS-CL-BEFORE-N.
114800     MOVE WS-A-DUPLIC TO WS-CL-AFTER-N.
114900     MOVE ZERO TO WS-EXPECT.
115000     PERFORM 8100-WRITE-COUNT-LINE
115100         THRU 8100-WRITE-COUNT-LINE-EXIT.
115200     MOVE "SUSPMSTR ITEMS" TO WS-CL-FILE.
115300     MOVE WS-B-SUS-ITEMS TO WS-CL-BEFORE-N.
115400     MOVE WS-A-SUS-ITEMS TO WS-CL-AFTER-N.
115500     COMPUTE WS-EXPECT = WS-B-SUS-ITEMS - WS-SUS-DELETED.
115600     PERFORM 8100-WRITE-COUNT-LINE
115700         THRU 8100-WRITE-COUNT-LINE-EXIT.
115800     MOVE "SUSPMSTR OPEN" TO WS-CL-FILE.
115900     MOVE WS-B-SUS-OPEN TO WS-CL-BEFORE-N.
116000     MOVE WS-A-SUS-OPEN TO WS-CL-AFTER-N.
116100     COMPUTE WS-EXPECT = WS-B-SUS-OPEN - WS-SUS-DELETED
116200         - WS-SUS-RESTORED.
116300     PERFORM 8100-WRITE-COUNT-LINE
116400         THRU 8100-WRITE-COUNT-LINE-EXIT.
116500     MOVE SPACES TO WS-RPT-TEXT.
116600     PERFORM 8900-WRITE-RPT-LINE
116700         THRU 8900-WRITE-RPT-LINE-EXIT.
116800     MOVE SPACES TO WS-RPT-TEXT.
116900     STRING "SUSPENSE ITEMS     = " WS-SUS-DELETED
117000             " DELETED, " WS-SUS-RESTORED " PUT BACK, "
117100             WS-SUS-LEFT " LEFT AS THEY WERE, "
117200             WS-SUS-NOT-FOUND " NOT ON THE MASTER"
117300         DELIMITED BY SIZE INTO WS-RPT-TEXT.
117400     PERFORM 8900-WRITE-RPT-LINE
117500         THRU 8900-WRITE-RPT-LINE-EXIT.
117510     MOVE SPACES TO WS-RPT-TEXT.
117520     STRING "                     " WS-SUS-DETAILS-BACK
117530             " STILL OPEN, FEED/RETURN CODE/LAST-CYCLED "
117540             "DATE PUT BACK"
117550         DELIMITED BY SIZE INTO WS-RPT-TEXT.
117560     PERFORM 8900-WRITE-RPT-LINE
117570         THRU 8900-WRITE-RPT-LINE-EXIT.
117600     MOVE SPACES TO WS-RPT-TEXT.
117700     STRING "REVERSAL ENTRIES   = " WS-AUDIT-WRITTEN
117800             " WRITTEN TO AUDITLOG"
117900         DELIMITED BY SIZE INTO WS-RPT-TEXT.
118000     PERFORM 8900-WRITE-RPT-LINE
118100         THRU 8900-WRITE-RPT-LINE-EXIT.
118200     PERFORM 8200-PROVE-REVERSAL
118300         THRU 8200-PROVE-REVERSAL-EXIT.
118400 8000-WRITE-REPORT-EXIT.
118500     EXIT.
118600*
118700*==========================================================
118800*  8100-WRITE-COUNT-LINE
118900*     WRITES ONE BEFORE/AFTER COUNT LINE AND MARKS IT WHEN
119000*     THE AFTER COUNT IS NOT WHAT SHOULD BE LEFT.
119100*==========================================================
119200 8100-WRITE-COUNT-LINE.
119300     MOVE WS-CL-BEFORE-N TO WS-CL-BEFORE.
119400     MOVE WS-CL-AFTER-N TO WS-CL-AFTER.
119500     MOVE WS-EXPECT TO WS-CL-EXPECT.
119600     IF WS-CL-AFTER-N = WS-EXPECT
119700         MOVE SPACES TO WS-CL-NOTE
119800     ELSE
119900         SET WS-PROOF-UNBALANCED TO TRUE
120000         MOVE "** NOT AS EXPECTED" TO WS-CL-NOTE
120100     END-IF.
120200     MOVE WS-COUNT-LINE TO WS-RPT-TEXT.
120300     PERFORM 8900-WRITE-RPT-LINE
120400         THRU 8900-WRITE-RPT-LINE-EXIT.
120500 8100-WRITE-COUNT-LINE-EXIT.
120600     EXIT.
120700*
120800*==========================================================
120900*  8200-PROVE-REVERSAL
121000*     PROVES THE REVERSAL ENTRIES AGAINST THE RECORDS
121100*     BACKED OUT, CHECKS WHAT THE FILES HELD AGAINST THE
121200*     RUN'S OWN RUNHIST TOTALS, AND SETS THE COMPLETION
121300*     CODE.
121400*==========================================================
121500 8200-PROVE-REVERSAL.
121600     COMPUTE WS-EXPECT = WS-B-VALOUT + WS-B-REJECT
121700         + WS-B-DUPLIC.
121800     IF WS-AUDIT-WRITTEN NOT = WS-EXPECT
121900         SET WS-PROOF-UNBALANCED TO TRUE
122000         MOVE SPACES TO WS-RPT-TEXT
122100         STRING "  ** REVERSAL ENTRIES DO NOT MATCH THE "
122200                 "RECORDS BACKED OUT (" WS-EXPECT ")."
122300             DELIMITED BY SIZE INTO WS-RPT-TEXT
122400         PERFORM 8900-WRITE-RPT-LINE
122500             THRU 8900-WRITE-RPT-LINE-EXIT
122600     END-IF.
122700     IF WS-ROWS-MARKED NOT = WS-CHN-ROWS
122800         SET WS-PROOF-UNBALANCED TO TRUE
122900         MOVE SPACES TO WS-RPT-TEXT
123000         STRING "  ** RUNHIST ROWS FLAGGED DO NOT MATCH THE "
123100                 "RUN'S ROWS (" WS-CHN-ROWS ")."
123200             DELIMITED BY SIZE INTO WS-RPT-TEXT
123300         PERFORM 8900-WRITE-RPT-LINE
123400             THRU 8900-WRITE-RPT-LINE-EXIT
123500     END-IF.
123600     MOVE ZERO TO WS-COMPLETION-CODE.
123700     IF WS-B-VALOUT NOT = WS-CHN-VALID
123800         OR WS-B-REJECT NOT = WS-CHN-INVALID
123900         OR WS-B-DUPLIC NOT = WS-CHN-DUPLIC
124000         MOVE 04 TO WS-COMPLETION-CODE
124100         MOVE SPACES TO WS-RPT-TEXT
124200         STRING "  NOTE: THE FILES DID NOT HOLD EXACTLY WHAT "
124300                 "RUNHIST SAYS THE RUN WROTE - ALL OF WHAT "
124400                 "THEY HELD HAS BEEN BACKED OUT."
124500             DELIMITED BY SIZE INTO WS-RPT-TEXT
124600         PERFORM 8900-WRITE-RPT-LINE
124700             THRU 8900-WRITE-RPT-LINE-EXIT
124800     END-IF.
124900     MOVE SPACES TO WS-RPT-TEXT.
125000     PERFORM 8900-WRITE-RPT-LINE
125100         THRU 8900-WRITE-RPT-LINE-EXIT.
125200     MOVE SPACES TO WS-RPT-TEXT.
125300     IF WS-PROOF-BALANCED
125400         STRING "REVERSAL PROOF: BALANCED - THE CORRECTED "
125500                 "FILE MAY BE RERUN."
125600             DELIMITED BY SIZE INTO WS-RPT-TEXT
125700     ELSE
125800         MOVE 12 TO WS-COMPLETION-CODE
125900         STRING "REVERSAL PROOF: ** NOT BALANCED ** - DO NOT "
126000                 "RERUN UNTIL THE FILES ARE CHECKED."
126100             DELIMITED BY SIZE INTO WS-RPT-TEXT
126200     END-IF.
126300     PERFORM 8900-WRITE-RPT-LINE
126400         THRU 8900-WRITE-RPT-LINE-EXIT.
126500     MOVE SPACES TO WS-RPT-TEXT.
126600     STRING "COMPLETION CODE    = " WS-COMPLETION-CODE
126700         DELIMITED BY SIZE INTO WS-RPT-TEXT.
126800     PERFORM 8900-WRITE-RPT-LINE
126900         THRU 8900-WRITE-RPT-LINE-EXIT.
127000 8200-PROVE-REVERSAL-EXIT.
127100     EXIT.
127200*
127300*==========================================================
127400*  8900-WRITE-RPT-LINE
127500*     WRITES THE SCRATCH LINE AREA TO THE REPORT FILE.
127600*==========================================================
127700 8900-WRITE-RPT-LINE.
127800     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
127900     WRITE DV-RPT-LINE.
128000 8900-WRITE-RPT-LINE-EXIT.
128100     EXIT.
128200*
128300*==========================================================
128400*  9000-TERMINATE
128500*     CLOSES THE FILES STILL OPEN.
128600*==========================================================
128700 9000-TERMINATE.
128800     IF WS-SUSPENSE-AVAILABLE
128900         CLOSE SUSPENSE-MASTER
129000     END-IF.
129100     CLOSE AUDIT-FILE.
129200     CLOSE REPORT-FILE.
129300 9000-TERMINATE-EXIT.
129400     EXIT.
