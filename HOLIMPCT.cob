000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     HOLIMPCT.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL PROGRAM.  HOLIDAY-CHANGE IMPACT
001200*                  ANALYSIS.  A HOLIDAY ADDED OR TAKEN OFF
001300*                  THROUGH HOLMAINT OR HOLIMPRT AFTER DTBATCH
001400*                  HAS RUN LEAVES THE ENRICHMENT ALREADY
001500*                  WRITTEN (ENRICHOT) AND THE RANGE SPANS ON
001600*                  THE CLEAN OUTPUT (VALIDOUT) WRONG.  THIS
001700*                  PROGRAM RE-READS BOTH THROUGH DATECALC
001800*                  AGAINST THE CURRENT CALENDAR, EACH ITEM ON
001900*                  THE CALENDAR IT WAS FIRST JUDGED ON,
002000*                  WRITES A CORRECTED ENRICHMENT FILE
002100*                  (ENRICHNW) AND PRINTS AN IMPACT REPORT
002200*                  (IMPCTRPT) OF EVERY ITEM WHOSE BUSINESS-
002300*                  DAY FLAG, NEXT BUSINESS DATE OR BUSINESS-
002400*                  DAY SPAN HAS CHANGED, WITH TOTALS BY
002500*                  EFFECTIVE DATE.
002600*----------------------------------------------------------
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000       SOURCE-COMPUTER.   IBM-370.
003100       OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400       SELECT ENRICH-FILE       ASSIGN TO "ENRICHOT"
003500           ORGANIZATION LINE SEQUENTIAL
003600           FILE STATUS IS WS-ENRICH-STATUS.
003700       SELECT NEW-ENRICH-FILE   ASSIGN TO "ENRICHNW"
003800           ORGANIZATION LINE SEQUENTIAL
003900           FILE STATUS IS WS-NEW-ENRICH-STATUS.
004000       SELECT VALID-OUT-FILE    ASSIGN TO "VALIDOUT"
004100           ORGANIZATION LINE SEQUENTIAL
004200           FILE STATUS IS WS-VALOUT-STATUS.
004300       SELECT REPORT-FILE       ASSIGN TO "IMPCTRPT"
004400           ORGANIZATION LINE SEQUENTIAL
004500           FILE STATUS IS WS-REPORT-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ENRICH-FILE.
005000 COPY DVENRICH.
005100 FD  NEW-ENRICH-FILE.
005200 01  DV-NEW-ENRICH-LINE          PIC X(50).
005300 FD  VALID-OUT-FILE.
005400 COPY DVVALOUT.
005500 FD  REPORT-FILE.
005600 01  DV-RPT-LINE                 PIC X(120).
005700*
005800 WORKING-STORAGE SECTION.
005900*
006000*----------------------------------------------------------
006100*  FILE STATUS FIELDS
006200*----------------------------------------------------------
006300 77  WS-ENRICH-STATUS             PIC X(02).
006400 77  WS-NEW-ENRICH-STATUS         PIC X(02).
006500 77  WS-VALOUT-STATUS             PIC X(02).
006600 77  WS-REPORT-STATUS             PIC X(02).
006700*
006800*----------------------------------------------------------
006900*  END-OF-FILE AND AVAILABILITY SWITCHES - A RUN WITHOUT
007000*  VALIDOUT STILL CORRECTS THE ENRICHMENT FILE
007100*----------------------------------------------------------
007200 77  WS-ENRICH-EOF-SW             PIC X(01) VALUE 'N'.
007300     88  DV-END-OF-ENRICH         VALUE 'Y'.
007400     88  DV-NOT-END-OF-ENRICH     VALUE 'N'.
007500 77  WS-VALOUT-EOF-SW             PIC X(01) VALUE 'N'.
007600     88  DV-END-OF-VALOUT         VALUE 'Y'.
007700     88  DV-NOT-END-OF-VALOUT     VALUE 'N'.
007800 77  WS-VALOUT-AVAIL-SW           PIC X(01) VALUE 'N'.
007900     88  WS-VALOUT-AVAILABLE      VALUE 'Y'.
008000     88  WS-VALOUT-UNAVAILABLE    VALUE 'N'.
008100*
008200*----------------------------------------------------------
008300*  BEFORE VALUES OF THE ITEM IN HAND AND WHAT CHANGED
008400*----------------------------------------------------------
008500 77  WS-OLD-BUS-DAY-SW            PIC X(01).
008600 77  WS-OLD-NEXT-DATE             PIC 9(08).
008700 77  WS-OLD-SPAN                  PIC 9(04).
008800 77  WS-CAL-SHOW                  PIC X(04).
008900 77  WS-FLAG-CHG-SW               PIC X(01) VALUE 'N'.
009000     88  WS-FLAG-CHANGED          VALUE 'Y'.
009100     88  WS-FLAG-SAME             VALUE 'N'.
009200 77  WS-NEXT-CHG-SW               PIC X(01) VALUE 'N'.
009300     88  WS-NEXT-CHANGED          VALUE 'Y'.
009400     88  WS-NEXT-SAME             VALUE 'N'.
009500 77  WS-SPAN-CHG-SW               PIC X(01) VALUE 'N'.
009600     88  WS-SPAN-CHANGED          VALUE 'Y'.
009700     88  WS-SPAN-SAME             VALUE 'N'.
009800*
009900*----------------------------------------------------------
010000*  RANGE SPAN WORK FIELDS - THE SPAN IS COUNTED THE SAME
010100*  WAY DTBATCH COUNTS IT, INCLUSIVE OF BOTH ENDS
010200*----------------------------------------------------------
010300 77  WS-RANGE-FROM                PIC 9(08) VALUE ZERO.
010400 77  WS-RANGE-TO                  PIC 9(08) VALUE ZERO.
010500 77  WS-RANGE-CUR                 PIC 9(08) VALUE ZERO.
010600 77  WS-RANGE-SPAN                PIC 9(04) VALUE ZERO.
010700 77  WS-SPAN-ERR-SW               PIC X(01) VALUE 'N'.
010800     88  WS-SPAN-ERROR            VALUE 'Y'.
010900     88  WS-SPAN-CLEAN            VALUE 'N'.
011000 77  WS-OLD-SPAN-ED               PIC ZZZ9.
011100 77  WS-NEW-SPAN-ED               PIC ZZZ9.
011200*
011300*----------------------------------------------------------
011400*  TOTALS BY EFFECTIVE DATE - THE ITEM DATE FOR AN
011500*  ENRICHMENT RECORD, THE FROM DATE FOR A RANGE.  PRINTED
011600*  IN DATE ORDER AT THE END OF THE RUN.
011700*----------------------------------------------------------
011800 01  WS-EFF-TABLE.
011900     05  WS-EFF-ENTRY OCCURS 500 TIMES.
012000         10  WS-EFF-DATE          PIC 9(08).
012100         10  WS-EFF-ITEMS         PIC 9(06).
012200         10  WS-EFF-FLAG          PIC 9(06).
012300         10  WS-EFF-NEXT          PIC 9(06).
012400         10  WS-EFF-SPAN          PIC 9(06).
012500 77  WS-EFF-COUNT                 PIC 9(04) COMP VALUE ZERO.
012600 77  WS-EFF-SUB                   PIC 9(04) COMP VALUE ZERO.
012700 77  WS-EFF-SUB-2                 PIC 9(04) COMP VALUE ZERO.
012800 77  WS-EFF-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
012900 77  WS-EFF-WORK-DATE             PIC 9(08) VALUE ZERO.
013000 77  WS-EFF-OVERFLOW              PIC 9(06) VALUE ZERO.
013100 01  WS-EFF-HOLD.
013200     05  WS-HOLD-DATE             PIC 9(08).
013300     05  WS-HOLD-ITEMS            PIC 9(06).
013400     05  WS-HOLD-FLAG             PIC 9(06).
013500     05  WS-HOLD-NEXT             PIC 9(06).
013600     05  WS-HOLD-SPAN             PIC 9(06).
013700 77  WS-SWAP-SW                   PIC X(01) VALUE 'N'.
013800     88  WS-SWAPPED               VALUE 'Y'.
013900     88  WS-NOT-SWAPPED           VALUE 'N'.
014000*
014100*----------------------------------------------------------
014200*  RUN TALLIES FOR THE SUMMARY
014300*----------------------------------------------------------
014400 77  WS-ENRICH-READ               PIC 9(08) VALUE ZERO.
014500 77  WS-ENRICH-CHANGED            PIC 9(08) VALUE ZERO.
014600 77  WS-ENRICH-UNCHECKED          PIC 9(08) VALUE ZERO.
014700 77  WS-RANGES-READ               PIC 9(08) VALUE ZERO.
014800 77  WS-RANGES-CHANGED            PIC 9(08) VALUE ZERO.
014900 77  WS-RANGES-UNCHECKED          PIC 9(08) VALUE ZERO.
015000 77  WS-TOTAL-FLAG                PIC 9(08) VALUE ZERO.
015100 77  WS-TOTAL-NEXT                PIC 9(08) VALUE ZERO.
015200 77  WS-TOTAL-SPAN                PIC 9(08) VALUE ZERO.
015300*
015400*----------------------------------------------------------
015500*  COMPLETION CODE - 0 NOTHING CHANGED, 4 ITEMS CHANGED OR
015600*  COULD NOT BE CHECKED, 12 FILE OR CALENDAR FAILURE
015700*----------------------------------------------------------
015800 77  WS-COMPLETION-CODE           PIC 9(02) VALUE ZERO.
015900*
016000*----------------------------------------------------------
016100*  RUN DATE AND SCRATCH AREA FOR BUILDING REPORT LINES
016200*----------------------------------------------------------
016300 01  WS-TODAY-DATE                PIC 9(08).
016400 01  WS-RPT-TEXT                  PIC X(120).
016500*
016600*----------------------------------------------------------
016700*  CALL PARAMETER AND RETURN CODE BLOCKS FOR DATECALC
016800*----------------------------------------------------------
016900 COPY DCPARM.
017000 COPY DCCODES.
017100*
017200 PROCEDURE DIVISION.
017300*
017400*==========================================================
017500*  0000-MAINLINE
017600*     PROGRAM ENTRY POINT.
017700*==========================================================
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE
018000         THRU 1000-INITIALIZE-EXIT.
018100     PERFORM 2000-CHECK-ONE-ENRICH
018200         THRU 2000-CHECK-ONE-ENRICH-EXIT
018300         UNTIL DV-END-OF-ENRICH.
018400     PERFORM 2900-START-RANGES
018500         THRU 2900-START-RANGES-EXIT.
018600     PERFORM 3000-CHECK-ONE-RANGE
018700         THRU 3000-CHECK-ONE-RANGE-EXIT
018800         UNTIL DV-END-OF-VALOUT.
018900     PERFORM 5000-WRITE-DATE-TOTALS
019000         THRU 5000-WRITE-DATE-TOTALS-EXIT.
019100     PERFORM 8000-WRITE-SUMMARY
019200         THRU 8000-WRITE-SUMMARY-EXIT.
019300     PERFORM 9000-TERMINATE
019400         THRU 9000-TERMINATE-EXIT.
019500     MOVE WS-COMPLETION-CODE TO RETURN-CODE.
019600     STOP RUN.
019700*
019800*==========================================================
019900*  1000-INITIALIZE
020000*     OPENS THE FILES, WRITES THE REPORT HEADING AND PRIMES
020100*     BOTH READ LOOPS.  THE ENRICHMENT FILE MUST BE THERE;
020200*     A MISSING VALIDOUT ONLY MEANS NO RANGES TO CHECK.
020300*==========================================================
020400 1000-INITIALIZE.
020500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
020600     OPEN INPUT ENRICH-FILE.
020700     IF WS-ENRICH-STATUS NOT = "00"
020800         DISPLAY "HOLIMPCT: cannot open ENRICHOT, status="
020900             WS-ENRICH-STATUS
021000         MOVE 12 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     OPEN OUTPUT NEW-ENRICH-FILE.
021400     IF WS-NEW-ENRICH-STATUS NOT = "00"
021500         DISPLAY "HOLIMPCT: cannot open ENRICHNW, status="
021600             WS-NEW-ENRICH-STATUS
021700         MOVE 12 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     OPEN INPUT VALID-OUT-FILE.
022100     IF WS-VALOUT-STATUS = "00"
022200         SET WS-VALOUT-AVAILABLE TO TRUE
022300     ELSE
022400         SET DV-END-OF-VALOUT TO TRUE
022500         IF WS-VALOUT-STATUS NOT = "35"
022600             DISPLAY "HOLIMPCT: cannot open VALIDOUT, status="
022700                 WS-VALOUT-STATUS
022800             MOVE 12 TO RETURN-CODE
022900             STOP RUN
023000         END-IF
023100     END-IF.
023200     OPEN OUTPUT REPORT-FILE.
023300     IF WS-REPORT-STATUS NOT = "00"
023400         DISPLAY "HOLIMPCT: cannot open IMPCTRPT, status="
023500             WS-REPORT-STATUS
023600         MOVE 12 TO RETURN-CODE
023700         STOP RUN
023800     END-IF.
023900     MOVE SPACES TO WS-RPT-TEXT.
024000     STRING "HOLIDAY CHANGE IMPACT ANALYSIS - RUN DATE "
024100             WS-TODAY-DATE
024200         DELIMITED BY SIZE INTO WS-RPT-TEXT.
024300     PERFORM 6900-WRITE-RPT-LINE
024400         THRU 6900-WRITE-RPT-LINE-EXIT.
024500     MOVE ALL "=" TO WS-RPT-TEXT.
024600     PERFORM 6900-WRITE-RPT-LINE
024700         THRU 6900-WRITE-RPT-LINE-EXIT.
024800     MOVE "ENRICHMENT ITEMS CHANGED (ENRICHOT)" TO WS-RPT-TEXT.
024900     PERFORM 6900-WRITE-RPT-LINE
025000         THRU 6900-WRITE-RPT-LINE-EXIT.
025100     PERFORM 1100-READ-ENRICH
025200         THRU 1100-READ-ENRICH-EXIT.
025300     PERFORM 1200-READ-NEXT-RANGE
025400         THRU 1200-READ-NEXT-RANGE-EXIT.
025500 1000-INITIALIZE-EXIT.
025600     EXIT.
025700*
025800*==========================================================
025900*  1100-READ-ENRICH
026000*     READS THE NEXT ENRICHMENT RECORD, SETTING THE
026100*     END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
026200*==========================================================
026300 1100-READ-ENRICH.
026400     READ ENRICH-FILE
026500         AT END
026600             SET DV-END-OF-ENRICH TO TRUE
026700         NOT AT END
026800             ADD 1 TO WS-ENRICH-READ
026900     END-READ.
027000 1100-READ-ENRICH-EXIT.
027100     EXIT.
027200*
027300*==========================================================
027400*  1200-READ-NEXT-RANGE
027500*     READS FORWARD TO THE NEXT RANGE ('R') RECORD ON THE
027600*     CLEAN OUTPUT, PASSING OVER HEADERS, TRAILERS AND
027700*     SINGLE-DATE DETAILS (THOSE ARE COVERED BY ENRICHOT).
027800*==========================================================
027900 1200-READ-NEXT-RANGE.
028000     IF DV-END-OF-VALOUT
028100         GO TO 1200-READ-NEXT-RANGE-EXIT
028200     END-IF.
028300     READ VALID-OUT-FILE
028400         AT END
028500             SET DV-END-OF-VALOUT TO TRUE
028600             GO TO 1200-READ-NEXT-RANGE-EXIT
028700     END-READ.
028800     IF NOT DV-VOT-RANGE-REC
028900         GO TO 1200-READ-NEXT-RANGE
029000     END-IF.
029100     ADD 1 TO WS-RANGES-READ.
029200 1200-READ-NEXT-RANGE-EXIT.
029300     EXIT.
029400*
029500*==========================================================
029600*  2000-CHECK-ONE-ENRICH
029700*     RE-RUNS ONE ENRICHMENT RECORD THROUGH DATECALC ON THE
029800*     CALENDAR IT WAS FIRST JUDGED ON, REPORTS IT WHEN THE
029900*     BUSINESS-DAY FLAG OR NEXT BUSINESS DATE HAS MOVED, AND
030000*     WRITES IT TO THE CORRECTED FILE.  A RECORD DATECALC
030100*     CANNOT JUDGE IS REPORTED AND COPIED ACROSS UNCHANGED.
030200*==========================================================
030300 2000-CHECK-ONE-ENRICH.
030400     MOVE DV-ENR-BUS-DAY-SW TO WS-OLD-BUS-DAY-SW.
030500     MOVE DV-ENR-NEXT-BUS-DATE TO WS-OLD-NEXT-DATE.
030600     MOVE DV-ENR-CALENDAR TO DC-CALENDAR-ID.
030700     PERFORM 6100-SET-CAL-SHOW
030800         THRU 6100-SET-CAL-SHOW-EXIT.
030900     MOVE DV-ENR-DATE TO DC-DATE-INPUT.
031000     MOVE ZERO TO DC-BUS-DAYS-OFFSET.
031100     CALL "DATECALC" USING DC-PARM, DC-CODES.
031200     IF DC-HOLIDAY-FILE-ERR
031300         PERFORM 9900-CALENDAR-FAILED
031400             THRU 9900-CALENDAR-FAILED-EXIT
031500     END-IF.
031600     IF NOT DC-OK
031700         ADD 1 TO WS-ENRICH-UNCHECKED
031800         MOVE SPACES TO WS-RPT-TEXT
031900         STRING "NOT CHECKED " DV-ENR-DATE " " DV-ENR-TIME
032000                 " CAL " WS-CAL-SHOW " - " DC-REASON-TEXT
032100             DELIMITED BY SIZE INTO WS-RPT-TEXT
032200         PERFORM 6900-WRITE-RPT-LINE
032300             THRU 6900-WRITE-RPT-LINE-EXIT
032400         GO TO 2000-CHECK-ONE-ENRICH-NEXT
032500     END-IF.
032600     MOVE DC-DAY-NAME TO DV-ENR-DAY-NAME.
032700     MOVE DC-BUS-DAY-SW TO DV-ENR-BUS-DAY-SW.
032800     MOVE DC-NEXT-BUS-DATE TO DV-ENR-NEXT-BUS-DATE.
032900     MOVE DC-PREV-BUS-DATE TO DV-ENR-PREV-BUS-DATE.
033000     SET WS-FLAG-SAME TO TRUE.
033100     SET WS-NEXT-SAME TO TRUE.
033200     SET WS-SPAN-SAME TO TRUE.
033300     IF DV-ENR-BUS-DAY-SW NOT = WS-OLD-BUS-DAY-SW
033400         SET WS-FLAG-CHANGED TO TRUE
033500     END-IF.
033600     IF DV-ENR-NEXT-BUS-DATE NOT = WS-OLD-NEXT-DATE
033700         SET WS-NEXT-CHANGED TO TRUE
033800     END-IF.
033900     IF WS-FLAG-SAME AND WS-NEXT-SAME
034000         GO TO 2000-CHECK-ONE-ENRICH-NEXT
034100     END-IF.
034200     ADD 1 TO WS-ENRICH-CHANGED.
034300     MOVE DV-ENR-DATE TO WS-EFF-WORK-DATE.
034400     PERFORM 6000-ADD-DATE-TOTAL
034500         THRU 6000-ADD-DATE-TOTAL-EXIT.
034600     MOVE SPACES TO WS-RPT-TEXT.
034700     STRING "ITEM  " DV-ENR-DATE " " DV-ENR-TIME
034800             " CAL " WS-CAL-SHOW
034900             "  BUS-DAY " WS-OLD-BUS-DAY-SW " -> "
035000             DV-ENR-BUS-DAY-SW
035100             "  NEXT BUS DATE " WS-OLD-NEXT-DATE " -> "
035200             DV-ENR-NEXT-BUS-DATE
035300         DELIMITED BY SIZE INTO WS-RPT-TEXT.
035400     PERFORM 6900-WRITE-RPT-LINE
035500         THRU 6900-WRITE-RPT-LINE-EXIT.
035600 2000-CHECK-ONE-ENRICH-NEXT.
035700     WRITE DV-NEW-ENRICH-LINE FROM DV-ENRICH-RECORD.
035800     PERFORM 1100-READ-ENRICH
035900         THRU 1100-READ-ENRICH-EXIT.
036000 2000-CHECK-ONE-ENRICH-EXIT.
036100     EXIT.
036200*
036300*==========================================================
036400*  2900-START-RANGES
036500*     OPENS THE RANGE SECTION OF THE REPORT.
036600*==========================================================
036700 2900-START-RANGES.
036800     MOVE SPACES TO WS-RPT-TEXT.
036900     PERFORM 6900-WRITE-RPT-LINE
037000         THRU 6900-WRITE-RPT-LINE-EXIT.
037100     MOVE "RANGE SPANS CHANGED (VALIDOUT)" TO WS-RPT-TEXT.
037200     PERFORM 6900-WRITE-RPT-LINE
037300         THRU 6900-WRITE-RPT-LINE-EXIT.
037400     IF WS-VALOUT-UNAVAILABLE
037500         MOVE "NO VALIDOUT ON FILE - RANGE SPANS NOT CHECKED."
037600             TO WS-RPT-TEXT
037700         PERFORM 6900-WRITE-RPT-LINE
037800             THRU 6900-WRITE-RPT-LINE-EXIT
037900     END-IF.
038000 2900-START-RANGES-EXIT.
038100     EXIT.
038200*
038300*==========================================================
038400*  3000-CHECK-ONE-RANGE
038500*     RECOUNTS THE BUSINESS-DAY SPAN OF ONE RANGE RECORD ON
038600*     THE CALENDAR IT WAS FIRST COUNTED ON AND REPORTS IT
038700*     WHEN THE SPAN HAS MOVED.  A RANGE WRITTEN BEFORE THE
038800*     SPAN WAS CARRIED ON VALIDOUT CANNOT BE COMPARED AND IS
038900*     REPORTED AS NOT CHECKED.
039000*==========================================================
039100 3000-CHECK-ONE-RANGE.
039200     MOVE DV-VOT-DATE TO WS-RANGE-FROM.
039300     MOVE DV-VOT-DATE-TO TO WS-RANGE-TO.
039400     MOVE DV-VOT-CALENDAR TO DC-CALENDAR-ID.
039500     PERFORM 6100-SET-CAL-SHOW
039600         THRU 6100-SET-CAL-SHOW-EXIT.
039700     IF DV-VOT-BUS-SPAN IS NOT NUMERIC
039800         ADD 1 TO WS-RANGES-UNCHECKED
039900         MOVE SPACES TO WS-RPT-TEXT
040000         STRING "NOT CHECKED RANGE " WS-RANGE-FROM "-"
040100                 WS-RANGE-TO " " DV-VOT-TIME
040200                 " - no business-day span on file."
040300             DELIMITED BY SIZE INTO WS-RPT-TEXT
040400         PERFORM 6900-WRITE-RPT-LINE
040500             THRU 6900-WRITE-RPT-LINE-EXIT
040600         GO TO 3000-CHECK-ONE-RANGE-NEXT
040700     END-IF.
040800     MOVE DV-VOT-BUS-SPAN-N TO WS-OLD-SPAN.
040900     PERFORM 3100-COUNT-BUS-SPAN
041000         THRU 3100-COUNT-BUS-SPAN-EXIT.
041100     IF WS-SPAN-ERROR
041200         ADD 1 TO WS-RANGES-UNCHECKED
041300         MOVE SPACES TO WS-RPT-TEXT
041400         STRING "NOT CHECKED RANGE " WS-RANGE-FROM "-"
041500                 WS-RANGE-TO " " DV-VOT-TIME
041600                 " CAL " WS-CAL-SHOW " - " DC-REASON-TEXT
041700             DELIMITED BY SIZE INTO WS-RPT-TEXT
041800         PERFORM 6900-WRITE-RPT-LINE
041900             THRU 6900-WRITE-RPT-LINE-EXIT
042000         GO TO 3000-CHECK-ONE-RANGE-NEXT
042100     END-IF.
042200     IF WS-RANGE-SPAN = WS-OLD-SPAN
042300         GO TO 3000-CHECK-ONE-RANGE-NEXT
042400     END-IF.
042500     ADD 1 TO WS-RANGES-CHANGED.
042600     SET WS-FLAG-SAME TO TRUE.
042700     SET WS-NEXT-SAME TO TRUE.
042800     SET WS-SPAN-CHANGED TO TRUE.
042900     MOVE WS-RANGE-FROM TO WS-EFF-WORK-DATE.
043000     PERFORM 6000-ADD-DATE-TOTAL
043100         THRU 6000-ADD-DATE-TOTAL-EXIT.
043200     MOVE WS-OLD-SPAN TO WS-OLD-SPAN-ED.
043300     MOVE WS-RANGE-SPAN TO WS-NEW-SPAN-ED.
043400     MOVE SPACES TO WS-RPT-TEXT.
043500     STRING "RANGE " WS-RANGE-FROM "-" WS-RANGE-TO
043600             " " DV-VOT-TIME " CAL " WS-CAL-SHOW
043700             "  BUS-DAY SPAN " WS-OLD-SPAN-ED " -> "
043800             WS-NEW-SPAN-ED
043900         DELIMITED BY SIZE INTO WS-RPT-TEXT.
044000     PERFORM 6900-WRITE-RPT-LINE
044100         THRU 6900-WRITE-RPT-LINE-EXIT.
044200 3000-CHECK-ONE-RANGE-NEXT.
044300     PERFORM 1200-READ-NEXT-RANGE
044400         THRU 1200-READ-NEXT-RANGE-EXIT.
044500 3000-CHECK-ONE-RANGE-EXIT.
044600     EXIT.
044700*
044800*==========================================================
044900*  3100-COUNT-BUS-SPAN
045000*     COUNTS THE BUSINESS DAYS BETWEEN THE FROM AND TO
045100*     DATES INCLUSIVE, HOPPING FROM BUSINESS DAY TO
045200*     BUSINESS DAY WITH DATECALC - THE SAME COUNT DTBATCH
045300*     MAKES WHEN IT WRITES THE RANGE.
045400*==========================================================
045500 3100-COUNT-BUS-SPAN.
045600     SET WS-SPAN-CLEAN TO TRUE.
045700     MOVE ZERO TO WS-RANGE-SPAN.
045800     MOVE WS-RANGE-FROM TO WS-RANGE-CUR.
045900     PERFORM 3150-SPAN-ONE-DAY
046000         THRU 3150-SPAN-ONE-DAY-EXIT
046100         UNTIL WS-RANGE-CUR > WS-RANGE-TO
046200         OR WS-SPAN-ERROR.
046300 3100-COUNT-BUS-SPAN-EXIT.
046400     EXIT.
046500*
046600*==========================================================
046700*  3150-SPAN-ONE-DAY
046800*     TESTS THE STEPPING DATE WITH DATECALC, COUNTS IT
046900*     WHEN IT IS A BUSINESS DAY INSIDE THE RANGE, AND HOPS
047000*     TO THE NEXT BUSINESS DAY.
047100*==========================================================
047200 3150-SPAN-ONE-DAY.
047300     MOVE WS-RANGE-CUR TO DC-DATE-INPUT.
047400     MOVE ZERO TO DC-BUS-DAYS-OFFSET.
047500     CALL "DATECALC" USING DC-PARM, DC-CODES.
047600     IF DC-HOLIDAY-FILE-ERR
047700         PERFORM 9900-CALENDAR-FAILED
047800             THRU 9900-CALENDAR-FAILED-EXIT
047900     END-IF.
048000     IF NOT DC-OK
048100         SET WS-SPAN-ERROR TO TRUE
048200         GO TO 3150-SPAN-ONE-DAY-EXIT
048300     END-IF.
048400     IF DC-BUSINESS-DAY
048500         ADD 1 TO WS-RANGE-SPAN
048600     END-IF.
048700     MOVE DC-NEXT-BUS-DATE TO WS-RANGE-CUR.
048800 3150-SPAN-ONE-DAY-EXIT.
048900     EXIT.
049000*
049100*==========================================================
049200*  5000-WRITE-DATE-TOTALS
049300*     SORTS THE EFFECTIVE-DATE TABLE INTO DATE ORDER AND
049400*     PRINTS ONE LINE PER DATE WITH THE ITEMS CHANGED AND
049500*     WHAT CHANGED ON THEM.
049600*==========================================================
049700 5000-WRITE-DATE-TOTALS.
049800     MOVE SPACES TO WS-RPT-TEXT.
049900     PERFORM 6900-WRITE-RPT-LINE
050000         THRU 6900-WRITE-RPT-LINE-EXIT.
050100     MOVE "TOTALS BY EFFECTIVE DATE" TO WS-RPT-TEXT.
050200     PERFORM 6900-WRITE-RPT-LINE
050300         THRU 6900-WRITE-RPT-LINE-EXIT.
050400     IF WS-EFF-COUNT = ZERO
050500         MOVE "NO ITEMS CHANGED." TO WS-RPT-TEXT
050600         PERFORM 6900-WRITE-RPT-LINE
050700             THRU 6900-WRITE-RPT-LINE-EXIT
050800         GO TO 5000-WRITE-DATE-TOTALS-EXIT
050900     END-IF.
051000     MOVE "EFF DATE    ITEMS  BUS-DAY   NEXT DATE  SPAN"
051100         TO WS-RPT-TEXT.
051200     PERFORM 6900-WRITE-RPT-LINE
051300         THRU 6900-WRITE-RPT-LINE-EXIT.
051400     IF WS-EFF-COUNT > 1
051500         SET WS-SWAPPED TO TRUE
051600         PERFORM 5200-SORT-ONE-PASS
051700             THRU 5200-SORT-ONE-PASS-EXIT
051800             UNTIL WS-NOT-SWAPPED
051900     END-IF.
052000     PERFORM 5100-WRITE-ONE-DATE
052100         THRU 5100-WRITE-ONE-DATE-EXIT
052200         VARYING WS-EFF-SUB FROM 1 BY 1
052300         UNTIL WS-EFF-SUB > WS-EFF-COUNT.
052400     IF WS-EFF-OVERFLOW > ZERO
052500         MOVE SPACES TO WS-RPT-TEXT
052600         STRING "** " WS-EFF-OVERFLOW
052700                 " CHANGED ITEMS FELL OUTSIDE THE DATE TABLE "
052800                 "AND ARE IN THE OVERALL TOTALS ONLY."
052900             DELIMITED BY SIZE INTO WS-RPT-TEXT
053000         PERFORM 6900-WRITE-RPT-LINE
053100             THRU 6900-WRITE-RPT-LINE-EXIT
053200     END-IF.
053300 5000-WRITE-DATE-TOTALS-EXIT.
053400     EXIT.
053500*
053600*==========================================================
053700*  5100-WRITE-ONE-DATE
053800*     PRINTS THE TOTALS LINE FOR ONE EFFECTIVE DATE.
053900*==========================================================
054000 5100-WRITE-ONE-DATE.
054100     MOVE SPACES TO WS-RPT-TEXT.
054200     STRING WS-EFF-DATE (WS-EFF-SUB) " "
054300             WS-EFF-ITEMS (WS-EFF-SUB) " "
054400             WS-EFF-FLAG (WS-EFF-SUB) "    "
054500             WS-EFF-NEXT (WS-EFF-SUB) " "
054600             WS-EFF-SPAN (WS-EFF-SUB)
054700         DELIMITED BY SIZE INTO WS-RPT-TEXT.
054800     PERFORM 6900-WRITE-RPT-LINE
054900         THRU 6900-WRITE-RPT-LINE-EXIT.
055000 5100-WRITE-ONE-DATE-EXIT.
055100     EXIT.
055200*
055300*==========================================================
055400*  5200-SORT-ONE-PASS
055500*     MAKES ONE EXCHANGE-SORT PASS OVER THE DATE TABLE.
055600*==========================================================
055700 5200-SORT-ONE-PASS.
055800     SET WS-NOT-SWAPPED TO TRUE.
055900     SUBTRACT 1 FROM WS-EFF-COUNT GIVING WS-EFF-SUB-2.
056000     PERFORM 5250-SORT-ONE-PAIR
056100         THRU 5250-SORT-ONE-PAIR-EXIT
056200         VARYING WS-EFF-SUB FROM 1 BY 1
056300         UNTIL WS-EFF-SUB > WS-EFF-SUB-2.
056400 5200-SORT-ONE-PASS-EXIT.
056500     EXIT.
056600*
056700*==========================================================
056800*  5250-SORT-ONE-PAIR
056900*     EXCHANGES THE TABLE ENTRIES AT WS-EFF-SUB AND
057000*     WS-EFF-SUB + 1 WHEN THEY ARE OUT OF DATE ORDER.
057100*==========================================================
057200 5250-SORT-ONE-PAIR.
057300     IF WS-EFF-DATE (WS-EFF-SUB) >
057400         WS-EFF-DATE (WS-EFF-SUB + 1)
057500         MOVE WS-EFF-ENTRY (WS-EFF-SUB) TO WS-EFF-HOLD
057600         MOVE WS-EFF-ENTRY (WS-EFF-SUB + 1)
057700             TO WS-EFF-ENTRY (WS-EFF-SUB)
057800         MOVE WS-EFF-HOLD TO WS-EFF-ENTRY (WS-EFF-SUB + 1)
057900         SET WS-SWAPPED TO TRUE
058000     END-IF.
058100 5250-SORT-ONE-PAIR-EXIT.
058200     EXIT.
058300*
058400*==========================================================
058500*  6000-ADD-DATE-TOTAL
058600*     ADDS THE CHANGED ITEM IN HAND TO THE OVERALL TOTALS
058700*     AND TO THE ENTRY FOR ITS EFFECTIVE DATE, STARTING A
058800*     NEW ENTRY WHEN THE DATE IS NOT YET IN THE TABLE.
058900*==========================================================
059000 6000-ADD-DATE-TOTAL.
059100     IF WS-FLAG-CHANGED
059200         ADD 1 TO WS-TOTAL-FLAG
059300     END-IF.
059400     IF WS-NEXT-CHANGED
059500         ADD 1 TO WS-TOTAL-NEXT
059600     END-IF.
059700     IF WS-SPAN-CHANGED
059800         ADD 1 TO WS-TOTAL-SPAN
059900     END-IF.
060000     MOVE ZERO TO WS-EFF-FOUND-SUB.
060100     PERFORM 6050-MATCH-ONE-DATE
060200         THRU 6050-MATCH-ONE-DATE-EXIT
060300         VARYING WS-EFF-SUB FROM 1 BY 1
060400         UNTIL WS-EFF-SUB > WS-EFF-COUNT
060500         OR WS-EFF-FOUND-SUB > ZERO.
060600     IF WS-EFF-FOUND-SUB = ZERO
060700         IF WS-EFF-COUNT < 500
060800             ADD 1 TO WS-EFF-COUNT
060900             MOVE WS-EFF-COUNT TO WS-EFF-FOUND-SUB
061000             MOVE WS-EFF-WORK-DATE TO WS-EFF-DATE (WS-EFF-COUNT)
061100             MOVE ZERO TO WS-EFF-ITEMS (WS-EFF-COUNT)
061200             MOVE ZERO TO WS-EFF-FLAG (WS-EFF-COUNT)
061300             MOVE ZERO TO WS-EFF-NEXT (WS-EFF-COUNT)
061400             MOVE ZERO TO WS-EFF-SPAN (WS-EFF-COUNT)
061500         ELSE
061600             ADD 1 TO WS-EFF-OVERFLOW
061700             GO TO 6000-ADD-DATE-TOTAL-EXIT
061800         END-IF
061900     END-IF.
062000     ADD 1 TO WS-EFF-ITEMS (WS-EFF-FOUND-SUB).
062100     IF WS-FLAG-CHANGED
062200         ADD 1 TO WS-EFF-FLAG (WS-EFF-FOUND-SUB)
062300     END-IF.
062400     IF WS-NEXT-CHANGED
062500         ADD 1 TO WS-EFF-NEXT (WS-EFF-FOUND-SUB)
062600     END-IF.
062700     IF WS-SPAN-CHANGED
062800         ADD 1 TO WS-EFF-SPAN (WS-EFF-FOUND-SUB)
062900     END-IF.
063000 6000-ADD-DATE-TOTAL-EXIT.
063100     EXIT.
063200*
063300*==========================================================
063400*  6050-MATCH-ONE-DATE
063500*     COMPARES ONE TABLE ENTRY AGAINST THE EFFECTIVE DATE
063600*     BEING TOTALLED.
063700*==========================================================
063800 6050-MATCH-ONE-DATE.
063900     IF WS-EFF-DATE (WS-EFF-SUB) = WS-EFF-WORK-DATE
064000         MOVE WS-EFF-SUB TO WS-EFF-FOUND-SUB
064100     END-IF.
064200 6050-MATCH-ONE-DATE-EXIT.
064300     EXIT.
064400*
064500*==========================================================
064600*  6100-SET-CAL-SHOW
064700*     SETS THE PRINTABLE NAME OF THE CALENDAR IN
064800*     DC-CALENDAR-ID - SPACES PRINTS AS BASE.
064900*==========================================================
065000 6100-SET-CAL-SHOW.
065100     IF DC-CALENDAR-ID = SPACES
065200         MOVE "BASE" TO WS-CAL-SHOW
065300     ELSE
065400         MOVE DC-CALENDAR-ID TO WS-CAL-SHOW
065500     END-IF.
065600 6100-SET-CAL-SHOW-EXIT.
065700     EXIT.
065800*
065900*==========================================================
066000*  6900-WRITE-RPT-LINE
066100*     WRITES THE SCRATCH LINE AREA TO THE REPORT FILE.
066200*==========================================================
066300 6900-WRITE-RPT-LINE.
066400     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
066500     WRITE DV-RPT-LINE.
066600 6900-WRITE-RPT-LINE-EXIT.
066700     EXIT.
066800*
066900*==========================================================
067000*  8000-WRITE-SUMMARY
067100*     WRITES THE FINAL TALLIES TO THE IMPACT REPORT AND
067200*     SETS THE COMPLETION CODE.
067300*==========================================================
067400 8000-WRITE-SUMMARY.
067500     MOVE SPACES TO WS-RPT-TEXT.
067600     PERFORM 6900-WRITE-RPT-LINE
067700         THRU 6900-WRITE-RPT-LINE-EXIT.
067800     MOVE SPACES TO WS-RPT-TEXT.
067900     STRING "ENRICHMENT RECORDS READ  = " WS-ENRICH-READ
068000         DELIMITED BY SIZE INTO WS-RPT-TEXT.
068100     PERFORM 6900-WRITE-RPT-LINE
068200         THRU 6900-WRITE-RPT-LINE-EXIT.
068300     MOVE SPACES TO WS-RPT-TEXT.
068400     STRING "ENRICHMENT ITEMS CHANGED = " WS-ENRICH-CHANGED
068500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
068600     PERFORM 6900-WRITE-RPT-LINE
068700         THRU 6900-WRITE-RPT-LINE-EXIT.
068800     MOVE SPACES TO WS-RPT-TEXT.
068900     STRING "ENRICHMENT NOT CHECKED   = " WS-ENRICH-UNCHECKED
069000         DELIMITED BY SIZE INTO WS-RPT-TEXT.
069100     PERFORM 6900-WRITE-RPT-LINE
069200         THRU 6900-WRITE-RPT-LINE-EXIT.
069300     MOVE SPACES TO WS-RPT-TEXT.
069400     STRING "RANGE RECORDS READ       = " WS-RANGES-READ
069500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
069600     PERFORM 6900-WRITE-RPT-LINE
069700         THRU 6900-WRITE-RPT-LINE-EXIT.
069800     MOVE SPACES TO WS-RPT-TEXT.
069900     STRING "RANGE SPANS CHANGED      = " WS-RANGES-CHANGED
070000         DELIMITED BY SIZE INTO WS-RPT-TEXT.
070100     PERFORM 6900-WRITE-RPT-LINE
070200         THRU 6900-WRITE-RPT-LINE-EXIT.
070300     MOVE SPACES TO WS-RPT-TEXT.
070400     STRING "RANGES NOT CHECKED       = " WS-RANGES-UNCHECKED
070500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
070600     PERFORM 6900-WRITE-RPT-LINE
070700         THRU 6900-WRITE-RPT-LINE-EXIT.
070800     MOVE SPACES TO WS-RPT-TEXT.
070900     STRING "BUS-DAY FLAGS CHANGED    = " WS-TOTAL-FLAG
071000         DELIMITED BY SIZE INTO WS-RPT-TEXT.
071100     PERFORM 6900-WRITE-RPT-LINE
071200         THRU 6900-WRITE-RPT-LINE-EXIT.
071300     MOVE SPACES TO WS-RPT-TEXT.
071400     STRING "NEXT BUS DATES CHANGED   = " WS-TOTAL-NEXT
071500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
071600     PERFORM 6900-WRITE-RPT-LINE
071700         THRU 6900-WRITE-RPT-LINE-EXIT.
071800     IF WS-ENRICH-CHANGED > ZERO OR WS-RANGES-CHANGED > ZERO
071900         OR WS-ENRICH-UNCHECKED > ZERO
072000         OR WS-RANGES-UNCHECKED > ZERO
072100         MOVE 04 TO WS-COMPLETION-CODE
072200     ELSE
072300         MOVE ZERO TO WS-COMPLETION-CODE
072400     END-IF.
072500     DISPLAY "HOLIMPCT: " WS-ENRICH-CHANGED
072600         " enrichment items and " WS-RANGES-CHANGED
072700         " range spans changed - see IMPCTRPT.".
072800 8000-WRITE-SUMMARY-EXIT.
072900     EXIT.
073000*
073100*==========================================================
073200*  9000-TERMINATE
073300*     CLOSES THE OPEN FILES.
073400*==========================================================
073500 9000-TERMINATE.
073600     CLOSE ENRICH-FILE.
073700     CLOSE NEW-ENRICH-FILE.
073800     IF WS-VALOUT-AVAILABLE
073900         CLOSE VALID-OUT-FILE
074000     END-IF.
074100     CLOSE REPORT-FILE.
074200 9000-TERMINATE-EXIT.
074300     EXIT.
074400*
074500*==========================================================
074600*  9900-CALENDAR-FAILED
074700*     DATECALC COULD NOT READ THE HOLIDAY CALENDAR, SO NO
074800*     ITEM CAN BE RECHECKED.  THE RUN IS STOPPED WITH CODE
074900*     12 RATHER THAN WRITE A CORRECTED FILE THAT IS NOT.
075000*==========================================================
075100 9900-CALENDAR-FAILED.
075200     DISPLAY "HOLIMPCT: holiday calendar unavailable - "
075300         DC-REASON-TEXT.
075400     MOVE "** RUN STOPPED - HOLIDAY CALENDAR UNAVAILABLE."
075500         TO WS-RPT-TEXT.
075600     PERFORM 6900-WRITE-RPT-LINE
075700         THRU 6900-WRITE-RPT-LINE-EXIT.
075800     PERFORM 9000-TERMINATE
075900         THRU 9000-TERMINATE-EXIT.
076000     MOVE 12 TO RETURN-CODE.
076100     STOP RUN.
076200 9900-CALENDAR-FAILED-EXIT.
076300     EXIT.
