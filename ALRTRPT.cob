000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     ALRTRPT.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL PROGRAM.  DAILY REPORT OF THE
001200*                  ALERTS ON THE CENTRAL ALERT QUEUE (ALERTQ)
001300*                  THAT NOBODY HAS ACKNOWLEDGED YET - CRITICAL
001400*                  FIRST, THEN WARNINGS, THEN INFORMATION,
001500*                  OLDEST FIRST WITHIN EACH - WITH HOW LONG
001600*                  EACH HAS BEEN WAITING, SO NOTHING RAISED
001700*                  OVERNIGHT IS MISSED AT SHIFT CHANGE.  AN
001800*                  ALERT WAITING LONGER THAN A SHIFT IS
001900*                  FLAGGED.  ENDS WITH CODE 4 WHEN ANY ALERT
002000*                  IS STILL UNACKNOWLEDGED.
002100*----------------------------------------------------------
002200*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500       SOURCE-COMPUTER.   IBM-370.
002600       OBJECT-COMPUTER.   IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900       SELECT ALERT-QUEUE       ASSIGN TO "ALERTQ"
003000           ORGANIZATION INDEXED
003100           ACCESS MODE DYNAMIC
003200           RECORD KEY DV-ALT-KEY
003300           FILE STATUS IS WS-ALERT-STATUS.
003400       SELECT REPORT-FILE       ASSIGN TO "ALERTRPT"
003500           ORGANIZATION LINE SEQUENTIAL
003600           FILE STATUS IS WS-REPORT-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ALERT-QUEUE.
004100 COPY DVALERT.
004200 FD  REPORT-FILE.
004300 01  DV-RPT-LINE                 PIC X(120).
004400*
004500 WORKING-STORAGE SECTION.
004600*
004700*----------------------------------------------------------
004800*  FILE STATUS FIELDS
004900*----------------------------------------------------------
005000 77  WS-ALERT-STATUS              PIC X(02).
005100 77  WS-REPORT-STATUS             PIC X(02).
005200*
005300*----------------------------------------------------------
005400*  END-OF-QUEUE AND QUEUE-PRESENT SWITCHES
005500*----------------------------------------------------------
005600 77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
005700     88  DV-END-OF-QUEUE          VALUE 'Y'.
005800     88  DV-NOT-END-OF-QUEUE      VALUE 'N'.
005900 77  WS-QUEUE-SW                  PIC X(01) VALUE 'Y'.
006000     88  WS-QUEUE-PRESENT         VALUE 'Y'.
006100     88  WS-QUEUE-ABSENT          VALUE 'N'.
006200*
006300*----------------------------------------------------------
006400*  SEVERITIES IN THE ORDER THEY ARE REPORTED, WITH THE
006500*  UNACKNOWLEDGED COUNT FOR EACH
006600*----------------------------------------------------------
006700 01  WS-SEV-ORDER-V.
006800     05  FILLER                   PIC X(12) VALUE 'CCRITICAL   '.
006900     05  FILLER                   PIC X(12) VALUE 'WWARNING    '.
007000     05  FILLER                   PIC X(12) VALUE 'IINFORMATION'.
007100 01  WS-SEV-ORDER-TABLE REDEFINES WS-SEV-ORDER-V.
007200     05  WS-SEV-ENTRY             OCCURS 3 TIMES.
007300         10  WS-SEV-CODE          PIC X(01).
007400         10  WS-SEV-NAME          PIC X(11).
007500 01  WS-SEV-COUNT-TABLE.
007600     05  WS-SEV-UNACKED           PIC 9(06) OCCURS 3 TIMES.
007700 77  WS-SEV-SUB                   PIC 9(01).
007800*
007900*----------------------------------------------------------
008000*  QUEUE TALLIES
008100*----------------------------------------------------------
008200 77  WS-RECORDS-READ              PIC 9(08) VALUE ZERO.
008300 77  WS-TOTAL-UNACKED             PIC 9(06) VALUE ZERO.
008400 77  WS-TOTAL-ACKED               PIC 9(06) VALUE ZERO.
008500 77  WS-TOTAL-CLOSED              PIC 9(06) VALUE ZERO.
008600 77  WS-TOTAL-OVER-SHIFT          PIC 9(06) VALUE ZERO.
008700*
008800*----------------------------------------------------------
008900*  WAITING TIME - THE RUN DATE AND THE DATE EACH ALERT WAS
009000*  RAISED ARE EACH TURNED INTO A SERIAL DAY NUMBER, AND THE
009100*  DIFFERENCE, WITH THE TIMES OF DAY, INTO MINUTES.  AN
009200*  ALERT WAITING LONGER THAN A SHIFT IS FLAGGED.
009300*----------------------------------------------------------
009400 77  WS-SHIFT-MINUTES             PIC 9(04) COMP VALUE 480.
009500 77  WS-TODAY-SERIAL              PIC 9(08) COMP.
009600 77  WS-NOW-MINUTES               PIC 9(04) COMP.
009700 77  WS-ALERT-MINUTES             PIC 9(04) COMP.
009800 77  WS-WAIT-MINUTES              PIC S9(09) COMP.
009900 77  WS-OLDEST-MINUTES            PIC S9(09) COMP VALUE ZERO.
010000 77  WS-WAIT-DAYS                 PIC 9(05) COMP.
010100 77  WS-WAIT-REST                 PIC 9(05) COMP.
010200 77  WS-WAIT-HOURS                PIC 9(02) COMP.
010300 77  WS-WAIT-MINS                 PIC 9(02) COMP.
010400 01  WS-RUN-TIME                  PIC 9(08).
010500 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
010600     05  WS-RUN-HH                PIC 9(02).
010700     05  WS-RUN-MN                PIC 9(02).
010800     05  FILLER                   PIC 9(04).
010900 01  WS-RAISED-TIME               PIC 9(06).
011000 01  WS-RAISED-TIME-R REDEFINES WS-RAISED-TIME.
011100     05  WS-RAISED-HH             PIC 9(02).
011200     05  WS-RAISED-MN             PIC 9(02).
011300     05  WS-RAISED-SS             PIC 9(02).
011400*
011500*----------------------------------------------------------
011600*  DATE-TO-SERIAL CONVERSION WORK FIELDS
011700*----------------------------------------------------------
011800 01  WS-CONV-DATE                PIC 9(08).
011900 01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
012000     05  WS-CONV-YYYY            PIC 9(04).
012100     05  WS-CONV-MM              PIC 9(02).
012200     05  WS-CONV-DD              PIC 9(02).
012300 77  WS-CONV-SERIAL               PIC 9(08) COMP.
012400 77  WS-PRIOR-YYYY                PIC 9(06) COMP.
012500 77  WS-LEAP-TERM                 PIC 9(06) COMP.
012600 77  WS-DIV-RESULT                PIC 9(06) COMP.
012700 77  WS-REM-4                     PIC 9(04) COMP.
012800 77  WS-REM-100                   PIC 9(04) COMP.
012900 77  WS-REM-400                   PIC 9(04) COMP.
013000 77  WS-LEAP-SW                   PIC X(01) VALUE 'N'.
013100     88  WS-LEAP-YEAR             VALUE 'Y'.
013200     88  WS-NOT-LEAP-YEAR         VALUE 'N'.
013300*
013400*----------------------------------------------------------
013500*  CUMULATIVE DAYS BEFORE EACH MONTH (NON-LEAP YEAR)
013600*----------------------------------------------------------
013700 01  WS-CUM-DAYS-V.
013800     05  FILLER                  PIC X(18)
013900             VALUE '000031059090120151'.
014000     05  FILLER                  PIC X(18)
014100             VALUE '181212243273304334'.
014200 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-V.
014300     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
014400*
014500*----------------------------------------------------------
014600*  EDITED DISPLAY FIELDS, RUN DATE, COMPLETION CODE AND
014700*  SCRATCH LINE AREA
014800*----------------------------------------------------------
014900 77  WS-DAYS-ED                   PIC ZZZZ9.
015000 77  WS-HOURS-ED                  PIC 99.
015100 77  WS-MINS-ED                   PIC 99.
015200 77  WS-RUN-DATE                  PIC 9(08).
015300 77  WS-COMPLETION-CODE           PIC 9(02) VALUE ZERO.
015400 01  WS-RPT-TEXT                  PIC X(120).
015500*
015600 PROCEDURE DIVISION.
015700*
015800*==========================================================
015900*  0000-MAINLINE
016000*     PROGRAM ENTRY POINT.
016100*==========================================================
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE
016400         THRU 1000-INITIALIZE-EXIT.
016500     IF WS-QUEUE-PRESENT
016600         PERFORM 2000-REPORT-ONE-SEVERITY
016700             THRU 2000-REPORT-ONE-SEVERITY-EXIT
016800             VARYING WS-SEV-SUB FROM 1 BY 1
016900             UNTIL WS-SEV-SUB > 3
017000     END-IF.
017100     PERFORM 8000-WRITE-SUMMARY
017200         THRU 8000-WRITE-SUMMARY-EXIT.
017300     PERFORM 9000-TERMINATE
017400         THRU 9000-TERMINATE-EXIT.
017500     MOVE WS-COMPLETION-CODE TO RETURN-CODE.
017600     STOP RUN.
017700*
017800*==========================================================
017900*  1000-INITIALIZE
018000*     OPENS THE QUEUE AND THE REPORT FILE, WORKS OUT THE
018100*     RUN DATE'S SERIAL DAY AND THE TIME OF DAY IN MINUTES,
018200*     AND WRITES THE HEADINGS.  NO QUEUE ON FILE MEANS NO
018300*     ALERT HAS EVER BEEN RAISED.
018400*==========================================================
018500 1000-INITIALIZE.
018600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018700     ACCEPT WS-RUN-TIME FROM TIME.
018800     MOVE ZERO TO WS-SEV-UNACKED (1).
018900     MOVE ZERO TO WS-SEV-UNACKED (2).
019000     MOVE ZERO TO WS-SEV-UNACKED (3).
019100     OPEN INPUT ALERT-QUEUE.
019200     IF WS-ALERT-STATUS = "35"
019300         SET WS-QUEUE-ABSENT TO TRUE
019400     ELSE
019500         IF WS-ALERT-STATUS NOT = "00"
019600             DISPLAY "ALRTRPT: cannot open ALERTQ, status="
019700                 WS-ALERT-STATUS
019800             MOVE 12 TO RETURN-CODE
019900             STOP RUN
020000         END-IF
020100     END-IF.
020200     OPEN OUTPUT REPORT-FILE.
020300     IF WS-REPORT-STATUS NOT = "00"
020400         DISPLAY "ALRTRPT: cannot open ALERTRPT, status="
020500             WS-REPORT-STATUS
020600         MOVE 12 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     MOVE WS-RUN-DATE TO WS-CONV-DATE.
021000     PERFORM 6000-DATE-TO-SERIAL
021100         THRU 6000-DATE-TO-SERIAL-EXIT.
021200     MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.
021300     COMPUTE WS-NOW-MINUTES = WS-RUN-HH * 60 + WS-RUN-MN.
021400     MOVE SPACES TO WS-RPT-TEXT.
021500     STRING "UNACKNOWLEDGED ALERT REPORT - RUN DATE "
021600             WS-RUN-DATE " TIME " WS-RUN-TIME (1:4)
021700         DELIMITED BY SIZE INTO WS-RPT-TEXT.
021800     PERFORM 6900-WRITE-RPT-LINE
021900         THRU 6900-WRITE-RPT-LINE-EXIT.
022000     MOVE ALL "=" TO WS-RPT-TEXT.
022100     PERFORM 6900-WRITE-RPT-LINE
022200         THRU 6900-WRITE-RPT-LINE-EXIT.
022300 1000-INITIALIZE-EXIT.
022400     EXIT.
022500*
022600*==========================================================
022700*  2000-REPORT-ONE-SEVERITY
022800*     READS THE QUEUE THROUGH, OLDEST FIRST, FOR ONE
022900*     SEVERITY, LISTING ITS UNACKNOWLEDGED ALERTS UNDER A
023000*     HEADING.  THE CLOSED AND ACKNOWLEDGED ALERTS ARE
023100*     COUNTED ON THE FIRST PASS ONLY.
023200*==========================================================
023300 2000-REPORT-ONE-SEVERITY.
023400     MOVE SPACES TO WS-RPT-TEXT.
023500     PERFORM 6900-WRITE-RPT-LINE
023600         THRU 6900-WRITE-RPT-LINE-EXIT.
023700     MOVE SPACES TO WS-RPT-TEXT.
023800     STRING WS-SEV-NAME (WS-SEV-SUB) DELIMITED BY SPACE
023900             " ALERTS" DELIMITED BY SIZE
024000         INTO WS-RPT-TEXT.
024100     PERFORM 6900-WRITE-RPT-LINE
024200         THRU 6900-WRITE-RPT-LINE-EXIT.
024300     SET DV-NOT-END-OF-QUEUE TO TRUE.
024400     MOVE LOW-VALUES TO DV-ALT-KEY.
024500     START ALERT-QUEUE KEY NOT LESS THAN DV-ALT-KEY.
024600     IF WS-ALERT-STATUS = "00"
024700         PERFORM 2100-REPORT-ONE-ALERT
024800             THRU 2100-REPORT-ONE-ALERT-EXIT
024900             UNTIL DV-END-OF-QUEUE
025000     END-IF.
025100     IF WS-SEV-UNACKED (WS-SEV-SUB) = ZERO
025200         MOVE "  NONE WAITING." TO WS-RPT-TEXT
025300         PERFORM 6900-WRITE-RPT-LINE
025400             THRU 6900-WRITE-RPT-LINE-EXIT
025500     END-IF.
025600 2000-REPORT-ONE-SEVERITY-EXIT.
025700     EXIT.
025800*
025900*==========================================================
026000*  2100-REPORT-ONE-ALERT
026100*     READS THE NEXT ALERT AND, WHEN IT IS STILL OPEN AND
026200*     OF THE SEVERITY BEING REPORTED, LISTS IT WITH ITS
026300*     WAITING TIME.
026400*==========================================================
026500 2100-REPORT-ONE-ALERT.
026600     READ ALERT-QUEUE NEXT RECORD
026700         AT END
026800             SET DV-END-OF-QUEUE TO TRUE
026900             GO TO 2100-REPORT-ONE-ALERT-EXIT
027000     END-READ.
027100     IF WS-ALERT-STATUS NOT = "00"
027200         DISPLAY "ALRTRPT: read failed on ALERTQ, status="
027300             WS-ALERT-STATUS
027400         MOVE 12 TO RETURN-CODE
027500         STOP RUN
027600     END-IF.
027700     IF WS-SEV-SUB = 1
027800         ADD 1 TO WS-RECORDS-READ
027900         IF DV-ALT-ACKNOWLEDGED
028000             ADD 1 TO WS-TOTAL-ACKED
028100         END-IF
028200         IF DV-ALT-CLOSED
028300             ADD 1 TO WS-TOTAL-CLOSED
028400         END-IF
028500     END-IF.
028600     IF NOT DV-ALT-OPEN
028700         GO TO 2100-REPORT-ONE-ALERT-EXIT
028800     END-IF.
028900     IF DV-ALT-SEVERITY NOT = WS-SEV-CODE (WS-SEV-SUB)
029000         GO TO 2100-REPORT-ONE-ALERT-EXIT
029100     END-IF.
029200     ADD 1 TO WS-SEV-UNACKED (WS-SEV-SUB).
029300     ADD 1 TO WS-TOTAL-UNACKED.
029400     PERFORM 2200-WORK-OUT-WAIT
029500         THRU 2200-WORK-OUT-WAIT-EXIT.
029600     MOVE SPACES TO WS-RPT-TEXT.
029700     STRING "  " DV-ALT-SEVERITY " "
029800             DV-ALT-RAISED-TS (1:8) "-" DV-ALT-RAISED-TS (9:6)
029900             " " DV-ALT-PROGRAM
030000             " " DV-ALT-SUBJECT
030100             " WAITING " WS-DAYS-ED "D " WS-HOURS-ED "H "
030200             WS-MINS-ED "M"
030300         DELIMITED BY SIZE INTO WS-RPT-TEXT.
030400     IF WS-WAIT-MINUTES > WS-SHIFT-MINUTES
030500         ADD 1 TO WS-TOTAL-OVER-SHIFT
030600         MOVE "** OVER A SHIFT" TO WS-RPT-TEXT (84:15)
030700     END-IF.
030800     PERFORM 6900-WRITE-RPT-LINE
030900         THRU 6900-WRITE-RPT-LINE-EXIT.
031000     MOVE SPACES TO WS-RPT-TEXT.
031100     STRING "      " DV-ALT-MESSAGE
031200         DELIMITED BY SIZE INTO WS-RPT-TEXT.
031300     PERFORM 6900-WRITE-RPT-LINE
031400         THRU 6900-WRITE-RPT-LINE-EXIT.
031500 2100-REPORT-ONE-ALERT-EXIT.
031600     EXIT.
031700*
031800*==========================================================
031900*  2200-WORK-OUT-WAIT
032000*     WORKS OUT HOW LONG THE ALERT HAS BEEN WAITING, IN
032100*     MINUTES AND AS DAYS, HOURS AND MINUTES, AND KEEPS THE
032200*     LONGEST WAIT SEEN.
032300*==========================================================
032400 2200-WORK-OUT-WAIT.
032500     MOVE DV-ALT-RAISED-DATE TO WS-CONV-DATE.
032600     PERFORM 6000-DATE-TO-SERIAL
032700         THRU 6000-DATE-TO-SERIAL-EXIT.
032800     MOVE DV-ALT-RAISED-TIME TO WS-RAISED-TIME.
032900     COMPUTE WS-ALERT-MINUTES = WS-RAISED-HH * 60 + WS-RAISED-MN.
033000     COMPUTE WS-WAIT-MINUTES =
033100         (WS-TODAY-SERIAL - WS-CONV-SERIAL) * 1440
033200         + WS-NOW-MINUTES - WS-ALERT-MINUTES.
033300     IF WS-WAIT-MINUTES < ZERO
033400         MOVE ZERO TO WS-WAIT-MINUTES
033500     END-IF.
033600     IF WS-WAIT-MINUTES > WS-OLDEST-MINUTES
033700         MOVE WS-WAIT-MINUTES TO WS-OLDEST-MINUTES
033800     END-IF.
033900     PERFORM 2300-SPLIT-WAIT
034000         THRU 2300-SPLIT-WAIT-EXIT.
034100 2200-WORK-OUT-WAIT-EXIT.
034200     EXIT.
034300*
034400*==========================================================
034500*  2300-SPLIT-WAIT
034600*     SPLITS WS-WAIT-MINUTES INTO DAYS, HOURS AND MINUTES
034700*     FOR PRINTING.
034800*==========================================================
034900 2300-SPLIT-WAIT.
035000     DIVIDE WS-WAIT-MINUTES BY 1440
035100         GIVING WS-WAIT-DAYS
035200         REMAINDER WS-WAIT-REST.
035300     DIVIDE WS-WAIT-REST BY 60
035400         GIVING WS-WAIT-HOURS
035500         REMAINDER WS-WAIT-MINS.
035600     MOVE WS-WAIT-DAYS TO WS-DAYS-ED.
035700     MOVE WS-WAIT-HOURS TO WS-HOURS-ED.
035800     MOVE WS-WAIT-MINS TO WS-MINS-ED.
035900 2300-SPLIT-WAIT-EXIT.
036000     EXIT.
036100*
036200*==========================================================
036300*  6000-DATE-TO-SERIAL
036400*     TURNS THE YYYYMMDD DATE IN WS-CONV-DATE INTO A
036500*     SERIAL DAY NUMBER IN WS-CONV-SERIAL - SAME METHOD AS
036600*     SUSPRPT.
036700*==========================================================
036800 6000-DATE-TO-SERIAL.
036900     SUBTRACT 1 FROM WS-CONV-YYYY GIVING WS-PRIOR-YYYY.
037000     COMPUTE WS-CONV-SERIAL = WS-PRIOR-YYYY * 365.
037100     DIVIDE WS-PRIOR-YYYY BY 4 GIVING WS-LEAP-TERM.
037200     ADD WS-LEAP-TERM TO WS-CONV-SERIAL.
037300     DIVIDE WS-PRIOR-YYYY BY 100 GIVING WS-LEAP-TERM.
037400     SUBTRACT WS-LEAP-TERM FROM WS-CONV-SERIAL.
037500     DIVIDE WS-PRIOR-YYYY BY 400 GIVING WS-LEAP-TERM.
037600     ADD WS-LEAP-TERM TO WS-CONV-SERIAL.
037700     ADD WS-CUM-DAYS (WS-CONV-MM) TO WS-CONV-SERIAL.
037800     ADD WS-CONV-DD TO WS-CONV-SERIAL.
037900     IF WS-CONV-MM > 2
038000         PERFORM 6100-DETERMINE-LEAP-YEAR
038100             THRU 6100-DETERMINE-LEAP-YEAR-EXIT
038200         IF WS-LEAP-YEAR
038300             ADD 1 TO WS-CONV-SERIAL
038400         END-IF
038500     END-IF.
038600 6000-DATE-TO-SERIAL-EXIT.
038700     EXIT.
038800*
038900*==========================================================
039000*  6100-DETERMINE-LEAP-YEAR
039100*     SETS WS-LEAP-SW FOR WS-CONV-YYYY - SAME RULE AND
039200*     METHOD AS DATEVAL.
039300*==========================================================
039400 6100-DETERMINE-LEAP-YEAR.
039500     SET WS-NOT-LEAP-YEAR TO TRUE.
039600     DIVIDE WS-CONV-YYYY BY 4
039700         GIVING WS-DIV-RESULT
039800         REMAINDER WS-REM-4.
039900     IF WS-REM-4 = 0
040000         DIVIDE WS-CONV-YYYY BY 100
040100             GIVING WS-DIV-RESULT
040200             REMAINDER WS-REM-100
040300         IF WS-REM-100 NOT = 0
040400             SET WS-LEAP-YEAR TO TRUE
040500         ELSE
040600             DIVIDE WS-CONV-YYYY BY 400
040700                 GIVING WS-DIV-RESULT
040800                 REMAINDER WS-REM-400
040900             IF WS-REM-400 = 0
041000                 SET WS-LEAP-YEAR TO TRUE
041100             END-IF
041200         END-IF
041300     END-IF.
041400 6100-DETERMINE-LEAP-YEAR-EXIT.
041500     EXIT.
041600*
041700*==========================================================
041800*  8000-WRITE-SUMMARY
041900*     WRITES THE UNACKNOWLEDGED COUNTS BY SEVERITY, THE
042000*     LONGEST WAIT AND THE ACKNOWLEDGED AND CLOSED COUNTS,
042100*     AND SETS THE COMPLETION CODE - 4 WHEN ANY ALERT IS
042200*     STILL UNACKNOWLEDGED, OTHERWISE 0.
042300*==========================================================
042400 8000-WRITE-SUMMARY.
042500     MOVE SPACES TO WS-RPT-TEXT.
042600     PERFORM 6900-WRITE-RPT-LINE
042700         THRU 6900-WRITE-RPT-LINE-EXIT.
042800     IF WS-QUEUE-ABSENT
042900         MOVE "NO ALERTS HAVE BEEN RAISED - ALERTQ NOT ON FILE."
043000             TO WS-RPT-TEXT
043100         PERFORM 6900-WRITE-RPT-LINE
043200             THRU 6900-WRITE-RPT-LINE-EXIT
043300         GO TO 8000-WRITE-SUMMARY-EXIT
043400     END-IF.
043500     MOVE SPACES TO WS-RPT-TEXT.
043600     STRING "UNACKNOWLEDGED   = " WS-TOTAL-UNACKED
043700             "  (CRITICAL " WS-SEV-UNACKED (1)
043800             ", WARNING " WS-SEV-UNACKED (2)
043900             ", INFORMATION " WS-SEV-UNACKED (3) ")"
044000         DELIMITED BY SIZE INTO WS-RPT-TEXT.
044100     PERFORM 6900-WRITE-RPT-LINE
044200         THRU 6900-WRITE-RPT-LINE-EXIT.
044300     MOVE SPACES TO WS-RPT-TEXT.
044400     STRING "OVER A SHIFT     = " WS-TOTAL-OVER-SHIFT
044500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
044600     PERFORM 6900-WRITE-RPT-LINE
044700         THRU 6900-WRITE-RPT-LINE-EXIT.
044800     IF WS-TOTAL-UNACKED > ZERO
044900         MOVE WS-OLDEST-MINUTES TO WS-WAIT-MINUTES
045000         PERFORM 2300-SPLIT-WAIT
045100             THRU 2300-SPLIT-WAIT-EXIT
045200         MOVE SPACES TO WS-RPT-TEXT
045300         STRING "LONGEST WAIT     = " WS-DAYS-ED "D "
045400                 WS-HOURS-ED "H " WS-MINS-ED "M"
045500             DELIMITED BY SIZE INTO WS-RPT-TEXT
045600         PERFORM 6900-WRITE-RPT-LINE
045700             THRU 6900-WRITE-RPT-LINE-EXIT
045800         MOVE 04 TO WS-COMPLETION-CODE
045900     END-IF.
046000     MOVE SPACES TO WS-RPT-TEXT.
046100     STRING "ALERTS ON QUEUE  = " WS-RECORDS-READ
046200             ", ACKNOWLEDGED = " WS-TOTAL-ACKED
046300             ", CLOSED = " WS-TOTAL-CLOSED
046400         DELIMITED BY SIZE INTO WS-RPT-TEXT.
046500     PERFORM 6900-WRITE-RPT-LINE
046600         THRU 6900-WRITE-RPT-LINE-EXIT.
046700 8000-WRITE-SUMMARY-EXIT.
046800     EXIT.
046900*
047000*==========================================================
047100*  6900-WRITE-RPT-LINE
047200*     WRITES THE SCRATCH LINE AREA TO THE REPORT FILE.
047300*==========================================================
047400 6900-WRITE-RPT-LINE.
047500     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
047600     WRITE DV-RPT-LINE.
047700 6900-WRITE-RPT-LINE-EXIT.
047800     EXIT.
047900*
048000*==========================================================
048100*  9000-TERMINATE
048200*     CLOSES THE OPEN FILES.
048300*==========================================================
048400 9000-TERMINATE.
048500     IF WS-QUEUE-PRESENT
048600         CLOSE ALERT-QUEUE
048700     END-IF.
048800     CLOSE REPORT-FILE.
048900 9000-TERMINATE-EXIT.
049000     EXIT.
