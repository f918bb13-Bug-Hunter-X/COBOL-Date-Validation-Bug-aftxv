000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     FEEDSCOR.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL PROGRAM.  MONTHLY SCORECARD FOR
001200*                  EACH SOURCE SYSTEM ON THE EXPECTED-FEED
001300*                  REGISTER (FEEDREG), FOR THE SUPPLIER
001400*                  REVIEWS.  TIMELINESS COMES FROM FEEDCHK'S
001500*                  ARRIVAL HISTORY (ARRHIST) - DAYS DUE, ON
001600*                  TIME, LATE, STALE AND MISSING.  THE
001700*                  INVALID RATE BY REASON CODE, THE DUPLICATE
001800*                  RATE AND THE TRAILER RECONCILIATION
001900*                  FAILURES COME FROM DTBATCH'S AUDIT ENTRIES
002000*                  BY FEED (AUDARCHV AND AUDITLOG), LEAVING
002100*                  OUT RUNS BACKED OUT BY DTREVRS (RUNHIST).
002200*                  THE OPEN SUSPENSE COUNT AND AVERAGE AGE,
002300*                  AND THE ITEMS WRITTEN OFF IN THE MONTH,
002400*                  COME FROM SUSPMSTR.  EACH FEED IS GRADED
002500*                  A, B OR C AGAINST THE WARNING AND FAILURE
002600*                  LIMITS ON THE PARAMETER FILE (SCORPARM)
002700*                  AND SHOWN AGAINST ITS PREVIOUS MONTH FROM
002800*                  THE SCORECARD HISTORY (SCORHIST), TO WHICH
002900*                  THIS MONTH'S FIGURES ARE THEN ADDED.
003000*----------------------------------------------------------
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400       SOURCE-COMPUTER.   IBM-370.
003500       OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800       SELECT FEEDREG-FILE      ASSIGN TO "FEEDREG"
003900           ORGANIZATION LINE SEQUENTIAL
004000           FILE STATUS IS WS-FEEDREG-STATUS.
004100       SELECT ARRIVAL-HIST-FILE ASSIGN TO "ARRHIST"
004200           ORGANIZATION LINE SEQUENTIAL
004300           FILE STATUS IS WS-ARRHIST-STATUS.
004400       SELECT ARCHIVE-FILE      ASSIGN TO "AUDARCHV"
004500           ORGANIZATION LINE SEQUENTIAL
004600           FILE STATUS IS WS-ARCHIVE-STATUS.
004700       SELECT AUDIT-FILE        ASSIGN TO "AUDITLOG"
004800           ORGANIZATION LINE SEQUENTIAL
004900           FILE STATUS IS WS-AUDIT-STATUS.
005000       SELECT RUNHIST-FILE      ASSIGN TO "RUNHIST"
005100           ORGANIZATION LINE SEQUENTIAL
005200           FILE STATUS IS WS-RUNHIST-STATUS.
005300       SELECT SUSPENSE-MASTER   ASSIGN TO "SUSPMSTR"
005400           ORGANIZATION INDEXED
005500           ACCESS MODE SEQUENTIAL
005600           RECORD KEY DV-SUS-KEY
005700           FILE STATUS IS WS-SUSP-STATUS.
005800       SELECT SCORPARM-FILE     ASSIGN TO "SCORPARM"
005900           ORGANIZATION LINE SEQUENTIAL
006000           FILE STATUS IS WS-SCORPARM-STATUS.
006100       SELECT SCORHIST-FILE     ASSIGN TO "SCORHIST"
006200           ORGANIZATION LINE SEQUENTIAL
006300           FILE STATUS IS WS-SCORHIST-STATUS.
006400       SELECT REPORT-FILE       ASSIGN TO "SCORRPT"
006500           ORGANIZATION LINE SEQUENTIAL
006600           FILE STATUS IS WS-REPORT-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  FEEDREG-FILE.
007100 COPY DVFEEDRG.
007200 FD  ARRIVAL-HIST-FILE.
007300 COPY DVARRHST.
007400 FD  ARCHIVE-FILE.
007500 01  DV-ARCH-LINE                PIC X(119).
007600 FD  AUDIT-FILE.
007700 01  DV-AUDIT-LINE               PIC X(119).
007800 FD  RUNHIST-FILE.
007900 COPY DVRUNHST.
008000 FD  SUSPENSE-MASTER.
008100 COPY DVSUSP.
008200*    SAME KEYWORD/VALUE LAYOUT AS THE RUN-CONTROL PARAMETERS
008300*    (RUNPARMS), ONE SCORECARD LIMIT PER RECORD.
008400 FD  SCORPARM-FILE.
008500 COPY DVRUNPRM.
008600 FD  SCORHIST-FILE.
008700 COPY DVSCRHST.
008800 FD  REPORT-FILE.
008900 01  DV-RPT-LINE                 PIC X(120).
009000*
009100 WORKING-STORAGE SECTION.
009200*
009300*----------------------------------------------------------
009400*  FILE STATUS FIELDS
009500*----------------------------------------------------------
009600 77  WS-FEEDREG-STATUS            PIC X(02).
009700 77  WS-ARRHIST-STATUS            PIC X(02).
009800 77  WS-ARCHIVE-STATUS            PIC X(02).
009900 77  WS-AUDIT-STATUS              PIC X(02).
010000 77  WS-RUNHIST-STATUS            PIC X(02).
010100 77  WS-SUSP-STATUS               PIC X(02).
010200 77  WS-SCORPARM-STATUS           PIC X(02).
010300 77  WS-SCORHIST-STATUS           PIC X(02).
010400 77  WS-REPORT-STATUS             PIC X(02).
010500*
010600*----------------------------------------------------------
010700*  END-OF-FILE AND CONTROL SWITCHES
010800*----------------------------------------------------------
010900 77  WS-REG-EOF-SW                PIC X(01) VALUE 'N'.
011000     88  DV-END-OF-REGISTER       VALUE 'Y'.
011100     88  DV-NOT-END-OF-REGISTER   VALUE 'N'.
011200 77  WS-ARH-EOF-SW                PIC X(01) VALUE 'N'.
011300     88  DV-END-OF-ARRHIST        VALUE 'Y'.
011400     88  DV-NOT-END-OF-ARRHIST    VALUE 'N'.
011500 77  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
011600     88  DV-END-OF-AUDIT          VALUE 'Y'.
011700     88  DV-NOT-END-OF-AUDIT      VALUE 'N'.
011800 77  WS-RUN-EOF-SW                PIC X(01) VALUE 'N'.
011900     88  DV-END-OF-HISTORY        VALUE 'Y'.
012000     88  DV-NOT-END-OF-HISTORY    VALUE 'N'.
012100 77  WS-SUS-EOF-SW                PIC X(01) VALUE 'N'.
012200     88  DV-END-OF-MASTER         VALUE 'Y'.
012300     88  DV-NOT-END-OF-MASTER     VALUE 'N'.
012400 77  WS-PARM-EOF-SW               PIC X(01) VALUE 'N'.
012500     88  DV-END-OF-PARMS          VALUE 'Y'.
012600     88  DV-NOT-END-OF-PARMS      VALUE 'N'.
012700 77  WS-PARM-ERROR-SW             PIC X(01) VALUE 'N'.
012800     88  DV-PARM-ERROR            VALUE 'Y'.
012900     88  DV-PARM-CLEAN            VALUE 'N'.
013000 77  WS-SCH-EOF-SW                PIC X(01) VALUE 'N'.
013100     88  DV-END-OF-SCORHIST       VALUE 'Y'.
013200     88  DV-NOT-END-OF-SCORHIST   VALUE 'N'.
013300 77  WS-SCORHIST-SW               PIC X(01) VALUE 'N'.
013400     88  WS-SCORHIST-OPEN         VALUE 'Y'.
013500     88  WS-SCORHIST-CLOSED       VALUE 'N'.
013600 77  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
013700     88  WS-ENTRY-FOUND           VALUE 'Y'.
013800     88  WS-ENTRY-NOT-FOUND       VALUE 'N'.
013900*
014000*----------------------------------------------------------
014100*  SCORECARD LIMITS - BUILT-IN DEFAULTS, OVERRIDDEN BY
014200*  SCORPARM.  EACH KEYWORD'S VALUE IS THREE DIGITS:
014300*      ONTMWARN / ONTMFAIL  ON-TIME PERCENTAGE BELOW THIS
014400*      INVLWARN / INVLFAIL  INVALID PERCENTAGE ABOVE THIS
014500*      DUPLWARN / DUPLFAIL  DUPLICATE PERCENTAGE ABOVE THIS
014600*      CTLFWARN / CTLFFAIL  TRAILER FAILURES ABOVE THIS
014700*      SUSPWARN / SUSPFAIL  OPEN SUSPENSE ITEMS ABOVE THIS
014800*      AGEDWARN / AGEDFAIL  AVERAGE SUSPENSE AGE (DAYS)
014900*                           ABOVE THIS
015000*  A FAILURE LIMIT MAY NOT BE EASIER THAN ITS WARNING
015100*  LIMIT.  A MISSING SCORPARM MEANS THE DEFAULTS.
015200*----------------------------------------------------------
015300 77  WS-LIM-ONTM-WARN             PIC 9(03) VALUE 095.
015400 77  WS-LIM-ONTM-FAIL             PIC 9(03) VALUE 080.
015500 77  WS-LIM-INVL-WARN             PIC 9(03) VALUE 002.
015600 77  WS-LIM-INVL-FAIL             PIC 9(03) VALUE 005.
015700 77  WS-LIM-DUPL-WARN             PIC 9(03) VALUE 001.
015800 77  WS-LIM-DUPL-FAIL             PIC 9(03) VALUE 003.
015900 77  WS-LIM-CTLF-WARN             PIC 9(03) VALUE 000.
016000 77  WS-LIM-CTLF-FAIL             PIC 9(03) VALUE 002.
016100 77  WS-LIM-SUSP-WARN             PIC 9(03) VALUE 010.
016200 77  WS-LIM-SUSP-FAIL             PIC 9(03) VALUE 050.
016300 77  WS-LIM-AGED-WARN             PIC 9(03) VALUE 007.
016400 77  WS-LIM-AGED-FAIL             PIC 9(03) VALUE 030.
016500*
016600*----------------------------------------------------------
016700*  RUN DATE, THE MONTH BEING SCORED AND THE MONTH BEFORE
016800*  IT (FOR THE COMPARISON)
016900*----------------------------------------------------------
017000 01  WS-RUN-DATE                 PIC 9(08).
017100 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
017200     05  WS-RUN-MONTH            PIC 9(06).
017300     05  WS-RUN-DD               PIC 9(02).
017400 77  WS-MONTH-A                   PIC X(06).
017500 01  WS-SCORE-MONTH              PIC 9(06).
017600 01  WS-SCORE-MONTH-R REDEFINES WS-SCORE-MONTH.
017700     05  WS-SCORE-YYYY           PIC 9(04).
017800     05  WS-SCORE-MM             PIC 9(02).
017900 01  WS-SCORE-MONTH-X REDEFINES WS-SCORE-MONTH
018000                                 PIC X(06).
018100 01  WS-PREV-MONTH               PIC 9(06).
018200 01  WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
018300     05  WS-PREV-YYYY            PIC 9(04).
018400     05  WS-PREV-MM              PIC 9(02).
018500*
018600*----------------------------------------------------------
018700*  FEED TABLE - ONE ENTRY PER REGISTERED SOURCE SYSTEM,
018800*  WITH THE MONTH'S TALLIES AND THE PREVIOUS MONTH'S
018900*  FIGURES.  THE PENDING DATE AND STATUS HOLD THE LATEST
019000*  ARRIVAL RECORD FOR ONE DAY UNTIL THE NEXT DAY'S RECORD
019100*  COMES ALONG, SO ONLY THE LAST CHECK OF A DAY COUNTS.
019200*  EVERYTHING UNDER WS-FD-FIGURES IS NUMERIC AND IS
019300*  CLEARED IN ONE MOVE.
019400*----------------------------------------------------------
019500 01  WS-FEED-TABLE.
019600     05  WS-FD-ENTRY OCCURS 50 TIMES.
019700         10  WS-FD-NAME           PIC X(08).
019800         10  WS-FD-DESC           PIC X(30).
019900         10  WS-FD-PEND-STATUS    PIC X(01).
020000         10  WS-FD-PRV-SW         PIC X(01).
020100         10  WS-FD-PRV-GRADE      PIC X(01).
020200         10  WS-FD-FIGURES.
020300             15  WS-FD-PEND-DATE  PIC 9(08).
020400             15  WS-FD-DUE        PIC 9(04).
020500             15  WS-FD-ON-TIME    PIC 9(04).
020600             15  WS-FD-LATE       PIC 9(04).
020700             15  WS-FD-STALE      PIC 9(04).
020800             15  WS-FD-MISSING    PIC 9(04).
020900             15  WS-FD-RECORDS    PIC 9(08).
021000             15  WS-FD-INVALID    PIC 9(08).
021100             15  WS-FD-DUPLIC     PIC 9(08).
021200             15  WS-FD-RSN-COUNT  PIC 9(08) OCCURS 12 TIMES.
021300             15  WS-FD-BLOCKS     PIC 9(04).
021400             15  WS-FD-CTL-FAILS  PIC 9(04).
021500             15  WS-FD-SUSP-OPEN  PIC 9(06).
021600             15  WS-FD-SUSP-DAYS  PIC 9(08).
021700             15  WS-FD-WRITTEN-OFF PIC 9(06).
021800             15  WS-FD-PRV-ONTM-PCT PIC 9(03)V9.
021900             15  WS-FD-PRV-INVL-PCT PIC 9(03)V9.
022000             15  WS-FD-PRV-DUPL-PCT PIC 9(03)V9.
022100             15  WS-FD-PRV-CTL-FAILS PIC 9(04).
022200             15  WS-FD-PRV-SUSP-OPEN PIC 9(06).
022300             15  WS-FD-PRV-AVG-AGE PIC 9(04)V9.
022400 77  WS-FEED-COUNT                PIC 9(03) COMP VALUE ZERO.
022500 77  WS-FD-SUB                    PIC 9(03) COMP VALUE ZERO.
022600 77  WS-SRCH-SUB                  PIC 9(03) COMP VALUE ZERO.
022700 77  WS-LOOK-NAME                 PIC X(08).
022800*
022900*----------------------------------------------------------
023000*  INVALID REASON TEXTS AS DATEVAL AND DTBATCH WRITE THEM,
023100*  WITH THEIR DVCODES RETURN CODE.  ANY OTHER TEXT IS
023200*  COUNTED IN THE TWELFTH SLOT AS OTHER REASONS.
023300*----------------------------------------------------------
023400 01  WS-REASON-V.
023500     05  FILLER                  PIC 9(02) VALUE 09.
023600     05  FILLER                  PIC X(40)
023700             VALUE "Date format selector is not recognized.".
023800     05  FILLER                  PIC 9(02) VALUE 09.
023900     05  FILLER                  PIC X(40)
024000             VALUE "Date does not match the selected format.".
024100     05  FILLER                  PIC 9(02) VALUE 10.
024200     05  FILLER                  PIC X(40)
024300             VALUE "Month must be 01-12.".
024400     05  FILLER                  PIC 9(02) VALUE 11.
024500     05  FILLER                  PIC X(40)
024600             VALUE "Day is not valid for that month/year.".
024700     05  FILLER                  PIC 9(02) VALUE 12.
024800     05  FILLER                  PIC X(40)
024900             VALUE "Date is beyond the allowed cutoff.".
025000     05  FILLER                  PIC 9(02) VALUE 13.
025100     05  FILLER                  PIC X(40)
025200             VALUE "Date format not allowed for this feed.".
025300     05  FILLER                  PIC 9(02) VALUE 14.
025400     05  FILLER                  PIC X(40)
025500             VALUE "Date is older than the feed allows.".
025600     05  FILLER                  PIC 9(02) VALUE 15.
025700     05  FILLER                  PIC X(40)
025800             VALUE "From date is after the to date.".
025900     05  FILLER                  PIC 9(02) VALUE 20.
026000     05  FILLER                  PIC X(40)
026100             VALUE "Hour must be 00-23.".
026200     05  FILLER                  PIC 9(02) VALUE 21.
026300     05  FILLER                  PIC X(40)
026400             VALUE "Minute must be 00-59.".
026500     05  FILLER                  PIC 9(02) VALUE 22.
026600     05  FILLER                  PIC X(40)
026700             VALUE "Second must be 00-59.".
026800 01  WS-REASON-TABLE REDEFINES WS-REASON-V.
026900     05  WS-RSN-ENTRY OCCURS 11 TIMES.
027000         10  WS-RSN-CODE          PIC 9(02).
027100         10  WS-RSN-TEXT          PIC X(40).
027200 77  WS-RSN-SUB                   PIC 9(03) COMP VALUE ZERO.
027300 77  WS-RSN-FOUND                 PIC 9(03) COMP VALUE ZERO.
027400*
027500*----------------------------------------------------------
027600*  REVERSED-RUN WINDOWS - THE START AND END OF EACH
027700*  RUNHIST ROW BACKED OUT BY DTREVRS, AS DATE AND TIME
027800*  TOGETHER, THE SAME AS DTRECON.  A ROW WHOSE END TIME IS
027900*  BEFORE ITS START TIME RAN PAST MIDNIGHT AND ENDS ON THE
028000*  NEXT DAY.
028100*----------------------------------------------------------
028200 01  WS-REVERSED-TABLE.
028300     05  WS-RVW-ENTRY OCCURS 200 TIMES.
028400         10  WS-RVW-FROM          PIC 9(14).
028500         10  WS-RVW-TO            PIC 9(14).
028600 77  WS-RVW-COUNT                 PIC 9(03) COMP VALUE ZERO.
028700 77  WS-RVW-SUB                   PIC 9(03) COMP VALUE ZERO.
028800 77  WS-RVW-SW                    PIC X(01) VALUE 'N'.
028900     88  WS-IN-REVERSED-RUN       VALUE 'Y'.
029000     88  WS-NOT-IN-REVERSED-RUN   VALUE 'N'.
029100 77  WS-AUD-STAMP-A               PIC X(14).
029200 77  WS-AUD-STAMP                 PIC 9(14).
029300 01  WS-STAMP-WORK.
029400     05  WS-STAMP-DATE            PIC 9(08).
029500     05  WS-STAMP-TIME            PIC 9(06).
029600 01  WS-STAMP-WORK-N REDEFINES WS-STAMP-WORK
029700                                  PIC 9(14).
029800*
029900*----------------------------------------------------------
030000*  WORK DATE STEPPED ON A DAY FOR A WINDOW THAT RUNS PAST
030100*  MIDNIGHT, WITH THE DAYS-PER-MONTH TABLE - SAME METHOD
030200*  AS DATECALC
030300*----------------------------------------------------------
030400 01  WS-CALC-DATE                PIC 9(08).
030500 01  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
030600     05  WS-CALC-YYYY            PIC 9(04).
030700     05  WS-CALC-MM              PIC 9(02).
030800     05  WS-CALC-DD              PIC 9(02).
030900 01  WS-MONTH-DAYS-V.
031000     05  FILLER                  PIC X(24)
031100             VALUE '312831303130313130313031'.
031200 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-V.
031300     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
031400 77  WS-DAYS-IN-MONTH            PIC 9(02).
031500*
031600*----------------------------------------------------------
031700*  SERIAL DAY NUMBERS FOR THE SUSPENSE AGE - THE RUN DATE
031800*  AND THE ITEM'S FIRST-SEEN DATE ARE EACH TURNED INTO A
031900*  DAY COUNT AND SUBTRACTED, THE SAME AS SUSPRPT
032000*----------------------------------------------------------
032100 77  WS-TODAY-SERIAL              PIC 9(08) COMP.
032200 77  WS-DAYS-OUT                  PIC S9(08) COMP.
032300 01  WS-CONV-DATE                PIC 9(08).
032400 01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
032500     05  WS-CONV-YYYY            PIC 9(04).
032600     05  WS-CONV-MM              PIC 9(02).
032700     05  WS-CONV-DD              PIC 9(02).
032800 77  WS-CONV-SERIAL               PIC 9(08) COMP.
032900 77  WS-PRIOR-YYYY                PIC 9(06) COMP.
033000 77  WS-LEAP-TERM                 PIC 9(06) COMP.
033100 01  WS-CUM-DAYS-V.
033200     05  FILLER                  PIC X(18)
033300             VALUE '000031059090120151'.
033400     05  FILLER                  PIC X(18)
033500             VALUE '181212243273304334'.
033600 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-V.
033700     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
033800*
033900*----------------------------------------------------------
034000*  LEAP YEAR WORK FIELDS - THE YEAR TO TEST IS MOVED TO
034100*  WS-LEAP-YYYY FIRST
034200*----------------------------------------------------------
034300 77  WS-LEAP-YYYY                 PIC 9(04).
034400 77  WS-DIV-RESULT                PIC 9(06) COMP.
034500 77  WS-REM-4                     PIC 9(04) COMP.
034600 77  WS-REM-100                   PIC 9(04) COMP.
034700 77  WS-REM-400                   PIC 9(04) COMP.
034800 77  WS-LEAP-SW                   PIC X(01) VALUE 'N'.
034900     88  WS-LEAP-YEAR             VALUE 'Y'.
035000     88  WS-NOT-LEAP-YEAR         VALUE 'N'.
035100*
035200*----------------------------------------------------------
035300*  ONE FEED'S SCORE - RATES, GRADE AND THE LIMITS IT IS
035400*  PAST, EACH AS A SHORT TEXT IN THE NEXT FREE SLOT
035500*----------------------------------------------------------
035600 77  WS-ONTM-PCT                  PIC 9(03)V9.
035700 77  WS-INVL-PCT                  PIC 9(03)V9.
035800 77  WS-DUPL-PCT                  PIC 9(03)V9.
035900 77  WS-RSN-PCT                   PIC 9(03)V9.
036000 77  WS-AVG-AGE                   PIC 9(04)V9.
036100 77  WS-GRADE                     PIC X(01).
036200     88  WS-GRADE-NO-ACTIVITY     VALUE '-'.
036300 77  WS-WARN-COUNT                PIC 9(02) VALUE ZERO.
036400 77  WS-FAIL-COUNT                PIC 9(02) VALUE ZERO.
036500 77  WS-BREACH-TEXT               PIC X(14).
036600 77  WS-BREACH-COUNT              PIC 9(02) COMP VALUE ZERO.
036700 01  WS-BREACH-LIST.
036800     05  WS-BREACH-ITEM           PIC X(15) OCCURS 6 TIMES.
036900*
037000*----------------------------------------------------------
037100*  RUN TALLIES FOR THE SUMMARY AND COMPLETION CODE
037200*----------------------------------------------------------
037300 77  WS-ARH-FOR-MONTH             PIC 9(08) VALUE ZERO.
037400 77  WS-ARH-NOT-REG               PIC 9(08) VALUE ZERO.
037500 77  WS-AUD-FOR-MONTH             PIC 9(08) VALUE ZERO.
037600 77  WS-AUD-REVERSED              PIC 9(08) VALUE ZERO.
037700 77  WS-AUD-NOT-REG               PIC 9(08) VALUE ZERO.
037800 77  WS-SUS-NOT-REG               PIC 9(08) VALUE ZERO.
037900 77  WS-TOTAL-GRADE-A             PIC 9(03) VALUE ZERO.
038000 77  WS-TOTAL-GRADE-B             PIC 9(03) VALUE ZERO.
038100 77  WS-TOTAL-GRADE-C             PIC 9(03) VALUE ZERO.
038200 77  WS-TOTAL-NO-ACTIVITY         PIC 9(03) VALUE ZERO.
038300 77  WS-TOTAL-HIST-WRITTEN        PIC 9(03) VALUE ZERO.
038400 77  WS-COMPLETION-CODE           PIC 9(02) VALUE ZERO.
038500*
038600*----------------------------------------------------------
038700*  EDITED FIELDS FOR THE REPORT LINES.  THE LAST-MONTH
038800*  FIGURES ARE HELD AS TEXT SO A FEED WITH NO HISTORY CAN
038900*  SHOW N/A.
039000*----------------------------------------------------------
039100 77  WS-DUE-ED                    PIC ZZZ9.
039200 77  WS-ONTM-ED                   PIC ZZZ9.
039300 77  WS-LATE-ED                   PIC ZZZ9.
039400 77  WS-STALE-ED                  PIC ZZZ9.
039500 77  WS-MISS-ED                   PIC ZZZ9.
039600 77  WS-BLOCKS-ED                 PIC ZZZ9.
039700 77  WS-CTLF-ED                   PIC ZZZ9.
039800 77  WS-RECORDS-ED                PIC Z(07)9.
039900 77  WS-INVL-ED                   PIC Z(07)9.
040000 77  WS-DUPL-ED                   PIC Z(07)9.
040100 77  WS-COUNT-ED                  PIC Z(07)9.
040200 77  WS-COUNT2-ED                 PIC Z(07)9.
040300 77  WS-COUNT3-ED                 PIC Z(07)9.
040400 77  WS-ONTM-PCT-ED               PIC ZZ9.9.
040500 77  WS-INVL-PCT-ED               PIC ZZ9.9.
040600 77  WS-DUPL-PCT-ED               PIC ZZ9.9.
040700 77  WS-PCT-ED                    PIC ZZ9.9.
040800 77  WS-OPEN-ED                   PIC ZZZZZ9.
040900 77  WS-WOFF-ED                   PIC ZZZZZ9.
041000 77  WS-AGE-ED                    PIC ZZZ9.9.
041100 77  WS-LAST-ONTM                 PIC X(06).
041200 77  WS-LAST-INVL                 PIC X(06).
041300 77  WS-LAST-DUPL                 PIC X(06).
041400 77  WS-LAST-CTLF                 PIC X(04).
041500 77  WS-LAST-OPEN                 PIC X(06).
041600 77  WS-LAST-AGE                  PIC X(06).
041700 77  WS-LAST-GRADE                PIC X(03).
041800 77  WS-MOVEMENT                  PIC X(10).
041900*
042000*----------------------------------------------------------
042100*  SCRATCH AREA FOR BUILDING REPORT LINES
042200*----------------------------------------------------------
042300 01  WS-RPT-TEXT                  PIC X(120).
042400*
042500*----------------------------------------------------------
042600*  AUDIT TRAIL RECORD - AUDARCHV AND AUDITLOG ARE READ AS
042700*  PLAIN LINES AND LAID OVER THIS
042800*----------------------------------------------------------
042900 COPY DVAUDIT.
043000*
043100 PROCEDURE DIVISION.
043200*
043300*==========================================================
043400*  0000-MAINLINE
043500*     PROGRAM ENTRY POINT.
043600*==========================================================
043700 0000-MAINLINE.
043800     PERFORM 1000-INITIALIZE
043900         THRU 1000-INITIALIZE-EXIT.
044000     PERFORM 2000-LOAD-REGISTER
044100         THRU 2000-LOAD-REGISTER-EXIT.
044200     PERFORM 2500-LOAD-REVERSED-RUNS
044300         THRU 2500-LOAD-REVERSED-RUNS-EXIT.
044400     PERFORM 3000-TALLY-ARRIVALS
044500         THRU 3000-TALLY-ARRIVALS-EXIT.
044600     PERFORM 3500-TALLY-AUDIT-TRAIL
044700         THRU 3500-TALLY-AUDIT-TRAIL-EXIT.
044800     PERFORM 4000-TALLY-SUSPENSE
044900         THRU 4000-TALLY-SUSPENSE-EXIT.
045000     PERFORM 4500-LOAD-PREVIOUS-MONTH
045100         THRU 4500-LOAD-PREVIOUS-MONTH-EXIT.
045200     PERFORM 4700-OPEN-SCORE-HISTORY
045300         THRU 4700-OPEN-SCORE-HISTORY-EXIT.
045400     PERFORM 5000-SCORE-ONE-FEED
045500         THRU 5000-SCORE-ONE-FEED-EXIT
045600         VARYING WS-FD-SUB FROM 1 BY 1
045700         UNTIL WS-FD-SUB > WS-FEED-COUNT.
045800     IF WS-SCORHIST-OPEN
045900         CLOSE SCORHIST-FILE
046000     END-IF.
046100     PERFORM 8000-WRITE-SUMMARY
046200         THRU 8000-WRITE-SUMMARY-EXIT.
046300     CLOSE REPORT-FILE.
046400     MOVE WS-COMPLETION-CODE TO RETURN-CODE.
046500     STOP RUN.
046600*
046700*==========================================================
046800*  1000-INITIALIZE
046900*     ACCEPTS THE MONTH TO SCORE, READS THE SCORECARD
047000*     LIMITS, OPENS THE REPORT FILE AND WRITES THE HEADINGS
047100*     WITH THE LIMITS IN FORCE.
047200*==========================================================
047300 1000-INITIALIZE.
047400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
047500     MOVE WS-RUN-DATE TO WS-CONV-DATE.
047600     PERFORM 7200-DATE-TO-SERIAL
047700         THRU 7200-DATE-TO-SERIAL-EXIT.
047800     MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.
047900     PERFORM 1010-SET-MONTH
048000         THRU 1010-SET-MONTH-EXIT.
048100     PERFORM 1050-READ-SCORE-PARMS
048200         THRU 1050-READ-SCORE-PARMS-EXIT.
048300     OPEN OUTPUT REPORT-FILE.
048400     IF WS-REPORT-STATUS NOT = "00"
048500         DISPLAY "FEEDSCOR: cannot open SCORRPT, status="
048600             WS-REPORT-STATUS
048700         MOVE 12 TO RETURN-CODE
048800         STOP RUN
048900     END-IF.
049000     MOVE SPACES TO WS-RPT-TEXT.
049100     STRING "FEED PROVIDER SCORECARD - MONTH " WS-SCORE-MONTH
049200             " - RUN DATE " WS-RUN-DATE
049300         DELIMITED BY SIZE INTO WS-RPT-TEXT.
049400     PERFORM 6900-WRITE-RPT-LINE
049500         THRU 6900-WRITE-RPT-LINE-EXIT.
049600     MOVE ALL "=" TO WS-RPT-TEXT.
049700     PERFORM 6900-WRITE-RPT-LINE
049800         THRU 6900-WRITE-RPT-LINE-EXIT.
049900     MOVE SPACES TO WS-RPT-TEXT.
050000     STRING "LIMITS - ON TIME WARN BELOW " WS-LIM-ONTM-WARN
050100             "% FAIL BELOW " WS-LIM-ONTM-FAIL
050200             "%, INVALID WARN ABOVE " WS-LIM-INVL-WARN
050300             "% FAIL ABOVE " WS-LIM-INVL-FAIL "%"
050400         DELIMITED BY SIZE INTO WS-RPT-TEXT.
050500     PERFORM 6900-WRITE-RPT-LINE
050600         THRU 6900-WRITE-RPT-LINE-EXIT.
050700     MOVE SPACES TO WS-RPT-TEXT.
050800     STRING "         DUPLICATES WARN ABOVE " WS-LIM-DUPL-WARN
050900             "% FAIL ABOVE " WS-LIM-DUPL-FAIL "%"
051000         DELIMITED BY SIZE INTO WS-RPT-TEXT.
051100     PERFORM 6900-WRITE-RPT-LINE
051200         THRU 6900-WRITE-RPT-LINE-EXIT.
051300     MOVE SPACES TO WS-RPT-TEXT.
051400     STRING "         TRAILER FAILURES WARN ABOVE "
051500             WS-LIM-CTLF-WARN " FAIL ABOVE " WS-LIM-CTLF-FAIL
051600             ", OPEN SUSPENSE WARN ABOVE " WS-LIM-SUSP-WARN
051700             " FAIL ABOVE " WS-LIM-SUSP-FAIL
051800         DELIMITED BY SIZE INTO WS-RPT-TEXT.
051900     PERFORM 6900-WRITE-RPT-LINE
052000         THRU 6900-WRITE-RPT-LINE-EXIT.
052100     MOVE SPACES TO WS-RPT-TEXT.
052200     STRING "         AVERAGE SUSPENSE AGE WARN ABOVE "
052300             WS-LIM-AGED-WARN " DAYS FAIL ABOVE "
052400             WS-LIM-AGED-FAIL " DAYS"
052500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
052600     PERFORM 6900-WRITE-RPT-LINE
052700         THRU 6900-WRITE-RPT-LINE-EXIT.
052800     MOVE SPACES TO WS-RPT-TEXT.
052900     MOVE "GRADE A = WITHIN ALL LIMITS, B = PAST A WARNING "
053000         & "LIMIT, C = PAST A FAILURE LIMIT, - = NO ACTIVITY."
053100         TO WS-RPT-TEXT.
053200     PERFORM 6900-WRITE-RPT-LINE
053300         THRU 6900-WRITE-RPT-LINE-EXIT.
053400     MOVE "SUSPENSE FIGURES ARE AS AT THE RUN DATE."
053500         TO WS-RPT-TEXT.
053600     PERFORM 6900-WRITE-RPT-LINE
053700         THRU 6900-WRITE-RPT-LINE-EXIT.
053800 1000-INITIALIZE-EXIT.
053900     EXIT.
054000*
054100*==========================================================
054200*  1010-SET-MONTH
054300*     ACCEPTS THE MONTH TO SCORE AS YYYYMM - BLANK MEANS
054400*     LAST MONTH - AND WORKS OUT THE MONTH BEFORE IT.  A
054500*     MONTH THAT IS NOT VALID, OR IS STILL TO COME, CANCELS
054600*     THE RUN.
054700*==========================================================
054800 1010-SET-MONTH.
054900     DISPLAY "Month to score, YYYYMM (blank for last month):".
055000     ACCEPT WS-MONTH-A.
055100     IF WS-MONTH-A = SPACES
055200         MOVE WS-RUN-MONTH TO WS-SCORE-MONTH
055300         IF WS-SCORE-MM = 1
055400             SUBTRACT 1 FROM WS-SCORE-YYYY
055500             MOVE 12 TO WS-SCORE-MM
055600         ELSE
055700             SUBTRACT 1 FROM WS-SCORE-MM
055800         END-IF
055900     ELSE
056000         IF WS-MONTH-A IS NOT NUMERIC
056100             DISPLAY "FEEDSCOR: month must be 6 digits, "
056200                 "e.g. 202609 - run cancelled."
056300             MOVE 12 TO RETURN-CODE
056400             STOP RUN
056500         END-IF
056600         MOVE WS-MONTH-A TO WS-SCORE-MONTH
056700         IF WS-SCORE-MM < 1 OR WS-SCORE-MM > 12
056800             OR WS-SCORE-MONTH > WS-RUN-MONTH
056900             DISPLAY "FEEDSCOR: month " WS-MONTH-A
057000                 " is not valid - run cancelled."
057100             MOVE 12 TO RETURN-CODE
057200             STOP RUN
057300         END-IF
057400     END-IF.
057500     MOVE WS-SCORE-MONTH TO WS-PREV-MONTH.
057600     IF WS-PREV-MM = 1
057700         SUBTRACT 1 FROM WS-PREV-YYYY
057800         MOVE 12 TO WS-PREV-MM
057900     ELSE
058000         SUBTRACT 1 FROM WS-PREV-MM
058100     END-IF.
058200 1010-SET-MONTH-EXIT.
058300     EXIT.
058400*
058500*==========================================================
058600*  1050-READ-SCORE-PARMS
058700*     READS THE SCORECARD LIMITS OVER THE BUILT-IN
058800*     DEFAULTS.  A MISSING FILE LEAVES THE DEFAULTS IN
058900*     FORCE; A BAD KEYWORD OR VALUE, OR A FAILURE LIMIT
059000*     EASIER THAN ITS WARNING LIMIT, CANCELS THE RUN.
059100*==========================================================
059200 1050-READ-SCORE-PARMS.
059300     OPEN INPUT SCORPARM-FILE.
059400     IF WS-SCORPARM-STATUS = "35"
059500         GO TO 1050-READ-SCORE-PARMS-EXIT
059600     END-IF.
059700     IF WS-SCORPARM-STATUS NOT = "00"
059800         DISPLAY "FEEDSCOR: cannot open SCORPARM, status="
059900             WS-SCORPARM-STATUS
060000         MOVE 12 TO RETURN-CODE
060100         STOP RUN
060200     END-IF.
060300     PERFORM 1055-APPLY-ONE-PARM
060400         THRU 1055-APPLY-ONE-PARM-EXIT
060500         UNTIL DV-END-OF-PARMS.
060600     CLOSE SCORPARM-FILE.
060700     PERFORM 1070-CHECK-LIMIT-ORDER
060800         THRU 1070-CHECK-LIMIT-ORDER-EXIT.
060900     IF DV-PARM-ERROR
061000         DISPLAY "FEEDSCOR: run cancelled - correct "
061100             "SCORPARM first."
061200         MOVE 12 TO RETURN-CODE
061300         STOP RUN
061400     END-IF.
061500 1050-READ-SCORE-PARMS-EXIT.
061600     EXIT.
061700*
061800*==========================================================
061900*  1055-APPLY-ONE-PARM
062000*     READS ONE PARAMETER RECORD, EDITS IT, AND APPLIES
062100*     IT.  EVERY VALUE IS THREE DIGITS; A PERCENTAGE MAY
062200*     NOT BE OVER 100.
062300*==========================================================
062400 1055-APPLY-ONE-PARM.
062500     READ SCORPARM-FILE
062600         AT END
062700             SET DV-END-OF-PARMS TO TRUE
062800             GO TO 1055-APPLY-ONE-PARM-EXIT
062900     END-READ.
063000     IF DV-RUNPARM-RECORD = SPACES
063100         GO TO 1055-APPLY-ONE-PARM-EXIT
063200     END-IF.
063300     IF DV-PRM-VALUE (1:3) IS NOT NUMERIC
063400         OR DV-PRM-VALUE (4:5) NOT = SPACES
063500         PERFORM 1060-FLAG-BAD-PARM
063600             THRU 1060-FLAG-BAD-PARM-EXIT
063700         GO TO 1055-APPLY-ONE-PARM-EXIT
063800     END-IF.
063900     IF DV-PRM-VALUE (1:3) > "100"
064000         AND (DV-PRM-KEYWORD (1:4) = "ONTM"
064100              OR DV-PRM-KEYWORD (1:4) = "INVL"
064200              OR DV-PRM-KEYWORD (1:4) = "DUPL")
064300         PERFORM 1060-FLAG-BAD-PARM
064400             THRU 1060-FLAG-BAD-PARM-EXIT
064500         GO TO 1055-APPLY-ONE-PARM-EXIT
064600     END-IF.
064700     EVALUATE DV-PRM-KEYWORD
064800         WHEN "ONTMWARN"
064900             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-ONTM-WARN
065000         WHEN "ONTMFAIL"
065100             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-ONTM-FAIL
065200         WHEN "INVLWARN"
065300             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-INVL-WARN
065400         WHEN "INVLFAIL"
065500             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-INVL-FAIL
065600         WHEN "DUPLWARN"
065700             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-DUPL-WARN
065800         WHEN "DUPLFAIL"
065900             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-DUPL-FAIL
066000         WHEN "CTLFWARN"
066100             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-CTLF-WARN
066200         WHEN "CTLFFAIL"
066300             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-CTLF-FAIL
066400         WHEN "SUSPWARN"
066500             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-SUSP-WARN
066600         WHEN "SUSPFAIL"
066700             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-SUSP-FAIL
066800         WHEN "AGEDWARN"
066900             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-AGED-WARN
067000         WHEN "AGEDFAIL"
067100             MOVE DV-PRM-VALUE (1:3) TO WS-LIM-AGED-FAIL
067200         WHEN OTHER
067300             PERFORM 1060-FLAG-BAD-PARM
067400                 THRU 1060-FLAG-BAD-PARM-EXIT
067500     END-EVALUATE.
067600 1055-APPLY-ONE-PARM-EXIT.
067700     EXIT.
067800*
067900*==========================================================
068000*  1060-FLAG-BAD-PARM
068100*     REPORTS ONE BAD PARAMETER RECORD AND REMEMBERS THAT
068200*     THE RUN MUST NOT GO AHEAD.
068300*==========================================================
068400 1060-FLAG-BAD-PARM.
068500     DISPLAY "FEEDSCOR: bad scorecard parameter: "
068600         DV-PRM-KEYWORD " " DV-PRM-VALUE.
068700     SET DV-PARM-ERROR TO TRUE.
068800 1060-FLAG-BAD-PARM-EXIT.
068900     EXIT.
069000*
069100*==========================================================
069200*  1070-CHECK-LIMIT-ORDER
069300*     CHECKS THAT NO FAILURE LIMIT IS EASIER THAN ITS
069400*     WARNING LIMIT - FOR ON TIME THE FAILURE LIMIT MAY NOT
069500*     BE ABOVE THE WARNING LIMIT, FOR THE REST IT MAY NOT
069600*     BE BELOW IT.
069700*==========================================================
069800 1070-CHECK-LIMIT-ORDER.
069900     IF WS-LIM-ONTM-FAIL > WS-LIM-ONTM-WARN
070000         OR WS-LIM-INVL-FAIL < WS-LIM-INVL-WARN
070100         OR WS-LIM-DUPL-FAIL < WS-LIM-DUPL-WARN
070200         OR WS-LIM-CTLF-FAIL < WS-LIM-CTLF-WARN
070300         OR WS-LIM-SUSP-FAIL < WS-LIM-SUSP-WARN
070400         OR WS-LIM-AGED-FAIL < WS-LIM-AGED-WARN
070500         DISPLAY "FEEDSCOR: a failure limit is easier than "
070600             "its warning limit."
070700         SET DV-PARM-ERROR TO TRUE
070800     END-IF.
070900 1070-CHECK-LIMIT-ORDER-EXIT.
071000     EXIT.
071100*
071200*==========================================================
071300*  2000-LOAD-REGISTER
071400*     LOADS THE EXPECTED-FEED REGISTER INTO THE FEED TABLE.
071500*     A MISSING REGISTER FILE STOPS THE RUN - THERE IS
071600*     NOTHING TO SCORE.
071700*==========================================================
071800 2000-LOAD-REGISTER.
071900     OPEN INPUT FEEDREG-FILE.
072000     IF WS-FEEDREG-STATUS NOT = "00"
072100         DISPLAY "FEEDSCOR: cannot open FEEDREG, status="
072200             WS-FEEDREG-STATUS
072300         MOVE 12 TO RETURN-CODE
072400         STOP RUN
072500     END-IF.
072600     PERFORM 2100-LOAD-ONE-ENTRY
072700         THRU 2100-LOAD-ONE-ENTRY-EXIT
072800         UNTIL DV-END-OF-REGISTER.
072900     CLOSE FEEDREG-FILE.
073000 2000-LOAD-REGISTER-EXIT.
073100     EXIT.
073200*
073300*==========================================================
073400*  2100-LOAD-ONE-ENTRY
073500*     READS ONE REGISTER RECORD INTO THE TABLE WITH ITS
073600*     FIGURES CLEARED.  RECORDS PAST THE 50-ENTRY TABLE
073700*     LIMIT ARE REPORTED AND DROPPED.
073800*==========================================================
073900 2100-LOAD-ONE-ENTRY.
074000     READ FEEDREG-FILE
074100         AT END
074200             SET DV-END-OF-REGISTER TO TRUE
074300             GO TO 2100-LOAD-ONE-ENTRY-EXIT
074400     END-READ.
074500     IF WS-FEED-COUNT NOT < 50
074600         DISPLAY "FEEDSCOR: feed table full, dropped "
074700             DV-FRG-SOURCE-SYS
074800         GO TO 2100-LOAD-ONE-ENTRY-EXIT
074900     END-IF.
075000     ADD 1 TO WS-FEED-COUNT.
075100     MOVE DV-FRG-SOURCE-SYS TO WS-FD-NAME (WS-FEED-COUNT).
075200     MOVE DV-FRG-DESC TO WS-FD-DESC (WS-FEED-COUNT).
075300     MOVE SPACE TO WS-FD-PEND-STATUS (WS-FEED-COUNT).
075400     MOVE 'N' TO WS-FD-PRV-SW (WS-FEED-COUNT).
075500     MOVE SPACE TO WS-FD-PRV-GRADE (WS-FEED-COUNT).
075600     MOVE ZERO TO WS-FD-FIGURES (WS-FEED-COUNT).
075700 2100-LOAD-ONE-ENTRY-EXIT.
075800     EXIT.
075900*
076000*==========================================================
076100*  2500-LOAD-REVERSED-RUNS
076200*     READS RUNHIST AND TABLES THE START-TO-END WINDOW OF
076300*     EACH RUN BACKED OUT BY DTREVRS, SO ITS AUDIT ENTRIES
076400*     CAN BE PASSED OVER.  NO RUNHIST MEANS NO REVERSED
076500*     RUNS.
076600*==========================================================
076700 2500-LOAD-REVERSED-RUNS.
076800     OPEN INPUT RUNHIST-FILE.
076900     IF WS-RUNHIST-STATUS = "35"
077000         GO TO 2500-LOAD-REVERSED-RUNS-EXIT
077100     END-IF.
077200     IF WS-RUNHIST-STATUS NOT = "00"
077300         DISPLAY "FEEDSCOR: cannot open RUNHIST, status="
077400             WS-RUNHIST-STATUS
077500         MOVE 12 TO RETURN-CODE
077600         STOP RUN
077700     END-IF.
077800     PERFORM 2550-LOAD-ONE-RUN
077900         THRU 2550-LOAD-ONE-RUN-EXIT
078000         UNTIL DV-END-OF-HISTORY.
078100     CLOSE RUNHIST-FILE.
078200 2500-LOAD-REVERSED-RUNS-EXIT.
078300     EXIT.
078400*
078500*==========================================================
078600*  2550-LOAD-ONE-RUN
078700*     READS ONE RUNHIST ROW AND, WHEN IT WAS REVERSED,
078800*     TABLES ITS WINDOW.
078900*==========================================================
079000 2550-LOAD-ONE-RUN.
079100     READ RUNHIST-FILE
079200         AT END
079300             SET DV-END-OF-HISTORY TO TRUE
079400             GO TO 2550-LOAD-ONE-RUN-EXIT
079500     END-READ.
079600     IF NOT DV-RUN-REVERSED
079700         GO TO 2550-LOAD-ONE-RUN-EXIT
079800     END-IF.
079900     IF WS-RVW-COUNT NOT < 200
080000         DISPLAY "FEEDSCOR: reversed run table full, run "
080100             DV-RUN-DATE " " DV-RUN-START-TIME
080200             " audit entries counted in."
080300         GO TO 2550-LOAD-ONE-RUN-EXIT
080400     END-IF.
080500     ADD 1 TO WS-RVW-COUNT.
080600     MOVE DV-RUN-DATE TO WS-STAMP-DATE.
080700     MOVE DV-RUN-START-TIME TO WS-STAMP-TIME.
080800     MOVE WS-STAMP-WORK-N TO WS-RVW-FROM (WS-RVW-COUNT).
080900     MOVE DV-RUN-END-TIME TO WS-STAMP-TIME.
081000     IF DV-RUN-END-TIME < DV-RUN-START-TIME
081100         MOVE DV-RUN-DATE TO WS-CALC-DATE
081200         PERFORM 7500-ADD-ONE-DAY
081300             THRU 7500-ADD-ONE-DAY-EXIT
081400         MOVE WS-CALC-DATE TO WS-STAMP-DATE
081500     END-IF.
081600     MOVE WS-STAMP-WORK-N TO WS-RVW-TO (WS-RVW-COUNT).
081700 2550-LOAD-ONE-RUN-EXIT.
081800     EXIT.
081900*
082000*==========================================================
082100*  3000-TALLY-ARRIVALS
082200*     READS THE ARRIVAL HISTORY AND COUNTS EACH FEED'S DAYS
082300*     DUE IN THE MONTH BY HOW THE FEED ARRIVED.  WHEN
082400*     FEEDCHK RAN MORE THAN ONCE ON A DAY ONLY ITS LAST
082500*     RECORD FOR THE FEED COUNTS, SO EACH DAY IS HELD AS
082600*     PENDING UNTIL THE FEED'S NEXT DAY COMES ALONG, AND
082700*     THE LAST DAY OF EVERY FEED IS COUNTED AT THE END.  NO
082800*     ARRHIST LEAVES THE TIMELINESS FIGURES AT ZERO.
082900*==========================================================
083000 3000-TALLY-ARRIVALS.
083100     OPEN INPUT ARRIVAL-HIST-FILE.
083200     IF WS-ARRHIST-STATUS = "35"
083300         MOVE "NO ARRIVAL HISTORY (ARRHIST) ON FILE - NO "
083400             & "TIMELINESS FIGURES." TO WS-RPT-TEXT
083500         PERFORM 6900-WRITE-RPT-LINE
083600             THRU 6900-WRITE-RPT-LINE-EXIT
083700         GO TO 3000-TALLY-ARRIVALS-EXIT
083800     END-IF.
083900     IF WS-ARRHIST-STATUS NOT = "00"
084000         DISPLAY "FEEDSCOR: cannot open ARRHIST, status="
084100             WS-ARRHIST-STATUS
084200         MOVE 12 TO RETURN-CODE
084300         STOP RUN
084400     END-IF.
084500     PERFORM 3100-TALLY-ONE-ARRIVAL
084600         THRU 3100-TALLY-ONE-ARRIVAL-EXIT
084700         UNTIL DV-END-OF-ARRHIST.
084800     CLOSE ARRIVAL-HIST-FILE.
084900     PERFORM 3150-COUNT-PENDING-DAY
085000         THRU 3150-COUNT-PENDING-DAY-EXIT
085100         VARYING WS-FD-SUB FROM 1 BY 1
085200         UNTIL WS-FD-SUB > WS-FEED-COUNT.
085300 3000-TALLY-ARRIVALS-EXIT.
085400     EXIT.
085500*
085600*==========================================================
085700*  3100-TALLY-ONE-ARRIVAL
085800*     READS ONE ARRIVAL RECORD.  ONE FOR THE MONTH AND A
085900*     REGISTERED FEED BECOMES THAT FEED'S PENDING DAY,
086000*     COUNTING THE PENDING DAY IT REPLACES WHEN THE DATE
086100*     HAS MOVED ON.
086200*==========================================================
086300 3100-TALLY-ONE-ARRIVAL.
086400     READ ARRIVAL-HIST-FILE
086500         AT END
086600             SET DV-END-OF-ARRHIST TO TRUE
086700             GO TO 3100-TALLY-ONE-ARRIVAL-EXIT
086800     END-READ.
086900     IF DV-ARH-CHECK-DATE IS NOT NUMERIC
087000         GO TO 3100-TALLY-ONE-ARRIVAL-EXIT
087100     END-IF.
087200     IF DV-ARH-CHECK-DATE (1:6) NOT = WS-SCORE-MONTH-X
087300         GO TO 3100-TALLY-ONE-ARRIVAL-EXIT
087400     END-IF.
087500     ADD 1 TO WS-ARH-FOR-MONTH.
087600     MOVE DV-ARH-SOURCE-SYS TO WS-LOOK-NAME.
087700     PERFORM 7000-FIND-FEED
087800         THRU 7000-FIND-FEED-EXIT.
087900     IF WS-ENTRY-NOT-FOUND
088000         ADD 1 TO WS-ARH-NOT-REG
088100         GO TO 3100-TALLY-ONE-ARRIVAL-EXIT
088200     END-IF.
088300     IF DV-ARH-CHECK-DATE NOT = WS-FD-PEND-DATE (WS-FD-SUB)
088400         PERFORM 3150-COUNT-PENDING-DAY
088500             THRU 3150-COUNT-PENDING-DAY-EXIT
088600         MOVE DV-ARH-CHECK-DATE TO WS-FD-PEND-DATE (WS-FD-SUB)
088700     END-IF.
088800     MOVE DV-ARH-STATUS TO WS-FD-PEND-STATUS (WS-FD-SUB).
088900 3100-TALLY-ONE-ARRIVAL-EXIT.
089000     EXIT.
089100*
089200*==========================================================
089300*  3150-COUNT-PENDING-DAY
089400*     COUNTS THE FEED'S PENDING DAY, IF IT HAS ONE, AS A
089500*     DAY DUE UNDER ITS LAST STATUS, AND CLEARS IT.
089600*==========================================================
089700 3150-COUNT-PENDING-DAY.
089800     IF WS-FD-PEND-DATE (WS-FD-SUB) = ZERO
089900         GO TO 3150-COUNT-PENDING-DAY-EXIT
090000     END-IF.
090100     ADD 1 TO WS-FD-DUE (WS-FD-SUB).
090200     EVALUATE WS-FD-PEND-STATUS (WS-FD-SUB)
090300         WHEN 'A'
090400             ADD 1 TO WS-FD-ON-TIME (WS-FD-SUB)
090500         WHEN 'L'
090600             ADD 1 TO WS-FD-LATE (WS-FD-SUB)
090700         WHEN 'S'
090800             ADD 1 TO WS-FD-STALE (WS-FD-SUB)
090900         WHEN OTHER
091000             ADD 1 TO WS-FD-MISSING (WS-FD-SUB)
091100     END-EVALUATE.
091200     MOVE ZERO TO WS-FD-PEND-DATE (WS-FD-SUB).
091300     MOVE SPACE TO WS-FD-PEND-STATUS (WS-FD-SUB).
091400 3150-COUNT-PENDING-DAY-EXIT.
091500     EXIT.
091600*
091700*==========================================================
091800*  3500-TALLY-AUDIT-TRAIL
091900*     COUNTS THE MONTH'S DTBATCH AUDIT ENTRIES BY FEED,
092000*     FIRST FROM THE ARCHIVE (OLDER ENTRIES MOVED THERE BY
092100*     AUDARCH) AND THEN FROM THE LIVE AUDITLOG.  EITHER
092200*     FILE MAY BE MISSING.
092300*==========================================================
092400 3500-TALLY-AUDIT-TRAIL.
092500     OPEN INPUT ARCHIVE-FILE.
092600     IF WS-ARCHIVE-STATUS = "00"
092700         PERFORM 3510-TALLY-ONE-ARCHIVED
092800             THRU 3510-TALLY-ONE-ARCHIVED-EXIT
092900             UNTIL DV-END-OF-AUDIT
093000         CLOSE ARCHIVE-FILE
093100     ELSE
093200         IF WS-ARCHIVE-STATUS NOT = "35"
093300             DISPLAY "FEEDSCOR: cannot open AUDARCHV, status="
093400                 WS-ARCHIVE-STATUS
093500             MOVE 12 TO RETURN-CODE
093600             STOP RUN
093700         END-IF
093800     END-IF.
093900     SET DV-NOT-END-OF-AUDIT TO TRUE.
094000     OPEN INPUT AUDIT-FILE.
094100     IF WS-AUDIT-STATUS = "00"
094200         PERFORM 3520-TALLY-ONE-LOGGED
094300             THRU 3520-TALLY-ONE-LOGGED-EXIT
094400             UNTIL DV-END-OF-AUDIT
094500         CLOSE AUDIT-FILE
094600     ELSE
094700         IF WS-AUDIT-STATUS NOT = "35"
094800             DISPLAY "FEEDSCOR: cannot open AUDITLOG, status="
094900                 WS-AUDIT-STATUS
095000             MOVE 12 TO RETURN-CODE
095100             STOP RUN
095200         END-IF
095300     END-IF.
095400 3500-TALLY-AUDIT-TRAIL-EXIT.
095500     EXIT.
095600*
095700*==========================================================
095800*  3510-TALLY-ONE-ARCHIVED
095900*     READS ONE ARCHIVED AUDIT ENTRY AND COUNTS IT.
096000*==========================================================
096100 3510-TALLY-ONE-ARCHIVED.
096200     READ ARCHIVE-FILE
096300         AT END
096400             SET DV-END-OF-AUDIT TO TRUE
096500             GO TO 3510-TALLY-ONE-ARCHIVED-EXIT
096600     END-READ.
096700     MOVE DV-ARCH-LINE TO DV-AUDIT-RECORD.
096800     PERFORM 3550-TALLY-ONE-ENTRY
096900         THRU 3550-TALLY-ONE-ENTRY-EXIT.
097000 3510-TALLY-ONE-ARCHIVED-EXIT.
097100     EXIT.
097200*
097300*==========================================================
097400*  3520-TALLY-ONE-LOGGED
097500*     READS ONE LIVE AUDIT ENTRY AND COUNTS IT.
097600*==========================================================
097700 3520-TALLY-ONE-LOGGED.
097800     READ AUDIT-FILE
097900         AT END
098000             SET DV-END-OF-AUDIT TO TRUE
098100             GO TO 3520-TALLY-ONE-LOGGED-EXIT
098200     END-READ.
098300     MOVE DV-AUDIT-LINE TO DV-AUDIT-RECORD.
098400     PERFORM 3550-TALLY-ONE-ENTRY
098500         THRU 3550-TALLY-ONE-ENTRY-EXIT.
098600 3520-TALLY-ONE-LOGGED-EXIT.
098700     EXIT.
098800*
098900*==========================================================
099000*  3550-TALLY-ONE-ENTRY
099100*     COUNTS ONE AUDIT ENTRY AGAINST ITS FEED WHEN DTBATCH
099200*     WROTE IT IN THE MONTH BEING SCORED.  VALID, INVALID
099300*     AND DUPLICATE RESULTS ARE RECORDS RECEIVED; A CONTROL
099400*     ENTRY CARRYING A FEED IS ONE BLOCK'S TRAILER
099500*     RECONCILIATION (THE WHOLE-RUN CONTROL ENTRY CARRIES
099600*     NO FEED AND IS PASSED OVER).  ENTRIES FROM A REVERSED
099700*     RUN, AND ENTRIES FOR A SOURCE NOT ON THE REGISTER
099800*     (INCLUDING DTRESUB RESUBMISSIONS), ARE COUNTED APART.
099900*==========================================================
100000 3550-TALLY-ONE-ENTRY.
100100     IF DV-AUD-ARCH-CONTROL
100200         GO TO 3550-TALLY-ONE-ENTRY-EXIT
100300     END-IF.
100400     IF DV-AUD-SOURCE NOT = "DTBATCH "
100500         GO TO 3550-TALLY-ONE-ENTRY-EXIT
100600     END-IF.
100700     IF DV-AUD-TIMESTAMP (1:6) NOT = WS-SCORE-MONTH-X
100800         GO TO 3550-TALLY-ONE-ENTRY-EXIT
100900     END-IF.
101000     IF DV-AUD-RESULT = "CONTROL"
101100         AND DV-AUD-FEED-SRC = SPACES
101200         GO TO 3550-TALLY-ONE-ENTRY-EXIT
101300     END-IF.
101400     ADD 1 TO WS-AUD-FOR-MONTH.
101500     PERFORM 3600-CHECK-REVERSED-RUN
101600         THRU 3600-CHECK-REVERSED-RUN-EXIT.
101700     IF WS-IN-REVERSED-RUN
101800         ADD 1 TO WS-AUD-REVERSED
101900         GO TO 3550-TALLY-ONE-ENTRY-EXIT
102000     END-IF.
102100     MOVE DV-AUD-FEED-SRC TO WS-LOOK-NAME.
102200     PERFORM 7000-FIND-FEED
102300         THRU 7000-FIND-FEED-EXIT.
102400     IF WS-ENTRY-NOT-FOUND
102500         ADD 1 TO WS-AUD-NOT-REG
102600         GO TO 3550-TALLY-ONE-ENTRY-EXIT
102700     END-IF.
102800     EVALUATE DV-AUD-RESULT
102900         WHEN "VALID  "
103000             ADD 1 TO WS-FD-RECORDS (WS-FD-SUB)
103100         WHEN "DUPLIC "
103200             ADD 1 TO WS-FD-RECORDS (WS-FD-SUB)
103300             ADD 1 TO WS-FD-DUPLIC (WS-FD-SUB)
103400         WHEN "CONTROL"
103500             ADD 1 TO WS-FD-BLOCKS (WS-FD-SUB)
103600             IF DV-AUD-REASON (1:14) = "OUT OF BALANCE"
103700                 ADD 1 TO WS-FD-CTL-FAILS (WS-FD-SUB)
103800             END-IF
103900         WHEN OTHER
104000             ADD 1 TO WS-FD-RECORDS (WS-FD-SUB)
104100             ADD 1 TO WS-FD-INVALID (WS-FD-SUB)
104200             PERFORM 3700-TALLY-REASON
104300                 THRU 3700-TALLY-REASON-EXIT
104400     END-EVALUATE.
104500 3550-TALLY-ONE-ENTRY-EXIT.
104600     EXIT.
104700*
104800*==========================================================
104900*  3600-CHECK-REVERSED-RUN
105000*     SETS WS-IN-REVERSED-RUN WHEN THE AUDIT ENTRY IN HAND
105100*     WAS STAMPED INSIDE A REVERSED RUN'S WINDOW.
105200*==========================================================
105300 3600-CHECK-REVERSED-RUN.
105400     SET WS-NOT-IN-REVERSED-RUN TO TRUE.
105500     MOVE DV-AUD-TIMESTAMP TO WS-AUD-STAMP-A.
105600     IF WS-AUD-STAMP-A IS NOT NUMERIC
105700         GO TO 3600-CHECK-REVERSED-RUN-EXIT
105800     END-IF.
105900     MOVE WS-AUD-STAMP-A TO WS-AUD-STAMP.
106000     PERFORM 3650-MATCH-ONE-WINDOW
106100         THRU 3650-MATCH-ONE-WINDOW-EXIT
106200         VARYING WS-RVW-SUB FROM 1 BY 1
106300         UNTIL WS-RVW-SUB > WS-RVW-COUNT
106400         OR WS-IN-REVERSED-RUN.
106500 3600-CHECK-REVERSED-RUN-EXIT.
106600     EXIT.
106700*
106800*==========================================================
106900*  3650-MATCH-ONE-WINDOW
107000*     COMPARES THE AUDIT STAMP AGAINST ONE REVERSED RUN'S
107100*     WINDOW.
107200*==========================================================
107300 3650-MATCH-ONE-WINDOW.
107400     IF WS-AUD-STAMP NOT < WS-RVW-FROM (WS-RVW-SUB)
107500         AND WS-AUD-STAMP NOT > WS-RVW-TO (WS-RVW-SUB)
107600         SET WS-IN-REVERSED-RUN TO TRUE
107700     END-IF.
107800 3650-MATCH-ONE-WINDOW-EXIT.
107900     EXIT.
108000*
108100*==========================================================
108200*  3700-TALLY-REASON
108300*     COUNTS AN INVALID ENTRY UNDER ITS REASON - THE SLOT
108400*     OF THE MATCHING REASON TEXT, OR THE TWELFTH SLOT FOR
108500*     ANY OTHER TEXT.
108600*==========================================================
108700 3700-TALLY-REASON.
108800     MOVE 12 TO WS-RSN-FOUND.
108900     PERFORM 3750-MATCH-ONE-REASON
109000         THRU 3750-MATCH-ONE-REASON-EXIT
109100         VARYING WS-RSN-SUB FROM 1 BY 1
109200         UNTIL WS-RSN-SUB > 11
109300         OR WS-RSN-FOUND < 12.
109400     ADD 1 TO WS-FD-RSN-COUNT (WS-FD-SUB, WS-RSN-FOUND).
109500 3700-TALLY-REASON-EXIT.
109600     EXIT.
109700*
109800*==========================================================
109900*  3750-MATCH-ONE-REASON
110000*     COMPARES ONE REASON TABLE TEXT AGAINST THE ENTRY'S
110100*     REASON.
110200*==========================================================
110300 3750-MATCH-ONE-REASON.
110400     IF WS-RSN-TEXT (WS-RSN-SUB) = DV-AUD-REASON
110500         MOVE WS-RSN-SUB TO WS-RSN-FOUND
110600     END-IF.
110700 3750-MATCH-ONE-REASON-EXIT.
110800     EXIT.
110900*
111000*==========================================================
111100*  4000-TALLY-SUSPENSE
111200*     READS THE SUSPENSE MASTER AND COUNTS EACH FEED'S
111300*     OPEN ITEMS WITH THEIR TOTAL AGE IN DAYS, AND THE
111400*     ITEMS WRITTEN OFF IN THE MONTH.  NO SUSPMSTR LEAVES
111500*     THE SUSPENSE FIGURES AT ZERO.
111600*==========================================================
111700 4000-TALLY-SUSPENSE.
111800     OPEN INPUT SUSPENSE-MASTER.
111900     IF WS-SUSP-STATUS = "35"
112000         MOVE "NO SUSPENSE MASTER (SUSPMSTR) ON FILE - NO "
112100             & "SUSPENSE FIGURES." TO WS-RPT-TEXT
112200         PERFORM 6900-WRITE-RPT-LINE
112300             THRU 6900-WRITE-RPT-LINE-EXIT
112400         GO TO 4000-TALLY-SUSPENSE-EXIT
112500     END-IF.
112600     IF WS-SUSP-STATUS NOT = "00"
112700         DISPLAY "FEEDSCOR: cannot open SUSPMSTR, status="
112800             WS-SUSP-STATUS
112900         MOVE 12 TO RETURN-CODE
113000         STOP RUN
113100     END-IF.
113200     PERFORM 4100-TALLY-ONE-ITEM
113300         THRU 4100-TALLY-ONE-ITEM-EXIT
113400         UNTIL DV-END-OF-MASTER.
113500     CLOSE SUSPENSE-MASTER.
113600 4000-TALLY-SUSPENSE-EXIT.
113700     EXIT.
113800*
113900*==========================================================
114000*  4100-TALLY-ONE-ITEM
114100*     READS ONE SUSPENSE ITEM AND COUNTS IT AGAINST ITS
114200*     SOURCE SYSTEM - AN OPEN ITEM WITH ITS AGE FROM THE
114300*     FIRST-SEEN DATE, A WRITTEN-OFF ITEM WHEN IT WAS
114400*     WRITTEN OFF IN THE MONTH.  CLOSED ITEMS ARE PASSED
114500*     OVER.
114600*==========================================================
114700 4100-TALLY-ONE-ITEM.
114800     READ SUSPENSE-MASTER
114900         AT END
115000             SET DV-END-OF-MASTER TO TRUE
115100             GO TO 4100-TALLY-ONE-ITEM-EXIT
115200     END-READ.
115300     IF NOT DV-SUS-OPEN AND NOT DV-SUS-WRITTEN-OFF
115400         GO TO 4100-TALLY-ONE-ITEM-EXIT
115500     END-IF.
115600     MOVE DV-SUS-SOURCE-SYS TO WS-LOOK-NAME.
115700     PERFORM 7000-FIND-FEED
115800         THRU 7000-FIND-FEED-EXIT.
115900     IF WS-ENTRY-NOT-FOUND
116000         ADD 1 TO WS-SUS-NOT-REG
116100         GO TO 4100-TALLY-ONE-ITEM-EXIT
116200     END-IF.
116300     IF DV-SUS-WRITTEN-OFF
116400         IF DV-SUS-LAST-CYCLED (1:6) = WS-SCORE-MONTH-X
116500             ADD 1 TO WS-FD-WRITTEN-OFF (WS-FD-SUB)
116600         END-IF
116700         GO TO 4100-TALLY-ONE-ITEM-EXIT
116800     END-IF.
116900     ADD 1 TO WS-FD-SUSP-OPEN (WS-FD-SUB).
117000     IF DV-SUS-FIRST-SEEN IS NOT NUMERIC
117100         GO TO 4100-TALLY-ONE-ITEM-EXIT
117200     END-IF.
117300     MOVE DV-SUS-FIRST-SEEN TO WS-CONV-DATE.
117400     PERFORM 7200-DATE-TO-SERIAL
117500         THRU 7200-DATE-TO-SERIAL-EXIT.
117600     COMPUTE WS-DAYS-OUT = WS-TODAY-SERIAL - WS-CONV-SERIAL.
117700     IF WS-DAYS-OUT > ZERO
117800         ADD WS-DAYS-OUT TO WS-FD-SUSP-DAYS (WS-FD-SUB)
117900     END-IF.
118000 4100-TALLY-ONE-ITEM-EXIT.
118100     EXIT.
118200*
118300*==========================================================
118400*  4500-LOAD-PREVIOUS-MONTH
118500*     READS THE SCORECARD HISTORY FOR THE PREVIOUS MONTH'S
118600*     FIGURES.  THE LAST RECORD FOR A FEED STANDS, SO A
118700*     MONTH THAT WAS SCORED AGAIN SHOWS ITS LATEST FIGURES.
118800*     NO SCORHIST MEANS NO COMPARISON; ANY OTHER PROBLEM IS
118900*     SHOWN AND THE SCORECARD CARRIES ON WITHOUT IT.
119000*==========================================================
119100 4500-LOAD-PREVIOUS-MONTH.
119200     OPEN INPUT SCORHIST-FILE.
119300     IF WS-SCORHIST-STATUS = "35"
119400         GO TO 4500-LOAD-PREVIOUS-MONTH-EXIT
119500     END-IF.
119600     IF WS-SCORHIST-STATUS NOT = "00"
119700         DISPLAY "FEEDSCOR: cannot read SCORHIST, status="
119800             WS-SCORHIST-STATUS
119900         GO TO 4500-LOAD-PREVIOUS-MONTH-EXIT
120000     END-IF.
120100     PERFORM 4550-LOAD-ONE-HISTORY-ROW
120200         THRU 4550-LOAD-ONE-HISTORY-ROW-EXIT
120300         UNTIL DV-END-OF-SCORHIST.
120400     CLOSE SCORHIST-FILE.
120500 4500-LOAD-PREVIOUS-MONTH-EXIT.
120600     EXIT.
120700*
120800*==========================================================
120900*  4550-LOAD-ONE-HISTORY-ROW
121000*     READS ONE SCORECARD HISTORY RECORD AND, WHEN IT IS
121100*     THE PREVIOUS MONTH'S FOR A REGISTERED FEED, KEEPS
121200*     ITS FIGURES.
121300*==========================================================
121400 4550-LOAD-ONE-HISTORY-ROW.
121500     READ SCORHIST-FILE
121600         AT END
121700             SET DV-END-OF-SCORHIST TO TRUE
121800             GO TO 4550-LOAD-ONE-HISTORY-ROW-EXIT
121900     END-READ.
122000     IF DV-SCH-MONTH IS NOT NUMERIC
122100         OR DV-SCH-MONTH NOT = WS-PREV-MONTH
122200         GO TO 4550-LOAD-ONE-HISTORY-ROW-EXIT
122300     END-IF.
122400     MOVE DV-SCH-SOURCE-SYS TO WS-LOOK-NAME.
122500     PERFORM 7000-FIND-FEED
122600         THRU 7000-FIND-FEED-EXIT.
122700     IF WS-ENTRY-NOT-FOUND
122800         GO TO 4550-LOAD-ONE-HISTORY-ROW-EXIT
122900     END-IF.
123000     MOVE 'Y' TO WS-FD-PRV-SW (WS-FD-SUB).
123100     MOVE DV-SCH-GRADE TO WS-FD-PRV-GRADE (WS-FD-SUB).
123200     MOVE DV-SCH-ON-TIME-PCT TO WS-FD-PRV-ONTM-PCT (WS-FD-SUB).
123300     MOVE DV-SCH-INVALID-PCT TO WS-FD-PRV-INVL-PCT (WS-FD-SUB).
123400     MOVE DV-SCH-DUPLIC-PCT TO WS-FD-PRV-DUPL-PCT (WS-FD-SUB).
123500     MOVE DV-SCH-CTL-FAILS TO WS-FD-PRV-CTL-FAILS (WS-FD-SUB).
123600     MOVE DV-SCH-SUSP-OPEN TO WS-FD-PRV-SUSP-OPEN (WS-FD-SUB).
123700     MOVE DV-SCH-SUSP-AVG-AGE TO WS-FD-PRV-AVG-AGE (WS-FD-SUB).
123800 4550-LOAD-ONE-HISTORY-ROW-EXIT.
123900     EXIT.
124000*
124100*==========================================================
124200*  4700-OPEN-SCORE-HISTORY
124300*     OPENS THE SCORECARD HISTORY TO ADD THIS MONTH'S
124400*     FIGURES, CREATING IT ON THE FIRST RUN.  A HISTORY
124500*     FILE PROBLEM IS REPORTED BUT DOES NOT STOP THE RUN.
124600*==========================================================
124700 4700-OPEN-SCORE-HISTORY.
124800     OPEN EXTEND SCORHIST-FILE.
124900     IF WS-SCORHIST-STATUS = "35"
125000         OPEN OUTPUT SCORHIST-FILE
125100     END-IF.
125200     IF WS-SCORHIST-STATUS NOT = "00"
125300         DISPLAY "FEEDSCOR: cannot open SCORHIST, status="
125400             WS-SCORHIST-STATUS
125500         DISPLAY "FEEDSCOR: scorecard history not written."
125600         GO TO 4700-OPEN-SCORE-HISTORY-EXIT
125700     END-IF.
125800     SET WS-SCORHIST-OPEN TO TRUE.
125900 4700-OPEN-SCORE-HISTORY-EXIT.
126000     EXIT.
126100*
126200*==========================================================
126300*  5000-SCORE-ONE-FEED
126400*     WORKS OUT ONE FEED'S RATES AND GRADE, WRITES ITS
126500*     SCORECARD AND ADDS ITS HISTORY RECORD.  A MEASURE IS
126600*     ONLY GRADED WHEN THERE IS SOMETHING TO MEASURE - ON
126700*     TIME NEEDS DAYS DUE, THE INVALID AND DUPLICATE RATES
126800*     NEED RECORDS, THE AVERAGE AGE NEEDS OPEN ITEMS.  A
126900*     FEED WITH NO DAYS DUE, NO RECORDS, NO BLOCKS AND NO
127000*     OPEN ITEMS IS SHOWN AS HAVING NO ACTIVITY.
127100*==========================================================
127200 5000-SCORE-ONE-FEED.
127300     MOVE ZERO TO WS-ONTM-PCT WS-INVL-PCT WS-DUPL-PCT
127400         WS-AVG-AGE.
127500     IF WS-FD-DUE (WS-FD-SUB) > ZERO
127600         COMPUTE WS-ONTM-PCT ROUNDED =
127700             WS-FD-ON-TIME (WS-FD-SUB) * 100
127800             / WS-FD-DUE (WS-FD-SUB)
127900     END-IF.
128000     IF WS-FD-RECORDS (WS-FD-SUB) > ZERO
128100         COMPUTE WS-INVL-PCT ROUNDED =
128200             WS-FD-INVALID (WS-FD-SUB) * 100
128300             / WS-FD-RECORDS (WS-FD-SUB)
128400         COMPUTE WS-DUPL-PCT ROUNDED =
128500             WS-FD-DUPLIC (WS-FD-SUB) * 100
128600             / WS-FD-RECORDS (WS-FD-SUB)
128700     END-IF.
128800     IF WS-FD-SUSP-OPEN (WS-FD-SUB) > ZERO
128900         COMPUTE WS-AVG-AGE ROUNDED =
129000             WS-FD-SUSP-DAYS (WS-FD-SUB)
129100             / WS-FD-SUSP-OPEN (WS-FD-SUB)
129200     END-IF.
129300     MOVE ZERO TO WS-WARN-COUNT WS-FAIL-COUNT WS-BREACH-COUNT.
129400     MOVE SPACES TO WS-BREACH-LIST.
129500     IF WS-FD-DUE (WS-FD-SUB) > ZERO
129600         IF WS-ONTM-PCT < WS-LIM-ONTM-FAIL
129700             MOVE "ON TIME FAIL" TO WS-BREACH-TEXT
129800             PERFORM 5100-ADD-FAIL
129900                 THRU 5100-ADD-FAIL-EXIT
130000         ELSE
130100             IF WS-ONTM-PCT < WS-LIM-ONTM-WARN
130200                 MOVE "ON TIME WARN" TO WS-BREACH-TEXT
130300                 PERFORM 5150-ADD-WARN
130400                     THRU 5150-ADD-WARN-EXIT
130500             END-IF
130600         END-IF
130700     END-IF.
130800     IF WS-FD-RECORDS (WS-FD-SUB) > ZERO
130900         IF WS-INVL-PCT > WS-LIM-INVL-FAIL
131000             MOVE "INVALID FAIL" TO WS-BREACH-TEXT
131100             PERFORM 5100-ADD-FAIL
131200                 THRU 5100-ADD-FAIL-EXIT
131300         ELSE
131400             IF WS-INVL-PCT > WS-LIM-INVL-WARN
131500                 MOVE "INVALID WARN" TO WS-BREACH-TEXT
131600                 PERFORM 5150-ADD-WARN
131700                     THRU 5150-ADD-WARN-EXIT
131800             END-IF
131900         END-IF
132000         IF WS-DUPL-PCT > WS-LIM-DUPL-FAIL
132100             MOVE "DUPLICATE FAIL" TO WS-BREACH-TEXT
132200             PERFORM 5100-ADD-FAIL
132300                 THRU 5100-ADD-FAIL-EXIT
132400         ELSE
132500             IF WS-DUPL-PCT > WS-LIM-DUPL-WARN
132600                 MOVE "DUPLICATE WARN" TO WS-BREACH-TEXT
132700                 PERFORM 5150-ADD-WARN
132800                     THRU 5150-ADD-WARN-EXIT
132900             END-IF
133000         END-IF
133100     END-IF.
133200     IF WS-FD-CTL-FAILS (WS-FD-SUB) > WS-LIM-CTLF-FAIL
133300         MOVE "TRAILER FAIL" TO WS-BREACH-TEXT
133400         PERFORM 5100-ADD-FAIL
133500             THRU 5100-ADD-FAIL-EXIT
133600     ELSE
133700         IF WS-FD-CTL-FAILS (WS-FD-SUB) > WS-LIM-CTLF-WARN
133800             MOVE "TRAILER WARN" TO WS-BREACH-TEXT
133900             PERFORM 5150-ADD-WARN
134000                 THRU 5150-ADD-WARN-EXIT
134100         END-IF
134200     END-IF.
134300     IF WS-FD-SUSP-OPEN (WS-FD-SUB) > WS-LIM-SUSP-FAIL
134400         MOVE "SUSPENSE FAIL" TO WS-BREACH-TEXT
134500         PERFORM 5100-ADD-FAIL
134600             THRU 5100-ADD-FAIL-EXIT
134700     ELSE
134800         IF WS-FD-SUSP-OPEN (WS-FD-SUB) > WS-LIM-SUSP-WARN
134900             MOVE "SUSPENSE WARN" TO WS-BREACH-TEXT
135000             PERFORM 5150-ADD-WARN
135100                 THRU 5150-ADD-WARN-EXIT
135200         END-IF
135300     END-IF.
135400     IF WS-FD-SUSP-OPEN (WS-FD-SUB) > ZERO
135500         IF WS-AVG-AGE > WS-LIM-AGED-FAIL
135600             MOVE "AGE FAIL" TO WS-BREACH-TEXT
135700             PERFORM 5100-ADD-FAIL
135800                 THRU 5100-ADD-FAIL-EXIT
135900         ELSE
136000             IF WS-AVG-AGE > WS-LIM-AGED-WARN
136100                 MOVE "AGE WARN" TO WS-BREACH-TEXT
136200                 PERFORM 5150-ADD-WARN
136300                     THRU 5150-ADD-WARN-EXIT
136400             END-IF
136500         END-IF
136600     END-IF.
136700     EVALUATE TRUE
136800         WHEN WS-FD-DUE (WS-FD-SUB) = ZERO
136900             AND WS-FD-RECORDS (WS-FD-SUB) = ZERO
137000             AND WS-FD-BLOCKS (WS-FD-SUB) = ZERO
137100             AND WS-FD-SUSP-OPEN (WS-FD-SUB) = ZERO
137200             MOVE '-' TO WS-GRADE
137300             ADD 1 TO WS-TOTAL-NO-ACTIVITY
137400         WHEN WS-FAIL-COUNT > ZERO
137500             MOVE 'C' TO WS-GRADE
137600             ADD 1 TO WS-TOTAL-GRADE-C
137700         WHEN WS-WARN-COUNT > ZERO
137800             MOVE 'B' TO WS-GRADE
137900             ADD 1 TO WS-TOTAL-GRADE-B
138000         WHEN OTHER
138100             MOVE 'A' TO WS-GRADE
138200             ADD 1 TO WS-TOTAL-GRADE-A
138300     END-EVALUATE.
138400     PERFORM 6000-WRITE-SCORECARD
138500         THRU 6000-WRITE-SCORECARD-EXIT.
138600     PERFORM 6500-WRITE-HISTORY-ROW
138700         THRU 6500-WRITE-HISTORY-ROW-EXIT.
138800 5000-SCORE-ONE-FEED-EXIT.
138900     EXIT.
139000*
139100*==========================================================
139200*  5100-ADD-FAIL
139300*     COUNTS A FAILURE LIMIT PASSED AND LISTS IT.
139400*==========================================================
139500 5100-ADD-FAIL.
139600     ADD 1 TO WS-FAIL-COUNT.
139700     PERFORM 5200-LIST-BREACH
139800         THRU 5200-LIST-BREACH-EXIT.
139900 5100-ADD-FAIL-EXIT.
140000     EXIT.
140100*
140200*==========================================================
140300*  5150-ADD-WARN
140400*     COUNTS A WARNING LIMIT PASSED AND LISTS IT.
140500*==========================================================
140600 5150-ADD-WARN.
140700     ADD 1 TO WS-WARN-COUNT.
140800     PERFORM 5200-LIST-BREACH
140900         THRU 5200-LIST-BREACH-EXIT.
141000 5150-ADD-WARN-EXIT.
141100     EXIT.
141200*
141300*==========================================================
141400*  5200-LIST-BREACH
141500*     PUTS THE BREACH TEXT IN THE NEXT FREE SLOT OF THE
141600*     LIST SHOWN ON THE FEED'S RESULT LINE.
141700*==========================================================
141800 5200-LIST-BREACH.
141900     IF WS-BREACH-COUNT < 6
142000         ADD 1 TO WS-BREACH-COUNT
142100         MOVE WS-BREACH-TEXT TO WS-BREACH-ITEM (WS-BREACH-COUNT)
142200     END-IF.
142300 5200-LIST-BREACH-EXIT.
142400     EXIT.
142500*
142600*==========================================================
142700*  6000-WRITE-SCORECARD
142800*     WRITES ONE FEED'S SCORECARD - GRADE AGAINST LAST
142900*     MONTH, TIMELINESS, RECORDS WITH THE INVALID AND
143000*     DUPLICATE RATES, TRAILER RECONCILIATION, SUSPENSE,
143100*     THE INVALID RECORDS BY REASON, AND THE LIMITS PASSED.
143200*==========================================================
143300 6000-WRITE-SCORECARD.
143400     PERFORM 6050-SET-LAST-FIGURES
143500         THRU 6050-SET-LAST-FIGURES-EXIT.
143600     MOVE SPACES TO WS-RPT-TEXT.
143700     PERFORM 6900-WRITE-RPT-LINE
143800         THRU 6900-WRITE-RPT-LINE-EXIT.
143900     MOVE SPACES TO WS-RPT-TEXT.
144000     STRING "FEED " WS-FD-NAME (WS-FD-SUB)
144100             "  " WS-FD-DESC (WS-FD-SUB)
144200             "  GRADE " WS-GRADE
144300             "   LAST MONTH " WS-LAST-GRADE
144400             "  " WS-MOVEMENT
144500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
144600     PERFORM 6900-WRITE-RPT-LINE
144700         THRU 6900-WRITE-RPT-LINE-EXIT.
144800     MOVE WS-FD-DUE (WS-FD-SUB) TO WS-DUE-ED.
144900     MOVE WS-FD-ON-TIME (WS-FD-SUB) TO WS-ONTM-ED.
145000     MOVE WS-FD-LATE (WS-FD-SUB) TO WS-LATE-ED.
145100     MOVE WS-FD-STALE (WS-FD-SUB) TO WS-STALE-ED.
145200     MOVE WS-FD-MISSING (WS-FD-SUB) TO WS-MISS-ED.
145300     MOVE WS-ONTM-PCT TO WS-ONTM-PCT-ED.
145400     MOVE SPACES TO WS-RPT-TEXT.
145500     STRING "  TIMELINESS  DAYS DUE " WS-DUE-ED
145600             "  ON TIME " WS-ONTM-ED
145700             "  LATE " WS-LATE-ED
145800             "  STALE " WS-STALE-ED
145900             "  MISSING " WS-MISS-ED
146000             "  ON TIME " WS-ONTM-PCT-ED
146100             "%  LAST " WS-LAST-ONTM
146200         DELIMITED BY SIZE INTO WS-RPT-TEXT.
146300     PERFORM 6900-WRITE-RPT-LINE
146400         THRU 6900-WRITE-RPT-LINE-EXIT.
146500     MOVE WS-FD-RECORDS (WS-FD-SUB) TO WS-RECORDS-ED.
146600     MOVE WS-FD-INVALID (WS-FD-SUB) TO WS-INVL-ED.
146700     MOVE WS-FD-DUPLIC (WS-FD-SUB) TO WS-DUPL-ED.
146800     MOVE WS-INVL-PCT TO WS-INVL-PCT-ED.
146900     MOVE WS-DUPL-PCT TO WS-DUPL-PCT-ED.
147000     MOVE SPACES TO WS-RPT-TEXT.
147100     STRING "  RECORDS     " WS-RECORDS-ED
147200             "  INVALID " WS-INVL-ED
147300             " " WS-INVL-PCT-ED
147400             "%  LAST " WS-LAST-INVL
147500             "  DUPLICATES " WS-DUPL-ED
147600             " " WS-DUPL-PCT-ED
147700             "%  LAST " WS-LAST-DUPL
147800         DELIMITED BY SIZE INTO WS-RPT-TEXT.
147900     PERFORM 6900-WRITE-RPT-LINE
148000         THRU 6900-WRITE-RPT-LINE-EXIT.
148100     MOVE WS-FD-BLOCKS (WS-FD-SUB) TO WS-BLOCKS-ED.
148200     MOVE WS-FD-CTL-FAILS (WS-FD-SUB) TO WS-CTLF-ED.
148300     MOVE SPACES TO WS-RPT-TEXT.
148400     STRING "  TRAILERS    BLOCKS " WS-BLOCKS-ED
148500             "  OUT OF BALANCE " WS-CTLF-ED
148600             "  LAST " WS-LAST-CTLF
148700         DELIMITED BY SIZE INTO WS-RPT-TEXT.
148800     PERFORM 6900-WRITE-RPT-LINE
148900         THRU 6900-WRITE-RPT-LINE-EXIT.
149000     MOVE WS-FD-SUSP-OPEN (WS-FD-SUB) TO WS-OPEN-ED.
149100     MOVE WS-AVG-AGE TO WS-AGE-ED.
149200     MOVE WS-FD-WRITTEN-OFF (WS-FD-SUB) TO WS-WOFF-ED.
149300     MOVE SPACES TO WS-RPT-TEXT.
149400     STRING "  SUSPENSE    OPEN " WS-OPEN-ED
149500             "  LAST " WS-LAST-OPEN
149600             "  AVERAGE AGE " WS-AGE-ED
149700             " DAYS  LAST " WS-LAST-AGE
149800             "  WRITTEN OFF IN MONTH " WS-WOFF-ED
149900         DELIMITED BY SIZE INTO WS-RPT-TEXT.
150000     PERFORM 6900-WRITE-RPT-LINE
150100         THRU 6900-WRITE-RPT-LINE-EXIT.
150200     PERFORM 6100-WRITE-ONE-REASON
150300         THRU 6100-WRITE-ONE-REASON-EXIT
150400         VARYING WS-RSN-SUB FROM 1 BY 1
150500         UNTIL WS-RSN-SUB > 12.
150600     MOVE SPACES TO WS-RPT-TEXT.
150700     EVALUATE TRUE
150800         WHEN WS-GRADE-NO-ACTIVITY
150900             MOVE "  RESULT      NO ACTIVITY IN THE MONTH."
151000                 TO WS-RPT-TEXT
151100         WHEN WS-BREACH-COUNT = ZERO
151200             MOVE "  RESULT      WITHIN ALL LIMITS."
151300                 TO WS-RPT-TEXT
151400         WHEN OTHER
151500             STRING "  RESULT      PAST LIMITS: "
151600                     WS-BREACH-LIST
151700                 DELIMITED BY SIZE INTO WS-RPT-TEXT
151800     END-EVALUATE.
151900     PERFORM 6900-WRITE-RPT-LINE
152000         THRU 6900-WRITE-RPT-LINE-EXIT.
152100 6000-WRITE-SCORECARD-EXIT.
152200     EXIT.
152300*
152400*==========================================================
152500*  6050-SET-LAST-FIGURES
152600*     SETS THE PREVIOUS MONTH'S FIGURES FOR THE REPORT, OR
152700*     N/A WHEN THE FEED HAS NO HISTORY FOR THAT MONTH, AND
152800*     WHETHER THE GRADE IS BETTER, WORSE OR THE SAME.
152900*==========================================================
153000 6050-SET-LAST-FIGURES.
153100     IF WS-FD-PRV-SW (WS-FD-SUB) NOT = 'Y'
153200         MOVE "   N/A" TO WS-LAST-ONTM WS-LAST-INVL
153300             WS-LAST-DUPL WS-LAST-OPEN WS-LAST-AGE
153400         MOVE " N/A" TO WS-LAST-CTLF
153500         MOVE "N/A" TO WS-LAST-GRADE
153600         MOVE "NEW" TO WS-MOVEMENT
153700         GO TO 6050-SET-LAST-FIGURES-EXIT
153800     END-IF.
153900     MOVE WS-FD-PRV-ONTM-PCT (WS-FD-SUB) TO WS-PCT-ED.
154000     STRING WS-PCT-ED "%" DELIMITED BY SIZE INTO WS-LAST-ONTM.
154100     MOVE WS-FD-PRV-INVL-PCT (WS-FD-SUB) TO WS-PCT-ED.
154200     STRING WS-PCT-ED "%" DELIMITED BY SIZE INTO WS-LAST-INVL.
154300     MOVE WS-FD-PRV-DUPL-PCT (WS-FD-SUB) TO WS-PCT-ED.
154400     STRING WS-PCT-ED "%" DELIMITED BY SIZE INTO WS-LAST-DUPL.
154500     MOVE WS-FD-PRV-CTL-FAILS (WS-FD-SUB) TO WS-CTLF-ED.
154600     MOVE WS-CTLF-ED TO WS-LAST-CTLF.
154700     MOVE WS-FD-PRV-SUSP-OPEN (WS-FD-SUB) TO WS-OPEN-ED.
154800     MOVE WS-OPEN-ED TO WS-LAST-OPEN.
154900     MOVE WS-FD-PRV-AVG-AGE (WS-FD-SUB) TO WS-AGE-ED.
155000     MOVE WS-AGE-ED TO WS-LAST-AGE.
155100     MOVE SPACES TO WS-LAST-GRADE.
155200     MOVE WS-FD-PRV-GRADE (WS-FD-SUB) TO WS-LAST-GRADE.
155300     EVALUATE TRUE
155400         WHEN WS-GRADE = '-' OR WS-FD-PRV-GRADE (WS-FD-SUB) = '-'
155500             MOVE SPACES TO WS-MOVEMENT
155600         WHEN WS-GRADE < WS-FD-PRV-GRADE (WS-FD-SUB)
155700             MOVE "BETTER" TO WS-MOVEMENT
155800         WHEN WS-GRADE > WS-FD-PRV-GRADE (WS-FD-SUB)
155900             MOVE "WORSE" TO WS-MOVEMENT
156000         WHEN OTHER
156100             MOVE "SAME" TO WS-MOVEMENT
156200     END-EVALUATE.
156300 6050-SET-LAST-FIGURES-EXIT.
156400     EXIT.
156500*
156600*==========================================================
156700*  6100-WRITE-ONE-REASON
156800*     WRITES ONE INVALID REASON LINE FOR THE FEED - RETURN
156900*     CODE, REASON, COUNT AND PERCENT OF THE FEED'S
157000*     RECORDS - WHEN THE FEED HAD ANY FOR THAT REASON.
157100*==========================================================
157200 6100-WRITE-ONE-REASON.
157300     IF WS-FD-RSN-COUNT (WS-FD-SUB, WS-RSN-SUB) = ZERO
157400         GO TO 6100-WRITE-ONE-REASON-EXIT
157500     END-IF.
157600     MOVE WS-FD-RSN-COUNT (WS-FD-SUB, WS-RSN-SUB) TO WS-COUNT-ED.
157700     COMPUTE WS-RSN-PCT ROUNDED =
157800         WS-FD-RSN-COUNT (WS-FD-SUB, WS-RSN-SUB) * 100
157900         / WS-FD-RECORDS (WS-FD-SUB).
158000     MOVE WS-RSN-PCT TO WS-PCT-ED.
158100     MOVE SPACES TO WS-RPT-TEXT.
158200     IF WS-RSN-SUB > 11
158300         STRING "    INVALID RC --  (OTHER REASONS)"
158400                 "                        "
158500                 WS-COUNT-ED " " WS-PCT-ED "%"
158600             DELIMITED BY SIZE INTO WS-RPT-TEXT
158700     ELSE
158800         STRING "    INVALID RC " WS-RSN-CODE (WS-RSN-SUB)
158900                 "  " WS-RSN-TEXT (WS-RSN-SUB)
159000                 WS-COUNT-ED " " WS-PCT-ED "%"
159100             DELIMITED BY SIZE INTO WS-RPT-TEXT
159200     END-IF.
159300     PERFORM 6900-WRITE-RPT-LINE
159400         THRU 6900-WRITE-RPT-LINE-EXIT.
159500 6100-WRITE-ONE-REASON-EXIT.
159600     EXIT.
159700*
159800*==========================================================
159900*  6500-WRITE-HISTORY-ROW
160000*     ADDS THE FEED'S FIGURES AND GRADE FOR THE MONTH TO
160100*     THE SCORECARD HISTORY.
160200*==========================================================
160300 6500-WRITE-HISTORY-ROW.
160400     IF WS-SCORHIST-CLOSED
160500         GO TO 6500-WRITE-HISTORY-ROW-EXIT
160600     END-IF.
160700     MOVE SPACES TO DV-SCORHIST-RECORD.
160800     MOVE WS-SCORE-MONTH TO DV-SCH-MONTH.
160900     MOVE WS-FD-NAME (WS-FD-SUB) TO DV-SCH-SOURCE-SYS.
161000     MOVE WS-GRADE TO DV-SCH-GRADE.
161100     MOVE WS-FD-DUE (WS-FD-SUB) TO DV-SCH-DAYS-DUE.
161200     MOVE WS-FD-ON-TIME (WS-FD-SUB) TO DV-SCH-ON-TIME.
161300     MOVE WS-FD-LATE (WS-FD-SUB) TO DV-SCH-LATE.
161400     MOVE WS-FD-STALE (WS-FD-SUB) TO DV-SCH-STALE.
161500     MOVE WS-FD-MISSING (WS-FD-SUB) TO DV-SCH-MISSING.
161600     MOVE WS-ONTM-PCT TO DV-SCH-ON-TIME-PCT.
161700     MOVE WS-FD-RECORDS (WS-FD-SUB) TO DV-SCH-RECORDS.
161800     MOVE WS-FD-INVALID (WS-FD-SUB) TO DV-SCH-INVALID.
161900     MOVE WS-INVL-PCT TO DV-SCH-INVALID-PCT.
162000     MOVE WS-FD-DUPLIC (WS-FD-SUB) TO DV-SCH-DUPLIC.
162100     MOVE WS-DUPL-PCT TO DV-SCH-DUPLIC-PCT.
162200     MOVE WS-FD-BLOCKS (WS-FD-SUB) TO DV-SCH-BLOCKS.
162300     MOVE WS-FD-CTL-FAILS (WS-FD-SUB) TO DV-SCH-CTL-FAILS.
162400     MOVE WS-FD-SUSP-OPEN (WS-FD-SUB) TO DV-SCH-SUSP-OPEN.
162500     MOVE WS-AVG-AGE TO DV-SCH-SUSP-AVG-AGE.
162600     MOVE WS-FD-WRITTEN-OFF (WS-FD-SUB) TO DV-SCH-WRITTEN-OFF.
162700     MOVE WS-RUN-DATE TO DV-SCH-RUN-DATE.
162800     WRITE DV-SCORHIST-RECORD.
162900     ADD 1 TO WS-TOTAL-HIST-WRITTEN.
163000 6500-WRITE-HISTORY-ROW-EXIT.
163100     EXIT.
163200*
163300*==========================================================
163400*  6900-WRITE-RPT-LINE
163500*     WRITES THE SCRATCH LINE AREA TO THE REPORT FILE.
163600*==========================================================
163700 6900-WRITE-RPT-LINE.
163800     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
163900     WRITE DV-RPT-LINE.
164000 6900-WRITE-RPT-LINE-EXIT.
164100     EXIT.
164200*
164300*==========================================================
164400*  7000-FIND-FEED
164500*     SEARCHES THE FEED TABLE FOR WS-LOOK-NAME, SETTING THE
164600*     FOUND SWITCH AND WS-FD-SUB.
164700*==========================================================
164800 7000-FIND-FEED.
164900     SET WS-ENTRY-NOT-FOUND TO TRUE.
165000     PERFORM 7050-MATCH-ONE-FEED
165100         THRU 7050-MATCH-ONE-FEED-EXIT
165200         VARYING WS-SRCH-SUB FROM 1 BY 1
165300         UNTIL WS-SRCH-SUB > WS-FEED-COUNT
165400         OR WS-ENTRY-FOUND.
165500 7000-FIND-FEED-EXIT.
165600     EXIT.
165700*
165800*==========================================================
165900*  7050-MATCH-ONE-FEED
166000*     COMPARES ONE FEED TABLE ENTRY AGAINST WS-LOOK-NAME.
166100*==========================================================
166200 7050-MATCH-ONE-FEED.
166300     IF WS-FD-NAME (WS-SRCH-SUB) = WS-LOOK-NAME
166400         SET WS-ENTRY-FOUND TO TRUE
166500         MOVE WS-SRCH-SUB TO WS-FD-SUB
166600     END-IF.
166700 7050-MATCH-ONE-FEED-EXIT.
166800     EXIT.
166900*
167000*==========================================================
167100*  7200-DATE-TO-SERIAL
167200*     TURNS THE YYYYMMDD DATE IN WS-CONV-DATE INTO A
167300*     SERIAL DAY NUMBER IN WS-CONV-SERIAL - SAME METHOD AS
167400*     SUSPRPT.
167500*==========================================================
167600 7200-DATE-TO-SERIAL.
167700     SUBTRACT 1 FROM WS-CONV-YYYY GIVING WS-PRIOR-YYYY.
167800     COMPUTE WS-CONV-SERIAL = WS-PRIOR-YYYY * 365.
167900     DIVIDE WS-PRIOR-YYYY BY 4 GIVING WS-LEAP-TERM.
168000     ADD WS-LEAP-TERM TO WS-CONV-SERIAL.
168100     DIVIDE WS-PRIOR-YYYY BY 100 GIVING WS-LEAP-TERM.
168200     SUBTRACT WS-LEAP-TERM FROM WS-CONV-SERIAL.
168300     DIVIDE WS-PRIOR-YYYY BY 400 GIVING WS-LEAP-TERM.
168400     ADD WS-LEAP-TERM TO WS-CONV-SERIAL.
168500     IF WS-CONV-MM < 1 OR WS-CONV-MM > 12
168600         GO TO 7200-DATE-TO-SERIAL-EXIT
168700     END-IF.
168800     ADD WS-CUM-DAYS (WS-CONV-MM) TO WS-CONV-SERIAL.
168900     ADD WS-CONV-DD TO WS-CONV-SERIAL.
169000     IF WS-CONV-MM > 2
169100         MOVE WS-CONV-YYYY TO WS-LEAP-YYYY
169200         PERFORM 7300-DETERMINE-LEAP-YEAR
169300             THRU 7300-DETERMINE-LEAP-YEAR-EXIT
169400         IF WS-LEAP-YEAR
169500             ADD 1 TO WS-CONV-SERIAL
169600         END-IF
169700     END-IF.
169800 7200-DATE-TO-SERIAL-EXIT.
169900     EXIT.
170000*
170100*==========================================================
170200*  7300-DETERMINE-LEAP-YEAR
170300*     SETS WS-LEAP-SW FOR WS-LEAP-YYYY - SAME RULE AND
170400*     METHOD AS DATEVAL.
170500*==========================================================
170600 7300-DETERMINE-LEAP-YEAR.
170700     SET WS-NOT-LEAP-YEAR TO TRUE.
170800     DIVIDE WS-LEAP-YYYY BY 4
170900         GIVING WS-DIV-RESULT
171000         REMAINDER WS-REM-4.
171100     IF WS-REM-4 = 0
171200         DIVIDE WS-LEAP-YYYY BY 100
171300             GIVING WS-DIV-RESULT
171400             REMAINDER WS-REM-100
171500         IF WS-REM-100 NOT = 0
171600             SET WS-LEAP-YEAR TO TRUE
171700         ELSE
171800             DIVIDE WS-LEAP-YYYY BY 400
171900                 GIVING WS-DIV-RESULT
172000                 REMAINDER WS-REM-400
172100             IF WS-REM-400 = 0
172200                 SET WS-LEAP-YEAR TO TRUE
172300             END-IF
172400         END-IF
172500     END-IF.
172600 7300-DETERMINE-LEAP-YEAR-EXIT.
172700     EXIT.
172800*
172900*==========================================================
173000*  7400-SET-DAYS-IN-MONTH
173100*     SETS WS-DAYS-IN-MONTH FOR THE MONTH AND YEAR IN
173200*     WS-CALC-DATE, WITH LEAP YEAR RULES APPLIED TO
173300*     FEBRUARY.
173400*==========================================================
173500 7400-SET-DAYS-IN-MONTH.
173600     MOVE WS-CALC-YYYY TO WS-LEAP-YYYY.
173700     PERFORM 7300-DETERMINE-LEAP-YEAR
173800         THRU 7300-DETERMINE-LEAP-YEAR-EXIT.
173900     MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-DAYS-IN-MONTH.
174000     IF WS-CALC-MM = 2 AND WS-LEAP-YEAR
174100         MOVE 29 TO WS-DAYS-IN-MONTH
174200     END-IF.
174300 7400-SET-DAYS-IN-MONTH-EXIT.
174400     EXIT.
174500*
174600*==========================================================
174700*  7500-ADD-ONE-DAY
174800*     MOVES WS-CALC-DATE ON BY ONE CALENDAR DAY - SAME
174900*     METHOD AS DATECALC.
175000*==========================================================
175100 7500-ADD-ONE-DAY.
175200     PERFORM 7400-SET-DAYS-IN-MONTH
175300         THRU 7400-SET-DAYS-IN-MONTH-EXIT.
175400     IF WS-CALC-DD < WS-DAYS-IN-MONTH
175500         ADD 1 TO WS-CALC-DD
175600         GO TO 7500-ADD-ONE-DAY-EXIT
175700     END-IF.
175800     MOVE 1 TO WS-CALC-DD.
175900     IF WS-CALC-MM < 12
176000         ADD 1 TO WS-CALC-MM
176100     ELSE
176200         MOVE 1 TO WS-CALC-MM
176300         ADD 1 TO WS-CALC-YYYY
176400     END-IF.
176500 7500-ADD-ONE-DAY-EXIT.
176600     EXIT.
176700*
176800*==========================================================
176900*  8000-WRITE-SUMMARY
177000*     WRITES THE GRADE COUNTS AND WHAT WAS READ AND LEFT
177100*     OUT, AND SETS THE COMPLETION CODE - 4 WHEN ANY FEED
177200*     IS GRADED C, 0 OTHERWISE.
177300*==========================================================
177400 8000-WRITE-SUMMARY.
177500     MOVE SPACES TO WS-RPT-TEXT.
177600     PERFORM 6900-WRITE-RPT-LINE
177700         THRU 6900-WRITE-RPT-LINE-EXIT.
177800     MOVE ALL "=" TO WS-RPT-TEXT.
177900     PERFORM 6900-WRITE-RPT-LINE
178000         THRU 6900-WRITE-RPT-LINE-EXIT.
178100     MOVE WS-FEED-COUNT TO WS-COUNT-ED.
178200     MOVE SPACES TO WS-RPT-TEXT.
178300     STRING "FEEDS SCORED          = " WS-COUNT-ED
178400             "  GRADE A = " WS-TOTAL-GRADE-A
178500             ", B = " WS-TOTAL-GRADE-B
178600             ", C = " WS-TOTAL-GRADE-C
178700             ", NO ACTIVITY = " WS-TOTAL-NO-ACTIVITY
178800         DELIMITED BY SIZE INTO WS-RPT-TEXT.
178900     PERFORM 6900-WRITE-RPT-LINE
179000         THRU 6900-WRITE-RPT-LINE-EXIT.
179100     MOVE WS-ARH-FOR-MONTH TO WS-COUNT-ED.
179200     MOVE WS-ARH-NOT-REG TO WS-COUNT2-ED.
179300     MOVE SPACES TO WS-RPT-TEXT.
179400     STRING "ARRIVAL RECORDS       = " WS-COUNT-ED
179500             "  NOT ON THE REGISTER = " WS-COUNT2-ED
179600         DELIMITED BY SIZE INTO WS-RPT-TEXT.
179700     PERFORM 6900-WRITE-RPT-LINE
179800         THRU 6900-WRITE-RPT-LINE-EXIT.
179900     MOVE WS-AUD-FOR-MONTH TO WS-COUNT-ED.
180000     MOVE WS-AUD-REVERSED TO WS-COUNT2-ED.
180100     MOVE WS-AUD-NOT-REG TO WS-COUNT3-ED.
180200     MOVE SPACES TO WS-RPT-TEXT.
180300     STRING "DTBATCH AUDIT ENTRIES = " WS-COUNT-ED
180400             "  NOT ON THE REGISTER = " WS-COUNT3-ED
180500             "  IN REVERSED RUNS = " WS-COUNT2-ED
180600         DELIMITED BY SIZE INTO WS-RPT-TEXT.
180700     PERFORM 6900-WRITE-RPT-LINE
180800         THRU 6900-WRITE-RPT-LINE-EXIT.
180900     MOVE WS-SUS-NOT-REG TO WS-COUNT-ED.
181000     MOVE SPACES TO WS-RPT-TEXT.
181100     STRING "SUSPENSE ITEMS NOT ON THE REGISTER = " WS-COUNT-ED
181200         DELIMITED BY SIZE INTO WS-RPT-TEXT.
181300     PERFORM 6900-WRITE-RPT-LINE
181400         THRU 6900-WRITE-RPT-LINE-EXIT.
181500     MOVE SPACES TO WS-RPT-TEXT.
181600     IF WS-SCORHIST-OPEN
181700         STRING "HISTORY RECORDS ADDED = " WS-TOTAL-HIST-WRITTEN
181800                 " FOR MONTH " WS-SCORE-MONTH
181900                 ", COMPARED WITH MONTH " WS-PREV-MONTH
182000             DELIMITED BY SIZE INTO WS-RPT-TEXT
182100     ELSE
182200         MOVE "HISTORY RECORDS ADDED = NONE - SCORHIST COULD NOT "
182300             & "BE OPENED." TO WS-RPT-TEXT
182400     END-IF.
182500     PERFORM 6900-WRITE-RPT-LINE
182600         THRU 6900-WRITE-RPT-LINE-EXIT.
182700     IF WS-TOTAL-GRADE-C > ZERO
182800         MOVE 04 TO WS-COMPLETION-CODE
182900     ELSE
183000         MOVE ZERO TO WS-COMPLETION-CODE
183100     END-IF.
183200     MOVE SPACES TO WS-RPT-TEXT.
183300     STRING "COMPLETION CODE       = " WS-COMPLETION-CODE
183400         DELIMITED BY SIZE INTO WS-RPT-TEXT.
183500     PERFORM 6900-WRITE-RPT-LINE
183600         THRU 6900-WRITE-RPT-LINE-EXIT.
183700 8000-WRITE-SUMMARY-EXIT.
183800     EXIT.
