001913*                  TO ITS FRONT FIELDS, AND THE KEY IS
001914*                  BACKFILLED ON THE FRESH REJECT FILE SO
001915*                  LATER CYCLES ARE STABLE.
001925*  2026-10-15 DLH  A CORRECTED RECORD IS WRITTEN TO RESUBOUT
001935*                  WITH THE UTC OFFSET ITS TIME WAS TAKEN IN
001945*                  WHEN DTBATCH REJECTED IT, SO IT IS STILL
001955*                  NORMALIZED ON ITS OWN FEED'S CLOCK UNDER
001965*                  THE DTRESUB HEADER.
001966*  2026-10-15 DLH  A SUSPENSE ITEM CHANGED HERE HAS ITS PRIOR
001967*                  STATUS CLEARED, SO BACKING OUT AN EARLIER
001968*                  DTBATCH RUN (DTREVRS) LEAVES IT ALONE.
001969*  2026-10-15 DLH  AN ERROR THAT CANCELS THE RUN NOW ENDS IT WITH
001970*                  COMPLETION CODE 12 INSTEAD OF ZERO, SO THE
001971*                  NIGHTLY CYCLE DRIVER (CYCLDRV) STOPS AT THIS
001972*                  STEP RATHER THAN CARRYING ON PAST A FAILED RUN.
001973*  2026-10-15 DLH  A CORRECTED RECORD IS NOW ALSO HELD TO THE
001974*                  VALIDATION PROFILE (SRCPROF, DVPROFIL LAYOUT)
001975*                  OF THE FEED IT FIRST CAME IN ON, AS DTBATCH
001976*                  HOLDS IT - FORMATS THE FEED MAY SEND, ITS
001977*                  YEARS-AHEAD WINDOW AND ITS LOOK-BACK LIMIT -
001978*                  AND GOES TO RESUBOUT CARRYING THAT SOURCE
001979*                  SYSTEM, SO THE NEXT CYCLE JUDGES IT ON THE
001980*                  FEED'S OWN PROFILE AND HOLIDAY CALENDAR.  A
001981*                  NEW SUSPENSE ITEM IS OPENED UNDER THAT FEED.
001982*----------------------------------------------------------
002000*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003860           ACCESS MODE DYNAMIC
003870           RECORD KEY DV-SUS-KEY
003880           FILE STATUS IS WS-SUSP-STATUS.
003881       SELECT PROFILE-MASTER   ASSIGN TO "SRCPROF"
003882           ORGANIZATION INDEXED
003883           ACCESS MODE DYNAMIC
003884           RECORD KEY DV-PRF-SOURCE-SYS
003885           FILE STATUS IS WS-PROF-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004400 FD  RESUB-OUT-FILE.
004500 COPY DVBATIN.
004600 FD  REJECT-OUT-FILE.
004700 01  DV-REJOUT-LINE              PIC X(116).
004800 FD  REPORT-FILE.
004900 01  DV-RPT-LINE                 PIC X(120).
004910 FD  RUNPARM-FILE.
004920 COPY DVRUNPRM.
004930 FD  SUSPENSE-MASTER.
004940 COPY DVSUSP.
004950 FD  PROFILE-MASTER.
004960 COPY DVPROFIL.
005000*
005100 WORKING-STORAGE SECTION.
005200*
005930 77  WS-SUSP-AVAIL-SW             PIC X(01) VALUE 'N'.
005940     88  WS-SUSPENSE-AVAILABLE    VALUE 'Y'.
005950     88  WS-SUSPENSE-UNAVAILABLE  VALUE 'N'.
005960 77  WS-PROF-STATUS               PIC X(02).
005970 77  WS-PROF-AVAIL-SW             PIC X(01) VALUE 'N'.
005980     88  WS-PROFILES-AVAILABLE    VALUE 'Y'.
005990     88  WS-PROFILES-UNAVAILABLE  VALUE 'N'.
006000*
006100*----------------------------------------------------------
006200*  END-OF-FILE SWITCH
007878*----------------------------------------------------------
007879 77  WS-RANGE-FROM                PIC 9(08) VALUE ZERO.
007880 77  WS-RANGE-TO                  PIC 9(08) VALUE ZERO.
007881*
007882*----------------------------------------------------------
007883*  SOURCE PROFILE IN FORCE FOR THE RECORD IN HAND - THAT OF
007884*  THE FEED IT FIRST CAME IN ON: THE FORMAT SELECTORS THE
007885*  FEED MAY SEND ('Y' PER SELECTOR), ITS FORWARD WINDOW
007886*  (HELD IN DV-YEARS-AHEAD) AND ITS LOOK-BACK CUTOFF DATE,
007887*  WORKED OUT AS DTBATCH DOES.  A CUTOFF OF ZERO MEANS NO
007888*  LOOK-BACK LIMIT.  A RECORD WITH NO SOURCE, OR WHOSE
007889*  FEED HAS NO PROFILE, RUNS UNDER THE RUN-WIDE RULES.
007890*----------------------------------------------------------
007891 01  WS-REC-FORMAT-FLAGS.
007892     05  WS-REC-FORMAT-FLAG       PIC X(01) OCCURS 3 TIMES.
007893 77  WS-REC-YEARS-BACK            PIC 9(02) VALUE ZERO.
007894 77  WS-FMT-SUB                   PIC 9(02) COMP VALUE ZERO.
007895 01  WS-LOOKBACK-DATE             PIC 9(08) VALUE ZERO.
007896 01  WS-LOOKBACK-PARTS REDEFINES WS-LOOKBACK-DATE.
007897     05  WS-LOOKBACK-YYYY         PIC 9(04).
007898     05  WS-LOOKBACK-MMDD         PIC 9(04).
007900*
008000*----------------------------------------------------------
008100*  CALL PARAMETER AND RETURN CODE BLOCKS FOR DATEVAL
011200     IF WS-REJIN-STATUS NOT = "00"
011300         DISPLAY "DTRESUB: cannot open REJFILE, status="
011400             WS-REJIN-STATUS
011410         MOVE 12 TO RETURN-CODE
011500         STOP RUN
011600     END-IF.
011700     OPEN OUTPUT RESUB-OUT-FILE.
011800     IF WS-RESUB-STATUS NOT = "00"
011900         DISPLAY "DTRESUB: cannot open RESUBOUT, status="
012000             WS-RESUB-STATUS
012010         MOVE 12 TO RETURN-CODE
012100         STOP RUN
012200     END-IF.
012210     PERFORM 1100-WRITE-HEADER-RECORD
012400     IF WS-REJOUT-STATUS NOT = "00"
012500         DISPLAY "DTRESUB: cannot open REJOUT, status="
012600             WS-REJOUT-STATUS
012610         MOVE 12 TO RETURN-CODE
012700         STOP RUN
012800     END-IF.
012900     OPEN OUTPUT REPORT-FILE.
013000     IF WS-REPORT-STATUS NOT = "00"
013100         DISPLAY "DTRESUB: cannot open RESUBRPT, status="
013200             WS-REPORT-STATUS
013210         MOVE 12 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500     PERFORM 1095-OPEN-SUSPENSE
013510         THRU 1095-OPEN-SUSPENSE-EXIT.
013511     PERFORM 1097-OPEN-PROFILES
013512         THRU 1097-OPEN-PROFILES-EXIT.
013520     PERFORM 1300-READ-NEXT-RECORD
013600         THRU 1300-READ-NEXT-RECORD-EXIT.
013700 1000-INITIALIZE-EXIT.
013816     IF WS-RUNPARM-STATUS NOT = "00"
013817         DISPLAY "DTRESUB: cannot open RUNPARMS, status="
013818             WS-RUNPARM-STATUS
013819         MOVE 12 TO RETURN-CODE
013820         STOP RUN
013821     END-IF.
013822     PERFORM 1055-APPLY-ONE-PARM
013823         THRU 1055-APPLY-ONE-PARM-EXIT
013824         UNTIL DV-END-OF-PARMS.
013825     CLOSE RUNPARM-FILE.
013826     IF DV-PARM-ERROR
013827         DISPLAY "DTRESUB: run cancelled - correct RUNPARMS "
013828             "and resubmit."
013829         MOVE 12 TO RETURN-CODE
013830         STOP RUN
013831     END-IF.
013832 1050-READ-RUN-PARMS-EXIT.
013833     EXIT.
013834*
013835*==========================================================
013836*  1055-APPLY-ONE-PARM
013837*     READS ONE PARAMETER RECORD, EDITS IT, AND APPLIES
013838*     THE YEARS-AHEAD WINDOW.  THE KEYWORDS THAT ONLY
013839*     CONCERN DTBATCH ARE PASSED OVER.
013840*==========================================================
013841 1055-APPLY-ONE-PARM.
013842     READ RUNPARM-FILE
013843         AT END
013844             SET DV-END-OF-PARMS TO TRUE
013845             GO TO 1055-APPLY-ONE-PARM-EXIT
013846     END-READ.
013847     IF DV-RUNPARM-RECORD = SPACES
013848         GO TO 1055-APPLY-ONE-PARM-EXIT
013849     END-IF.
013850     EVALUATE DV-PRM-KEYWORD
013851         WHEN "YEARSAHD"
013852             IF DV-PRM-VALUE (1:2) IS NUMERIC
013853                 AND DV-PRM-VALUE (3:6) = SPACES
013854                 MOVE DV-PRM-VALUE (1:2)
013855                     TO WS-PARM-YEARS-AHEAD
013856             ELSE
013857                 PERFORM 1060-FLAG-BAD-PARM
013858                     THRU 1060-FLAG-BAD-PARM-EXIT
013859             END-IF
013860         WHEN "CKPTINTV"
013861         WHEN "RPTDETL "
013862         WHEN "TOLERPCT"
013863         WHEN "BATWINDW"
013864             CONTINUE
013865         WHEN OTHER
013866             PERFORM 1060-FLAG-BAD-PARM
013867                 THRU 1060-FLAG-BAD-PARM-EXIT
013868     END-EVALUATE.
013869 1055-APPLY-ONE-PARM-EXIT.
013870     EXIT.
013871*
013872*==========================================================
013873*  1060-FLAG-BAD-PARM
013874*     REPORTS ONE BAD PARAMETER RECORD AND REMEMBERS THAT
013875*     THE RUN MUST NOT GO AHEAD.
013876*==========================================================
013877 1060-FLAG-BAD-PARM.
013878     DISPLAY "DTRESUB: bad run parameter: "
013879         DV-PRM-KEYWORD " " DV-PRM-VALUE.
013880     SET DV-PARM-ERROR TO TRUE.
013881 1060-FLAG-BAD-PARM-EXIT.
013882     EXIT.
013883*
013884*==========================================================
013885*  1100-WRITE-HEADER-RECORD
013886*     WRITES THE TRANSMISSION HEADER ON THE RESUBMISSION
013887*     OUTPUT FILE.
013888*==========================================================
013889 1100-WRITE-HEADER-RECORD.
013890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013891     MOVE SPACES TO DV-BATCH-IN-RECORD.
013892     SET DV-BIN-HEADER-REC TO TRUE.
013893     MOVE WS-RUN-DATE TO DV-BIN-HDR-FILE-DATE.
013894     MOVE "DTRESUB " TO DV-BIN-HDR-SOURCE-SYS.
013895     WRITE DV-BATCH-IN-RECORD.
013896 1100-WRITE-HEADER-RECORD-EXIT.
013897     EXIT.
013898*
013899*==========================================================
013900*  1095-OPEN-SUSPENSE
013901*     OPENS THE REJECT SUSPENSE MASTER, CREATING IT ON ITS
013902*     FIRST EVER USE.  A MASTER THAT CANNOT BE OPENED IS
013903*     REPORTED AND THE RUN CARRIES ON WITHOUT SUSPENSE
013904*     TRACKING - THE RESUBMISSION ITSELF IS NOT AFFECTED.
013905*==========================================================
013906 1095-OPEN-SUSPENSE.
013907     SET WS-SUSPENSE-UNAVAILABLE TO TRUE.
013908     OPEN I-O SUSPENSE-MASTER.
013909     IF WS-SUSP-STATUS = "35"
013910         OPEN OUTPUT SUSPENSE-MASTER
013911         CLOSE SUSPENSE-MASTER
013912         OPEN I-O SUSPENSE-MASTER
013913     END-IF.
013914     IF WS-SUSP-STATUS = "00"
013915         SET WS-SUSPENSE-AVAILABLE TO TRUE
013916     ELSE
013917         DISPLAY "DTRESUB: cannot open SUSPMSTR, status="
013918             WS-SUSP-STATUS " - no suspense tracking."
013919     END-IF.
013920 1095-OPEN-SUSPENSE-EXIT.
013921     EXIT.
013922*
013923*==========================================================
013924*  1097-OPEN-PROFILES
013925*     OPENS THE SOURCE PROFILE MASTER FOR LOOKUPS AS EACH
013926*     RECORD IS RE-VALIDATED.  NO MASTER YET MEANS NO FEED
013927*     HAS A PROFILE; A MASTER THAT CANNOT BE OPENED IS
013928*     REPORTED.  EITHER WAY THE RUN CARRIES ON UNDER THE
013929*     RUN-WIDE RULES.
013930*==========================================================
013931 1097-OPEN-PROFILES.
013932     SET WS-PROFILES-UNAVAILABLE TO TRUE.
013933     OPEN INPUT PROFILE-MASTER.
013934     IF WS-PROF-STATUS = "00"
013935         SET WS-PROFILES-AVAILABLE TO TRUE
013936         GO TO 1097-OPEN-PROFILES-EXIT
013937     END-IF.
013938     IF WS-PROF-STATUS NOT = "35"
013939         DISPLAY "DTRESUB: cannot open SRCPROF, status="
013940             WS-PROF-STATUS " - run-wide rules for every feed."
013941     END-IF.
013942 1097-OPEN-PROFILES-EXIT.
013943     EXIT.
013944*
014000*==========================================================
014100*  1300-READ-NEXT-RECORD
014200*     READS THE NEXT CORRECTED REJECT RECORD, SETTING THE
018000*==========================================================
018100*  2100-VALIDATE-RECORD
018200*     PACKAGES THE CORRECTED RECORD INTO THE CALL PARAMETER
018300*     BLOCK AND CALLS DATEVAL UNDER ITS FEED'S PROFILE,
018310*     THEN HOLDS EACH DATE DATEVAL PASSES TO THAT PROFILE.
018400*==========================================================
018500 2100-VALIDATE-RECORD.
018510     PERFORM 2110-APPLY-SOURCE-PROFILE
018520         THRU 2110-APPLY-SOURCE-PROFILE-EXIT.
018600     MOVE DV-REJ-FORMAT-SEL TO DV-DATE-FORMAT-SEL.
018700     MOVE DV-REJ-DATE-INPUT TO DV-DATE-INPUT.
018800     MOVE DV-REJ-TIME-INPUT TO DV-TIME-INPUT.
018900     CALL "DATEVAL" USING DV-PARM, DV-CODES.
018901     PERFORM 2120-CHECK-FEED-PROFILE
018902         THRU 2120-CHECK-FEED-PROFILE-EXIT.
018910     IF NOT DV-REJ-RANGE-REC
018920         GO TO 2100-VALIDATE-RECORD-EXIT
018930     END-IF.
018970     MOVE DV-NORMALIZED-DATE TO WS-RANGE-FROM.
018980     MOVE DV-REJ-DATE-TO TO DV-DATE-INPUT.
018990     CALL "DATEVAL" USING DV-PARM, DV-CODES.
018991     PERFORM 2120-CHECK-FEED-PROFILE
018992         THRU 2120-CHECK-FEED-PROFILE-EXIT.
018993     IF NOT DV-OK
018994         GO TO 2100-VALIDATE-RECORD-EXIT
018995     END-IF.
018996     MOVE DV-NORMALIZED-DATE TO WS-RANGE-TO.
018997     IF WS-RANGE-FROM > WS-RANGE-TO
018998         SET DV-BAD-RANGE-ORDER TO TRUE
018999         MOVE "From date is after the to date."
019000             TO DV-REASON-TEXT
019001     END-IF.
019002 2100-VALIDATE-RECORD-EXIT.
019100     EXIT.
019200*
019201*==========================================================
019202*  2110-APPLY-SOURCE-PROFILE
019203*     PUTS THE VALIDATION PROFILE OF THE FEED THE RECORD
019204*     FIRST CAME IN ON IN FORCE, AS DTBATCH DOES FOR THE
019205*     BLOCK - THE FORMAT SELECTORS IT MAY SEND, ITS
019206*     YEARS-AHEAD WINDOW FOR DATEVAL AND ITS LOOK-BACK
019207*     CUTOFF DATE.  A RECORD WITH NO SOURCE (REJECTED
019208*     BEFORE THE SOURCE WAS KEPT), A FEED WITH NO PROFILE,
019209*     OR A RUN WITHOUT THE MASTER GETS THE RUN-WIDE RULES.
019210*==========================================================
019211 2110-APPLY-SOURCE-PROFILE.
019212     MOVE "YYY" TO WS-REC-FORMAT-FLAGS.
019213     MOVE WS-PARM-YEARS-AHEAD TO DV-YEARS-AHEAD.
019214     MOVE ZERO TO WS-REC-YEARS-BACK.
019215     MOVE ZERO TO WS-LOOKBACK-DATE.
019216     IF WS-PROFILES-UNAVAILABLE
019217         GO TO 2110-APPLY-SOURCE-PROFILE-EXIT
019218     END-IF.
019219     IF DV-REJ-SOURCE-SYS = SPACES
019220         GO TO 2110-APPLY-SOURCE-PROFILE-EXIT
019221     END-IF.
019222     MOVE DV-REJ-SOURCE-SYS TO DV-PRF-SOURCE-SYS.
019223     READ PROFILE-MASTER.
019224     IF WS-PROF-STATUS NOT = "00"
019225         GO TO 2110-APPLY-SOURCE-PROFILE-EXIT
019226     END-IF.
019227     MOVE DV-PRF-FORMAT-FLAGS TO WS-REC-FORMAT-FLAGS.
019228     MOVE DV-PRF-YEARS-AHEAD TO DV-YEARS-AHEAD.
019229     MOVE DV-PRF-YEARS-BACK TO WS-REC-YEARS-BACK.
019230     IF WS-REC-YEARS-BACK > ZERO
019231         MOVE WS-RUN-DATE TO WS-LOOKBACK-DATE
019232         SUBTRACT WS-REC-YEARS-BACK FROM WS-LOOKBACK-YYYY
019233     END-IF.
019234 2110-APPLY-SOURCE-PROFILE-EXIT.
019235     EXIT.
019236*
019237*==========================================================
019238*  2120-CHECK-FEED-PROFILE
019239*     HOLDS A DATE DATEVAL HAS JUST PASSED AGAINST THE
019240*     PROFILE IN FORCE - A FORMAT SELECTOR THE FEED MAY
019241*     NOT SEND FAILS WITH DVCODES 13, A DATE BEFORE THE
019242*     LOOK-BACK CUTOFF WITH 14, EXACTLY AS IN DTBATCH.  A
019243*     DATE DATEVAL HAS ALREADY FAILED IS LEFT AS IT IS.
019244*==========================================================
019245 2120-CHECK-FEED-PROFILE.
019246     IF NOT DV-OK
019247         GO TO 2120-CHECK-FEED-PROFILE-EXIT
019248     END-IF.
019249     MOVE DV-DATE-FORMAT-SEL TO WS-FMT-SUB.
019250     IF WS-REC-FORMAT-FLAG (WS-FMT-SUB) NOT = 'Y'
019251         SET DV-BAD-FEED-FORMAT TO TRUE
019252         MOVE "Date format not allowed for this feed."
019253             TO DV-REASON-TEXT
019254         GO TO 2120-CHECK-FEED-PROFILE-EXIT
019255     END-IF.
019256     IF WS-LOOKBACK-DATE > ZERO
019257         AND DV-NORMALIZED-DATE < WS-LOOKBACK-DATE
019258         SET DV-DATE-TOO-OLD TO TRUE
019259         MOVE "Date is older than the feed allows."
019260             TO DV-REASON-TEXT
019261     END-IF.
019262 2120-CHECK-FEED-PROFILE-EXIT.
019263     EXIT.
019264*
019300*==========================================================
019400*  2200-WRITE-CLEAN-RECORD
019500*     WRITES THE NOW-CLEAN RECORD TO THE RESUBMISSION
019600*     OUTPUT FILE IN THE BATCHIN LAYOUT, WITH THE UTC
019610*     OFFSET IT WAS ORIGINALLY TAKEN IN AND THE SOURCE
019620*     SYSTEM IT FIRST CAME IN ON.
019700*==========================================================
019800 2200-WRITE-CLEAN-RECORD.
019850     MOVE SPACES TO DV-BATCH-IN-RECORD.
019900     MOVE DV-REJ-FORMAT-SEL TO DV-BIN-FORMAT-SEL.
020000     MOVE DV-REJ-DATE-INPUT TO DV-BIN-DATE-INPUT.
020100     MOVE DV-REJ-TIME-INPUT TO DV-BIN-TIME-INPUT.
020110     MOVE DV-REJ-UTC-OFFSET TO DV-BIN-UTC-OFFSET.
020120     MOVE DV-REJ-SOURCE-SYS TO DV-BIN-SOURCE-SYS.
020200     WRITE DV-BATCH-IN-RECORD.
020300 2200-WRITE-CLEAN-RECORD-EXIT.
020400     EXIT.
021795     IF WS-SUSP-STATUS = "00"
021796         SET DV-SUS-CLOSED TO TRUE
021797         MOVE WS-RUN-DATE TO DV-SUS-LAST-CYCLED
021798         SET DV-SUS-PRIOR-NONE TO TRUE
021799         REWRITE DV-SUSP-RECORD
021800     END-IF.
021801 2500-CLOSE-SUSPENSE-EXIT.
021802     EXIT.
021803*
021804*==========================================================
021805*  2600-CYCLE-SUSPENSE
021806*     BUMPS THE CYCLE COUNTER ON THE SUSPENSE MASTER ITEM
021807*     FOR A RECORD THAT STILL FAILS, RECORDING THE LATEST
021808*     RETURN CODE.  A RECORD WITH NO ITEM ON THE MASTER
021809*     GETS ONE OPENED FOR IT.
021810*==========================================================
021811 2600-CYCLE-SUSPENSE.
021812     PERFORM 2450-SET-SUSPENSE-KEY
021813         THRU 2450-SET-SUSPENSE-KEY-EXIT.
021814     READ SUSPENSE-MASTER.
021815     IF WS-SUSP-STATUS = "00"
021816         SET DV-SUS-OPEN TO TRUE
021817         ADD 1 TO DV-SUS-CYCLE-COUNT
021818         MOVE DV-RETURN-CODE TO DV-SUS-RETURN-CODE
021819         MOVE WS-RUN-DATE TO DV-SUS-LAST-CYCLED
021820         SET DV-SUS-PRIOR-NONE TO TRUE
021821         REWRITE DV-SUSP-RECORD
021822         GO TO 2600-CYCLE-SUSPENSE-EXIT
021823     END-IF.
021824*    THE NEW ITEM IS OPENED UNDER THE SAME LOOKUP KEY, AND
021825*    UNDER THE FEED THE RECORD FIRST CAME IN ON WHERE THE
021826*    REJECT CARRIES IT.
021827     PERFORM 2450-SET-SUSPENSE-KEY
021828         THRU 2450-SET-SUSPENSE-KEY-EXIT.
021829     SET DV-SUS-OPEN TO TRUE.
021830     MOVE WS-RUN-DATE TO DV-SUS-FIRST-SEEN.
021831     MOVE "DTRESUB " TO DV-SUS-SOURCE-SYS.
021832     IF DV-REJ-SOURCE-SYS NOT = SPACES
021833         MOVE DV-REJ-SOURCE-SYS TO DV-SUS-SOURCE-SYS
021834     END-IF.
021835     MOVE DV-RETURN-CODE TO DV-SUS-RETURN-CODE.
021836     MOVE 1 TO DV-SUS-CYCLE-COUNT.
021837     MOVE WS-RUN-DATE TO DV-SUS-LAST-CYCLED.
021838     SET DV-SUS-PRIOR-NONE TO TRUE.
021839     MOVE SPACES TO DV-SUS-LAST-RUN-TIME.
021840     MOVE SPACES TO DV-SUS-PRIOR-SOURCE-SYS.
021841     MOVE ZERO TO DV-SUS-PRIOR-RETURN-CODE.
021842     MOVE ZERO TO DV-SUS-PRIOR-LAST-CYCLED.
021843     WRITE DV-SUSP-RECORD.
021844     IF WS-SUSP-STATUS NOT = "00"
021845         DISPLAY "DTRESUB: SUSPMSTR write failed, status="
021846             WS-SUSP-STATUS
021847     END-IF.
021848 2600-CYCLE-SUSPENSE-EXIT.
021849     EXIT.
021850*
021900*==========================================================
022000*  2400-WRITE-DETAIL-LINE
022100*     WRITES ONE REPORT LINE SHOWING THE ORIGINAL RECORD
027710     IF WS-SUSPENSE-AVAILABLE
027720         CLOSE SUSPENSE-MASTER
027730     END-IF.
027740     IF WS-PROFILES-AVAILABLE
027750         CLOSE PROFILE-MASTER
027760     END-IF.
027800 9000-TERMINATE-EXIT.
027900     EXIT.
