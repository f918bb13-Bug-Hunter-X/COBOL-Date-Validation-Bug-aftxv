007473*                  AUDIT RECORDS NOW CARRY THE FEED SOURCE
007474*                  SYSTEM SO AUDRPT CAN BREAK DUPLICATES
007475*                  DOWN BY FEED.
007476*  2026-10-15 DLH  EACH TRANSMISSION BLOCK IS NOW JUDGED BY
007477*                  ITS FEED'S OWN VALIDATION PROFILE FROM THE
007478*                  INDEXED SOURCE PROFILE MASTER (SRCPROF,
007479*                  DVPROFIL LAYOUT), LOOKED UP BY THE HEADER
007480*                  SOURCE SYSTEM AS EACH BLOCK OPENS - THE
007481*                  FORMAT SELECTORS THE FEED MAY SEND, ITS
007482*                  OWN YEARS-AHEAD WINDOW AND A LOOK-BACK
007483*                  LIMIT.  A RECORD IN A FORMAT ITS FEED MAY
007484*                  NOT SEND REJECTS WITH DVCODES 13, AND ONE
007485*                  DATED BEFORE THE LOOK-BACK LIMIT WITH 14.
007486*                  A FEED WITH NO PROFILE, OR A RUN WITHOUT
007487*                  THE MASTER, KEEPS THE RUN-WIDE RULES.  THE
007488*                  PROFILE IN FORCE IS SHOWN UNDER EACH
007489*                  BLOCK'S HEADER LINE ON THE REPORT.
007490*  2026-10-15 DLH  EACH BLOCK'S DATECALC WORK - THE BUSINESS-
007491*                  DAY ENRICHMENT AND THE RANGE SPAN - NOW
007492*                  RUNS ON THE REGIONAL HOLIDAY CALENDAR THE
007493*                  FEED REGISTER (FEEDREG) NAMES FOR ITS
007494*                  SOURCE SYSTEM.  A SOURCE NOT ON THE
007495*                  REGISTER, OR A RUN WITHOUT IT, USES THE
007496*                  BASE CALENDAR.  THE CALENDAR IS SHOWN
007497*                  UNDER EACH BLOCK'S HEADER LINE.
007507*  2026-10-15 DLH  CLEAN RANGE RECORDS ON VALIDOUT NOW CARRY
007517*                  THEIR BUSINESS-DAY SPAN AND THE CALENDAR
007527*                  IT WAS COUNTED ON, AND ENRICHMENT RECORDS
007537*                  THE CALENDAR THEIR DATE WAS JUDGED ON, SO
007547*                  HOLIMPCT CAN RECHECK BOTH AFTER A HOLIDAY
007557*                  CHANGE.
007558*  2026-10-15 DLH  EVERY CLEAN DETAIL AND RANGE RECORD ON
007559*                  VALIDOUT NOW ALSO CARRIES ITS DATE AND TIME
007560*                  NORMALIZED TO UTC AND THE OFFSET APPLIED.
007561*                  THE OFFSET IS TAKEN FROM THE TRANSMISSION
007562*                  HEADER, ELSE FROM THE FEED REGISTER; A FEED
007563*                  STATING NEITHER IS TAKEN AS UTC ALREADY.
007564*                  ENRICHMENT IS NOW FROM THE UTC DATE.
007565*                  REJECTS AND DUPLICATES KEEP THE OFFSET SO A
007566*                  RESUBMITTED RECORD IS NORMALIZED THE SAME.
007567*  2026-10-15 DLH  THE VALIDOUT HEADER NOW CARRIES THE RUN'S
007568*                  START TIME, EACH SUSPENSE ITEM THE STATUS
007569*                  IT HAD BEFORE THIS RUN OPENED IT ('N' IF
007570*                  THIS RUN ADDED IT), AND EACH RUNHIST ROW A
007571*                  REVERSED FLAG ('N'), SO DTREVRS CAN BACK A
007572*                  BAD RUN OUT.
007573*  2026-10-15 DLH  EVERY AUDIT RECORD IS NOW STAMPED BY AUDSTAMP
007574*                  WITH ITS TRAIL SEQUENCE NUMBER AND CHAINED
007575*                  CHECK VALUE JUST BEFORE IT IS WRITTEN.  THE END
007576*                  OF THE TRAIL IS FOUND WHEN AUDITLOG IS OPENED;
007577*                  IF IT CANNOT BE FOUND THE RUN IS CANCELLED WITH
007578*                  CODE 12.
007579*  2026-10-15 DLH  A RUN THAT ENDS WITH CODE 8 OR 12 IS NOW ALSO
007580*                  PUT ON THE CENTRAL ALERT QUEUE (ALERTQ) THROUGH
007581*                  ALRTRAIS - CRITICAL FOR CODE 12, WARNING FOR
007582*                  CODE 8 - KEYED BY THE RUN DATE AND START TIME.
007583*  2026-10-15 DLH  EACH BLOCK'S TRAILER RECONCILIATION RESULT IS
007584*                  NOW WRITTEN TO THE AUDIT TRAIL WITH THE BLOCK'S
007585*                  SOURCE SYSTEM FOR THE FEED SCORECARD.
007586*  2026-10-15 DLH  A RECORD THAT CARRIES ITS OWN SOURCE SYSTEM (A
007587*                  RESUBMITTED REJECT UNDER THE DTRESUB HEADER) IS
007588*                  NOW JUDGED ON THAT FEED'S VALIDATION PROFILE
007589*                  AND HOLIDAY CALENDAR, NOT THE BLOCK'S.  REJECT
007590*                  AND DUPLICATE RECORDS AND SUSPENSE ITEMS KEEP
007591*                  THE FEED THE RECORD FIRST CAME IN ON.
007592*  2026-10-15 DLH  A RUN CANCELLED BEFORE IT CAN START (BATCHIN
007593*                  MISSING, EMPTY OR WITHOUT A HEADER, RUNPARMS
007594*                  UNREADABLE OR IN ERROR, NO END TO THE AUDIT
007595*                  TRAIL) NOW RAISES A CRITICAL ALERT LIKE ANY
007596*                  OTHER CODE 12.  A SUSPENSE ITEM NOW CARRIES
007597*                  THE START TIME OF THE RUN THAT LAST OPENED
007598*                  IT, AND ITS PRIOR STATUS IS TAKEN ONLY ON
007599*                  THAT RUN'S FIRST HIT, SO A KEY REJECTED TWICE
007600*                  IN ONE RUN IS STILL REMOVED BY DTREVRS.
007601*  2026-10-15 DLH  THE CHECKPOINT NOW CARRIES THE START DATE AND
007602*                  TIME OF THE RUN THAT BEGAN THE CHAIN, AND
007603*                  THE SUSPENSE ITEM IS STAMPED WITH THAT, SO A
007604*                  RESTART DOES NOT RE-TAKE THE PRIOR VALUES OF
007605*                  AN ITEM THE INTERRUPTED RUN ALREADY HIT.
007606*                  THE ITEM'S SOURCE SYSTEM, RETURN CODE AND
007607*                  LAST-CYCLED DATE ARE NOW KEPT WITH ITS PRIOR
007608*                  STATUS FOR DTREVRS TO PUT BACK.
007609*----------------------------------------------------------
007610*
007611 ENVIRONMENT DIVISION.
007700 CONFIGURATION SECTION.
007800       SOURCE-COMPUTER.   IBM-370.
007900       OBJECT-COMPUTER.   IBM-370.
010000       SELECT RUNHIST-FILE       ASSIGN TO "RUNHIST"
010100           ORGANIZATION LINE SEQUENTIAL
010200           FILE STATUS IS WS-RUNHIST-STATUS.
010210       SELECT PROFILE-MASTER     ASSIGN TO "SRCPROF"
010220           ORGANIZATION INDEXED
010230           ACCESS MODE DYNAMIC
010240           RECORD KEY DV-PRF-SOURCE-SYS
010250           FILE STATUS IS WS-PROF-STATUS.
010260       SELECT FEEDREG-FILE       ASSIGN TO "FEEDREG"
010270           ORGANIZATION LINE SEQUENTIAL
010280           FILE STATUS IS WS-FEEDREG-STATUS.
010300*
010400 DATA DIVISION.
010500 FILE SECTION.
011510 FD  VALID-OUT-FILE.
011520 COPY DVVALOUT.
011530 FD  DUPLICATE-FILE.
011540 01  DV-DUPOUT-LINE              PIC X(116).
011550 FD  ENRICH-FILE.
011560 COPY DVENRICH.
011570 FD  SUSPENSE-MASTER.
011700 COPY DVRUNPRM.
011800 FD  RUNHIST-FILE.
011900 COPY DVRUNHST.
011910 FD  PROFILE-MASTER.
011920 COPY DVPROFIL.
011930 FD  FEEDREG-FILE.
011940 COPY DVFEEDRG.
012000*
012100 WORKING-STORAGE SECTION.
012200*
013050 77  WS-SUSP-AVAIL-SW             PIC X(01) VALUE 'N'.
013060     88  WS-SUSPENSE-AVAILABLE    VALUE 'Y'.
013070     88  WS-SUSPENSE-UNAVAILABLE  VALUE 'N'.
013071 77  WS-PROF-STATUS               PIC X(02).
013072 77  WS-PROF-AVAIL-SW             PIC X(01) VALUE 'N'.
013073     88  WS-PROFILES-AVAILABLE    VALUE 'Y'.
013074     88  WS-PROFILES-UNAVAILABLE  VALUE 'N'.
013075 77  WS-FEEDREG-STATUS            PIC X(02).
013076 77  WS-FRG-EOF-SW                PIC X(01) VALUE 'N'.
013077     88  WS-END-OF-FEEDREG        VALUE 'Y'.
013078     88  WS-NOT-END-OF-FEEDREG    VALUE 'N'.
013100 77  WS-RUNPARM-STATUS            PIC X(02).
013200 77  WS-RUNHIST-STATUS            PIC X(02).
013300*
021500 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
021600 77  WS-START-TIME                PIC 9(08) VALUE ZERO.
021700 77  WS-END-TIME                  PIC 9(08) VALUE ZERO.
021710*
021720*----------------------------------------------------------
021730*  START DATE AND TIME OF THE RUN THAT BEGAN THIS CHAIN -
021740*  THIS RUN, OR ON A RESTART THE RUN THE CHECKPOINT CAME
021750*  FROM.  STAMPED ON EVERY SUSPENSE ITEM THE CHAIN TOUCHES.
021760*----------------------------------------------------------
021770 01  WS-CHAIN-START.
021780     05  WS-CHAIN-DATE            PIC 9(08) VALUE ZERO.
021790     05  WS-CHAIN-TIME            PIC 9(06) VALUE ZERO.
021800*
021900*----------------------------------------------------------
022000*  SCRATCH AREA FOR BUILDING REPORT LINES
022600*----------------------------------------------------------
022700 COPY DVPARM.
022800 COPY DVCODES.
022801*
022802*----------------------------------------------------------
022803*  CALL PARAMETER BLOCK FOR ALRTRAIS, WHICH PUTS A RUN THAT
022804*  ENDS WITH CODE 8 OR 12 ON THE CENTRAL ALERT QUEUE
022805*----------------------------------------------------------
022806 COPY ALPARM.
022810*
022820*----------------------------------------------------------
022830*  CALL PARAMETER AND RETURN CODE BLOCKS FOR DATECALC,
022860*----------------------------------------------------------
022870 COPY DCPARM.
022880 COPY DCCODES.
022881*
022882*----------------------------------------------------------
022883*  CALL PARAMETER BLOCK FOR AUDSTAMP, WHICH STAMPS EACH
022884*  AUDIT RECORD WITH ITS TRAIL SEQUENCE AND CHECK VALUE
022885*----------------------------------------------------------
022886 COPY ASPARM.
022890 77  WS-TOTAL-NONBUS              PIC 9(08) VALUE ZERO.
022891 77  WS-ENRICH-ERRORS             PIC 9(08) VALUE ZERO.
022892 77  WS-NONBUS-SW                 PIC X(01) VALUE 'N'.
022907     88  WS-SPAN-ERROR            VALUE 'Y'.
022908     88  WS-SPAN-CLEAN            VALUE 'N'.
022909*
022910*----------------------------------------------------------
022911*  SOURCE PROFILE IN FORCE FOR THE CURRENT BLOCK (OR FOR
022912*  THE FEED A RESUBMITTED RECORD FIRST CAME IN ON) - THE
022913*  FORMAT SELECTORS THE FEED MAY SEND ('Y' PER SELECTOR),
022914*  ITS FORWARD WINDOW (HELD IN DV-YEARS-AHEAD) AND ITS
022915*  LOOK-BACK CUTOFF DATE - THE RUN DATE LESS THE PROFILE
022916*  YEARS, THE SAME WAY DATEVAL ROLLS ITS FORWARD CUTOFF.
022917*  A CUTOFF OF ZERO MEANS NO LOOK-BACK LIMIT.  A BLOCK
022918*  WITH NO PROFILE RUNS UNDER THE RUN-WIDE RULES.
022919*----------------------------------------------------------
022920 77  WS-BLK-PROFILE-SW            PIC X(01) VALUE 'N'.
022921     88  WS-BLK-PROFILED          VALUE 'Y'.
022922     88  WS-BLK-UNPROFILED        VALUE 'N'.
022923 01  WS-BLK-FORMAT-FLAGS.
022924     05  WS-BLK-FORMAT-FLAG       PIC X(01) OCCURS 3 TIMES.
022925 77  WS-BLK-YEARS-BACK            PIC 9(02) VALUE ZERO.
022926*    THE SOURCE SYSTEM WHOSE PROFILE AND CALENDAR ARE IN
022927*    FORCE, AND THE ONE THE RECORD IN HAND BELONGS TO - THE
022928*    BLOCK'S, UNLESS THE RECORD NAMES ITS OWN (SEE DVBATIN).
022929 77  WS-RULE-SOURCE-SYS           PIC X(08) VALUE SPACES.
022930 77  WS-REC-SOURCE-SYS            PIC X(08) VALUE SPACES.
022931 77  WS-FMT-SUB                   PIC 9(02) COMP VALUE ZERO.
022932 01  WS-LOOKBACK-DATE             PIC 9(08) VALUE ZERO.
022933 01  WS-LOOKBACK-PARTS REDEFINES WS-LOOKBACK-DATE.
022934     05  WS-LOOKBACK-YYYY         PIC 9(04).
022935     05  WS-LOOKBACK-MMDD         PIC 9(04).
022936*
022937*----------------------------------------------------------
022938*  FEED REGISTER CALENDARS - EACH REGISTERED SOURCE
022939*  SYSTEM, THE HOLIDAY CALENDAR ITS DATES ARE JUDGED ON
022940*  AND THE UTC OFFSET OF ITS CLOCK, LOADED ONCE AT START
022941*  OF RUN.  THE CURRENT BLOCK'S CALENDAR IS KEPT IN
022942*  DC-CALENDAR-ID FOR EVERY DATECALC CALL THE BLOCK MAKES.
022943*----------------------------------------------------------
022944 01  WS-FEED-CAL-TABLE.
022945     05  WS-FCL-ENTRY OCCURS 100 TIMES.
022946         10  WS-FCL-SOURCE-SYS    PIC X(08).
022947         10  WS-FCL-CALENDAR      PIC X(04).
022948         10  WS-FCL-UTC-OFFSET    PIC X(05).
022949 77  WS-FCL-COUNT                 PIC 9(03) COMP VALUE ZERO.
022950 77  WS-FCL-SUB                   PIC 9(03) COMP VALUE ZERO.
022951 77  WS-BLK-CALENDAR              PIC X(04) VALUE SPACES.
022952 77  WS-BLK-CAL-SHOW              PIC X(04) VALUE "BASE".
022953 77  WS-FCL-FOUND-SW              PIC X(01) VALUE 'N'.
022954     88  WS-FCL-FOUND             VALUE 'Y'.
022955     88  WS-FCL-NOT-FOUND         VALUE 'N'.
022956*
022957*----------------------------------------------------------
022958*  UTC NORMALIZATION - THE OFFSETS STATED ON THE CURRENT
022959*  HEADER AND REGISTER ENTRY, THE BLOCK OFFSET IN FORCE
022960*  AND WHERE IT CAME FROM, THE OFFSET APPLIED TO THE
022961*  RECORD IN HAND, AND THE DATE/TIME WORK AREAS.  OFFSETS
022962*  ARE HELD AS SIGNED MINUTES EAST OF UTC.
022963*----------------------------------------------------------
022964 77  WS-HDR-UTC-OFFSET            PIC X(05) VALUE SPACES.
022965 77  WS-REG-UTC-OFFSET            PIC X(05) VALUE SPACES.
022966 77  WS-BLK-UTC-OFFSET            PIC X(05) VALUE "+0000".
022967 77  WS-BLK-UTC-MINUTES           PIC S9(04) COMP VALUE ZERO.
022968 77  WS-BLK-UTC-SRC-SW            PIC X(01) VALUE 'N'.
022969     88  WS-BLK-UTC-FROM-HEADER   VALUE 'H'.
022970     88  WS-BLK-UTC-FROM-REGISTER VALUE 'R'.
022971     88  WS-BLK-UTC-NOT-STATED    VALUE 'N'.
022972 77  WS-REC-UTC-OFFSET            PIC X(05) VALUE "+0000".
022973 77  WS-REC-UTC-MINUTES           PIC S9(04) COMP VALUE ZERO.
022974 01  WS-UTC-OFFSET-WORK.
022975     05  WS-UTC-OFF-SIGN          PIC X(01).
022976         88  WS-UTC-EAST          VALUE '+'.
022977         88  WS-UTC-WEST          VALUE '-'.
022978     05  WS-UTC-OFF-HH            PIC 9(02).
022979     05  WS-UTC-OFF-MM            PIC 9(02).
022980 77  WS-UTC-OFFSET-MINS           PIC S9(04) COMP VALUE ZERO.
022981 77  WS-UTC-OFFSET-SW             PIC X(01) VALUE 'N'.
022982     88  WS-UTC-OFFSET-VALID      VALUE 'Y'.
022983     88  WS-UTC-OFFSET-INVALID    VALUE 'N'.
022984 77  WS-UTC-LOCAL-DATE            PIC 9(08) VALUE ZERO.
022985 01  WS-UTC-DATE                  PIC 9(08) VALUE ZERO.
022986 01  WS-UTC-DATE-R REDEFINES WS-UTC-DATE.
022987     05  WS-UTC-YYYY              PIC 9(04).
022988     05  WS-UTC-MM                PIC 9(02).
022989     05  WS-UTC-DD                PIC 9(02).
022990 01  WS-UTC-TIME                  PIC 9(06) VALUE ZERO.
022991 01  WS-UTC-TIME-R REDEFINES WS-UTC-TIME.
022992     05  WS-UTC-TIME-HH           PIC 9(02).
022993     05  WS-UTC-TIME-MI           PIC 9(02).
022994     05  WS-UTC-TIME-SS           PIC 9(02).
022995 77  WS-UTC-MINUTE-OF-DAY         PIC S9(05) COMP VALUE ZERO.
022996*
022997*----------------------------------------------------------
022998*  DAYS-PER-MONTH TABLE (NON-LEAP YEAR) AND LEAP YEAR
022999*  WORK FIELDS FOR ROLLING THE UTC DATE ACROSS MIDNIGHT -
023000*  SAME METHOD AS DATEVAL
023001*----------------------------------------------------------
023002 01  WS-MONTH-DAYS-V.
023003     05  FILLER                   PIC X(24)
023004             VALUE '312831303130313130313031'.
023005 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-V.
023006     05  WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.
023007 77  WS-DIV-RESULT                PIC 9(06) COMP.
023008 77  WS-REM-4                     PIC 9(04) COMP.
023009 77  WS-REM-100                   PIC 9(04) COMP.
023010 77  WS-REM-400                   PIC 9(04) COMP.
023011 77  WS-LEAP-SW                   PIC X(01) VALUE 'N'.
023012     88  WS-LEAP-YEAR             VALUE 'Y'.
023013     88  WS-NOT-LEAP-YEAR         VALUE 'N'.
023014 77  WS-DAYS-IN-MONTH             PIC 9(02).
023015*
023016 PROCEDURE DIVISION.
023100*
023200*==========================================================
023300*  0000-MAINLINE
026700     IF WS-INPUT-STATUS NOT = "00"
026800         DISPLAY "DTBATCH: cannot open BATCHIN, status="
026900             WS-INPUT-STATUS
026910         MOVE 12 TO WS-COMPLETION-CODE
026920         MOVE "CANCELLED - BATCHIN WILL NOT OPEN."
026930             TO WS-GRADE-TEXT
026940         PERFORM 7700-RAISE-RUN-ALERT
026950             THRU 7700-RAISE-RUN-ALERT-EXIT
027000         MOVE 12 TO RETURN-CODE
027100         STOP RUN
027200     END-IF.
027210     PERFORM 1097-OPEN-PROFILES
027220         THRU 1097-OPEN-PROFILES-EXIT.
027230     PERFORM 1098-LOAD-FEED-CALENDARS
027240         THRU 1098-LOAD-FEED-CALENDARS-EXIT.
027300     PERFORM 1120-READ-HEADER-RECORD
027400         THRU 1120-READ-HEADER-RECORD-EXIT.
027500     PERFORM 1150-READ-CHECKPOINT
027600         THRU 1150-READ-CHECKPOINT-EXIT.
027610     IF DV-RESTARTING
027620         AND DV-CKP-CHAIN-START IS NUMERIC
027630         MOVE DV-CKP-CHAIN-START TO WS-CHAIN-START
027640     ELSE
027650         MOVE WS-RUN-DATE TO WS-CHAIN-DATE
027660         MOVE WS-START-TIME (1:6) TO WS-CHAIN-TIME
027670     END-IF.
027700     IF DV-RESTARTING
027800         OPEN EXTEND REPORT-FILE
027900         IF WS-REPORT-STATUS = "35"
028400     ELSE
028500         OPEN OUTPUT REPORT-FILE
028600     END-IF.
028601     SET AS-FIND-TRAIL-END TO TRUE.
028602     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
028603     IF NOT AS-OK
028604         DISPLAY "DTBATCH: cannot find the end of the audit "
028605             "trail - " AS-REASON-TEXT
028615         MOVE 12 TO WS-COMPLETION-CODE
028625         MOVE "CANCELLED - AUDIT TRAIL END NOT FOUND."
028635             TO WS-GRADE-TEXT
028645         PERFORM 7700-RAISE-RUN-ALERT
028655             THRU 7700-RAISE-RUN-ALERT-EXIT
028665         MOVE 12 TO RETURN-CODE
028675         STOP RUN
028685     END-IF.
028700     OPEN EXTEND AUDIT-FILE.
028800     IF WS-AUDIT-STATUS = "35"
028900         OPEN OUTPUT AUDIT-FILE
032600     IF WS-RUNPARM-STATUS NOT = "00"
032700         DISPLAY "DTBATCH: cannot open RUNPARMS, status="
032800             WS-RUNPARM-STATUS
032810         MOVE 12 TO WS-COMPLETION-CODE
032820         MOVE "CANCELLED - RUNPARMS WILL NOT OPEN."
032830             TO WS-GRADE-TEXT
032840         PERFORM 7700-RAISE-RUN-ALERT
032850             THRU 7700-RAISE-RUN-ALERT-EXIT
032900         MOVE 12 TO RETURN-CODE
033000         STOP RUN
033100     END-IF.
033700     IF DV-PARM-ERROR
033800         DISPLAY "DTBATCH: run cancelled - correct RUNPARMS "
033900             "and resubmit."
033910         MOVE 12 TO WS-COMPLETION-CODE
033920         MOVE "CANCELLED - BAD RUNPARMS ENTRY."
033930             TO WS-GRADE-TEXT
033940         PERFORM 7700-RAISE-RUN-ALERT
033950             THRU 7700-RAISE-RUN-ALERT-EXIT
034000         MOVE 12 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
046600         AT END
046700             DISPLAY "DTBATCH: BATCHIN is empty - no "
046800                 "header record.  Run cancelled."
046810             MOVE 12 TO WS-COMPLETION-CODE
046820             MOVE "CANCELLED - BATCHIN IS EMPTY."
046830                 TO WS-GRADE-TEXT
046840             PERFORM 7700-RAISE-RUN-ALERT
046850                 THRU 7700-RAISE-RUN-ALERT-EXIT
046900             MOVE 12 TO RETURN-CODE
047000             STOP RUN
047100     END-READ.
047200     IF NOT DV-BIN-HEADER-REC
047300         DISPLAY "DTBATCH: BATCHIN does not start with a "
047400             "header record.  Run cancelled."
047410         MOVE 12 TO WS-COMPLETION-CODE
047420         MOVE "CANCELLED - NO HEADER RECORD ON BATCHIN."
047430             TO WS-GRADE-TEXT
047440         PERFORM 7700-RAISE-RUN-ALERT
047450             THRU 7700-RAISE-RUN-ALERT-EXIT
047500         MOVE 12 TO RETURN-CODE
047600         STOP RUN
047700     END-IF.
047930     MOVE ZERO TO WS-TRL-EXPECTED.
047940     PERFORM 1140-REGISTER-SOURCE
047950         THRU 1140-REGISTER-SOURCE-EXIT.
047951     MOVE WS-HDR-SOURCE-SYS TO WS-RULE-SOURCE-SYS.
047960     PERFORM 1160-APPLY-SOURCE-PROFILE
047970         THRU 1160-APPLY-SOURCE-PROFILE-EXIT.
047980     PERFORM 1170-SET-BLOCK-CALENDAR
047990         THRU 1170-SET-BLOCK-CALENDAR-EXIT.
047991     PERFORM 1180-SET-BLOCK-UTC-OFFSET
047992         THRU 1180-SET-BLOCK-UTC-OFFSET-EXIT.
048000 1120-READ-HEADER-RECORD-EXIT.
048100     EXIT.
048110*
048130*  1130-START-NEW-BLOCK
048140*     OPENS THE NEXT TRANSMISSION BLOCK FROM THE HEADER
048150*     RECORD JUST READ - HOLDS ITS FILE DATE AND SOURCE
048151*     SYSTEM, CLEARS THE BLOCK COUNTS, PUTS THE FEED'S
048152*     VALIDATION PROFILE, CALENDAR AND UTC OFFSET IN FORCE,
048153*     AND SHOWS THE HEADER ON THE REPORT.
048180*==========================================================
048181 1130-START-NEW-BLOCK.
048182     MOVE DV-BIN-HDR-FILE-DATE TO WS-HDR-FILE-DATE.
048183     MOVE DV-BIN-HDR-SOURCE-SYS TO WS-HDR-SOURCE-SYS.
048184     SET DV-TRAILER-NOT-SEEN TO TRUE.
048185     ADD 1 TO WS-BLOCK-COUNT.
048186     MOVE ZERO TO WS-BLK-DETAIL-COUNT.
048187     MOVE ZERO TO WS-TRL-EXPECTED.
048188     PERFORM 1140-REGISTER-SOURCE
048189         THRU 1140-REGISTER-SOURCE-EXIT.
048190     MOVE WS-HDR-SOURCE-SYS TO WS-RULE-SOURCE-SYS.
048191     PERFORM 1160-APPLY-SOURCE-PROFILE
048192         THRU 1160-APPLY-SOURCE-PROFILE-EXIT.
048193     PERFORM 1170-SET-BLOCK-CALENDAR
048194         THRU 1170-SET-BLOCK-CALENDAR-EXIT.
048195     PERFORM 1180-SET-BLOCK-UTC-OFFSET
048196         THRU 1180-SET-BLOCK-UTC-OFFSET-EXIT.
048197     PERFORM 1080-WRITE-HEADER-INFO
048198         THRU 1080-WRITE-HEADER-INFO-EXIT.
048199 1130-START-NEW-BLOCK-EXIT.
048200     EXIT.
048203*
048204*==========================================================
048205*  1140-REGISTER-SOURCE
048240     END-IF.
048241 1145-MATCH-ONE-SOURCE-EXIT.
048242     EXIT.
048279*
048300*==========================================================
048400*  1080-WRITE-HEADER-INFO
048500*     SHOWS THE TRANSMISSION HEADER CONTENTS ON THE REPORT
049200         DELIMITED BY SIZE INTO WS-RPT-TEXT.
049300     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
049400     WRITE DV-RPT-LINE.
049401     MOVE SPACES TO WS-RPT-TEXT.
049402     IF WS-BLK-PROFILED
049403         STRING "FEED PROFILE: FORMATS 1/2/3 = "
049404                 WS-BLK-FORMAT-FLAGS
049405                 ", YEARS AHEAD = " DV-YEARS-AHEAD
049406                 ", YEARS BACK = " WS-BLK-YEARS-BACK
049407             DELIMITED BY SIZE INTO WS-RPT-TEXT
049408     ELSE
049409         MOVE "FEED PROFILE: NONE ON FILE - RUN-WIDE RULES APPLY."
049410             TO WS-RPT-TEXT
049411     END-IF.
049412     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
049413     WRITE DV-RPT-LINE.
049423     MOVE SPACES TO WS-RPT-TEXT.
049433     STRING "FEED CALENDAR: " WS-BLK-CAL-SHOW
049443         DELIMITED BY SIZE INTO WS-RPT-TEXT.
049453     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
049463     WRITE DV-RPT-LINE.
049464     MOVE SPACES TO WS-RPT-TEXT.
049465     EVALUATE TRUE
049466         WHEN WS-BLK-UTC-FROM-HEADER
049467             STRING "UTC OFFSET: " WS-BLK-UTC-OFFSET
049468                     " FROM THE HEADER"
049469                 DELIMITED BY SIZE INTO WS-RPT-TEXT
049470         WHEN WS-BLK-UTC-FROM-REGISTER
049471             STRING "UTC OFFSET: " WS-BLK-UTC-OFFSET
049472                     " FROM THE FEED REGISTER"
049473                 DELIMITED BY SIZE INTO WS-RPT-TEXT
049474         WHEN OTHER
049475             MOVE "UTC OFFSET: NOT STATED - TIMES TAKEN AS UTC."
049476                 TO WS-RPT-TEXT
049477     END-EVALUATE.
049478     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
049479     WRITE DV-RPT-LINE.
049480     IF WS-HDR-UTC-OFFSET NOT = SPACES
049481         AND NOT WS-BLK-UTC-FROM-HEADER
049482         MOVE SPACES TO WS-RPT-TEXT
049483         STRING "** UTC OFFSET ON HEADER NOT VALID: "
049484                 WS-HDR-UTC-OFFSET " - IGNORED."
049485             DELIMITED BY SIZE INTO WS-RPT-TEXT
049486         MOVE WS-RPT-TEXT TO DV-RPT-LINE
049487         WRITE DV-RPT-LINE
049488     END-IF.
049489     IF WS-REG-UTC-OFFSET NOT = SPACES
049490         AND WS-BLK-UTC-NOT-STATED
049491         MOVE SPACES TO WS-RPT-TEXT
049492         STRING "** UTC OFFSET ON FEED REGISTER NOT VALID: "
049493                 WS-REG-UTC-OFFSET " - IGNORED."
049494             DELIMITED BY SIZE INTO WS-RPT-TEXT
049495         MOVE WS-RPT-TEXT TO DV-RPT-LINE
049496         WRITE DV-RPT-LINE
049497     END-IF.
049500     MOVE SPACES TO DV-RPT-LINE.
049600     WRITE DV-RPT-LINE.
049700 1080-WRITE-HEADER-INFO-EXIT.
049840*     WRITES THE TRANSMISSION HEADER ON THE CLEAN OUTPUT
049850*     FILE.  THE CLEAN FILE CAN CONSOLIDATE SEVERAL INPUT
049860*     FEEDS, SO ITS HEADER CARRIES THE RUN DATE AND THIS
049870*     PROGRAM AS THE SOURCE SYSTEM, AND THE RUN'S START
049875*     TIME SO THE RUN THAT BEGAN THE FILE CAN BE NAMED.
049880*==========================================================
049890 1090-WRITE-VALOUT-HEADER.
049891     MOVE SPACES TO DV-VALID-OUT-RECORD.
049892     SET DV-VOT-HEADER-REC TO TRUE.
049893     MOVE WS-RUN-DATE TO DV-VOT-HDR-FILE-DATE.
049894     MOVE "DTBATCH " TO DV-VOT-HDR-SOURCE-SYS.
049895     MOVE WS-START-TIME (1:6) TO DV-VOT-HDR-RUN-TIME.
049896     WRITE DV-VALID-OUT-RECORD.
049897 1090-WRITE-VALOUT-HEADER-EXIT.
049898     EXIT.
049899*
049900*==========================================================
049901*  1095-OPEN-SUSPENSE
049902*     OPENS THE REJECT SUSPENSE MASTER, CREATING IT ON ITS
049903*     FIRST EVER USE.  A MASTER THAT CANNOT BE OPENED IS
049904*     REPORTED AND THE RUN CARRIES ON WITHOUT SUSPENSE
049905*     TRACKING - THE REJECT FILE ITSELF IS NOT AFFECTED.
049906*==========================================================
049907 1095-OPEN-SUSPENSE.
049908     SET WS-SUSPENSE-UNAVAILABLE TO TRUE.
049909     OPEN I-O SUSPENSE-MASTER.
049910     IF WS-SUSP-STATUS = "35"
049911         OPEN OUTPUT SUSPENSE-MASTER
049912         CLOSE SUSPENSE-MASTER
049913         OPEN I-O SUSPENSE-MASTER
049914     END-IF.
049915     IF WS-SUSP-STATUS = "00"
049916         SET WS-SUSPENSE-AVAILABLE TO TRUE
049917     ELSE
049918         DISPLAY "DTBATCH: cannot open SUSPMSTR, status="
049919             WS-SUSP-STATUS " - no suspense tracking."
049920     END-IF.
049921 1095-OPEN-SUSPENSE-EXIT.
049922     EXIT.
049923*
049924*==========================================================
049925*  1097-OPEN-PROFILES
049926*     OPENS THE SOURCE PROFILE MASTER FOR LOOKUPS AS EACH
049927*     BLOCK OPENS.  NO MASTER YET MEANS NO FEED HAS A
049928*     PROFILE; A MASTER THAT CANNOT BE OPENED IS REPORTED.
049929*     EITHER WAY THE RUN CARRIES ON UNDER THE RUN-WIDE
049930*     RULES.
049931*==========================================================
049932 1097-OPEN-PROFILES.
049933     SET WS-PROFILES-UNAVAILABLE TO TRUE.
049934     OPEN INPUT PROFILE-MASTER.
049935     IF WS-PROF-STATUS = "00"
049936         SET WS-PROFILES-AVAILABLE TO TRUE
049937         GO TO 1097-OPEN-PROFILES-EXIT
049938     END-IF.
049939     IF WS-PROF-STATUS NOT = "35"
049940         DISPLAY "DTBATCH: cannot open SRCPROF, status="
049941             WS-PROF-STATUS " - run-wide rules for every feed."
049942     END-IF.
049943 1097-OPEN-PROFILES-EXIT.
049944     EXIT.
049945*
049946*==========================================================
049947*  1098-LOAD-FEED-CALENDARS
049948*     LOADS EACH SOURCE SYSTEM ON THE FEED REGISTER WITH
049949*     THE HOLIDAY CALENDAR ITS DATES ARE JUDGED ON AND THE
049950*     UTC OFFSET OF ITS CLOCK.  NO REGISTER MEANS EVERY
049951*     FEED IS ON THE BASE CALENDAR WITH NO OFFSET STATED; A
049952*     REGISTER THAT CANNOT BE OPENED IS REPORTED AND THE
049953*     RUN CARRIES ON THE SAME WAY.
049954*==========================================================
049955 1098-LOAD-FEED-CALENDARS.
049956     MOVE ZERO TO WS-FCL-COUNT.
049957     OPEN INPUT FEEDREG-FILE.
049958     IF WS-FEEDREG-STATUS = "35"
049959         GO TO 1098-LOAD-FEED-CALENDARS-EXIT
049960     END-IF.
049961     IF WS-FEEDREG-STATUS NOT = "00"
049962         DISPLAY "DTBATCH: cannot open FEEDREG, status="
049963             WS-FEEDREG-STATUS " - base calendar for every feed."
049964         GO TO 1098-LOAD-FEED-CALENDARS-EXIT
049965     END-IF.
049966     PERFORM 1099-LOAD-ONE-FEED-CAL
049967         THRU 1099-LOAD-ONE-FEED-CAL-EXIT
049968         UNTIL WS-END-OF-FEEDREG.
049969     CLOSE FEEDREG-FILE.
049970 1098-LOAD-FEED-CALENDARS-EXIT.
049971     EXIT.
049972*
049973*==========================================================
049974*  1099-LOAD-ONE-FEED-CAL
049975*     READS ONE REGISTER RECORD INTO THE CALENDAR TABLE.
049976*     AN ENTRY PAST THE TABLE LIMIT IS REPORTED AND LEFT
049977*     ON THE BASE CALENDAR.
049978*==========================================================
049979 1099-LOAD-ONE-FEED-CAL.
049980     READ FEEDREG-FILE
049981         AT END
049982             SET WS-END-OF-FEEDREG TO TRUE
049983             GO TO 1099-LOAD-ONE-FEED-CAL-EXIT
049984     END-READ.
049985     IF WS-FCL-COUNT < 100
049986         ADD 1 TO WS-FCL-COUNT
049987         MOVE DV-FRG-SOURCE-SYS
049988             TO WS-FCL-SOURCE-SYS (WS-FCL-COUNT)
049989         MOVE DV-FRG-CALENDAR
049990             TO WS-FCL-CALENDAR (WS-FCL-COUNT)
049991         MOVE DV-FRG-UTC-OFFSET
049992             TO WS-FCL-UTC-OFFSET (WS-FCL-COUNT)
049993     ELSE
049994         DISPLAY "DTBATCH: feed register table full, base "
049995             "calendar for " DV-FRG-SOURCE-SYS
049996     END-IF.
049997 1099-LOAD-ONE-FEED-CAL-EXIT.
049998     EXIT.
049999*
050000*==========================================================
050100*  1150-READ-CHECKPOINT
050200*     LOOKS FOR A CHECKPOINT FROM A PRIOR RUN THAT DID NOT
051010     MOVE ZERO TO DV-CKP-TOTAL-DUPLIC.
051020     MOVE ZERO TO DV-CKP-TOTAL-NONBUS.
051030     MOVE ZERO TO DV-CKP-ENRICH-ERRORS.
051040     MOVE SPACES TO DV-CKP-CHAIN-START.
051100     SET DV-FRESH-RUN TO TRUE.
051200     OPEN INPUT CHECKPOINT-FILE.
051300     IF WS-CHKPT-STATUS = "00"
052100     END-IF.
052200 1150-READ-CHECKPOINT-EXIT.
052300     EXIT.
052301*
052302*==========================================================
052303*  1160-APPLY-SOURCE-PROFILE
052304*     PUTS THE VALIDATION PROFILE OF WS-RULE-SOURCE-SYS (THE
052305*     BLOCK'S FEED, OR THE FEED A RESUBMITTED RECORD CAME
052306*     IN ON) IN FORCE - THE FORMAT SELECTORS IT MAY SEND, ITS
052307*     YEARS-AHEAD WINDOW FOR DATEVAL AND ITS LOOK-BACK
052308*     CUTOFF DATE.  A SOURCE WITH NO PROFILE ON THE
052309*     MASTER, OR A RUN WITHOUT THE MASTER, GETS THE
052310*     RUN-WIDE RULES - EVERY FORMAT, THE YEARSAHD WINDOW
052311*     AND NO LOOK-BACK LIMIT.
052312*==========================================================
052313 1160-APPLY-SOURCE-PROFILE.
052314     SET WS-BLK-UNPROFILED TO TRUE.
052315     MOVE "YYY" TO WS-BLK-FORMAT-FLAGS.
052316     MOVE WS-PARM-YEARS-AHEAD TO DV-YEARS-AHEAD.
052317     MOVE ZERO TO WS-BLK-YEARS-BACK.
052318     MOVE ZERO TO WS-LOOKBACK-DATE.
052319     IF WS-PROFILES-UNAVAILABLE
052320         GO TO 1160-APPLY-SOURCE-PROFILE-EXIT
052321     END-IF.
052322     MOVE WS-RULE-SOURCE-SYS TO DV-PRF-SOURCE-SYS.
052323     READ PROFILE-MASTER.
052324     IF WS-PROF-STATUS NOT = "00"
052325         GO TO 1160-APPLY-SOURCE-PROFILE-EXIT
052326     END-IF.
052327     SET WS-BLK-PROFILED TO TRUE.
052328     MOVE DV-PRF-FORMAT-FLAGS TO WS-BLK-FORMAT-FLAGS.
052329     MOVE DV-PRF-YEARS-AHEAD TO DV-YEARS-AHEAD.
052330     MOVE DV-PRF-YEARS-BACK TO WS-BLK-YEARS-BACK.
052331     IF WS-BLK-YEARS-BACK > ZERO
052332         MOVE WS-RUN-DATE TO WS-LOOKBACK-DATE
052333         SUBTRACT WS-BLK-YEARS-BACK FROM WS-LOOKBACK-YYYY
052334     END-IF.
052335 1160-APPLY-SOURCE-PROFILE-EXIT.
052336     EXIT.
052400*
052401*==========================================================
052402*  1170-SET-BLOCK-CALENDAR
052403*     LOOKS UP WS-RULE-SOURCE-SYS ON THE FEED REGISTER AND
052404*     PUTS ITS HOLIDAY CALENDAR IN DC-CALENDAR-ID FOR EVERY
052405*     DATECALC CALL THE BLOCK (OR RESUBMITTED RECORD)
052406*     MAKES, HOLDING ITS UTC OFFSET FOR 1180.  A SOURCE NOT
052407*     ON THE REGISTER USES THE BASE CALENDAR.
052408*==========================================================
052409 1170-SET-BLOCK-CALENDAR.
052410     MOVE SPACES TO WS-BLK-CALENDAR.
052411     MOVE SPACES TO WS-REG-UTC-OFFSET.
052412     SET WS-FCL-NOT-FOUND TO TRUE.
052413     PERFORM 1175-MATCH-ONE-FEED-CAL
052414         THRU 1175-MATCH-ONE-FEED-CAL-EXIT
052415         VARYING WS-FCL-SUB FROM 1 BY 1
052416         UNTIL WS-FCL-SUB > WS-FCL-COUNT
052417         OR WS-FCL-FOUND.
052418     MOVE WS-BLK-CALENDAR TO DC-CALENDAR-ID.
052419     IF WS-BLK-CALENDAR = SPACES
052420         MOVE "BASE" TO WS-BLK-CAL-SHOW
052421     ELSE
052422         MOVE WS-BLK-CALENDAR TO WS-BLK-CAL-SHOW
052423     END-IF.
052424 1170-SET-BLOCK-CALENDAR-EXIT.
052425     EXIT.
052426*
052427*==========================================================
052428*  1175-MATCH-ONE-FEED-CAL
052429*     TAKES THE CALENDAR AND UTC OFFSET OF ONE REGISTER
052430*     ENTRY WHEN IT IS THE SOURCE SYSTEM WHOSE RULES APPLY.
052431*==========================================================
052432 1175-MATCH-ONE-FEED-CAL.
052433     IF WS-FCL-SOURCE-SYS (WS-FCL-SUB) = WS-RULE-SOURCE-SYS
052434         SET WS-FCL-FOUND TO TRUE
052435         MOVE WS-FCL-CALENDAR (WS-FCL-SUB) TO WS-BLK-CALENDAR
052436         MOVE WS-FCL-UTC-OFFSET (WS-FCL-SUB)
052437             TO WS-REG-UTC-OFFSET
052438     END-IF.
052439 1175-MATCH-ONE-FEED-CAL-EXIT.
052440     EXIT.
052441*
052442*==========================================================
052443*  1180-SET-BLOCK-UTC-OFFSET
052444*     SETS THE UTC OFFSET THE CURRENT BLOCK'S TIMES ARE
052445*     TAKEN IN - THE OFFSET STATED ON THE TRANSMISSION
052446*     HEADER, ELSE THE ONE ON THE SOURCE'S FEED REGISTER
052447*     ENTRY.  A FEED STATING NEITHER, OR NO VALID ONE, IS
052448*     TAKEN TO BE SENDING UTC ALREADY.
052449*==========================================================
052450 1180-SET-BLOCK-UTC-OFFSET.
052451     MOVE "+0000" TO WS-BLK-UTC-OFFSET.
052452     MOVE ZERO TO WS-BLK-UTC-MINUTES.
052453     SET WS-BLK-UTC-NOT-STATED TO TRUE.
052454     MOVE DV-BIN-UTC-OFFSET TO WS-HDR-UTC-OFFSET.
052455     IF WS-HDR-UTC-OFFSET NOT = SPACES
052456         MOVE WS-HDR-UTC-OFFSET TO WS-UTC-OFFSET-WORK
052457         PERFORM 1185-CHECK-UTC-OFFSET
052458             THRU 1185-CHECK-UTC-OFFSET-EXIT
052459         IF WS-UTC-OFFSET-VALID
052460             SET WS-BLK-UTC-FROM-HEADER TO TRUE
052461             MOVE WS-UTC-OFFSET-WORK TO WS-BLK-UTC-OFFSET
052462             MOVE WS-UTC-OFFSET-MINS TO WS-BLK-UTC-MINUTES
052463             GO TO 1180-SET-BLOCK-UTC-OFFSET-EXIT
052464         END-IF
052465     END-IF.
052466     IF WS-REG-UTC-OFFSET = SPACES
052467         GO TO 1180-SET-BLOCK-UTC-OFFSET-EXIT
052468     END-IF.
052469     MOVE WS-REG-UTC-OFFSET TO WS-UTC-OFFSET-WORK.
052470     PERFORM 1185-CHECK-UTC-OFFSET
052471         THRU 1185-CHECK-UTC-OFFSET-EXIT.
052472     IF WS-UTC-OFFSET-VALID
052473         SET WS-BLK-UTC-FROM-REGISTER TO TRUE
052474         MOVE WS-UTC-OFFSET-WORK TO WS-BLK-UTC-OFFSET
052475         MOVE WS-UTC-OFFSET-MINS TO WS-BLK-UTC-MINUTES
052476     END-IF.
052477 1180-SET-BLOCK-UTC-OFFSET-EXIT.
052478     EXIT.
052479*
052480*==========================================================
052481*  1185-CHECK-UTC-OFFSET
052482*     VALIDATES THE OFFSET IN WS-UTC-OFFSET-WORK - A SIGN,
052483*     HOURS AND MINUTES, NO MORE THAN 14 HOURS EITHER WAY -
052484*     AND TURNS IT INTO SIGNED MINUTES EAST OF UTC.
052485*==========================================================
052486 1185-CHECK-UTC-OFFSET.
052487     SET WS-UTC-OFFSET-INVALID TO TRUE.
052488     MOVE ZERO TO WS-UTC-OFFSET-MINS.
052489     IF NOT WS-UTC-EAST AND NOT WS-UTC-WEST
052490         GO TO 1185-CHECK-UTC-OFFSET-EXIT
052491     END-IF.
052492     IF WS-UTC-OFF-HH IS NOT NUMERIC
052493         OR WS-UTC-OFF-MM IS NOT NUMERIC
052494         GO TO 1185-CHECK-UTC-OFFSET-EXIT
052495     END-IF.
052496     IF WS-UTC-OFF-MM > 59
052497         GO TO 1185-CHECK-UTC-OFFSET-EXIT
052498     END-IF.
052499     COMPUTE WS-UTC-OFFSET-MINS =
052500         WS-UTC-OFF-HH * 60 + WS-UTC-OFF-MM.
052501     IF WS-UTC-OFFSET-MINS > 840
052502         MOVE ZERO TO WS-UTC-OFFSET-MINS
052503         GO TO 1185-CHECK-UTC-OFFSET-EXIT
052504     END-IF.
052505     IF WS-UTC-WEST
052506         COMPUTE WS-UTC-OFFSET-MINS = ZERO - WS-UTC-OFFSET-MINS
052507     END-IF.
052508     SET WS-UTC-OFFSET-VALID TO TRUE.
052509 1185-CHECK-UTC-OFFSET-EXIT.
052510     EXIT.
052511*
052512*==========================================================
052600*  1200-SKIP-PROCESSED-RECORDS
052700*     ON A RESTART, READS PAST THE INPUT RECORDS ALREADY
052800*     ACCOUNTED FOR AS OF THE LAST CHECKPOINT SO THEY ARE
057210             IF DV-TRAILER-NOT-SEEN
057220                 PERFORM 7450-RECONCILE-ONE-BLOCK
057230                     THRU 7450-RECONCILE-ONE-BLOCK-EXIT
057231                 PERFORM 2460-WRITE-BLOCK-AUDIT
057232                     THRU 2460-WRITE-BLOCK-AUDIT-EXIT
057240             END-IF
057300             SET DV-END-OF-INPUT TO TRUE
057400             GO TO 1300-READ-NEXT-RECORD-EXIT
058100             SET DV-TRAILER-SEEN TO TRUE
058110             PERFORM 7450-RECONCILE-ONE-BLOCK
058120                 THRU 7450-RECONCILE-ONE-BLOCK-EXIT
058130             PERFORM 2460-WRITE-BLOCK-AUDIT
058140                 THRU 2460-WRITE-BLOCK-AUDIT-EXIT
058200             GO TO 1300-READ-NEXT-RECORD
058210         WHEN DV-BIN-HEADER-REC AND DV-TRAILER-SEEN
058220             PERFORM 1130-START-NEW-BLOCK
059400*     RECORD.
059500*==========================================================
059600 2000-PROCESS-ONE-RECORD.
059601     PERFORM 2010-SET-RECORD-SOURCE
059602         THRU 2010-SET-RECORD-SOURCE-EXIT.
059610     IF DV-BIN-RANGE-REC
059620         PERFORM 2030-PROCESS-RANGE-RECORD
059630             THRU 2030-PROCESS-RANGE-RECORD-EXIT
059810     PERFORM 2150-CHECK-DUPLICATE
059820         THRU 2150-CHECK-DUPLICATE-EXIT.
059830     IF DV-OK
059831         MOVE DV-NORMALIZED-DATE TO WS-UTC-LOCAL-DATE
059832         PERFORM 2180-NORMALIZE-TO-UTC
059833             THRU 2180-NORMALIZE-TO-UTC-EXIT
059840         PERFORM 2175-ENRICH-RECORD
059850             THRU 2175-ENRICH-RECORD-EXIT
059860     END-IF.
061200         THRU 1300-READ-NEXT-RECORD-EXIT.
061300 2000-PROCESS-ONE-RECORD-EXIT.
061400     EXIT.
061401*
061402*==========================================================
061403*  2010-SET-RECORD-SOURCE
061404*     SETS THE SOURCE SYSTEM THE RECORD IN HAND BELONGS TO -
061405*     THE ONE IT CARRIES, AS A RESUBMITTED REJECT DOES, ELSE
061406*     THE BLOCK'S - AND, WHEN THAT IS NOT THE SOURCE WHOSE
061407*     RULES ARE IN FORCE, PUTS ITS VALIDATION PROFILE AND
061408*     HOLIDAY CALENDAR IN FORCE INSTEAD.  THE BLOCK'S UTC
061409*     OFFSET IS NOT CHANGED - A RECORD CARRIES ITS OWN.
061410*==========================================================
061411 2010-SET-RECORD-SOURCE.
061412     MOVE WS-HDR-SOURCE-SYS TO WS-REC-SOURCE-SYS.
061413     IF DV-BIN-SOURCE-SYS NOT = SPACES
061414         MOVE DV-BIN-SOURCE-SYS TO WS-REC-SOURCE-SYS
061415     END-IF.
061416     IF WS-REC-SOURCE-SYS = WS-RULE-SOURCE-SYS
061417         GO TO 2010-SET-RECORD-SOURCE-EXIT
061418     END-IF.
061419     MOVE WS-REC-SOURCE-SYS TO WS-RULE-SOURCE-SYS.
061420     PERFORM 1160-APPLY-SOURCE-PROFILE
061421         THRU 1160-APPLY-SOURCE-PROFILE-EXIT.
061422     PERFORM 1170-SET-BLOCK-CALENDAR
061423         THRU 1170-SET-BLOCK-CALENDAR-EXIT.
061424 2010-SET-RECORD-SOURCE-EXIT.
061425     EXIT.
061426*
061427*==========================================================
061430*  2030-PROCESS-RANGE-RECORD
061440*     HANDLES ONE RANGE RECORD AS A UNIT - VALIDATES THE
061450*     PAIR, WRITES ITS DETAIL LINE AND AUDIT RECORD, AND
061496     PERFORM 2400-WRITE-AUDIT-RECORD
061497         THRU 2400-WRITE-AUDIT-RECORD-EXIT.
061498     IF DV-OK
061499         MOVE WS-RANGE-FROM TO WS-UTC-LOCAL-DATE
061500         PERFORM 2180-NORMALIZE-TO-UTC
061501             THRU 2180-NORMALIZE-TO-UTC-EXIT
061502         PERFORM 2560-WRITE-VALID-RANGE
061503             THRU 2560-WRITE-VALID-RANGE-EXIT
061504     ELSE
061505         PERFORM 2500-WRITE-REJECT-RECORD
061506             THRU 2500-WRITE-REJECT-RECORD-EXIT
061507     END-IF.
061508 2030-PROCESS-RANGE-RECORD-EXIT.
061509     EXIT.
061510*
061511*==========================================================
061512*  2050-VALIDATE-RANGE
061513*     VALIDATES A RANGE PAIR - THE FROM AND TO DATES EACH
061514*     THROUGH DATEVAL AND THE FEED PROFILE, THEN THE ORDER
061515*     CHECK, THEN THE BUSINESS-DAY SPAN BETWEEN THE
061516*     NORMALIZED ENDS VIA DATECALC.  THE FIRST FAILURE
061517*     STANDS FOR THE WHOLE PAIR.
061518*==========================================================
061519 2050-VALIDATE-RANGE.
061520     MOVE ZERO TO WS-RANGE-SPAN.
061521     PERFORM 2100-VALIDATE-RECORD
061522         THRU 2100-VALIDATE-RECORD-EXIT.
061523     IF NOT DV-OK
061524         GO TO 2050-VALIDATE-RANGE-EXIT
061525     END-IF.
061526     MOVE DV-NORMALIZED-DATE TO WS-RANGE-FROM.
061527     MOVE DV-BIN-DATE-TO TO DV-DATE-INPUT.
061528     CALL "DATEVAL" USING DV-PARM, DV-CODES.
061529     PERFORM 2120-CHECK-FEED-PROFILE
061530         THRU 2120-CHECK-FEED-PROFILE-EXIT.
061531     IF NOT DV-OK
061532         GO TO 2050-VALIDATE-RANGE-EXIT
061533     END-IF.
061534     MOVE DV-NORMALIZED-DATE TO WS-RANGE-TO.
061535     IF WS-RANGE-FROM > WS-RANGE-TO
061536         SET DV-BAD-RANGE-ORDER TO TRUE
061537         MOVE "From date is after the to date."
061538             TO DV-REASON-TEXT
061539         GO TO 2050-VALIDATE-RANGE-EXIT
061540     END-IF.
061541     PERFORM 2060-COUNT-BUS-SPAN
061542         THRU 2060-COUNT-BUS-SPAN-EXIT.
061543 2050-VALIDATE-RANGE-EXIT.
061544     EXIT.
061545*
061546*==========================================================
061547*  2060-COUNT-BUS-SPAN
061548*     COUNTS THE BUSINESS DAYS BETWEEN THE NORMALIZED FROM
061549*     AND TO DATES INCLUSIVE ON THE BLOCK'S FEED CALENDAR,
061550*     HOPPING FROM BUSINESS DAY TO BUSINESS DAY WITH
061551*     DATECALC.  A DATECALC FAILURE LEAVES THE SPAN AT ZERO
061552*     AND IS COUNTED WITH THE ENRICHMENT ERRORS.
061553*==========================================================
061554 2060-COUNT-BUS-SPAN.
061555     SET WS-SPAN-CLEAN TO TRUE.
061556     MOVE ZERO TO WS-RANGE-SPAN.
061557     MOVE WS-RANGE-FROM TO WS-RANGE-CUR.
061558     PERFORM 2065-SPAN-ONE-DAY
061559         THRU 2065-SPAN-ONE-DAY-EXIT
061560         UNTIL WS-RANGE-CUR > WS-RANGE-TO
061561         OR WS-SPAN-ERROR.
061562     IF WS-SPAN-ERROR
061563         ADD 1 TO WS-ENRICH-ERRORS
061564         MOVE ZERO TO WS-RANGE-SPAN
061565     END-IF.
061566 2060-COUNT-BUS-SPAN-EXIT.
061567     EXIT.
061568*
061569*==========================================================
061570*  2065-SPAN-ONE-DAY
061571*     TESTS THE STEPPING DATE WITH DATECALC, COUNTS IT
061572*     WHEN IT IS A BUSINESS DAY INSIDE THE RANGE, AND HOPS
061573*     TO THE NEXT BUSINESS DAY.
061574*==========================================================
061575 2065-SPAN-ONE-DAY.
061576     MOVE WS-RANGE-CUR TO DC-DATE-INPUT.
061577     MOVE ZERO TO DC-BUS-DAYS-OFFSET.
061578     CALL "DATECALC" USING DC-PARM, DC-CODES.
061579     IF NOT DC-OK
061580         SET WS-SPAN-ERROR TO TRUE
061581         GO TO 2065-SPAN-ONE-DAY-EXIT
061582     END-IF.
061583     IF DC-BUSINESS-DAY
061584         ADD 1 TO WS-RANGE-SPAN
061585     END-IF.
061586     MOVE DC-NEXT-BUS-DATE TO WS-RANGE-CUR.
061587 2065-SPAN-ONE-DAY-EXIT.
061588     EXIT.
061589*
061590*==========================================================
061591*  2250-WRITE-RANGE-DETAIL
061592*     WRITES ONE REPORT LINE FOR A RANGE RECORD, SHOWING
061593*     BOTH DATES AND, ON A CLEAN PAIR, THE BUSINESS-DAY
061594*     SPAN BETWEEN THEM.
061595*==========================================================
061596 2250-WRITE-RANGE-DETAIL.
061597     IF DV-INVALID-DETAIL-ONLY AND DV-OK
061598         GO TO 2250-WRITE-RANGE-DETAIL-EXIT
061599     END-IF.
061600     MOVE WS-RANGE-SPAN TO WS-SPAN-ED.
061601     MOVE SPACES TO WS-RPT-TEXT.
061602     IF DV-OK
061603         STRING "RECORD #" WS-RECORDS-READ
061604                 " RANGE=" DV-BIN-DATE-INPUT
061605                 " TO " DV-BIN-DATE-TO
061606                 " TIME=" DV-BIN-TIME-INPUT
061607                 " RESULT=VALID BUS-DAY SPAN=" WS-SPAN-ED
061608             DELIMITED BY SIZE INTO WS-RPT-TEXT
061609     ELSE
061610         STRING "RECORD #" WS-RECORDS-READ
061611                 " RANGE=" DV-BIN-DATE-INPUT
061612                 " TO " DV-BIN-DATE-TO
061613                 " TIME=" DV-BIN-TIME-INPUT
061614                 " RESULT=INVALID REASON="
061615                 DV-REASON-TEXT
061616             DELIMITED BY SIZE INTO WS-RPT-TEXT
061617     END-IF.
061618     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
061619     WRITE DV-RPT-LINE.
061620 2250-WRITE-RANGE-DETAIL-EXIT.
061621     EXIT.
061622*
061623*==========================================================
061624*  2560-WRITE-VALID-RANGE
061625*     WRITES THE RANGE PAIR JUST VALIDATED CLEAN TO THE
061626*     CLEAN OUTPUT FILE AS ONE RECORD CARRYING BOTH
061627*     NORMALIZED DATES, THE BUSINESS-DAY SPAN, THE BLOCK'S
061628*     HOLIDAY CALENDAR, AND THE FROM DATE AND TIME IN UTC
061629*     WITH THE OFFSET APPLIED.
061630*==========================================================
061631 2560-WRITE-VALID-RANGE.
061632     MOVE SPACES TO DV-VALID-OUT-RECORD.
061633     SET DV-VOT-RANGE-REC TO TRUE.
061634     MOVE WS-RANGE-FROM TO DV-VOT-DATE.
061635     MOVE DV-BIN-TIME-INPUT TO DV-VOT-TIME.
061636     MOVE WS-RANGE-TO TO DV-VOT-DATE-TO.
061637     MOVE WS-RANGE-SPAN TO DV-VOT-BUS-SPAN-N.
061638     MOVE WS-BLK-CALENDAR TO DV-VOT-CALENDAR.
061639     MOVE WS-UTC-DATE TO DV-VOT-UTC-DATE.
061640     MOVE WS-UTC-TIME TO DV-VOT-UTC-TIME.
061641     MOVE WS-REC-UTC-OFFSET TO DV-VOT-UTC-OFFSET.
061642     WRITE DV-VALID-OUT-RECORD.
061643 2560-WRITE-VALID-RANGE-EXIT.
061644     EXIT.
061645*
061646*==========================================================
061700*  2100-VALIDATE-RECORD
061800*     PACKAGES THE CURRENT RECORD INTO THE CALL PARAMETER
061810*     BLOCK, CALLS DATEVAL, AND HOLDS A CLEAN RESULT
061820*     AGAINST THE FEED PROFILE.  ALSO VALIDATES THE FROM
061830*     END OF A RANGE RECORD.
062000*==========================================================
062100 2100-VALIDATE-RECORD.
062200     MOVE DV-BIN-FORMAT-SEL TO DV-DATE-FORMAT-SEL.
062300     MOVE DV-BIN-DATE-INPUT TO DV-DATE-INPUT.
062400     MOVE DV-BIN-TIME-INPUT TO DV-TIME-INPUT.
062500     CALL "DATEVAL" USING DV-PARM, DV-CODES.
062510     PERFORM 2120-CHECK-FEED-PROFILE
062520         THRU 2120-CHECK-FEED-PROFILE-EXIT.
062600 2100-VALIDATE-RECORD-EXIT.
062700     EXIT.
062987*
062988*==========================================================
062989*  2120-CHECK-FEED-PROFILE
062990*     HOLDS A DATE DATEVAL HAS JUST PASSED AGAINST THE
062991*     FEED PROFILE IN FORCE (SEE 2010) - A FORMAT SELECTOR THE
062992*     FEED MAY NOT SEND REJECTS WITH DVCODES 13, A DATE
062993*     BEFORE THE LOOK-BACK CUTOFF WITH 14.  A DATE
062994*     DATEVAL HAS ALREADY FAILED IS LEFT AS IT IS.
062995*==========================================================
062996 2120-CHECK-FEED-PROFILE.
062997     IF NOT DV-OK
062998         GO TO 2120-CHECK-FEED-PROFILE-EXIT
062999     END-IF.
063000     MOVE DV-DATE-FORMAT-SEL TO WS-FMT-SUB.
063001     IF WS-BLK-FORMAT-FLAG (WS-FMT-SUB) NOT = 'Y'
063002         SET DV-BAD-FEED-FORMAT TO TRUE
063003         MOVE "Date format not allowed for this feed."
063004             TO DV-REASON-TEXT
063005         GO TO 2120-CHECK-FEED-PROFILE-EXIT
063006     END-IF.
063007     IF WS-LOOKBACK-DATE > ZERO
063008         AND DV-NORMALIZED-DATE < WS-LOOKBACK-DATE
063009         SET DV-DATE-TOO-OLD TO TRUE
063010         MOVE "Date is older than the feed allows."
063011             TO DV-REASON-TEXT
063012     END-IF.
063013 2120-CHECK-FEED-PROFILE-EXIT.
063014     EXIT.
063015*
063016*==========================================================
063017*  2150-CHECK-DUPLICATE
063018*     TESTS THE CURRENT RECORD'S FORMAT-SELECTOR/DATE/TIME
063019*     COMBINATION AGAINST THOSE ALREADY PROCESSED IN THIS
063020*     RUN.  A REPEAT IS MARKED WITH THE DUPLICATE REASON
063021*     CODE; A FIRST APPEARANCE IS ADDED TO THE SEEN TABLE.
063022*==========================================================
063023 2150-CHECK-DUPLICATE.
063024     MOVE DV-BIN-FORMAT-SEL TO WS-SEEN-FORMAT-SEL.
063025     MOVE DV-BIN-DATE-INPUT TO WS-SEEN-DATE.
063026     MOVE DV-BIN-TIME-INPUT TO WS-SEEN-TIME.
063027     SET WS-DUP-NOT-FOUND TO TRUE.
063028     PERFORM 2160-MATCH-ONE-KEY
063029         THRU 2160-MATCH-ONE-KEY-EXIT
063030         VARYING WS-SEEN-SUB FROM 1 BY 1
063031         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
063032         OR WS-DUP-FOUND.
063033     IF WS-DUP-FOUND
063034         SET DV-DUPLICATE-REC TO TRUE
063035         MOVE "Record duplicates one already processed."
063036             TO DV-REASON-TEXT
063037         GO TO 2150-CHECK-DUPLICATE-EXIT
063038     END-IF.
063039     IF WS-SEEN-COUNT < 5000
063040         ADD 1 TO WS-SEEN-COUNT
063041         MOVE WS-SEEN-WORK TO WS-SEEN-KEY (WS-SEEN-COUNT)
063042     END-IF.
063043 2150-CHECK-DUPLICATE-EXIT.
063044     EXIT.
063045*
063046*==========================================================
063047*  2160-MATCH-ONE-KEY
063048*     COMPARES ONE SEEN-TABLE ENTRY AGAINST THE CURRENT
063049*     RECORD'S COMBINATION.
063050*==========================================================
063051 2160-MATCH-ONE-KEY.
063052     IF WS-SEEN-KEY (WS-SEEN-SUB) = WS-SEEN-WORK
063053         SET WS-DUP-FOUND TO TRUE
063054     END-IF.
063055 2160-MATCH-ONE-KEY-EXIT.
063056     EXIT.
063057*
063058*==========================================================
063059*  2175-ENRICH-RECORD
063060*     CALLS DATECALC, ON THE BLOCK'S FEED CALENDAR, WITH THE
063061*     UTC DATE OF THE RECORD JUST VALIDATED CLEAN AND
063062*     WRITES THE BUSINESS-DAY ENRICHMENT RECORD.  A NON-
063063*     BUSINESS-DAY ITEM IS FLAGGED ON THE DETAIL LINE AND
063064*     COUNTED FOR THE SUMMARY; A DATECALC FAILURE IS COUNTED
063065*     AND THE ENRICHMENT RECORD IS SKIPPED.
063066*==========================================================
063067 2175-ENRICH-RECORD.
063068     SET WS-BUS-DAY-ITEM TO TRUE.
063069     MOVE WS-UTC-DATE TO DC-DATE-INPUT.
063070     MOVE ZERO TO DC-BUS-DAYS-OFFSET.
063071     CALL "DATECALC" USING DC-PARM, DC-CODES.
063072     IF NOT DC-OK
063073         ADD 1 TO WS-ENRICH-ERRORS
063074         GO TO 2175-ENRICH-RECORD-EXIT
063075     END-IF.
063076     IF DC-NOT-BUSINESS-DAY
063077         SET WS-NONBUS-ITEM TO TRUE
063078         ADD 1 TO WS-TOTAL-NONBUS
063079     END-IF.
063080     MOVE SPACES TO DV-ENRICH-RECORD.
063081     MOVE WS-UTC-DATE TO DV-ENR-DATE.
063082     MOVE WS-UTC-TIME TO DV-ENR-TIME.
063083     MOVE DC-DAY-NAME TO DV-ENR-DAY-NAME.
063084     MOVE DC-BUS-DAY-SW TO DV-ENR-BUS-DAY-SW.
063085     MOVE DC-NEXT-BUS-DATE TO DV-ENR-NEXT-BUS-DATE.
063086     MOVE DC-PREV-BUS-DATE TO DV-ENR-PREV-BUS-DATE.
063087     MOVE WS-BLK-CALENDAR TO DV-ENR-CALENDAR.
063088     WRITE DV-ENRICH-RECORD.
063089 2175-ENRICH-RECORD-EXIT.
063090     EXIT.
063091*
063092*==========================================================
063093*  2180-NORMALIZE-TO-UTC
063094*     TURNS THE LOCAL DATE IN WS-UTC-LOCAL-DATE AND THE
063095*     RECORD'S TIME INTO UTC BY TAKING OFF THE RECORD'S
063096*     UTC OFFSET, ROLLING THE DATE FORWARD OR BACK A DAY
063097*     WHEN THE TIME CROSSES MIDNIGHT.  OFFSETS ARE WHOLE
063098*     MINUTES, SO THE SECONDS ARE NOT AFFECTED.
063099*==========================================================
063100 2180-NORMALIZE-TO-UTC.
063101     PERFORM 2182-SET-RECORD-UTC-OFFSET
063102         THRU 2182-SET-RECORD-UTC-OFFSET-EXIT.
063103     MOVE WS-UTC-LOCAL-DATE TO WS-UTC-DATE.
063104     MOVE DV-BIN-TIME-INPUT TO WS-UTC-TIME.
063105     COMPUTE WS-UTC-MINUTE-OF-DAY =
063106         WS-UTC-TIME-HH * 60 + WS-UTC-TIME-MI
063107         - WS-REC-UTC-MINUTES.
063108     IF WS-UTC-MINUTE-OF-DAY < ZERO
063109         ADD 1440 TO WS-UTC-MINUTE-OF-DAY
063110         PERFORM 2187-SUBTRACT-ONE-DAY
063111             THRU 2187-SUBTRACT-ONE-DAY-EXIT
063112     END-IF.
063113     IF WS-UTC-MINUTE-OF-DAY > 1439
063114         SUBTRACT 1440 FROM WS-UTC-MINUTE-OF-DAY
063115         PERFORM 2186-ADD-ONE-DAY
063116             THRU 2186-ADD-ONE-DAY-EXIT
063117     END-IF.
063118     DIVIDE WS-UTC-MINUTE-OF-DAY BY 60
063119         GIVING WS-UTC-TIME-HH
063120         REMAINDER WS-UTC-TIME-MI.
063121 2180-NORMALIZE-TO-UTC-EXIT.
063122     EXIT.
063123*
063124*==========================================================
063125*  2182-SET-RECORD-UTC-OFFSET
063126*     SETS THE UTC OFFSET FOR THE RECORD IN HAND - THE
063127*     BLOCK'S OFFSET UNLESS THE RECORD CARRIES A VALID ONE
063128*     OF ITS OWN, AS A RESUBMITTED REJECT DOES.
063129*==========================================================
063130 2182-SET-RECORD-UTC-OFFSET.
063131     MOVE WS-BLK-UTC-OFFSET TO WS-REC-UTC-OFFSET.
063132     MOVE WS-BLK-UTC-MINUTES TO WS-REC-UTC-MINUTES.
063133     IF DV-BIN-UTC-OFFSET = SPACES
063134         GO TO 2182-SET-RECORD-UTC-OFFSET-EXIT
063135     END-IF.
063136     MOVE DV-BIN-UTC-OFFSET TO WS-UTC-OFFSET-WORK.
063137     PERFORM 1185-CHECK-UTC-OFFSET
063138         THRU 1185-CHECK-UTC-OFFSET-EXIT.
063139     IF WS-UTC-OFFSET-VALID
063140         MOVE WS-UTC-OFFSET-WORK TO WS-REC-UTC-OFFSET
063141         MOVE WS-UTC-OFFSET-MINS TO WS-REC-UTC-MINUTES
063142     END-IF.
063143 2182-SET-RECORD-UTC-OFFSET-EXIT.
063144     EXIT.
063145*
063146*==========================================================
063147*  2185-SET-DAYS-IN-MONTH
063148*     SETS WS-DAYS-IN-MONTH FOR THE MONTH AND YEAR IN
063149*     WS-UTC-DATE, WITH LEAP YEAR RULES APPLIED TO
063150*     FEBRUARY - SAME METHOD AS DATEVAL.
063151*==========================================================
063152 2185-SET-DAYS-IN-MONTH.
063153     SET WS-NOT-LEAP-YEAR TO TRUE.
063154     DIVIDE WS-UTC-YYYY BY 4
063155         GIVING WS-DIV-RESULT
063156         REMAINDER WS-REM-4.
063157     IF WS-REM-4 = 0
063158         DIVIDE WS-UTC-YYYY BY 100
063159             GIVING WS-DIV-RESULT
063160             REMAINDER WS-REM-100
063161         IF WS-REM-100 NOT = 0
063162             SET WS-LEAP-YEAR TO TRUE
063163         ELSE
063164             DIVIDE WS-UTC-YYYY BY 400
063165                 GIVING WS-DIV-RESULT
063166                 REMAINDER WS-REM-400
063167             IF WS-REM-400 = 0
063168                 SET WS-LEAP-YEAR TO TRUE
063169             END-IF
063170         END-IF
063171     END-IF.
063172     MOVE WS-MONTH-DAYS (WS-UTC-MM) TO WS-DAYS-IN-MONTH.
063173     IF WS-UTC-MM = 2 AND WS-LEAP-YEAR
063174         MOVE 29 TO WS-DAYS-IN-MONTH
063175     END-IF.
063176 2185-SET-DAYS-IN-MONTH-EXIT.
063177     EXIT.
063178*
063179*==========================================================
063180*  2186-ADD-ONE-DAY
063181*     ADVANCES WS-UTC-DATE BY ONE CALENDAR DAY.
063182*==========================================================
063183 2186-ADD-ONE-DAY.
063184     PERFORM 2185-SET-DAYS-IN-MONTH
063185         THRU 2185-SET-DAYS-IN-MONTH-EXIT.
063186     IF WS-UTC-DD < WS-DAYS-IN-MONTH
063187         ADD 1 TO WS-UTC-DD
063188         GO TO 2186-ADD-ONE-DAY-EXIT
063189     END-IF.
063190     MOVE 1 TO WS-UTC-DD.
063191     IF WS-UTC-MM < 12
063192         ADD 1 TO WS-UTC-MM
063193     ELSE
063194         MOVE 1 TO WS-UTC-MM
063195         ADD 1 TO WS-UTC-YYYY
063196     END-IF.
063197 2186-ADD-ONE-DAY-EXIT.
063198     EXIT.
063199*
063200*==========================================================
063201*  2187-SUBTRACT-ONE-DAY
063202*     BACKS WS-UTC-DATE UP BY ONE CALENDAR DAY.
063203*==========================================================
063204 2187-SUBTRACT-ONE-DAY.
063205     IF WS-UTC-DD > 1
063206         SUBTRACT 1 FROM WS-UTC-DD
063207         GO TO 2187-SUBTRACT-ONE-DAY-EXIT
063208     END-IF.
063209     IF WS-UTC-MM > 1
063210         SUBTRACT 1 FROM WS-UTC-MM
063211     ELSE
063212         MOVE 12 TO WS-UTC-MM
063213         SUBTRACT 1 FROM WS-UTC-YYYY
063214     END-IF.
063215     PERFORM 2185-SET-DAYS-IN-MONTH
063216         THRU 2185-SET-DAYS-IN-MONTH-EXIT.
063217     MOVE WS-DAYS-IN-MONTH TO WS-UTC-DD.
063218 2187-SUBTRACT-ONE-DAY-EXIT.
063219     EXIT.
063220*
063221*==========================================================
063222*  2200-WRITE-DETAIL-LINE
063223*     WRITES ONE REPORT LINE SHOWING THE RECORD NUMBER, THE
063224*     DATE AND TIME ENTERED, AND WHETHER IT WAS VALID.
063300*==========================================================
063400 2200-WRITE-DETAIL-LINE.
063500     IF DV-INVALID-DETAIL-ONLY AND DV-OK
069610     MOVE WS-TOTAL-DUPLIC TO DV-CKP-TOTAL-DUPLIC.
069620     MOVE WS-TOTAL-NONBUS TO DV-CKP-TOTAL-NONBUS.
069630     MOVE WS-ENRICH-ERRORS TO DV-CKP-ENRICH-ERRORS.
069640     MOVE WS-CHAIN-START TO DV-CKP-CHAIN-START.
069700     OPEN OUTPUT CHECKPOINT-FILE.
069800     WRITE DV-CHECKPOINT-RECORD.
069900     CLOSE CHECKPOINT-FILE.
072000             MOVE "INVALID" TO DV-AUD-RESULT
072100             MOVE DV-REASON-TEXT TO DV-AUD-REASON
072200     END-EVALUATE.
072221     SET AS-STAMP-RECORD TO TRUE.
072222     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
072300     WRITE DV-AUDIT-RECORD.
072400 2400-WRITE-AUDIT-RECORD-EXIT.
072500     EXIT.
074144     MOVE DV-BIN-FORMAT-SEL TO DV-REJ-SUS-FORMAT-SEL.
074145     MOVE DV-BIN-DATE-INPUT TO DV-REJ-SUS-DATE-INPUT.
074146     MOVE DV-BIN-TIME-INPUT TO DV-REJ-SUS-TIME-INPUT.
074156     PERFORM 2182-SET-RECORD-UTC-OFFSET
074166         THRU 2182-SET-RECORD-UTC-OFFSET-EXIT.
074176     MOVE WS-REC-UTC-OFFSET TO DV-REJ-UTC-OFFSET.
074186     MOVE WS-REC-SOURCE-SYS TO DV-REJ-SOURCE-SYS.
074200     WRITE DV-REJECT-RECORD.
074210     IF WS-SUSPENSE-AVAILABLE
074220         PERFORM 2590-UPDATE-SUSPENSE
074440*     WRITES THE RECORD JUST VALIDATED CLEAN TO THE CLEAN
074450*     OUTPUT FILE, CARRYING THE NORMALIZED YYYYMMDD DATE
074460*     DATEVAL HANDED BACK INSTEAD OF THE MIXED-FORMAT
074470*     INPUT, AND THE DATE AND TIME IN UTC WITH THE OFFSET
074471*     APPLIED.
074480*==========================================================
074490 2550-WRITE-VALID-RECORD.
074491     MOVE SPACES TO DV-VALID-OUT-RECORD.
074492     SET DV-VOT-DETAIL-REC TO TRUE.
074493     MOVE DV-NORMALIZED-DATE TO DV-VOT-DATE.
074494     MOVE DV-BIN-TIME-INPUT TO DV-VOT-TIME.
074495     MOVE WS-UTC-DATE TO DV-VOT-UTC-DATE.
074496     MOVE WS-UTC-TIME TO DV-VOT-UTC-TIME.
074497     MOVE WS-REC-UTC-OFFSET TO DV-VOT-UTC-OFFSET.
074498     WRITE DV-VALID-OUT-RECORD.
074499 2550-WRITE-VALID-RECORD-EXIT.
074500     EXIT.
074501*
074502*==========================================================
074503*  2580-WRITE-DUP-RECORD
074504*     WRITES THE DUPLICATE RECORD TO ITS OWN OUTPUT FILE
074505*     IN THE DVREJECT LAYOUT, CARRYING THE DUPLICATE
074506*     REASON CODE AND THE RECORD'S POSITION, SO THE GROUP
074507*     CAN DECIDE WHETHER TO RESUBMIT IT.
074508*==========================================================
074509 2580-WRITE-DUP-RECORD.
074510     MOVE SPACES TO DV-REJECT-RECORD.
074511     MOVE DV-BIN-FORMAT-SEL TO DV-REJ-FORMAT-SEL.
074512     MOVE DV-BIN-DATE-INPUT TO DV-REJ-DATE-INPUT.
074513     MOVE DV-BIN-TIME-INPUT TO DV-REJ-TIME-INPUT.
074514     MOVE DV-RETURN-CODE TO DV-REJ-RETURN-CODE.
074515     MOVE DV-REASON-TEXT TO DV-REJ-REASON.
074516     MOVE WS-RECORDS-READ TO DV-REJ-RECORD-NUM.
074517     MOVE DV-BIN-RECORD-TYPE TO DV-REJ-RECORD-TYPE.
074518     MOVE DV-BIN-FORMAT-SEL TO DV-REJ-SUS-FORMAT-SEL.
074519     MOVE DV-BIN-DATE-INPUT TO DV-REJ-SUS-DATE-INPUT.
074520     MOVE DV-BIN-TIME-INPUT TO DV-REJ-SUS-TIME-INPUT.
074521     PERFORM 2182-SET-RECORD-UTC-OFFSET
074522         THRU 2182-SET-RECORD-UTC-OFFSET-EXIT.
074523     MOVE WS-REC-UTC-OFFSET TO DV-REJ-UTC-OFFSET.
074524     MOVE WS-REC-SOURCE-SYS TO DV-REJ-SOURCE-SYS.
074525     WRITE DV-DUPOUT-LINE FROM DV-REJECT-RECORD.
074526 2580-WRITE-DUP-RECORD-EXIT.
074527     EXIT.
074528*
074529*==========================================================
074530*  2590-UPDATE-SUSPENSE
074531*     OPENS (OR RE-OPENS) THE SUSPENSE MASTER ITEM FOR THE
074532*     RECORD JUST REJECTED.  A NEW ITEM GETS THE RUN DATE
074533*     AS ITS FIRST-SEEN DATE AND STARTS ITS CYCLE COUNT AT
074534*     ONE; AN ITEM ALREADY ON THE MASTER KEEPS ITS
074535*     FIRST-SEEN DATE AND PICKS UP THE LATEST RETURN CODE.
074536*     EITHER WAY THE ITEM REMEMBERS ITS STATUS, SOURCE,
074537*     RETURN CODE AND LAST-CYCLED DATE FROM BEFORE THIS RUN
074538*     ('N' FOR A NEW ITEM) FOR DTREVRS - TAKEN ONLY THE
074539*     FIRST TIME THIS RUN CHAIN TOUCHES THE ITEM, SO A KEY
074540*     REJECTED AGAIN LATER IN THE RUN (A RANGE RECORD, ONE
074541*     PAST THE DUPLICATE TABLE, OR ONE REDONE AFTER A
074542*     RESTART) KEEPS WHAT WAS TAKEN THE FIRST TIME.
074543*==========================================================
074544 2590-UPDATE-SUSPENSE.
074545     MOVE DV-BIN-FORMAT-SEL TO DV-SUS-FORMAT-SEL.
074546     MOVE DV-BIN-DATE-INPUT TO DV-SUS-DATE-INPUT.
074547     MOVE DV-BIN-TIME-INPUT TO DV-SUS-TIME-INPUT.
074548     READ SUSPENSE-MASTER.
074549     IF WS-SUSP-STATUS = "00"
074550         IF DV-SUS-LAST-RUN-TIME NOT = WS-CHAIN-START
074551             MOVE DV-SUS-STATUS TO DV-SUS-PRIOR-STATUS
074552             MOVE DV-SUS-SOURCE-SYS TO DV-SUS-PRIOR-SOURCE-SYS
074553             MOVE DV-SUS-RETURN-CODE TO DV-SUS-PRIOR-RETURN-CODE
074554             MOVE DV-SUS-LAST-CYCLED TO DV-SUS-PRIOR-LAST-CYCLED
074555         END-IF
074556         SET DV-SUS-OPEN TO TRUE
074557         MOVE DV-RETURN-CODE TO DV-SUS-RETURN-CODE
074558         MOVE WS-REC-SOURCE-SYS TO DV-SUS-SOURCE-SYS
074559         MOVE WS-RUN-DATE TO DV-SUS-LAST-CYCLED
074560         MOVE WS-CHAIN-START TO DV-SUS-LAST-RUN-TIME
074561         REWRITE DV-SUSP-RECORD
074562         GO TO 2590-UPDATE-SUSPENSE-EXIT
074563     END-IF.
074564     MOVE DV-BIN-FORMAT-SEL TO DV-SUS-FORMAT-SEL.
074565     MOVE DV-BIN-DATE-INPUT TO DV-SUS-DATE-INPUT.
074566     MOVE DV-BIN-TIME-INPUT TO DV-SUS-TIME-INPUT.
074567     SET DV-SUS-OPEN TO TRUE.
074568     MOVE WS-RUN-DATE TO DV-SUS-FIRST-SEEN.
074569     MOVE WS-REC-SOURCE-SYS TO DV-SUS-SOURCE-SYS.
074570     MOVE DV-RETURN-CODE TO DV-SUS-RETURN-CODE.
074571     MOVE 1 TO DV-SUS-CYCLE-COUNT.
074572     MOVE WS-RUN-DATE TO DV-SUS-LAST-CYCLED.
074573     SET DV-SUS-PRIOR-NEW TO TRUE.
074574     MOVE WS-CHAIN-START TO DV-SUS-LAST-RUN-TIME.
074575     MOVE SPACES TO DV-SUS-PRIOR-SOURCE-SYS.
074576     MOVE ZERO TO DV-SUS-PRIOR-RETURN-CODE.
074577     MOVE ZERO TO DV-SUS-PRIOR-LAST-CYCLED.
074578     WRITE DV-SUSP-RECORD.
074579     IF WS-SUSP-STATUS NOT = "00"
074580         DISPLAY "DTBATCH: SUSPMSTR write failed, status="
074581             WS-SUSP-STATUS
074582     END-IF.
074583 2590-UPDATE-SUSPENSE-EXIT.
074584     EXIT.
074585*
074600*==========================================================
074610*  7400-WRITE-VALOUT-TRAILER
074620*     WRITES THE TRANSMISSION TRAILER, CARRYING THE COUNT
080700     END-EVALUATE.
080800 7600-SET-COMPLETION-CODE-EXIT.
080900     EXIT.
089201*
089202*==========================================================
089203*  7700-RAISE-RUN-ALERT
089204*     PUTS A RUN THAT HAS TO HOLD THE DOWNSTREAM LOAD, OR IS
089205*     CANCELLED BEFORE IT CAN START, ON THE ALERT QUEUE -
089206*     CRITICAL FOR A FILE CONTROL FAILURE OR A CANCELLED RUN
089207*     (CODE 12), WARNING FOR TOLERANCE EXCEEDED (CODE 8).
089208*     THE SUBJECT IS THE RUN DATE AND START TIME, AS KEYED
089209*     ON RUNHIST.  AN ALERT THAT CANNOT BE RAISED IS SHOWN
089210*     ON THE CONSOLE AND DOES NOT CHANGE THE RUN'S CODE.
089211*==========================================================
089212 7700-RAISE-RUN-ALERT.
089213     IF WS-COMPLETION-CODE = 12
089214         SET AL-CRITICAL TO TRUE
089215     ELSE
089216         SET AL-WARNING TO TRUE
089217     END-IF.
089218     SET AL-RAISE-EVERY-TIME TO TRUE.
089219     MOVE "DTBATCH " TO AL-PROGRAM.
089220     MOVE SPACES TO AL-SUBJECT.
089221     STRING "RUN " WS-RUN-DATE " " WS-START-TIME (1:6)
089222         DELIMITED BY SIZE INTO AL-SUBJECT.
089223     MOVE SPACES TO AL-MESSAGE.
089224     STRING "CODE " WS-COMPLETION-CODE " - " WS-GRADE-TEXT
089225         DELIMITED BY SIZE INTO AL-MESSAGE.
089226     CALL "ALRTRAIS" USING AL-PARM.
089227     IF NOT AL-OK
089228         DISPLAY "DTBATCH: alert not raised - " AL-REASON-TEXT
089229     END-IF.
089230 7700-RAISE-RUN-ALERT-EXIT.
089231     EXIT.
089232*
089233*==========================================================
089234*  2450-WRITE-CONTROL-AUDIT
089235*     WRITES ONE AUDIT TRAIL RECORD CARRYING THE CONTROL
089236*     COUNT RECONCILIATION RESULT FOR THIS RUN.
089237*==========================================================
089238 2450-WRITE-CONTROL-AUDIT.
089239     MOVE SPACES TO DV-AUDIT-RECORD.
089240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
089241     ACCEPT WS-CURRENT-TIME FROM TIME.
089242     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
089243         DELIMITED BY SIZE INTO DV-AUD-TIMESTAMP.
089244     MOVE "DTBATCH " TO DV-AUD-SOURCE.
089245     MOVE WS-HDR-FILE-DATE TO DV-AUD-DATE-INPUT.
089246     MOVE ZERO TO DV-AUD-TIME-INPUT.
089247     MOVE "CONTROL" TO DV-AUD-RESULT.
089248     MOVE WS-BALANCE-TEXT TO DV-AUD-REASON.
089249     SET AS-STAMP-RECORD TO TRUE.
089250     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
089251     WRITE DV-AUDIT-RECORD.
089252 2450-WRITE-CONTROL-AUDIT-EXIT.
089253     EXIT.
089254*
089255*==========================================================
089256*  2460-WRITE-BLOCK-AUDIT
089257*     WRITES ONE AUDIT TRAIL RECORD CARRYING THE TRAILER
089258*     RECONCILIATION RESULT FOR THE BLOCK JUST ENDED, WITH
089259*     THE BLOCK'S SOURCE SYSTEM, SO TRAILER FAILURES CAN BE
089260*     COUNTED PER FEED.  NOT WRITTEN FOR THE BLOCKS PASSED
089261*     OVER ON A RESTART - THE EARLIER RUN WROTE THOSE.
089262*==========================================================
089263 2460-WRITE-BLOCK-AUDIT.
089264     MOVE SPACES TO DV-AUDIT-RECORD.
089265     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
089266     ACCEPT WS-CURRENT-TIME FROM TIME.
089267     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
089268         DELIMITED BY SIZE INTO DV-AUD-TIMESTAMP.
089269     MOVE "DTBATCH " TO DV-AUD-SOURCE.
089270     MOVE WS-HDR-FILE-DATE TO DV-AUD-DATE-INPUT.
089271     MOVE ZERO TO DV-AUD-TIME-INPUT.
089272     MOVE "CONTROL" TO DV-AUD-RESULT.
089273     MOVE WS-BLOCK-TEXT TO DV-AUD-REASON.
089274     MOVE WS-HDR-SOURCE-SYS TO DV-AUD-FEED-SRC.
089275     SET AS-STAMP-RECORD TO TRUE.
089276     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
089277     WRITE DV-AUDIT-RECORD.
089278 2460-WRITE-BLOCK-AUDIT-EXIT.
089279     EXIT.
089280*
089281*==========================================================
089282*  8000-WRITE-SUMMARY
089283*     WRITES THE FINAL TOTALS TO THE REPORT FILE.
089284*==========================================================
089285 8000-WRITE-SUMMARY.
089286*    A PARTIAL RUN HOLDS THE VALIDOUT TRAILER BACK - THE
089287*    RESUMED RUN EXTENDS THE FILE AND WRITES THE TRAILER
089288*    WHEN THE WHOLE INPUT IS DONE.
089289     IF NOT DV-WINDOW-EXPIRED
089290         PERFORM 7400-WRITE-VALOUT-TRAILER
089291             THRU 7400-WRITE-VALOUT-TRAILER-EXIT
089292     END-IF.
089293     PERFORM 7500-RECONCILE-COUNTS
089294         THRU 7500-RECONCILE-COUNTS-EXIT.
089295     PERFORM 7600-SET-COMPLETION-CODE
089296         THRU 7600-SET-COMPLETION-CODE-EXIT.
089297     MOVE SPACES TO WS-RPT-TEXT.
089298     STRING "RECORDS READ    = " WS-RECORDS-READ
089299         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089300     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089301     WRITE DV-RPT-LINE.
089302     MOVE SPACES TO WS-RPT-TEXT.
089303     STRING "RECORDS VALID   = " WS-TOTAL-VALID
089304         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089305     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089306     WRITE DV-RPT-LINE.
089307     MOVE SPACES TO WS-RPT-TEXT.
089308     STRING "RECORDS INVALID = " WS-TOTAL-INVALID
089309         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089310     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089311     WRITE DV-RPT-LINE.
089312     MOVE SPACES TO WS-RPT-TEXT.
089313     STRING "RECORDS DUPLIC  = " WS-TOTAL-DUPLIC
089314         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089315     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089316     WRITE DV-RPT-LINE.
089317     MOVE SPACES TO WS-RPT-TEXT.
089318     STRING "NON-BUS DAY ITEMS = " WS-TOTAL-NONBUS
089319         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089320     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089321     WRITE DV-RPT-LINE.
089322     IF WS-ENRICH-ERRORS > ZERO
089323         MOVE SPACES TO WS-RPT-TEXT
089324         STRING "ENRICHMENT SKIPPED FOR " WS-ENRICH-ERRORS
089325                 " RECORD(S) - DATECALC ERROR."
089326             DELIMITED BY SIZE INTO WS-RPT-TEXT
089327         MOVE WS-RPT-TEXT TO DV-RPT-LINE
089328         WRITE DV-RPT-LINE
089329     END-IF.
089330     MOVE SPACES TO WS-RPT-TEXT.
089331     STRING "BLOCKS PROCESSED= " WS-BLOCK-COUNT
089332         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089333     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089334     WRITE DV-RPT-LINE.
089335     PERFORM 8100-WRITE-ONE-SOURCE
089336         THRU 8100-WRITE-ONE-SOURCE-EXIT
089337         VARYING WS-SRC-SUB FROM 1 BY 1
089338         UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
089339     MOVE SPACES TO WS-RPT-TEXT.
089340     STRING "CONTROL RESULT  = " WS-BALANCE-TEXT
089341         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089342     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089343     WRITE DV-RPT-LINE.
089344     IF DV-WINDOW-EXPIRED
089345         MOVE SPACES TO WS-RPT-TEXT
089346         STRING "** PARTIAL RUN - BATCH WINDOW EXPIRED, "
089347                 "RESUME QUEUED FOR THE NEXT WINDOW"
089348             DELIMITED BY SIZE INTO WS-RPT-TEXT
089349         MOVE WS-RPT-TEXT TO DV-RPT-LINE
089350         WRITE DV-RPT-LINE
089351     END-IF.
089352     IF DV-OUT-OF-BALANCE AND NOT DV-WINDOW-EXPIRED
089353         MOVE SPACES TO WS-RPT-TEXT
089354         STRING "SUMMARY NOT CLEAN - HOLD THE DOWNSTREAM "
089355                 "LOAD AND CHECK THE TRANSMISSION"
089356             DELIMITED BY SIZE INTO WS-RPT-TEXT
089357         MOVE WS-RPT-TEXT TO DV-RPT-LINE
089358         WRITE DV-RPT-LINE
089359     END-IF.
089360     PERFORM 2450-WRITE-CONTROL-AUDIT
089361         THRU 2450-WRITE-CONTROL-AUDIT-EXIT.
089362     MOVE WS-INVALID-PCT TO WS-INVALID-PCT-ED.
089363     MOVE SPACES TO WS-RPT-TEXT.
089364     STRING "INVALID PCT     = " WS-INVALID-PCT-ED
089365             ", TOLERANCE = " WS-TOLERANCE-PCT
089366         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089367     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089368     WRITE DV-RPT-LINE.
089369     MOVE SPACES TO WS-RPT-TEXT.
089370     STRING "COMPLETION CODE = " WS-COMPLETION-CODE
089371             " - " WS-GRADE-TEXT
089372         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089373     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089374     WRITE DV-RPT-LINE.
089375     IF WS-COMPLETION-CODE = 08
089376         OR WS-COMPLETION-CODE = 12
089377         PERFORM 7700-RAISE-RUN-ALERT
089378             THRU 7700-RAISE-RUN-ALERT-EXIT
089379     END-IF.
089380 8000-WRITE-SUMMARY-EXIT.
089381     EXIT.
089382*
089383*==========================================================
089384*  8100-WRITE-ONE-SOURCE
089385*     WRITES ONE PER-SOURCE-SYSTEM SUBTOTAL LINE ON THE
089386*     SUMMARY.  ON A RESTARTED RUN THE SUBTOTALS COVER THE
089387*     RECORDS PROCESSED SINCE THE CHECKPOINT ONLY.
089388*==========================================================
089389 8100-WRITE-ONE-SOURCE.
089390     MOVE WS-SRC-READ (WS-SRC-SUB) TO WS-COUNT-ED.
089391     MOVE WS-SRC-VALID (WS-SRC-SUB) TO WS-COUNT-ED-2.
089392     MOVE WS-SRC-INVALID (WS-SRC-SUB) TO WS-COUNT-ED-3.
089393     MOVE WS-SRC-DUPLIC (WS-SRC-SUB) TO WS-COUNT-ED-4.
089394     MOVE SPACES TO WS-RPT-TEXT.
089395     STRING "  SOURCE " WS-SRC-NAME (WS-SRC-SUB)
089396             " READ=" WS-COUNT-ED
089397             " VALID=" WS-COUNT-ED-2
089398             " INVALID=" WS-COUNT-ED-3
089399             " DUPLIC=" WS-COUNT-ED-4
089400         DELIMITED BY SIZE INTO WS-RPT-TEXT.
089401     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
089402     WRITE DV-RPT-LINE.
089403 8100-WRITE-ONE-SOURCE-EXIT.
089404     EXIT.
089405*
089406*==========================================================
089407*  8500-WRITE-RUN-HISTORY
089500*     APPENDS THIS RUN'S STATISTICS TO THE PERMANENT
089600*     RUN-HISTORY FILE FOR THE CROSS-RUN TREND REPORT.
089700*     A HISTORY FILE PROBLEM IS REPORTED BUT DOES NOT
091900     MOVE WS-COMPLETION-CODE TO DV-RUN-COMPLETION-CODE.
091910     MOVE WS-TOTAL-DUPLIC TO DV-RUN-TOTAL-DUPLIC.
091920     MOVE WS-WINDOW-SW TO DV-RUN-WINDOW-FLAG.
091930     MOVE 'N' TO DV-RUN-REVERSED-FLAG.
092000     WRITE DV-RUNHIST-RECORD.
092100     CLOSE RUNHIST-FILE.
092200 8500-WRITE-RUN-HISTORY-EXIT.
093310     CLOSE VALID-OUT-FILE.
093320     CLOSE DUPLICATE-FILE.
093330     CLOSE ENRICH-FILE.
093331     IF WS-PROFILES-AVAILABLE
093332         CLOSE PROFILE-MASTER
093333     END-IF.
093340     IF WS-SUSPENSE-AVAILABLE
093350         CLOSE SUSPENSE-MASTER
093360     END-IF.
