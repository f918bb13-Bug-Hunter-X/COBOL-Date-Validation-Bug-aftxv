002100*                  (OLDER THAN THE PREVIOUS BUSINESS DAY),
002200*                  AND ARRIVALS FROM SOURCES NOT ON THE
002300*                  REGISTER AT ALL.
002310*  2026-10-15 DLH  EACH FEED IS NOW JUDGED ON ITS OWN REGIONAL
002320*                  HOLIDAY CALENDAR, NAMED ON THE REGISTER
002330*                  (DV-FRG-CALENDAR) - A FEED IS ONLY DUE ON A
002340*                  BUSINESS DAY OF ITS CALENDAR, AND ITS
002350*                  STALENESS LIMIT IS THE PREVIOUS BUSINESS
002360*                  DAY ON THAT CALENDAR.  A FEED WHOSE DAY
002370*                  FLAG SAYS DUE BUT WHOSE CALENDAR SAYS
002380*                  OTHERWISE IS SHOWN AS NOT DUE.
002381*  2026-10-15 DLH  EACH FEED FOUND MISSING IS NOW ALSO PUT ON THE
002382*                  CENTRAL ALERT QUEUE (ALERTQ) AS A WARNING
002383*                  THROUGH ALRTRAIS, WITH THE SOURCE SYSTEM AS THE
002384*                  SUBJECT.
002385*  2026-10-15 DLH  EVERY FEED DUE TODAY NOW GETS AN ARRIVAL-
002386*                  HISTORY RECORD (ARRHIST, DVARRHST LAYOUT) - ON
002387*                  TIME, LATE, STALE OR MISSING - FOR THE MONTHLY
002388*                  FEED SCORECARD. A FEED THAT AN EARLIER CHECK
002389*                  TODAY FOUND MISSING IS NOW REPORTED AS LATE
002390*                  WHEN IT ARRIVES.
002391*  2026-10-15 DLH  A MISSING FEED IS NOW QUEUED ONCE WHILE ITS
002392*                  ALERT IS OUTSTANDING, WITH THE SOURCE SYSTEM
002393*                  AND DUE DATE AS THE SUBJECT, SO REPEATED
002394*                  CHECKS ON ONE DAY DO NOT QUEUE IT AGAIN BUT
002395*                  EACH MISSED DAY GETS ITS OWN ALERT.  A FAILED
002396*                  ARRHIST WRITE IS NOW REPORTED.
002400*----------------------------------------------------------
002500*
002600 ENVIRONMENT DIVISION.
003800       SELECT REPORT-FILE       ASSIGN TO "FEEDRPT"
003900           ORGANIZATION LINE SEQUENTIAL
004000           FILE STATUS IS WS-REPORT-STATUS.
004010       SELECT ARRIVAL-HIST-FILE ASSIGN TO "ARRHIST"
004020           ORGANIZATION LINE SEQUENTIAL
004030           FILE STATUS IS WS-ARRHIST-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004700 COPY DVBATIN.
004800 FD  REPORT-FILE.
004900 01  DV-RPT-LINE                 PIC X(120).
004910 FD  ARRIVAL-HIST-FILE.
004920 COPY DVARRHST.
005000*
005100 WORKING-STORAGE SECTION.
005200*
005600 77  WS-FEEDREG-STATUS            PIC X(02).
005700 77  WS-INPUT-STATUS              PIC X(02).
005800 77  WS-REPORT-STATUS             PIC X(02).
005810 77  WS-ARRHIST-STATUS            PIC X(02).
005900*
006000*----------------------------------------------------------
006100*  END-OF-FILE SWITCHES
006600 77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
006700     88  DV-END-OF-INPUT          VALUE 'Y'.
006800     88  DV-NOT-END-OF-INPUT      VALUE 'N'.
006801 77  WS-ARH-EOF-SW                PIC X(01) VALUE 'N'.
006802     88  DV-END-OF-ARRHIST        VALUE 'Y'.
006803     88  DV-NOT-END-OF-ARRHIST    VALUE 'N'.
006804*
006805*----------------------------------------------------------
006806*  ARRIVAL HISTORY - WHETHER ARRHIST IS OPEN FOR THIS
006807*  CHECK'S RECORDS, THE TIME OF THE CHECK, AND THE STATUS
006808*  OF THE FEED BEING WRITTEN
006809*----------------------------------------------------------
006810 77  WS-ARRHIST-SW                PIC X(01) VALUE 'N'.
006811     88  WS-ARRHIST-OPEN          VALUE 'Y'.
006812     88  WS-ARRHIST-CLOSED        VALUE 'N'.
006813 77  WS-CHECK-TIME                PIC 9(08).
006814 77  WS-ARH-STATUS-HOLD           PIC X(01).
006900*
007000*----------------------------------------------------------
007100*  REGISTER TABLE - THE EXPECTED SOURCE SYSTEMS, EACH
007200*  WITH ITS DELIVERY-DAY FLAGS AND HOLIDAY CALENDAR,
007300*  WHETHER A HEADER FOR IT WAS SEEN ON BATCHIN, AND THE
007310*  LATEST HEADER FILE DATE, AND WHETHER AN EARLIER CHECK
007320*  TODAY FOUND IT MISSING (FROM ARRHIST).
007400*----------------------------------------------------------
007500 01  WS-REGISTER-TABLE.
007600     05  WS-REG-ENTRY OCCURS 50 TIMES.
007800         10  WS-REG-FLAGS.
007900             15  WS-REG-FLAG      PIC X(01) OCCURS 7 TIMES.
008000         10  WS-REG-DESC          PIC X(30).
008010         10  WS-REG-CALENDAR      PIC X(04).
008100         10  WS-REG-SEEN-SW       PIC X(01).
008200         10  WS-REG-FILE-DATE     PIC 9(08).
008210         10  WS-REG-MISSED-SW     PIC X(01).
008300 77  WS-REGISTER-COUNT            PIC 9(03) COMP VALUE ZERO.
008400 77  WS-REG-SUB                   PIC 9(03) COMP VALUE ZERO.
008500 77  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
008800 77  WS-FOUND-SUB                 PIC 9(03) COMP VALUE ZERO.
008900*
009000*----------------------------------------------------------
009100*  TODAY'S CALENDAR FACTS FROM DATECALC ON THE BASE
009200*  CALENDAR - DAY OF WEEK, BUSINESS-DAY FLAG, AND THE
009300*  PREVIOUS BUSINESS DAY USED AS THE STALENESS LIMIT FOR
009310*  HEADER FILE DATES - AND THE SAME TWO FACTS ON THE
009320*  CALENDAR OF THE FEED BEING CHECKED.
009400*----------------------------------------------------------
009500 77  WS-TODAY-DATE                PIC 9(08).
009600 77  WS-TODAY-DOW                 PIC 9(01).
010010 77  WS-CAL-FAULT-SW              PIC X(01) VALUE 'N'.
010020     88  WS-CALENDAR-FAULT        VALUE 'Y'.
010030     88  WS-CALENDAR-CLEAN        VALUE 'N'.
010040 77  WS-FEED-BUSDAY-SW            PIC X(01) VALUE 'Y'.
010050     88  WS-FEED-BUSINESS-DAY     VALUE 'Y'.
010060     88  WS-FEED-NON-BUS-DAY      VALUE 'N'.
010070 77  WS-FEED-STALE-LIMIT          PIC 9(08).
010080 77  WS-FEED-CAL-SHOW             PIC X(04).
010100*
010200*----------------------------------------------------------
010300*  EXCEPTION TALLIES FOR THE SUMMARY AND COMPLETION CODE
010700 77  WS-TOTAL-MISSING             PIC 9(03) VALUE ZERO.
010800 77  WS-TOTAL-STALE               PIC 9(03) VALUE ZERO.
010900 77  WS-TOTAL-UNREGISTERED        PIC 9(03) VALUE ZERO.
010910 77  WS-TOTAL-LATE                PIC 9(03) VALUE ZERO.
011000 77  WS-COMPLETION-CODE           PIC 9(02) VALUE ZERO.
011100*
011200*----------------------------------------------------------
011900*----------------------------------------------------------
012000 COPY DCPARM.
012100 COPY DCCODES.
012110*
012120*----------------------------------------------------------
012130*  CALL PARAMETER BLOCK FOR ALRTRAIS, WHICH PUTS EACH
012140*  MISSING FEED ON THE CENTRAL ALERT QUEUE
012150*----------------------------------------------------------
012160 COPY ALPARM.
012200*
012300 PROCEDURE DIVISION.
012400*
013500         THRU 3000-SET-TODAY-FACTS-EXIT.
013600     PERFORM 4000-SCAN-HEADERS
013700         THRU 4000-SCAN-HEADERS-EXIT.
013710     PERFORM 4500-READ-EARLIER-CHECKS
013720         THRU 4500-READ-EARLIER-CHECKS-EXIT.
013730     PERFORM 4700-OPEN-ARRIVAL-HIST
013740         THRU 4700-OPEN-ARRIVAL-HIST-EXIT.
013800     PERFORM 5000-CHECK-ONE-FEED
013900         THRU 5000-CHECK-ONE-FEED-EXIT
014000         VARYING WS-REG-SUB FROM 1 BY 1
014100         UNTIL WS-REG-SUB > WS-REGISTER-COUNT.
014110     IF WS-ARRHIST-OPEN
014120         CLOSE ARRIVAL-HIST-FILE
014130     END-IF.
014200     PERFORM 8000-WRITE-SUMMARY
014300         THRU 8000-WRITE-SUMMARY-EXIT.
014400     CLOSE REPORT-FILE.
015100*==========================================================
015200 1000-INITIALIZE.
015300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
015310     ACCEPT WS-CHECK-TIME FROM TIME.
015400     OPEN OUTPUT REPORT-FILE.
015500     IF WS-REPORT-STATUS NOT = "00"
015600         DISPLAY "FEEDCHK: cannot open FEEDRPT, status="
021000                     TO WS-REG-FLAGS (WS-REGISTER-COUNT)
021100                 MOVE DV-FRG-DESC
021200                     TO WS-REG-DESC (WS-REGISTER-COUNT)
021210                 MOVE DV-FRG-CALENDAR
021220                     TO WS-REG-CALENDAR (WS-REGISTER-COUNT)
021300                 MOVE 'N'
021400                     TO WS-REG-SEEN-SW (WS-REGISTER-COUNT)
021500                 MOVE ZERO
021600                     TO WS-REG-FILE-DATE (WS-REGISTER-COUNT)
021610                 MOVE 'N'
021620                     TO WS-REG-MISSED-SW (WS-REGISTER-COUNT)
021700             ELSE
021800                 DISPLAY "FEEDCHK: register table full, "
021900                     "dropped " DV-FRG-SOURCE-SYS
022400*
022500*==========================================================
022600*  3000-SET-TODAY-FACTS
022700*     ASKS DATECALC FOR TODAY'S DAY OF WEEK, AND, ON THE
022800*     BASE CALENDAR, WHETHER TODAY IS A BUSINESS DAY AND
022900*     THE PREVIOUS BUSINESS DAY (THE STALENESS LIMIT - A
023000*     HEADER FILE DATE OLDER THAN THAT IS STALE).  FEEDS ON
023100*     ANOTHER CALENDAR ARE RE-ASKED IN 5050.  A DATECALC
023200*     PROBLEM IS REPORTED AND TODAY IS TREATED AS A
023300*     BUSINESS DAY WITH NO STALENESS CHECK AND WITH EVERY
023310*     REGISTERED FEED DUE - GUESSING A DAY OF WEEK COULD
023320*     SILENTLY SKIP A FEED'S CHECK, AND A CALENDAR FAULT
023330*     MUST NOT HIDE A MISSING FEED.
023400*==========================================================
023500 3000-SET-TODAY-FACTS.
023600     MOVE WS-TODAY-DATE TO DC-DATE-INPUT.
023700     MOVE ZERO TO DC-BUS-DAYS-OFFSET.
023710     MOVE SPACES TO DC-CALENDAR-ID.
023800     CALL "DATECALC" USING DC-PARM, DC-CODES.
023900     IF DC-OK
024000         MOVE DC-DAY-OF-WEEK TO WS-TODAY-DOW
024900     END-IF.
025000     IF WS-TODAY-NON-BUS-DAY
025100         MOVE SPACES TO WS-RPT-TEXT
025200         IF WS-TODAY-DOW > 5
025300             STRING "TODAY " WS-TODAY-DATE
025400                     " IS NOT A BUSINESS DAY - NO FEEDS "
025500                     "EXPECTED."
025600                 DELIMITED BY SIZE INTO WS-RPT-TEXT
025700         ELSE
025800             STRING "TODAY " WS-TODAY-DATE
025810                     " IS A HOLIDAY ON THE BASE CALENDAR - "
025820                     "EACH FEED IS JUDGED ON ITS OWN CALENDAR."
025830                 DELIMITED BY SIZE INTO WS-RPT-TEXT
025840         END-IF
025850         PERFORM 6900-WRITE-RPT-LINE
025860             THRU 6900-WRITE-RPT-LINE-EXIT
025870     END-IF.
025900 3000-SET-TODAY-FACTS-EXIT.
026000     EXIT.
026100*
035100     END-IF.
035200 4250-MATCH-ONE-ENTRY-EXIT.
035300     EXIT.
035301*
035302*==========================================================
035303*  4500-READ-EARLIER-CHECKS
035304*     READS THE ARRIVAL HISTORY FOR RECORDS WRITTEN BY AN
035305*     EARLIER CHECK TODAY AND MARKS EACH REGISTERED FEED
035306*     WHOSE LATEST SUCH RECORD SAYS MISSING, SO AN ARRIVAL
035307*     NOW CAN BE SHOWN AS LATE.  NO ARRHIST YET SIMPLY MEANS
035308*     NO EARLIER CHECKS; ANY OTHER PROBLEM IS REPORTED AND
035309*     THE CHECK CARRIES ON WITHOUT IT.
035310*==========================================================
035311 4500-READ-EARLIER-CHECKS.
035312     OPEN INPUT ARRIVAL-HIST-FILE.
035313     IF WS-ARRHIST-STATUS = "35"
035314         GO TO 4500-READ-EARLIER-CHECKS-EXIT
035315     END-IF.
035316     IF WS-ARRHIST-STATUS NOT = "00"
035317         DISPLAY "FEEDCHK: cannot read ARRHIST, status="
035318             WS-ARRHIST-STATUS
035319         GO TO 4500-READ-EARLIER-CHECKS-EXIT
035320     END-IF.
035321     PERFORM 4550-READ-ONE-CHECK
035322         THRU 4550-READ-ONE-CHECK-EXIT
035323         UNTIL DV-END-OF-ARRHIST.
035324     CLOSE ARRIVAL-HIST-FILE.
035325 4500-READ-EARLIER-CHECKS-EXIT.
035326     EXIT.
035327*
035328*==========================================================
035329*  4550-READ-ONE-CHECK
035330*     READS ONE ARRIVAL-HISTORY RECORD AND, WHEN IT IS FROM
035331*     TODAY FOR A REGISTERED FEED, SETS OR CLEARS THE FEED'S
035332*     MISSED-EARLIER FLAG FROM ITS STATUS.
035333*==========================================================
035334 4550-READ-ONE-CHECK.
035335     READ ARRIVAL-HIST-FILE
035336         AT END
035337             SET DV-END-OF-ARRHIST TO TRUE
035338             GO TO 4550-READ-ONE-CHECK-EXIT
035339     END-READ.
035340     IF DV-ARH-CHECK-DATE NOT = WS-TODAY-DATE
035341         GO TO 4550-READ-ONE-CHECK-EXIT
035342     END-IF.
035343     SET WS-ENTRY-NOT-FOUND TO TRUE.
035344     PERFORM 4560-MATCH-ONE-CHECK
035345         THRU 4560-MATCH-ONE-CHECK-EXIT
035346         VARYING WS-REG-SUB FROM 1 BY 1
035347         UNTIL WS-REG-SUB > WS-REGISTER-COUNT
035348         OR WS-ENTRY-FOUND.
035349     IF WS-ENTRY-NOT-FOUND
035350         GO TO 4550-READ-ONE-CHECK-EXIT
035351     END-IF.
035352     IF DV-ARH-MISSING
035353         MOVE 'Y' TO WS-REG-MISSED-SW (WS-FOUND-SUB)
035354     ELSE
035355         MOVE 'N' TO WS-REG-MISSED-SW (WS-FOUND-SUB)
035356     END-IF.
035357 4550-READ-ONE-CHECK-EXIT.
035358     EXIT.
035359*
035360*==========================================================
035361*  4560-MATCH-ONE-CHECK
035362*     COMPARES ONE REGISTER TABLE ENTRY AGAINST THE
035363*     ARRIVAL-HISTORY RECORD'S SOURCE SYSTEM.
035364*==========================================================
035365 4560-MATCH-ONE-CHECK.
035366     IF WS-REG-NAME (WS-REG-SUB) = DV-ARH-SOURCE-SYS
035367         SET WS-ENTRY-FOUND TO TRUE
035368         MOVE WS-REG-SUB TO WS-FOUND-SUB
035369     END-IF.
035370 4560-MATCH-ONE-CHECK-EXIT.
035371     EXIT.
035372*
035373*==========================================================
035374*  4700-OPEN-ARRIVAL-HIST
035375*     OPENS THE ARRIVAL HISTORY TO ADD THIS CHECK'S
035376*     RECORDS, CREATING IT ON THE FIRST RUN.  A HISTORY
035377*     FILE PROBLEM IS REPORTED BUT DOES NOT STOP THE CHECK.
035378*==========================================================
035379 4700-OPEN-ARRIVAL-HIST.
035380     OPEN EXTEND ARRIVAL-HIST-FILE.
035381     IF WS-ARRHIST-STATUS = "35"
035382         OPEN OUTPUT ARRIVAL-HIST-FILE
035383     END-IF.
035384     IF WS-ARRHIST-STATUS NOT = "00"
035385         DISPLAY "FEEDCHK: cannot open ARRHIST, status="
035386             WS-ARRHIST-STATUS
035387         DISPLAY "FEEDCHK: arrival history not written."
035388         GO TO 4700-OPEN-ARRIVAL-HIST-EXIT
035389     END-IF.
035390     SET WS-ARRHIST-OPEN TO TRUE.
035391 4700-OPEN-ARRIVAL-HIST-EXIT.
035392     EXIT.
035400*
035500*==========================================================
035600*  5000-CHECK-ONE-FEED
035700*     DECIDES ONE REGISTER ENTRY'S FATE FOR TODAY - NOT
035800*     DUE, MISSING, STALE, LATE OR ARRIVED - AND WRITES THE
035900*     MATCHING REPORT LINE, AND THE ARRIVAL-HISTORY RECORD
035910*     FOR A FEED THAT WAS DUE.  AN ARRIVAL IS LATE WHEN AN
035920*     EARLIER CHECK TODAY FOUND THE FEED MISSING; STALE
035930*     OUTRANKS LATE.  A FEED IS ONLY DUE WHEN ITS
036000*     FLAG FOR TODAY'S DAY OF WEEK IS 'Y' AND TODAY IS A
036100*     BUSINESS DAY ON THE FEED'S OWN HOLIDAY CALENDAR; ON A
036110*     CALENDAR FAULT THE DAY-FLAG TEST IS SKIPPED AND EVERY
036120*     REGISTERED FEED IS DUE.
036200*==========================================================
036300 5000-CHECK-ONE-FEED.
036400     IF WS-CALENDAR-CLEAN
036500         AND WS-REG-FLAG (WS-REG-SUB, WS-TODAY-DOW) NOT = 'Y'
036600         GO TO 5000-CHECK-ONE-FEED-EXIT
036610     END-IF.
036620     PERFORM 5050-SET-FEED-DAY
036630         THRU 5050-SET-FEED-DAY-EXIT.
036700     IF WS-FEED-NON-BUS-DAY
036710         MOVE SPACES TO WS-RPT-TEXT
036720         STRING "NOT DUE      " WS-REG-NAME (WS-REG-SUB)
036730                 " - TODAY IS NOT A BUSINESS DAY ON CALENDAR "
036740                 WS-FEED-CAL-SHOW "."
036750             DELIMITED BY SIZE INTO WS-RPT-TEXT
036760         PERFORM 6900-WRITE-RPT-LINE
036770             THRU 6900-WRITE-RPT-LINE-EXIT
036780         GO TO 5000-CHECK-ONE-FEED-EXIT
036790     END-IF.
036800     ADD 1 TO WS-TOTAL-EXPECTED.
036900     IF WS-REG-SEEN-SW (WS-REG-SUB) NOT = 'Y'
037000         ADD 1 TO WS-TOTAL-MISSING
037500             DELIMITED BY SIZE INTO WS-RPT-TEXT
037600         PERFORM 6900-WRITE-RPT-LINE
037700             THRU 6900-WRITE-RPT-LINE-EXIT
037710         PERFORM 5100-RAISE-MISSING-ALERT
037720             THRU 5100-RAISE-MISSING-ALERT-EXIT
037730         MOVE 'M' TO WS-ARH-STATUS-HOLD
037740         PERFORM 5200-WRITE-ARRIVAL-HIST
037750             THRU 5200-WRITE-ARRIVAL-HIST-EXIT
037800         GO TO 5000-CHECK-ONE-FEED-EXIT
037900     END-IF.
038000     ADD 1 TO WS-TOTAL-ARRIVED.
038100     IF WS-FEED-STALE-LIMIT > ZERO
038200         AND WS-REG-FILE-DATE (WS-REG-SUB) < WS-FEED-STALE-LIMIT
038300         ADD 1 TO WS-TOTAL-STALE
038400         MOVE SPACES TO WS-RPT-TEXT
038500         STRING "STALE        " WS-REG-NAME (WS-REG-SUB)
038600                 " - FILE DATE "
038700                 WS-REG-FILE-DATE (WS-REG-SUB)
038800                 " IS OLDER THAN PREVIOUS BUSINESS DAY "
038900                 WS-FEED-STALE-LIMIT "."
039000             DELIMITED BY SIZE INTO WS-RPT-TEXT
039100         PERFORM 6900-WRITE-RPT-LINE
039200             THRU 6900-WRITE-RPT-LINE-EXIT
039210         MOVE 'S' TO WS-ARH-STATUS-HOLD
039220         PERFORM 5200-WRITE-ARRIVAL-HIST
039230             THRU 5200-WRITE-ARRIVAL-HIST-EXIT
039300         GO TO 5000-CHECK-ONE-FEED-EXIT
039400     END-IF.
039401     IF WS-REG-MISSED-SW (WS-REG-SUB) = 'Y'
039402         ADD 1 TO WS-TOTAL-LATE
039403         MOVE SPACES TO WS-RPT-TEXT
039404         STRING "LATE         " WS-REG-NAME (WS-REG-SUB)
039405                 " - FILE DATE "
039406                 WS-REG-FILE-DATE (WS-REG-SUB)
039407                 ", MISSING AT AN EARLIER CHECK TODAY."
039408             DELIMITED BY SIZE INTO WS-RPT-TEXT
039409         PERFORM 6900-WRITE-RPT-LINE
039410             THRU 6900-WRITE-RPT-LINE-EXIT
039411         MOVE 'L' TO WS-ARH-STATUS-HOLD
039412         PERFORM 5200-WRITE-ARRIVAL-HIST
039413             THRU 5200-WRITE-ARRIVAL-HIST-EXIT
039414         GO TO 5000-CHECK-ONE-FEED-EXIT
039415     END-IF.
039500     MOVE SPACES TO WS-RPT-TEXT.
039600     STRING "ARRIVED      " WS-REG-NAME (WS-REG-SUB)
039700             " - FILE DATE "
039900         DELIMITED BY SIZE INTO WS-RPT-TEXT.
040000     PERFORM 6900-WRITE-RPT-LINE
040100         THRU 6900-WRITE-RPT-LINE-EXIT.
040110     MOVE 'A' TO WS-ARH-STATUS-HOLD.
040120     PERFORM 5200-WRITE-ARRIVAL-HIST
040130         THRU 5200-WRITE-ARRIVAL-HIST-EXIT.
040200 5000-CHECK-ONE-FEED-EXIT.
040300     EXIT.
040400*
040401*==========================================================
040402*  5050-SET-FEED-DAY
040403*     SETS TODAY'S BUSINESS-DAY FLAG AND STALENESS LIMIT
040404*     ON THE FEED'S OWN HOLIDAY CALENDAR.  A BASE CALENDAR
040405*     FEED, OR ANY FEED AFTER A CALENDAR FAULT, KEEPS THE
040406*     FACTS 3000 ALREADY SET.  A DATECALC PROBLEM WITH THE
040407*     FEED'S CALENDAR IS REPORTED AND THE FEED IS TREATED
040408*     AS DUE WITH NO STALENESS CHECK, THE SAME AS A FAULT.
040409*==========================================================
040410 5050-SET-FEED-DAY.
040411     MOVE WS-BUSDAY-SW TO WS-FEED-BUSDAY-SW.
040412     MOVE WS-STALE-LIMIT TO WS-FEED-STALE-LIMIT.
040413     MOVE WS-REG-CALENDAR (WS-REG-SUB) TO WS-FEED-CAL-SHOW.
040414     IF WS-FEED-CAL-SHOW = SPACES
040415         MOVE "BASE" TO WS-FEED-CAL-SHOW
040416         GO TO 5050-SET-FEED-DAY-EXIT
040417     END-IF.
040418     IF WS-CALENDAR-FAULT
040419         GO TO 5050-SET-FEED-DAY-EXIT
040420     END-IF.
040421     MOVE WS-TODAY-DATE TO DC-DATE-INPUT.
040422     MOVE ZERO TO DC-BUS-DAYS-OFFSET.
040423     MOVE WS-REG-CALENDAR (WS-REG-SUB) TO DC-CALENDAR-ID.
040424     CALL "DATECALC" USING DC-PARM, DC-CODES.
040425     IF NOT DC-OK
040426         DISPLAY "FEEDCHK: DATECALC error on calendar "
040427             WS-FEED-CAL-SHOW " - " DC-REASON-TEXT
040428         SET WS-FEED-BUSINESS-DAY TO TRUE
040429         MOVE ZERO TO WS-FEED-STALE-LIMIT
040430         GO TO 5050-SET-FEED-DAY-EXIT
040431     END-IF.
040432     MOVE DC-BUS-DAY-SW TO WS-FEED-BUSDAY-SW.
040433     MOVE DC-PREV-BUS-DATE TO WS-FEED-STALE-LIMIT.
040434 5050-SET-FEED-DAY-EXIT.
040435     EXIT.
040436*
040437*==========================================================
040438*  5100-RAISE-MISSING-ALERT
040439*     PUTS A FEED THAT WAS DUE TODAY BUT HAS NOT ARRIVED ON
040440*     THE ALERT QUEUE AS A WARNING, WITH THE SOURCE SYSTEM
040441*     AND DUE DATE AS THE SUBJECT.  IT IS QUEUED ONCE WHILE
040442*     THAT ALERT IS OUTSTANDING, SO A LATER CHECK THE SAME
040443*     DAY DOES NOT QUEUE IT AGAIN.  AN ALERT THAT CANNOT
040444*     BE RAISED IS SHOWN ON THE CONSOLE; THE CHECK GOES ON.
040446*==========================================================
040447 5100-RAISE-MISSING-ALERT.
040448     SET AL-WARNING TO TRUE.
040449     SET AL-ONCE-WHILE-OUTSTANDING TO TRUE.
040450     MOVE "FEEDCHK " TO AL-PROGRAM.
040451     MOVE SPACES TO AL-SUBJECT.
040452     STRING WS-REG-NAME (WS-REG-SUB) " " WS-TODAY-DATE
040453         DELIMITED BY SIZE INTO AL-SUBJECT.
040454     MOVE SPACES TO AL-MESSAGE.
040455     STRING "FEED MISSING - DUE " WS-TODAY-DATE
040456             ", NO HEADER ON BATCHIN."
040457         DELIMITED BY SIZE INTO AL-MESSAGE.
040458     CALL "ALRTRAIS" USING AL-PARM.
040459     IF NOT AL-OK
040460         DISPLAY "FEEDCHK: alert not raised - " AL-REASON-TEXT
040461     END-IF.
040462 5100-RAISE-MISSING-ALERT-EXIT.
040463     EXIT.
040464*
040465*==========================================================
040466*  5200-WRITE-ARRIVAL-HIST
040467*     APPENDS THE ARRIVAL-HISTORY RECORD FOR A FEED THAT
040468*     WAS DUE TODAY, WITH THE STATUS 5000 DECIDED.
040469*==========================================================
040470 5200-WRITE-ARRIVAL-HIST.
040471     IF WS-ARRHIST-CLOSED
040472         GO TO 5200-WRITE-ARRIVAL-HIST-EXIT
040473     END-IF.
040474     MOVE SPACES TO DV-ARRHIST-RECORD.
040475     MOVE WS-TODAY-DATE TO DV-ARH-CHECK-DATE.
040476     MOVE WS-CHECK-TIME (1:6) TO DV-ARH-CHECK-TIME.
040477     MOVE WS-REG-NAME (WS-REG-SUB) TO DV-ARH-SOURCE-SYS.
040478     MOVE WS-ARH-STATUS-HOLD TO DV-ARH-STATUS.
040479     IF DV-ARH-MISSING
040480         MOVE ZERO TO DV-ARH-FILE-DATE
040481     ELSE
040482         MOVE WS-REG-FILE-DATE (WS-REG-SUB) TO DV-ARH-FILE-DATE
040483     END-IF.
040484     MOVE WS-REG-CALENDAR (WS-REG-SUB) TO DV-ARH-CALENDAR.
040485     WRITE DV-ARRHIST-RECORD.
040486     IF WS-ARRHIST-STATUS NOT = "00"
040487         DISPLAY "FEEDCHK: ARRHIST write failed, status="
040488             WS-ARRHIST-STATUS
040489     END-IF.
040490 5200-WRITE-ARRIVAL-HIST-EXIT.
040491     EXIT.
040492*
040500*==========================================================
040600*  8000-WRITE-SUMMARY
040700*     WRITES THE EXCEPTION TALLIES AND SETS THE COMPLETION
041600     STRING "FEEDS EXPECTED     = " WS-TOTAL-EXPECTED
041700             ", ARRIVED = " WS-TOTAL-ARRIVED
041800             ", MISSING = " WS-TOTAL-MISSING
041810             ", LATE = " WS-TOTAL-LATE
041900         DELIMITED BY SIZE INTO WS-RPT-TEXT.
042000     PERFORM 6900-WRITE-RPT-LINE
042100         THRU 6900-WRITE-RPT-LINE-EXIT.
