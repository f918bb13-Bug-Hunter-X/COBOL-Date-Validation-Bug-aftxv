004592*                  PROCESSED, VALID/INVALID SPLIT, AND THE
004593*                  LAST FEW FAILURES WITH THEIR REASONS -
004594*                  FOR THE OVERNIGHT WINDOW.
004595*  2026-10-15 DLH  THE BUSINESS-DAY PICTURE IS TAKEN FROM THE
004596*                  BASE HOLIDAY CALENDAR.
004606*  2026-10-15 DLH  EVERY AUDIT RECORD IS NOW STAMPED BY AUDSTAMP
004616*                  WITH ITS TRAIL SEQUENCE NUMBER AND CHAINED
004626*                  CHECK VALUE JUST BEFORE IT IS WRITTEN.  THE END
004636*                  OF THE TRAIL IS FOUND EACH TIME AUDITLOG IS
004646*                  OPENED FOR APPEND.
004647*  2026-10-15 DLH  A NEW ALERTS CHOICE ON THE CONSOLE MENU LISTS
004648*                  THE OUTSTANDING ALERTS ON THE CENTRAL ALERT
004649*                  QUEUE (ALERTQ) BY SEVERITY - CRITICAL, WARNING,
004650*                  THEN INFORMATION - AND LETS THE OPERATOR
004651*                  ACKNOWLEDGE OR CLOSE EACH ONE, STAMPED WITH
004652*                  THEIR INITIALS AND THE TIME.
004653*  2026-10-15 DLH  THE ALERT QUEUE IS NO LONGER HELD OPEN WHILE
004654*                  THE CONSOLE WAITS ON THE OPERATOR - EACH ALERT
004655*                  IS FOUND WITH THE QUEUE OPEN FOR INPUT ONLY,
004656*                  AND IT IS OPENED FOR UPDATE ONLY AROUND THE
004657*                  ACKNOWLEDGE OR CLOSE, SO BATCH ALERTS ARE NOT
004658*                  LOCKED OUT BY AN UNATTENDED CONSOLE.
004659*  2026-10-15 DLH  AUDITLOG IS NO LONGER HELD OPEN FOR THE WHOLE
004660*                  SESSION - THE TRAIL END IS FOUND AND THE FILE
004661*                  OPENED AROUND EACH ENTRY, SO A BATCH RUN
004662*                  APPENDING MEANWHILE DOES NOT BREAK THE CHAIN.
004663*----------------------------------------------------------
004700*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005610       SELECT CHECKPOINT-FILE    ASSIGN TO "DTCHKPT"
005620           ORGANIZATION LINE SEQUENTIAL
005630           FILE STATUS IS WS-CHKPT-STATUS.
005640       SELECT ALERT-QUEUE        ASSIGN TO "ALERTQ"
005650           ORGANIZATION INDEXED
005660           ACCESS MODE DYNAMIC
005670           RECORD KEY DV-ALT-KEY
005680           FILE STATUS IS WS-ALERT-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006100 COPY DVAUDIT.
006110 FD  CHECKPOINT-FILE.
006120 COPY DVCHKPT.
006130 FD  ALERT-QUEUE.
006140 COPY DVALERT.
006200*
006300 WORKING-STORAGE SECTION.
006400*
007740*----------------------------------------------------------
007750 COPY DCPARM.
007760 COPY DCCODES.
007761*
007762*----------------------------------------------------------
007763*  CALL PARAMETER BLOCK FOR AUDSTAMP, WHICH STAMPS EACH
007764*  AUDIT RECORD WITH ITS TRAIL SEQUENCE AND CHECK VALUE
007765*----------------------------------------------------------
007766 COPY ASPARM.
007800*
007900*----------------------------------------------------------
008000*  AUDIT TRAIL FILE STATUS AND CURRENT TIMESTAMP
008100*----------------------------------------------------------
008200 77  WS-AUDIT-STATUS              PIC X(02).
008210 77  WS-CHKPT-STATUS              PIC X(02).
008220 77  WS-ALERT-STATUS              PIC X(02).
008300 01  WS-CURRENT-TS.
008400     05  WS-CURRENT-DATE          PIC 9(08).
008500     05  WS-CURRENT-TIME          PIC 9(08).
009601 77  WS-MON-PCT                   PIC 9(03)V9.
009602 77  WS-MON-PCT-ED                PIC ZZ9.9.
009603*
009604*----------------------------------------------------------
009605*  ALERT QUEUE WORK FIELDS - THE SEVERITIES IN THE ORDER
009606*  THEY ARE WORKED, THE OPERATOR'S INITIALS AND ACTION,
009607*  AND THE END-OF-QUEUE AND QUIT SWITCHES
009608*----------------------------------------------------------
009609 01  WS-SEV-ORDER-V.
009610     05  FILLER                   PIC X(12) VALUE 'CCritical   '.
009611     05  FILLER                   PIC X(12) VALUE 'WWarning    '.
009612     05  FILLER                   PIC X(12) VALUE 'IInformation'.
009613 01  WS-SEV-ORDER-TABLE REDEFINES WS-SEV-ORDER-V.
009614     05  WS-SEV-ENTRY             OCCURS 3 TIMES.
009615         10  WS-SEV-CODE          PIC X(01).
009616         10  WS-SEV-NAME          PIC X(11).
009617 77  WS-SEV-SUB                   PIC 9(01).
009618 77  WS-SEV-SHOWN                 PIC 9(04) VALUE ZERO.
009619 77  WS-ALERTS-SHOWN              PIC 9(04) VALUE ZERO.
009620 77  WS-ALERTS-ACKED              PIC 9(04) VALUE ZERO.
009621 77  WS-ALERTS-CLOSED             PIC 9(04) VALUE ZERO.
009622 77  WS-OPER-INITIALS             PIC X(03).
009623 77  WS-ALERT-ACTION              PIC X(01).
009624 77  WS-ALERT-EOF-SW              PIC X(01) VALUE 'N'.
009625     88  DV-END-OF-ALERTS         VALUE 'Y'.
009626     88  DV-NOT-END-OF-ALERTS     VALUE 'N'.
009627 77  WS-ALERT-QUIT-SW             PIC X(01) VALUE 'N'.
009628     88  DV-ALERTS-QUIT           VALUE 'Y'.
009629     88  DV-ALERTS-CONTINUE       VALUE 'N'.
009630*    THE KEY OF THE ALERT BEING WORKED - THE PLACE TO CARRY
009631*    ON FROM AND TO UPDATE, SINCE THE QUEUE IS CLOSED WHILE
009632*    THE OPERATOR DECIDES.
009633 77  WS-ALERT-LAST-KEY            PIC X(26).
009634 77  WS-ALERT-FOUND-SW            PIC X(01) VALUE 'N'.
009635     88  WS-ALERT-FOUND           VALUE 'Y'.
009636     88  WS-ALERT-NOT-FOUND       VALUE 'N'.
009637 77  WS-ALERT-UPDATED-SW          PIC X(01) VALUE 'N'.
009638     88  WS-ALERT-UPDATED         VALUE 'Y'.
009639     88  WS-ALERT-NOT-UPDATED     VALUE 'N'.
009649 77  WS-AUDIT-OPEN-SW             PIC X(01) VALUE 'N'.
009659     88  WS-AUDIT-OPEN            VALUE 'Y'.
009669     88  WS-AUDIT-NOT-OPEN        VALUE 'N'.
009679*
009700 PROCEDURE DIVISION.
009800*
009900*==========================================================
010300 0000-MAINLINE.
010400     PERFORM 1100-OPEN-AUDIT-FILE
010500         THRU 1100-OPEN-AUDIT-FILE-EXIT.
010510     IF WS-AUDIT-NOT-OPEN
010520         MOVE 12 TO RETURN-CODE
010530         STOP RUN
010540     END-IF.
010550     CLOSE AUDIT-FILE.
010600     PERFORM 1800-PROCESS-ONE-COMMAND
010700         THRU 1800-PROCESS-ONE-COMMAND-EXIT
010800         UNTIL DV-SESSION-DONE.
010900     PERFORM 4000-SHOW-SUMMARY
011000         THRU 4000-SHOW-SUMMARY-EXIT.
011200     STOP RUN.
011210*
011211*==========================================================
011215*==========================================================
011216 1800-PROCESS-ONE-COMMAND.
011217     DISPLAY " ".
011218     DISPLAY "Operator console - 1=Check a date/time  "
011219         "2=Batch monitor  3=Alerts  X=Exit:".
011220     ACCEPT WS-CHOICE.
011221     EVALUATE WS-CHOICE
011222         WHEN '1'
011225         WHEN '2'
011226             PERFORM 5000-SHOW-BATCH-STATUS
011227                 THRU 5000-SHOW-BATCH-STATUS-EXIT
011228         WHEN '3'
011229             PERFORM 6000-WORK-ALERT-QUEUE
011230                 THRU 6000-WORK-ALERT-QUEUE-EXIT
011231         WHEN 'X'
011232         WHEN 'x'
011233             SET DV-SESSION-DONE TO TRUE
011234         WHEN OTHER
011235             DISPLAY "Please answer 1, 2, 3 or X."
011236     END-EVALUATE.
011237 1800-PROCESS-ONE-COMMAND-EXIT.
011238     EXIT.
011300*
011400*==========================================================
011500*  1900-PROCESS-ONE-ENTRY
017600*
017610*==========================================================
017620*  3050-SHOW-BUSINESS-DAY
017630*     CALLS DATECALC WITH THE DATE JUST VALIDATED, ON THE
017640*     BASE HOLIDAY CALENDAR, AND DISPLAYS THE DAY OF WEEK,
017641*     THE BUSINESS-DAY FLAG, AND THE NEXT AND PREVIOUS
017642*     BUSINESS DAYS.
017660*==========================================================
017670 3050-SHOW-BUSINESS-DAY.
017671     MOVE DV-NORMALIZED-DATE TO DC-DATE-INPUT.
017672     MOVE ZERO TO DC-BUS-DAYS-OFFSET.
017673     MOVE SPACES TO DC-CALENDAR-ID.
017674     CALL "DATECALC" USING DC-PARM, DC-CODES.
017675     IF NOT DC-OK
017676         DISPLAY "Business-day lookup failed: "
017677             DC-REASON-TEXT
017678         GO TO 3050-SHOW-BUSINESS-DAY-EXIT
017679     END-IF.
017680     DISPLAY "Day of week     : " DC-DAY-NAME.
017681     IF DC-BUSINESS-DAY
017682         DISPLAY "Business day    : YES"
017683     ELSE
017684         DISPLAY "Business day    : NO"
017685     END-IF.
017686     DISPLAY "Next bus. day   : " DC-NEXT-BUS-DATE.
017687     DISPLAY "Prev bus. day   : " DC-PREV-BUS-DATE.
017688 3050-SHOW-BUSINESS-DAY-EXIT.
017689     EXIT.
017690*
017700*==========================================================
017800*  3100-UPDATE-TALLY
019653*==========================================================
019654*  5200-SHOW-LAST-FAILURES
019655*     SCANS THE AUDIT TRAIL AND SHOWS THE LAST FEW
019656*     VALIDATION FAILURES WITH THEIR REASONS.
019659*==========================================================
019660 5200-SHOW-LAST-FAILURES.
019661     MOVE ZERO TO WS-FAIL-COUNT.
019662     SET DV-NOT-END-OF-SCAN TO TRUE.
019664     OPEN INPUT AUDIT-FILE.
019665     IF WS-AUDIT-STATUS NOT = "00"
019666         DISPLAY "Audit trail cannot be read, status="
019667             WS-AUDIT-STATUS
019668         GO TO 5200-SHOW-LAST-FAILURES-EXIT
019669     END-IF.
019670     PERFORM 5300-SCAN-ONE-AUDIT-RECORD
019671         THRU 5300-SCAN-ONE-AUDIT-RECORD-EXIT
019680             VARYING WS-FAIL-SUB FROM 1 BY 1
019681             UNTIL WS-FAIL-SUB > WS-FAIL-COUNT
019682     END-IF.
019686 5200-SHOW-LAST-FAILURES-EXIT.
019687     EXIT.
019688*
019739 5400-SHOW-ONE-FAILURE-EXIT.
019740     EXIT.
019741*
019742*==========================================================
019743*  6000-WORK-ALERT-QUEUE
019744*     ALERT QUEUE - TAKES THE OPERATOR'S INITIALS, THEN
019745*     LISTS THE OUTSTANDING ALERTS ON ALERTQ, CRITICAL
019746*     FIRST, THEN WARNINGS, THEN INFORMATION, AND LETS THE
019747*     OPERATOR ACKNOWLEDGE OR CLOSE EACH ONE IN TURN.  THE
019748*     QUEUE IS NEVER HELD OPEN WHILE THE CONSOLE WAITS ON
019749*     THE OPERATOR, SO THE BATCH PROGRAMS CAN KEEP RAISING
019750*     ALERTS HOWEVER LONG A PROMPT IS LEFT.
019751*==========================================================
019752 6000-WORK-ALERT-QUEUE.
019753     DISPLAY "Enter your initials:".
019754     ACCEPT WS-OPER-INITIALS.
019755     INSPECT WS-OPER-INITIALS
019756         CONVERTING "abcdefghijklmnopqrstuvwxyz"
019757                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
019758     IF WS-OPER-INITIALS = SPACES
019759         DISPLAY "Initials are needed to work the alert queue."
019760         GO TO 6000-WORK-ALERT-QUEUE-EXIT
019761     END-IF.
019762     OPEN INPUT ALERT-QUEUE.
019763     IF WS-ALERT-STATUS = "35"
019764         DISPLAY "No alerts have been raised yet."
019765         GO TO 6000-WORK-ALERT-QUEUE-EXIT
019766     END-IF.
019767     IF WS-ALERT-STATUS NOT = "00"
019768         DISPLAY "Alert queue cannot be opened, status="
019769             WS-ALERT-STATUS
019770         GO TO 6000-WORK-ALERT-QUEUE-EXIT
019771     END-IF.
019772     CLOSE ALERT-QUEUE.
019773     MOVE ZERO TO WS-ALERTS-SHOWN.
019774     MOVE ZERO TO WS-ALERTS-ACKED.
019775     MOVE ZERO TO WS-ALERTS-CLOSED.
019776     SET DV-ALERTS-CONTINUE TO TRUE.
019777     PERFORM 6100-WORK-ONE-SEVERITY
019778         THRU 6100-WORK-ONE-SEVERITY-EXIT
019779         VARYING WS-SEV-SUB FROM 1 BY 1
019780         UNTIL WS-SEV-SUB > 3
019781         OR DV-ALERTS-QUIT.
019782     IF WS-ALERTS-SHOWN = ZERO
019783         DISPLAY "No outstanding alerts."
019784     ELSE
019785         DISPLAY "Alerts shown " WS-ALERTS-SHOWN
019786             ", acknowledged " WS-ALERTS-ACKED
019787             ", closed " WS-ALERTS-CLOSED "."
019788     END-IF.
019789 6000-WORK-ALERT-QUEUE-EXIT.
019790     EXIT.
019791*
019792*==========================================================
019793*  6100-WORK-ONE-SEVERITY
019794*     WORKS THROUGH THE QUEUE, OLDEST FIRST, FOR THE
019795*     OUTSTANDING ALERTS OF ONE SEVERITY.
019796*==========================================================
019797 6100-WORK-ONE-SEVERITY.
019798     MOVE ZERO TO WS-SEV-SHOWN.
019799     SET DV-NOT-END-OF-ALERTS TO TRUE.
019800     MOVE LOW-VALUES TO WS-ALERT-LAST-KEY.
019801     PERFORM 6200-WORK-ONE-ALERT
019802         THRU 6200-WORK-ONE-ALERT-EXIT
019803         UNTIL DV-END-OF-ALERTS
019804         OR DV-ALERTS-QUIT.
019805 6100-WORK-ONE-SEVERITY-EXIT.
019806     EXIT.
019807*
019808*==========================================================
019809*  6150-FIND-NEXT-ALERT
019810*     OPENS THE QUEUE FOR INPUT, READS ON FROM THE LAST
019811*     ALERT WORKED TO THE NEXT OUTSTANDING ONE OF THE
019812*     SEVERITY BEING WORKED, AND CLOSES IT AGAIN, LEAVING
019813*     THE ALERT IN THE RECORD AREA AND ITS KEY IN
019814*     WS-ALERT-LAST-KEY.
019815*==========================================================
019816 6150-FIND-NEXT-ALERT.
019817     SET WS-ALERT-NOT-FOUND TO TRUE.
019818     OPEN INPUT ALERT-QUEUE.
019819     IF WS-ALERT-STATUS NOT = "00"
019820         DISPLAY "Alert queue cannot be opened, status="
019821             WS-ALERT-STATUS
019822         SET DV-END-OF-ALERTS TO TRUE
019823         GO TO 6150-FIND-NEXT-ALERT-EXIT
019824     END-IF.
019825     MOVE WS-ALERT-LAST-KEY TO DV-ALT-KEY.
019826     START ALERT-QUEUE KEY GREATER THAN DV-ALT-KEY.
019827     IF WS-ALERT-STATUS = "00"
019828         PERFORM 6160-READ-ONE-ALERT
019829             THRU 6160-READ-ONE-ALERT-EXIT
019830             UNTIL WS-ALERT-FOUND
019831             OR DV-END-OF-ALERTS
019832     ELSE
019833         SET DV-END-OF-ALERTS TO TRUE
019834     END-IF.
019835     CLOSE ALERT-QUEUE.
019836 6150-FIND-NEXT-ALERT-EXIT.
019837     EXIT.
019838*
019839*==========================================================
019840*  6160-READ-ONE-ALERT
019841*     READS THE NEXT ALERT ON THE QUEUE AND NOTES WHETHER
019842*     IT IS OUTSTANDING AND OF THE SEVERITY BEING WORKED.
019843*==========================================================
019844 6160-READ-ONE-ALERT.
019845     READ ALERT-QUEUE NEXT RECORD
019846         AT END
019847             SET DV-END-OF-ALERTS TO TRUE
019848             GO TO 6160-READ-ONE-ALERT-EXIT
019849     END-READ.
019850     IF WS-ALERT-STATUS NOT = "00"
019851         DISPLAY "Alert queue read failed, status="
019852             WS-ALERT-STATUS
019853         SET DV-END-OF-ALERTS TO TRUE
019854         GO TO 6160-READ-ONE-ALERT-EXIT
019855     END-IF.
019856     MOVE DV-ALT-KEY TO WS-ALERT-LAST-KEY.
019857     IF DV-ALT-OUTSTANDING
019858         AND DV-ALT-SEVERITY = WS-SEV-CODE (WS-SEV-SUB)
019859         SET WS-ALERT-FOUND TO TRUE
019860     END-IF.
019861 6160-READ-ONE-ALERT-EXIT.
019862     EXIT.
019863*
019864*==========================================================
019865*  6200-WORK-ONE-ALERT
019866*     FINDS THE NEXT OUTSTANDING ALERT OF THE SEVERITY BEING
019867*     WORKED, SHOWS IT AND TAKES THE OPERATOR'S ACTION - A
019868*     TO ACKNOWLEDGE, C TO CLOSE, Q TO LEAVE THE QUEUE,
019869*     ANYTHING ELSE TO PASS ON TO THE NEXT.  THE QUEUE IS
019870*     CLOSED WHILE THE OPERATOR DECIDES.
019871*==========================================================
019872 6200-WORK-ONE-ALERT.
019873     PERFORM 6150-FIND-NEXT-ALERT
019874         THRU 6150-FIND-NEXT-ALERT-EXIT.
019875     IF DV-END-OF-ALERTS
019876         GO TO 6200-WORK-ONE-ALERT-EXIT
019877     END-IF.
019878     IF WS-SEV-SHOWN = ZERO
019879         DISPLAY " "
019880         DISPLAY WS-SEV-NAME (WS-SEV-SUB) " alerts:"
019881     END-IF.
019882     ADD 1 TO WS-SEV-SHOWN.
019883     ADD 1 TO WS-ALERTS-SHOWN.
019884     DISPLAY "  " DV-ALT-RAISED-TS (1:8) "-"
019885         DV-ALT-RAISED-TS (9:6) " " DV-ALT-PROGRAM
019886         " " DV-ALT-SUBJECT.
019887     DISPLAY "    " DV-ALT-MESSAGE.
019888     IF DV-ALT-ACKNOWLEDGED
019889         DISPLAY "    Acknowledged by " DV-ALT-ACK-INITIALS
019890             " at " DV-ALT-ACK-TS (1:8) "-"
019891             DV-ALT-ACK-TS (9:6)
019892     END-IF.
019893     DISPLAY "  A=Acknowledge  C=Close  Q=Quit  Enter=Next:".
019894     MOVE SPACE TO WS-ALERT-ACTION.
019895     ACCEPT WS-ALERT-ACTION.
019896     EVALUATE WS-ALERT-ACTION
019897         WHEN 'A'
019898         WHEN 'a'
019899             PERFORM 6300-UPDATE-ALERT
019900                 THRU 6300-UPDATE-ALERT-EXIT
019901             IF WS-ALERT-UPDATED
019902                 ADD 1 TO WS-ALERTS-ACKED
019903             END-IF
019904         WHEN 'C'
019905         WHEN 'c'
019906             PERFORM 6300-UPDATE-ALERT
019907                 THRU 6300-UPDATE-ALERT-EXIT
019908             IF WS-ALERT-UPDATED
019909                 ADD 1 TO WS-ALERTS-CLOSED
019910             END-IF
019911         WHEN 'Q'
019912         WHEN 'q'
019913             SET DV-ALERTS-QUIT TO TRUE
019914         WHEN OTHER
019915             CONTINUE
019916     END-EVALUATE.
019917 6200-WORK-ONE-ALERT-EXIT.
019918     EXIT.
019919*
019920*==========================================================
019921*  6300-UPDATE-ALERT
019922*     OPENS THE QUEUE FOR UPDATE JUST LONG ENOUGH TO APPLY
019923*     THE OPERATOR'S ACKNOWLEDGE OR CLOSE TO THE ALERT.
019924*==========================================================
019925 6300-UPDATE-ALERT.
019926     SET WS-ALERT-NOT-UPDATED TO TRUE.
019927     OPEN I-O ALERT-QUEUE.
019928     IF WS-ALERT-STATUS NOT = "00"
019929         DISPLAY "  Alert queue cannot be opened, status="
019930             WS-ALERT-STATUS
019931         GO TO 6300-UPDATE-ALERT-EXIT
019932     END-IF.
019933     PERFORM 6350-APPLY-ACTION
019934         THRU 6350-APPLY-ACTION-EXIT.
019935     CLOSE ALERT-QUEUE.
019936 6300-UPDATE-ALERT-EXIT.
019937     EXIT.
019938*
019939*==========================================================
019940*  6350-APPLY-ACTION
019941*     READS THE ALERT AGAIN BY ITS KEY - IT MAY HAVE BEEN
019942*     WORKED ELSEWHERE WHILE THE OPERATOR DECIDED - THEN
019943*     STAMPS THE ACKNOWLEDGEMENT OR CLOSURE WITH THE
019944*     OPERATOR'S INITIALS AND THE TIME AND PUTS IT BACK.
019945*==========================================================
019946 6350-APPLY-ACTION.
019947     MOVE WS-ALERT-LAST-KEY TO DV-ALT-KEY.
019948     READ ALERT-QUEUE.
019949     IF WS-ALERT-STATUS NOT = "00"
019950         DISPLAY "  Alert could not be read, status="
019951             WS-ALERT-STATUS
019952         GO TO 6350-APPLY-ACTION-EXIT
019953     END-IF.
019954     IF NOT DV-ALT-OUTSTANDING
019955         DISPLAY "  Already closed."
019956         GO TO 6350-APPLY-ACTION-EXIT
019957     END-IF.
019958     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019959     ACCEPT WS-CURRENT-TIME FROM TIME.
019960     IF WS-ALERT-ACTION = 'A' OR WS-ALERT-ACTION = 'a'
019961         IF DV-ALT-ACKNOWLEDGED
019962             DISPLAY "  Already acknowledged."
019963             GO TO 6350-APPLY-ACTION-EXIT
019964         END-IF
019965         SET DV-ALT-ACKNOWLEDGED TO TRUE
019966         MOVE WS-OPER-INITIALS TO DV-ALT-ACK-INITIALS
019967         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
019968             DELIMITED BY SIZE INTO DV-ALT-ACK-TS
019969     ELSE
019970         SET DV-ALT-CLOSED TO TRUE
019971         MOVE WS-OPER-INITIALS TO DV-ALT-CLOSE-INITIALS
019972         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
019973             DELIMITED BY SIZE INTO DV-ALT-CLOSE-TS
019974     END-IF.
019975     REWRITE DV-ALERT-RECORD.
019976     IF WS-ALERT-STATUS = "00"
019977         SET WS-ALERT-UPDATED TO TRUE
019978         DISPLAY "  Done."
019979     ELSE
019980         DISPLAY "  Alert could not be updated, status="
019981             WS-ALERT-STATUS
019982     END-IF.
019983 6350-APPLY-ACTION-EXIT.
019984     EXIT.
019985*
020500*==========================================================
020600*  4000-SHOW-SUMMARY
020700*     PRINTS THE FINAL TOTALS FOR THE SESSION.
021700*==========================================================
021800*  1100-OPEN-AUDIT-FILE
021900*     OPENS THE AUDIT TRAIL FOR APPEND, CREATING IT IF THIS
022000*     IS THE FIRST RUN.  DONE AFRESH FOR EVERY ENTRY, SINCE
022010*     A BATCH RUN MAY HAVE ADDED TO THE TRAIL WHILE THE
022020*     CONSOLE WAITED, AND ONCE AT START-UP SO A SESSION THAT
022030*     COULD NOT LOG ITS WORK NEVER STARTS.  WS-AUDIT-OPEN
022040*     SAYS WHETHER IT WORKED.
022100*==========================================================
022200 1100-OPEN-AUDIT-FILE.
022201     SET WS-AUDIT-NOT-OPEN TO TRUE.
022202     SET AS-FIND-TRAIL-END TO TRUE.
022203     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
022204     IF NOT AS-OK
022205         DISPLAY "BUGSOLN: cannot find the end of the audit "
022206             "trail - " AS-REASON-TEXT
022207         GO TO 1100-OPEN-AUDIT-FILE-EXIT
022208     END-IF.
022300     OPEN EXTEND AUDIT-FILE.
022400     IF WS-AUDIT-STATUS = "35"
022500         OPEN OUTPUT AUDIT-FILE
022600     END-IF.
022610     IF WS-AUDIT-STATUS NOT = "00"
022620         DISPLAY "BUGSOLN: cannot open AUDITLOG, status="
022630             WS-AUDIT-STATUS
022640         GO TO 1100-OPEN-AUDIT-FILE-EXIT
022650     END-IF.
022660     SET WS-AUDIT-OPEN TO TRUE.
022700 1100-OPEN-AUDIT-FILE-EXIT.
022800     EXIT.
022900*
023300*     VALIDATED.
023400*==========================================================
023500 2500-WRITE-AUDIT-RECORD.
023510     PERFORM 1100-OPEN-AUDIT-FILE
023520         THRU 1100-OPEN-AUDIT-FILE-EXIT.
023530     IF WS-AUDIT-NOT-OPEN
023540         DISPLAY "BUGSOLN: audit entry not written for "
023550             WS-DATE " " WS-TIME
023560         GO TO 2500-WRITE-AUDIT-RECORD-EXIT
023570     END-IF.
023600     MOVE SPACES TO DV-AUDIT-RECORD.
023700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023800     ACCEPT WS-CURRENT-TIME FROM TIME.
024700         MOVE "INVALID" TO DV-AUD-RESULT
024800         MOVE DV-REASON-TEXT TO DV-AUD-REASON
024900     END-IF.
024921     SET AS-STAMP-RECORD TO TRUE.
024922     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
025000     WRITE DV-AUDIT-RECORD.
025010     CLOSE AUDIT-FILE.
025100 2500-WRITE-AUDIT-RECORD-EXIT.
025200     EXIT.
