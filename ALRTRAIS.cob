000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     ALRTRAIS.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL SUBROUTINE.  ADDS ONE OPEN ALERT
001200*                  TO THE ALERT QUEUE (ALERTQ) FOR THE CALLING
001300*                  PROGRAM - SEVERITY, RAISING PROGRAM, SUBJECT
001400*                  AND MESSAGE FROM THE ALPARM BLOCK, STAMPED
001500*                  WITH THE CURRENT DATE AND TIME.  THE QUEUE
001600*                  IS OPENED AND CLOSED ON EVERY CALL SO THE
001700*                  BUGSOLN CONSOLE AND THE BATCH PROGRAMS CAN
001800*                  SHARE IT, AND IS CREATED ON FIRST USE.
001900*                  A CALLER CAN ASK FOR THE ALERT TO BE ADDED
002000*                  ONLY WHEN NO ALERT FROM THE SAME PROGRAM ON
002100*                  THE SAME SUBJECT IS STILL OUTSTANDING, SO A
002200*                  CONDITION REPORTED ON EVERY RUN IS QUEUED
002300*                  ONCE.
002400*----------------------------------------------------------
002500*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800       SOURCE-COMPUTER.   IBM-370.
002900       OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200       SELECT ALERT-QUEUE       ASSIGN TO "ALERTQ"
003300           ORGANIZATION INDEXED
003400           ACCESS MODE DYNAMIC
003500           RECORD KEY DV-ALT-KEY
003600           FILE STATUS IS WS-QUEUE-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ALERT-QUEUE.
004100 COPY DVALERT.
004200*
004300 WORKING-STORAGE SECTION.
004400*
004500*----------------------------------------------------------
004600*  FILE STATUS FIELD
004700*----------------------------------------------------------
004800 77  WS-QUEUE-STATUS              PIC X(02).
004900 77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
005000     88  WS-END-OF-QUEUE          VALUE 'Y'.
005100     88  WS-NOT-END-OF-QUEUE      VALUE 'N'.
005200 77  WS-MATCH-SW                  PIC X(01) VALUE 'N'.
005300     88  WS-OUTSTANDING-FOUND     VALUE 'Y'.
005400     88  WS-NO-OUTSTANDING        VALUE 'N'.
005500*
005600*----------------------------------------------------------
005700*  DATE AND TIME THE ALERT IS RAISED
005800*----------------------------------------------------------
005900 01  WS-TIMESTAMP-AREA.
006000     05  WS-CURRENT-DATE          PIC 9(08).
006100     05  WS-CURRENT-TIME          PIC 9(08).
006200*
006300 LINKAGE SECTION.
006400 COPY ALPARM.
006500*
006600 PROCEDURE DIVISION USING AL-PARM.
006700*
006800*==========================================================
006900*  0000-MAINLINE
007000*     ENTRY POINT.  CHECKS THE SEVERITY AND REPEAT RULE,
007100*     OPENS THE QUEUE, ADDS THE ALERT (UNLESS THE SAME ONE IS
007200*     STILL OUTSTANDING AND THE CALLER ASKED FOR IT ONCE) AND
007300*     CLOSES THE QUEUE AGAIN.
007400*==========================================================
007500 0000-MAINLINE.
007600     SET AL-OK TO TRUE.
007700     MOVE SPACES TO AL-REASON-TEXT.
007800     IF NOT AL-CRITICAL
007900         AND NOT AL-WARNING
008000         AND NOT AL-INFORMATION
008100         SET AL-BAD-PARM TO TRUE
008200         MOVE "Severity must be C, W or I."
008300             TO AL-REASON-TEXT
008400         GO TO 0000-MAINLINE-EXIT
008500     END-IF.
008600     IF NOT AL-RAISE-EVERY-TIME
008700         AND NOT AL-ONCE-WHILE-OUTSTANDING
008800         SET AL-BAD-PARM TO TRUE
008900         MOVE "Repeat rule must be space or O."
009000             TO AL-REASON-TEXT
009100         GO TO 0000-MAINLINE-EXIT
009200     END-IF.
009300     PERFORM 1000-OPEN-QUEUE
009400         THRU 1000-OPEN-QUEUE-EXIT.
009500     IF NOT AL-OK
009600         GO TO 0000-MAINLINE-EXIT
009700     END-IF.
009800     IF AL-ONCE-WHILE-OUTSTANDING
009900         PERFORM 1500-FIND-OUTSTANDING
010000             THRU 1500-FIND-OUTSTANDING-EXIT
010100     END-IF.
010200     IF AL-OK
010300         PERFORM 2000-ADD-ALERT
010400             THRU 2000-ADD-ALERT-EXIT
010500     END-IF.
010600     CLOSE ALERT-QUEUE.
010700 0000-MAINLINE-EXIT.
010800     GOBACK.
010900*
011000*==========================================================
011100*  1000-OPEN-QUEUE
011200*     OPENS THE ALERT QUEUE FOR UPDATE, CREATING IT THE
011300*     FIRST TIME AN ALERT IS EVER RAISED.
011400*==========================================================
011500 1000-OPEN-QUEUE.
011600     OPEN I-O ALERT-QUEUE.
011700     IF WS-QUEUE-STATUS = "35"
011800         OPEN OUTPUT ALERT-QUEUE
011900         CLOSE ALERT-QUEUE
012000         OPEN I-O ALERT-QUEUE
012100     END-IF.
012200     IF WS-QUEUE-STATUS NOT = "00"
012300         SET AL-QUEUE-FILE-ERR TO TRUE
012400         STRING "Cannot open ALERTQ, status="
012500                 WS-QUEUE-STATUS
012600             DELIMITED BY SIZE INTO AL-REASON-TEXT
012700     END-IF.
012800 1000-OPEN-QUEUE-EXIT.
012900     EXIT.
013000*
013100*==========================================================
013200*  1500-FIND-OUTSTANDING
013300*     READS THE QUEUE THROUGH FOR AN OPEN OR ACKNOWLEDGED
013400*     ALERT FROM THE SAME PROGRAM ON THE SAME SUBJECT.
013500*     WHEN ONE IS FOUND THE NEW ALERT IS NOT ADDED.
013600*==========================================================
013700 1500-FIND-OUTSTANDING.
013800     SET WS-NO-OUTSTANDING TO TRUE.
013900     SET WS-NOT-END-OF-QUEUE TO TRUE.
014000     MOVE LOW-VALUES TO DV-ALT-KEY.
014100     START ALERT-QUEUE KEY NOT LESS THAN DV-ALT-KEY.
014200     IF WS-QUEUE-STATUS NOT = "00"
014300         GO TO 1500-FIND-OUTSTANDING-EXIT
014400     END-IF.
014500     PERFORM 1550-CHECK-ONE-ALERT
014600         THRU 1550-CHECK-ONE-ALERT-EXIT
014700         UNTIL WS-END-OF-QUEUE
014800         OR WS-OUTSTANDING-FOUND.
014900     IF WS-OUTSTANDING-FOUND
015000         SET AL-ALREADY-RAISED TO TRUE
015100         MOVE "Same alert already outstanding."
015200             TO AL-REASON-TEXT
015300     END-IF.
015400 1500-FIND-OUTSTANDING-EXIT.
015500     EXIT.
015600*
015700*==========================================================
015800*  1550-CHECK-ONE-ALERT
015900*     READS THE NEXT ALERT AND COMPARES IT WITH THE ONE
016000*     BEING RAISED.
016100*==========================================================
016200 1550-CHECK-ONE-ALERT.
016300     READ ALERT-QUEUE NEXT RECORD
016400         AT END
016500             SET WS-END-OF-QUEUE TO TRUE
016600             GO TO 1550-CHECK-ONE-ALERT-EXIT
016700     END-READ.
016800     IF WS-QUEUE-STATUS NOT = "00"
016900         SET WS-END-OF-QUEUE TO TRUE
017000         GO TO 1550-CHECK-ONE-ALERT-EXIT
017100     END-IF.
017200     IF DV-ALT-OUTSTANDING
017300         AND DV-ALT-PROGRAM = AL-PROGRAM
017400         AND DV-ALT-SUBJECT = AL-SUBJECT
017500         SET WS-OUTSTANDING-FOUND TO TRUE
017600     END-IF.
017700 1550-CHECK-ONE-ALERT-EXIT.
017800     EXIT.
017900*
018000*==========================================================
018100*  2000-ADD-ALERT
018200*     BUILDS THE ALERT AND WRITES IT AS OPEN, STEPPING THE
018300*     SEQUENCE NUMBER PAST ANY ALERT ALREADY RAISED BY THE
018400*     SAME PROGRAM IN THE SAME SECOND.
018500*==========================================================
018600 2000-ADD-ALERT.
018700     MOVE SPACES TO DV-ALERT-RECORD.
018800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018900     ACCEPT WS-CURRENT-TIME FROM TIME.
019000     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
019100         DELIMITED BY SIZE INTO DV-ALT-RAISED-TS.
019200     MOVE AL-PROGRAM TO DV-ALT-PROGRAM.
019300     MOVE ZERO TO DV-ALT-SEQ.
019400     MOVE AL-SEVERITY TO DV-ALT-SEVERITY.
019500     MOVE AL-SUBJECT TO DV-ALT-SUBJECT.
019600     MOVE AL-MESSAGE TO DV-ALT-MESSAGE.
019700     SET DV-ALT-OPEN TO TRUE.
019800 2000-TRY-WRITE.
019900     WRITE DV-ALERT-RECORD.
020000     IF WS-QUEUE-STATUS = "00"
020100         GO TO 2000-ADD-ALERT-EXIT
020200     END-IF.
020300     IF WS-QUEUE-STATUS NOT = "22"
020400         OR DV-ALT-SEQ = 9999
020500         SET AL-QUEUE-FILE-ERR TO TRUE
020600         STRING "Cannot write ALERTQ, status="
020700                 WS-QUEUE-STATUS
020800             DELIMITED BY SIZE INTO AL-REASON-TEXT
020900         GO TO 2000-ADD-ALERT-EXIT
021000     END-IF.
021100     ADD 1 TO DV-ALT-SEQ.
021200     GO TO 2000-TRY-WRITE.
021300 2000-ADD-ALERT-EXIT.
021400     EXIT.
