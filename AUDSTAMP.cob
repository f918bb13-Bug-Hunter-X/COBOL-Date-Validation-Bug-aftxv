000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     AUDSTAMP.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL SUBROUTINE.  STAMPS EACH AUDIT
001200*                  TRAIL RECORD, JUST BEFORE ITS WRITER WRITES
001300*                  IT, WITH THE NEXT SEQUENCE NUMBER IN THE
001400*                  TRAIL AND A CHECK VALUE CHAINED FROM THE
001500*                  CHECK VALUE OF THE RECORD BEFORE IT, SO A
001600*                  RECORD LOST, EDITED OR SLIPPED IN ALONG THE
001700*                  WAY SHOWS WHEN AUDVERFY WALKS THE TRAIL.
001800*                  WHERE THE TRAIL ENDS IS TAKEN FROM THE
001900*                  TRAIL ITSELF - THE LAST STAMPED RECORD ON
002000*                  AUDITLOG, OR, WHEN AUDARCH HAS MOVED THEM
002100*                  ALL, THE LAST ONE ON THE ARCHIVE (AUDARCHV)
002200*                  - SO THERE IS NO SEPARATE COUNTER TO GET
002300*                  OUT OF STEP.  CALLED WITH AN ASPARM BLOCK
002400*                  AND THE DVAUDIT RECORD.
002500*----------------------------------------------------------
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900       SOURCE-COMPUTER.   IBM-370.
003000       OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300       SELECT AUDIT-FILE        ASSIGN TO "AUDITLOG"
003400           ORGANIZATION LINE SEQUENTIAL
003500           FILE STATUS IS WS-AUDIT-STATUS.
003600       SELECT ARCHIVE-FILE      ASSIGN TO "AUDARCHV"
003700           ORGANIZATION LINE SEQUENTIAL
003800           FILE STATUS IS WS-ARCHIVE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  AUDIT-FILE.
004300 01  DV-AUDIT-LINE               PIC X(119).
004400 FD  ARCHIVE-FILE.
004500 01  DV-ARCH-LINE                PIC X(119).
004600*
004700 WORKING-STORAGE SECTION.
004800*
004900*----------------------------------------------------------
005000*  FILE STATUS FIELDS AND END-OF-FILE SWITCH
005100*----------------------------------------------------------
005200 77  WS-AUDIT-STATUS              PIC X(02).
005300 77  WS-ARCHIVE-STATUS            PIC X(02).
005400 77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
005500     88  DV-END-OF-FILE           VALUE 'Y'.
005600     88  DV-NOT-END-OF-FILE       VALUE 'N'.
005700*
005800*----------------------------------------------------------
005900*  WHERE THE TRAIL ENDS - THE SEQUENCE NUMBER AND CHECK
006000*  VALUE OF THE LAST RECORD STAMPED.  HELD FOR THE LIFE OF
006100*  THE RUN ONCE FOUND, AND MOVED ON BY EVERY STAMP.
006200*----------------------------------------------------------
006300 77  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
006400     88  WS-TRAIL-END-FOUND       VALUE 'Y'.
006500     88  WS-TRAIL-END-NOT-FOUND   VALUE 'N'.
006600 77  WS-STAMP-SW                  PIC X(01) VALUE 'N'.
006700     88  WS-STAMP-SEEN            VALUE 'Y'.
006800     88  WS-NO-STAMP-SEEN         VALUE 'N'.
006900 77  WS-LAST-SEQ                  PIC 9(09) VALUE ZERO.
007000 77  WS-LAST-CHECK                PIC 9(09) VALUE ZERO.
007100*
007200*----------------------------------------------------------
007300*  A TRAIL LINE AS READ BACK - ONLY THE STAMP FIELDS ARE
007400*  NEEDED HERE
007500*----------------------------------------------------------
007600 01  WS-TRAIL-LINE.
007700     05  FILLER                   PIC X(100).
007800     05  WS-TRL-SEQ               PIC X(09).
007900     05  FILLER                   PIC X(01).
008000     05  WS-TRL-CHECK             PIC X(09).
008100*
008200*----------------------------------------------------------
008300*  CHECK VALUE WORK FIELDS.  THE STAMPED PART OF THE RECORD
008400*  (EVERYTHING UP TO AND INCLUDING THE SEQUENCE NUMBER) IS
008500*  FOLDED IN ONE CHARACTER AT A TIME, STARTING FROM THE
008600*  CHECK VALUE OF THE RECORD BEFORE IT:
008700*      CHECK = (CHECK * 263 + CHARACTER CODE + 1)
008800*              MODULO 999999937
008900*  THE CHARACTER CODE IS TAKEN BY DROPPING THE CHARACTER
009000*  INTO THE LOW-ORDER BYTE OF A HALFWORD.
009100*----------------------------------------------------------
009200 01  WS-HASH-AREA                 PIC X(109).
009300 01  WS-HASH-CHARS REDEFINES WS-HASH-AREA.
009400     05  WS-HASH-CHAR             PIC X(01) OCCURS 109 TIMES.
009500 77  WS-HASH-SUB                  PIC 9(03) COMP VALUE ZERO.
009600 77  WS-HASH                      PIC 9(09) COMP VALUE ZERO.
009700 77  WS-HASH-WORK                 PIC 9(18) COMP VALUE ZERO.
009800 77  WS-HASH-QUOT                 PIC 9(18) COMP VALUE ZERO.
009900 01  WS-BYTE-PAIR.
010000     05  WS-BYTE-HI               PIC X(01) VALUE LOW-VALUE.
010100     05  WS-BYTE-LO               PIC X(01) VALUE LOW-VALUE.
010200 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
010300                                  PIC 9(04) COMP.
010400*
010500 LINKAGE SECTION.
010600 COPY ASPARM.
010700 COPY DVAUDIT.
010800*
010900 PROCEDURE DIVISION USING AS-PARM, DV-AUDIT-RECORD.
011000*
011100*==========================================================
011200*  0000-MAINLINE
011300*     ENTRY POINT.  FINDS THE END OF THE TRAIL WHEN ASKED
011400*     TO (OR ON THE FIRST STAMP IF THE CALLER DID NOT ASK),
011500*     THEN STAMPS THE RECORD OR WORKS OUT ITS CHECK VALUE.
011600*==========================================================
011700 0000-MAINLINE.
011800     SET AS-OK TO TRUE.
011900     MOVE SPACES TO AS-REASON-TEXT.
012000     EVALUATE TRUE
012100         WHEN AS-FIND-TRAIL-END
012200             PERFORM 1000-FIND-TRAIL-END
012300                 THRU 1000-FIND-TRAIL-END-EXIT
012400         WHEN AS-STAMP-RECORD
012500             IF WS-TRAIL-END-NOT-FOUND
012600                 PERFORM 1000-FIND-TRAIL-END
012700                     THRU 1000-FIND-TRAIL-END-EXIT
012800             END-IF
012900             IF AS-OK
013000                 PERFORM 2000-STAMP-RECORD
013100                     THRU 2000-STAMP-RECORD-EXIT
013200             END-IF
013300         WHEN AS-CHECK-ONLY
013400             MOVE AS-PRIOR-CHECK TO WS-HASH
013500             PERFORM 3000-WORK-OUT-CHECK
013600                 THRU 3000-WORK-OUT-CHECK-EXIT
013700             MOVE WS-HASH TO AS-CHECK-VALUE
013800         WHEN OTHER
013900             SET AS-BAD-FUNCTION TO TRUE
014000             MOVE "Function must be I, S or C."
014100                 TO AS-REASON-TEXT
014200     END-EVALUATE.
014300     GOBACK.
014400*
014500*==========================================================
014600*  1000-FIND-TRAIL-END
014700*     READS AUDITLOG THROUGH FOR ITS LAST STAMPED RECORD.
014800*     WHEN IT HOLDS NONE, THE ARCHIVE IS READ THE SAME WAY.
014900*     NEITHER FILE ON HAND MEANS A NEW TRAIL, STARTING FROM
015000*     SEQUENCE ZERO AND CHECK VALUE ZERO.
015100*==========================================================
015200 1000-FIND-TRAIL-END.
015300     MOVE ZERO TO WS-LAST-SEQ.
015400     MOVE ZERO TO WS-LAST-CHECK.
015500     SET WS-NO-STAMP-SEEN TO TRUE.
015600     OPEN INPUT AUDIT-FILE.
015700     IF WS-AUDIT-STATUS = "00"
015800         SET DV-NOT-END-OF-FILE TO TRUE
015900         PERFORM 1100-READ-ONE-LOG-LINE
016000             THRU 1100-READ-ONE-LOG-LINE-EXIT
016100             UNTIL DV-END-OF-FILE
016200         CLOSE AUDIT-FILE
016300     ELSE
016400         IF WS-AUDIT-STATUS NOT = "35"
016500             SET AS-TRAIL-FILE-ERR TO TRUE
016600             STRING "AUDITLOG cannot be read, status="
016700                     WS-AUDIT-STATUS "."
016800                 DELIMITED BY SIZE INTO AS-REASON-TEXT
016900             GO TO 1000-FIND-TRAIL-END-EXIT
017000         END-IF
017100     END-IF.
017200     IF WS-STAMP-SEEN
017300         GO TO 1000-FIND-TRAIL-END-DONE
017400     END-IF.
017500     OPEN INPUT ARCHIVE-FILE.
017600     IF WS-ARCHIVE-STATUS = "35"
017700         GO TO 1000-FIND-TRAIL-END-DONE
017800     END-IF.
017900     IF WS-ARCHIVE-STATUS NOT = "00"
018000         SET AS-TRAIL-FILE-ERR TO TRUE
018100         STRING "AUDARCHV cannot be read, status="
018200                 WS-ARCHIVE-STATUS "."
018300             DELIMITED BY SIZE INTO AS-REASON-TEXT
018400         GO TO 1000-FIND-TRAIL-END-EXIT
018500     END-IF.
018600     SET DV-NOT-END-OF-FILE TO TRUE.
018700     PERFORM 1200-READ-ONE-ARCH-LINE
018800         THRU 1200-READ-ONE-ARCH-LINE-EXIT
018900         UNTIL DV-END-OF-FILE.
019000     CLOSE ARCHIVE-FILE.
019100 1000-FIND-TRAIL-END-DONE.
019200     SET WS-TRAIL-END-FOUND TO TRUE.
019300     MOVE WS-LAST-SEQ TO AS-LAST-SEQ.
019400     MOVE WS-LAST-CHECK TO AS-CHECK-VALUE.
019500 1000-FIND-TRAIL-END-EXIT.
019600     EXIT.
019700*
019800*==========================================================
019900*  1100-READ-ONE-LOG-LINE
020000*     READS ONE AUDITLOG LINE AND NOTES ITS STAMP.
020100*==========================================================
020200 1100-READ-ONE-LOG-LINE.
020300     READ AUDIT-FILE
020400         AT END
020500             SET DV-END-OF-FILE TO TRUE
020600             GO TO 1100-READ-ONE-LOG-LINE-EXIT
020700     END-READ.
020800     MOVE DV-AUDIT-LINE TO WS-TRAIL-LINE.
020900     PERFORM 1300-NOTE-STAMP
021000         THRU 1300-NOTE-STAMP-EXIT.
021100 1100-READ-ONE-LOG-LINE-EXIT.
021200     EXIT.
021300*
021400*==========================================================
021500*  1200-READ-ONE-ARCH-LINE
021600*     READS ONE ARCHIVE LINE AND NOTES ITS STAMP.  AN
021700*     ARCHIVE CONTROL RECORD CARRIES THE STAMP OF THE LAST
021800*     RECORD IT COVERS, SO IT IS NOTED THE SAME WAY.
021900*==========================================================
022000 1200-READ-ONE-ARCH-LINE.
022100     READ ARCHIVE-FILE
022200         AT END
022300             SET DV-END-OF-FILE TO TRUE
022400             GO TO 1200-READ-ONE-ARCH-LINE-EXIT
022500     END-READ.
022600     MOVE DV-ARCH-LINE TO WS-TRAIL-LINE.
022700     PERFORM 1300-NOTE-STAMP
022800         THRU 1300-NOTE-STAMP-EXIT.
022900 1200-READ-ONE-ARCH-LINE-EXIT.
023000     EXIT.
023100*
023200*==========================================================
023300*  1300-NOTE-STAMP
023400*     KEEPS THE SEQUENCE NUMBER AND CHECK VALUE OF A LINE
023500*     THAT CARRIES A STAMP.  UNSTAMPED LINES ARE PASSED
023600*     OVER.
023700*==========================================================
023800 1300-NOTE-STAMP.
023900     IF WS-TRL-SEQ IS NUMERIC
024000         AND WS-TRL-CHECK IS NUMERIC
024100         MOVE WS-TRL-SEQ TO WS-LAST-SEQ
024200         MOVE WS-TRL-CHECK TO WS-LAST-CHECK
024300         SET WS-STAMP-SEEN TO TRUE
024400     END-IF.
024500 1300-NOTE-STAMP-EXIT.
024600     EXIT.
024700*
024800*==========================================================
024900*  2000-STAMP-RECORD
025000*     GIVES THE RECORD THE NEXT SEQUENCE NUMBER AND ITS
025100*     CHECK VALUE, CHAINED FROM THE LAST RECORD STAMPED,
025200*     AND MOVES THE END OF THE TRAIL ON TO IT.
025300*==========================================================
025400 2000-STAMP-RECORD.
025500     ADD 1 TO WS-LAST-SEQ.
025600     MOVE WS-LAST-SEQ TO DV-AUD-SEQ-NO-N.
025700     MOVE WS-LAST-CHECK TO WS-HASH.
025800     PERFORM 3000-WORK-OUT-CHECK
025900         THRU 3000-WORK-OUT-CHECK-EXIT.
026000     MOVE WS-HASH TO WS-LAST-CHECK.
026100     MOVE WS-LAST-CHECK TO DV-AUD-CHECK-N.
026200     MOVE WS-LAST-SEQ TO AS-LAST-SEQ.
026300     MOVE WS-LAST-CHECK TO AS-CHECK-VALUE.
026400 2000-STAMP-RECORD-EXIT.
026500     EXIT.
026600*
026700*==========================================================
026800*  3000-WORK-OUT-CHECK
026900*     FOLDS THE STAMPED PART OF THE RECORD INTO WS-HASH,
027000*     WHICH THE CALLER HAS SET TO THE PRIOR CHECK VALUE.
027100*==========================================================
027200 3000-WORK-OUT-CHECK.
027300     MOVE DV-AUDIT-RECORD (1:109) TO WS-HASH-AREA.
027400     PERFORM 3100-FOLD-ONE-CHAR
027500         THRU 3100-FOLD-ONE-CHAR-EXIT
027600         VARYING WS-HASH-SUB FROM 1 BY 1
027700         UNTIL WS-HASH-SUB > 109.
027800 3000-WORK-OUT-CHECK-EXIT.
027900     EXIT.
028000*
028100*==========================================================
028200*  3100-FOLD-ONE-CHAR
028300*     FOLDS ONE CHARACTER INTO THE CHECK VALUE.
028400*==========================================================
028500 3100-FOLD-ONE-CHAR.
028600     MOVE WS-HASH-CHAR (WS-HASH-SUB) TO WS-BYTE-LO.
028700     COMPUTE WS-HASH-WORK = WS-HASH * 263 + WS-BYTE-VALUE + 1.
028800     DIVIDE WS-HASH-WORK BY 999999937
028900         GIVING WS-HASH-QUOT
029000         REMAINDER WS-HASH.
029100 3100-FOLD-ONE-CHAR-EXIT.
029200     EXIT.
