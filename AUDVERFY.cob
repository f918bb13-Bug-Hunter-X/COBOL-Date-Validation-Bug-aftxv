000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     AUDVERFY.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL PROGRAM.  PROVES THE AUDIT TRAIL
001200*                  HAS NOT BEEN TAMPERED WITH.  WALKS THE
001300*                  ARCHIVE (AUDARCHV) AND THEN AUDITLOG AS
001400*                  ONE CHAIN, CHECKING THAT THE SEQUENCE
001500*                  NUMBERS STAMPED BY AUDSTAMP RUN ON WITHOUT
001600*                  A BREAK AND THAT EVERY RECORD'S CHECK VALUE
001700*                  STILL WORKS OUT FROM ITS CONTENTS AND THE
001800*                  RECORD BEFORE IT.  EACH ARCHIVE CONTROL
001900*                  RECORD IS PROVED AGAINST THE BATCH IT
002000*                  CLOSES, AND EVERY STAMPED AUDITLOG RECORD
002100*                  IS LOOKED UP ON THE AUDIT MASTER (AUDMSTR).
002200*                  RUN AFTER AUDLOAD.  PRINTS VERIFRPT.
002300*                  COMPLETION CODES: 00 TRAIL INTACT, 04
002400*                  INTACT BUT THE MASTER COULD NOT BE CHECKED,
002500*                  08 EXCEPTIONS FOUND, 12 COULD NOT RUN.
002600*----------------------------------------------------------
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000       SOURCE-COMPUTER.   IBM-370.
003100       OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400       SELECT ARCHIVE-FILE      ASSIGN TO "AUDARCHV"
003500           ORGANIZATION LINE SEQUENTIAL
003600           FILE STATUS IS WS-ARCHIVE-STATUS.
003700       SELECT AUDIT-FILE        ASSIGN TO "AUDITLOG"
003800           ORGANIZATION LINE SEQUENTIAL
003900           FILE STATUS IS WS-AUDIT-STATUS.
004000       SELECT AUDIT-MASTER      ASSIGN TO "AUDMSTR"
004100           ORGANIZATION INDEXED
004200           ACCESS MODE DYNAMIC
004300           RECORD KEY DV-AUM-KEY
004400           FILE STATUS IS WS-MASTER-STATUS.
004500       SELECT REPORT-FILE       ASSIGN TO "VERIFRPT"
004600           ORGANIZATION LINE SEQUENTIAL
004700           FILE STATUS IS WS-REPORT-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ARCHIVE-FILE.
005200 01  DV-ARCH-LINE                PIC X(119).
005300 FD  AUDIT-FILE.
005400 01  DV-AUDIT-LINE               PIC X(119).
005500 FD  AUDIT-MASTER.
005600 COPY DVAUDMST.
005700 FD  REPORT-FILE.
005800 01  DV-RPT-LINE                 PIC X(120).
005900*
006000 WORKING-STORAGE SECTION.
006100*
006200*----------------------------------------------------------
006300*  FILE STATUS FIELDS
006400*----------------------------------------------------------
006500 77  WS-ARCHIVE-STATUS            PIC X(02).
006600 77  WS-AUDIT-STATUS              PIC X(02).
006700 77  WS-MASTER-STATUS             PIC X(02).
006800 77  WS-REPORT-STATUS             PIC X(02).
006900*
007000*----------------------------------------------------------
007100*  END-OF-FILE SWITCHES AND FILE AVAILABILITY
007200*----------------------------------------------------------
007300 77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
007400     88  DV-END-OF-FILE           VALUE 'Y'.
007500     88  DV-NOT-END-OF-FILE       VALUE 'N'.
007600 77  WS-SCAN-EOF-SW               PIC X(01) VALUE 'N'.
007700     88  DV-END-OF-SCAN           VALUE 'Y'.
007800     88  DV-NOT-END-OF-SCAN       VALUE 'N'.
007900 77  WS-ARCHIVE-SW                PIC X(01) VALUE 'N'.
008000     88  WS-ARCHIVE-ON-HAND       VALUE 'Y'.
008100     88  WS-ARCHIVE-NOT-ON-HAND   VALUE 'N'.
008200 77  WS-LOG-SW                    PIC X(01) VALUE 'N'.
008300     88  WS-LOG-ON-HAND           VALUE 'Y'.
008400     88  WS-LOG-NOT-ON-HAND       VALUE 'N'.
008500 77  WS-MASTER-SW                 PIC X(01) VALUE 'N'.
008600     88  WS-MASTER-AVAILABLE      VALUE 'Y'.
008700     88  WS-MASTER-UNAVAILABLE    VALUE 'N'.
008800*
008900*----------------------------------------------------------
009000*  THE AUDIT RECORD BEING CHECKED, AND WHERE IT CAME FROM
009100*----------------------------------------------------------
009200 COPY DVAUDIT.
009300 77  WS-CURRENT-FILE              PIC X(08).
009400 77  WS-FILE-REC-NO               PIC 9(09) VALUE ZERO.
009500 77  WS-IN-FILE-SW                PIC X(01) VALUE 'A'.
009600     88  WS-IN-ARCHIVE            VALUE 'A'.
009700     88  WS-IN-AUDITLOG           VALUE 'L'.
009800*
009900*----------------------------------------------------------
010000*  THE CHAIN SO FAR - THE SEQUENCE NUMBER AND CHECK VALUE
010100*  OF THE LAST RECORD THAT TOOK ITS PLACE IN IT.  RECORDS
010200*  WRITTEN BEFORE STAMPING BEGAN, WHICH CARRY NO STAMP,
010300*  CAN ONLY COME BEFORE THE CHAIN STARTS.
010400*----------------------------------------------------------
010500 77  WS-CHAIN-SW                  PIC X(01) VALUE 'N'.
010600     88  WS-CHAIN-STARTED         VALUE 'Y'.
010700     88  WS-CHAIN-NOT-STARTED     VALUE 'N'.
010800 77  WS-LAST-SEQ                  PIC 9(09) VALUE ZERO.
010900 77  WS-LAST-CHECK                PIC 9(09) VALUE ZERO.
011000 77  WS-CHAIN-FIRST-SEQ           PIC 9(09) VALUE ZERO.
011100 77  WS-THIS-SEQ                  PIC 9(09) VALUE ZERO.
011200 77  WS-THIS-CHECK                PIC 9(09) VALUE ZERO.
011300 77  WS-WORKED-CHECK              PIC 9(09) VALUE ZERO.
011400 77  WS-MISSING                   PIC 9(09) VALUE ZERO.
011500*
011600*----------------------------------------------------------
011700*  ARCHIVE CONTROL TRACKING - WHAT HAS BEEN READ SINCE THE
011800*  LAST CONTROL RECORD.  THE FIRST CONTROL RECORD ON THE
011900*  ARCHIVE MAY CLOSE A BATCH THAT FOLLOWED EARLIER BATCHES
012000*  ARCHIVED BEFORE CONTROL RECORDS WERE WRITTEN, SO ITS
012100*  COUNT IS NOT CHECKED - ITS SEQUENCE RANGE AND CHECK
012200*  VALUE STILL ARE.
012300*----------------------------------------------------------
012400 77  WS-CONTROL-SW                PIC X(01) VALUE 'N'.
012500     88  WS-CONTROL-SEEN          VALUE 'Y'.
012600     88  WS-NO-CONTROL-SEEN       VALUE 'N'.
012700 77  WS-SINCE-CTL                 PIC 9(09) VALUE ZERO.
012800 77  WS-STAMPED-SINCE-CTL         PIC 9(09) VALUE ZERO.
012900 77  WS-FIRST-SINCE-CTL           PIC X(09) VALUE SPACES.
013000*
013100*----------------------------------------------------------
013200*  TALLIES FOR EACH FILE AND FOR THE MASTER LOOKUP
013300*----------------------------------------------------------
013400 77  WS-ARCH-READ                 PIC 9(09) VALUE ZERO.
013500 77  WS-ARCH-STAMPED              PIC 9(09) VALUE ZERO.
013600 77  WS-ARCH-PRESTAMP             PIC 9(09) VALUE ZERO.
013700 77  WS-ARCH-CONTROLS             PIC 9(09) VALUE ZERO.
013800 77  WS-ARCH-LAST-SEQ             PIC X(09) VALUE SPACES.
013900 77  WS-LOG-READ                  PIC 9(09) VALUE ZERO.
014000 77  WS-LOG-STAMPED               PIC 9(09) VALUE ZERO.
014100 77  WS-LOG-PRESTAMP              PIC 9(09) VALUE ZERO.
014200 77  WS-LOG-FIRST-SEQ             PIC X(09) VALUE SPACES.
014300 77  WS-ON-MASTER                 PIC 9(09) VALUE ZERO.
014400 77  WS-NOT-ON-MASTER             PIC 9(09) VALUE ZERO.
014500 77  WS-MASTER-DIFFERS            PIC 9(09) VALUE ZERO.
014600 77  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
014700     88  WS-MASTER-COPY-FOUND     VALUE 'Y'.
014800     88  WS-MASTER-COPY-NOT-FOUND VALUE 'N'.
014900*
015000*----------------------------------------------------------
015100*  EXCEPTIONS.  EVERY ONE IS COUNTED; ONLY THE FIRST
015200*  WS-EXC-LIMIT ARE PRINTED SO A BADLY DAMAGED TRAIL CANNOT
015300*  RUN THE REPORT AWAY.
015400*----------------------------------------------------------
015500 77  WS-EXCEPTIONS                PIC 9(09) VALUE ZERO.
015600 77  WS-EXC-PRINTED               PIC 9(04) COMP VALUE ZERO.
015700 77  WS-EXC-LIMIT                 PIC 9(04) COMP VALUE 1000.
015800 77  WS-EXC-TEXT                  PIC X(60).
015900 77  WS-SEQ-SHOWN                 PIC X(09).
016000*
016100*----------------------------------------------------------
016200*  CALL PARAMETER BLOCK FOR AUDSTAMP, USED HERE ONLY TO
016300*  WORK OUT A RECORD'S CHECK VALUE
016400*----------------------------------------------------------
016500 COPY ASPARM.
016600*
016700*----------------------------------------------------------
016800*  RUN DATE, COMPLETION CODE AND SCRATCH LINE AREA
016900*----------------------------------------------------------
017000 77  WS-RUN-DATE                  PIC 9(08).
017100 77  WS-COMPLETION-CODE           PIC 9(02) VALUE ZERO.
017200 01  WS-RPT-TEXT                  PIC X(120).
017300*
017400 PROCEDURE DIVISION.
017500*
017600*==========================================================
017700*  0000-MAINLINE
017800*     PROGRAM ENTRY POINT.
017900*==========================================================
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE
018200         THRU 1000-INITIALIZE-EXIT.
018300     PERFORM 2000-WALK-ARCHIVE
018400         THRU 2000-WALK-ARCHIVE-EXIT.
018500     PERFORM 3000-WALK-AUDITLOG
018600         THRU 3000-WALK-AUDITLOG-EXIT.
018700     PERFORM 8000-WRITE-SUMMARY
018800         THRU 8000-WRITE-SUMMARY-EXIT.
018900     PERFORM 9000-TERMINATE
019000         THRU 9000-TERMINATE-EXIT.
019100     MOVE WS-COMPLETION-CODE TO RETURN-CODE.
019200     STOP RUN.
019300*
019400*==========================================================
019500*  1000-INITIALIZE
019600*     OPENS THE REPORT AND THE AUDIT MASTER AND MAKES SURE
019700*     THERE IS SOME TRAIL ON HAND TO VERIFY.  A MISSING OR
019800*     UNREADABLE MASTER DOES NOT STOP THE RUN - THE CHAIN
019900*     IS STILL VERIFIED AND THE MASTER LOOKUP IS SKIPPED.
020000*==========================================================
020100 1000-INITIALIZE.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300     OPEN OUTPUT REPORT-FILE.
020400     IF WS-REPORT-STATUS NOT = "00"
020500         DISPLAY "AUDVERFY: cannot open VERIFRPT, status="
020600             WS-REPORT-STATUS
020700         MOVE 12 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000     MOVE SPACES TO WS-RPT-TEXT.
021100     STRING "AUDIT TRAIL VERIFICATION REPORT - RUN DATE "
021200             WS-RUN-DATE
021300         DELIMITED BY SIZE INTO WS-RPT-TEXT.
021400     PERFORM 8900-WRITE-RPT-LINE
021500         THRU 8900-WRITE-RPT-LINE-EXIT.
021600     MOVE SPACES TO WS-RPT-TEXT.
021700     PERFORM 8900-WRITE-RPT-LINE
021800         THRU 8900-WRITE-RPT-LINE-EXIT.
021900     OPEN INPUT AUDIT-MASTER.
022000     IF WS-MASTER-STATUS = "00"
022100         SET WS-MASTER-AVAILABLE TO TRUE
022200     ELSE
022300         DISPLAY "AUDVERFY: cannot open AUDMSTR, status="
022400             WS-MASTER-STATUS " - master not checked."
022500     END-IF.
022600     OPEN INPUT ARCHIVE-FILE.
022700     IF WS-ARCHIVE-STATUS = "00"
022800         SET WS-ARCHIVE-ON-HAND TO TRUE
022900     ELSE
023000         IF WS-ARCHIVE-STATUS NOT = "35"
023100             DISPLAY "AUDVERFY: cannot open AUDARCHV, status="
023200                 WS-ARCHIVE-STATUS
023300             MOVE 12 TO RETURN-CODE
023400             STOP RUN
023500         END-IF
023600     END-IF.
023700     OPEN INPUT AUDIT-FILE.
023800     IF WS-AUDIT-STATUS = "00"
023900         SET WS-LOG-ON-HAND TO TRUE
024000     ELSE
024100         IF WS-AUDIT-STATUS NOT = "35"
024200             DISPLAY "AUDVERFY: cannot open AUDITLOG, status="
024300                 WS-AUDIT-STATUS
024400             MOVE 12 TO RETURN-CODE
024500             STOP RUN
024600         END-IF
024700     END-IF.
024800     IF WS-ARCHIVE-NOT-ON-HAND AND WS-LOG-NOT-ON-HAND
024900         DISPLAY "AUDVERFY: neither AUDARCHV nor AUDITLOG is "
025000             "on hand - nothing to verify."
025100         MOVE 12 TO RETURN-CODE
025200         STOP RUN
025300     END-IF.
025400 1000-INITIALIZE-EXIT.
025500     EXIT.
025600*
025700*==========================================================
025800*  2000-WALK-ARCHIVE
025900*     CHECKS EVERY ARCHIVE RECORD IN TURN, THEN MAKES SURE
026000*     THE LAST STAMPED BATCH ON THE ARCHIVE WAS CLOSED BY A
026100*     CONTROL RECORD.
026200*==========================================================
026300 2000-WALK-ARCHIVE.
026400     IF WS-ARCHIVE-NOT-ON-HAND
026500         GO TO 2000-WALK-ARCHIVE-EXIT
026600     END-IF.
026700     SET WS-IN-ARCHIVE TO TRUE.
026800     MOVE "AUDARCHV" TO WS-CURRENT-FILE.
026900     MOVE ZERO TO WS-FILE-REC-NO.
027000     SET DV-NOT-END-OF-FILE TO TRUE.
027100     PERFORM 2100-CHECK-ARCHIVE-LINE
027200         THRU 2100-CHECK-ARCHIVE-LINE-EXIT
027300         UNTIL DV-END-OF-FILE.
027400     IF WS-STAMPED-SINCE-CTL > ZERO
027500         MOVE SPACES TO WS-EXC-TEXT
027600         STRING WS-STAMPED-SINCE-CTL " STAMPED RECORDS NOT "
027700                 "CLOSED BY A CONTROL RECORD"
027800             DELIMITED BY SIZE INTO WS-EXC-TEXT
027900         PERFORM 7100-WRITE-FILE-EXCEPTION
028000             THRU 7100-WRITE-FILE-EXCEPTION-EXIT
028100     END-IF.
028200     IF WS-CHAIN-STARTED
028300         MOVE WS-LAST-SEQ TO WS-ARCH-LAST-SEQ
028400     END-IF.
028500 2000-WALK-ARCHIVE-EXIT.
028600     EXIT.
028700*
028800*==========================================================
028900*  2100-CHECK-ARCHIVE-LINE
029000*     READS ONE ARCHIVE RECORD AND CHECKS IT - AS A CONTROL
029100*     RECORD OR AS A LINK IN THE CHAIN.
029200*==========================================================
029300 2100-CHECK-ARCHIVE-LINE.
029400     READ ARCHIVE-FILE
029500         AT END
029600             SET DV-END-OF-FILE TO TRUE
029700             GO TO 2100-CHECK-ARCHIVE-LINE-EXIT
029800     END-READ.
029900     ADD 1 TO WS-FILE-REC-NO.
030000     ADD 1 TO WS-ARCH-READ.
030100     MOVE DV-ARCH-LINE TO DV-AUDIT-RECORD.
030200     IF DV-AUD-ARCH-CONTROL
030300         PERFORM 4500-CHECK-CONTROL-RECORD
030400             THRU 4500-CHECK-CONTROL-RECORD-EXIT
030500         GO TO 2100-CHECK-ARCHIVE-LINE-EXIT
030600     END-IF.
030700     ADD 1 TO WS-SINCE-CTL.
030800     PERFORM 4000-CHECK-CHAIN-LINK
030900         THRU 4000-CHECK-CHAIN-LINK-EXIT.
031000 2100-CHECK-ARCHIVE-LINE-EXIT.
031100     EXIT.
031200*
031300*==========================================================
031400*  3000-WALK-AUDITLOG
031500*     CARRIES THE CHAIN ON THROUGH AUDITLOG, LOOKING EACH
031600*     STAMPED RECORD UP ON THE MASTER AS IT GOES.
031700*==========================================================
031800 3000-WALK-AUDITLOG.
031900     IF WS-LOG-NOT-ON-HAND
032000         GO TO 3000-WALK-AUDITLOG-EXIT
032100     END-IF.
032200     SET WS-IN-AUDITLOG TO TRUE.
032300     MOVE "AUDITLOG" TO WS-CURRENT-FILE.
032400     MOVE ZERO TO WS-FILE-REC-NO.
032500     SET DV-NOT-END-OF-FILE TO TRUE.
032600     PERFORM 3100-CHECK-LOG-LINE
032700         THRU 3100-CHECK-LOG-LINE-EXIT
032800         UNTIL DV-END-OF-FILE.
032900 3000-WALK-AUDITLOG-EXIT.
033000     EXIT.
033100*
033200*==========================================================
033300*  3100-CHECK-LOG-LINE
033400*     READS ONE AUDITLOG RECORD AND CHECKS IT.  A CONTROL
033500*     RECORD BELONGS ONLY ON THE ARCHIVE.
033600*==========================================================
033700 3100-CHECK-LOG-LINE.
033800     READ AUDIT-FILE
033900         AT END
034000             SET DV-END-OF-FILE TO TRUE
034100             GO TO 3100-CHECK-LOG-LINE-EXIT
034200     END-READ.
034300     ADD 1 TO WS-FILE-REC-NO.
034400     ADD 1 TO WS-LOG-READ.
034500     MOVE DV-AUDIT-LINE TO DV-AUDIT-RECORD.
034600     IF DV-AUD-ARCH-CONTROL
034700         MOVE "ARCHIVE CONTROL RECORD FOUND ON AUDITLOG"
034800             TO WS-EXC-TEXT
034900         PERFORM 7000-WRITE-RECORD-EXCEPTION
035000             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
035100         GO TO 3100-CHECK-LOG-LINE-EXIT
035200     END-IF.
035300     PERFORM 4000-CHECK-CHAIN-LINK
035400         THRU 4000-CHECK-CHAIN-LINK-EXIT.
035500     IF DV-AUD-SEQ-NO IS NUMERIC
035600         AND DV-AUD-CHECK IS NUMERIC
035700         IF WS-LOG-FIRST-SEQ = SPACES
035800             MOVE DV-AUD-SEQ-NO TO WS-LOG-FIRST-SEQ
035900         END-IF
036000         IF WS-MASTER-AVAILABLE
036100             PERFORM 5000-CHECK-MASTER-COPY
036200                 THRU 5000-CHECK-MASTER-COPY-EXIT
036300         END-IF
036400     END-IF.
036500 3100-CHECK-LOG-LINE-EXIT.
036600     EXIT.
036700*
036800*==========================================================
036900*  4000-CHECK-CHAIN-LINK
037000*     CHECKS ONE RECORD'S STAMP AGAINST THE CHAIN SO FAR.
037100*     THE NEXT SEQUENCE NUMBER IS EXPECTED, AND ITS CHECK
037200*     VALUE MUST WORK OUT FROM THE RECORD AND THE CHECK
037300*     VALUE BEFORE IT.  AFTER A GAP THE CHECK VALUE CANNOT
037400*     BE PROVED, SO THE CHAIN PICKS UP AGAIN FROM THE
037500*     RECORD AS FOUND; A RECORD OUT OF ORDER OR REPEATED IS
037600*     PASSED OVER AND THE CHAIN CARRIES ON PAST IT.
037700*==========================================================
037800 4000-CHECK-CHAIN-LINK.
037900     IF DV-AUD-SEQ-NO = SPACES
038000         AND DV-AUD-CHECK = SPACES
038100         IF WS-CHAIN-NOT-STARTED
038200             IF WS-IN-ARCHIVE
038300                 ADD 1 TO WS-ARCH-PRESTAMP
038400             ELSE
038500                 ADD 1 TO WS-LOG-PRESTAMP
038600             END-IF
038700         ELSE
038800             MOVE "UNSTAMPED RECORD AFTER STAMPING BEGAN"
038900                 TO WS-EXC-TEXT
039000             PERFORM 7000-WRITE-RECORD-EXCEPTION
039100                 THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
039200         END-IF
039300         GO TO 4000-CHECK-CHAIN-LINK-EXIT
039400     END-IF.
039500     IF DV-AUD-SEQ-NO IS NOT NUMERIC
039600         OR DV-AUD-CHECK IS NOT NUMERIC
039700         MOVE "STAMP DAMAGED - SEQUENCE OR CHECK NOT NUMERIC"
039800             TO WS-EXC-TEXT
039900         PERFORM 7000-WRITE-RECORD-EXCEPTION
040000             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
040100         GO TO 4000-CHECK-CHAIN-LINK-EXIT
040200     END-IF.
040300     IF WS-IN-ARCHIVE
040400         ADD 1 TO WS-ARCH-STAMPED
040500         ADD 1 TO WS-STAMPED-SINCE-CTL
040600         IF WS-FIRST-SINCE-CTL = SPACES
040700             MOVE DV-AUD-SEQ-NO TO WS-FIRST-SINCE-CTL
040800         END-IF
040900     ELSE
041000         ADD 1 TO WS-LOG-STAMPED
041100     END-IF.
041200     MOVE DV-AUD-SEQ-NO-N TO WS-THIS-SEQ.
041300     MOVE DV-AUD-CHECK-N TO WS-THIS-CHECK.
041400     IF WS-CHAIN-NOT-STARTED
041500         SET WS-CHAIN-STARTED TO TRUE
041600         MOVE WS-THIS-SEQ TO WS-CHAIN-FIRST-SEQ
041700         IF WS-THIS-SEQ = 1
041800             MOVE ZERO TO WS-LAST-CHECK
041900             PERFORM 4100-PROVE-CHECK-VALUE
042000                 THRU 4100-PROVE-CHECK-VALUE-EXIT
042100         END-IF
042200         GO TO 4000-CHECK-CHAIN-LINK-TAKE
042300     END-IF.
042400     IF WS-THIS-SEQ NOT > WS-LAST-SEQ
042500         MOVE WS-LAST-SEQ TO WS-SEQ-SHOWN
042600         MOVE SPACES TO WS-EXC-TEXT
042700         STRING "OUT OF ORDER OR REPEATED - CHAIN WAS AT "
042800                 WS-SEQ-SHOWN
042900             DELIMITED BY SIZE INTO WS-EXC-TEXT
043000         PERFORM 7000-WRITE-RECORD-EXCEPTION
043100             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
043200         GO TO 4000-CHECK-CHAIN-LINK-EXIT
043300     END-IF.
043400     IF WS-THIS-SEQ > WS-LAST-SEQ + 1
043500         COMPUTE WS-MISSING = WS-THIS-SEQ - WS-LAST-SEQ - 1
043600         MOVE SPACES TO WS-EXC-TEXT
043700         STRING "SEQUENCE BREAK - " WS-MISSING
043800                 " RECORDS MISSING BEFORE THIS ONE"
043900             DELIMITED BY SIZE INTO WS-EXC-TEXT
044000         PERFORM 7000-WRITE-RECORD-EXCEPTION
044100             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
044200         GO TO 4000-CHECK-CHAIN-LINK-TAKE
044300     END-IF.
044400     PERFORM 4100-PROVE-CHECK-VALUE
044500         THRU 4100-PROVE-CHECK-VALUE-EXIT.
044600 4000-CHECK-CHAIN-LINK-TAKE.
044700     MOVE WS-THIS-SEQ TO WS-LAST-SEQ.
044800     MOVE WS-THIS-CHECK TO WS-LAST-CHECK.
044900 4000-CHECK-CHAIN-LINK-EXIT.
045000     EXIT.
045100*
045200*==========================================================
045300*  4100-PROVE-CHECK-VALUE
045400*     WORKS OUT THE CHECK VALUE THE RECORD SHOULD CARRY,
045500*     FROM ITS CONTENTS AND THE CHECK VALUE BEFORE IT, AND
045600*     COMPARES IT WITH THE ONE IT DOES CARRY.
045700*==========================================================
045800 4100-PROVE-CHECK-VALUE.
045900     SET AS-CHECK-ONLY TO TRUE.
046000     MOVE WS-LAST-CHECK TO AS-PRIOR-CHECK.
046100     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
046200     MOVE AS-CHECK-VALUE TO WS-WORKED-CHECK.
046300     IF WS-WORKED-CHECK NOT = WS-THIS-CHECK
046400         MOVE "ALTERED - CHECK VALUE DOES NOT MATCH THE RECORD"
046500             TO WS-EXC-TEXT
046600         PERFORM 7000-WRITE-RECORD-EXCEPTION
046700             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
046800     END-IF.
046900 4100-PROVE-CHECK-VALUE-EXIT.
047000     EXIT.
047100*
047200*==========================================================
047300*  4500-CHECK-CONTROL-RECORD
047400*     PROVES AN ARCHIVE CONTROL RECORD AGAINST THE BATCH IT
047500*     CLOSES - THE COUNT OF RECORDS SINCE THE LAST CONTROL
047600*     RECORD, THE FIRST AND LAST SEQUENCE NUMBERS, AND THE
047700*     CHECK VALUE THE CHAIN HAS REACHED.
047800*==========================================================
047900 4500-CHECK-CONTROL-RECORD.
048000     ADD 1 TO WS-ARCH-CONTROLS.
048100     IF WS-CONTROL-SEEN
048200         IF DV-AUD-CTL-COUNT IS NOT NUMERIC
048300             OR DV-AUD-CTL-COUNT NOT = WS-SINCE-CTL
048400             MOVE SPACES TO WS-EXC-TEXT
048500             STRING "CONTROL COUNT " DV-AUD-CTL-COUNT " BUT "
048600                     WS-SINCE-CTL " RECORDS IN THE BATCH"
048700                 DELIMITED BY SIZE INTO WS-EXC-TEXT
048800             PERFORM 7000-WRITE-RECORD-EXCEPTION
048900                 THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
049000         END-IF
049100     END-IF.
049200     IF DV-AUD-SEQ-NO = SPACES
049300         IF WS-STAMPED-SINCE-CTL > ZERO
049400             MOVE SPACES TO WS-EXC-TEXT
049500             STRING "CONTROL SHOWS NO STAMPED RECORDS BUT "
049600                     WS-STAMPED-SINCE-CTL " FOUND"
049700                 DELIMITED BY SIZE INTO WS-EXC-TEXT
049800             PERFORM 7000-WRITE-RECORD-EXCEPTION
049900                 THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
050000         END-IF
050100         GO TO 4500-CHECK-CONTROL-RECORD-NEXT
050200     END-IF.
050300     IF DV-AUD-SEQ-NO IS NOT NUMERIC
050400         OR DV-AUD-CHECK IS NOT NUMERIC
050500         MOVE "CONTROL RECORD STAMP DAMAGED" TO WS-EXC-TEXT
050600         PERFORM 7000-WRITE-RECORD-EXCEPTION
050700             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
050800         GO TO 4500-CHECK-CONTROL-RECORD-NEXT
050900     END-IF.
051000     IF DV-AUD-CTL-FIRST-SEQ NOT = WS-FIRST-SINCE-CTL
051100         MOVE SPACES TO WS-EXC-TEXT
051200         STRING "CONTROL FIRST SEQ " DV-AUD-CTL-FIRST-SEQ
051300                 " BUT BATCH BEGINS AT " WS-FIRST-SINCE-CTL
051400             DELIMITED BY SIZE INTO WS-EXC-TEXT
051500         PERFORM 7000-WRITE-RECORD-EXCEPTION
051600             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
051700     END-IF.
051800     IF DV-AUD-SEQ-NO-N NOT = WS-LAST-SEQ
051900         MOVE WS-LAST-SEQ TO WS-SEQ-SHOWN
052000         MOVE SPACES TO WS-EXC-TEXT
052100         STRING "CONTROL LAST SEQ " DV-AUD-SEQ-NO
052200                 " BUT BATCH ENDS AT " WS-SEQ-SHOWN
052300             DELIMITED BY SIZE INTO WS-EXC-TEXT
052400         PERFORM 7000-WRITE-RECORD-EXCEPTION
052500             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
052600         GO TO 4500-CHECK-CONTROL-RECORD-NEXT
052700     END-IF.
052800     IF DV-AUD-CHECK-N NOT = WS-LAST-CHECK
052900         MOVE "CONTROL CHECK VALUE DOES NOT MATCH THE CHAIN"
053000             TO WS-EXC-TEXT
053100         PERFORM 7000-WRITE-RECORD-EXCEPTION
053200             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
053300     END-IF.
053400 4500-CHECK-CONTROL-RECORD-NEXT.
053500     SET WS-CONTROL-SEEN TO TRUE.
053600     MOVE ZERO TO WS-SINCE-CTL.
053700     MOVE ZERO TO WS-STAMPED-SINCE-CTL.
053800     MOVE SPACES TO WS-FIRST-SINCE-CTL.
053900 4500-CHECK-CONTROL-RECORD-EXIT.
054000     EXIT.
054100*
054200*==========================================================
054300*  5000-CHECK-MASTER-COPY
054400*     LOOKS THE AUDITLOG RECORD UP ON THE MASTER.  RECORDS
054500*     LOADED IN THE SAME SECOND BY THE SAME PROGRAM SHARE
054600*     THE TIMESTAMP AND SOURCE PART OF THE KEY, SO THE
054700*     MASTER IS READ ALONG THAT PART OF THE KEY FOR THE
054800*     RECORD WITH THE SAME TRAIL SEQUENCE NUMBER, WHICH MUST
054900*     THEN AGREE WITH THE TRAIL FIELD FOR FIELD.
055000*==========================================================
055100 5000-CHECK-MASTER-COPY.
055200     SET WS-MASTER-COPY-NOT-FOUND TO TRUE.
055300     MOVE DV-AUD-TIMESTAMP TO DV-AUM-TIMESTAMP.
055400     MOVE DV-AUD-SOURCE TO DV-AUM-SOURCE.
055500     MOVE ZERO TO DV-AUM-SEQ.
055600     START AUDIT-MASTER KEY NOT < DV-AUM-KEY.
055700     IF WS-MASTER-STATUS = "00"
055800         SET DV-NOT-END-OF-SCAN TO TRUE
055900         PERFORM 5100-READ-MASTER-CANDIDATE
056000             THRU 5100-READ-MASTER-CANDIDATE-EXIT
056100             UNTIL DV-END-OF-SCAN
056200     END-IF.
056300     IF WS-MASTER-COPY-NOT-FOUND
056400         ADD 1 TO WS-NOT-ON-MASTER
056500         MOVE "NOT ON THE AUDIT MASTER" TO WS-EXC-TEXT
056600         PERFORM 7000-WRITE-RECORD-EXCEPTION
056700             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
056800         GO TO 5000-CHECK-MASTER-COPY-EXIT
056900     END-IF.
057000     ADD 1 TO WS-ON-MASTER.
057100     IF DV-AUM-DATE-INPUT NOT = DV-AUD-DATE-INPUT
057200         OR DV-AUM-TIME-INPUT NOT = DV-AUD-TIME-INPUT
057300         OR DV-AUM-RESULT NOT = DV-AUD-RESULT
057400         OR DV-AUM-REASON NOT = DV-AUD-REASON
057500         OR DV-AUM-FEED-SRC NOT = DV-AUD-FEED-SRC
057600         OR DV-AUM-CHECK NOT = DV-AUD-CHECK
057700         ADD 1 TO WS-MASTER-DIFFERS
057800         MOVE "MASTER COPY DIFFERS FROM THE TRAIL" TO WS-EXC-TEXT
057900         PERFORM 7000-WRITE-RECORD-EXCEPTION
058000             THRU 7000-WRITE-RECORD-EXCEPTION-EXIT
058100     END-IF.
058200 5000-CHECK-MASTER-COPY-EXIT.
058300     EXIT.
058400*
058500*==========================================================
058600*  5100-READ-MASTER-CANDIDATE
058700*     READS THE NEXT MASTER RECORD UNDER THE SAME TIMESTAMP
058800*     AND SOURCE, STOPPING AT THE ONE WITH THE TRAIL
058900*     SEQUENCE NUMBER WANTED OR WHEN THE KEY MOVES ON.
059000*==========================================================
059100 5100-READ-MASTER-CANDIDATE.
059200     READ AUDIT-MASTER NEXT
059300         AT END
059400             SET DV-END-OF-SCAN TO TRUE
059500             GO TO 5100-READ-MASTER-CANDIDATE-EXIT
059600     END-READ.
059700     IF DV-AUM-TIMESTAMP NOT = DV-AUD-TIMESTAMP
059800         OR DV-AUM-SOURCE NOT = DV-AUD-SOURCE
059900         SET DV-END-OF-SCAN TO TRUE
060000         GO TO 5100-READ-MASTER-CANDIDATE-EXIT
060100     END-IF.
060200     IF DV-AUM-TRAIL-SEQ = DV-AUD-SEQ-NO
060300         SET WS-MASTER-COPY-FOUND TO TRUE
060400         SET DV-END-OF-SCAN TO TRUE
060500     END-IF.
060600 5100-READ-MASTER-CANDIDATE-EXIT.
060700     EXIT.
060800*
060900*==========================================================
061000*  7000-WRITE-RECORD-EXCEPTION
061100*     COUNTS ONE EXCEPTION AGAINST THE CURRENT RECORD AND
061200*     PRINTS IT WITH THE FILE, RECORD NUMBER IN THE FILE,
061300*     STAMPED SEQUENCE, TIMESTAMP AND SOURCE.
061400*==========================================================
061500 7000-WRITE-RECORD-EXCEPTION.
061600     ADD 1 TO WS-EXCEPTIONS.
061700     IF WS-EXC-PRINTED NOT < WS-EXC-LIMIT
061800         GO TO 7000-WRITE-RECORD-EXCEPTION-EXIT
061900     END-IF.
062000     ADD 1 TO WS-EXC-PRINTED.
062100     MOVE SPACES TO WS-RPT-TEXT.
062200     STRING WS-CURRENT-FILE " " WS-FILE-REC-NO
062300             " SEQ " DV-AUD-SEQ-NO " "
062400             DV-AUD-TIMESTAMP " " DV-AUD-SOURCE " "
062500             WS-EXC-TEXT
062600         DELIMITED BY SIZE INTO WS-RPT-TEXT.
062700     PERFORM 8900-WRITE-RPT-LINE
062800         THRU 8900-WRITE-RPT-LINE-EXIT.
062900 7000-WRITE-RECORD-EXCEPTION-EXIT.
063000     EXIT.
063100*
063200*==========================================================
063300*  7100-WRITE-FILE-EXCEPTION
063400*     COUNTS AND PRINTS ONE EXCEPTION AGAINST THE CURRENT
063500*     FILE AS A WHOLE.
063600*==========================================================
063700 7100-WRITE-FILE-EXCEPTION.
063800     ADD 1 TO WS-EXCEPTIONS.
063900     IF WS-EXC-PRINTED NOT < WS-EXC-LIMIT
064000         GO TO 7100-WRITE-FILE-EXCEPTION-EXIT
064100     END-IF.
064200     ADD 1 TO WS-EXC-PRINTED.
064300     MOVE SPACES TO WS-RPT-TEXT.
064400     STRING WS-CURRENT-FILE " " WS-EXC-TEXT
064500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
064600     PERFORM 8900-WRITE-RPT-LINE
064700         THRU 8900-WRITE-RPT-LINE-EXIT.
064800 7100-WRITE-FILE-EXCEPTION-EXIT.
064900     EXIT.
065000*
065100*==========================================================
065200*  8000-WRITE-SUMMARY
065300*     WRITES THE TOTALS FOR EACH FILE, THE STRETCH OF THE
065400*     TRAIL VERIFIED, THE MASTER LOOKUP RESULT AND THE
065500*     OVERALL VERDICT, AND SETS THE COMPLETION CODE.
065600*==========================================================
065700 8000-WRITE-SUMMARY.
065800     IF WS-EXCEPTIONS = ZERO
065900         MOVE "NO EXCEPTIONS FOUND." TO WS-RPT-TEXT
066000         PERFORM 8900-WRITE-RPT-LINE
066100             THRU 8900-WRITE-RPT-LINE-EXIT
066200     END-IF.
066300     MOVE SPACES TO WS-RPT-TEXT.
066400     PERFORM 8900-WRITE-RPT-LINE
066500         THRU 8900-WRITE-RPT-LINE-EXIT.
066600     MOVE SPACES TO WS-RPT-TEXT.
066700     IF WS-ARCHIVE-ON-HAND
066800         STRING "AUDARCHV: " WS-ARCH-READ " READ, "
066900                 WS-ARCH-STAMPED " STAMPED, "
067000                 WS-ARCH-PRESTAMP " FROM BEFORE STAMPING, "
067100                 WS-ARCH-CONTROLS " CONTROL RECORDS"
067200             DELIMITED BY SIZE INTO WS-RPT-TEXT
067300     ELSE
067400         MOVE "AUDARCHV: NOT ON HAND." TO WS-RPT-TEXT
067500     END-IF.
067600     PERFORM 8900-WRITE-RPT-LINE
067700         THRU 8900-WRITE-RPT-LINE-EXIT.
067800     MOVE SPACES TO WS-RPT-TEXT.
067900     IF WS-LOG-ON-HAND
068000         STRING "AUDITLOG: " WS-LOG-READ " READ, "
068100                 WS-LOG-STAMPED " STAMPED, "
068200                 WS-LOG-PRESTAMP " FROM BEFORE STAMPING"
068300             DELIMITED BY SIZE INTO WS-RPT-TEXT
068400     ELSE
068500         MOVE "AUDITLOG: NOT ON HAND." TO WS-RPT-TEXT
068600     END-IF.
068700     PERFORM 8900-WRITE-RPT-LINE
068800         THRU 8900-WRITE-RPT-LINE-EXIT.
068900     MOVE SPACES TO WS-RPT-TEXT.
069000     IF WS-CHAIN-STARTED
069100         STRING "TRAIL VERIFIED FROM SEQUENCE " WS-CHAIN-FIRST-SEQ
069200                 " THROUGH " WS-LAST-SEQ
069300                 ", CLOSING CHECK VALUE " WS-LAST-CHECK
069400             DELIMITED BY SIZE INTO WS-RPT-TEXT
069500     ELSE
069600         MOVE "NO STAMPED RECORDS FOUND - NOTHING TO CHAIN."
069700             TO WS-RPT-TEXT
069800     END-IF.
069900     PERFORM 8900-WRITE-RPT-LINE
070000         THRU 8900-WRITE-RPT-LINE-EXIT.
070100     IF WS-CHAIN-STARTED AND WS-CHAIN-FIRST-SEQ NOT = 1
070200         MOVE SPACES TO WS-RPT-TEXT
070300         STRING "TRAIL ON HAND BEGINS AT SEQUENCE "
070400                 WS-CHAIN-FIRST-SEQ " - EARLIER RECORDS NOT ON "
070500                 "HAND, FIRST CHECK VALUE TAKEN AS FOUND"
070600             DELIMITED BY SIZE INTO WS-RPT-TEXT
070700         PERFORM 8900-WRITE-RPT-LINE
070800             THRU 8900-WRITE-RPT-LINE-EXIT
070900     END-IF.
071000     IF WS-ARCH-LAST-SEQ NOT = SPACES
071100         AND WS-LOG-FIRST-SEQ NOT = SPACES
071200         MOVE SPACES TO WS-RPT-TEXT
071300         STRING "ARCHIVE ENDS AT SEQUENCE " WS-ARCH-LAST-SEQ
071400                 ", AUDITLOG BEGINS AT SEQUENCE " WS-LOG-FIRST-SEQ
071500             DELIMITED BY SIZE INTO WS-RPT-TEXT
071600         PERFORM 8900-WRITE-RPT-LINE
071700             THRU 8900-WRITE-RPT-LINE-EXIT
071800     END-IF.
071900     MOVE SPACES TO WS-RPT-TEXT.
072000     IF WS-MASTER-AVAILABLE
072100         STRING "AUDMSTR:  " WS-ON-MASTER " AUDITLOG RECORDS "
072200                 "FOUND, " WS-NOT-ON-MASTER " MISSING, "
072300                 WS-MASTER-DIFFERS " DIFFERING"
072400             DELIMITED BY SIZE INTO WS-RPT-TEXT
072500     ELSE
072600         MOVE "AUDMSTR:  NOT AVAILABLE - MASTER NOT CHECKED."
072700             TO WS-RPT-TEXT
072800     END-IF.
072900     PERFORM 8900-WRITE-RPT-LINE
073000         THRU 8900-WRITE-RPT-LINE-EXIT.
073100     EVALUATE TRUE
073200         WHEN WS-EXCEPTIONS > ZERO
073300             MOVE 08 TO WS-COMPLETION-CODE
073400         WHEN WS-MASTER-UNAVAILABLE
073500             MOVE 04 TO WS-COMPLETION-CODE
073600         WHEN OTHER
073700             MOVE ZERO TO WS-COMPLETION-CODE
073800     END-EVALUATE.
073900     MOVE SPACES TO WS-RPT-TEXT.
074000     IF WS-EXC-PRINTED < WS-EXCEPTIONS
074100         STRING "EXCEPTIONS = " WS-EXCEPTIONS
074200                 " (ONLY THE FIRST 1000 ARE LISTED)"
074300             DELIMITED BY SIZE INTO WS-RPT-TEXT
074400     ELSE
074500         STRING "EXCEPTIONS = " WS-EXCEPTIONS
074600             DELIMITED BY SIZE INTO WS-RPT-TEXT
074700     END-IF.
074800     PERFORM 8900-WRITE-RPT-LINE
074900         THRU 8900-WRITE-RPT-LINE-EXIT.
075000     MOVE SPACES TO WS-RPT-TEXT.
075100     STRING "COMPLETION CODE = " WS-COMPLETION-CODE
075200         DELIMITED BY SIZE INTO WS-RPT-TEXT.
075300     PERFORM 8900-WRITE-RPT-LINE
075400         THRU 8900-WRITE-RPT-LINE-EXIT.
075500     DISPLAY "AUDVERFY: " WS-EXCEPTIONS " exceptions, "
075600         "completion code " WS-COMPLETION-CODE ".".
075700 8000-WRITE-SUMMARY-EXIT.
075800     EXIT.
075900*
076000*==========================================================
076100*  8900-WRITE-RPT-LINE
076200*     WRITES THE SCRATCH LINE AREA TO THE REPORT FILE.
076300*==========================================================
076400 8900-WRITE-RPT-LINE.
076500     MOVE WS-RPT-TEXT TO DV-RPT-LINE.
076600     WRITE DV-RPT-LINE.
076700 8900-WRITE-RPT-LINE-EXIT.
076800     EXIT.
076900*
077000*==========================================================
077100*  9000-TERMINATE
077200*     CLOSES THE OPEN FILES.
077300*==========================================================
077400 9000-TERMINATE.
077500     IF WS-ARCHIVE-ON-HAND
077600         CLOSE ARCHIVE-FILE
077700     END-IF.
077800     IF WS-LOG-ON-HAND
077900         CLOSE AUDIT-FILE
078000     END-IF.
078100     IF WS-MASTER-AVAILABLE
078200         CLOSE AUDIT-MASTER
078300     END-IF.
078400     CLOSE REPORT-FILE.
078500 9000-TERMINATE-EXIT.
078600     EXIT.
