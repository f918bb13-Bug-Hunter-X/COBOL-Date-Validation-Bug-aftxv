002193*                  AT THE END OF THE AUDIT RECORD, SO TWO
002194*                  RECORDS DIFFERING ONLY IN FEED SOURCE
002195*                  ARE NOT MISTAKEN FOR COPIES.
002196*  2026-10-15 DLH  AN ERROR THAT CANCELS THE RUN NOW ENDS IT WITH
002197*                  COMPLETION CODE 12 INSTEAD OF ZERO, SO THE
002198*                  NIGHTLY CYCLE DRIVER (CYCLDRV) STOPS AT THIS
002199*                  STEP RATHER THAN CARRYING ON PAST A FAILED RUN.
002201*  2026-10-15 DLH  THE MASTER NOW ALSO CARRIES THE FEED SOURCE
002202*                  AND THE TRAIL SEQUENCE NUMBER AND CHECK VALUE
002203*                  STAMPED ON EACH AUDIT RECORD.  THE SEQUENCE
002204*                  NUMBER IS PART OF THE ALREADY-LOADED TEST, SO
002205*                  TWO STAMPED RECORDS ARE NEVER TAKEN FOR COPIES
002206*                  OF EACH OTHER.  THE PRIOR-RECORD HOLD AREA IS
002207*                  WIDENED TO THE FULL RECORD.
002217*----------------------------------------------------------
002300*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
007500     05  WS-CAN-TIME-INPUT        PIC 9(06).
007600     05  WS-CAN-RESULT            PIC X(07).
007700     05  WS-CAN-REASON            PIC X(40).
007701     05  WS-CAN-FEED-SRC          PIC X(08).
007702     05  WS-CAN-TRAIL-SEQ         PIC X(09).
007703     05  WS-CAN-CHECK             PIC X(09).
007710*
007720*----------------------------------------------------------
007730*  DUPLICATE TRACKING.  SAME-KEY RECORDS SIT NEXT TO EACH
007770*  THAT MANY CONTENT MATCHES ON THE MASTER ARE TREATED AS
007780*  ALREADY LOADED; THE NEXT COPY GETS A NEW SEQUENCE.
007790*----------------------------------------------------------
007791 01  WS-PREV-RECORD               PIC X(119) VALUE LOW-VALUES.
007792 77  WS-COPY-NUM                  PIC 9(04) COMP VALUE ZERO.
007793 77  WS-ABSORBED                  PIC 9(04) COMP VALUE ZERO.
007800*
010600     IF WS-AUDIT-STATUS NOT = "00"
010700         DISPLAY "AUDLOAD: cannot open AUDITLOG, status="
010800             WS-AUDIT-STATUS
010810         MOVE 12 TO RETURN-CODE
010900         STOP RUN
011000     END-IF.
011100     OPEN I-O AUDIT-MASTER.
011700     IF WS-MASTER-STATUS NOT = "00"
011800         DISPLAY "AUDLOAD: cannot open AUDMSTR, status="
011900             WS-MASTER-STATUS
011910         MOVE 12 TO RETURN-CODE
012000         STOP RUN
012100     END-IF.
012200     PERFORM 1300-READ-NEXT-RECORD
015100     MOVE DV-AUD-TIME-INPUT TO WS-CAN-TIME-INPUT.
015200     MOVE DV-AUD-RESULT TO WS-CAN-RESULT.
015300     MOVE DV-AUD-REASON TO WS-CAN-REASON.
015310     MOVE DV-AUD-FEED-SRC TO WS-CAN-FEED-SRC.
015320     MOVE DV-AUD-SEQ-NO TO WS-CAN-TRAIL-SEQ.
015330     MOVE DV-AUD-CHECK TO WS-CAN-CHECK.
015400     MOVE DV-AUD-TIMESTAMP TO DV-AUM-TIMESTAMP.
015500     MOVE DV-AUD-SOURCE TO DV-AUM-SOURCE.
015600     MOVE ZERO TO DV-AUM-SEQ.
015900     MOVE WS-CAN-TIME-INPUT TO DV-AUM-TIME-INPUT.
016000     MOVE WS-CAN-RESULT TO DV-AUM-RESULT.
016100     MOVE WS-CAN-REASON TO DV-AUM-REASON.
016110     MOVE WS-CAN-FEED-SRC TO DV-AUM-FEED-SRC.
016120     MOVE WS-CAN-TRAIL-SEQ TO DV-AUM-TRAIL-SEQ.
016130     MOVE WS-CAN-CHECK TO DV-AUM-CHECK.
016200     WRITE DV-AUDMST-RECORD.
016300     IF WS-MASTER-STATUS = "00"
016400         ADD 1 TO WS-TOTAL-LOADED
016700     IF WS-MASTER-STATUS NOT = "22"
016800         DISPLAY "AUDLOAD: write failed, status="
016900             WS-MASTER-STATUS
016910         MOVE 12 TO RETURN-CODE
017000         STOP RUN
017100     END-IF.
017200*    A RECORD WITH THIS KEY EXISTS.  A CONTENT MATCH ONLY
017800         AND DV-AUM-TIME-INPUT = WS-CAN-TIME-INPUT
017900         AND DV-AUM-RESULT = WS-CAN-RESULT
018000         AND DV-AUM-REASON = WS-CAN-REASON
018005         AND DV-AUM-TRAIL-SEQ = WS-CAN-TRAIL-SEQ
018010         ADD 1 TO WS-ABSORBED
018020         IF WS-ABSORBED >= WS-COPY-NUM
018100             ADD 1 TO WS-TOTAL-SKIPPED
