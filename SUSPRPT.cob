002000*                  OPERATOR'S THRESHOLD.  CLOSED ITEMS ARE
002100*                  COUNTED BUT NOT LISTED - THE REPORT ONLY
002200*                  SHOWS WHAT STILL NEEDS A HUMAN.
002210*  2026-10-15 DLH  AN ERROR THAT CANCELS THE RUN NOW ENDS IT WITH
002220*                  COMPLETION CODE 12 INSTEAD OF ZERO, SO THE
002230*                  NIGHTLY CYCLE DRIVER (CYCLDRV) STOPS AT THIS
002240*                  STEP RATHER THAN CARRYING ON PAST A FAILED RUN.
002250*  2026-10-15 DLH  EACH ITEM FLAGGED FOR ESCALATION IS NOW ALSO
002260*                  PUT ON THE CENTRAL ALERT QUEUE (ALERTQ) AS A
002270*                  WARNING THROUGH ALRTRAIS, KEYED BY THE ITEM -
002280*                  ONCE, UNTIL THAT ALERT IS CLOSED.
002281*  2026-10-15 DLH  ITEMS WRITTEN OFF BY A SUPERVISOR (REJMAINT)
002282*                  ARE COUNTED SEPARATELY ON THE SUMMARY LINE AND,
002283*                  LIKE CLOSED ITEMS, ARE NOT LISTED OR AGED.
002300*----------------------------------------------------------
002400*
002500 ENVIRONMENT DIVISION.
007200 77  WS-RECORDS-READ              PIC 9(08) VALUE ZERO.
007300 77  WS-TOTAL-OPEN                PIC 9(08) VALUE ZERO.
007400 77  WS-TOTAL-CLOSED              PIC 9(08) VALUE ZERO.
007410 77  WS-TOTAL-WRITTEN-OFF         PIC 9(08) VALUE ZERO.
007500 77  WS-TOTAL-ESCALATE            PIC 9(08) VALUE ZERO.
007600 77  WS-AGE-0-7                   PIC 9(08) VALUE ZERO.
007700 77  WS-AGE-8-14                  PIC 9(08) VALUE ZERO.
012400 77  WS-CYCLE-ED                  PIC ZZZ9.
012500 77  WS-RUN-DATE                  PIC 9(08).
012600 01  WS-RPT-TEXT                  PIC X(120).
012610*
012620*----------------------------------------------------------
012630*  CALL PARAMETER BLOCK FOR ALRTRAIS, WHICH PUTS EACH ITEM
012640*  DUE FOR ESCALATION ON THE CENTRAL ALERT QUEUE
012650*----------------------------------------------------------
012660 COPY ALPARM.
012700*
012800 PROCEDURE DIVISION.
012900*
016000         IF WS-THRESHOLD-A IS NOT NUMERIC
016100             DISPLAY "SUSPRPT: threshold must be 3 digits, "
016200                 "e.g. 003 - run cancelled."
016210             MOVE 12 TO RETURN-CODE
016300             STOP RUN
016400         ELSE
016500             MOVE WS-THRESHOLD-A TO WS-THRESHOLD
016900     IF WS-SUSP-STATUS NOT = "00"
017000         DISPLAY "SUSPRPT: cannot open SUSPMSTR, status="
017100             WS-SUSP-STATUS
017110         MOVE 12 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400     OPEN OUTPUT REPORT-FILE.
017500     IF WS-REPORT-STATUS NOT = "00"
017600         DISPLAY "SUSPRPT: cannot open SUSPRPRT, status="
017700             WS-REPORT-STATUS
017710         MOVE 12 TO RETURN-CODE
017800         STOP RUN
017900     END-IF.
018000     MOVE WS-RUN-DATE TO WS-CONV-DATE.
021500*  2000-REPORT-ONE-ITEM
021600*     AGES ONE OPEN SUSPENSE ITEM INTO ITS BUCKET, WRITES
021700*     ITS REPORT LINE WITH THE ESCALATION FLAG WHERE DUE,
021800*     AND READS THE NEXT RECORD.  CLOSED AND WRITTEN-OFF
021900*     ITEMS ARE COUNTED AND PASSED OVER.
022000*==========================================================
022100 2000-REPORT-ONE-ITEM.
022200     IF DV-SUS-CLOSED
022300         ADD 1 TO WS-TOTAL-CLOSED
022400         GO TO 2000-REPORT-ONE-ITEM-NEXT
022500     END-IF.
022510     IF DV-SUS-WRITTEN-OFF
022520         ADD 1 TO WS-TOTAL-WRITTEN-OFF
022530         GO TO 2000-REPORT-ONE-ITEM-NEXT
022540     END-IF.
022600     ADD 1 TO WS-TOTAL-OPEN.
022700     MOVE DV-SUS-FIRST-SEEN TO WS-CONV-DATE.
022800     PERFORM 6000-DATE-TO-SERIAL
025800     IF DV-SUS-CYCLE-COUNT > WS-THRESHOLD
025900         ADD 1 TO WS-TOTAL-ESCALATE
026000         MOVE "** ESCALATE" TO WS-RPT-TEXT (101:11)
026010         PERFORM 2100-RAISE-ESCALATION-ALERT
026020             THRU 2100-RAISE-ESCALATION-ALERT-EXIT
026100     END-IF.
026200     PERFORM 6900-WRITE-RPT-LINE
026300         THRU 6900-WRITE-RPT-LINE-EXIT.
026600         THRU 1300-READ-NEXT-RECORD-EXIT.
026700 2000-REPORT-ONE-ITEM-EXIT.
026800     EXIT.
026801*
026802*==========================================================
026803*  2100-RAISE-ESCALATION-ALERT
026804*     PUTS AN ITEM DUE FOR SUPERVISOR ESCALATION ON THE
026805*     ALERT QUEUE AS A WARNING, WITH THE ITEM'S KEY AS THE
026806*     SUBJECT.  THE ITEM STAYS ON THIS REPORT EVERY DAY IT
026807*     IS OPEN, SO IT IS ONLY QUEUED AGAIN ONCE ITS EARLIER
026808*     ALERT HAS BEEN CLOSED.  AN ALERT THAT CANNOT BE RAISED
026809*     IS SHOWN ON THE CONSOLE AND THE REPORT CARRIES ON.
026810*==========================================================
026811 2100-RAISE-ESCALATION-ALERT.
026812     SET AL-WARNING TO TRUE.
026813     SET AL-ONCE-WHILE-OUTSTANDING TO TRUE.
026814     MOVE "SUSPRPT " TO AL-PROGRAM.
026815     MOVE SPACES TO AL-SUBJECT.
026816     STRING DV-SUS-FORMAT-SEL " " DV-SUS-DATE-INPUT
026817             " " DV-SUS-TIME-INPUT
026818         DELIMITED BY SIZE INTO AL-SUBJECT.
026819     MOVE SPACES TO AL-MESSAGE.
026820     STRING "ESCALATE - SRC=" DV-SUS-SOURCE-SYS
026821             " RC=" DV-SUS-RETURN-CODE
026822             " CYCLES=" WS-CYCLE-ED
026823             " DAYS=" WS-DAYS-ED
026824         DELIMITED BY SIZE INTO AL-MESSAGE.
026825     CALL "ALRTRAIS" USING AL-PARM.
026826     IF NOT AL-OK
026827         AND NOT AL-ALREADY-RAISED
026828         DISPLAY "SUSPRPT: alert not raised - " AL-REASON-TEXT
026829     END-IF.
026830 2100-RAISE-ESCALATION-ALERT-EXIT.
026831     EXIT.
026900*
027000*==========================================================
027100*  6000-DATE-TO-SERIAL
036100     MOVE SPACES TO WS-RPT-TEXT.
036200     STRING "ITEMS OPEN       = " WS-TOTAL-OPEN
036300             ", CLOSED = " WS-TOTAL-CLOSED
036310             ", WRITTEN OFF = " WS-TOTAL-WRITTEN-OFF
036400             ", FLAGGED = " WS-TOTAL-ESCALATE
036500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
036600     PERFORM 6900-WRITE-RPT-LINE
