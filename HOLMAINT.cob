001700*                  BACK IN DATE ORDER WHEN THE SESSION ENDS.
001800*                  NEW DATES ARE PUT THROUGH DATEVAL BEFORE
001900*                  THEY ARE ACCEPTED.
001910*  2026-10-15 DLH  THE CALENDAR FILE NOW HOLDS EVERY REGIONAL
001920*                  HOLIDAY CALENDAR.  THE OPERATOR CHOOSES THE
001930*                  CALENDAR TO WORK ON (THE BASE CALENDAR AT
001940*                  START) AND ADD, DELETE AND LIST ACT ON THAT
001950*                  CALENDAR ONLY.  THE FILE IS WRITTEN BACK IN
001960*                  CALENDAR/DATE ORDER AND THE TABLE NOW HOLDS
001970*                  2000 DATES ACROSS ALL CALENDARS.
002000*----------------------------------------------------------
002100*
002200 ENVIRONMENT DIVISION.
004500     88  WS-NOT-END-OF-HOLIDAYS   VALUE 'N'.
004600*
004700*----------------------------------------------------------
004800*  IN-STORAGE HOLIDAY TABLE - EVERY CALENDAR ON THE FILE,
004810*  EACH DATE KEYED BY ITS CALENDAR ID (SPACES IS THE BASE
004820*  CALENDAR).
004900*----------------------------------------------------------
005000 01  WS-HOLIDAY-TABLE.
005100     05  WS-HOL-ENTRY OCCURS 2000 TIMES.
005200         10  WS-HOL-KEY.
005300             15  WS-HOL-CALENDAR  PIC X(04).
005400             15  WS-HOL-DATE      PIC 9(08).
005500         10  WS-HOL-DESC          PIC X(30).
005600 77  WS-HOLIDAY-COUNT             PIC 9(04) COMP VALUE ZERO.
005610 77  WS-HOL-SUB                   PIC 9(04) COMP VALUE ZERO.
005620 77  WS-HOL-SUB-2                 PIC 9(04) COMP VALUE ZERO.
005700*
005800*----------------------------------------------------------
005900*  OPERATOR DIALOGUE FIELDS
006300 77  WS-ENTRY-DESC                PIC X(30).
006400 77  WS-ENTRY-YEAR                PIC 9(04).
006500 77  WS-ENTRY-YEAR-A              PIC X(04).
006510 77  WS-ENTRY-CALENDAR            PIC X(04).
006520*
006530*----------------------------------------------------------
006540*  CALENDAR BEING WORKED ON, ITS SCREEN NAME AND ITS COUNT
006550*----------------------------------------------------------
006560 77  WS-CUR-CALENDAR              PIC X(04) VALUE SPACES.
006570 77  WS-CAL-SHOW                  PIC X(04) VALUE "BASE".
006580 77  WS-CAL-COUNT                 PIC 9(04) VALUE ZERO.
006600*
006700*----------------------------------------------------------
006800*  SESSION SWITCHES AND SEARCH RESULT
007300 77  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
007400     88  WS-ENTRY-FOUND           VALUE 'Y'.
007500     88  WS-ENTRY-NOT-FOUND       VALUE 'N'.
007600 77  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
007700 77  WS-LISTED-COUNT              PIC 9(04) VALUE ZERO.
007800*
007900*----------------------------------------------------------
008000*  SORT WORK FIELDS FOR THE DATE-ORDER SAVE
008300     88  WS-SWAPPED               VALUE 'Y'.
008400     88  WS-NOT-SWAPPED           VALUE 'N'.
008500 01  WS-SORT-HOLD.
008510     05  WS-HOLD-CALENDAR         PIC X(04).
008600     05  WS-HOLD-DATE             PIC 9(08).
008700     05  WS-HOLD-DESC             PIC X(30).
008800*
013700*==========================================================
013800*  1100-LOAD-ONE-HOLIDAY
013900*     READS ONE CALENDAR RECORD INTO THE TABLE.  RECORDS
014000*     PAST THE 2000-ENTRY TABLE LIMIT ARE REPORTED AND
014100*     DROPPED.
014200*==========================================================
014300 1100-LOAD-ONE-HOLIDAY.
014500         AT END
014600             SET WS-END-OF-HOLIDAYS TO TRUE
014700         NOT AT END
014800             IF WS-HOLIDAY-COUNT < 2000
014900                 ADD 1 TO WS-HOLIDAY-COUNT
014910                 MOVE DV-HOL-CALENDAR
014920                     TO WS-HOL-CALENDAR (WS-HOLIDAY-COUNT)
015000                 MOVE DV-HOL-DATE
015100                     TO WS-HOL-DATE (WS-HOLIDAY-COUNT)
015200                 MOVE DV-HOL-DESC
016600*==========================================================
016700 1900-PROCESS-ONE-CHOICE.
016800     DISPLAY " ".
016900     PERFORM 1950-COUNT-CALENDAR
017000         THRU 1950-COUNT-CALENDAR-EXIT.
017100     DISPLAY "Holiday calendar " WS-CAL-SHOW " - "
017200         WS-CAL-COUNT " dates, " WS-HOLIDAY-COUNT
017210         " on file in all.".
017220     DISPLAY "A=Add date  D=Delete date  L=List year  "
017230         "C=Choose calendar  X=Save and exit:".
017300     ACCEPT WS-CHOICE.
017400     EVALUATE WS-CHOICE
017500         WHEN 'A'
018400         WHEN 'l'
018500             PERFORM 4000-LIST-HOLIDAYS
018600                 THRU 4000-LIST-HOLIDAYS-EXIT
018610         WHEN 'C'
018620         WHEN 'c'
018630             PERFORM 4500-CHOOSE-CALENDAR
018640                 THRU 4500-CHOOSE-CALENDAR-EXIT
018700         WHEN 'X'
018800         WHEN 'x'
018900             SET DV-SESSION-DONE TO TRUE
019000         WHEN OTHER
019100             DISPLAY "Please answer A, D, L, C or X."
019200     END-EVALUATE.
019300 1900-PROCESS-ONE-CHOICE-EXIT.
019400     EXIT.
019500*
019501*==========================================================
019502*  1950-COUNT-CALENDAR
019503*     COUNTS THE DATES ON FILE FOR THE CURRENT CALENDAR.
019504*==========================================================
019505 1950-COUNT-CALENDAR.
019506     MOVE ZERO TO WS-CAL-COUNT.
019507     PERFORM 1960-COUNT-ONE-HOLIDAY
019508         THRU 1960-COUNT-ONE-HOLIDAY-EXIT
019509         VARYING WS-HOL-SUB FROM 1 BY 1
019510         UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT.
019511 1950-COUNT-CALENDAR-EXIT.
019512     EXIT.
019513*
019514*==========================================================
019515*  1960-COUNT-ONE-HOLIDAY
019516*     COUNTS ONE TABLE ENTRY WHEN IT IS ON THE CURRENT
019517*     CALENDAR.
019518*==========================================================
019519 1960-COUNT-ONE-HOLIDAY.
019520     IF WS-HOL-CALENDAR (WS-HOL-SUB) = WS-CUR-CALENDAR
019521         ADD 1 TO WS-CAL-COUNT
019522     END-IF.
019523 1960-COUNT-ONE-HOLIDAY-EXIT.
019524     EXIT.
019525*
019600*==========================================================
019700*  2000-ADD-HOLIDAY
019800*     ACCEPTS A NEW HOLIDAY DATE AND DESCRIPTION, PUTS THE
020000*     DATE THROUGH DATEVAL, AND ADDS IT TO THE CURRENT
020010*     CALENDAR IF IT IS VALID AND NOT ALREADY THERE.
020100*==========================================================
020200 2000-ADD-HOLIDAY.
020300     IF WS-HOLIDAY-COUNT >= 2000
020400         DISPLAY "Calendar table is full - delete first."
020500         GO TO 2000-ADD-HOLIDAY-EXIT
020600     END-IF.
021800     PERFORM 5000-FIND-HOLIDAY
021900         THRU 5000-FIND-HOLIDAY-EXIT.
022000     IF WS-ENTRY-FOUND
022100         DISPLAY "That date is already on calendar " WS-CAL-SHOW
022110             "."
022200         GO TO 2000-ADD-HOLIDAY-EXIT
022300     END-IF.
022400     DISPLAY "Enter description:".
022500     ACCEPT WS-ENTRY-DESC.
022600     ADD 1 TO WS-HOLIDAY-COUNT.
022610     MOVE WS-CUR-CALENDAR
022620         TO WS-HOL-CALENDAR (WS-HOLIDAY-COUNT).
022700     MOVE DV-NORMALIZED-DATE
022800         TO WS-HOL-DATE (WS-HOLIDAY-COUNT).
022900     MOVE WS-ENTRY-DESC TO WS-HOL-DESC (WS-HOLIDAY-COUNT).
023000     DISPLAY "Added " DV-NORMALIZED-DATE " to calendar "
023010         WS-CAL-SHOW ".".
023100 2000-ADD-HOLIDAY-EXIT.
023200     EXIT.
023300*
023400*==========================================================
023500*  3000-DELETE-HOLIDAY
023600*     ACCEPTS A DATE AND REMOVES IT FROM THE CURRENT
023700*     CALENDAR, CLOSING THE GAP IN THE TABLE.
023800*==========================================================
023900 3000-DELETE-HOLIDAY.
024000     DISPLAY "Enter holiday date to delete (YYYYMMDD):".
025100     PERFORM 5000-FIND-HOLIDAY
025200         THRU 5000-FIND-HOLIDAY-EXIT.
025300     IF WS-ENTRY-NOT-FOUND
025400         DISPLAY "That date is not on calendar " WS-CAL-SHOW "."
025500         GO TO 3000-DELETE-HOLIDAY-EXIT
025600     END-IF.
025700     PERFORM 3100-CLOSE-ONE-GAP
025900         VARYING WS-HOL-SUB FROM WS-FOUND-SUB BY 1
026000         UNTIL WS-HOL-SUB >= WS-HOLIDAY-COUNT.
026100     SUBTRACT 1 FROM WS-HOLIDAY-COUNT.
026200     DISPLAY "Deleted " DV-NORMALIZED-DATE " from calendar "
026210         WS-CAL-SHOW ".".
026300 3000-DELETE-HOLIDAY-EXIT.
026400     EXIT.
026500*
026800*     SHIFTS ONE TABLE ENTRY DOWN OVER THE DELETED SLOT.
026900*==========================================================
027000 3100-CLOSE-ONE-GAP.
027100     MOVE WS-HOL-ENTRY (WS-HOL-SUB + 1)
027200         TO WS-HOL-ENTRY (WS-HOL-SUB).
027500 3100-CLOSE-ONE-GAP-EXIT.
027600     EXIT.
027700*
027800*==========================================================
027900*  4000-LIST-HOLIDAYS
028000*     LISTS THE CURRENT CALENDAR'S ENTRIES FOR ONE YEAR, OR
028100*     THE WHOLE OF IT WHEN THE YEAR IS ENTERED AS 0000.
028200*==========================================================
028300 4000-LIST-HOLIDAYS.
028400     DISPLAY "Enter year to list (0000 for all):".
029900*
030000*==========================================================
030100*  4100-LIST-ONE-HOLIDAY
030200*     DISPLAYS ONE TABLE ENTRY WHEN IT IS ON THE CURRENT
030300*     CALENDAR AND MATCHES THE REQUESTED YEAR.
030400*==========================================================
030500 4100-LIST-ONE-HOLIDAY.
030600     IF WS-HOL-CALENDAR (WS-HOL-SUB) = WS-CUR-CALENDAR
030700         AND (WS-ENTRY-YEAR = ZERO
030710         OR WS-HOL-DATE (WS-HOL-SUB) (1:4) = WS-ENTRY-YEAR-A)
030800         DISPLAY WS-HOL-DATE (WS-HOL-SUB) " "
030900             WS-HOL-DESC (WS-HOL-SUB)
031000         ADD 1 TO WS-LISTED-COUNT
031200 4100-LIST-ONE-HOLIDAY-EXIT.
031300     EXIT.
031400*
031401*==========================================================
031402*  4500-CHOOSE-CALENDAR
031403*     ACCEPTS THE ID OF THE CALENDAR TO WORK ON.  A BLANK
031404*     ENTRY, OR BASE, SELECTS THE BASE CALENDAR.  A NEW
031405*     REGIONAL CALENDAR IS STARTED BY CHOOSING IT AND
031406*     ADDING ITS FIRST DATE.
031407*==========================================================
031408 4500-CHOOSE-CALENDAR.
031409     DISPLAY "Enter calendar ID (blank or BASE for base):".
031410     MOVE SPACES TO WS-ENTRY-CALENDAR.
031411     ACCEPT WS-ENTRY-CALENDAR.
031412     INSPECT WS-ENTRY-CALENDAR CONVERTING
031413         "abcdefghijklmnopqrstuvwxyz"
031414         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
031415     IF WS-ENTRY-CALENDAR = "BASE"
031416         MOVE SPACES TO WS-ENTRY-CALENDAR
031417     END-IF.
031418     MOVE WS-ENTRY-CALENDAR TO WS-CUR-CALENDAR.
031419     IF WS-CUR-CALENDAR = SPACES
031420         MOVE "BASE" TO WS-CAL-SHOW
031421     ELSE
031422         MOVE WS-CUR-CALENDAR TO WS-CAL-SHOW
031423     END-IF.
031424     PERFORM 1950-COUNT-CALENDAR
031425         THRU 1950-COUNT-CALENDAR-EXIT.
031426     IF WS-CAL-COUNT = ZERO
031427         DISPLAY "Calendar " WS-CAL-SHOW
031428             " has no dates yet - add them with A."
031429     ELSE
031430         DISPLAY "Now working on calendar " WS-CAL-SHOW "."
031431     END-IF.
031432 4500-CHOOSE-CALENDAR-EXIT.
031433     EXIT.
031434*
031500*==========================================================
031600*  5000-FIND-HOLIDAY
031700*     SEARCHES THE CURRENT CALENDAR FOR DV-NORMALIZED-DATE,
031800*     SETTING THE FOUND SWITCH AND WS-FOUND-SUB.
031900*==========================================================
032000 5000-FIND-HOLIDAY.
032100     SET WS-ENTRY-NOT-FOUND TO TRUE.
033400*     LOOKED FOR.
033500*==========================================================
033600 5100-MATCH-ONE-HOLIDAY.
033700     IF WS-HOL-CALENDAR (WS-HOL-SUB) = WS-CUR-CALENDAR
033710         AND WS-HOL-DATE (WS-HOL-SUB) = DV-NORMALIZED-DATE
033800         SET WS-ENTRY-FOUND TO TRUE
033900         MOVE WS-HOL-SUB TO WS-FOUND-SUB
034000     END-IF.
034300*
034400*==========================================================
034500*  8000-SAVE-HOLIDAYS
034600*     SORTS THE TABLE INTO CALENDAR/DATE ORDER AND WRITES
034700*     THE CALENDAR FILE BACK OUT.
034800*==========================================================
034900 8000-SAVE-HOLIDAYS.
035000     IF WS-HOLIDAY-COUNT > 1
038400*==========================================================
038500*  8150-SORT-ONE-PAIR
038600*     EXCHANGES THE TABLE ENTRIES AT WS-HOL-SUB AND
038700*     WS-HOL-SUB + 1 WHEN THEY ARE OUT OF CALENDAR/DATE
038710*     ORDER.
038800*==========================================================
038900 8150-SORT-ONE-PAIR.
039000     IF WS-HOL-KEY (WS-HOL-SUB) >
039100         WS-HOL-KEY (WS-HOL-SUB + 1)
039200         MOVE WS-HOL-CALENDAR (WS-HOL-SUB) TO WS-HOLD-CALENDAR
039300         MOVE WS-HOL-DATE (WS-HOL-SUB) TO WS-HOLD-DATE
039400         MOVE WS-HOL-DESC (WS-HOL-SUB) TO WS-HOLD-DESC
039500         MOVE WS-HOL-CALENDAR (WS-HOL-SUB + 1)
039600             TO WS-HOL-CALENDAR (WS-HOL-SUB)
039700         MOVE WS-HOL-DATE (WS-HOL-SUB + 1)
039800             TO WS-HOL-DATE (WS-HOL-SUB)
039900         MOVE WS-HOL-DESC (WS-HOL-SUB + 1)
039910             TO WS-HOL-DESC (WS-HOL-SUB)
039920         MOVE WS-HOLD-CALENDAR
039930             TO WS-HOL-CALENDAR (WS-HOL-SUB + 1)
039940         MOVE WS-HOLD-DATE TO WS-HOL-DATE (WS-HOL-SUB + 1)
039950         MOVE WS-HOLD-DESC TO WS-HOL-DESC (WS-HOL-SUB + 1)
040000         SET WS-SWAPPED TO TRUE
040100     END-IF.
040200 8150-SORT-ONE-PAIR-EXIT.
040800*==========================================================
040900 8200-WRITE-ONE-HOLIDAY.
041000     MOVE SPACES TO DV-HOLIDAY-RECORD.
041010     MOVE WS-HOL-CALENDAR (WS-HOL-SUB) TO DV-HOL-CALENDAR.
041100     MOVE WS-HOL-DATE (WS-HOL-SUB) TO DV-HOL-DATE.
041200     MOVE WS-HOL-DESC (WS-HOL-SUB) TO DV-HOL-DESC.
041300     WRITE DV-HOLIDAY-RECORD.
