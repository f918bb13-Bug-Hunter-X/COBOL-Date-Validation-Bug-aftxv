002500*                  LOUDLY, BECAUSE AN EMPTY YEAR MAKES
002600*                  DATECALC SILENTLY TREAT EVERY WEEKDAY AS
002700*                  A BUSINESS DAY.
002710*  2026-10-15 DLH  HOLFEED AND THE CALENDAR NOW CARRY THE
002720*                  REGIONAL CALENDAR ID OF EACH DATE (SPACES
002730*                  IS THE BASE CALENDAR).  DUPLICATES ARE
002740*                  JUDGED WITHIN A CALENDAR, THE TABLE NOW
002750*                  HOLDS 2000 DATES, AND COVERAGE IS CHECKED
002760*                  YEAR BY YEAR FOR EVERY CALENDAR ON FILE OR
002770*                  NAMED ON THE FEED REGISTER (FEEDREG).
002771*  2026-10-15 DLH  EACH CALENDAR YEAR FOUND WITH NO HOLIDAYS ON
002772*                  FILE IS NOW ALSO PUT ON THE CENTRAL ALERT QUEUE
002773*                  (ALERTQ) AS A WARNING THROUGH ALRTRAIS - ONCE,
002774*                  UNTIL THAT ALERT IS CLOSED.
002775*  2026-10-15 DLH  A FULL CALENDAR LIST IS NOW REPORTED ONCE,
002776*                  WITH A COUNT OF THE CALENDARS LEFT
002777*                  UNCHECKED, AND ENDS THE RUN WITH CODE 4.
002800*----------------------------------------------------------
002900*
003000 ENVIRONMENT DIVISION.
004500       SELECT RUNPARM-FILE      ASSIGN TO "RUNPARMS"
004600           ORGANIZATION LINE SEQUENTIAL
004700           FILE STATUS IS WS-RUNPARM-STATUS.
004710       SELECT FEEDREG-FILE      ASSIGN TO "FEEDREG"
004720           ORGANIZATION LINE SEQUENTIAL
004730           FILE STATUS IS WS-FEEDREG-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005300     05  DV-HFD-DATE              PIC X(08).
005400     05  FILLER                   PIC X(01).
005500     05  DV-HFD-DESC              PIC X(30).
005510     05  FILLER                   PIC X(01).
005520     05  DV-HFD-CALENDAR          PIC X(04).
005600 FD  HOLIDAY-FILE.
005700 COPY DVHOLDAY.
005800 FD  REPORT-FILE.
005900 01  DV-RPT-LINE                 PIC X(120).
006000 FD  RUNPARM-FILE.
006100 COPY DVRUNPRM.
006110 FD  FEEDREG-FILE.
006120 COPY DVFEEDRG.
006200*
006300 WORKING-STORAGE SECTION.
006400*
006900 77  WS-HOLIDAY-STATUS            PIC X(02).
007000 77  WS-REPORT-STATUS             PIC X(02).
007100 77  WS-RUNPARM-STATUS            PIC X(02).
007110 77  WS-FEEDREG-STATUS            PIC X(02).
007200*
007300*----------------------------------------------------------
007400*  END-OF-FILE SWITCHES
007900 77  WS-HOL-EOF-SW                PIC X(01) VALUE 'N'.
008000     88  WS-END-OF-HOLIDAYS       VALUE 'Y'.
008100     88  WS-NOT-END-OF-HOLIDAYS   VALUE 'N'.
008110 77  WS-FRG-EOF-SW                PIC X(01) VALUE 'N'.
008120     88  WS-END-OF-FEEDREG        VALUE 'Y'.
008130     88  WS-NOT-END-OF-FEEDREG    VALUE 'N'.
008200*
008300*----------------------------------------------------------
008400*  IN-STORAGE HOLIDAY TABLE - SAME SHAPE AND LIMIT AS
008500*  HOLMAINT SO THE TWO PROGRAMS NEVER DISAGREE ON WHAT
008600*  FITS ON THE CALENDAR.  EACH DATE IS KEYED BY ITS
008610*  CALENDAR ID.
008700*----------------------------------------------------------
008800 01  WS-HOLIDAY-TABLE.
008900     05  WS-HOL-ENTRY OCCURS 2000 TIMES.
009000         10  WS-HOL-KEY.
009100             15  WS-HOL-CALENDAR  PIC X(04).
009200             15  WS-HOL-DATE      PIC 9(08).
009300         10  WS-HOL-DESC          PIC X(30).
009400 77  WS-HOLIDAY-COUNT             PIC 9(04) COMP VALUE ZERO.
009410 77  WS-HOL-SUB                   PIC 9(04) COMP VALUE ZERO.
009420 77  WS-HOL-SUB-2                 PIC 9(04) COMP VALUE ZERO.
009500*
009600*----------------------------------------------------------
009700*  SEARCH RESULT FIELDS
010800     88  WS-SWAPPED               VALUE 'Y'.
010900     88  WS-NOT-SWAPPED           VALUE 'N'.
011000 01  WS-SORT-HOLD.
011010     05  WS-HOLD-CALENDAR         PIC X(04).
011100     05  WS-HOLD-DATE             PIC 9(08).
011200     05  WS-HOLD-DESC             PIC X(30).
011300*
013500     88  DV-PARMS-CLEAN           VALUE 'N'.
013600*
013700*----------------------------------------------------------
013800*  COVERAGE CHECK WORK FIELDS - EVERY CALENDAR ON FILE OR
013900*  NAMED ON THE FEED REGISTER, AND ALWAYS THE BASE
014000*  CALENDAR, MUST HAVE AT LEAST ONE HOLIDAY IN EVERY YEAR
014010*  FROM THIS YEAR THROUGH THIS YEAR PLUS THE YEARS-AHEAD
014020*  WINDOW.
014100*----------------------------------------------------------
014200 01  WS-TODAY-DATE                PIC 9(08).
014300 01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
014900 77  WS-COVER-FOUND-SW            PIC X(01) VALUE 'N'.
015000     88  WS-YEAR-COVERED          VALUE 'Y'.
015100     88  WS-YEAR-NOT-COVERED      VALUE 'N'.
015101 77  WS-CUR-CALENDAR              PIC X(04) VALUE SPACES.
015102 77  WS-CAL-SHOW                  PIC X(04) VALUE "BASE".
015103 77  WS-NOTE-CALENDAR             PIC X(04) VALUE SPACES.
015104 01  WS-CALENDAR-LIST.
015105     05  WS-CAL-ID                PIC X(04) OCCURS 50 TIMES.
015106 77  WS-CAL-LIST-COUNT            PIC 9(03) VALUE ZERO.
015107 77  WS-CAL-SUB                   PIC 9(03) COMP VALUE ZERO.
015108 77  WS-CAL-SUB-2                 PIC 9(03) COMP VALUE ZERO.
015109 77  WS-CAL-FOUND-SW              PIC X(01) VALUE 'N'.
015110     88  WS-CAL-LISTED            VALUE 'Y'.
015111     88  WS-CAL-NOT-LISTED        VALUE 'N'.
015121 77  WS-CAL-FULL-SW               PIC X(01) VALUE 'N'.
015131     88  WS-CAL-LIST-FULL         VALUE 'Y'.
015141     88  WS-CAL-LIST-NOT-FULL     VALUE 'N'.
015151 77  WS-CAL-UNCHECKED             PIC 9(03) VALUE ZERO.
015200*
015300*----------------------------------------------------------
015400*  COMPLETION CODE - 0 CLEAN, 4 SUSPECT ENTRIES, EMPTY
015500*  YEARS OR UNCHECKED CALENDARS PRESENT, 12 FILE FAILURE
015600*----------------------------------------------------------
015700 77  WS-COMPLETION-CODE           PIC 9(02) VALUE ZERO.
015800*
016600*----------------------------------------------------------
016700 COPY DVPARM.
016800 COPY DVCODES.
016810*
016820*----------------------------------------------------------
016830*  CALL PARAMETER BLOCK FOR ALRTRAIS, WHICH PUTS EACH
016840*  CALENDAR YEAR WITH NO HOLIDAYS ON THE CENTRAL ALERT QUEUE
016850*----------------------------------------------------------
016860 COPY ALPARM.
016900*
017000 PROCEDURE DIVISION.
017100*
033900*==========================================================
034000*  1150-LOAD-ONE-HOLIDAY
034100*     READS ONE CALENDAR RECORD INTO THE TABLE.  RECORDS
034200*     PAST THE 2000-ENTRY TABLE LIMIT ARE REPORTED AND
034300*     DROPPED.
034400*==========================================================
034500 1150-LOAD-ONE-HOLIDAY.
034700         AT END
034800             SET WS-END-OF-HOLIDAYS TO TRUE
034900         NOT AT END
035000             IF WS-HOLIDAY-COUNT < 2000
035100                 ADD 1 TO WS-HOLIDAY-COUNT
035110                 MOVE DV-HOL-CALENDAR
035120                     TO WS-HOL-CALENDAR (WS-HOLIDAY-COUNT)
035200                 MOVE DV-HOL-DATE
035300                     TO WS-HOL-DATE (WS-HOLIDAY-COUNT)
035400                 MOVE DV-HOL-DESC
037900*==========================================================
038000*  2000-IMPORT-ONE-RECORD
038100*     VALIDATES ONE FEED DATE THROUGH DATEVAL, MERGES IT
038200*     INTO ITS CALENDAR WHEN IT IS NEW THERE, AND WRITES
038300*     THE MATCHING CHANGE REPORT LINE.
038400*==========================================================
038500 2000-IMPORT-ONE-RECORD.
038510     MOVE DV-HFD-CALENDAR TO WS-CUR-CALENDAR.
038520     IF WS-CUR-CALENDAR = SPACES
038530         MOVE "BASE" TO WS-CAL-SHOW
038540     ELSE
038550         MOVE WS-CUR-CALENDAR TO WS-CAL-SHOW
038560     END-IF.
038600     SET DV-FMT-YYYYMMDD TO TRUE.
038700     MOVE DV-HFD-DATE TO DV-DATE-INPUT.
038800     MOVE ZERO TO DV-TIME-INPUT.
039000     IF NOT DV-OK
039100         ADD 1 TO WS-TOTAL-SUSPECT
039200         MOVE SPACES TO WS-RPT-TEXT
039300         STRING "SUSPECT " DV-HFD-DATE " " WS-CAL-SHOW
039400                 " " DV-HFD-DESC
039500                 " - " DV-REASON-TEXT
039600             DELIMITED BY SIZE INTO WS-RPT-TEXT
040300     IF WS-ENTRY-FOUND
040400         ADD 1 TO WS-TOTAL-SKIPPED
040500         MOVE SPACES TO WS-RPT-TEXT
040600         STRING "SKIPPED " DV-NORMALIZED-DATE " " WS-CAL-SHOW
040700                 " " DV-HFD-DESC
040800                 " - already on the calendar."
040900             DELIMITED BY SIZE INTO WS-RPT-TEXT
041100             THRU 6900-WRITE-RPT-LINE-EXIT
041200         GO TO 2000-IMPORT-ONE-RECORD-NEXT
041300     END-IF.
041400     IF WS-HOLIDAY-COUNT >= 2000
041500         ADD 1 TO WS-TOTAL-SUSPECT
041600         MOVE SPACES TO WS-RPT-TEXT
041700         STRING "SUSPECT " DV-NORMALIZED-DATE " " WS-CAL-SHOW
041800                 " " DV-HFD-DESC
041900                 " - calendar table is full."
042000             DELIMITED BY SIZE INTO WS-RPT-TEXT
042300         GO TO 2000-IMPORT-ONE-RECORD-NEXT
042400     END-IF.
042500     ADD 1 TO WS-HOLIDAY-COUNT.
042510     MOVE WS-CUR-CALENDAR
042520         TO WS-HOL-CALENDAR (WS-HOLIDAY-COUNT).
042600     MOVE DV-NORMALIZED-DATE
042700         TO WS-HOL-DATE (WS-HOLIDAY-COUNT).
042800     MOVE DV-HFD-DESC TO WS-HOL-DESC (WS-HOLIDAY-COUNT).
042900     ADD 1 TO WS-TOTAL-ADDED.
043000     MOVE SPACES TO WS-RPT-TEXT.
043100     STRING "ADDED   " DV-NORMALIZED-DATE " " WS-CAL-SHOW
043200             " " DV-HFD-DESC
043300         DELIMITED BY SIZE INTO WS-RPT-TEXT.
043400     PERFORM 6900-WRITE-RPT-LINE
044100*
044200*==========================================================
044300*  3000-FIND-HOLIDAY
044400*     SEARCHES THE TABLE FOR DV-NORMALIZED-DATE ON THE
044500*     FEED RECORD'S CALENDAR, SETTING THE FOUND SWITCH.
044600*==========================================================
044700 3000-FIND-HOLIDAY.
044800     SET WS-ENTRY-NOT-FOUND TO TRUE.
046000*     LOOKED FOR.
046100*==========================================================
046200 3100-MATCH-ONE-HOLIDAY.
046300     IF WS-HOL-CALENDAR (WS-HOL-SUB) = WS-CUR-CALENDAR
046310         AND WS-HOL-DATE (WS-HOL-SUB) = DV-NORMALIZED-DATE
046400         SET WS-ENTRY-FOUND TO TRUE
046500     END-IF.
046600 3100-MATCH-ONE-HOLIDAY-EXIT.
046800*
046900*==========================================================
047000*  5000-VERIFY-COVERAGE
047100*     CHECKS EVERY CALENDAR - THE BASE CALENDAR, EACH
047200*     REGIONAL CALENDAR ON FILE AND EACH ONE NAMED ON THE
047300*     FEED REGISTER - FOR AT LEAST ONE HOLIDAY IN EVERY
047400*     YEAR FROM THIS YEAR THROUGH THIS YEAR PLUS THE
047500*     YEARS-AHEAD WINDOW, AND REPORTS ANY EMPTY YEAR
047510*     LOUDLY - AN EMPTY YEAR MAKES DATECALC TREAT EVERY
047520*     WEEKDAY IN IT AS A BUSINESS DAY ON THAT CALENDAR.
047600*==========================================================
047700 5000-VERIFY-COVERAGE.
047800     MOVE SPACES TO WS-RPT-TEXT.
048000         THRU 6900-WRITE-RPT-LINE-EXIT.
048100     ADD WS-TODAY-YYYY WS-PARM-YEARS-AHEAD
048200         GIVING WS-COVER-LIMIT.
048300     MOVE 1 TO WS-CAL-LIST-COUNT.
048400     MOVE SPACES TO WS-CAL-ID (1).
048500     PERFORM 5010-NOTE-TABLE-CALENDAR
048600         THRU 5010-NOTE-TABLE-CALENDAR-EXIT
048610         VARYING WS-HOL-SUB FROM 1 BY 1
048620         UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT.
048630     PERFORM 5020-NOTE-FEED-CALENDARS
048640         THRU 5020-NOTE-FEED-CALENDARS-EXIT.
048650     PERFORM 5050-VERIFY-ONE-CALENDAR
048660         THRU 5050-VERIFY-ONE-CALENDAR-EXIT
048670         VARYING WS-CAL-SUB FROM 1 BY 1
048680         UNTIL WS-CAL-SUB > WS-CAL-LIST-COUNT.
048700 5000-VERIFY-COVERAGE-EXIT.
048800     EXIT.
048900*
048901*==========================================================
048902*  5010-NOTE-TABLE-CALENDAR
048903*     ADDS ONE TABLE ENTRY'S CALENDAR TO THE LIST OF
048904*     CALENDARS TO CHECK.
048905*==========================================================
048906 5010-NOTE-TABLE-CALENDAR.
048907     MOVE WS-HOL-CALENDAR (WS-HOL-SUB) TO WS-NOTE-CALENDAR.
048908     PERFORM 5030-NOTE-ONE-CALENDAR
048909         THRU 5030-NOTE-ONE-CALENDAR-EXIT.
048910 5010-NOTE-TABLE-CALENDAR-EXIT.
048911     EXIT.
048912*
048913*==========================================================
048914*  5020-NOTE-FEED-CALENDARS
048915*     ADDS EVERY CALENDAR NAMED ON THE FEED REGISTER TO THE
048916*     LIST, SO A FEED POINTED AT A CALENDAR WITH NO DATES
048917*     AT ALL IS CAUGHT.  NO REGISTER MEANS NOTHING TO ADD.
048918*==========================================================
048919 5020-NOTE-FEED-CALENDARS.
048920     OPEN INPUT FEEDREG-FILE.
048921     IF WS-FEEDREG-STATUS = "35"
048922         GO TO 5020-NOTE-FEED-CALENDARS-EXIT
048923     END-IF.
048924     IF WS-FEEDREG-STATUS NOT = "00"
048925         DISPLAY "HOLIMPRT: cannot open FEEDREG, status="
048926             WS-FEEDREG-STATUS
048927             " - register calendars not checked."
048928         GO TO 5020-NOTE-FEED-CALENDARS-EXIT
048929     END-IF.
048930     PERFORM 5025-NOTE-ONE-FEED
048931         THRU 5025-NOTE-ONE-FEED-EXIT
048932         UNTIL WS-END-OF-FEEDREG.
048933     CLOSE FEEDREG-FILE.
048934 5020-NOTE-FEED-CALENDARS-EXIT.
048935     EXIT.
048936*
048937*==========================================================
048938*  5025-NOTE-ONE-FEED
048939*     READS ONE REGISTER RECORD AND NOTES ITS CALENDAR.
048940*==========================================================
048941 5025-NOTE-ONE-FEED.
048942     READ FEEDREG-FILE
048943         AT END
048944             SET WS-END-OF-FEEDREG TO TRUE
048945             GO TO 5025-NOTE-ONE-FEED-EXIT
048946     END-READ.
048947     MOVE DV-FRG-CALENDAR TO WS-NOTE-CALENDAR.
048948     PERFORM 5030-NOTE-ONE-CALENDAR
048949         THRU 5030-NOTE-ONE-CALENDAR-EXIT.
048950 5025-NOTE-ONE-FEED-EXIT.
048951     EXIT.
048952*
048953*==========================================================
048954*  5030-NOTE-ONE-CALENDAR
048955*     ADDS WS-NOTE-CALENDAR TO THE LIST WHEN IT IS NOT
048956*     ALREADY THERE.  ONCE THE LIST IS FULL THE OPERATOR IS
048957*     TOLD THE FIRST TIME ONLY AND ANY FURTHER CALENDARS
048958*     ARE JUST COUNTED FOR THE SUMMARY.
048959*==========================================================
048960 5030-NOTE-ONE-CALENDAR.
048961     SET WS-CAL-NOT-LISTED TO TRUE.
048962     PERFORM 5035-MATCH-ONE-CALENDAR
048963         THRU 5035-MATCH-ONE-CALENDAR-EXIT
048964         VARYING WS-CAL-SUB-2 FROM 1 BY 1
048965         UNTIL WS-CAL-SUB-2 > WS-CAL-LIST-COUNT
048966         OR WS-CAL-LISTED.
048967     IF WS-CAL-LISTED
048968         GO TO 5030-NOTE-ONE-CALENDAR-EXIT
048969     END-IF.
048970     IF WS-CAL-LIST-COUNT < 50
048971         ADD 1 TO WS-CAL-LIST-COUNT
048972         MOVE WS-NOTE-CALENDAR TO WS-CAL-ID (WS-CAL-LIST-COUNT)
048973         GO TO 5030-NOTE-ONE-CALENDAR-EXIT
048974     END-IF.
048975     ADD 1 TO WS-CAL-UNCHECKED.
048976     IF WS-CAL-LIST-NOT-FULL
048977         SET WS-CAL-LIST-FULL TO TRUE
048978         DISPLAY "HOLIMPRT: calendar list full at 50, "
048979             "not checked from: " WS-NOTE-CALENDAR
048980     END-IF.
048981 5030-NOTE-ONE-CALENDAR-EXIT.
048982     EXIT.
048983*
048984*==========================================================
048985*  5035-MATCH-ONE-CALENDAR
048986*     COMPARES ONE LIST ENTRY AGAINST THE CALENDAR BEING
048987*     NOTED.
048988*==========================================================
048989 5035-MATCH-ONE-CALENDAR.
048990     IF WS-CAL-ID (WS-CAL-SUB-2) = WS-NOTE-CALENDAR
048991         SET WS-CAL-LISTED TO TRUE
048992     END-IF.
048993 5035-MATCH-ONE-CALENDAR-EXIT.
048994     EXIT.
048995*
048996*==========================================================
048997*  5050-VERIFY-ONE-CALENDAR
048998*     CHECKS EACH YEAR OF THE WINDOW FOR ONE CALENDAR.
048999*==========================================================
049000 5050-VERIFY-ONE-CALENDAR.
049001     MOVE WS-CAL-ID (WS-CAL-SUB) TO WS-CUR-CALENDAR.
049002     IF WS-CUR-CALENDAR = SPACES
049003         MOVE "BASE" TO WS-CAL-SHOW
049004     ELSE
049005         MOVE WS-CUR-CALENDAR TO WS-CAL-SHOW
049006     END-IF.
049007     PERFORM 5100-VERIFY-ONE-YEAR
049008         THRU 5100-VERIFY-ONE-YEAR-EXIT
049009         VARYING WS-COVER-YEAR FROM WS-TODAY-YYYY BY 1
049010         UNTIL WS-COVER-YEAR > WS-COVER-LIMIT.
049011 5050-VERIFY-ONE-CALENDAR-EXIT.
049012     EXIT.
049013*
049014*==========================================================
049100*  5100-VERIFY-ONE-YEAR
049200*     SCANS THE TABLE FOR ANY HOLIDAY IN ONE YEAR ON THE
049300*     CALENDAR BEING VERIFIED AND REPORTS THE CALENDAR AND
049310*     YEAR WHEN NONE IS FOUND.
049400*==========================================================
049500 5100-VERIFY-ONE-YEAR.
049600     MOVE WS-COVER-YEAR TO WS-COVER-YEAR-A.
050300     IF WS-YEAR-NOT-COVERED
050400         ADD 1 TO WS-EMPTY-YEARS
050500         MOVE SPACES TO WS-RPT-TEXT
050600         STRING "** CALENDAR " WS-CAL-SHOW
050700                 " YEAR " WS-COVER-YEAR-A
050710                 " HAS NO HOLIDAYS ON FILE - DATECALC WILL "
050800                 "TREAT EVERY WEEKDAY AS A BUSINESS DAY."
050900             DELIMITED BY SIZE INTO WS-RPT-TEXT
051000         PERFORM 6900-WRITE-RPT-LINE
051100             THRU 6900-WRITE-RPT-LINE-EXIT
051200         DISPLAY "HOLIMPRT: ** calendar " WS-CAL-SHOW
051300             " year " WS-COVER-YEAR-A " has no holidays on file."
051310         PERFORM 5200-RAISE-EMPTY-YEAR-ALERT
051320             THRU 5200-RAISE-EMPTY-YEAR-ALERT-EXIT
051400     END-IF.
051500 5100-VERIFY-ONE-YEAR-EXIT.
051600     EXIT.
051700*
051800*==========================================================
051900*  5150-MATCH-ONE-YEAR
052000*     COMPARES ONE TABLE ENTRY'S CALENDAR AND YEAR AGAINST
052100*     THE CALENDAR AND YEAR BEING VERIFIED.
052200*==========================================================
052300 5150-MATCH-ONE-YEAR.
052400     IF WS-HOL-CALENDAR (WS-HOL-SUB) = WS-CUR-CALENDAR
052410         AND WS-HOL-DATE (WS-HOL-SUB) (1:4) = WS-COVER-YEAR-A
052500         SET WS-YEAR-COVERED TO TRUE
052600     END-IF.
052700 5150-MATCH-ONE-YEAR-EXIT.
052800     EXIT.
052801*
052802*==========================================================
052803*  5200-RAISE-EMPTY-YEAR-ALERT
052804*     PUTS A CALENDAR YEAR WITH NO HOLIDAYS ON FILE ON THE
052805*     ALERT QUEUE AS A WARNING, WITH THE CALENDAR AND YEAR
052806*     AS THE SUBJECT.  THE YEAR IS REPORTED ON EVERY IMPORT
052807*     UNTIL ITS HOLIDAYS ARE LOADED, SO IT IS ONLY QUEUED
052808*     AGAIN ONCE ITS EARLIER ALERT HAS BEEN CLOSED.  AN ALERT
052809*     THAT CANNOT BE RAISED IS SHOWN ON THE CONSOLE AND THE
052810*     RUN CARRIES ON.
052811*==========================================================
052812 5200-RAISE-EMPTY-YEAR-ALERT.
052813     SET AL-WARNING TO TRUE.
052814     SET AL-ONCE-WHILE-OUTSTANDING TO TRUE.
052815     MOVE "HOLIMPRT" TO AL-PROGRAM.
052816     MOVE SPACES TO AL-SUBJECT.
052817     STRING "CALENDAR " WS-CAL-SHOW " " WS-COVER-YEAR-A
052818         DELIMITED BY SIZE INTO AL-SUBJECT.
052819     MOVE SPACES TO AL-MESSAGE.
052820     STRING "NO HOLIDAYS ON FILE - EVERY WEEKDAY IS A BUSINESS "
052821             "DAY."
052822         DELIMITED BY SIZE INTO AL-MESSAGE.
052823     CALL "ALRTRAIS" USING AL-PARM.
052824     IF NOT AL-OK
052825         AND NOT AL-ALREADY-RAISED
052826         DISPLAY "HOLIMPRT: alert not raised - " AL-REASON-TEXT
052827     END-IF.
052828 5200-RAISE-EMPTY-YEAR-ALERT-EXIT.
052829     EXIT.
052900*
053000*==========================================================
053100*  7000-SAVE-HOLIDAYS
053200*     SORTS THE TABLE INTO CALENDAR/DATE ORDER AND WRITES
053300*     THE CALENDAR FILE BACK OUT - SAME METHOD AS HOLMAINT.
053400*==========================================================
053500 7000-SAVE-HOLIDAYS.
053600     IF WS-HOLIDAY-COUNT > 1
057100*==========================================================
057200*  7150-SORT-ONE-PAIR
057300*     EXCHANGES THE TABLE ENTRIES AT WS-HOL-SUB AND
057400*     WS-HOL-SUB + 1 WHEN THEY ARE OUT OF CALENDAR/DATE
057410*     ORDER.
057500*==========================================================
057600 7150-SORT-ONE-PAIR.
057700     IF WS-HOL-KEY (WS-HOL-SUB) >
057800         WS-HOL-KEY (WS-HOL-SUB + 1)
057900         MOVE WS-HOL-CALENDAR (WS-HOL-SUB) TO WS-HOLD-CALENDAR
058000         MOVE WS-HOL-DATE (WS-HOL-SUB) TO WS-HOLD-DATE
058100         MOVE WS-HOL-DESC (WS-HOL-SUB) TO WS-HOLD-DESC
058200         MOVE WS-HOL-CALENDAR (WS-HOL-SUB + 1)
058300             TO WS-HOL-CALENDAR (WS-HOL-SUB)
058400         MOVE WS-HOL-DATE (WS-HOL-SUB + 1)
058500             TO WS-HOL-DATE (WS-HOL-SUB)
058600         MOVE WS-HOL-DESC (WS-HOL-SUB + 1)
058610             TO WS-HOL-DESC (WS-HOL-SUB)
058620         MOVE WS-HOLD-CALENDAR
058630             TO WS-HOL-CALENDAR (WS-HOL-SUB + 1)
058640         MOVE WS-HOLD-DATE TO WS-HOL-DATE (WS-HOL-SUB + 1)
058650         MOVE WS-HOLD-DESC TO WS-HOL-DESC (WS-HOL-SUB + 1)
058700         SET WS-SWAPPED TO TRUE
058800     END-IF.
058900 7150-SORT-ONE-PAIR-EXIT.
059500*==========================================================
059600 7200-WRITE-ONE-HOLIDAY.
059700     MOVE SPACES TO DV-HOLIDAY-RECORD.
059710     MOVE WS-HOL-CALENDAR (WS-HOL-SUB) TO DV-HOL-CALENDAR.
059800     MOVE WS-HOL-DATE (WS-HOL-SUB) TO DV-HOL-DATE.
059900     MOVE WS-HOL-DESC (WS-HOL-SUB) TO DV-HOL-DESC.
060000     WRITE DV-HOLIDAY-RECORD.
063500         DELIMITED BY SIZE INTO WS-RPT-TEXT.
063600     PERFORM 6900-WRITE-RPT-LINE
063700         THRU 6900-WRITE-RPT-LINE-EXIT.
063710     MOVE SPACES TO WS-RPT-TEXT.
063720     STRING "CALENDARS CHECKED = " WS-CAL-LIST-COUNT
063730         DELIMITED BY SIZE INTO WS-RPT-TEXT.
063740     PERFORM 6900-WRITE-RPT-LINE
063750         THRU 6900-WRITE-RPT-LINE-EXIT.
063751     IF WS-CAL-LIST-FULL
063752         MOVE SPACES TO WS-RPT-TEXT
063753         STRING "CALENDARS NOT CHECKED (LIST FULL) = "
063754             WS-CAL-UNCHECKED
063755             DELIMITED BY SIZE INTO WS-RPT-TEXT
063756         PERFORM 6900-WRITE-RPT-LINE
063757             THRU 6900-WRITE-RPT-LINE-EXIT
063758     END-IF.
063800     IF WS-TOTAL-SUSPECT > ZERO OR WS-EMPTY-YEARS > ZERO
063810         OR WS-CAL-LIST-FULL
063900         MOVE 04 TO WS-COMPLETION-CODE
064000     ELSE
064100         MOVE ZERO TO WS-COMPLETION-CODE
