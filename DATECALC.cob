001900*                  HOLMAINT) IS LOADED ON THE FIRST CALL.
002000*                  CALLED WITH A DCPARM/DCCODES PAIR THE SAME
002100*                  WAY DATEVAL IS CALLED WITH DVPARM/DVCODES.
002110*  2026-10-15 DLH  REGIONAL HOLIDAY CALENDARS.  THE HOLIDAYS
002120*                  FILE NOW CARRIES A CALENDAR ID ON EVERY
002130*                  DATE AND THE WHOLE FILE IS HELD, EACH DATE
002140*                  WITH ITS CALENDAR; THE CALLER NAMES THE
002150*                  CALENDAR TO USE IN DC-CALENDAR-ID (SPACES
002160*                  IS THE BASE CALENDAR) AND ONLY THAT
002170*                  CALENDAR'S DATES COUNT AS HOLIDAYS.  THE
002180*                  TABLE NOW HOLDS 2000 DATES ACROSS ALL
002190*                  CALENDARS.
002200*----------------------------------------------------------
002300*
002400 ENVIRONMENT DIVISION.
005530     88  WS-LOAD-NOT-FAILED       VALUE 'N'.
005600*
005700*----------------------------------------------------------
005800*  BANK HOLIDAY TABLE - EVERY REGIONAL CALENDAR ON THE
005810*  FILE, EACH DATE HELD WITH ITS CALENDAR ID (SPACES IS THE
005820*  BASE CALENDAR).
005900*----------------------------------------------------------
006000 01  WS-HOLIDAY-TABLE.
006100     05  WS-HOL-ENTRY OCCURS 2000 TIMES.
006200         10  WS-HOL-CALENDAR      PIC X(04).
006300         10  WS-HOL-DATE          PIC 9(08).
006400 77  WS-HOLIDAY-COUNT             PIC 9(04) COMP VALUE ZERO.
006410 77  WS-HOL-SUB                   PIC 9(04) COMP VALUE ZERO.
006500*
006600*----------------------------------------------------------
006700*  WORK DATE BEING STEPPED OR TESTED
019600*==========================================================
019700*  1100-LOAD-ONE-HOLIDAY
019800*     READS ONE CALENDAR RECORD INTO THE HOLIDAY TABLE.
019900*     RECORDS PAST THE 2000-ENTRY TABLE LIMIT ARE DROPPED.
020000*==========================================================
020100 1100-LOAD-ONE-HOLIDAY.
020200     READ HOLIDAY-FILE
020300         AT END
020400             SET WS-END-OF-HOLIDAYS TO TRUE
020500         NOT AT END
020600             IF WS-HOLIDAY-COUNT < 2000
020700                 ADD 1 TO WS-HOLIDAY-COUNT
020800                 MOVE DV-HOL-CALENDAR
020900                     TO WS-HOL-CALENDAR (WS-HOLIDAY-COUNT)
020910                 MOVE DV-HOL-DATE
020920                     TO WS-HOL-DATE (WS-HOLIDAY-COUNT)
021000             END-IF
021100     END-READ.
021200 1100-LOAD-ONE-HOLIDAY-EXIT.
034800*  6100-TEST-BUSINESS-DAY
034900*     SETS WS-BUS-SW FOR THE DATE IN WS-CALC-DATE - A
035000*     BUSINESS DAY IS A MONDAY THROUGH FRIDAY THAT IS NOT
035100*     ON THE CALLER'S HOLIDAY CALENDAR (DC-CALENDAR-ID).
035200*     EXPECTS WS-CALC-DOW TO BE CURRENT FOR WS-CALC-DATE.
035300*==========================================================
035400 6100-TEST-BUSINESS-DAY.
035500     IF WS-CALC-DOW > 5
036800*==========================================================
036900*  6150-TEST-ONE-HOLIDAY
037000*     COMPARES ONE HOLIDAY TABLE ENTRY AGAINST THE DATE
037100*     BEING TESTED - ONLY THE CALLER'S CALENDAR COUNTS.
037200*==========================================================
037300 6150-TEST-ONE-HOLIDAY.
037400     IF WS-HOL-CALENDAR (WS-HOL-SUB) = DC-CALENDAR-ID
037410         AND WS-HOL-DATE (WS-HOL-SUB) = WS-CALC-DATE
037500         SET WS-NOT-BUSINESS-DAY TO TRUE
037600     END-IF.
037700 6150-TEST-ONE-HOLIDAY-EXIT.
