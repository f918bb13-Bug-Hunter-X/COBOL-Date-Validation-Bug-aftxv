000600*  IS SHARED WITH DATEVAL.  THE CALLER SUPPLIES A DATE
000700*  ALREADY VALIDATED BY DATEVAL (YYYYMMDD) AND AN OPTIONAL
000800*  SIGNED BUSINESS-DAY OFFSET; DATECALC FILLS IN THE REST.
000900*  DC-CALENDAR-ID NAMES THE REGIONAL HOLIDAY CALENDAR TO
000910*  JUDGE THE DATE BY (DVHOLDAY, DV-HOL-CALENDAR) - SPACES
000920*  IS THE BASE CALENDAR.  EVERY CALLER MUST SET IT.
000930*----------------------------------------------------------
001000 01  DC-PARM.
001100     05  DC-DATE-INPUT            PIC 9(08).
001200     05  DC-BUS-DAYS-OFFSET       PIC S9(04).
002100     05  DC-NEXT-BUS-DATE         PIC 9(08).
002200     05  DC-PREV-BUS-DATE         PIC 9(08).
002300     05  DC-RESULT-DATE           PIC 9(08).
002310     05  DC-CALENDAR-ID           PIC X(04).
