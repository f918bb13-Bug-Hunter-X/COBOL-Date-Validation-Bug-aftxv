000800*  FEEDCHK COMPARES THE REGISTER AGAINST THE HEADERS
000900*  ACTUALLY PROCESSED AT START OF DAY, USING DATECALC SO
001000*  WEEKENDS AND BANK HOLIDAYS DO NOT RAISE FALSE ALARMS.
001100*  DV-FRG-CALENDAR NAMES THE REGIONAL HOLIDAY CALENDAR THE
001110*  SOURCE FOLLOWS (DVHOLDAY, DV-HOL-CALENDAR); SPACES IS
001120*  THE BASE CALENDAR.  DTBATCH ENRICHES AND SPANS EACH
001130*  FEED'S RECORDS, AND FEEDCHK DECIDES WHETHER THE FEED IS
001140*  DUE, ON THAT CALENDAR.
001141*  DV-FRG-UTC-OFFSET IS THE SOURCE'S CLOCK AS AN OFFSET
001142*  FROM UTC (SIGN, HOURS, MINUTES - +0900, -0500), USED
001143*  BY DTBATCH WHEN THE TRANSMISSION HEADER DOES NOT STATE
001144*  ONE.  SPACES MEANS NOT STATED.
001150*----------------------------------------------------------
001200 01  DV-FEEDREG-RECORD.
001300     05  DV-FRG-SOURCE-SYS        PIC X(08).
001400     05  FILLER                   PIC X(01).
001600         10  DV-FRG-DAY-FLAG      PIC X(01) OCCURS 7 TIMES.
001700     05  FILLER                   PIC X(01).
001800     05  DV-FRG-DESC              PIC X(30).
001810     05  FILLER                   PIC X(01).
001820     05  DV-FRG-CALENDAR          PIC X(04).
001830     05  FILLER                   PIC X(01).
001840     05  DV-FRG-UTC-OFFSET        PIC X(05).
