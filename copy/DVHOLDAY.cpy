000200*  DVHOLDAY - ONE BANK HOLIDAY CALENDAR RECORD.  THE FILE
000300*  (HOLIDAYS) IS MAINTAINED BY THE GROUP THROUGH HOLMAINT
000400*  AND READ BY DATECALC WHEN DECIDING WHETHER A DATE IS A
000500*  BUSINESS DAY.  THE FILE HOLDS EVERY REGIONAL CALENDAR -
000600*  DV-HOL-CALENDAR NAMES THE CALENDAR A DATE BELONGS TO
000610*  (THE SAME ID THE FEED REGISTER GIVES EACH SOURCE), AND
000620*  SPACES IS THE BASE CALENDAR, SO A RECORD WRITTEN BEFORE
000630*  THE FIELD EXISTED READS BACK AS A BASE CALENDAR DATE.
000640*----------------------------------------------------------
000700 01  DV-HOLIDAY-RECORD.
000800     05  DV-HOL-DATE              PIC 9(08).
000900     05  FILLER                   PIC X(01).
001000     05  DV-HOL-DESC              PIC X(30).
001010     05  FILLER                   PIC X(01).
001020     05  DV-HOL-CALENDAR          PIC X(04).
