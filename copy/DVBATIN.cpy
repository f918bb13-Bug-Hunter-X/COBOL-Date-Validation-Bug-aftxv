000900*  RECONCILED AGAINST THE DETAIL AND RANGE RECORDS
001000*  ACTUALLY READ IN ITS OWN BLOCK SO A TRUNCATED
001100*  TRANSMISSION CANNOT PASS AS A SHORT BUT COMPLETE ONE.
001110*  DV-BIN-UTC-OFFSET ON A HEADER STATES THE FEED'S CLOCK
001120*  AS AN OFFSET FROM UTC - SIGN, HOURS, MINUTES, E.G.
001130*  +0900 OR -0500 - FOR EVERY TIME IN THE BLOCK.  ON A
001140*  DETAIL OR RANGE RECORD IT OVERRIDES THE BLOCK OFFSET
001150*  FOR THAT RECORD ALONE (DTRESUB CARRIES A REJECT'S
001160*  ORIGINAL OFFSET THAT WAY).  SPACES MEANS NOT STATED.
001170*  DV-BIN-SOURCE-SYS ON A DETAIL OR RANGE RECORD NAMES THE
001180*  FEED THE RECORD FIRST CAME IN ON; THE RECORD IS THEN
001190*  JUDGED ON THAT FEED'S VALIDATION PROFILE AND HOLIDAY
001191*  CALENDAR INSTEAD OF THE BLOCK'S (DTRESUB SETS IT ON
001192*  EVERY RESUBMITTED REJECT).  SPACES MEANS THE BLOCK'S
001193*  OWN SOURCE SYSTEM.  IT IS NOT USED ON A HEADER.
001200*----------------------------------------------------------
001300 01  DV-BATCH-IN-RECORD.
001400     05  DV-BIN-RECORD-TYPE        PIC X(01).
002800         10  FILLER                PIC X(09).
002900     05  DV-BIN-RANGE-EXT.
003000         10  DV-BIN-DATE-TO        PIC X(10).
003100     05  FILLER                    PIC X(01).
003200     05  DV-BIN-UTC-OFFSET         PIC X(05).
003300     05  FILLER                    PIC X(01).
003400     05  DV-BIN-SOURCE-SYS         PIC X(08).
