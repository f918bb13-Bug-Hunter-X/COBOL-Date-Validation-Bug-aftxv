000100*----------------------------------------------------------
000200*  DVARRHST - ONE FEED ARRIVAL-HISTORY RECORD.  FEEDCHK
000300*  APPENDS ONE OF THESE TO THE PERMANENT ARRIVAL HISTORY
000400*  (ARRHIST) FOR EVERY REGISTERED FEED THAT WAS DUE ON THE
000500*  DAY OF THE CHECK, SO EACH FEED'S TIMELINESS CAN BE
000600*  COUNTED OVER A MONTH (FEEDSCOR).  THE STATUS IS:
000700*      A  ARRIVED ON TIME
000800*      L  ARRIVED LATE - AN EARLIER CHECK THE SAME DAY
000900*         FOUND IT MISSING
001000*      S  ARRIVED WITH A STALE HEADER FILE DATE
001100*      M  MISSING
001200*  THE FILE DATE IS THE HEADER FILE DATE (ZERO WHEN THE
001300*  FEED IS MISSING) AND THE CALENDAR IS THE ONE THE FEED
001400*  WAS JUDGED ON (SPACES = BASE).  WHEN FEEDCHK RUNS MORE
001500*  THAN ONCE A DAY THE LAST RECORD FOR THE DAY STANDS.
001600*----------------------------------------------------------
001700 01  DV-ARRHIST-RECORD.
001800     05  DV-ARH-CHECK-DATE        PIC 9(08).
001900     05  FILLER                   PIC X(01).
002000     05  DV-ARH-CHECK-TIME        PIC 9(06).
002100     05  FILLER                   PIC X(01).
002200     05  DV-ARH-SOURCE-SYS        PIC X(08).
002300     05  FILLER                   PIC X(01).
002400     05  DV-ARH-STATUS            PIC X(01).
002500         88  DV-ARH-ON-TIME       VALUE 'A'.
002600         88  DV-ARH-LATE          VALUE 'L'.
002700         88  DV-ARH-STALE         VALUE 'S'.
002800         88  DV-ARH-MISSING       VALUE 'M'.
002900     05  FILLER                   PIC X(01).
003000     05  DV-ARH-FILE-DATE         PIC 9(08).
003100     05  FILLER                   PIC X(01).
003200     05  DV-ARH-CALENDAR          PIC X(04).
