000520*  TRANSMISSION HEADER SO AUDRPT CAN BREAK RESULTS DOWN
000530*  BY FEED; RECORDS FROM OTHER WRITERS, OR WRITTEN BEFORE
000540*  THE FIELD EXISTED, READ BACK WITH SPACES THERE.
000541*  DTBATCH ALSO WRITES A CONTROL RECORD FOR EACH BLOCK'S
000542*  TRAILER RECONCILIATION CARRYING THAT BLOCK'S FEED
000543*  SOURCE, BESIDE THE WHOLE-RUN CONTROL RECORD WHICH
000544*  CARRIES NONE.
000550*  EVERY WRITER HAS THE RECORD STAMPED BY AUDSTAMP JUST
000560*  BEFORE IT IS WRITTEN: DV-AUD-SEQ-NO IS THE RECORD'S
000570*  PLACE IN THE WHOLE TRAIL (ONE UP ON THE RECORD BEFORE
000580*  IT, CARRIED ON ACROSS AUDARCH RUNS), AND DV-AUD-CHECK IS
000590*  A CHECK VALUE WORKED FROM EVERYTHING UP TO AND INCLUDING
000591*  THE SEQUENCE NUMBER, CHAINED FROM THE CHECK VALUE OF THE
000592*  RECORD BEFORE IT - SO A RECORD LOST, ALTERED OR SLIPPED
000593*  IN BREAKS THE CHAIN WHEN AUDVERFY WALKS IT.  RECORDS
000594*  WRITTEN BEFORE STAMPING BEGAN CARRY SPACES IN BOTH.
000595*  AUDARCH ENDS EACH BATCH IT MOVES TO THE ARCHIVE WITH AN
000596*  ARCHIVE CONTROL RECORD (RESULT "ARCHCTL") WHOSE REASON
000597*  AREA HOLDS THE COUNT MOVED AND THE FIRST AND LAST
000598*  SEQUENCE NUMBERS, WITH THE LAST SEQUENCE NUMBER AND THE
000599*  CLOSING CHECK VALUE IN THE STAMP FIELDS.  IT TAKES NO
000600*  SEQUENCE NUMBER OF ITS OWN AND IS ONLY EVER FOUND ON THE
000601*  ARCHIVE.
000611*----------------------------------------------------------
000700 01  DV-AUDIT-RECORD.
000800     05  DV-AUD-TIMESTAMP         PIC X(14).
000900     05  FILLER                   PIC X(01).
001400     05  DV-AUD-TIME-INPUT        PIC 9(06).
001500     05  FILLER                   PIC X(01).
001600     05  DV-AUD-RESULT            PIC X(07).
001610         88  DV-AUD-ARCH-CONTROL  VALUE 'ARCHCTL'.
001700     05  FILLER                   PIC X(01).
001800     05  DV-AUD-REASON            PIC X(40).
001810     05  DV-AUD-CTL-REASON REDEFINES DV-AUD-REASON.
001820         10  DV-AUD-CTL-COUNT     PIC 9(09).
001830         10  FILLER               PIC X(01).
001840         10  DV-AUD-CTL-FIRST-SEQ PIC X(09).
001850         10  FILLER               PIC X(01).
001860         10  DV-AUD-CTL-LAST-SEQ  PIC X(09).
001870         10  FILLER               PIC X(11).
001900     05  FILLER                   PIC X(01).
002000     05  DV-AUD-FEED-SRC          PIC X(08).
002100     05  FILLER                   PIC X(01).
002200     05  DV-AUD-SEQ-NO            PIC X(09).
002300     05  DV-AUD-SEQ-NO-N REDEFINES DV-AUD-SEQ-NO
002400                                  PIC 9(09).
002500     05  FILLER                   PIC X(01).
002600     05  DV-AUD-CHECK             PIC X(09).
002700     05  DV-AUD-CHECK-N REDEFINES DV-AUD-CHECK
002800                                  PIC 9(09).
