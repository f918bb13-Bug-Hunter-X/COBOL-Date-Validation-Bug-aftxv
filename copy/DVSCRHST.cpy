000100*----------------------------------------------------------
000200*  DVSCRHST - ONE FEED SCORECARD HISTORY RECORD.  FEEDSCOR
000300*  APPENDS ONE OF THESE TO THE PERMANENT SCORECARD HISTORY
000400*  (SCORHIST) FOR EVERY FEED IT SCORES, CARRYING THE
000500*  MONTH'S FIGURES AND GRADE, AND READS THE PREVIOUS
000600*  MONTH'S RECORDS BACK TO SHOW EACH FEED'S MOVEMENT.  A
000700*  MONTH THAT IS SCORED AGAIN GETS FRESH RECORDS AFTER THE
000800*  OLD ONES, AND THE LAST RECORD FOR A MONTH AND FEED
000900*  STANDS.  PERCENTAGES ARE TO ONE DECIMAL PLACE; THE
001000*  SUSPENSE FIGURES ARE AS AT THE RUN DATE.
001100*----------------------------------------------------------
001200 01  DV-SCORHIST-RECORD.
001300     05  DV-SCH-MONTH             PIC 9(06).
001400     05  FILLER                   PIC X(01).
001500     05  DV-SCH-SOURCE-SYS        PIC X(08).
001600     05  FILLER                   PIC X(01).
001700     05  DV-SCH-GRADE             PIC X(01).
001800     05  FILLER                   PIC X(01).
001900     05  DV-SCH-DAYS-DUE          PIC 9(04).
002000     05  FILLER                   PIC X(01).
002100     05  DV-SCH-ON-TIME           PIC 9(04).
002200     05  FILLER                   PIC X(01).
002300     05  DV-SCH-LATE              PIC 9(04).
002400     05  FILLER                   PIC X(01).
002500     05  DV-SCH-STALE             PIC 9(04).
002600     05  FILLER                   PIC X(01).
002700     05  DV-SCH-MISSING           PIC 9(04).
002800     05  FILLER                   PIC X(01).
002900     05  DV-SCH-ON-TIME-PCT       PIC 9(03)V9.
003000     05  FILLER                   PIC X(01).
003100     05  DV-SCH-RECORDS           PIC 9(08).
003200     05  FILLER                   PIC X(01).
003300     05  DV-SCH-INVALID           PIC 9(08).
003400     05  FILLER                   PIC X(01).
003500     05  DV-SCH-INVALID-PCT       PIC 9(03)V9.
003600     05  FILLER                   PIC X(01).
003700     05  DV-SCH-DUPLIC            PIC 9(08).
003800     05  FILLER                   PIC X(01).
003900     05  DV-SCH-DUPLIC-PCT        PIC 9(03)V9.
004000     05  FILLER                   PIC X(01).
004100     05  DV-SCH-BLOCKS            PIC 9(04).
004200     05  FILLER                   PIC X(01).
004300     05  DV-SCH-CTL-FAILS         PIC 9(04).
004400     05  FILLER                   PIC X(01).
004500     05  DV-SCH-SUSP-OPEN         PIC 9(06).
004600     05  FILLER                   PIC X(01).
004700     05  DV-SCH-SUSP-AVG-AGE      PIC 9(04)V9.
004800     05  FILLER                   PIC X(01).
004900     05  DV-SCH-WRITTEN-OFF       PIC 9(06).
005000     05  FILLER                   PIC X(01).
005100     05  DV-SCH-RUN-DATE          PIC 9(08).
