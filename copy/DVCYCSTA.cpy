000100*----------------------------------------------------------
000200*  DVCYCSTA - ONE CYCLE STATUS RECORD.  CYCLDRV REWRITES
000300*  THE CYCLE STATUS FILE (CYCLSTAT) EVERY TIME A STEP
000400*  STARTS OR ENDS, SO IT ALWAYS SHOWS HOW FAR THE CURRENT
000500*  CYCLE HAS GOT.  THE FIRST RECORD (STEP 00, PROGRAM
000600*  "CYCLE") IS THE CYCLE ITSELF; ONE RECORD FOLLOWS FOR
000700*  EACH STEP ON THE STEP-CONTROL FILE.  STATES:
000800*      W  WAITING - NOT RUN YET THIS CYCLE
000900*      S  STARTED - NO END RECORDED (THE STEP OR THE DRIVER
001000*         WAS CUT OFF; A RERUN STARTS THE STEP AGAIN)
001100*      C  COMPLETE - ENDED WITH AN ALLOWED CODE
001200*      F  FAILED - ENDED WITH A CODE THAT STOPS THE CYCLE
001300*      P  PARKED - ENDED WITH THE STEP'S PARK CODE
001400*      N  NOT SCHEDULED - RUN FLAG N ON THE STEP-CONTROL FILE
001500*  THE CYCLE RECORD CARRIES C WHEN EVERY STEP IS DONE, S
001600*  WHILE THE CYCLE IS RUNNING, OR THE F/P OF THE STEP THE
001700*  CYCLE STOPPED AT.  THE DATES AND TIMES ARE YYYYMMDD AND
001800*  HHMMSS; THE CYCLE DATE IS THE DAY THE CYCLE WAS BEGUN
001900*  AND STAYS WITH IT THROUGH ANY RESUME.
002000*----------------------------------------------------------
002100 01  DV-CYCSTAT-RECORD.
002200     05  DV-CST-CYCLE-DATE        PIC 9(08).
002300     05  FILLER                   PIC X(01).
002400     05  DV-CST-STEP-NO           PIC 9(02).
002500     05  FILLER                   PIC X(01).
002600     05  DV-CST-PROGRAM           PIC X(08).
002700     05  FILLER                   PIC X(01).
002800     05  DV-CST-STATE             PIC X(01).
002900         88  DV-CST-WAITING       VALUE 'W'.
003000         88  DV-CST-STARTED       VALUE 'S'.
003100         88  DV-CST-COMPLETE      VALUE 'C'.
003200         88  DV-CST-FAILED        VALUE 'F'.
003300         88  DV-CST-PARKED        VALUE 'P'.
003400         88  DV-CST-NOT-SCHEDULED VALUE 'N'.
003500     05  FILLER                   PIC X(01).
003600     05  DV-CST-START-DATE        PIC 9(08).
003700     05  FILLER                   PIC X(01).
003800     05  DV-CST-START-TIME        PIC 9(06).
003900     05  FILLER                   PIC X(01).
004000     05  DV-CST-END-DATE          PIC 9(08).
004100     05  FILLER                   PIC X(01).
004200     05  DV-CST-END-TIME          PIC 9(06).
004300     05  FILLER                   PIC X(01).
004400     05  DV-CST-RESULT-CODE       PIC 9(02).
004500     05  FILLER                   PIC X(01).
004600     05  DV-CST-ATTEMPTS          PIC 9(02).
