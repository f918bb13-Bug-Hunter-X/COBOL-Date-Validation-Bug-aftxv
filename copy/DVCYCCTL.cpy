000100*----------------------------------------------------------
000200*  DVCYCCTL - ONE STEP-CONTROL RECORD FOR THE NIGHTLY
000300*  CYCLE DRIVER (CYCLDRV).  THE STEP-CONTROL FILE (CYCLCTL)
000400*  LISTS THE STEPS OF THE CYCLE IN THE ORDER THEY RUN, ONE
000500*  RECORD PER STEP, STEP NUMBERS ASCENDING:
000600*      DV-CTL-STEP-NO    01-99, THE STEP'S PLACE IN THE CYCLE
000700*      DV-CTL-PROGRAM    THE PROGRAM THE STEP RUNS
000800*      DV-CTL-RUN-FLAG   Y = RUN THE STEP, N = NOT SCHEDULED
000900*                        (THE CYCLE REPORT STILL LISTS IT)
001000*      DV-CTL-OK-CODE    UP TO SIX COMPLETION CODES THAT LET
001100*                        THE CYCLE CARRY ON, E.G. 00 04 08;
001200*                        ANY OTHER CODE STOPS THE CYCLE AT
001300*                        THE STEP SO A RERUN PICKS IT UP
001400*      DV-CTL-PARK-CODE  A CODE THAT PARKS THE CYCLE SO THE
001500*                        NEXT BATCH WINDOW RESUMES IT AT THE
001600*                        STEP (02 FOR DTBATCH); SPACES = NONE
001700*      DV-CTL-COMMAND    THE COMMAND THAT STARTS THE STEP,
001800*                        WITH ANY PARAMETER INPUT IT NEEDS;
001900*                        SPACES = THE PROGRAM NAME ALONE
002000*  A RECORD WITH '*' IN THE FIRST POSITION IS A COMMENT.
002100*----------------------------------------------------------
002200 01  DV-CYCCTL-RECORD.
002300     05  DV-CTL-STEP-NO           PIC X(02).
002400     05  DV-CTL-STEP-NO-N REDEFINES DV-CTL-STEP-NO
002500                                  PIC 9(02).
002600     05  FILLER                   PIC X(01).
002700     05  DV-CTL-PROGRAM           PIC X(08).
002800     05  FILLER                   PIC X(01).
002900     05  DV-CTL-RUN-FLAG          PIC X(01).
003000         88  DV-CTL-RUN-STEP      VALUE 'Y'.
003100         88  DV-CTL-SKIP-STEP     VALUE 'N'.
003200     05  FILLER                   PIC X(01).
003300     05  DV-CTL-OK-CODES.
003400         10  DV-CTL-OK-ENTRY OCCURS 6 TIMES.
003500             15  DV-CTL-OK-CODE   PIC X(02).
003600             15  FILLER           PIC X(01).
003700     05  DV-CTL-PARK-CODE         PIC X(02).
003800     05  FILLER                   PIC X(01).
003900     05  DV-CTL-COMMAND           PIC X(60).
