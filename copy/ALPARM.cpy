000100*----------------------------------------------------------
000200*  ALPARM - CALL PARAMETER BLOCK FOR THE ALERT RAISING
000300*  SUBROUTINE (ALRTRAIS).  SHARED BY THE SUBROUTINE'S
000400*  LINKAGE SECTION AND BY EVERY CALLING PROGRAM'S
000500*  WORKING-STORAGE SECTION, THE SAME WAY DCPARM IS SHARED
000600*  WITH DATECALC.  THE CALLER FILLS IN THE SEVERITY, ITS
000700*  OWN PROGRAM NAME, THE SUBJECT AND THE MESSAGE; THE
000800*  SUBROUTINE STAMPS THE TIME AND ADDS THE ALERT TO ALERTQ
000900*  AS OPEN.  A FAILURE TO RAISE AN ALERT IS REPORTED BACK
001000*  BUT IS NEVER A REASON FOR THE CALLER TO STOP.  A CALLER
001100*  THAT WOULD RAISE THE SAME ALERT ON EVERY RUN WHILE THE
001200*  CONDITION LASTS SETS AL-ONCE-WHILE-OUTSTANDING; THE ALERT
001300*  IS THEN NOT ADDED AGAIN WHILE ONE FROM THE SAME PROGRAM
001400*  WITH THE SAME SUBJECT IS STILL OPEN OR ACKNOWLEDGED.
001500*----------------------------------------------------------
001600 01  AL-PARM.
001700     05  AL-SEVERITY              PIC X(01).
001800         88  AL-CRITICAL          VALUE 'C'.
001900         88  AL-WARNING           VALUE 'W'.
002000         88  AL-INFORMATION       VALUE 'I'.
002100     05  AL-REPEAT-RULE           PIC X(01).
002200         88  AL-RAISE-EVERY-TIME  VALUE SPACE.
002300         88  AL-ONCE-WHILE-OUTSTANDING
002400                                  VALUE 'O'.
002500     05  AL-PROGRAM               PIC X(08).
002600     05  AL-SUBJECT               PIC X(20).
002700     05  AL-MESSAGE               PIC X(60).
002800     05  AL-RETURN-CODE           PIC 9(02).
002900         88  AL-OK                VALUE 00.
003000         88  AL-ALREADY-RAISED    VALUE 04.
003100         88  AL-BAD-PARM          VALUE 08.
003200         88  AL-QUEUE-FILE-ERR    VALUE 30.
003300     05  AL-REASON-TEXT           PIC X(40).
