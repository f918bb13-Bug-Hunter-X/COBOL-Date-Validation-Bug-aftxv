000100*----------------------------------------------------------
000200*  DVALERT - ONE ALERT QUEUE RECORD.  THE INDEXED ALERT
000300*  QUEUE (ALERTQ) GATHERS THE EXCEPTIONS THE BATCH PROGRAMS
000400*  USED TO LEAVE ONLY ON THEIR OWN REPORTS, SO THE SHIFT
000500*  HAS ONE PLACE TO LOOK.  EACH ALERT IS ADDED THROUGH THE
000600*  ALRTRAIS SUBROUTINE, WORKED FROM THE BUGSOLN CONSOLE
000700*  (ACKNOWLEDGED, THEN CLOSED, EACH WITH THE OPERATOR'S
000800*  INITIALS) AND LISTED WHILE STILL UNACKNOWLEDGED BY
000900*  ALRTRPT.  THE KEY IS THE TIMESTAMP THE ALERT WAS RAISED
001000*  PLUS THE RAISING PROGRAM, WITH A SEQUENCE NUMBER TO KEEP
001100*  ALERTS RAISED IN THE SAME SECOND BY THE SAME PROGRAM
001200*  UNIQUE - THE SAME SCHEME AS THE AUDIT MASTER (DVAUDMST).
001300*  THE SUBJECT SAYS WHAT THE ALERT IS ABOUT - A SOURCE
001400*  SYSTEM, A RUN DATE, A CALENDAR AND YEAR.
001500*----------------------------------------------------------
001600 01  DV-ALERT-RECORD.
001700     05  DV-ALT-KEY.
001800         10  DV-ALT-RAISED-TS     PIC X(14).
001900         10  DV-ALT-RAISED-PARTS REDEFINES DV-ALT-RAISED-TS.
002000             15  DV-ALT-RAISED-DATE
002100                                  PIC 9(08).
002200             15  DV-ALT-RAISED-TIME
002300                                  PIC 9(06).
002400         10  DV-ALT-PROGRAM       PIC X(08).
002500         10  DV-ALT-SEQ           PIC 9(04).
002600     05  DV-ALT-SEVERITY          PIC X(01).
002700         88  DV-ALT-CRITICAL      VALUE 'C'.
002800         88  DV-ALT-WARNING       VALUE 'W'.
002900         88  DV-ALT-INFORMATION   VALUE 'I'.
003000         88  DV-ALT-SEVERITY-OK   VALUE 'C' 'W' 'I'.
003100     05  DV-ALT-SUBJECT           PIC X(20).
003200     05  DV-ALT-MESSAGE           PIC X(60).
003300     05  DV-ALT-STATUS            PIC X(01).
003400         88  DV-ALT-OPEN          VALUE 'O'.
003500         88  DV-ALT-ACKNOWLEDGED  VALUE 'A'.
003600         88  DV-ALT-CLOSED        VALUE 'C'.
003700         88  DV-ALT-OUTSTANDING   VALUE 'O' 'A'.
003800     05  DV-ALT-ACK-INITIALS      PIC X(03).
003900     05  DV-ALT-ACK-TS            PIC X(14).
004000     05  DV-ALT-CLOSE-INITIALS    PIC X(03).
004100     05  DV-ALT-CLOSE-TS          PIC X(14).
