000500*  AUDINQ.  THE KEY IS THE AUDIT TIMESTAMP PLUS THE SOURCE
000600*  PROGRAM, WITH A SEQUENCE NUMBER TO KEEP RECORDS WRITTEN
000700*  IN THE SAME SECOND BY THE SAME PROGRAM UNIQUE.
000710*  THE FEED SOURCE SYSTEM, THE TRAIL SEQUENCE NUMBER AND
000720*  THE CHECK VALUE ARE CARRIED OVER FROM THE AUDIT RECORD
000730*  SO AUDVERFY CAN MATCH EACH MASTER RECORD BACK TO ITS
000740*  PLACE IN THE TRAIL; RECORDS WRITTEN BEFORE STAMPING
000750*  BEGAN HOLD SPACES IN THE LAST TWO.
000800*----------------------------------------------------------
000900 01  DV-AUDMST-RECORD.
001000     05  DV-AUM-KEY.
001500     05  DV-AUM-TIME-INPUT        PIC 9(06).
001600     05  DV-AUM-RESULT            PIC X(07).
001700     05  DV-AUM-REASON            PIC X(40).
001800     05  DV-AUM-FEED-SRC          PIC X(08).
001900     05  DV-AUM-TRAIL-SEQ         PIC X(09).
002000     05  DV-AUM-CHECK             PIC X(09).
