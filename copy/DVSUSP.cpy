000900*  GOES AROUND AGAIN AND CLOSES THE ITEM WHEN THE RECORD
001000*  FINALLY COMES CLEAN.  SUSPRPT AGES THE OPEN ITEMS AND
001100*  FLAGS THE ONES THAT NEED SUPERVISOR ESCALATION.
001110*  DV-SUS-PRIOR-STATUS IS SET BY DTBATCH EACH TIME IT
001120*  OPENS OR RE-OPENS AN ITEM - 'N' FOR AN ITEM IT ADDED,
001130*  OTHERWISE THE STATUS THE ITEM HAD BEFORE - SO DTREVRS
001140*  CAN PUT THE ITEM BACK IF THE RUN IS BACKED OUT.  ANY
001150*  OTHER PROGRAM THAT CHANGES THE ITEM CLEARS IT TO
001160*  SPACES, AND DTREVRS THEN LEAVES THE ITEM ALONE.
001161*  THE SOURCE SYSTEM, RETURN CODE AND LAST-CYCLED DATE THE
001162*  ITEM HAD BEFORE THE RUN ARE KEPT WITH THE PRIOR STATUS
001163*  SO DTREVRS CAN PUT THEM BACK TOO.
001164*  DV-SUS-LAST-RUN-TIME IS THE START DATE AND TIME
001165*  (YYYYMMDDHHMMSS) OF THE DTBATCH RUN CHAIN - THE RUN AND
001166*  ANY RESTARTS OF IT FROM ITS CHECKPOINT - THAT LAST
001167*  OPENED OR RE-OPENED THE ITEM.  IT TELLS DTBATCH THAT A
001168*  KEY REJECTED AGAIN IN THE SAME CHAIN HAS ALREADY HAD ITS
001169*  PRIOR VALUES TAKEN, SO A LATER HIT DOES NOT OVERWRITE
001170*  THEM.  SPACES ON ITEMS WRITTEN BY OTHER PROGRAMS.
001171*  A SUPERVISOR CAN WRITE OFF AN ITEM THAT CAN NEVER BE
001180*  FIXED (REJMAINT) - IT IS THEN NEITHER OPEN NOR CLOSED,
001190*  AND SUSPRPT COUNTS IT SEPARATELY.
001200*----------------------------------------------------------
001300 01  DV-SUSP-RECORD.
001400     05  DV-SUS-KEY.
001800     05  DV-SUS-STATUS            PIC X(01).
001900         88  DV-SUS-OPEN          VALUE 'O'.
002000         88  DV-SUS-CLOSED        VALUE 'C'.
002010         88  DV-SUS-WRITTEN-OFF   VALUE 'W'.
002100     05  DV-SUS-FIRST-SEEN        PIC 9(08).
002200     05  DV-SUS-SOURCE-SYS        PIC X(08).
002300     05  DV-SUS-RETURN-CODE       PIC 9(02).
002400     05  DV-SUS-CYCLE-COUNT       PIC 9(04).
002500     05  DV-SUS-LAST-CYCLED       PIC 9(08).
002600     05  DV-SUS-PRIOR-STATUS      PIC X(01).
002700         88  DV-SUS-PRIOR-NEW     VALUE 'N'.
002800         88  DV-SUS-PRIOR-NONE    VALUE SPACE.
002810     05  DV-SUS-LAST-RUN-TIME     PIC X(14).
002820     05  DV-SUS-PRIOR-SOURCE-SYS  PIC X(08).
002830     05  DV-SUS-PRIOR-RETURN-CODE PIC 9(02).
002840     05  DV-SUS-PRIOR-LAST-CYCLED PIC 9(08).
