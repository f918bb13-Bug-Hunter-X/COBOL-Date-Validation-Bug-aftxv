000100*----------------------------------------------------------
000200*  DVPROFIL - ONE SOURCE VALIDATION PROFILE RECORD.  THE
000300*  INDEXED PROFILE MASTER (SRCPROF) IS KEYED BY THE SAME
000400*  8-CHARACTER SOURCE SYSTEM IDENTIFIER THAT ARRIVES IN
000500*  THE BATCHIN HEADER AND IS LISTED ON THE FEED REGISTER,
000600*  AND HOLDS THE RULES DTBATCH APPLIES TO THAT FEED'S
000700*  BLOCKS INSTEAD OF THE RUN-WIDE DEFAULTS (AND DTRESUB
000710*  AND REJMAINT TO A CORRECTED REJECT FROM THAT FEED):
000800*      DV-PRF-FORMAT-FLAG  ONE FLAG PER DATE FORMAT
000900*                          SELECTOR (ENTRY 1 IS '1'
001000*                          YYYYMMDD, 2 IS MM/DD/YYYY, 3 IS
001100*                          DD-MM-YYYY) - 'Y' MEANS THE FEED
001200*                          MAY SEND THAT LAYOUT.
001300*      DV-PRF-YEARS-AHEAD  THE FEED'S OWN ROLLING FORWARD
001400*                          WINDOW IN YEARS, USED IN PLACE
001500*                          OF THE YEARSAHD RUN PARAMETER.
001600*      DV-PRF-YEARS-BACK   HOW MANY YEARS BEFORE THE RUN
001700*                          DATE A DATE MAY FALL.  00 MEANS
001800*                          NO LOOK-BACK LIMIT.
001900*  A SOURCE WITH NO PROFILE ON THE MASTER IS JUDGED BY THE
002000*  RUN-WIDE RULES.  MAINTAINED WITH PRFMAINT.
002100*----------------------------------------------------------
002200 01  DV-PROFILE-RECORD.
002300     05  DV-PRF-SOURCE-SYS        PIC X(08).
002400     05  DV-PRF-FORMAT-FLAGS.
002500         10  DV-PRF-FORMAT-FLAG   PIC X(01) OCCURS 3 TIMES.
002600     05  DV-PRF-YEARS-AHEAD       PIC 9(02).
002700     05  DV-PRF-YEARS-BACK        PIC 9(02).
002800     05  DV-PRF-DESC              PIC X(30).
