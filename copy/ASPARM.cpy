000100*----------------------------------------------------------
000200*  ASPARM - CALL PARAMETER BLOCK FOR THE AUDIT TRAIL
000300*  STAMPING SUBROUTINE (AUDSTAMP).  SHARED BY THE
000400*  SUBROUTINE'S LINKAGE SECTION AND BY EVERY CALLING
000500*  PROGRAM'S WORKING-STORAGE SECTION, THE SAME WAY DCPARM
000600*  IS SHARED WITH DATECALC.  THE AUDIT RECORD ITSELF
000700*  (DVAUDIT) IS PASSED AS THE SECOND PARAMETER.  FUNCTIONS:
000800*      I  FIND WHERE THE TRAIL ENDS.  CALLED BEFORE THE
000900*         CALLER OPENS AUDITLOG TO APPEND TO IT.
001000*      S  STAMP THE RECORD WITH THE NEXT SEQUENCE NUMBER AND
001100*         ITS CHAINED CHECK VALUE, JUST BEFORE IT IS WRITTEN.
001200*         AS-LAST-SEQ AND AS-CHECK-VALUE COME BACK WITH WHAT
001300*         WAS STAMPED.
001400*      C  WORK OUT THE CHECK VALUE THE RECORD SHOULD CARRY
001500*         IF IT FOLLOWS A RECORD WHOSE CHECK VALUE IS
001600*         AS-PRIOR-CHECK.  THE RECORD IS NOT CHANGED.
001700*----------------------------------------------------------
001800 01  AS-PARM.
001900     05  AS-FUNCTION              PIC X(01).
002000         88  AS-FIND-TRAIL-END    VALUE 'I'.
002100         88  AS-STAMP-RECORD      VALUE 'S'.
002200         88  AS-CHECK-ONLY        VALUE 'C'.
002300     05  AS-PRIOR-CHECK           PIC 9(09).
002400     05  AS-CHECK-VALUE           PIC 9(09).
002500     05  AS-LAST-SEQ              PIC 9(09).
002600     05  AS-RETURN-CODE           PIC 9(02).
002700         88  AS-OK                VALUE 00.
002800         88  AS-BAD-FUNCTION      VALUE 08.
002900         88  AS-TRAIL-FILE-ERR    VALUE 30.
003000     05  AS-REASON-TEXT           PIC X(40).
