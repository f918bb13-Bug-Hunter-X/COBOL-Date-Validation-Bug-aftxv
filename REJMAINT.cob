000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     REJMAINT.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL PROGRAM.  OPERATOR MAINTENANCE
001200*                  FOR THE REJECT FILE (REJFILE, DVREJECT
001300*                  LAYOUT) AHEAD OF THE DTRESUB RUN.  EACH
001400*                  REJECT WHOSE SUSPENSE ITEM (SUSPMSTR) IS
001500*                  STILL OPEN IS SHOWN WITH THAT ITEM.  THE
001600*                  OPERATOR CAN CORRECT THE FORMAT, DATE AND
001700*                  TIME (AND THE TO DATE OF A RANGE RECORD),
001800*                  SEEING THE DATEVAL RESULT BEFORE THE
001900*                  CORRECTION IS SAVED.  A SUPERVISOR (AN ID
002000*                  ON THE SUPERVISOR LIST, SUPVLIST) CAN
002100*                  WRITE A REJECT OFF WITH A REASON - ITS
002200*                  SUSPENSE ITEM GOES TO WRITTEN-OFF AND THE
002300*                  RECORD LEAVES THE REJECT FILE.  EVERY
002400*                  CORRECTION AND WRITE-OFF IS LOGGED TO
002500*                  AUDITLOG WITH THE OPERATOR'S ID.  REJFILE
002600*                  IS BUILT AFRESH ON A WORK FILE (REJWORK)
002700*                  AND COPIED BACK WHEN THE SESSION ENDS.
002710*  2026-10-15 DLH  THE RESULT SHOWN FOR A CORRECTION NOW ALSO
002720*                  HOLDS IT TO THE VALIDATION PROFILE (SRCPROF,
002730*                  DVPROFIL LAYOUT) OF THE FEED THE REJECT FIRST
002740*                  CAME IN ON - FORMATS THE FEED MAY SEND, ITS
002750*                  YEARS-AHEAD WINDOW AND ITS LOOK-BACK LIMIT -
002760*                  SO IT MATCHES WHAT DTRESUB WILL DECIDE.
002761*  2026-10-15 DLH  A REJECT THAT CANNOT BE WRITTEN TO REJWORK
002762*                  NOW STOPS REJWORK BEING COPIED BACK OVER
002763*                  REJFILE, SO NO REJECT IS SILENTLY LOST, AND
002764*                  ENDS THE SESSION WITH COMPLETION CODE 12.
002765*  2026-10-15 DLH  AUDITLOG IS NO LONGER HELD OPEN FOR THE WHOLE
002766*                  SESSION - THE TRAIL END IS FOUND AND THE FILE
002767*                  OPENED AROUND EACH ENTRY, SO A BATCH RUN
002768*                  APPENDING MEANWHILE DOES NOT BREAK THE CHAIN.
002769*                  A WRITE-OFF IS NOW HELD UNTIL REJFILE HAS BEEN
002770*                  REWRITTEN AT THE END OF THE SESSION AND ONLY
002771*                  THEN TAKEN ON THE SUSPENSE MASTER AND LOGGED;
002772*                  IF REJFILE IS NOT REWRITTEN THE HELD WRITE-OFFS
002773*                  ARE LISTED FOR THE SUPERVISOR TO REDO.  A
002774*                  FAILED WRITE COPYING REJWORK BACK IS NOW
002784*                  REPORTED.
002800*----------------------------------------------------------
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200       SOURCE-COMPUTER.   IBM-370.
003300       OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600       SELECT REJECT-FILE       ASSIGN TO "REJFILE"
003700           ORGANIZATION LINE SEQUENTIAL
003800           FILE STATUS IS WS-REJECT-STATUS.
003900       SELECT REJECT-WORK       ASSIGN TO "REJWORK"
004000           ORGANIZATION LINE SEQUENTIAL
004100           FILE STATUS IS WS-REJWK-STATUS.
004200       SELECT SUSPENSE-MASTER   ASSIGN TO "SUSPMSTR"
004300           ORGANIZATION INDEXED
004400           ACCESS MODE DYNAMIC
004500           RECORD KEY DV-SUS-KEY
004600           FILE STATUS IS WS-SUSP-STATUS.
004700       SELECT AUDIT-FILE        ASSIGN TO "AUDITLOG"
004800           ORGANIZATION LINE SEQUENTIAL
004900           FILE STATUS IS WS-AUDIT-STATUS.
005000       SELECT RUNPARM-FILE      ASSIGN TO "RUNPARMS"
005100           ORGANIZATION LINE SEQUENTIAL
005200           FILE STATUS IS WS-RUNPARM-STATUS.
005300       SELECT SUPERVISOR-FILE   ASSIGN TO "SUPVLIST"
005400           ORGANIZATION LINE SEQUENTIAL
005500           FILE STATUS IS WS-SUPV-STATUS.
005510       SELECT PROFILE-MASTER   ASSIGN TO "SRCPROF"
005520           ORGANIZATION INDEXED
005530           ACCESS MODE DYNAMIC
005540           RECORD KEY DV-PRF-SOURCE-SYS
005550           FILE STATUS IS WS-PROF-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  REJECT-FILE.
006000 COPY DVREJECT.
006100 FD  REJECT-WORK.
006200 01  DV-REJWK-LINE               PIC X(116).
006300 FD  SUSPENSE-MASTER.
006400 COPY DVSUSP.
006500 FD  AUDIT-FILE.
006600 COPY DVAUDIT.
006700 FD  RUNPARM-FILE.
006800 COPY DVRUNPRM.
006900*    ONE AUTHORISED SUPERVISOR PER LINE - THE OPERATOR ID
007000*    AS IT IS ENTERED AT SIGN-ON, THEN A NAME FOR THE READER.
007100 FD  SUPERVISOR-FILE.
007200 01  DV-SUPV-RECORD.
007300     05  DV-SUPV-OPER-ID         PIC X(08).
007400     05  FILLER                  PIC X(01).
007500     05  DV-SUPV-NAME            PIC X(30).
007510 FD  PROFILE-MASTER.
007520 COPY DVPROFIL.
007600*
007700 WORKING-STORAGE SECTION.
007800*
007900*----------------------------------------------------------
008000*  FILE STATUS FIELDS
008100*----------------------------------------------------------
008200 77  WS-REJECT-STATUS             PIC X(02).
008300 77  WS-REJWK-STATUS              PIC X(02).
008400 77  WS-SUSP-STATUS               PIC X(02).
008500 77  WS-AUDIT-STATUS              PIC X(02).
008600 77  WS-RUNPARM-STATUS            PIC X(02).
008700 77  WS-SUPV-STATUS               PIC X(02).
008800 77  WS-SUSP-AVAIL-SW             PIC X(01) VALUE 'N'.
008900     88  WS-SUSPENSE-AVAILABLE    VALUE 'Y'.
009000     88  WS-SUSPENSE-UNAVAILABLE  VALUE 'N'.
009010 77  WS-PROF-STATUS               PIC X(02).
009020 77  WS-PROF-AVAIL-SW             PIC X(01) VALUE 'N'.
009030     88  WS-PROFILES-AVAILABLE    VALUE 'Y'.
009040     88  WS-PROFILES-UNAVAILABLE  VALUE 'N'.
009100*
009200*----------------------------------------------------------
009300*  END-OF-FILE AND SESSION SWITCHES
009400*----------------------------------------------------------
009500 77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
009600     88  DV-END-OF-INPUT          VALUE 'Y'.
009700     88  DV-NOT-END-OF-INPUT      VALUE 'N'.
009800 77  WS-QUIT-SW                   PIC X(01) VALUE 'N'.
009900     88  DV-BROWSE-QUIT           VALUE 'Y'.
010000     88  DV-BROWSE-ON             VALUE 'N'.
010100 77  WS-CHANGED-SW                PIC X(01) VALUE 'N'.
010200     88  WS-FILE-CHANGED          VALUE 'Y'.
010300     88  WS-FILE-UNCHANGED        VALUE 'N'.
010400 77  WS-ITEM-SW                   PIC X(01) VALUE 'N'.
010500     88  WS-ITEM-FOUND            VALUE 'Y'.
010600     88  WS-ITEM-NOT-FOUND        VALUE 'N'.
010700 77  WS-RECORD-SW                 PIC X(01) VALUE 'N'.
010800     88  WS-RECORD-DONE           VALUE 'Y'.
010900     88  WS-RECORD-NOT-DONE       VALUE 'N'.
011000 77  WS-DROP-SW                   PIC X(01) VALUE 'N'.
011100     88  WS-REJECT-DROPPED        VALUE 'Y'.
011200     88  WS-REJECT-KEPT           VALUE 'N'.
011300 77  WS-ENTRY-OK-SW               PIC X(01) VALUE 'Y'.
011400     88  WS-ENTRY-OK              VALUE 'Y'.
011500     88  WS-ENTRY-BAD             VALUE 'N'.
011600 77  WS-SUPV-SW                   PIC X(01) VALUE 'N'.
011700     88  WS-OPER-IS-SUPERVISOR    VALUE 'Y'.
011800     88  WS-OPER-NOT-SUPERVISOR   VALUE 'N'.
011900 77  WS-SUPV-EOF-SW               PIC X(01) VALUE 'N'.
012000     88  WS-END-OF-SUPERVISORS    VALUE 'Y'.
012100     88  WS-NOT-END-OF-SUPERVISORS VALUE 'N'.
012110 77  WS-REJWK-SW                  PIC X(01) VALUE 'Y'.
012120     88  WS-REJWK-COMPLETE        VALUE 'Y'.
012130     88  WS-REJWK-INCOMPLETE      VALUE 'N'.
012140 77  WS-REJFILE-SW                PIC X(01) VALUE 'N'.
012150     88  WS-REJFILE-REPLACED      VALUE 'Y'.
012160     88  WS-REJFILE-NOT-REPLACED  VALUE 'N'.
012170 77  WS-AUDIT-OPEN-SW             PIC X(01) VALUE 'N'.
012180     88  WS-AUDIT-OPEN            VALUE 'Y'.
012190     88  WS-AUDIT-NOT-OPEN        VALUE 'N'.
012200*
012300*----------------------------------------------------------
012400*  RUN-CONTROL PARAMETERS - THE YEARS-AHEAD WINDOW IS READ
012500*  FROM RUNPARMS THE SAME WAY DTRESUB READS IT, SO A
012600*  CORRECTION SHOWN CLEAN HERE COMES CLEAN ON RESUBMISSION.
012700*----------------------------------------------------------
012800 77  WS-PARM-YEARS-AHEAD          PIC 9(02) VALUE 05.
012900 77  WS-PARM-EOF-SW               PIC X(01) VALUE 'N'.
013000     88  DV-END-OF-PARMS          VALUE 'Y'.
013100     88  DV-NOT-END-OF-PARMS      VALUE 'N'.
013200 77  WS-PARM-ERROR-SW             PIC X(01) VALUE 'N'.
013300     88  DV-PARM-ERROR            VALUE 'Y'.
013400     88  DV-PARMS-CLEAN           VALUE 'N'.
013401*
013402*----------------------------------------------------------
013403*  SOURCE PROFILE IN FORCE FOR THE CORRECTION BEING TRIED -
013404*  THAT OF THE FEED THE REJECT FIRST CAME IN ON, WORKED OUT
013405*  AS DTRESUB AND DTBATCH DO: THE FORMAT SELECTORS THE FEED
013406*  MAY SEND ('Y' PER SELECTOR), ITS FORWARD WINDOW (HELD IN
013407*  DV-YEARS-AHEAD) AND ITS LOOK-BACK CUTOFF DATE.  A CUTOFF
013408*  OF ZERO MEANS NO LOOK-BACK LIMIT.
013409*----------------------------------------------------------
013410 01  WS-REC-FORMAT-FLAGS.
013411     05  WS-REC-FORMAT-FLAG       PIC X(01) OCCURS 3 TIMES.
013412 77  WS-REC-YEARS-BACK            PIC 9(02) VALUE ZERO.
013413 77  WS-FMT-SUB                   PIC 9(02) COMP VALUE ZERO.
013414 01  WS-LOOKBACK-DATE             PIC 9(08) VALUE ZERO.
013415 01  WS-LOOKBACK-PARTS REDEFINES WS-LOOKBACK-DATE.
013416     05  WS-LOOKBACK-YYYY         PIC 9(04).
013417     05  WS-LOOKBACK-MMDD         PIC 9(04).
013500*
013600*----------------------------------------------------------
013700*  AUTHORISED SUPERVISORS, LOADED FROM SUPVLIST AT START
013800*----------------------------------------------------------
013900 01  WS-SUPV-TABLE.
014000     05  WS-SUPV-ID OCCURS 50 TIMES
014100                                  PIC X(08).
014200 77  WS-SUPV-COUNT                PIC 9(02) COMP VALUE ZERO.
014300 77  WS-SUPV-SUB                  PIC 9(02) COMP VALUE ZERO.
014400*
014500*----------------------------------------------------------
014600*  OPERATOR DIALOGUE FIELDS
014700*----------------------------------------------------------
014800 77  WS-OPER-ID                   PIC X(08).
014900 77  WS-CHOICE                    PIC X(01).
015000 77  WS-CONFIRM                   PIC X(01).
015100 77  WS-ENTRY-FORMAT              PIC X(01).
015200 77  WS-ENTRY-DATE                PIC X(10).
015300 77  WS-ENTRY-TIME-A              PIC X(06).
015400 77  WS-ENTRY-DATE-TO             PIC X(10).
015500 77  WS-ENTRY-REASON              PIC X(28).
015600*
015700*----------------------------------------------------------
015800*  CORRECTION BEING TRIED - NOT MOVED TO THE REJECT RECORD
015900*  UNTIL THE OPERATOR SAVES IT
016000*----------------------------------------------------------
016100 77  WS-NEW-FORMAT-SEL            PIC X(01).
016200 77  WS-NEW-DATE                  PIC X(10).
016300 77  WS-NEW-TIME                  PIC 9(06).
016400 77  WS-NEW-DATE-TO               PIC X(10).
016500 77  WS-OLD-RC                    PIC 9(02).
016600 77  WS-RANGE-FROM                PIC 9(08) VALUE ZERO.
016700 77  WS-RANGE-TO                  PIC 9(08) VALUE ZERO.
016800*
016900*----------------------------------------------------------
017000*  SESSION COUNTS
017100*----------------------------------------------------------
017200 77  WS-REJECTS-READ              PIC 9(06) VALUE ZERO.
017300 77  WS-REJECTS-SHOWN             PIC 9(06) VALUE ZERO.
017400 77  WS-REJECTS-CORRECTED         PIC 9(06) VALUE ZERO.
017500 77  WS-REJECTS-WRITTEN-OFF       PIC 9(06) VALUE ZERO.
017600 77  WS-REJECTS-PASSED            PIC 9(06) VALUE ZERO.
017700*
017800*----------------------------------------------------------
017900*  AUDIT ENTRY WORK FIELDS
018000*----------------------------------------------------------
018100 77  WS-CURRENT-DATE              PIC 9(08).
018200 77  WS-CURRENT-TIME              PIC 9(08).
018300 77  WS-AUDIT-RESULT              PIC X(07).
018400 77  WS-AUDIT-REASON              PIC X(40).
018401*
018402*----------------------------------------------------------
018403*  WRITE-OFFS AGREED THIS SESSION.  EACH IS HELD HERE AND
018404*  ONLY TAKEN ON THE SUSPENSE MASTER, AND LOGGED, ONCE
018405*  REJFILE HAS BEEN REWRITTEN WITHOUT ITS REJECT.
018406*----------------------------------------------------------
018407 01  WS-WOFF-TABLE.
018408     05  WS-WOFF-ENTRY OCCURS 200 TIMES.
018409         10  WS-WOFF-SUSP-KEY     PIC X(17).
018410         10  WS-WOFF-ITEM-SW      PIC X(01).
018411         10  WS-WOFF-DATE-INPUT   PIC X(10).
018412         10  WS-WOFF-TIME-INPUT   PIC 9(06).
018413         10  WS-WOFF-REASON       PIC X(40).
018414 77  WS-WOFF-COUNT                PIC 9(03) COMP VALUE ZERO.
018415 77  WS-WOFF-SUB                  PIC 9(03) COMP VALUE ZERO.
018500*
018600*----------------------------------------------------------
018700*  CALL PARAMETER BLOCK FOR AUDSTAMP, WHICH STAMPS EACH
018800*  AUDIT RECORD WITH ITS TRAIL SEQUENCE AND CHECK VALUE
018900*----------------------------------------------------------
019000 COPY ASPARM.
019100*
019200*----------------------------------------------------------
019300*  CALL PARAMETER AND RETURN CODE BLOCKS FOR DATEVAL
019400*----------------------------------------------------------
019500 COPY DVPARM.
019600 COPY DVCODES.
019700*
019800 PROCEDURE DIVISION.
019900*
020000*==========================================================
020100*  0000-MAINLINE
020200*     PROGRAM ENTRY POINT.
020300*==========================================================
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE
020600         THRU 1000-INITIALIZE-EXIT.
020700     PERFORM 2000-BROWSE-ONE-REJECT
020800         THRU 2000-BROWSE-ONE-REJECT-EXIT
020900         UNTIL DV-END-OF-INPUT.
021000     PERFORM 8000-END-SESSION
021100         THRU 8000-END-SESSION-EXIT.
021200     STOP RUN.
021300*
021400*==========================================================
021500*  1000-INITIALIZE
021600*     READS THE RUN PARAMETERS AND THE SUPERVISOR LIST,
021700*     SIGNS THE OPERATOR ON, OPENS THE FILES, AND READS
021800*     THE FIRST REJECT.
021900*==========================================================
022000 1000-INITIALIZE.
022100     PERFORM 1050-READ-RUN-PARMS
022200         THRU 1050-READ-RUN-PARMS-EXIT.
022300     MOVE WS-PARM-YEARS-AHEAD TO DV-YEARS-AHEAD.
022400     PERFORM 1150-LOAD-SUPERVISORS
022500         THRU 1150-LOAD-SUPERVISORS-EXIT.
022600     DISPLAY " ".
022700     DISPLAY "Reject correction and write-off.".
022800     DISPLAY "Enter your operator ID:".
022900     ACCEPT WS-OPER-ID.
023000     INSPECT WS-OPER-ID
023100         CONVERTING "abcdefghijklmnopqrstuvwxyz"
023200                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
023300     IF WS-OPER-ID = SPACES
023400         DISPLAY "An operator ID is needed to work the rejects."
023500         STOP RUN
023600     END-IF.
023700     SET WS-OPER-NOT-SUPERVISOR TO TRUE.
023800     PERFORM 1170-CHECK-ONE-SUPERVISOR
023900         THRU 1170-CHECK-ONE-SUPERVISOR-EXIT
024000         VARYING WS-SUPV-SUB FROM 1 BY 1
024100         UNTIL WS-SUPV-SUB > WS-SUPV-COUNT.
024200     OPEN INPUT REJECT-FILE.
024300     IF WS-REJECT-STATUS = "35"
024400         DISPLAY "REJMAINT: no REJFILE on file - nothing to "
024500             "correct."
024600         STOP RUN
024700     END-IF.
024800     IF WS-REJECT-STATUS NOT = "00"
024900         DISPLAY "REJMAINT: cannot open REJFILE, status="
025000             WS-REJECT-STATUS
025100         MOVE 12 TO RETURN-CODE
025200         STOP RUN
025300     END-IF.
025400     OPEN OUTPUT REJECT-WORK.
025500     IF WS-REJWK-STATUS NOT = "00"
025600         DISPLAY "REJMAINT: cannot open REJWORK, status="
025700             WS-REJWK-STATUS
025800         MOVE 12 TO RETURN-CODE
025900         STOP RUN
026000     END-IF.
026100     PERFORM 1095-OPEN-SUSPENSE
026200         THRU 1095-OPEN-SUSPENSE-EXIT.
026210     PERFORM 1097-OPEN-PROFILES
026220         THRU 1097-OPEN-PROFILES-EXIT.
026300     PERFORM 1100-OPEN-AUDIT-FILE
026400         THRU 1100-OPEN-AUDIT-FILE-EXIT.
026410     IF WS-AUDIT-NOT-OPEN
026420         MOVE 12 TO RETURN-CODE
026430         STOP RUN
026440     END-IF.
026450     CLOSE AUDIT-FILE.
026500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
026600     PERFORM 1300-READ-NEXT-REJECT
026700         THRU 1300-READ-NEXT-REJECT-EXIT.
026800     IF DV-END-OF-INPUT
026900         DISPLAY "There are no rejects on REJFILE."
027000     END-IF.
027100 1000-INITIALIZE-EXIT.
027200     EXIT.
027300*
027400*==========================================================
027500*  1050-READ-RUN-PARMS
027600*     READS THE SHARED RUN-CONTROL PARAMETER FILE THE SAME
027700*     WAY DTRESUB DOES AND APPLIES THE YEARS-AHEAD WINDOW
027800*     OVER THE BUILT-IN DEFAULT.  THE OTHER DTBATCH
027900*     KEYWORDS ARE TOLERATED AND IGNORED; A MISSING FILE
028000*     LEAVES THE DEFAULT IN FORCE; A BAD KEYWORD OR VALUE
028100*     STOPS THE SESSION WITH A MESSAGE.
028200*==========================================================
028300 1050-READ-RUN-PARMS.
028400     OPEN INPUT RUNPARM-FILE.
028500     IF WS-RUNPARM-STATUS = "35"
028600         GO TO 1050-READ-RUN-PARMS-EXIT
028700     END-IF.
028800     IF WS-RUNPARM-STATUS NOT = "00"
028900         DISPLAY "REJMAINT: cannot open RUNPARMS, status="
029000             WS-RUNPARM-STATUS
029100         MOVE 12 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400     PERFORM 1055-APPLY-ONE-PARM
029500         THRU 1055-APPLY-ONE-PARM-EXIT
029600         UNTIL DV-END-OF-PARMS.
029700     CLOSE RUNPARM-FILE.
029800     IF DV-PARM-ERROR
029900         DISPLAY "REJMAINT: session cancelled - correct "
030000             "RUNPARMS first."
030100         MOVE 12 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400 1050-READ-RUN-PARMS-EXIT.
030500     EXIT.
030600*
030700*==========================================================
030800*  1055-APPLY-ONE-PARM
030900*     READS ONE PARAMETER RECORD, EDITS IT, AND APPLIES
031000*     THE YEARS-AHEAD WINDOW.  THE KEYWORDS THAT ONLY
031100*     CONCERN DTBATCH ARE PASSED OVER.
031200*==========================================================
031300 1055-APPLY-ONE-PARM.
031400     READ RUNPARM-FILE
031500         AT END
031600             SET DV-END-OF-PARMS TO TRUE
031700             GO TO 1055-APPLY-ONE-PARM-EXIT
031800     END-READ.
031900     IF DV-RUNPARM-RECORD = SPACES
032000         GO TO 1055-APPLY-ONE-PARM-EXIT
032100     END-IF.
032200     EVALUATE DV-PRM-KEYWORD
032300         WHEN "YEARSAHD"
032400             IF DV-PRM-VALUE (1:2) IS NUMERIC
032500                 AND DV-PRM-VALUE (3:6) = SPACES
032600                 MOVE DV-PRM-VALUE (1:2)
032700                     TO WS-PARM-YEARS-AHEAD
032800             ELSE
032900                 PERFORM 1060-FLAG-BAD-PARM
033000                     THRU 1060-FLAG-BAD-PARM-EXIT
033100             END-IF
033200         WHEN "CKPTINTV"
033300         WHEN "RPTDETL "
033400         WHEN "TOLERPCT"
033500         WHEN "BATWINDW"
033600             CONTINUE
033700         WHEN OTHER
033800             PERFORM 1060-FLAG-BAD-PARM
033900                 THRU 1060-FLAG-BAD-PARM-EXIT
034000     END-EVALUATE.
034100 1055-APPLY-ONE-PARM-EXIT.
034200     EXIT.
034300*
034400*==========================================================
034500*  1060-FLAG-BAD-PARM
034600*     REPORTS ONE BAD PARAMETER RECORD AND REMEMBERS THAT
034700*     THE SESSION MUST NOT GO AHEAD.
034800*==========================================================
034900 1060-FLAG-BAD-PARM.
035000     DISPLAY "REJMAINT: bad run parameter: "
035100         DV-PRM-KEYWORD " " DV-PRM-VALUE.
035200     SET DV-PARM-ERROR TO TRUE.
035300 1060-FLAG-BAD-PARM-EXIT.
035400     EXIT.
035500*
035600*==========================================================
035700*  1095-OPEN-SUSPENSE
035800*     OPENS THE REJECT SUSPENSE MASTER FOR UPDATE.  WITHOUT
035900*     IT EVERY REJECT IS SHOWN WITH NO SUSPENSE ITEM, AND A
036000*     WRITE-OFF IS LOGGED BUT CANNOT BE RECORDED ON AN ITEM.
036100*==========================================================
036200 1095-OPEN-SUSPENSE.
036300     SET WS-SUSPENSE-UNAVAILABLE TO TRUE.
036400     OPEN I-O SUSPENSE-MASTER.
036500     IF WS-SUSP-STATUS = "00"
036600         SET WS-SUSPENSE-AVAILABLE TO TRUE
036700     ELSE
036800         DISPLAY "REJMAINT: cannot open SUSPMSTR, status="
036900             WS-SUSP-STATUS " - suspense items not shown."
037000     END-IF.
037100 1095-OPEN-SUSPENSE-EXIT.
037200     EXIT.
037300*
037301*==========================================================
037302*  1097-OPEN-PROFILES
037303*     OPENS THE SOURCE PROFILE MASTER FOR LOOKUPS AS EACH
037304*     CORRECTION IS TRIED.  NO MASTER YET MEANS NO FEED HAS
037305*     A PROFILE; A MASTER THAT CANNOT BE OPENED IS
037306*     REPORTED.  EITHER WAY THE SESSION CARRIES ON UNDER
037307*     THE RUN-WIDE RULES.
037308*==========================================================
037309 1097-OPEN-PROFILES.
037310     SET WS-PROFILES-UNAVAILABLE TO TRUE.
037311     OPEN INPUT PROFILE-MASTER.
037312     IF WS-PROF-STATUS = "00"
037313         SET WS-PROFILES-AVAILABLE TO TRUE
037314         GO TO 1097-OPEN-PROFILES-EXIT
037315     END-IF.
037316     IF WS-PROF-STATUS NOT = "35"
037317         DISPLAY "REJMAINT: cannot open SRCPROF, status="
037318             WS-PROF-STATUS " - run-wide rules for every feed."
037319     END-IF.
037320 1097-OPEN-PROFILES-EXIT.
037321     EXIT.
037322*
037400*==========================================================
037500*  1100-OPEN-AUDIT-FILE
037600*     FINDS THE END OF THE AUDIT TRAIL AND OPENS IT FOR
037700*     APPEND, CREATING IT IF THIS IS THE FIRST RUN.  DONE
037710*     AFRESH FOR EVERY ENTRY, SINCE A BATCH RUN MAY HAVE
037720*     ADDED TO THE TRAIL WHILE THE CONSOLE WAITED.  ONCE AT
037730*     SIGN-ON TOO, SO A SESSION THAT COULD NOT LOG ITS WORK
037740*     NEVER STARTS.  WS-AUDIT-OPEN SAYS WHETHER IT WORKED.
037800*==========================================================
037900 1100-OPEN-AUDIT-FILE.
037910     SET WS-AUDIT-NOT-OPEN TO TRUE.
038000     SET AS-FIND-TRAIL-END TO TRUE.
038100     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
038200     IF NOT AS-OK
038300         DISPLAY "REJMAINT: cannot find the end of the audit "
038400             "trail - " AS-REASON-TEXT
038600         GO TO 1100-OPEN-AUDIT-FILE-EXIT
038700     END-IF.
038800     OPEN EXTEND AUDIT-FILE.
038900     IF WS-AUDIT-STATUS = "35"
039000         OPEN OUTPUT AUDIT-FILE
039100     END-IF.
039200     IF WS-AUDIT-STATUS NOT = "00"
039300         DISPLAY "REJMAINT: cannot open AUDITLOG, status="
039400             WS-AUDIT-STATUS
039600         GO TO 1100-OPEN-AUDIT-FILE-EXIT
039700     END-IF.
039710     SET WS-AUDIT-OPEN TO TRUE.
039800 1100-OPEN-AUDIT-FILE-EXIT.
039900     EXIT.
040000*
040100*==========================================================
040200*  1150-LOAD-SUPERVISORS
040300*     LOADS THE OPERATOR IDS THAT MAY WRITE A REJECT OFF.
040400*     WITH NO LIST ON FILE NOBODY CAN.
040500*==========================================================
040600 1150-LOAD-SUPERVISORS.
040700     OPEN INPUT SUPERVISOR-FILE.
040800     IF WS-SUPV-STATUS = "35"
040900         DISPLAY "REJMAINT: no supervisor list (SUPVLIST) - "
041000             "write-off not available."
041100         GO TO 1150-LOAD-SUPERVISORS-EXIT
041200     END-IF.
041300     IF WS-SUPV-STATUS NOT = "00"
041400         DISPLAY "REJMAINT: cannot open SUPVLIST, status="
041500             WS-SUPV-STATUS " - write-off not available."
041600         GO TO 1150-LOAD-SUPERVISORS-EXIT
041700     END-IF.
041800     PERFORM 1160-LOAD-ONE-SUPERVISOR
041900         THRU 1160-LOAD-ONE-SUPERVISOR-EXIT
042000         UNTIL WS-END-OF-SUPERVISORS.
042100     CLOSE SUPERVISOR-FILE.
042200 1150-LOAD-SUPERVISORS-EXIT.
042300     EXIT.
042400*
042500*==========================================================
042600*  1160-LOAD-ONE-SUPERVISOR
042700*     READS ONE SUPERVISOR LINE INTO THE TABLE.  BLANK
042800*     LINES ARE PASSED OVER; A FULL TABLE IS REPORTED.
042900*==========================================================
043000 1160-LOAD-ONE-SUPERVISOR.
043100     READ SUPERVISOR-FILE
043200         AT END
043300             SET WS-END-OF-SUPERVISORS TO TRUE
043400             GO TO 1160-LOAD-ONE-SUPERVISOR-EXIT
043500     END-READ.
043600     IF DV-SUPV-OPER-ID = SPACES
043700         GO TO 1160-LOAD-ONE-SUPERVISOR-EXIT
043800     END-IF.
043900     IF WS-SUPV-COUNT = 50
044000         DISPLAY "REJMAINT: supervisor list is full, "
044100             DV-SUPV-OPER-ID " not loaded."
044200         GO TO 1160-LOAD-ONE-SUPERVISOR-EXIT
044300     END-IF.
044400     ADD 1 TO WS-SUPV-COUNT.
044500     MOVE DV-SUPV-OPER-ID TO WS-SUPV-ID (WS-SUPV-COUNT).
044600     INSPECT WS-SUPV-ID (WS-SUPV-COUNT)
044700         CONVERTING "abcdefghijklmnopqrstuvwxyz"
044800                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
044900 1160-LOAD-ONE-SUPERVISOR-EXIT.
045000     EXIT.
045100*
045200*==========================================================
045300*  1170-CHECK-ONE-SUPERVISOR
045400*     MARKS THE OPERATOR AS A SUPERVISOR WHEN THEIR ID IS
045500*     ON THE LIST.
045600*==========================================================
045700 1170-CHECK-ONE-SUPERVISOR.
045800     IF WS-SUPV-ID (WS-SUPV-SUB) = WS-OPER-ID
045900         SET WS-OPER-IS-SUPERVISOR TO TRUE
046000     END-IF.
046100 1170-CHECK-ONE-SUPERVISOR-EXIT.
046200     EXIT.
046300*
046400*==========================================================
046500*  1300-READ-NEXT-REJECT
046600*     READS THE NEXT REJECT RECORD, SETTING THE END-OF-FILE
046700*     SWITCH WHEN THE FILE IS EXHAUSTED.
046800*==========================================================
046900 1300-READ-NEXT-REJECT.
047000     READ REJECT-FILE
047100         AT END
047200             SET DV-END-OF-INPUT TO TRUE
047300         NOT AT END
047400             ADD 1 TO WS-REJECTS-READ
047500     END-READ.
047600 1300-READ-NEXT-REJECT-EXIT.
047700     EXIT.
047800*
047900*==========================================================
048000*  2000-BROWSE-ONE-REJECT
048100*     LOOKS UP THE REJECT'S SUSPENSE ITEM.  A REJECT WHOSE
048200*     ITEM IS NO LONGER OPEN, OR ANY REJECT ONCE THE
048300*     OPERATOR HAS STOPPED BROWSING, IS CARRIED OVER AS IT
048400*     IS.  OTHERWISE THE REJECT IS SHOWN AND THE OPERATOR
048500*     WORKS IT UNTIL MOVING ON.  THE REJECT IS THEN WRITTEN
048600*     TO THE WORK FILE UNLESS IT WAS WRITTEN OFF.  A WRITE
048610*     THAT FAILS MARKS THE WORK FILE INCOMPLETE SO IT IS
048620*     NOT COPIED BACK OVER REJFILE.
048700*==========================================================
048800 2000-BROWSE-ONE-REJECT.
048900     SET WS-REJECT-KEPT TO TRUE.
049000     IF DV-BROWSE-QUIT
049100         GO TO 2000-BROWSE-ONE-REJECT-KEEP
049200     END-IF.
049300     PERFORM 2100-FIND-SUSPENSE-ITEM
049400         THRU 2100-FIND-SUSPENSE-ITEM-EXIT.
049500     IF WS-ITEM-FOUND
049600         AND NOT DV-SUS-OPEN
049700         ADD 1 TO WS-REJECTS-PASSED
049800         GO TO 2000-BROWSE-ONE-REJECT-KEEP
049900     END-IF.
050000     ADD 1 TO WS-REJECTS-SHOWN.
050100     PERFORM 3000-SHOW-REJECT
050200         THRU 3000-SHOW-REJECT-EXIT.
050300     SET WS-RECORD-NOT-DONE TO TRUE.
050400     PERFORM 2200-TAKE-ONE-ACTION
050500         THRU 2200-TAKE-ONE-ACTION-EXIT
050600         UNTIL WS-RECORD-DONE.
050700 2000-BROWSE-ONE-REJECT-KEEP.
050800     IF WS-REJECT-KEPT
050900         WRITE DV-REJWK-LINE FROM DV-REJECT-RECORD
050910         IF WS-REJWK-STATUS NOT = "00"
050920             DISPLAY "REJMAINT: REJWORK write failed, status="
050930                 WS-REJWK-STATUS " - reject #"
050940                 DV-REJ-RECORD-NUM
050950             SET WS-REJWK-INCOMPLETE TO TRUE
050960         END-IF
051000     END-IF.
051100     PERFORM 1300-READ-NEXT-REJECT
051200         THRU 1300-READ-NEXT-REJECT-EXIT.
051300 2000-BROWSE-ONE-REJECT-EXIT.
051400     EXIT.
051500*
051600*==========================================================
051700*  2100-FIND-SUSPENSE-ITEM
051800*     READS THE SUSPENSE MASTER ITEM FOR THE REJECT BY THE
051900*     SUSPENSE KEY IT CARRIES - THE ORIGINAL VALUES AS
052000*     DTBATCH FIRST SAW THEM - OR BY ITS FRONT FIELDS WHEN
052100*     IT WAS WRITTEN BEFORE THE KEY EXISTED.
052200*==========================================================
052300 2100-FIND-SUSPENSE-ITEM.
052400     SET WS-ITEM-NOT-FOUND TO TRUE.
052500     IF WS-SUSPENSE-UNAVAILABLE
052600         GO TO 2100-FIND-SUSPENSE-ITEM-EXIT
052700     END-IF.
052800     IF DV-REJ-SUSP-KEY = SPACES
052900         MOVE DV-REJ-FORMAT-SEL TO DV-SUS-FORMAT-SEL
053000         MOVE DV-REJ-DATE-INPUT TO DV-SUS-DATE-INPUT
053100         MOVE DV-REJ-TIME-INPUT TO DV-SUS-TIME-INPUT
053200     ELSE
053300         MOVE DV-REJ-SUS-FORMAT-SEL TO DV-SUS-FORMAT-SEL
053400         MOVE DV-REJ-SUS-DATE-INPUT TO DV-SUS-DATE-INPUT
053500         MOVE DV-REJ-SUS-TIME-INPUT TO DV-SUS-TIME-INPUT
053600     END-IF.
053700     READ SUSPENSE-MASTER.
053800     IF WS-SUSP-STATUS = "00"
053900         SET WS-ITEM-FOUND TO TRUE
054000     END-IF.
054100 2100-FIND-SUSPENSE-ITEM-EXIT.
054200     EXIT.
054300*
054400*==========================================================
054500*  2200-TAKE-ONE-ACTION
054600*     ASKS WHAT TO DO WITH THE REJECT ON SHOW AND DOES IT.
054700*     A SAVED CORRECTION OR A WRITE-OFF MOVES ON TO THE
054800*     NEXT REJECT; ONE THAT IS ABANDONED STAYS ON THIS ONE.
054900*==========================================================
055000 2200-TAKE-ONE-ACTION.
055100     DISPLAY "C=Correct  W=Write off  Enter=Next reject  "
055200         "Q=Stop browsing:".
055300     MOVE SPACE TO WS-CHOICE.
055400     ACCEPT WS-CHOICE.
055500     EVALUATE WS-CHOICE
055600         WHEN 'C'
055700         WHEN 'c'
055800             PERFORM 4000-CORRECT-REJECT
055900                 THRU 4000-CORRECT-REJECT-EXIT
056000         WHEN 'W'
056100         WHEN 'w'
056200             PERFORM 5000-WRITE-OFF-REJECT
056300                 THRU 5000-WRITE-OFF-REJECT-EXIT
056400         WHEN SPACE
056500             SET WS-RECORD-DONE TO TRUE
056600         WHEN 'Q'
056700         WHEN 'q'
056800             SET DV-BROWSE-QUIT TO TRUE
056900             SET WS-RECORD-DONE TO TRUE
057000         WHEN OTHER
057100             DISPLAY "Please answer C, W, Enter or Q."
057200     END-EVALUATE.
057300 2200-TAKE-ONE-ACTION-EXIT.
057400     EXIT.
057500*
057600*==========================================================
057700*  3000-SHOW-REJECT
057800*     DISPLAYS THE REJECT RECORD NOW IN THE BUFFER AND ITS
057900*     SUSPENSE ITEM.
058000*==========================================================
058100 3000-SHOW-REJECT.
058200     DISPLAY " ".
058300     IF DV-REJ-RANGE-REC
058400         DISPLAY "Reject #" DV-REJ-RECORD-NUM
058500             "  RANGE FMT=" DV-REJ-FORMAT-SEL
058600             " FROM=" DV-REJ-DATE-INPUT
058700             " TIME=" DV-REJ-TIME-INPUT
058800             " TO=" DV-REJ-DATE-TO
058900     ELSE
059000         DISPLAY "Reject #" DV-REJ-RECORD-NUM
059100             "  FMT=" DV-REJ-FORMAT-SEL
059200             " DATE=" DV-REJ-DATE-INPUT
059300             " TIME=" DV-REJ-TIME-INPUT
059400     END-IF.
059500     DISPLAY "  RC=" DV-REJ-RETURN-CODE " " DV-REJ-REASON.
059600     IF WS-ITEM-FOUND
059700         DISPLAY "  Suspense item: SRC=" DV-SUS-SOURCE-SYS
059800             " FIRST SEEN=" DV-SUS-FIRST-SEEN
059900             " CYCLES=" DV-SUS-CYCLE-COUNT
060000             " LAST=" DV-SUS-LAST-CYCLED
060100     ELSE
060200         DISPLAY "  Suspense item: none on SUSPMSTR."
060300     END-IF.
060400 3000-SHOW-REJECT-EXIT.
060500     EXIT.
060600*
060700*==========================================================
060800*  4000-CORRECT-REJECT
060900*     ACCEPTS THE CORRECTED FORMAT, DATE AND TIME (AND THE
061000*     TO DATE OF A RANGE RECORD), ENTER KEEPING THE VALUE
061100*     ON FILE.  THE CORRECTION IS PUT THROUGH DATEVAL AND
061200*     THE RESULT SHOWN; IT IS ONLY SAVED TO THE REJECT IF
061300*     THE OPERATOR THEN SAYS SO.
061400*==========================================================
061500 4000-CORRECT-REJECT.
061600     PERFORM 4100-ASK-CORRECTION
061700         THRU 4100-ASK-CORRECTION-EXIT.
061800     IF WS-ENTRY-BAD
061900         DISPLAY "Correction not saved."
062000         GO TO 4000-CORRECT-REJECT-EXIT
062100     END-IF.
062200     PERFORM 4200-VALIDATE-CORRECTION
062300         THRU 4200-VALIDATE-CORRECTION-EXIT.
062400     IF DV-OK
062500         DISPLAY "Validation result: CLEAN - will pass on "
062600             "resubmission."
062700     ELSE
062800         DISPLAY "Validation result: RC=" DV-RETURN-CODE " "
062900             DV-REASON-TEXT
063000     END-IF.
063100     DISPLAY "Save this correction? Y/N:".
063200     MOVE SPACE TO WS-CONFIRM.
063300     ACCEPT WS-CONFIRM.
063400     IF WS-CONFIRM NOT = 'Y'
063500         AND WS-CONFIRM NOT = 'y'
063600         DISPLAY "Correction not saved."
063700         GO TO 4000-CORRECT-REJECT-EXIT
063800     END-IF.
063900     PERFORM 4300-SAVE-CORRECTION
064000         THRU 4300-SAVE-CORRECTION-EXIT.
064100     DISPLAY "Correction saved.".
064200     SET WS-RECORD-DONE TO TRUE.
064300 4000-CORRECT-REJECT-EXIT.
064400     EXIT.
064500*
064600*==========================================================
064700*  4100-ASK-CORRECTION
064800*     ACCEPTS EACH CORRECTED VALUE IN TURN.  THE FIRST
064900*     ANSWER THAT FAILS ITS EDIT ENDS THE DIALOGUE.
065000*==========================================================
065100 4100-ASK-CORRECTION.
065200     SET WS-ENTRY-OK TO TRUE.
065300     MOVE DV-REJ-FORMAT-SEL TO WS-NEW-FORMAT-SEL.
065400     MOVE DV-REJ-DATE-INPUT TO WS-NEW-DATE.
065500     MOVE DV-REJ-TIME-INPUT TO WS-NEW-TIME.
065600     MOVE DV-REJ-DATE-TO TO WS-NEW-DATE-TO.
065700     DISPLAY "Format 1=YYYYMMDD 2=MM/DD/YYYY 3=DD-MM-YYYY, "
065800         "Enter keeps " DV-REJ-FORMAT-SEL ":".
065900     MOVE SPACES TO WS-ENTRY-FORMAT.
066000     ACCEPT WS-ENTRY-FORMAT.
066100     IF WS-ENTRY-FORMAT NOT = SPACES
066200         MOVE WS-ENTRY-FORMAT TO WS-NEW-FORMAT-SEL
066300     END-IF.
066400     IF DV-REJ-RANGE-REC
066500         DISPLAY "From date, Enter keeps " DV-REJ-DATE-INPUT ":"
066600     ELSE
066700         DISPLAY "Date, Enter keeps " DV-REJ-DATE-INPUT ":"
066800     END-IF.
066900     MOVE SPACES TO WS-ENTRY-DATE.
067000     ACCEPT WS-ENTRY-DATE.
067100     IF WS-ENTRY-DATE NOT = SPACES
067200         MOVE WS-ENTRY-DATE TO WS-NEW-DATE
067300     END-IF.
067400     DISPLAY "Time HHMMSS, Enter keeps " DV-REJ-TIME-INPUT ":".
067500     MOVE SPACES TO WS-ENTRY-TIME-A.
067600     ACCEPT WS-ENTRY-TIME-A.
067700     IF WS-ENTRY-TIME-A NOT = SPACES
067800         IF WS-ENTRY-TIME-A IS NOT NUMERIC
067900             SET WS-ENTRY-BAD TO TRUE
068000             DISPLAY "Please enter the time as six digits."
068100             GO TO 4100-ASK-CORRECTION-EXIT
068200         END-IF
068300         MOVE WS-ENTRY-TIME-A TO WS-NEW-TIME
068400     END-IF.
068500     IF NOT DV-REJ-RANGE-REC
068600         GO TO 4100-ASK-CORRECTION-EXIT
068700     END-IF.
068800     DISPLAY "To date, Enter keeps " DV-REJ-DATE-TO ":".
068900     MOVE SPACES TO WS-ENTRY-DATE-TO.
069000     ACCEPT WS-ENTRY-DATE-TO.
069100     IF WS-ENTRY-DATE-TO NOT = SPACES
069200         MOVE WS-ENTRY-DATE-TO TO WS-NEW-DATE-TO
069300     END-IF.
069400 4100-ASK-CORRECTION-EXIT.
069500     EXIT.
069600*
069700*==========================================================
069800*  4200-VALIDATE-CORRECTION
069900*     PUTS THE CORRECTION THROUGH DATEVAL EXACTLY AS
070000*     DTRESUB WILL - UNDER THE PROFILE OF THE FEED THE
070100*     REJECT CAME IN ON, EACH DATE DATEVAL PASSES HELD TO
070110*     THAT PROFILE, AND A RANGE RECORD EACH END PLUS THE
070120*     ORDER CHECK.
070200*==========================================================
070300 4200-VALIDATE-CORRECTION.
070310     PERFORM 4210-APPLY-SOURCE-PROFILE
070320         THRU 4210-APPLY-SOURCE-PROFILE-EXIT.
070400     MOVE WS-NEW-FORMAT-SEL TO DV-DATE-FORMAT-SEL.
070500     MOVE WS-NEW-DATE TO DV-DATE-INPUT.
070600     MOVE WS-NEW-TIME TO DV-TIME-INPUT.
070700     CALL "DATEVAL" USING DV-PARM, DV-CODES.
070710     PERFORM 4220-CHECK-FEED-PROFILE
070720         THRU 4220-CHECK-FEED-PROFILE-EXIT.
070800     IF NOT DV-REJ-RANGE-REC
070900         GO TO 4200-VALIDATE-CORRECTION-EXIT
071000     END-IF.
071100     IF NOT DV-OK
071200         GO TO 4200-VALIDATE-CORRECTION-EXIT
071300     END-IF.
071400     MOVE DV-NORMALIZED-DATE TO WS-RANGE-FROM.
071500     MOVE WS-NEW-DATE-TO TO DV-DATE-INPUT.
071600     CALL "DATEVAL" USING DV-PARM, DV-CODES.
071610     PERFORM 4220-CHECK-FEED-PROFILE
071620         THRU 4220-CHECK-FEED-PROFILE-EXIT.
071700     IF NOT DV-OK
071800         GO TO 4200-VALIDATE-CORRECTION-EXIT
071900     END-IF.
072000     MOVE DV-NORMALIZED-DATE TO WS-RANGE-TO.
072100     IF WS-RANGE-FROM > WS-RANGE-TO
072200         SET DV-BAD-RANGE-ORDER TO TRUE
072300         MOVE "From date is after the to date."
072400             TO DV-REASON-TEXT
072500     END-IF.
072600 4200-VALIDATE-CORRECTION-EXIT.
072700     EXIT.
072800*
072801*==========================================================
072802*  4210-APPLY-SOURCE-PROFILE
072803*     PUTS THE VALIDATION PROFILE OF THE FEED THE REJECT
072804*     FIRST CAME IN ON IN FORCE - THE FORMAT SELECTORS IT
072805*     MAY SEND, ITS YEARS-AHEAD WINDOW FOR DATEVAL AND ITS
072806*     LOOK-BACK CUTOFF DATE.  A REJECT WITH NO SOURCE, A
072807*     FEED WITH NO PROFILE, OR A SESSION WITHOUT THE MASTER
072808*     GETS THE RUN-WIDE RULES.
072809*==========================================================
072810 4210-APPLY-SOURCE-PROFILE.
072811     MOVE "YYY" TO WS-REC-FORMAT-FLAGS.
072812     MOVE WS-PARM-YEARS-AHEAD TO DV-YEARS-AHEAD.
072813     MOVE ZERO TO WS-REC-YEARS-BACK.
072814     MOVE ZERO TO WS-LOOKBACK-DATE.
072815     IF WS-PROFILES-UNAVAILABLE
072816         GO TO 4210-APPLY-SOURCE-PROFILE-EXIT
072817     END-IF.
072818     IF DV-REJ-SOURCE-SYS = SPACES
072819         GO TO 4210-APPLY-SOURCE-PROFILE-EXIT
072820     END-IF.
072821     MOVE DV-REJ-SOURCE-SYS TO DV-PRF-SOURCE-SYS.
072822     READ PROFILE-MASTER.
072823     IF WS-PROF-STATUS NOT = "00"
072824         GO TO 4210-APPLY-SOURCE-PROFILE-EXIT
072825     END-IF.
072826     MOVE DV-PRF-FORMAT-FLAGS TO WS-REC-FORMAT-FLAGS.
072827     MOVE DV-PRF-YEARS-AHEAD TO DV-YEARS-AHEAD.
072828     MOVE DV-PRF-YEARS-BACK TO WS-REC-YEARS-BACK.
072829     IF WS-REC-YEARS-BACK > ZERO
072830         MOVE WS-CURRENT-DATE TO WS-LOOKBACK-DATE
072831         SUBTRACT WS-REC-YEARS-BACK FROM WS-LOOKBACK-YYYY
072832     END-IF.
072833 4210-APPLY-SOURCE-PROFILE-EXIT.
072834     EXIT.
072835*
072836*==========================================================
072837*  4220-CHECK-FEED-PROFILE
072838*     HOLDS A DATE DATEVAL HAS JUST PASSED AGAINST THE
072839*     PROFILE IN FORCE - A FORMAT SELECTOR THE FEED MAY
072840*     NOT SEND FAILS WITH DVCODES 13, A DATE BEFORE THE
072841*     LOOK-BACK CUTOFF WITH 14, EXACTLY AS IN DTBATCH.  A
072842*     DATE DATEVAL HAS ALREADY FAILED IS LEFT AS IT IS.
072843*==========================================================
072844 4220-CHECK-FEED-PROFILE.
072845     IF NOT DV-OK
072846         GO TO 4220-CHECK-FEED-PROFILE-EXIT
072847     END-IF.
072848     MOVE DV-DATE-FORMAT-SEL TO WS-FMT-SUB.
072849     IF WS-REC-FORMAT-FLAG (WS-FMT-SUB) NOT = 'Y'
072850         SET DV-BAD-FEED-FORMAT TO TRUE
072851         MOVE "Date format not allowed for this feed."
072852             TO DV-REASON-TEXT
072853         GO TO 4220-CHECK-FEED-PROFILE-EXIT
072854     END-IF.
072855     IF WS-LOOKBACK-DATE > ZERO
072856         AND DV-NORMALIZED-DATE < WS-LOOKBACK-DATE
072857         SET DV-DATE-TOO-OLD TO TRUE
072858         MOVE "Date is older than the feed allows."
072859             TO DV-REASON-TEXT
072860     END-IF.
072861 4220-CHECK-FEED-PROFILE-EXIT.
072862     EXIT.
072863*
072900*==========================================================
073000*  4300-SAVE-CORRECTION
073100*     MOVES THE CORRECTION AND ITS DATEVAL RESULT ONTO THE
073200*     REJECT AND LOGS IT.  A REJECT WRITTEN BEFORE THE
073300*     SUSPENSE KEY EXISTED IS FIRST GIVEN ITS CURRENT FRONT
073400*     FIELDS AS THE KEY, SO DTRESUB STILL FINDS ITS ITEM.
073500*==========================================================
073600 4300-SAVE-CORRECTION.
073700     IF DV-REJ-SUSP-KEY = SPACES
073800         MOVE DV-REJ-FORMAT-SEL TO DV-REJ-SUS-FORMAT-SEL
073900         MOVE DV-REJ-DATE-INPUT TO DV-REJ-SUS-DATE-INPUT
074000         MOVE DV-REJ-TIME-INPUT TO DV-REJ-SUS-TIME-INPUT
074100     END-IF.
074200     MOVE DV-REJ-RETURN-CODE TO WS-OLD-RC.
074300     MOVE WS-NEW-FORMAT-SEL TO DV-REJ-FORMAT-SEL.
074400     MOVE WS-NEW-DATE TO DV-REJ-DATE-INPUT.
074500     MOVE WS-NEW-TIME TO DV-REJ-TIME-INPUT.
074600     IF DV-REJ-RANGE-REC
074700         MOVE WS-NEW-DATE-TO TO DV-REJ-DATE-TO
074800     END-IF.
074900     MOVE DV-RETURN-CODE TO DV-REJ-RETURN-CODE.
075000     MOVE DV-REASON-TEXT TO DV-REJ-REASON.
075100     SET WS-FILE-CHANGED TO TRUE.
075200     ADD 1 TO WS-REJECTS-CORRECTED.
075300     MOVE "CORRECT" TO WS-AUDIT-RESULT.
075400     MOVE SPACES TO WS-AUDIT-REASON.
075500     STRING "BY " WS-OPER-ID
075600             " WAS RC " WS-OLD-RC
075700             " NOW RC " DV-REJ-RETURN-CODE
075800         DELIMITED BY SIZE INTO WS-AUDIT-REASON.
075900     PERFORM 6000-WRITE-AUDIT-RECORD
076000         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
076100 4300-SAVE-CORRECTION-EXIT.
076200     EXIT.
076300*
076400*==========================================================
076500*  5000-WRITE-OFF-REJECT
076600*     WRITES OFF A REJECT THAT CAN NEVER BE FIXED.  ONLY A
076700*     SUPERVISOR MAY, AND ONLY WITH A REASON.  THE SUSPENSE
076800*     REJECT IS DROPPED FROM THE REJECT FILE AND THE
076900*     WRITE-OFF IS HELD - THE SUSPENSE ITEM GOES TO
076910*     WRITTEN-OFF, AND THE WRITE-OFF IS LOGGED, ONLY WHEN
076920*     REJFILE HAS BEEN REWRITTEN AT THE END OF THE SESSION.
077000*==========================================================
077100 5000-WRITE-OFF-REJECT.
077200     IF WS-OPER-NOT-SUPERVISOR
077300         DISPLAY "Only a supervisor may write a reject off."
077400         GO TO 5000-WRITE-OFF-REJECT-EXIT
077500     END-IF.
077510     IF WS-WOFF-COUNT NOT < 200
077520         DISPLAY "200 write-offs are held for this session - "
077530             "end it and start again to write off more."
077540         GO TO 5000-WRITE-OFF-REJECT-EXIT
077550     END-IF.
077600     DISPLAY "Reason for the write-off:".
077700     MOVE SPACES TO WS-ENTRY-REASON.
077800     ACCEPT WS-ENTRY-REASON.
077900     IF WS-ENTRY-REASON = SPACES
078000         DISPLAY "A reason is required - not written off."
078100         GO TO 5000-WRITE-OFF-REJECT-EXIT
078200     END-IF.
078300     DISPLAY "Write this reject off for good? Y/N:".
078400     MOVE SPACE TO WS-CONFIRM.
078500     ACCEPT WS-CONFIRM.
078600     IF WS-CONFIRM NOT = 'Y'
078700         AND WS-CONFIRM NOT = 'y'
078800         DISPLAY "Not written off."
078900         GO TO 5000-WRITE-OFF-REJECT-EXIT
079000     END-IF.
079100     ADD 1 TO WS-WOFF-COUNT.
079200     MOVE DV-SUS-KEY TO WS-WOFF-SUSP-KEY (WS-WOFF-COUNT).
079300     MOVE WS-ITEM-SW TO WS-WOFF-ITEM-SW (WS-WOFF-COUNT).
079400     MOVE DV-REJ-DATE-INPUT TO WS-WOFF-DATE-INPUT (WS-WOFF-COUNT).
079500     MOVE DV-REJ-TIME-INPUT TO WS-WOFF-TIME-INPUT (WS-WOFF-COUNT).
079600     MOVE SPACES TO WS-WOFF-REASON (WS-WOFF-COUNT).
079700     STRING "BY " WS-OPER-ID " " WS-ENTRY-REASON
079800         DELIMITED BY SIZE INTO WS-WOFF-REASON (WS-WOFF-COUNT).
080200     SET WS-REJECT-DROPPED TO TRUE.
080300     SET WS-FILE-CHANGED TO TRUE.
080400     ADD 1 TO WS-REJECTS-WRITTEN-OFF.
081100     DISPLAY "Written off - taken when REJFILE is rewritten "
081110         "at the end of the session.".
081200     SET WS-RECORD-DONE TO TRUE.
081300 5000-WRITE-OFF-REJECT-EXIT.
081400     EXIT.
081500*
081600*==========================================================
081700*  6000-WRITE-AUDIT-RECORD
081800*     APPENDS ONE AUDIT TRAIL ENTRY FOR THE CORRECTION OR
081900*     WRITE-OFF JUST MADE, CARRYING THE REJECT'S DATE AND
082000*     TIME AS THEY NOW STAND AND THE FEED THE SUSPENSE ITEM
082100*     CAME FROM.
082200*==========================================================
082300 6000-WRITE-AUDIT-RECORD.
082310     PERFORM 1100-OPEN-AUDIT-FILE
082320         THRU 1100-OPEN-AUDIT-FILE-EXIT.
082330     IF WS-AUDIT-NOT-OPEN
082340         DISPLAY "REJMAINT: audit entry not written for "
082350             DV-REJ-DATE-INPUT " " DV-REJ-TIME-INPUT
082360         GO TO 6000-WRITE-AUDIT-RECORD-EXIT
082370     END-IF.
082400     MOVE SPACES TO DV-AUDIT-RECORD.
082500     ACCEPT WS-CURRENT-TIME FROM TIME.
082600     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
082700         DELIMITED BY SIZE INTO DV-AUD-TIMESTAMP.
082800     MOVE "REJMAINT" TO DV-AUD-SOURCE.
082900     MOVE DV-REJ-DATE-INPUT TO DV-AUD-DATE-INPUT.
083000     MOVE DV-REJ-TIME-INPUT TO DV-AUD-TIME-INPUT.
083100     MOVE WS-AUDIT-RESULT TO DV-AUD-RESULT.
083200     MOVE WS-AUDIT-REASON TO DV-AUD-REASON.
083300     IF WS-ITEM-FOUND
083400         MOVE DV-SUS-SOURCE-SYS TO DV-AUD-FEED-SRC
083500     END-IF.
083600     SET AS-STAMP-RECORD TO TRUE.
083700     CALL "AUDSTAMP" USING AS-PARM, DV-AUDIT-RECORD.
083800     WRITE DV-AUDIT-RECORD.
083900     IF WS-AUDIT-STATUS NOT = "00"
084000         DISPLAY "REJMAINT: AUDITLOG write failed, status="
084100             WS-AUDIT-STATUS
084200     END-IF.
084210     CLOSE AUDIT-FILE.
084300 6000-WRITE-AUDIT-RECORD-EXIT.
084400     EXIT.
084500*
084600*==========================================================
084700*  8000-END-SESSION
084800*     CLOSES THE FILES, COPIES THE WORK FILE BACK OVER
084900*     REJFILE IF ANYTHING WAS CHANGED AND THE WORK FILE IS
085000*     COMPLETE, TAKES THE HELD WRITE-OFFS ONCE REJFILE HAS
085010*     BEEN REWRITTEN (OR LISTS THEM WHEN IT HAS NOT), AND
085020*     SHOWS THE SESSION COUNTS.
085100*==========================================================
085200 8000-END-SESSION.
085300     CLOSE REJECT-FILE.
085400     CLOSE REJECT-WORK.
085900     IF WS-FILE-CHANGED
085910         AND WS-REJWK-COMPLETE
086000         PERFORM 8100-REPLACE-REJFILE
086100             THRU 8100-REPLACE-REJFILE-EXIT
086200     END-IF.
086201     IF WS-REJFILE-REPLACED
086202         PERFORM 8300-TAKE-ONE-WRITE-OFF
086203             THRU 8300-TAKE-ONE-WRITE-OFF-EXIT
086204             VARYING WS-WOFF-SUB FROM 1 BY 1
086205             UNTIL WS-WOFF-SUB > WS-WOFF-COUNT
086206     END-IF.
086207     IF WS-SUSPENSE-AVAILABLE
086208         CLOSE SUSPENSE-MASTER
086209     END-IF.
086210     IF WS-PROFILES-AVAILABLE
086211         CLOSE PROFILE-MASTER
086212     END-IF.
086300     DISPLAY " ".
086400     DISPLAY "Rejects on file : " WS-REJECTS-READ.
086500     DISPLAY "Shown           : " WS-REJECTS-SHOWN.
086600     DISPLAY "Corrected       : " WS-REJECTS-CORRECTED.
086700     DISPLAY "Written off     : " WS-REJECTS-WRITTEN-OFF.
086800     DISPLAY "Item not open   : " WS-REJECTS-PASSED.
086810     IF WS-REJWK-INCOMPLETE
086820         DISPLAY "REJMAINT: REJWORK is incomplete - REJFILE "
086830             "left as it was; this session's changes to it "
086840             "are not saved."
086841     END-IF.
086842     IF WS-FILE-CHANGED
086843         AND WS-REJFILE-NOT-REPLACED
086844         AND WS-WOFF-COUNT > ZERO
086845         DISPLAY "REJMAINT: these write-offs were not taken - "
086846             "redo them next session:"
086847         PERFORM 8400-SHOW-ONE-WRITE-OFF
086848             THRU 8400-SHOW-ONE-WRITE-OFF-EXIT
086849             VARYING WS-WOFF-SUB FROM 1 BY 1
086850             UNTIL WS-WOFF-SUB > WS-WOFF-COUNT
086851     END-IF.
086852     IF WS-FILE-CHANGED
086853         AND WS-REJFILE-NOT-REPLACED
086854         MOVE 12 TO RETURN-CODE
086860         GO TO 8000-END-SESSION-EXIT
086870     END-IF.
086900     IF WS-FILE-CHANGED
087000         DISPLAY "REJFILE rewritten - run DTRESUB to resubmit."
087100     ELSE
087200         DISPLAY "REJFILE unchanged."
087300     END-IF.
087400 8000-END-SESSION-EXIT.
087500     EXIT.
087600*
087700*==========================================================
087800*  8100-REPLACE-REJFILE
087900*     COPIES THE WORK FILE BACK OVER REJFILE.  REJFILE
087910*     COUNTS AS REPLACED ONLY IF EVERY REJECT WAS COPIED.
088000*==========================================================
088100 8100-REPLACE-REJFILE.
088200     OPEN INPUT REJECT-WORK.
088300     IF WS-REJWK-STATUS NOT = "00"
088400         DISPLAY "REJMAINT: cannot reopen REJWORK, status="
088500             WS-REJWK-STATUS
088600         MOVE 12 TO RETURN-CODE
088700         STOP RUN
088800     END-IF.
088900     OPEN OUTPUT REJECT-FILE.
089000     IF WS-REJECT-STATUS NOT = "00"
089100         DISPLAY "REJMAINT: cannot rewrite REJFILE, status="
089200             WS-REJECT-STATUS " - corrected copy left on REJWORK."
089300         MOVE 12 TO RETURN-CODE
089400         STOP RUN
089500     END-IF.
089600     SET DV-NOT-END-OF-INPUT TO TRUE.
089610     SET WS-REJFILE-REPLACED TO TRUE.
089700     PERFORM 8200-COPY-BACK-ONE-REJECT
089800         THRU 8200-COPY-BACK-ONE-REJECT-EXIT
089900         UNTIL DV-END-OF-INPUT.
090000     CLOSE REJECT-WORK.
090100     CLOSE REJECT-FILE.
090200 8100-REPLACE-REJFILE-EXIT.
090300     EXIT.
090400*
090500*==========================================================
090600*  8200-COPY-BACK-ONE-REJECT
090700*     COPIES ONE REJECT FROM THE WORK FILE BACK INTO
090800*     REJFILE.
090900*==========================================================
091000 8200-COPY-BACK-ONE-REJECT.
091100     READ REJECT-WORK
091200         AT END
091300             SET DV-END-OF-INPUT TO TRUE
091400         NOT AT END
091500             MOVE DV-REJWK-LINE TO DV-REJECT-RECORD
091600             WRITE DV-REJECT-RECORD
091700     END-READ.
091710     IF DV-NOT-END-OF-INPUT
091720         AND WS-REJECT-STATUS NOT = "00"
091730         DISPLAY "REJMAINT: REJFILE write failed, status="
091740             WS-REJECT-STATUS " - corrected copy left on REJWORK."
091750         SET WS-REJFILE-NOT-REPLACED TO TRUE
091760         SET DV-END-OF-INPUT TO TRUE
091770     END-IF.
091800 8200-COPY-BACK-ONE-REJECT-EXIT.
091900     EXIT.
091910*
091920*==========================================================
091930*  8300-TAKE-ONE-WRITE-OFF
091940*     TAKES ONE HELD WRITE-OFF NOW ITS REJECT IS OFF
091950*     REJFILE - THE SUSPENSE ITEM GOES TO WRITTEN-OFF AND
091960*     THE WRITE-OFF IS LOGGED.  THE ENTRY IS LOGGED EVEN IF
091970*     THE ITEM CANNOT BE UPDATED, SINCE THE REJECT IS GONE.
091980*==========================================================
091990 8300-TAKE-ONE-WRITE-OFF.
092000     MOVE WS-WOFF-DATE-INPUT (WS-WOFF-SUB) TO DV-REJ-DATE-INPUT.
092010     MOVE WS-WOFF-TIME-INPUT (WS-WOFF-SUB) TO DV-REJ-TIME-INPUT.
092020     MOVE WS-WOFF-ITEM-SW (WS-WOFF-SUB) TO WS-ITEM-SW.
092030     MOVE "WRITOFF" TO WS-AUDIT-RESULT.
092040     MOVE WS-WOFF-REASON (WS-WOFF-SUB) TO WS-AUDIT-REASON.
092050     IF WS-ITEM-NOT-FOUND
092060         GO TO 8300-LOG-WRITE-OFF
092070     END-IF.
092080     MOVE WS-WOFF-SUSP-KEY (WS-WOFF-SUB) TO DV-SUS-KEY.
092090     READ SUSPENSE-MASTER.
092100     IF WS-SUSP-STATUS NOT = "00"
092110         DISPLAY "REJMAINT: SUSPMSTR read failed, status="
092120             WS-SUSP-STATUS " - item for " DV-REJ-DATE-INPUT
092130             " " DV-REJ-TIME-INPUT " not written off."
092140         SET WS-ITEM-NOT-FOUND TO TRUE
092150         GO TO 8300-LOG-WRITE-OFF
092160     END-IF.
092170     SET DV-SUS-WRITTEN-OFF TO TRUE.
092180     MOVE WS-CURRENT-DATE TO DV-SUS-LAST-CYCLED.
092190     SET DV-SUS-PRIOR-NONE TO TRUE.
092200     REWRITE DV-SUSP-RECORD.
092210     IF WS-SUSP-STATUS NOT = "00"
092220         DISPLAY "REJMAINT: SUSPMSTR rewrite failed, status="
092230             WS-SUSP-STATUS " - item for " DV-REJ-DATE-INPUT
092240             " " DV-REJ-TIME-INPUT " not written off."
092250     END-IF.
092260 8300-LOG-WRITE-OFF.
092270     PERFORM 6000-WRITE-AUDIT-RECORD
092280         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
092290 8300-TAKE-ONE-WRITE-OFF-EXIT.
092300     EXIT.
092310*
092320*==========================================================
092330*  8400-SHOW-ONE-WRITE-OFF
092340*     SHOWS ONE HELD WRITE-OFF THAT WAS NOT TAKEN.
092350*==========================================================
092360 8400-SHOW-ONE-WRITE-OFF.
092370     DISPLAY "  " WS-WOFF-DATE-INPUT (WS-WOFF-SUB) " "
092380         WS-WOFF-TIME-INPUT (WS-WOFF-SUB) " "
092390         WS-WOFF-REASON (WS-WOFF-SUB).
092400 8400-SHOW-ONE-WRITE-OFF-EXIT.
092410     EXIT.
