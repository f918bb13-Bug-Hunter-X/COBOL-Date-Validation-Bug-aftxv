000100 IDENTIFICATION DIVISION.
000200       PROGRAM-ID.     PRFMAINT.
000300       AUTHOR.         D. L. HARTMANN.
000400       INSTALLATION.   BATCH SYSTEMS GROUP.
000500       DATE-WRITTEN.   2026-10-15.
000600       DATE-COMPILED.  2026-10-15.
000700*
000800*----------------------------------------------------------
000900*  MODIFICATION HISTORY
001000*----------------------------------------------------------
001100*  2026-10-15 DLH  ORIGINAL PROGRAM.  OPERATOR MAINTENANCE
001200*                  FOR THE INDEXED SOURCE PROFILE MASTER
001300*                  (SRCPROF) THAT DTBATCH READS AS EACH FEED
001400*                  BLOCK OPENS.  THE OPERATOR CAN ADD OR
001500*                  CHANGE A FEED'S PROFILE (ALLOWED DATE
001600*                  FORMATS, YEARS AHEAD, YEARS BACK AND A
001700*                  DESCRIPTION), DELETE A PROFILE, SHOW ONE
001800*                  PROFILE, OR LIST THEM ALL IN SOURCE ORDER.
001900*                  THE MASTER IS CREATED ON FIRST USE.
001910*  2026-10-15 DLH  A MASTER THAT CANNOT BE OPENED NOW ENDS THE
001920*                  RUN WITH COMPLETION CODE 12 INSTEAD OF ZERO.
002000*----------------------------------------------------------
002100*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400       SOURCE-COMPUTER.   IBM-370.
002500       OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800       SELECT PROFILE-MASTER    ASSIGN TO "SRCPROF"
002900           ORGANIZATION INDEXED
003000           ACCESS MODE DYNAMIC
003100           RECORD KEY DV-PRF-SOURCE-SYS
003200           FILE STATUS IS WS-PROF-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PROFILE-MASTER.
003700 COPY DVPROFIL.
003800*
003900 WORKING-STORAGE SECTION.
004000*
004100*----------------------------------------------------------
004200*  FILE STATUS FIELD
004300*----------------------------------------------------------
004400 77  WS-PROF-STATUS               PIC X(02).
004500*
004600*----------------------------------------------------------
004700*  SESSION AND SCAN SWITCHES
004800*----------------------------------------------------------
004900 77  WS-CONTINUE-SW               PIC X(01) VALUE 'Y'.
005000     88  DV-KEEP-GOING            VALUE 'Y'.
005100     88  DV-SESSION-DONE          VALUE 'N'.
005200 77  WS-SCAN-EOF-SW               PIC X(01) VALUE 'N'.
005300     88  DV-END-OF-SCAN           VALUE 'Y'.
005400     88  DV-NOT-END-OF-SCAN       VALUE 'N'.
005500 77  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
005600     88  WS-ENTRY-FOUND           VALUE 'Y'.
005700     88  WS-ENTRY-NOT-FOUND       VALUE 'N'.
005800 77  WS-ENTRY-OK-SW               PIC X(01) VALUE 'Y'.
005900     88  WS-ENTRY-OK              VALUE 'Y'.
006000     88  WS-ENTRY-BAD             VALUE 'N'.
006100*
006200*----------------------------------------------------------
006300*  OPERATOR DIALOGUE FIELDS
006400*----------------------------------------------------------
006500 77  WS-CHOICE                    PIC X(01).
006600 77  WS-ENTRY-SOURCE              PIC X(08).
006700 77  WS-ENTRY-FORMATS             PIC X(03).
006800 77  WS-ENTRY-AHEAD-A             PIC X(02).
006900 77  WS-ENTRY-BACK-A              PIC X(02).
007000 77  WS-ENTRY-DESC                PIC X(30).
007100 77  WS-FMT-SUB                   PIC 9(02) COMP VALUE ZERO.
007200 77  WS-ALLOWED-COUNT             PIC 9(02) VALUE ZERO.
007300 77  WS-LISTED-COUNT              PIC 9(05) VALUE ZERO.
007400*
007500 PROCEDURE DIVISION.
007600*
007700*==========================================================
007800*  0000-MAINLINE
007900*     PROGRAM ENTRY POINT.
008000*==========================================================
008100 0000-MAINLINE.
008200     PERFORM 1000-OPEN-MASTER
008300         THRU 1000-OPEN-MASTER-EXIT.
008400     PERFORM 1900-PROCESS-ONE-CHOICE
008500         THRU 1900-PROCESS-ONE-CHOICE-EXIT
008600         UNTIL DV-SESSION-DONE.
008700     CLOSE PROFILE-MASTER.
008800     DISPLAY "Source profile master closed.".
008900     STOP RUN.
009000*
009100*==========================================================
009200*  1000-OPEN-MASTER
009300*     OPENS THE PROFILE MASTER FOR UPDATE, CREATING AN
009400*     EMPTY ONE THE FIRST TIME THE PROGRAM IS RUN.
009500*==========================================================
009600 1000-OPEN-MASTER.
009700     OPEN I-O PROFILE-MASTER.
009800     IF WS-PROF-STATUS = "35"
009900         DISPLAY "PRFMAINT: no profile master on file yet, "
010000             "starting empty."
010100         OPEN OUTPUT PROFILE-MASTER
010200         CLOSE PROFILE-MASTER
010300         OPEN I-O PROFILE-MASTER
010400     END-IF.
010500     IF WS-PROF-STATUS NOT = "00"
010600         DISPLAY "PRFMAINT: cannot open SRCPROF, status="
010700             WS-PROF-STATUS
010710         MOVE 12 TO RETURN-CODE
010800         STOP RUN
010900     END-IF.
011000 1000-OPEN-MASTER-EXIT.
011100     EXIT.
011200*
011300*==========================================================
011400*  1900-PROCESS-ONE-CHOICE
011500*     SHOWS THE MENU, ACCEPTS ONE CHOICE, AND ROUTES TO
011600*     THE MATCHING ACTION.
011700*==========================================================
011800 1900-PROCESS-ONE-CHOICE.
011900     DISPLAY " ".
012000     DISPLAY "Source profile maintenance.".
012100     DISPLAY "A=Add/change profile  D=Delete profile  "
012200         "S=Show profile  L=List all  X=Exit:".
012300     ACCEPT WS-CHOICE.
012400     EVALUATE WS-CHOICE
012500         WHEN 'A'
012600         WHEN 'a'
012700             PERFORM 2000-ADD-PROFILE
012800                 THRU 2000-ADD-PROFILE-EXIT
012900         WHEN 'D'
013000         WHEN 'd'
013100             PERFORM 3000-DELETE-PROFILE
013200                 THRU 3000-DELETE-PROFILE-EXIT
013300         WHEN 'S'
013400         WHEN 's'
013500             PERFORM 4000-SHOW-PROFILE
013600                 THRU 4000-SHOW-PROFILE-EXIT
013700         WHEN 'L'
013800         WHEN 'l'
013900             PERFORM 5000-LIST-PROFILES
014000                 THRU 5000-LIST-PROFILES-EXIT
014100         WHEN 'X'
014200         WHEN 'x'
014300             SET DV-SESSION-DONE TO TRUE
014400         WHEN OTHER
014500             DISPLAY "Please answer A, D, S, L or X."
014600     END-EVALUATE.
014700 1900-PROCESS-ONE-CHOICE-EXIT.
014800     EXIT.
014900*
015000*==========================================================
015100*  2000-ADD-PROFILE
015200*     ACCEPTS A SOURCE SYSTEM AND ITS RULES.  AN EXISTING
015300*     PROFILE IS SHOWN FIRST AND REPLACED; A NEW ONE IS
015400*     ADDED.  NOTHING IS SAVED UNLESS EVERY ANSWER PASSES
015500*     ITS EDIT.
015600*==========================================================
015700 2000-ADD-PROFILE.
015800     PERFORM 6000-ASK-SOURCE
015900         THRU 6000-ASK-SOURCE-EXIT.
016000     IF WS-ENTRY-BAD
016100         GO TO 2000-ADD-PROFILE-EXIT
016200     END-IF.
016300     PERFORM 6100-READ-PROFILE
016400         THRU 6100-READ-PROFILE-EXIT.
016500     IF WS-ENTRY-FOUND
016600         DISPLAY "Current profile - replacing:"
016700         PERFORM 7000-SHOW-ONE-PROFILE
016800             THRU 7000-SHOW-ONE-PROFILE-EXIT
016900     END-IF.
017000     PERFORM 2100-ASK-RULES
017100         THRU 2100-ASK-RULES-EXIT.
017200     IF WS-ENTRY-BAD
017300         DISPLAY "Profile not saved."
017400         GO TO 2000-ADD-PROFILE-EXIT
017500     END-IF.
017600     MOVE WS-ENTRY-SOURCE TO DV-PRF-SOURCE-SYS.
017700     MOVE WS-ENTRY-FORMATS TO DV-PRF-FORMAT-FLAGS.
017800     MOVE WS-ENTRY-AHEAD-A TO DV-PRF-YEARS-AHEAD.
017900     MOVE WS-ENTRY-BACK-A TO DV-PRF-YEARS-BACK.
018000     MOVE WS-ENTRY-DESC TO DV-PRF-DESC.
018100     IF WS-ENTRY-FOUND
018200         REWRITE DV-PROFILE-RECORD
018300     ELSE
018400         WRITE DV-PROFILE-RECORD
018500     END-IF.
018600     IF WS-PROF-STATUS NOT = "00"
018700         DISPLAY "PRFMAINT: cannot save " WS-ENTRY-SOURCE
018800             ", status=" WS-PROF-STATUS
018900         GO TO 2000-ADD-PROFILE-EXIT
019000     END-IF.
019100     IF WS-ENTRY-FOUND
019200         DISPLAY "Changed profile for " WS-ENTRY-SOURCE "."
019300     ELSE
019400         DISPLAY "Added profile for " WS-ENTRY-SOURCE "."
019500     END-IF.
019600 2000-ADD-PROFILE-EXIT.
019700     EXIT.
019800*
019900*==========================================================
020000*  2100-ASK-RULES
020100*     ACCEPTS AND EDITS THE FORMAT FLAGS, THE YEARS AHEAD,
020200*     THE YEARS BACK AND THE DESCRIPTION.  THE FIRST ANSWER
020300*     THAT FAILS ITS EDIT ENDS THE DIALOGUE.
020400*==========================================================
020500 2100-ASK-RULES.
020600     SET WS-ENTRY-OK TO TRUE.
020700     DISPLAY "Formats allowed - Y or N for 1=YYYYMMDD, "
020800         "2=MM/DD/YYYY, 3=DD-MM-YYYY (e.g. YNN):".
020900     ACCEPT WS-ENTRY-FORMATS.
021000     INSPECT WS-ENTRY-FORMATS CONVERTING "yn" TO "YN".
021100     MOVE ZERO TO WS-ALLOWED-COUNT.
021200     PERFORM 2150-EDIT-ONE-FLAG
021300         THRU 2150-EDIT-ONE-FLAG-EXIT
021400         VARYING WS-FMT-SUB FROM 1 BY 1
021500         UNTIL WS-FMT-SUB > 3.
021600     IF WS-ENTRY-BAD
021700         DISPLAY "Please answer Y or N for each of the three "
021800             "formats."
021900         GO TO 2100-ASK-RULES-EXIT
022000     END-IF.
022100     IF WS-ALLOWED-COUNT = ZERO
022200         SET WS-ENTRY-BAD TO TRUE
022300         DISPLAY "At least one format must be allowed."
022400         GO TO 2100-ASK-RULES-EXIT
022500     END-IF.
022600     DISPLAY "Years ahead allowed (01-99):".
022700     ACCEPT WS-ENTRY-AHEAD-A.
022800     IF WS-ENTRY-AHEAD-A IS NOT NUMERIC
022900         OR WS-ENTRY-AHEAD-A = "00"
023000         SET WS-ENTRY-BAD TO TRUE
023100         DISPLAY "Please enter two digits from 01 to 99."
023200         GO TO 2100-ASK-RULES-EXIT
023300     END-IF.
023400     DISPLAY "Years back allowed (00 for no limit):".
023500     ACCEPT WS-ENTRY-BACK-A.
023600     IF WS-ENTRY-BACK-A IS NOT NUMERIC
023700         SET WS-ENTRY-BAD TO TRUE
023800         DISPLAY "Please enter two digits from 00 to 99."
023900         GO TO 2100-ASK-RULES-EXIT
024000     END-IF.
024100     DISPLAY "Enter description:".
024200     ACCEPT WS-ENTRY-DESC.
024300     IF WS-ENTRY-DESC = SPACES
024400         SET WS-ENTRY-BAD TO TRUE
024500         DISPLAY "A description is required."
024600     END-IF.
024700 2100-ASK-RULES-EXIT.
024800     EXIT.
024900*
025000*==========================================================
025100*  2150-EDIT-ONE-FLAG
025200*     CHECKS ONE FORMAT FLAG IS Y OR N AND COUNTS THE
025300*     FORMATS ALLOWED.
025400*==========================================================
025500 2150-EDIT-ONE-FLAG.
025600     EVALUATE WS-ENTRY-FORMATS (WS-FMT-SUB:1)
025700         WHEN 'Y'
025800             ADD 1 TO WS-ALLOWED-COUNT
025900         WHEN 'N'
026000             CONTINUE
026100         WHEN OTHER
026200             SET WS-ENTRY-BAD TO TRUE
026300     END-EVALUATE.
026400 2150-EDIT-ONE-FLAG-EXIT.
026500     EXIT.
026600*
026700*==========================================================
026800*  3000-DELETE-PROFILE
026900*     ACCEPTS A SOURCE SYSTEM AND REMOVES ITS PROFILE.  THE
027000*     FEED IS THEN JUDGED BY THE RUN-WIDE RULES.
027100*==========================================================
027200 3000-DELETE-PROFILE.
027300     PERFORM 6000-ASK-SOURCE
027400         THRU 6000-ASK-SOURCE-EXIT.
027500     IF WS-ENTRY-BAD
027600         GO TO 3000-DELETE-PROFILE-EXIT
027700     END-IF.
027800     PERFORM 6100-READ-PROFILE
027900         THRU 6100-READ-PROFILE-EXIT.
028000     IF WS-ENTRY-NOT-FOUND
028100         DISPLAY "No profile on file for " WS-ENTRY-SOURCE "."
028200         GO TO 3000-DELETE-PROFILE-EXIT
028300     END-IF.
028400     DELETE PROFILE-MASTER RECORD.
028500     IF WS-PROF-STATUS NOT = "00"
028600         DISPLAY "PRFMAINT: cannot delete " WS-ENTRY-SOURCE
028700             ", status=" WS-PROF-STATUS
028800         GO TO 3000-DELETE-PROFILE-EXIT
028900     END-IF.
029000     DISPLAY "Deleted profile for " WS-ENTRY-SOURCE
029100         " - run-wide rules now apply.".
029200 3000-DELETE-PROFILE-EXIT.
029300     EXIT.
029400*
029500*==========================================================
029600*  4000-SHOW-PROFILE
029700*     ACCEPTS A SOURCE SYSTEM AND SHOWS ITS PROFILE.
029800*==========================================================
029900 4000-SHOW-PROFILE.
030000     PERFORM 6000-ASK-SOURCE
030100         THRU 6000-ASK-SOURCE-EXIT.
030200     IF WS-ENTRY-BAD
030300         GO TO 4000-SHOW-PROFILE-EXIT
030400     END-IF.
030500     PERFORM 6100-READ-PROFILE
030600         THRU 6100-READ-PROFILE-EXIT.
030700     IF WS-ENTRY-NOT-FOUND
030800         DISPLAY "No profile on file for " WS-ENTRY-SOURCE
030900             " - run-wide rules apply."
031000         GO TO 4000-SHOW-PROFILE-EXIT
031100     END-IF.
031200     PERFORM 7000-SHOW-ONE-PROFILE
031300         THRU 7000-SHOW-ONE-PROFILE-EXIT.
031400 4000-SHOW-PROFILE-EXIT.
031500     EXIT.
031600*
031700*==========================================================
031800*  5000-LIST-PROFILES
031900*     LISTS EVERY PROFILE ON THE MASTER IN SOURCE ORDER.
032000*==========================================================
032100 5000-LIST-PROFILES.
032200     MOVE ZERO TO WS-LISTED-COUNT.
032300     SET DV-NOT-END-OF-SCAN TO TRUE.
032400     MOVE LOW-VALUES TO DV-PRF-SOURCE-SYS.
032500     START PROFILE-MASTER KEY NOT < DV-PRF-SOURCE-SYS.
032600     IF WS-PROF-STATUS NOT = "00"
032700         SET DV-END-OF-SCAN TO TRUE
032800     END-IF.
032900     PERFORM 5100-LIST-ONE-PROFILE
033000         THRU 5100-LIST-ONE-PROFILE-EXIT
033100         UNTIL DV-END-OF-SCAN.
033200     DISPLAY WS-LISTED-COUNT " profiles listed.".
033300 5000-LIST-PROFILES-EXIT.
033400     EXIT.
033500*
033600*==========================================================
033700*  5100-LIST-ONE-PROFILE
033800*     READS THE NEXT PROFILE AND SHOWS IT.
033900*==========================================================
034000 5100-LIST-ONE-PROFILE.
034100     READ PROFILE-MASTER NEXT
034200         AT END
034300             SET DV-END-OF-SCAN TO TRUE
034400             GO TO 5100-LIST-ONE-PROFILE-EXIT
034500     END-READ.
034600     PERFORM 7000-SHOW-ONE-PROFILE
034700         THRU 7000-SHOW-ONE-PROFILE-EXIT.
034800     ADD 1 TO WS-LISTED-COUNT.
034900 5100-LIST-ONE-PROFILE-EXIT.
035000     EXIT.
035100*
035200*==========================================================
035300*  6000-ASK-SOURCE
035400*     ACCEPTS THE 8-CHARACTER SOURCE SYSTEM IDENTIFIER AS
035500*     IT APPEARS IN THE BATCHIN HEADER.
035600*==========================================================
035700 6000-ASK-SOURCE.
035800     SET WS-ENTRY-OK TO TRUE.
035900     DISPLAY "Source system (as in the feed header):".
036000     ACCEPT WS-ENTRY-SOURCE.
036100     IF WS-ENTRY-SOURCE = SPACES
036200         SET WS-ENTRY-BAD TO TRUE
036300         DISPLAY "A source system is required."
036400     END-IF.
036500 6000-ASK-SOURCE-EXIT.
036600     EXIT.
036700*
036800*==========================================================
036900*  6100-READ-PROFILE
037000*     READS THE PROFILE FOR WS-ENTRY-SOURCE, SETTING THE
037100*     FOUND SWITCH.
037200*==========================================================
037300 6100-READ-PROFILE.
037400     SET WS-ENTRY-NOT-FOUND TO TRUE.
037500     MOVE WS-ENTRY-SOURCE TO DV-PRF-SOURCE-SYS.
037600     READ PROFILE-MASTER.
037700     IF WS-PROF-STATUS = "00"
037800         SET WS-ENTRY-FOUND TO TRUE
037900     END-IF.
038000 6100-READ-PROFILE-EXIT.
038100     EXIT.
038200*
038300*==========================================================
038400*  7000-SHOW-ONE-PROFILE
038500*     DISPLAYS THE PROFILE RECORD NOW IN THE BUFFER.
038600*==========================================================
038700 7000-SHOW-ONE-PROFILE.
038800     DISPLAY DV-PRF-SOURCE-SYS " FORMATS 1/2/3 = "
038900         DV-PRF-FORMAT-FLAGS "  YEARS AHEAD = "
039000         DV-PRF-YEARS-AHEAD "  YEARS BACK = "
039100         DV-PRF-YEARS-BACK "  " DV-PRF-DESC.
039200 7000-SHOW-ONE-PROFILE-EXIT.
039300     EXIT.
