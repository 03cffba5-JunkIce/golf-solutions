000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC920.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-09.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC920 - OPERATOR ROLLBACK TO THE PRE-WINDOW SNAPSHOT          *
000900*                                                                *
001000*  RUN BY THE OPERATOR AFTER A BAD NIGHT, NEVER AS A GC900       *
001100*  STEP.  ARGUMENT 1 IS THE RUN DATE OF THE WINDOW TO UNDO.      *
001200*  ARGUMENT 2, OPTIONAL, IS THE FIVE-DIGIT GENERATION NUMBER     *
001300*  GC910 DISPLAYED - WITHOUT IT THE LATEST GENERATION TAKEN      *
001400*  FOR THE RUN DATE IS USED.                                     *
001500*    1. THE GENERATION IS PROVED FIRST - EVERY FILE TRAILER      *
001600*       AGREES WITH ITS RECORDS, THE GENERATION TRAILER IS       *
001700*       THERE AND AGREES WITH THE TOTAL, AND ALL TWELVE FILES    *
001800*       ARE PRESENT.  ANY FAULT ENDS WITH RETURN CODE 16         *
001900*       BEFORE A SINGLE FILE IS TOUCHED.                         *
001950*    2. PLAYRMST, TEESHEET, MBRBAL, SCOREHST, WAITLIST, RAINCHK, *
002000*       AUDITLOG, LESSONS, NOTICEQ, CARDIN, RNDDTL AND DIFFERIN  *
002050*       ARE EACH REBUILT FROM THE SAVED IMAGES, SO THE LESSON    *
002100*       DIARY AND THE TEE SLOTS ITS PLAYING LESSONS HOLD COME    *
002150*       BACK TOGETHER, AND THE RERUN NEITHER SENDS THE NIGHT'S   *
002200*       NOTICES TWICE NOR LOSES THE DAY'S SCORE CARDS AND        *
002250*       DIFFERENTIALS.  A FILE THAT WAS NOT THERE AT SNAPSHOT    *
002300*       TIME COMES BACK EMPTY.  A FAILURE PART WAY IS SAFE TO    *
002400*       RERUN - EVERY FILE IS REBUILT FROM THE TOP.              *
002500*    3. THE RESTART RECORD IS RESET TO STEP ZERO FOR THE RUN     *
002600*       DATE, SO THE NEXT GC900 RUN FOR IT STARTS AT THE TOP.    *
002700*    4. THE ROLLBACK IS AUDITED ON THE RESTORED AUDITLOG.        *
002800*                                                                *
002900*  MODIFICATION HISTORY                                         *
003000*  2026-10-09  RJM  NEW PROGRAM                                  *
003050*  2026-10-15  RJM  LESSONS DIARY RESTORED WITH THE OTHER FILES  *
003060*  2026-10-15  RJM  NOTICEQ, CARDIN, RNDDTL AND DIFFERIN         *
003070*                   RESTORED; A SNAPSHOT READ ERROR FAILS THE    *
003080*                   ROLLBACK INSTEAD OF ENDING THE FILE          *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.
003500     CONSOLE IS OPERATOR-CONSOLE.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSHOT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS RB-SNAP-STATUS.
004100     SELECT RESTART-FILE ASSIGN TO "RESTART"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS RB-RESTART-STATUS.
004400     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS PM-MEMBER-NUMBER
004800         FILE STATUS IS RB-FILE-STATUS.
004900     SELECT TEE-SHEET ASSIGN TO "TEESHEET"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS TS-KEY
005300         FILE STATUS IS RB-FILE-STATUS.
005400     SELECT MEMBER-BALANCE ASSIGN TO "MBRBAL"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS MB-MEMBER-NUMBER
005800         FILE STATUS IS RB-FILE-STATUS.
005900     SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS SH-MEMBER-NUMBER
006300         FILE STATUS IS RB-FILE-STATUS.
006400     SELECT WAIT-LIST ASSIGN TO "WAITLIST"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS RB-FILE-STATUS.
006700     SELECT RAIN-CHECK ASSIGN TO "RAINCHK"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS RB-FILE-STATUS.
007000     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS RB-FILE-STATUS.
007220     SELECT LESSON-FILE ASSIGN TO "LESSONS"
007240         ORGANIZATION IS SEQUENTIAL
007260         FILE STATUS IS RB-FILE-STATUS.
007262     SELECT NOTICE-QUEUE ASSIGN TO "NOTICEQ"
007264         ORGANIZATION IS LINE SEQUENTIAL
007266         FILE STATUS IS RB-FILE-STATUS.
007268     SELECT CARD-IN ASSIGN TO "CARDIN"
007270         ORGANIZATION IS LINE SEQUENTIAL
007272         FILE STATUS IS RB-FILE-STATUS.
007274     SELECT ROUND-DETAIL ASSIGN TO "RNDDTL"
007276         ORGANIZATION IS LINE SEQUENTIAL
007278         FILE STATUS IS RB-FILE-STATUS.
007280     SELECT DIFFER-IN ASSIGN TO "DIFFERIN"
007282         ORGANIZATION IS LINE SEQUENTIAL
007284         FILE STATUS IS RB-FILE-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  SNAPSHOT-FILE.
007600 01  SNAPSHOT-FILE-REC           PIC X(250).
007700 FD  RESTART-FILE.
007800 COPY GCRESTRT.
007900 FD  PLAYER-MASTER.
008000 COPY GCPLAYER.
008100 FD  TEE-SHEET.
008200 COPY GCTEESHT.
008300 FD  MEMBER-BALANCE.
008400 COPY GCMBRBAL.
008500 FD  SCORE-HISTORY.
008600 COPY GCSCRHST.
008700 FD  WAIT-LIST.
008800 COPY GCWAITLS.
008900 FD  RAIN-CHECK.
009000 COPY GCRNCHK.
009100 FD  AUDIT-LOG.
009200 COPY GCAUDIT.
009220 FD  LESSON-FILE.
009240 COPY GCLESSON.
009245 FD  NOTICE-QUEUE.
009250 01  NOTICE-QUEUE-REC            PIC X(80).
009255 FD  CARD-IN.
009260 01  CARD-IN-REC                 PIC X(80).
009265 FD  ROUND-DETAIL.
009270 COPY GCRNDDTL.
009275 FD  DIFFER-IN.
009280 COPY GCDIFFER.
009300 WORKING-STORAGE SECTION.
009400 77  RB-SNAP-STATUS              PIC X(02).
009500 77  RB-RESTART-STATUS           PIC X(02).
009600 77  RB-FILE-STATUS              PIC X(02).
009700 77  RB-ARG-COUNT                PIC 9(03)   COMP.
009800 77  RB-RUN-DATE                 PIC 9(08).
009900 77  RB-RUN-TIME                 PIC 9(08).
010000 77  RB-EXPECTED-FILES           PIC 9(02)   VALUE 12.
010100 77  RB-REQUESTED-GEN            PIC 9(05).
010200 77  RB-TARGET-GEN               PIC 9(05).
010300 77  RB-FILE-ID                  PIC X(08).
010400 77  RB-EOF-SW                   PIC X(01)   VALUE 'N'.
010500     88  RB-END-OF-FILE                      VALUE 'Y'.
010600 77  RB-TRAILER-SW               PIC X(01)   VALUE 'N'.
010700     88  RB-TRAILER-SEEN                     VALUE 'Y'.
010800 77  RB-FAULT-SW                 PIC X(01)   VALUE 'N'.
010900     88  RB-GENERATION-FAULT                 VALUE 'Y'.
011000 77  RB-FILE-RECORDS             PIC 9(09)   COMP.
011100 77  RB-GEN-RECORDS              PIC 9(09)   COMP.
011200 77  RB-FILES-PROVED             PIC 9(02)   COMP.
011300 77  RB-FILES-RESTORED           PIC 9(02)   COMP.
011400 01  RB-ARG-AREA.
011500     05  RB-ARG-DATE             PIC 9(08).
011600     05  FILLER                  PIC X(72).
011700 01  RB-GEN-AREA.
011800     05  RB-ARG-GEN              PIC X(05).
011900     05  RB-ARG-GEN-NUM REDEFINES RB-ARG-GEN
012000                                 PIC 9(05).
012100     05  FILLER                  PIC X(75).
012200 01  RB-AUDIT-ACTION.
012300     05  FILLER                  PIC X(13)
012400         VALUE 'ROLLBACK GEN '.
012500     05  RB-AA-GENERATION        PIC 9(05).
012600     05  FILLER                  PIC X(02)   VALUE SPACES.
012700 COPY GCSNAPSH.
012800 PROCEDURE DIVISION.
012900******************************************************************
013000*  0000-MAINLINE - CONTROL THE ROLLBACK                          *
013100******************************************************************
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     PERFORM 2000-FIND-GENERATION THRU 2000-EXIT.
013500     PERFORM 3000-PROVE-GENERATION THRU 3000-EXIT.
013600     PERFORM 4000-RESTORE-FILES THRU 4000-EXIT.
013700     PERFORM 5000-RESET-RESTART THRU 5000-EXIT.
013800     PERFORM 6000-AUDIT-ROLLBACK THRU 6000-EXIT.
013900     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
014000     GOBACK.
014100******************************************************************
014200*  1000-INITIALIZE - RUN DATE AND OPTIONAL GENERATION            *
014300******************************************************************
014400 1000-INITIALIZE.
014500     MOVE ZERO TO RB-REQUESTED-GEN
014600                  RB-TARGET-GEN
014700                  RB-FILES-PROVED
014800                  RB-FILES-RESTORED.
014900     ACCEPT RB-ARG-COUNT FROM ARGUMENT-NUMBER.
015000     IF RB-ARG-COUNT > 0
015100         DISPLAY 1 UPON ARGUMENT-NUMBER
015200         ACCEPT RB-ARG-AREA FROM ARGUMENT-VALUE
015300         MOVE RB-ARG-DATE TO RB-RUN-DATE
015400     ELSE
015500         ACCEPT RB-RUN-DATE FROM DATE YYYYMMDD.
015600     IF RB-ARG-COUNT > 1
015700         DISPLAY 2 UPON ARGUMENT-NUMBER
015800         ACCEPT RB-GEN-AREA FROM ARGUMENT-VALUE
015900         PERFORM 1100-EDIT-GENERATION THRU 1100-EXIT.
016000     ACCEPT RB-RUN-TIME FROM TIME.
016100 1000-EXIT.
016200     EXIT.
016300 1100-EDIT-GENERATION.
016400     IF RB-ARG-GEN NOT NUMERIC
016500             OR RB-ARG-GEN-NUM = ZERO
016600         DISPLAY 'GC920E GENERATION ' RB-ARG-GEN
016700             ' INVALID - FIVE DIGITS AS GC910 SHOWED IT'
016800             UPON OPERATOR-CONSOLE
016900         MOVE 16 TO RETURN-CODE
017000         GOBACK.
017100     MOVE RB-ARG-GEN-NUM TO RB-REQUESTED-GEN.
017200 1100-EXIT.
017300     EXIT.
017400******************************************************************
017500*  2000-FIND-GENERATION - LATEST GENERATION FOR THE RUN DATE,    *
017600*  OR THE ONE ASKED FOR                                          *
017700******************************************************************
017800 2000-FIND-GENERATION.
017900     PERFORM 8000-OPEN-SNAPSHOT THRU 8000-EXIT.
018000     PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT.
018100     PERFORM 2100-CHECK-HEADER THRU 2100-EXIT
018200         UNTIL RB-END-OF-FILE.
018300     CLOSE SNAPSHOT-FILE.
018400     IF RB-TARGET-GEN = ZERO
018500         DISPLAY 'GC920E NO SNAPSHOT GENERATION ON FILE FOR RUN'
018600             ' DATE ' RB-RUN-DATE
018700             UPON OPERATOR-CONSOLE
018800         MOVE 16 TO RETURN-CODE
018900         GOBACK.
019000     DISPLAY 'GC920I RESTORING GENERATION ' RB-TARGET-GEN
019100         ' OF ' RB-RUN-DATE.
019200 2000-EXIT.
019300     EXIT.
019400 2100-CHECK-HEADER.
019500     IF NOT SN-GENERATION-HEADER
019600             OR SN-RUN-DATE NOT = RB-RUN-DATE
019700         GO TO 2100-NEXT.
019800     IF RB-REQUESTED-GEN NOT = ZERO
019900             AND SN-GENERATION NOT = RB-REQUESTED-GEN
020000         GO TO 2100-NEXT.
020100     IF SN-GENERATION > RB-TARGET-GEN
020200         MOVE SN-GENERATION TO RB-TARGET-GEN.
020300 2100-NEXT.
020400     PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT.
020500 2100-EXIT.
020600     EXIT.
020700******************************************************************
020800*  3000-PROVE-GENERATION - COUNTS AND TRAILERS BEFORE ANY FILE   *
020900*  IS TOUCHED                                                    *
021000******************************************************************
021100 3000-PROVE-GENERATION.
021200     MOVE ZERO TO RB-GEN-RECORDS
021300                  RB-FILE-RECORDS.
021400     MOVE SPACES TO RB-FILE-ID.
021500     MOVE 'N' TO RB-TRAILER-SW
021600                 RB-FAULT-SW.
021700     PERFORM 8000-OPEN-SNAPSHOT THRU 8000-EXIT.
021800     PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT.
021900     PERFORM 3100-PROVE-ONE THRU 3100-EXIT
022000         UNTIL RB-END-OF-FILE.
022100     CLOSE SNAPSHOT-FILE.
022200     IF NOT RB-TRAILER-SEEN
022300         DISPLAY 'GC920E GENERATION ' RB-TARGET-GEN
022400             ' HAS NO GENERATION TRAILER'
022500             UPON OPERATOR-CONSOLE
022600         MOVE 'Y' TO RB-FAULT-SW.
022700     IF RB-FILES-PROVED NOT = RB-EXPECTED-FILES
022800         DISPLAY 'GC920E GENERATION ' RB-TARGET-GEN ' HOLDS '
022900             RB-FILES-PROVED ' FILES, EXPECTED '
023000             RB-EXPECTED-FILES
023100             UPON OPERATOR-CONSOLE
023200         MOVE 'Y' TO RB-FAULT-SW.
023300     IF RB-GENERATION-FAULT
023400         DISPLAY 'GC920E GENERATION ' RB-TARGET-GEN
023500             ' NOT RESTORED, NO FILE CHANGED'
023600             UPON OPERATOR-CONSOLE
023700         MOVE 16 TO RETURN-CODE
023800         GOBACK.
023900 3000-EXIT.
024000     EXIT.
024100 3100-PROVE-ONE.
024200     IF SN-GENERATION NOT = RB-TARGET-GEN
024300         GO TO 3100-NEXT.
024400     IF SN-FILE-HEADER
024500         MOVE SN-FILE-ID TO RB-FILE-ID
024600         MOVE ZERO TO RB-FILE-RECORDS
024700         PERFORM 3200-CHECK-FILE-ID THRU 3200-EXIT
024800         GO TO 3100-NEXT.
024900     IF SN-DATA-RECORD
025000         IF SN-FILE-ID NOT = RB-FILE-ID
025100             DISPLAY 'GC920E ' SN-FILE-ID ' RECORD OUTSIDE ITS'
025200                 ' FILE HEADER'
025300                 UPON OPERATOR-CONSOLE
025400             MOVE 'Y' TO RB-FAULT-SW
025500         ELSE
025600             ADD 1 TO RB-FILE-RECORDS
025700                      RB-GEN-RECORDS.
025800     IF SN-FILE-TRAILER
025900         PERFORM 3300-CHECK-FILE-TRAILER THRU 3300-EXIT.
026000     IF SN-GENERATION-TRAILER
026100         PERFORM 3400-CHECK-GEN-TRAILER THRU 3400-EXIT.
026200 3100-NEXT.
026300     PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT.
026400 3100-EXIT.
026500     EXIT.
026600 3200-CHECK-FILE-ID.
026700     IF RB-FILE-ID NOT = 'PLAYRMST'
026800             AND RB-FILE-ID NOT = 'TEESHEET'
026900             AND RB-FILE-ID NOT = 'MBRBAL  '
027000             AND RB-FILE-ID NOT = 'SCOREHST'
027100             AND RB-FILE-ID NOT = 'WAITLIST'
027200             AND RB-FILE-ID NOT = 'RAINCHK '
027300             AND RB-FILE-ID NOT = 'AUDITLOG'
027350             AND RB-FILE-ID NOT = 'LESSONS '
027360             AND RB-FILE-ID NOT = 'NOTICEQ '
027370             AND RB-FILE-ID NOT = 'CARDIN  '
027380             AND RB-FILE-ID NOT = 'RNDDTL  '
027390             AND RB-FILE-ID NOT = 'DIFFERIN'
027400         DISPLAY 'GC920E UNKNOWN FILE ' RB-FILE-ID
027500             ' IN GENERATION ' RB-TARGET-GEN
027600             UPON OPERATOR-CONSOLE
027700         MOVE 'Y' TO RB-FAULT-SW.
027800 3200-EXIT.
027900     EXIT.
028000 3300-CHECK-FILE-TRAILER.
028100     IF SN-FILE-ID NOT = RB-FILE-ID
028200             OR SN-RECORD-COUNT NOT = RB-FILE-RECORDS
028300         DISPLAY 'GC920E ' SN-FILE-ID ' TRAILER COUNT '
028400             SN-RECORD-COUNT ' BUT ' RB-FILE-RECORDS
028500             ' RECORDS SAVED'
028600             UPON OPERATOR-CONSOLE
028700         MOVE 'Y' TO RB-FAULT-SW
028800         GO TO 3300-EXIT.
028900     ADD 1 TO RB-FILES-PROVED.
029000     MOVE SPACES TO RB-FILE-ID.
029100 3300-EXIT.
029200     EXIT.
029300 3400-CHECK-GEN-TRAILER.
029400     MOVE 'Y' TO RB-TRAILER-SW.
029500     IF SN-RECORD-COUNT NOT = RB-GEN-RECORDS
029600             OR SN-FILE-COUNT NOT = RB-FILES-PROVED
029700         DISPLAY 'GC920E GENERATION TRAILER ' SN-RECORD-COUNT
029800             ' RECORDS ' SN-FILE-COUNT ' FILES, SAVED '
029900             RB-GEN-RECORDS ' RECORDS ' RB-FILES-PROVED ' FILES'
030000             UPON OPERATOR-CONSOLE
030100         MOVE 'Y' TO RB-FAULT-SW.
030200 3400-EXIT.
030300     EXIT.
030400******************************************************************
030500*  4000-RESTORE-FILES - REBUILD EACH FILE FROM ITS IMAGES        *
030600******************************************************************
030700 4000-RESTORE-FILES.
030800     PERFORM 8000-OPEN-SNAPSHOT THRU 8000-EXIT.
030900     PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT.
031000     PERFORM 4100-RESTORE-ONE THRU 4100-EXIT
031100         UNTIL RB-END-OF-FILE.
031200     CLOSE SNAPSHOT-FILE.
031300 4000-EXIT.
031400     EXIT.
031500 4100-RESTORE-ONE.
031600     IF SN-GENERATION NOT = RB-TARGET-GEN
031700         GO TO 4100-NEXT.
031800     IF SN-FILE-HEADER
031900         MOVE SN-FILE-ID TO RB-FILE-ID
032000         MOVE ZERO TO RB-FILE-RECORDS
032100         PERFORM 4200-OPEN-TARGET THRU 4200-EXIT
032200         GO TO 4100-NEXT.
032300     IF SN-DATA-RECORD
032400         PERFORM 4300-WRITE-TARGET THRU 4300-EXIT
032500         GO TO 4100-NEXT.
032600     IF SN-FILE-TRAILER
032700         PERFORM 4400-CLOSE-TARGET THRU 4400-EXIT.
032800 4100-NEXT.
032900     PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT.
033000 4100-EXIT.
033100     EXIT.
033200 4200-OPEN-TARGET.
033300     EVALUATE RB-FILE-ID
033400         WHEN 'PLAYRMST'
033500             OPEN OUTPUT PLAYER-MASTER
033600         WHEN 'TEESHEET'
033700             OPEN OUTPUT TEE-SHEET
033800         WHEN 'MBRBAL  '
033900             OPEN OUTPUT MEMBER-BALANCE
034000         WHEN 'SCOREHST'
034100             OPEN OUTPUT SCORE-HISTORY
034200         WHEN 'WAITLIST'
034300             OPEN OUTPUT WAIT-LIST
034400         WHEN 'RAINCHK '
034500             OPEN OUTPUT RAIN-CHECK
034600         WHEN 'AUDITLOG'
034700             OPEN OUTPUT AUDIT-LOG
034720         WHEN 'LESSONS '
034740             OPEN OUTPUT LESSON-FILE
034745         WHEN 'NOTICEQ '
034750             OPEN OUTPUT NOTICE-QUEUE
034755         WHEN 'CARDIN  '
034760             OPEN OUTPUT CARD-IN
034765         WHEN 'RNDDTL  '
034770             OPEN OUTPUT ROUND-DETAIL
034775         WHEN 'DIFFERIN'
034780             OPEN OUTPUT DIFFER-IN
034800     END-EVALUATE.
034900     IF RB-FILE-STATUS NOT = '00'
035000         DISPLAY 'GC920E ' RB-FILE-ID ' OPEN FAILED, STATUS '
035100             RB-FILE-STATUS
035200             UPON OPERATOR-CONSOLE
035300         PERFORM 8900-RESTORE-FAILED THRU 8900-EXIT.
035400 4200-EXIT.
035500     EXIT.
035600 4300-WRITE-TARGET.
035700     EVALUATE RB-FILE-ID
035800         WHEN 'PLAYRMST'
035900             MOVE SN-RECORD-DATA TO PLAYER-MASTER-RECORD
036000             WRITE PLAYER-MASTER-RECORD
036100         WHEN 'TEESHEET'
036200             MOVE SN-RECORD-DATA TO TEE-SHEET-RECORD
036300             WRITE TEE-SHEET-RECORD
036400         WHEN 'MBRBAL  '
036500             MOVE SN-RECORD-DATA TO MEMBER-BALANCE-RECORD
036600             WRITE MEMBER-BALANCE-RECORD
036700         WHEN 'SCOREHST'
036800             MOVE SN-RECORD-DATA TO SCORE-HISTORY-RECORD
036900             WRITE SCORE-HISTORY-RECORD
037000         WHEN 'WAITLIST'
037100             MOVE SN-RECORD-DATA TO WAITLIST-RECORD
037200             WRITE WAITLIST-RECORD
037300         WHEN 'RAINCHK '
037400             MOVE SN-RECORD-DATA TO RAIN-CHECK-RECORD
037500             WRITE RAIN-CHECK-RECORD
037600         WHEN 'AUDITLOG'
037700             MOVE SN-RECORD-DATA TO AUDIT-LOG-RECORD
037800             WRITE AUDIT-LOG-RECORD
037820         WHEN 'LESSONS '
037840             MOVE SN-RECORD-DATA TO LESSON-RECORD
037860             WRITE LESSON-RECORD
037862         WHEN 'NOTICEQ '
037864             MOVE SN-RECORD-DATA TO NOTICE-QUEUE-REC
037866             WRITE NOTICE-QUEUE-REC
037868         WHEN 'CARDIN  '
037870             MOVE SN-RECORD-DATA TO CARD-IN-REC
037872             WRITE CARD-IN-REC
037874         WHEN 'RNDDTL  '
037876             MOVE SN-RECORD-DATA TO ROUND-DETAIL-RECORD
037878             WRITE ROUND-DETAIL-RECORD
037880         WHEN 'DIFFERIN'
037882             MOVE SN-RECORD-DATA TO DIFFERENTIAL-RECORD
037884             WRITE DIFFERENTIAL-RECORD
037900     END-EVALUATE.
038000     IF RB-FILE-STATUS NOT = '00'
038100         DISPLAY 'GC920E ' RB-FILE-ID ' WRITE FAILED, STATUS '
038200             RB-FILE-STATUS
038300             UPON OPERATOR-CONSOLE
038400         PERFORM 8900-RESTORE-FAILED THRU 8900-EXIT.
038500     ADD 1 TO RB-FILE-RECORDS.
038600 4300-EXIT.
038700     EXIT.
038800 4400-CLOSE-TARGET.
038900     EVALUATE RB-FILE-ID
039000         WHEN 'PLAYRMST'
039100             CLOSE PLAYER-MASTER
039200         WHEN 'TEESHEET'
039300             CLOSE TEE-SHEET
039400         WHEN 'MBRBAL  '
039500             CLOSE MEMBER-BALANCE
039600         WHEN 'SCOREHST'
039700             CLOSE SCORE-HISTORY
039800         WHEN 'WAITLIST'
039900             CLOSE WAIT-LIST
040000         WHEN 'RAINCHK '
040100             CLOSE RAIN-CHECK
040200         WHEN 'AUDITLOG'
040300             CLOSE AUDIT-LOG
040320         WHEN 'LESSONS '
040340             CLOSE LESSON-FILE
040345         WHEN 'NOTICEQ '
040350             CLOSE NOTICE-QUEUE
040355         WHEN 'CARDIN  '
040360             CLOSE CARD-IN
040365         WHEN 'RNDDTL  '
040370             CLOSE ROUND-DETAIL
040375         WHEN 'DIFFERIN'
040380             CLOSE DIFFER-IN
040400     END-EVALUATE.
040500     IF RB-FILE-RECORDS NOT = SN-RECORD-COUNT
040600         DISPLAY 'GC920E ' RB-FILE-ID ' RESTORED '
040700             RB-FILE-RECORDS ' OF ' SN-RECORD-COUNT ' RECORDS'
040800             UPON OPERATOR-CONSOLE
040900         PERFORM 8900-RESTORE-FAILED THRU 8900-EXIT.
041000     ADD 1 TO RB-FILES-RESTORED.
041100     DISPLAY 'GC920I ' RB-FILE-ID ' RESTORED ' RB-FILE-RECORDS
041200         ' RECORDS'.
041300 4400-EXIT.
041400     EXIT.
041500******************************************************************
041600*  5000-RESET-RESTART - STEP ZERO FOR THE RESTORED RUN DATE      *
041700******************************************************************
041800 5000-RESET-RESTART.
041900     OPEN OUTPUT RESTART-FILE.
042000     IF RB-RESTART-STATUS NOT = '00'
042100         DISPLAY 'GC920E RESTART OPEN FAILED, STATUS '
042200             RB-RESTART-STATUS ', FILES ARE RESTORED - RESET'
042300             ' RESTART BY HAND'
042400             UPON OPERATOR-CONSOLE
042500         MOVE 16 TO RETURN-CODE
042600         GOBACK.
042700     MOVE SPACES TO RESTART-RECORD.
042800     MOVE RB-RUN-DATE TO RS-RUN-DATE.
042900     MOVE ZERO TO RS-STEP-NUMBER.
043000     MOVE 'ROLLBACK' TO RS-STEP-NAME.
043100     DIVIDE RB-RUN-TIME BY 100 GIVING RS-STAMP-TIME.
043200     WRITE RESTART-RECORD.
043300     IF RB-RESTART-STATUS NOT = '00'
043400         DISPLAY 'GC920E RESTART WRITE FAILED, STATUS '
043500             RB-RESTART-STATUS ', FILES ARE RESTORED - RESET'
043600             ' RESTART BY HAND'
043700             UPON OPERATOR-CONSOLE
043800         MOVE 16 TO RETURN-CODE
043900         GOBACK.
044000     CLOSE RESTART-FILE.
044100 5000-EXIT.
044200     EXIT.
044300******************************************************************
044400*  6000-AUDIT-ROLLBACK - RECORD THE ROLLBACK ON THE RESTORED LOG *
044500******************************************************************
044600 6000-AUDIT-ROLLBACK.
044700     OPEN EXTEND AUDIT-LOG.
044800     IF RB-FILE-STATUS = '35'
044900         OPEN OUTPUT AUDIT-LOG.
045000     IF RB-FILE-STATUS NOT = '00'
045100         DISPLAY 'GC920E AUDITLOG OPEN FAILED, STATUS '
045200             RB-FILE-STATUS
045300             UPON OPERATOR-CONSOLE
045400         GO TO 6000-EXIT.
045500     MOVE SPACES TO AUDIT-LOG-RECORD.
045600     MOVE 'A' TO AU-REC-TYPE.
045700     MOVE 'GC920   ' TO AU-PROGRAM-ID.
045800     MOVE RB-RUN-DATE TO AU-RUN-DATE.
045900     DIVIDE RB-RUN-TIME BY 100 GIVING AU-RUN-TIME.
046000     MOVE RB-TARGET-GEN TO RB-AA-GENERATION.
046100     MOVE RB-AUDIT-ACTION TO AU-ACTION.
046200     MOVE ZERO TO AU-RETURN-CODE.
046300     WRITE AUDIT-LOG-RECORD.
046400     IF RB-FILE-STATUS NOT = '00'
046500         DISPLAY 'GC920E AUDITLOG WRITE FAILED, STATUS '
046600             RB-FILE-STATUS
046700             UPON OPERATOR-CONSOLE.
046800     CLOSE AUDIT-LOG.
046900 6000-EXIT.
047000     EXIT.
047100******************************************************************
047200*  8000-OPEN-SNAPSHOT                                            *
047300******************************************************************
047400 8000-OPEN-SNAPSHOT.
047500     OPEN INPUT SNAPSHOT-FILE.
047600     IF RB-SNAP-STATUS NOT = '00'
047700         DISPLAY 'GC920E SNAPSHOT OPEN FAILED, STATUS '
047800             RB-SNAP-STATUS
047900             UPON OPERATOR-CONSOLE
048000         MOVE 16 TO RETURN-CODE
048100         GOBACK.
048200     MOVE 'N' TO RB-EOF-SW.
048300 8000-EXIT.
048400     EXIT.
048500 8100-READ-SNAPSHOT.
048600     READ SNAPSHOT-FILE INTO SNAPSHOT-RECORD
048700         AT END MOVE 'Y' TO RB-EOF-SW.
048800     IF RB-SNAP-STATUS NOT = '00'
048820             AND RB-SNAP-STATUS NOT = '10'
048840         DISPLAY 'GC920E SNAPSHOT READ FAILED, STATUS '
048860             RB-SNAP-STATUS
048880             UPON OPERATOR-CONSOLE
048900         PERFORM 8900-RESTORE-FAILED THRU 8900-EXIT.
049000 8100-EXIT.
049100     EXIT.
049200******************************************************************
049300*  8900-RESTORE-FAILED - FILES MAY BE PART RESTORED; THE WHOLE   *
049400*  ROLLBACK IS SAFE TO RERUN                                     *
049500******************************************************************
049600 8900-RESTORE-FAILED.
049700     DISPLAY 'GC920E ROLLBACK INCOMPLETE AT ' RB-FILE-ID
049800         ' - CORRECT AND RERUN GC920 FOR ' RB-RUN-DATE
049900         UPON OPERATOR-CONSOLE.
050000     MOVE 16 TO RETURN-CODE.
050100     GOBACK.
050200 8900-EXIT.
050300     EXIT.
050400******************************************************************
050500*  9000-WRAP-UP - ROLLBACK TOTALS                                *
050600******************************************************************
050700 9000-WRAP-UP.
050800     DISPLAY 'GC920I RUN DATE RESTORED     ' RB-RUN-DATE.
050900     DISPLAY 'GC920I GENERATION            ' RB-TARGET-GEN.
051000     DISPLAY 'GC920I FILES RESTORED        ' RB-FILES-RESTORED.
051100     DISPLAY 'GC920I RECORDS RESTORED      ' RB-GEN-RECORDS.
051200     DISPLAY 'GC920I RESTART RESET TO STEP ZERO - RERUN GC900'.
051300     MOVE ZERO TO RETURN-CODE.
051400 9000-EXIT.
051500     EXIT.
