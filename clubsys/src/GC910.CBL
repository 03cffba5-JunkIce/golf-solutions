000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC910.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-09.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC910 - PRE-WINDOW MASTER-FILE SNAPSHOT                       *
000900*                                                                *
001000*  FIRST STEP OF THE GC900 WINDOW (ARGUMENT 1 IS THE RUN DATE).  *
001100*  SAVES EVERY FILE THE WINDOW UPDATES - PLAYRMST, TEESHEET,     *
001140*  MBRBAL, SCOREHST, WAITLIST, RAINCHK, AUDITLOG AND LESSONS,    *
001180*  WITH THE WORK FILES IT QUEUES TO OR EMPTIES: NOTICEQ (QUEUED  *
001210*  BY GC335 AND GC370, DRAINED BY GC260), CARDIN (EMPTIED BY     *
001240*  GC120), RNDDTL (APPENDED BY GC120) AND DIFFERIN (REWRITTEN BY *
001270*  GC120, EMPTIED BY GC110) - AS ONE NEW GENERATION ON THE       *
001300*  SNAPSHOT FILE (GCSNAPSH LAYOUT),                              *
001400*  NUMBERED ONE PAST THE HIGHEST GENERATION ON FILE AND          *
001500*  STAMPED WITH THE RUN DATE, THE TIME, A RECORD COUNT PER       *
001600*  FILE AND A GENERATION TOTAL.  A FILE NOT YET CREATED IS       *
001700*  SAVED AS ABSENT.  ONLY THE LAST SV-KEEP-GENERATIONS           *
001800*  GENERATIONS ARE KEPT - OLDER ONES ARE PURGED AS THE FILE IS   *
001900*  REBUILT THROUGH THE SNAPWRK WORK FILE.  ANY FAILURE ENDS      *
002000*  WITH RETURN CODE 16 SO THE WINDOW NEVER RUNS WITHOUT A        *
002100*  KNOWN-GOOD POINT TO ROLL BACK TO.  THE GC920 OPERATOR         *
002200*  ROLLBACK RESTORES A GENERATION.                               *
002300*                                                                *
002400*  MODIFICATION HISTORY                                         *
002500*  2026-10-09  RJM  NEW PROGRAM                                  *
002520*  2026-10-15  RJM  LESSONS DIARY ADDED TO THE SNAPSHOT, AS      *
002540*                   GC060 BOOKS LESSONS INSIDE THE WINDOW; A     *
002560*                   SNAPSHOT READ ERROR STOPS THE RUN            *
002570*  2026-10-15  RJM  NOTICEQ, CARDIN, RNDDTL AND DIFFERIN ADDED   *
002580*                   SO A ROLLBACK AND RERUN NEITHER REPEATS      *
002590*                   NOTICES NOR LOSES THE DAY'S CARDS            *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     CONSOLE IS OPERATOR-CONSOLE.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSHOT"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS SV-SNAP-STATUS.
003600     SELECT SNAPSHOT-WORK ASSIGN TO "SNAPWRK"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS SV-WORK-STATUS.
003900     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS PM-MEMBER-NUMBER
004300         FILE STATUS IS SV-FILE-STATUS.
004400     SELECT TEE-SHEET ASSIGN TO "TEESHEET"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS TS-KEY
004800         FILE STATUS IS SV-FILE-STATUS.
004900     SELECT MEMBER-BALANCE ASSIGN TO "MBRBAL"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS MB-MEMBER-NUMBER
005300         FILE STATUS IS SV-FILE-STATUS.
005400     SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS SH-MEMBER-NUMBER
005800         FILE STATUS IS SV-FILE-STATUS.
005900     SELECT WAIT-LIST ASSIGN TO "WAITLIST"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS SV-FILE-STATUS.
006200     SELECT RAIN-CHECK ASSIGN TO "RAINCHK"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS SV-FILE-STATUS.
006500     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS SV-FILE-STATUS.
006720     SELECT LESSON-FILE ASSIGN TO "LESSONS"
006740         ORGANIZATION IS SEQUENTIAL
006760         FILE STATUS IS SV-FILE-STATUS.
006762     SELECT NOTICE-QUEUE ASSIGN TO "NOTICEQ"
006764         ORGANIZATION IS LINE SEQUENTIAL
006766         FILE STATUS IS SV-FILE-STATUS.
006768     SELECT CARD-IN ASSIGN TO "CARDIN"
006770         ORGANIZATION IS LINE SEQUENTIAL
006772         FILE STATUS IS SV-FILE-STATUS.
006774     SELECT ROUND-DETAIL ASSIGN TO "RNDDTL"
006776         ORGANIZATION IS LINE SEQUENTIAL
006778         FILE STATUS IS SV-FILE-STATUS.
006780     SELECT DIFFER-IN ASSIGN TO "DIFFERIN"
006782         ORGANIZATION IS LINE SEQUENTIAL
006784         FILE STATUS IS SV-FILE-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  SNAPSHOT-FILE.
007100 01  SNAPSHOT-FILE-REC           PIC X(250).
007200 FD  SNAPSHOT-WORK.
007300 01  SNAPSHOT-WORK-REC           PIC X(250).
007400 FD  PLAYER-MASTER.
007500 COPY GCPLAYER.
007600 FD  TEE-SHEET.
007700 COPY GCTEESHT.
007800 FD  MEMBER-BALANCE.
007900 COPY GCMBRBAL.
008000 FD  SCORE-HISTORY.
008100 COPY GCSCRHST.
008200 FD  WAIT-LIST.
008300 COPY GCWAITLS.
008400 FD  RAIN-CHECK.
008500 COPY GCRNCHK.
008600 FD  AUDIT-LOG.
008700 COPY GCAUDIT.
008720 FD  LESSON-FILE.
008740 COPY GCLESSON.
008745 FD  NOTICE-QUEUE.
008750 01  NOTICE-QUEUE-REC            PIC X(80).
008755 FD  CARD-IN.
008760 01  CARD-IN-REC                 PIC X(80).
008765 FD  ROUND-DETAIL.
008770 COPY GCRNDDTL.
008775 FD  DIFFER-IN.
008780 COPY GCDIFFER.
008800 WORKING-STORAGE SECTION.
008900 77  SV-SNAP-STATUS              PIC X(02).
009000 77  SV-WORK-STATUS              PIC X(02).
009100 77  SV-FILE-STATUS              PIC X(02).
009200 77  SV-ARG-COUNT                PIC 9(03)   COMP.
009300 77  SV-RUN-DATE                 PIC 9(08).
009400 77  SV-RUN-TIME                 PIC 9(08).
009500 77  SV-KEEP-GENERATIONS         PIC 9(05)   VALUE 7.
009600 77  SV-LAST-GENERATION          PIC 9(05).
009700 77  SV-NEW-GENERATION           PIC 9(05).
009800 77  SV-PURGE-THROUGH            PIC 9(05).
009900 77  SV-FILE-ID                  PIC X(08).
010000 77  SV-EOF-SW                   PIC X(01)   VALUE 'N'.
010100     88  SV-END-OF-FILE                      VALUE 'Y'.
010200 77  SV-SNAP-SW                  PIC X(01)   VALUE 'N'.
010300     88  SV-SNAPSHOT-PRESENT                 VALUE 'Y'.
010400 77  SV-FILE-RECORDS             PIC 9(09)   COMP.
010500 77  SV-GEN-RECORDS              PIC 9(09)   COMP.
010600 77  SV-FILES-SAVED              PIC 9(02)   COMP.
010700 77  SV-WORK-WRITTEN             PIC 9(09)   COMP.
010800 77  SV-WORK-RELOADED            PIC 9(09)   COMP.
010900 77  SV-CARRIED-GENS             PIC 9(05)   COMP.
011000 77  SV-PURGED-GENS              PIC 9(05)   COMP.
011100 01  SV-ARG-AREA.
011200     05  SV-ARG-DATE             PIC 9(08).
011300     05  FILLER                  PIC X(72).
011400 COPY GCSNAPSH.
011500 PROCEDURE DIVISION.
011600******************************************************************
011700*  0000-MAINLINE - CONTROL THE SNAPSHOT                          *
011800******************************************************************
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012100     PERFORM 2000-FIND-LAST-GENERATION THRU 2000-EXIT.
012200     PERFORM 3000-CARRY-KEPT-GENERATIONS THRU 3000-EXIT.
012300     PERFORM 4000-TAKE-SNAPSHOT THRU 4000-EXIT.
012400     PERFORM 5000-REPLACE-SNAPSHOT THRU 5000-EXIT.
012500     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
012600     GOBACK.
012700******************************************************************
012800*  1000-INITIALIZE - RUN DATE AND COUNTERS                       *
012900******************************************************************
013000 1000-INITIALIZE.
013100     MOVE ZERO TO SV-LAST-GENERATION
013200                  SV-GEN-RECORDS
013300                  SV-FILES-SAVED
013400                  SV-WORK-WRITTEN
013500                  SV-WORK-RELOADED
013600                  SV-CARRIED-GENS
013700                  SV-PURGED-GENS.
013800     ACCEPT SV-ARG-COUNT FROM ARGUMENT-NUMBER.
013900     IF SV-ARG-COUNT > 0
014000         DISPLAY 1 UPON ARGUMENT-NUMBER
014100         ACCEPT SV-ARG-AREA FROM ARGUMENT-VALUE
014200         MOVE SV-ARG-DATE TO SV-RUN-DATE
014300     ELSE
014400         ACCEPT SV-RUN-DATE FROM DATE YYYYMMDD.
014500     ACCEPT SV-RUN-TIME FROM TIME.
014600 1000-EXIT.
014700     EXIT.
014800******************************************************************
014900*  2000-FIND-LAST-GENERATION - HIGHEST GENERATION ON FILE        *
015000******************************************************************
015100 2000-FIND-LAST-GENERATION.
015200     OPEN INPUT SNAPSHOT-FILE.
015300     IF SV-SNAP-STATUS = '35'
015400         DISPLAY 'GC910I NO SNAPSHOT FILE PRESENT, STARTING AT'
015500             ' GENERATION 1'
015600         GO TO 2000-SET-NEW.
015700     IF SV-SNAP-STATUS NOT = '00'
015800         DISPLAY 'GC910E SNAPSHOT OPEN FAILED, STATUS '
015900             SV-SNAP-STATUS
016000             UPON OPERATOR-CONSOLE
016100         MOVE 16 TO RETURN-CODE
016200         GOBACK.
016300     MOVE 'Y' TO SV-SNAP-SW.
016400     MOVE 'N' TO SV-EOF-SW.
016500     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
016600     PERFORM 2200-NOTE-GENERATION THRU 2200-EXIT
016700         UNTIL SV-END-OF-FILE.
016800     CLOSE SNAPSHOT-FILE.
016900 2000-SET-NEW.
017000     ADD 1 TO SV-LAST-GENERATION GIVING SV-NEW-GENERATION.
017100     IF SV-NEW-GENERATION > SV-KEEP-GENERATIONS
017200         SUBTRACT SV-KEEP-GENERATIONS FROM SV-NEW-GENERATION
017300             GIVING SV-PURGE-THROUGH
017400     ELSE
017500         MOVE ZERO TO SV-PURGE-THROUGH.
017600 2000-EXIT.
017700     EXIT.
017800 2100-READ-SNAPSHOT.
017900     READ SNAPSHOT-FILE INTO SNAPSHOT-RECORD
018000         AT END MOVE 'Y' TO SV-EOF-SW.
018100     IF SV-SNAP-STATUS NOT = '00'
018120             AND SV-SNAP-STATUS NOT = '10'
018140         DISPLAY 'GC910E SNAPSHOT READ FAILED, STATUS '
018160             SV-SNAP-STATUS
018180             UPON OPERATOR-CONSOLE
018200         MOVE 16 TO RETURN-CODE
018220         GOBACK.
018300 2100-EXIT.
018400     EXIT.
018500 2200-NOTE-GENERATION.
018600     IF SN-GENERATION-HEADER
018700             AND SN-GENERATION > SV-LAST-GENERATION
018800         MOVE SN-GENERATION TO SV-LAST-GENERATION.
018900     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
019000 2200-EXIT.
019100     EXIT.
019200******************************************************************
019300*  3000-CARRY-KEPT-GENERATIONS - COPY THE GENERATIONS STILL      *
019400*  INSIDE THE RETENTION COUNT TO SNAPWRK, PURGING THE REST       *
019500******************************************************************
019600 3000-CARRY-KEPT-GENERATIONS.
019700     OPEN OUTPUT SNAPSHOT-WORK.
019800     IF SV-WORK-STATUS NOT = '00'
019900         DISPLAY 'GC910E SNAPWRK OPEN FAILED, STATUS '
020000             SV-WORK-STATUS
020100             UPON OPERATOR-CONSOLE
020200         MOVE 16 TO RETURN-CODE
020300         GOBACK.
020400     IF NOT SV-SNAPSHOT-PRESENT
020500         GO TO 3000-EXIT.
020600     OPEN INPUT SNAPSHOT-FILE.
020700     IF SV-SNAP-STATUS NOT = '00'
020800         DISPLAY 'GC910E SNAPSHOT OPEN FAILED, STATUS '
020900             SV-SNAP-STATUS
021000             UPON OPERATOR-CONSOLE
021100         MOVE 16 TO RETURN-CODE
021200         GOBACK.
021300     MOVE 'N' TO SV-EOF-SW.
021400     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
021500     PERFORM 3100-CARRY-ONE THRU 3100-EXIT
021600         UNTIL SV-END-OF-FILE.
021700     CLOSE SNAPSHOT-FILE.
021800 3000-EXIT.
021900     EXIT.
022000 3100-CARRY-ONE.
022100     IF SN-GENERATION NOT NUMERIC
022200             OR SN-GENERATION NOT > SV-PURGE-THROUGH
022300         GO TO 3100-PURGE.
022400     IF SN-GENERATION-HEADER
022500         ADD 1 TO SV-CARRIED-GENS.
022600     PERFORM 8000-WRITE-WORK THRU 8000-EXIT.
022700     GO TO 3100-NEXT.
022800 3100-PURGE.
022900     IF SN-GENERATION-HEADER
023000         ADD 1 TO SV-PURGED-GENS
023100         DISPLAY 'GC910I GENERATION ' SN-GENERATION
023200             ' OF ' SN-RUN-DATE ' PURGED'.
023300 3100-NEXT.
023400     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
023500 3100-EXIT.
023600     EXIT.
023700******************************************************************
023800*  4000-TAKE-SNAPSHOT - THE NEW GENERATION, FILE BY FILE         *
023900******************************************************************
024000 4000-TAKE-SNAPSHOT.
024100     MOVE SPACES TO SNAPSHOT-RECORD.
024200     MOVE 'G' TO SN-REC-TYPE.
024300     MOVE SPACES TO SN-FILE-ID.
024400     MOVE ZERO TO SN-RECORD-COUNT
024500                  SN-FILE-COUNT.
024600     DIVIDE SV-RUN-TIME BY 100 GIVING SN-STAMP-TIME.
024700     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
024800     PERFORM 4100-SAVE-PLAYER-MASTER THRU 4100-EXIT.
024900     PERFORM 4200-SAVE-TEE-SHEET THRU 4200-EXIT.
025000     PERFORM 4300-SAVE-MEMBER-BALANCE THRU 4300-EXIT.
025100     PERFORM 4400-SAVE-SCORE-HISTORY THRU 4400-EXIT.
025200     PERFORM 4500-SAVE-WAIT-LIST THRU 4500-EXIT.
025300     PERFORM 4600-SAVE-RAIN-CHECK THRU 4600-EXIT.
025400     PERFORM 4700-SAVE-AUDIT-LOG THRU 4700-EXIT.
025450     PERFORM 4800-SAVE-LESSONS THRU 4800-EXIT.
025460     PERFORM 4900-SAVE-NOTICE-QUEUE THRU 4900-EXIT.
025470     PERFORM 4920-SAVE-CARD-IN THRU 4920-EXIT.
025480     PERFORM 4940-SAVE-ROUND-DETAIL THRU 4940-EXIT.
025490     PERFORM 4960-SAVE-DIFFER-IN THRU 4960-EXIT.
025500     MOVE SPACES TO SNAPSHOT-RECORD.
025600     MOVE 'Z' TO SN-REC-TYPE.
025700     MOVE SPACES TO SN-FILE-ID.
025800     DIVIDE SV-RUN-TIME BY 100 GIVING SN-STAMP-TIME.
025900     MOVE SV-GEN-RECORDS TO SN-RECORD-COUNT.
026000     MOVE SV-FILES-SAVED TO SN-FILE-COUNT.
026100     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
026200     CLOSE SNAPSHOT-WORK.
026300 4000-EXIT.
026400     EXIT.
026500******************************************************************
026600*  4100-SAVE-PLAYER-MASTER                                       *
026700******************************************************************
026800 4100-SAVE-PLAYER-MASTER.
026900     MOVE 'PLAYRMST' TO SV-FILE-ID.
027000     OPEN INPUT PLAYER-MASTER.
027100     PERFORM 8200-START-FILE THRU 8200-EXIT.
027200     IF SV-FILE-STATUS NOT = '00'
027300         GO TO 4100-EXIT.
027400     PERFORM 4110-SAVE-ONE THRU 4110-EXIT
027500         UNTIL SV-END-OF-FILE.
027600     CLOSE PLAYER-MASTER.
027700     PERFORM 8300-END-FILE THRU 8300-EXIT.
027800 4100-EXIT.
027900     EXIT.
028000 4110-SAVE-ONE.
028100     READ PLAYER-MASTER
028200         AT END
028300             MOVE 'Y' TO SV-EOF-SW
028400             GO TO 4110-EXIT
028500     END-READ.
028600     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
028700     MOVE PLAYER-MASTER-RECORD TO SN-RECORD-DATA.
028800     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
028900 4110-EXIT.
029000     EXIT.
029100******************************************************************
029200*  4200-SAVE-TEE-SHEET                                           *
029300******************************************************************
029400 4200-SAVE-TEE-SHEET.
029500     MOVE 'TEESHEET' TO SV-FILE-ID.
029600     OPEN INPUT TEE-SHEET.
029700     PERFORM 8200-START-FILE THRU 8200-EXIT.
029800     IF SV-FILE-STATUS NOT = '00'
029900         GO TO 4200-EXIT.
030000     PERFORM 4210-SAVE-ONE THRU 4210-EXIT
030100         UNTIL SV-END-OF-FILE.
030200     CLOSE TEE-SHEET.
030300     PERFORM 8300-END-FILE THRU 8300-EXIT.
030400 4200-EXIT.
030500     EXIT.
030600 4210-SAVE-ONE.
030700     READ TEE-SHEET
030800         AT END
030900             MOVE 'Y' TO SV-EOF-SW
031000             GO TO 4210-EXIT
031100     END-READ.
031200     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
031300     MOVE TEE-SHEET-RECORD TO SN-RECORD-DATA.
031400     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
031500 4210-EXIT.
031600     EXIT.
031700******************************************************************
031800*  4300-SAVE-MEMBER-BALANCE                                      *
031900******************************************************************
032000 4300-SAVE-MEMBER-BALANCE.
032100     MOVE 'MBRBAL  ' TO SV-FILE-ID.
032200     OPEN INPUT MEMBER-BALANCE.
032300     PERFORM 8200-START-FILE THRU 8200-EXIT.
032400     IF SV-FILE-STATUS NOT = '00'
032500         GO TO 4300-EXIT.
032600     PERFORM 4310-SAVE-ONE THRU 4310-EXIT
032700         UNTIL SV-END-OF-FILE.
032800     CLOSE MEMBER-BALANCE.
032900     PERFORM 8300-END-FILE THRU 8300-EXIT.
033000 4300-EXIT.
033100     EXIT.
033200 4310-SAVE-ONE.
033300     READ MEMBER-BALANCE
033400         AT END
033500             MOVE 'Y' TO SV-EOF-SW
033600             GO TO 4310-EXIT
033700     END-READ.
033800     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
033900     MOVE MEMBER-BALANCE-RECORD TO SN-RECORD-DATA.
034000     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
034100 4310-EXIT.
034200     EXIT.
034300******************************************************************
034400*  4400-SAVE-SCORE-HISTORY                                       *
034500******************************************************************
034600 4400-SAVE-SCORE-HISTORY.
034700     MOVE 'SCOREHST' TO SV-FILE-ID.
034800     OPEN INPUT SCORE-HISTORY.
034900     PERFORM 8200-START-FILE THRU 8200-EXIT.
035000     IF SV-FILE-STATUS NOT = '00'
035100         GO TO 4400-EXIT.
035200     PERFORM 4410-SAVE-ONE THRU 4410-EXIT
035300         UNTIL SV-END-OF-FILE.
035400     CLOSE SCORE-HISTORY.
035500     PERFORM 8300-END-FILE THRU 8300-EXIT.
035600 4400-EXIT.
035700     EXIT.
035800 4410-SAVE-ONE.
035900     READ SCORE-HISTORY
036000         AT END
036100             MOVE 'Y' TO SV-EOF-SW
036200             GO TO 4410-EXIT
036300     END-READ.
036400     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
036500     MOVE SCORE-HISTORY-RECORD TO SN-RECORD-DATA.
036600     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
036700 4410-EXIT.
036800     EXIT.
036900******************************************************************
037000*  4500-SAVE-WAIT-LIST                                           *
037100******************************************************************
037200 4500-SAVE-WAIT-LIST.
037300     MOVE 'WAITLIST' TO SV-FILE-ID.
037400     OPEN INPUT WAIT-LIST.
037500     PERFORM 8200-START-FILE THRU 8200-EXIT.
037600     IF SV-FILE-STATUS NOT = '00'
037700         GO TO 4500-EXIT.
037800     PERFORM 4510-SAVE-ONE THRU 4510-EXIT
037900         UNTIL SV-END-OF-FILE.
038000     CLOSE WAIT-LIST.
038100     PERFORM 8300-END-FILE THRU 8300-EXIT.
038200 4500-EXIT.
038300     EXIT.
038400 4510-SAVE-ONE.
038500     READ WAIT-LIST
038600         AT END
038700             MOVE 'Y' TO SV-EOF-SW
038800             GO TO 4510-EXIT
038900     END-READ.
039000     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
039100     MOVE WAITLIST-RECORD TO SN-RECORD-DATA.
039200     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
039300 4510-EXIT.
039400     EXIT.
039500******************************************************************
039600*  4600-SAVE-RAIN-CHECK                                          *
039700******************************************************************
039800 4600-SAVE-RAIN-CHECK.
039900     MOVE 'RAINCHK ' TO SV-FILE-ID.
040000     OPEN INPUT RAIN-CHECK.
040100     PERFORM 8200-START-FILE THRU 8200-EXIT.
040200     IF SV-FILE-STATUS NOT = '00'
040300         GO TO 4600-EXIT.
040400     PERFORM 4610-SAVE-ONE THRU 4610-EXIT
040500         UNTIL SV-END-OF-FILE.
040600     CLOSE RAIN-CHECK.
040700     PERFORM 8300-END-FILE THRU 8300-EXIT.
040800 4600-EXIT.
040900     EXIT.
041000 4610-SAVE-ONE.
041100     READ RAIN-CHECK
041200         AT END
041300             MOVE 'Y' TO SV-EOF-SW
041400             GO TO 4610-EXIT
041500     END-READ.
041600     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
041700     MOVE RAIN-CHECK-RECORD TO SN-RECORD-DATA.
041800     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
041900 4610-EXIT.
042000     EXIT.
042100******************************************************************
042200*  4700-SAVE-AUDIT-LOG                                           *
042300******************************************************************
042400 4700-SAVE-AUDIT-LOG.
042500     MOVE 'AUDITLOG' TO SV-FILE-ID.
042600     OPEN INPUT AUDIT-LOG.
042700     PERFORM 8200-START-FILE THRU 8200-EXIT.
042800     IF SV-FILE-STATUS NOT = '00'
042900         GO TO 4700-EXIT.
043000     PERFORM 4710-SAVE-ONE THRU 4710-EXIT
043100         UNTIL SV-END-OF-FILE.
043200     CLOSE AUDIT-LOG.
043300     PERFORM 8300-END-FILE THRU 8300-EXIT.
043400 4700-EXIT.
043500     EXIT.
043600 4710-SAVE-ONE.
043700     READ AUDIT-LOG
043800         AT END
043900             MOVE 'Y' TO SV-EOF-SW
044000             GO TO 4710-EXIT
044100     END-READ.
044200     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
044300     MOVE AUDIT-LOG-RECORD TO SN-RECORD-DATA.
044400     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
044500 4710-EXIT.
044600     EXIT.
044602******************************************************************
044604*  4800-SAVE-LESSONS                                             *
044606******************************************************************
044608 4800-SAVE-LESSONS.
044610     MOVE 'LESSONS ' TO SV-FILE-ID.
044612     OPEN INPUT LESSON-FILE.
044614     PERFORM 8200-START-FILE THRU 8200-EXIT.
044616     IF SV-FILE-STATUS NOT = '00'
044618         GO TO 4800-EXIT.
044620     PERFORM 4810-SAVE-ONE THRU 4810-EXIT
044622         UNTIL SV-END-OF-FILE.
044624     CLOSE LESSON-FILE.
044626     PERFORM 8300-END-FILE THRU 8300-EXIT.
044628 4800-EXIT.
044630     EXIT.
044632 4810-SAVE-ONE.
044634     READ LESSON-FILE
044636         AT END
044638             MOVE 'Y' TO SV-EOF-SW
044640             GO TO 4810-EXIT
044642     END-READ.
044644     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
044646     MOVE LESSON-RECORD TO SN-RECORD-DATA.
044648     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
044650 4810-EXIT.
044652     EXIT.
044700******************************************************************
044720*  4900-SAVE-NOTICE-QUEUE                                        *
044740******************************************************************
044760 4900-SAVE-NOTICE-QUEUE.
044780     MOVE 'NOTICEQ ' TO SV-FILE-ID.
044800     OPEN INPUT NOTICE-QUEUE.
044820     PERFORM 8200-START-FILE THRU 8200-EXIT.
044840     IF SV-FILE-STATUS NOT = '00'
044860         GO TO 4900-EXIT.
044880     PERFORM 4910-SAVE-ONE THRU 4910-EXIT
044900         UNTIL SV-END-OF-FILE.
044920     CLOSE NOTICE-QUEUE.
044940     PERFORM 8300-END-FILE THRU 8300-EXIT.
044960 4900-EXIT.
044980     EXIT.
045000 4910-SAVE-ONE.
045020     READ NOTICE-QUEUE
045040         AT END
045060             MOVE 'Y' TO SV-EOF-SW
045080             GO TO 4910-EXIT
045100     END-READ.
045120     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
045140     MOVE NOTICE-QUEUE-REC TO SN-RECORD-DATA.
045160     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
045180 4910-EXIT.
045200     EXIT.
045220******************************************************************
045240*  4920-SAVE-CARD-IN                                             *
045260******************************************************************
045280 4920-SAVE-CARD-IN.
045300     MOVE 'CARDIN  ' TO SV-FILE-ID.
045320     OPEN INPUT CARD-IN.
045340     PERFORM 8200-START-FILE THRU 8200-EXIT.
045360     IF SV-FILE-STATUS NOT = '00'
045380         GO TO 4920-EXIT.
045400     PERFORM 4930-SAVE-ONE THRU 4930-EXIT
045420         UNTIL SV-END-OF-FILE.
045440     CLOSE CARD-IN.
045460     PERFORM 8300-END-FILE THRU 8300-EXIT.
045480 4920-EXIT.
045500     EXIT.
045520 4930-SAVE-ONE.
045540     READ CARD-IN
045560         AT END
045580             MOVE 'Y' TO SV-EOF-SW
045600             GO TO 4930-EXIT
045620     END-READ.
045640     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
045660     MOVE CARD-IN-REC TO SN-RECORD-DATA.
045680     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
045700 4930-EXIT.
045720     EXIT.
045740******************************************************************
045760*  4940-SAVE-ROUND-DETAIL                                        *
045780******************************************************************
045800 4940-SAVE-ROUND-DETAIL.
045820     MOVE 'RNDDTL  ' TO SV-FILE-ID.
045840     OPEN INPUT ROUND-DETAIL.
045860     PERFORM 8200-START-FILE THRU 8200-EXIT.
045880     IF SV-FILE-STATUS NOT = '00'
045900         GO TO 4940-EXIT.
045920     PERFORM 4950-SAVE-ONE THRU 4950-EXIT
045940         UNTIL SV-END-OF-FILE.
045960     CLOSE ROUND-DETAIL.
045980     PERFORM 8300-END-FILE THRU 8300-EXIT.
046000 4940-EXIT.
046020     EXIT.
046040 4950-SAVE-ONE.
046060     READ ROUND-DETAIL
046080         AT END
046100             MOVE 'Y' TO SV-EOF-SW
046120             GO TO 4950-EXIT
046140     END-READ.
046160     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
046180     MOVE ROUND-DETAIL-RECORD TO SN-RECORD-DATA.
046200     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
046220 4950-EXIT.
046240     EXIT.
046260******************************************************************
046280*  4960-SAVE-DIFFER-IN                                           *
046300******************************************************************
046320 4960-SAVE-DIFFER-IN.
046340     MOVE 'DIFFERIN' TO SV-FILE-ID.
046360     OPEN INPUT DIFFER-IN.
046380     PERFORM 8200-START-FILE THRU 8200-EXIT.
046400     IF SV-FILE-STATUS NOT = '00'
046420         GO TO 4960-EXIT.
046440     PERFORM 4970-SAVE-ONE THRU 4970-EXIT
046460         UNTIL SV-END-OF-FILE.
046480     CLOSE DIFFER-IN.
046500     PERFORM 8300-END-FILE THRU 8300-EXIT.
046520 4960-EXIT.
046540     EXIT.
046560 4970-SAVE-ONE.
046580     READ DIFFER-IN
046600         AT END
046620             MOVE 'Y' TO SV-EOF-SW
046640             GO TO 4970-EXIT
046660     END-READ.
046680     PERFORM 8400-CHECK-READ THRU 8400-EXIT.
046700     MOVE DIFFERENTIAL-RECORD TO SN-RECORD-DATA.
046720     PERFORM 8500-WRITE-DATA THRU 8500-EXIT.
046740 4970-EXIT.
046760     EXIT.
046780******************************************************************
046800*  5000-REPLACE-SNAPSHOT - SNAPWRK BECOMES THE SNAPSHOT FILE,    *
046820*  COUNTED RECORD FOR RECORD                                     *
046840******************************************************************
046860 5000-REPLACE-SNAPSHOT.
046880     OPEN INPUT SNAPSHOT-WORK.
046900     OPEN OUTPUT SNAPSHOT-FILE.
046920     IF SV-WORK-STATUS NOT = '00'
046940             OR SV-SNAP-STATUS NOT = '00'
046960         DISPLAY 'GC910E SNAPSHOT REBUILD OPEN FAILED, STATUS'
046980             ' WRK=' SV-WORK-STATUS ' SNAP=' SV-SNAP-STATUS
047000             UPON OPERATOR-CONSOLE
047020         MOVE 16 TO RETURN-CODE
047040         GOBACK.
047060     MOVE 'N' TO SV-EOF-SW.
047080     PERFORM 5100-READ-WORK THRU 5100-EXIT.
047100     PERFORM 5200-RELOAD-ONE THRU 5200-EXIT
047120         UNTIL SV-END-OF-FILE.
047140     CLOSE SNAPSHOT-WORK
047160           SNAPSHOT-FILE.
047180     IF SV-WORK-RELOADED NOT = SV-WORK-WRITTEN
047200         DISPLAY 'GC910E SNAPSHOT RELOADED ' SV-WORK-RELOADED
047220             ' OF ' SV-WORK-WRITTEN ' RECORDS, SNAPWRK HOLDS'
047240             ' THE FULL SET'
047260             UPON OPERATOR-CONSOLE
047280         MOVE 16 TO RETURN-CODE
047300         GOBACK.
047320 5000-EXIT.
047340     EXIT.
047360 5100-READ-WORK.
047380     READ SNAPSHOT-WORK
047400         AT END MOVE 'Y' TO SV-EOF-SW.
047420     IF SV-WORK-STATUS NOT = '00'
047440         MOVE 'Y' TO SV-EOF-SW.
047460 5100-EXIT.
047480     EXIT.
047500 5200-RELOAD-ONE.
047520     WRITE SNAPSHOT-FILE-REC FROM SNAPSHOT-WORK-REC.
047540     IF SV-SNAP-STATUS NOT = '00'
047560         DISPLAY 'GC910E SNAPSHOT WRITE FAILED, STATUS '
047580             SV-SNAP-STATUS ', SNAPWRK HOLDS THE FULL SET'
047600             UPON OPERATOR-CONSOLE
047620         MOVE 16 TO RETURN-CODE
047640         GOBACK.
047660     ADD 1 TO SV-WORK-RELOADED.
047680     PERFORM 5100-READ-WORK THRU 5100-EXIT.
049300 5200-EXIT.
049400     EXIT.
049500******************************************************************
049600*  8000-WRITE-WORK - ONE RECORD TO SNAPWRK                       *
049700******************************************************************
049800 8000-WRITE-WORK.
049900     WRITE SNAPSHOT-WORK-REC FROM SNAPSHOT-RECORD.
050000     IF SV-WORK-STATUS NOT = '00'
050100         DISPLAY 'GC910E SNAPWRK WRITE FAILED, STATUS '
050200             SV-WORK-STATUS
050300             UPON OPERATOR-CONSOLE
050400         MOVE 16 TO RETURN-CODE
050500         GOBACK.
050600     ADD 1 TO SV-WORK-WRITTEN.
050700 8000-EXIT.
050800     EXIT.
050900******************************************************************
051000*  8100-WRITE-CONTROL - STAMP GENERATION AND DATE, THEN WRITE    *
051100******************************************************************
051200 8100-WRITE-CONTROL.
051300     MOVE SV-NEW-GENERATION TO SN-GENERATION.
051400     MOVE SV-RUN-DATE TO SN-RUN-DATE.
051500     PERFORM 8000-WRITE-WORK THRU 8000-EXIT.
051600 8100-EXIT.
051700     EXIT.
051800******************************************************************
051900*  8200-START-FILE - FILE HEADER AFTER THE OPEN.  A FILE NOT     *
052000*  YET CREATED IS SAVED AS ABSENT WITH A ZERO COUNT.             *
052100******************************************************************
052200 8200-START-FILE.
052300     MOVE ZERO TO SV-FILE-RECORDS.
052400     MOVE 'N' TO SV-EOF-SW.
052500     IF SV-FILE-STATUS NOT = '00'
052600             AND SV-FILE-STATUS NOT = '35'
052700         DISPLAY 'GC910E ' SV-FILE-ID ' OPEN FAILED, STATUS '
052800             SV-FILE-STATUS
052900             UPON OPERATOR-CONSOLE
053000         MOVE 16 TO RETURN-CODE
053100         GOBACK.
053200     MOVE SPACES TO SNAPSHOT-RECORD.
053300     MOVE 'F' TO SN-REC-TYPE.
053400     MOVE SV-FILE-ID TO SN-FILE-ID.
053500     DIVIDE SV-RUN-TIME BY 100 GIVING SN-STAMP-TIME.
053600     MOVE ZERO TO SN-RECORD-COUNT
053700                  SN-FILE-COUNT.
053800     IF SV-FILE-STATUS = '00'
053900         MOVE 'P' TO SN-FILE-STATE
054000     ELSE
054100         MOVE 'A' TO SN-FILE-STATE.
054200     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
054300     IF SV-FILE-STATUS = '35'
054400         DISPLAY 'GC910I ' SV-FILE-ID ' NOT PRESENT, SAVED AS'
054500             ' ABSENT'
054600         PERFORM 8300-END-FILE THRU 8300-EXIT.
054700 8200-EXIT.
054800     EXIT.
054900******************************************************************
055000*  8300-END-FILE - FILE TRAILER WITH THE RECORD COUNT            *
055100******************************************************************
055200 8300-END-FILE.
055300     MOVE SPACES TO SNAPSHOT-RECORD.
055400     MOVE 'E' TO SN-REC-TYPE.
055500     MOVE SV-FILE-ID TO SN-FILE-ID.
055600     DIVIDE SV-RUN-TIME BY 100 GIVING SN-STAMP-TIME.
055700     MOVE SV-FILE-RECORDS TO SN-RECORD-COUNT.
055800     MOVE ZERO TO SN-FILE-COUNT.
055900     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
056000     ADD 1 TO SV-FILES-SAVED.
056100     DISPLAY 'GC910I ' SV-FILE-ID ' SAVED ' SV-FILE-RECORDS
056200         ' RECORDS'.
056300 8300-EXIT.
056400     EXIT.
056500******************************************************************
056600*  8400-CHECK-READ - A READ ERROR PART WAY MEANS NO SNAPSHOT     *
056700******************************************************************
056800 8400-CHECK-READ.
056900     IF SV-FILE-STATUS NOT = '00'
057000         DISPLAY 'GC910E ' SV-FILE-ID ' READ FAILED, STATUS '
057100             SV-FILE-STATUS
057200             UPON OPERATOR-CONSOLE
057300         MOVE 16 TO RETURN-CODE
057400         GOBACK.
057500 8400-EXIT.
057600     EXIT.
057700******************************************************************
057800*  8500-WRITE-DATA - ONE SAVED RECORD IMAGE                      *
057900******************************************************************
058000 8500-WRITE-DATA.
058100     MOVE 'D' TO SN-REC-TYPE.
058200     MOVE SV-FILE-ID TO SN-FILE-ID.
058300     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
058400     ADD 1 TO SV-FILE-RECORDS
058500              SV-GEN-RECORDS.
058600 8500-EXIT.
058700     EXIT.
058800******************************************************************
058900*  9000-WRAP-UP - GENERATION TOTALS                              *
059000******************************************************************
059100 9000-WRAP-UP.
059200     DISPLAY 'GC910I RUN DATE              ' SV-RUN-DATE.
059300     DISPLAY 'GC910I NEW GENERATION        ' SV-NEW-GENERATION.
059400     DISPLAY 'GC910I FILES SAVED           ' SV-FILES-SAVED.
059500     DISPLAY 'GC910I RECORDS SAVED         ' SV-GEN-RECORDS.
059600     DISPLAY 'GC910I GENERATIONS KEPT      ' SV-CARRIED-GENS.
059700     DISPLAY 'GC910I GENERATIONS PURGED    ' SV-PURGED-GENS.
059800     MOVE ZERO TO RETURN-CODE.
059900 9000-EXIT.
060000     EXIT.
