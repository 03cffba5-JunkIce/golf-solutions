000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC060.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC060 - TEACHING-PRO LESSON BOOKING                           *
000900*                                                                *
001000*  POSTS LESSON BOOKINGS AND CANCELLATIONS TO THE LESSONS DIARY. *
001100*  TRANSACTIONS ARRIVE EITHER AS COMMAND ARGUMENTS (FRONT DESK   *
001200*  PATH - ARGUMENT 1 IS THE RUN DATE, ARGUMENTS 2 ONWARD ARE     *
001300*  GCLESSTR IMAGES) OR, WHEN ONLY THE RUN DATE IS GIVEN, FROM    *
001400*  THE LESSIN BATCH FILE, THE SAME AS THE GC010 TEE-SHEET        *
001500*  LOADER.  REJECTS ARE LISTED WITH A REASON.                    *
001600*                                                                *
001700*  A BOOKING MUST NAME A PRO ON THE LESSCHED SCHEDULE AND AN     *
001800*  ACTIVE PLAYER-MASTER MEMBER NOT ON CREDIT HOLD.  THE LESSON   *
001900*  MUST FALL WHOLLY INSIDE ONE OF THE PRO'S TEACHING STRETCHES   *
002000*  FOR THAT DAY OF THE WEEK, NOT ON A DAY THE PRO HAS BLOCKED,   *
002100*  AND MAY NOT OVERLAP ANOTHER LESSON OF THE PRO OR THE MEMBER.  *
002200*  A PLAYING LESSON ALSO RESERVES A TEE-SHEET SLOT AT THE START  *
002300*  TIME (NO GREEN OR CART FEE - THE LESSON FEE COVERS IT),       *
002400*  SUBJECT TO THE CRSBLOCK COURSE BLOCKS; A RANGE LESSON NEEDS   *
002500*  NO TEE TIME.  THE FEE IS PRICED FROM THE PRO'S HOURLY RATE.   *
002600*                                                                *
002700*  A CANCELLATION KEYED ON THE DAY BEFORE THE LESSON OR LATER    *
002800*  IS LATE AND CARRIES THE PRO'S LATE-CANCEL FEE UNLESS THE DESK *
002900*  WAIVES IT.  A PLAYING LESSON'S SLOT IS RELEASED.  EVERY       *
003000*  BOOKING, CANCELLATION AND WAIVER IS STAMPED INTO THE AUDIT    *
003100*  LOG.  GC235 BILLS THE DIARY MONTHLY.                          *
003200*                                                                *
003300*  MODIFICATION HISTORY                                         *
003400*  2026-10-14  RJM  NEW PROGRAM                                  *
003450*  2026-10-15  RJM  LESSIN READ ERROR STOPS THE RUN, RC 16       *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SPECIAL-NAMES.
003900     CONSOLE IS OPERATOR-CONSOLE.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT LESSON-IN ASSIGN TO "LESSIN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS LB-LESSIN-STATUS.
004500     SELECT LESSON-SCHEDULE ASSIGN TO "LESSCHED"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS LB-LESSCHED-STATUS.
004800     SELECT LESSON-FILE ASSIGN TO "LESSONS"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS LB-LESSON-STATUS.
005100     SELECT COURSE-BLOCK ASSIGN TO "CRSBLOCK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS LB-CRSBLOCK-STATUS.
005400     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS LB-AUDIT-STATUS.
005700     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS PM-MEMBER-NUMBER
006100         FILE STATUS IS LB-PLAYER-STATUS.
006200     SELECT TEE-SHEET ASSIGN TO "TEESHEET"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS TS-KEY
006600         FILE STATUS IS LB-SHEET-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  LESSON-IN.
007000 01  LESSON-IN-REC               PIC X(80).
007100 FD  LESSON-SCHEDULE.
007200 01  LESSON-SCHEDULE-REC         PIC X(80).
007300 FD  LESSON-FILE.
007400 COPY GCLESSON.
007500 FD  COURSE-BLOCK.
007600 01  COURSE-BLOCK-REC            PIC X(80).
007700 FD  AUDIT-LOG.
007800 COPY GCAUDIT.
007900 FD  PLAYER-MASTER.
008000 COPY GCPLAYER.
008100 FD  TEE-SHEET.
008200 COPY GCTEESHT.
008300 WORKING-STORAGE SECTION.
008400 77  LB-LESSIN-STATUS            PIC X(02).
008500 77  LB-LESSCHED-STATUS          PIC X(02).
008600 77  LB-LESSON-STATUS            PIC X(02).
008700 77  LB-CRSBLOCK-STATUS          PIC X(02).
008800 77  LB-AUDIT-STATUS             PIC X(02).
008900 77  LB-PLAYER-STATUS            PIC X(02).
009000 77  LB-SHEET-STATUS             PIC X(02).
009100 77  LB-ARG-COUNT                PIC 9(03)   COMP.
009200 77  LB-ARG-SUB                  PIC 9(03)   COMP.
009300 77  LB-PEEK-AREA                PIC X(80).
009400 77  LB-RUN-DATE                 PIC 9(08).
009500 77  LB-RUN-TIME                 PIC 9(08).
009600 77  LB-DESK-SW                  PIC X(01)   VALUE 'N'.
009700     88  LB-DESK-PATH                        VALUE 'Y'.
009800 77  LB-EOF-SW                   PIC X(01)   VALUE 'N'.
009900     88  LB-END-OF-FILE                      VALUE 'Y'.
010000 77  LB-SCHED-EOF-SW             PIC X(01)   VALUE 'N'.
010100     88  LB-END-OF-SCHEDULE                  VALUE 'Y'.
010200 77  LB-BLK-EOF-SW               PIC X(01)   VALUE 'N'.
010300     88  LB-END-OF-BLOCKS                    VALUE 'Y'.
010400 77  LB-DIARY-EOF-SW             PIC X(01)   VALUE 'N'.
010500     88  LB-END-OF-DIARY                     VALUE 'Y'.
010600 77  LB-FOUND-SW                 PIC X(01)   VALUE 'N'.
010700     88  LB-LESSON-FOUND                     VALUE 'Y'.
010800 77  LB-HOURS-SW                 PIC X(01)   VALUE 'N'.
010900     88  LB-INSIDE-HOURS                     VALUE 'Y'.
011000 77  LB-REUSE-SW                 PIC X(01)   VALUE 'N'.
011100     88  LB-REUSE-SLOT                       VALUE 'Y'.
011200 77  LB-TRANS-READ               PIC 9(05)   COMP.
011300 77  LB-TRANS-ACCEPTED           PIC 9(05)   COMP.
011400 77  LB-TRANS-REJECTED           PIC 9(05)   COMP.
011500 77  LB-LESSONS-BOOKED           PIC 9(05)   COMP.
011600 77  LB-SLOTS-RESERVED           PIC 9(05)   COMP.
011700 77  LB-LESSONS-CANCELLED        PIC 9(05)   COMP.
011800 77  LB-LATE-CANCELS             PIC 9(05)   COMP.
011900 77  LB-FEES-WAIVED              PIC 9(05)   COMP.
012000 77  LB-REJECT-REASON            PIC X(30).
012100 77  LB-AUDIT-ACTION             PIC X(20).
012200 77  LB-AUDIT-TIME               PIC 9(04).
012300 77  LB-AUDIT-SLOT               PIC 9(01).
012400 77  LB-SUB                      PIC S9(04)  COMP.
012500 77  LB-PRO-FOUND                PIC S9(04)  COMP.
012600 77  LB-BLK-FOUND                PIC S9(04)  COMP.
012700 77  LB-SLOT-SUB                 PIC 9(01).
012800 77  LB-OPEN-SLOT                PIC 9(01).
012900 77  LB-DOW                      PIC 9(01).
013000 77  LB-WORK-MINUTES             PIC S9(05)  COMP.
013100 77  LB-START-MINS               PIC S9(05)  COMP.
013200 77  LB-END-MINS                 PIC S9(05)  COMP.
013300 77  LB-OTHER-START              PIC S9(05)  COMP.
013400 77  LB-OTHER-END                PIC S9(05)  COMP.
013500 77  LB-FROM-MINS                PIC S9(05)  COMP.
013600 77  LB-TO-MINS                  PIC S9(05)  COMP.
013700 77  LB-HOURLY-RATE              PIC S9(04)V99   COMP-3.
013800 77  LB-LESSON-FEE               PIC S9(05)V99   COMP-3.
013900 77  LB-FEE-EDIT                 PIC ZZZZ9.99.
014000 77  LB-LATE-FROM                PIC 9(08).
014100 77  LB-ZELLER-M                 PIC S9(04)  COMP.
014200 77  LB-ZELLER-Y                 PIC S9(04)  COMP.
014300 77  LB-ZELLER-H                 PIC S9(04)  COMP.
014400 77  LB-ZELLER-T1                PIC S9(04)  COMP.
014500 77  LB-ZELLER-T2                PIC S9(04)  COMP.
014600 77  LB-ZELLER-T3                PIC S9(04)  COMP.
014700 77  LB-ZELLER-T4                PIC S9(04)  COMP.
014800 77  LB-WORK-QUOT                PIC S9(04)  COMP.
014900 77  LB-WORK-REM                 PIC S9(04)  COMP.
015000 01  LB-ARG-AREA.
015100     05  LB-ARG-DATE             PIC 9(08).
015200     05  FILLER                  PIC X(72).
015300 01  LB-DATE-WORK.
015400     05  LB-DATE-PARTS.
015500         10  LB-DATE-YEAR        PIC 9(04).
015600         10  LB-DATE-MONTH       PIC 9(02).
015700         10  LB-DATE-DAY         PIC 9(02).
015800     05  LB-DATE-NUM REDEFINES LB-DATE-PARTS
015900                                 PIC 9(08).
016000 01  LB-TIME-WORK.
016100     05  LB-TIME-PARTS.
016200         10  LB-TIME-HOURS       PIC 9(02).
016300         10  LB-TIME-MINUTES     PIC 9(02).
016400     05  LB-TIME-NUM REDEFINES LB-TIME-PARTS
016500                                 PIC 9(04).
016600 01  LB-MONTH-TABLE.
016700     05  LB-MONTH-VALUES         PIC X(24)   VALUE
016800         '312831303130313130313031'.
016900     05  FILLER REDEFINES LB-MONTH-VALUES.
017000         10  LB-DAYS-IN-MONTH    PIC 9(02)   OCCURS 12 TIMES.
017100 01  LB-LEAP-WORK.
017200     05  LB-LEAP-QUOT            PIC 9(04)   COMP.
017300     05  LB-LEAP-REM-4           PIC 9(04)   COMP.
017400     05  LB-LEAP-REM-100         PIC 9(04)   COMP.
017500     05  LB-LEAP-REM-400         PIC 9(04)   COMP.
017600******************************************************************
017700*  THE LESSCHED SCHEDULE - PROS, TEACHING HOURS, BLOCKED DAYS    *
017800******************************************************************
017900 01  LB-PRO-TABLE.
018000     05  LB-PRO-COUNT            PIC 9(02)   COMP.
018100     05  LB-PRO-ENTRY            OCCURS 10 TIMES.
018200         10  LB-PR-ID            PIC X(02).
018300         10  LB-PR-NAME          PIC X(20).
018400         10  LB-PR-RANGE-RATE    PIC S9(04)V99   COMP-3.
018500         10  LB-PR-PLAYING-RATE  PIC S9(04)V99   COMP-3.
018600         10  LB-PR-LATE-FEE      PIC S9(04)V99   COMP-3.
018700 01  LB-HOURS-TABLE.
018800     05  LB-HOURS-COUNT          PIC 9(03)   COMP.
018900     05  LB-HOURS-ENTRY          OCCURS 100 TIMES.
019000         10  LB-HR-PRO-ID        PIC X(02).
019100         10  LB-HR-DOW           PIC 9(01).
019200         10  LB-HR-FROM          PIC 9(04).
019300         10  LB-HR-TO            PIC 9(04).
019400 01  LB-OFF-TABLE.
019500     05  LB-OFF-COUNT            PIC 9(03)   COMP.
019600     05  LB-OFF-ENTRY            OCCURS 200 TIMES.
019700         10  LB-OF-PRO-ID        PIC X(02).
019800         10  LB-OF-DATE          PIC 9(08).
019900         10  LB-OF-REASON        PIC X(30).
020000 01  LB-BLOCK-TABLE.
020100     05  LB-BLK-COUNT            PIC 9(03)   COMP.
020200     05  LB-BLK-ENTRY            OCCURS 100 TIMES.
020300         10  LB-BK-DATE          PIC 9(08).
020400         10  LB-BK-FROM          PIC 9(04).
020500         10  LB-BK-TO            PIC 9(04).
020600         10  LB-BK-TYPE          PIC X(01).
020700         10  LB-BK-DESC          PIC X(30).
020800 COPY GCLESSCH.
020900 COPY GCCRSBLK.
021000 COPY GCLESSTR.
021100 PROCEDURE DIVISION.
021200******************************************************************
021300*  0000-MAINLINE - CONTROL THE LESSON POSTING RUN                *
021400******************************************************************
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700     IF LB-ARG-COUNT > 1
021800         PERFORM 0100-CHECK-DESK-PATH THRU 0100-EXIT.
021900     IF LB-DESK-PATH
022000         PERFORM 2000-PROCESS-ARGUMENTS THRU 2000-EXIT
022100     ELSE
022200         PERFORM 2500-PROCESS-BATCH-FILE THRU 2500-EXIT.
022300     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
022400     GOBACK.
022500******************************************************************
022600*  0100-CHECK-DESK-PATH - ARGUMENT 2 MUST BE A GCLESSTR IMAGE    *
022700*                                                                *
022800*  THE GC900 DRIVER PASSES ITS OWN OPERATOR OPTIONS TO EVERY     *
022900*  CALLED STEP, SO ONLY AN 'L' OR 'C' FOLLOWED BY A PRO ID AND A *
023000*  NUMERIC DATE MEANS THE DESK KEYED A TRANSACTION.              *
023100******************************************************************
023200 0100-CHECK-DESK-PATH.
023300     MOVE SPACES TO LB-PEEK-AREA.
023400     DISPLAY 2 UPON ARGUMENT-NUMBER.
023500     ACCEPT LB-PEEK-AREA FROM ARGUMENT-VALUE.
023600     IF (LB-PEEK-AREA (1:1) = 'L' OR LB-PEEK-AREA (1:1) = 'C')
023700             AND LB-PEEK-AREA (2:2) NOT = SPACES
023800             AND LB-PEEK-AREA (4:8) NUMERIC
023900         MOVE 'Y' TO LB-DESK-SW
024000     ELSE
024100         DISPLAY 'GC060I ARGUMENT 2 IS NOT A GCLESSTR IMAGE,'
024200             ' LESSIN BATCH PATH TAKEN'.
024300 0100-EXIT.
024400     EXIT.
024500******************************************************************
024600*  1000-INITIALIZE - ARGUMENTS, SCHEDULE, BLOCKS AND FILE OPENS  *
024700******************************************************************
024800 1000-INITIALIZE.
024900     MOVE ZERO TO LB-TRANS-READ
025000                  LB-TRANS-ACCEPTED
025100                  LB-TRANS-REJECTED
025200                  LB-LESSONS-BOOKED
025300                  LB-SLOTS-RESERVED
025400                  LB-LESSONS-CANCELLED
025500                  LB-LATE-CANCELS
025600                  LB-FEES-WAIVED.
025700     ACCEPT LB-ARG-COUNT FROM ARGUMENT-NUMBER.
025800     IF LB-ARG-COUNT > 0
025900         DISPLAY 1 UPON ARGUMENT-NUMBER
026000         ACCEPT LB-ARG-AREA FROM ARGUMENT-VALUE
026100         MOVE LB-ARG-DATE TO LB-RUN-DATE
026200     ELSE
026300         ACCEPT LB-RUN-DATE FROM DATE YYYYMMDD.
026400     OPEN INPUT PLAYER-MASTER.
026500     IF LB-PLAYER-STATUS NOT = '00'
026600         DISPLAY 'GC060E PLAYER-MASTER OPEN FAILED, STATUS '
026700             LB-PLAYER-STATUS
026800             UPON OPERATOR-CONSOLE
026900         MOVE 16 TO RETURN-CODE
027000         GOBACK.
027100     OPEN I-O TEE-SHEET.
027200     IF LB-SHEET-STATUS = '35'
027300         OPEN OUTPUT TEE-SHEET
027400         CLOSE TEE-SHEET
027500         OPEN I-O TEE-SHEET.
027600     IF LB-SHEET-STATUS NOT = '00'
027700         DISPLAY 'GC060E TEE-SHEET OPEN FAILED, STATUS '
027800             LB-SHEET-STATUS
027900             UPON OPERATOR-CONSOLE
028000         MOVE 16 TO RETURN-CODE
028100         GOBACK.
028200     PERFORM 1500-LOAD-SCHEDULE THRU 1500-EXIT.
028300     PERFORM 1700-LOAD-BLOCK-TABLE THRU 1700-EXIT.
028400 1000-EXIT.
028500     EXIT.
028600******************************************************************
028700*  1500-LOAD-SCHEDULE - LESSCHED INTO WORKING STORE              *
028800*                                                                *
028900*  WITHOUT A LESSCHED FILE THERE IS NO PRO TO BOOK, SO EVERY     *
029000*  BOOKING IS REJECTED; THE RUN ITSELF CARRIES ON.  BLOCKED      *
029100*  DAYS BEFORE THE RUN DATE ARE NOT NEEDED AND ARE LEFT OUT.     *
029200******************************************************************
029300 1500-LOAD-SCHEDULE.
029400     MOVE ZERO TO LB-PRO-COUNT
029500                  LB-HOURS-COUNT
029600                  LB-OFF-COUNT.
029700     MOVE 'N' TO LB-SCHED-EOF-SW.
029800     OPEN INPUT LESSON-SCHEDULE.
029900     IF LB-LESSCHED-STATUS = '35'
030000         DISPLAY 'GC060I NO LESSCHED FILE, NO LESSONS BOOKABLE'
030100         GO TO 1500-EXIT.
030200     IF LB-LESSCHED-STATUS NOT = '00'
030300         DISPLAY 'GC060E LESSCHED OPEN FAILED, STATUS '
030400             LB-LESSCHED-STATUS
030500             UPON OPERATOR-CONSOLE
030600         MOVE 16 TO RETURN-CODE
030700         GOBACK.
030800     PERFORM 1510-READ-SCHEDULE THRU 1510-EXIT.
030900     PERFORM 1520-TABLE-SCHEDULE THRU 1520-EXIT
031000         UNTIL LB-END-OF-SCHEDULE.
031100     CLOSE LESSON-SCHEDULE.
031200     DISPLAY 'GC060I TEACHING PROS ON LESSCHED ' LB-PRO-COUNT.
031300 1500-EXIT.
031400     EXIT.
031500 1510-READ-SCHEDULE.
031600     READ LESSON-SCHEDULE INTO LESSON-SCHEDULE-RECORD
031700         AT END MOVE 'Y' TO LB-SCHED-EOF-SW.
031800     IF LB-LESSCHED-STATUS NOT = '00'
031900         MOVE 'Y' TO LB-SCHED-EOF-SW.
032000 1510-EXIT.
032100     EXIT.
032200 1520-TABLE-SCHEDULE.
032300     EVALUATE TRUE
032400         WHEN LS-PRO-ENTRY
032500             PERFORM 1530-TABLE-PRO THRU 1530-EXIT
032600         WHEN LS-HOURS-ENTRY
032700             PERFORM 1540-TABLE-HOURS THRU 1540-EXIT
032800         WHEN LS-BLOCKED-DAY
032900             PERFORM 1550-TABLE-OFF-DAY THRU 1550-EXIT
033000         WHEN OTHER
033100             DISPLAY 'GC060W LESSCHED RECORD TYPE ' LS-REC-TYPE
033200                 ' NOT P, H OR X, IGNORED'
033300     END-EVALUATE.
033400     PERFORM 1510-READ-SCHEDULE THRU 1510-EXIT.
033500 1520-EXIT.
033600     EXIT.
033700 1530-TABLE-PRO.
033800     IF LS-RANGE-RATE NOT NUMERIC
033900             OR LS-PLAYING-RATE NOT NUMERIC
034000             OR LS-LATE-CANCEL-FEE NOT NUMERIC
034100         DISPLAY 'GC060W PRO ' LS-PRO-ID ' RATES NOT NUMERIC,'
034200             ' IGNORED'
034300         GO TO 1530-EXIT.
034400     IF LB-PRO-COUNT = 10
034500         DISPLAY 'GC060W PRO TABLE FULL, PRO ' LS-PRO-ID
034600             ' IGNORED'
034700         GO TO 1530-EXIT.
034800     ADD 1 TO LB-PRO-COUNT.
034900     MOVE LB-PRO-COUNT TO LB-SUB.
035000     MOVE LS-PRO-ID TO LB-PR-ID (LB-SUB).
035100     MOVE LS-PRO-NAME TO LB-PR-NAME (LB-SUB).
035200     MOVE LS-RANGE-RATE TO LB-PR-RANGE-RATE (LB-SUB).
035300     MOVE LS-PLAYING-RATE TO LB-PR-PLAYING-RATE (LB-SUB).
035400     MOVE LS-LATE-CANCEL-FEE TO LB-PR-LATE-FEE (LB-SUB).
035500 1530-EXIT.
035600     EXIT.
035700 1540-TABLE-HOURS.
035800     IF LS-DAY-OF-WEEK NOT NUMERIC
035900             OR LS-FROM-TIME NOT NUMERIC
036000             OR LS-TO-TIME NOT NUMERIC
036100             OR LS-DAY-OF-WEEK < 1 OR LS-DAY-OF-WEEK > 7
036200             OR LS-FROM-TIME NOT < LS-TO-TIME
036300         DISPLAY 'GC060W PRO ' LS-PRO-ID ' HOURS NOT VALID,'
036400             ' IGNORED'
036500         GO TO 1540-EXIT.
036600     IF LB-HOURS-COUNT = 100
036700         DISPLAY 'GC060W HOURS TABLE FULL, PRO ' LS-PRO-ID
036800             ' IGNORED'
036900         GO TO 1540-EXIT.
037000     ADD 1 TO LB-HOURS-COUNT.
037100     MOVE LB-HOURS-COUNT TO LB-SUB.
037200     MOVE LS-PRO-ID TO LB-HR-PRO-ID (LB-SUB).
037300     MOVE LS-DAY-OF-WEEK TO LB-HR-DOW (LB-SUB).
037400     MOVE LS-FROM-TIME TO LB-HR-FROM (LB-SUB).
037500     MOVE LS-TO-TIME TO LB-HR-TO (LB-SUB).
037600 1540-EXIT.
037700     EXIT.
037800 1550-TABLE-OFF-DAY.
037900     IF LS-BLOCKED-DATE NOT NUMERIC
038000         DISPLAY 'GC060W PRO ' LS-PRO-ID ' BLOCKED DATE NOT'
038100             ' NUMERIC, IGNORED'
038200         GO TO 1550-EXIT.
038300     IF LS-BLOCKED-DATE < LB-RUN-DATE
038400         GO TO 1550-EXIT.
038500     IF LB-OFF-COUNT = 200
038600         DISPLAY 'GC060W BLOCKED-DAY TABLE FULL, PRO ' LS-PRO-ID
038700             ' ' LS-BLOCKED-DATE ' IGNORED'
038800         GO TO 1550-EXIT.
038900     ADD 1 TO LB-OFF-COUNT.
039000     MOVE LB-OFF-COUNT TO LB-SUB.
039100     MOVE LS-PRO-ID TO LB-OF-PRO-ID (LB-SUB).
039200     MOVE LS-BLOCKED-DATE TO LB-OF-DATE (LB-SUB).
039300     MOVE LS-BLOCKED-REASON TO LB-OF-REASON (LB-SUB).
039400 1550-EXIT.
039500     EXIT.
039600******************************************************************
039700*  1700-LOAD-BLOCK-TABLE - CRSBLOCK COURSE BLOCKS FROM THE RUN   *
039800*  DATE ON, FOR THE PLAYING-LESSON TEE TIMES                     *
039900******************************************************************
040000 1700-LOAD-BLOCK-TABLE.
040100     MOVE ZERO TO LB-BLK-COUNT.
040200     MOVE 'N' TO LB-BLK-EOF-SW.
040300     OPEN INPUT COURSE-BLOCK.
040400     IF LB-CRSBLOCK-STATUS = '35'
040500         GO TO 1700-EXIT.
040600     IF LB-CRSBLOCK-STATUS NOT = '00'
040700         DISPLAY 'GC060E CRSBLOCK OPEN FAILED, STATUS '
040800             LB-CRSBLOCK-STATUS
040900             UPON OPERATOR-CONSOLE
041000         MOVE 16 TO RETURN-CODE
041100         GOBACK.
041200     PERFORM 1710-READ-BLOCK THRU 1710-EXIT.
041300     PERFORM 1720-TABLE-BLOCK THRU 1720-EXIT
041400         UNTIL LB-END-OF-BLOCKS.
041500     CLOSE COURSE-BLOCK.
041600 1700-EXIT.
041700     EXIT.
041800 1710-READ-BLOCK.
041900     READ COURSE-BLOCK INTO COURSE-BLOCK-RECORD
042000         AT END MOVE 'Y' TO LB-BLK-EOF-SW.
042100     IF LB-CRSBLOCK-STATUS NOT = '00'
042200         MOVE 'Y' TO LB-BLK-EOF-SW.
042300 1710-EXIT.
042400     EXIT.
042500 1720-TABLE-BLOCK.
042600     IF NOT CB-BLOCK-ENTRY
042700             OR CB-BLOCK-DATE NOT NUMERIC
042800             OR CB-FROM-TIME NOT NUMERIC
042900             OR CB-TO-TIME NOT NUMERIC
043000             OR CB-BLOCK-DATE < LB-RUN-DATE
043100         GO TO 1720-NEXT.
043200     IF LB-BLK-COUNT = 100
043300         DISPLAY 'GC060W BLOCK TABLE FULL, ' CB-BLOCK-DATE
043400             ' IGNORED'
043500         GO TO 1720-NEXT.
043600     ADD 1 TO LB-BLK-COUNT.
043700     MOVE CB-BLOCK-DETAIL TO LB-BLK-ENTRY (LB-BLK-COUNT).
043800 1720-NEXT.
043900     PERFORM 1710-READ-BLOCK THRU 1710-EXIT.
044000 1720-EXIT.
044100     EXIT.
044200******************************************************************
044300*  2000-PROCESS-ARGUMENTS - FRONT DESK COMMAND-LINE PATH         *
044400******************************************************************
044500 2000-PROCESS-ARGUMENTS.
044600     DISPLAY 2 UPON ARGUMENT-NUMBER.
044700     PERFORM 2100-PROCESS-ONE-ARG THRU 2100-EXIT
044800         VARYING LB-ARG-SUB FROM 2 BY 1
044900         UNTIL LB-ARG-SUB > LB-ARG-COUNT.
045000 2000-EXIT.
045100     EXIT.
045200 2100-PROCESS-ONE-ARG.
045300     MOVE SPACES TO LESSON-TRAN-RECORD.
045400     ACCEPT LESSON-TRAN-RECORD FROM ARGUMENT-VALUE.
045500     ADD 1 TO LB-TRANS-READ.
045600     PERFORM 3000-PROCESS-TRAN THRU 3000-EXIT.
045700 2100-EXIT.
045800     EXIT.
045900******************************************************************
046000*  2500-PROCESS-BATCH-FILE - LESSIN BATCH PATH                   *
046100******************************************************************
046200 2500-PROCESS-BATCH-FILE.
046300     OPEN INPUT LESSON-IN.
046400     IF LB-LESSIN-STATUS = '35'
046500         DISPLAY 'GC060I NO LESSIN FILE PRESENT, NOTHING TO DO'
046600         GO TO 2500-EXIT.
046700     IF LB-LESSIN-STATUS NOT = '00'
046800         DISPLAY 'GC060E LESSIN OPEN FAILED, STATUS '
046900             LB-LESSIN-STATUS
047000             UPON OPERATOR-CONSOLE
047100         MOVE 16 TO RETURN-CODE
047200         GO TO 2500-EXIT.
047300     PERFORM 2600-READ-LESSIN THRU 2600-EXIT.
047400     PERFORM 2700-PROCESS-FILE-TRAN THRU 2700-EXIT
047500         UNTIL LB-END-OF-FILE.
047600     CLOSE LESSON-IN.
047700 2500-EXIT.
047800     EXIT.
047900 2600-READ-LESSIN.
048000     READ LESSON-IN INTO LESSON-TRAN-RECORD
048100         AT END MOVE 'Y' TO LB-EOF-SW.
048110     IF LB-LESSIN-STATUS NOT = '00'
048120             AND LB-LESSIN-STATUS NOT = '10'
048130         DISPLAY 'GC060E LESSIN READ FAILED, STATUS '
048140             LB-LESSIN-STATUS
048150             UPON OPERATOR-CONSOLE
048160         MOVE 16 TO RETURN-CODE
048170         MOVE 'Y' TO LB-EOF-SW.
048200 2600-EXIT.
048300     EXIT.
048400 2700-PROCESS-FILE-TRAN.
048500     IF LT-TRAN-TYPE = '9'
048600         PERFORM 2600-READ-LESSIN THRU 2600-EXIT
048700         GO TO 2700-EXIT.
048800     ADD 1 TO LB-TRANS-READ.
048900     PERFORM 3000-PROCESS-TRAN THRU 3000-EXIT.
049000     PERFORM 2600-READ-LESSIN THRU 2600-EXIT.
049100 2700-EXIT.
049200     EXIT.
049300******************************************************************
049400*  3000-PROCESS-TRAN - EDIT AND APPLY ONE TRANSACTION            *
049500******************************************************************
049600 3000-PROCESS-TRAN.
049700     MOVE SPACES TO LB-REJECT-REASON.
049800     PERFORM 3050-EDIT-TRAN THRU 3050-EXIT.
049900     IF LB-REJECT-REASON = SPACES
050000         IF LT-BOOK-LESSON
050100             PERFORM 3100-BOOK-LESSON THRU 3100-EXIT
050200         ELSE
050300             PERFORM 3500-CANCEL-LESSON THRU 3500-EXIT.
050400     IF LB-REJECT-REASON = SPACES
050500         ADD 1 TO LB-TRANS-ACCEPTED
050600     ELSE
050700         ADD 1 TO LB-TRANS-REJECTED
050800         PERFORM 8000-LIST-REJECT THRU 8000-EXIT.
050900 3000-EXIT.
051000     EXIT.
051100 3050-EDIT-TRAN.
051200     IF NOT LT-BOOK-LESSON AND NOT LT-CANCEL-LESSON
051300         MOVE 'INVALID TRANSACTION TYPE' TO LB-REJECT-REASON
051400         GO TO 3050-EXIT.
051500     PERFORM 3060-FIND-PRO THRU 3060-EXIT.
051600     IF LB-PRO-FOUND = 0
051700         MOVE 'PRO NOT ON LESSCHED' TO LB-REJECT-REASON
051800         GO TO 3050-EXIT.
051900     IF LT-LESSON-DATE NOT NUMERIC
052000         MOVE 'LESSON DATE NOT NUMERIC' TO LB-REJECT-REASON
052100         GO TO 3050-EXIT.
052200     MOVE LT-LESSON-DATE TO LB-DATE-NUM.
052300     IF LB-DATE-MONTH < 01 OR LB-DATE-MONTH > 12
052400             OR LB-DATE-DAY < 01 OR LB-DATE-DAY > 31
052500         MOVE 'LESSON DATE NOT A VALID DATE' TO LB-REJECT-REASON
052600         GO TO 3050-EXIT.
052700     IF LT-START-TIME NOT NUMERIC
052800         MOVE 'START TIME NOT NUMERIC' TO LB-REJECT-REASON
052900         GO TO 3050-EXIT.
053000     MOVE LT-START-TIME TO LB-TIME-NUM.
053100     IF LB-TIME-HOURS > 23 OR LB-TIME-MINUTES > 59
053200         MOVE 'START TIME NOT A VALID TIME' TO LB-REJECT-REASON
053300         GO TO 3050-EXIT.
053400     IF LT-MEMBER-NUMBER NOT NUMERIC
053500         MOVE 'MEMBER NUMBER NOT NUMERIC' TO LB-REJECT-REASON
053600         GO TO 3050-EXIT.
053700     IF LT-CANCEL-LESSON
053800         GO TO 3050-CHECK-CANCEL.
053900     IF LT-LESSON-DATE < LB-RUN-DATE
054000         MOVE 'LESSON DATE IN THE PAST' TO LB-REJECT-REASON
054100         GO TO 3050-EXIT.
054200     IF LT-MINUTES-X = SPACES
054300         MOVE 60 TO LT-MINUTES.
054400     IF LT-MINUTES NOT NUMERIC
054500             OR LT-MINUTES < 15 OR LT-MINUTES > 240
054600         MOVE 'LESSON MINUTES NOT 15 TO 240' TO LB-REJECT-REASON
054700         GO TO 3050-EXIT.
054800     IF LT-LESSON-KIND = SPACE
054900         MOVE 'R' TO LT-LESSON-KIND.
055000     IF NOT LT-RANGE-LESSON AND NOT LT-PLAYING-LESSON
055100         MOVE 'LESSON KIND NOT R OR P' TO LB-REJECT-REASON.
055200     GO TO 3050-EXIT.
055300 3050-CHECK-CANCEL.
055400     IF LT-WAIVE-FLAG NOT = SPACE AND NOT LT-WAIVE-LATE-FEE
055500         MOVE 'WAIVE FLAG NOT W OR BLANK' TO LB-REJECT-REASON.
055600 3050-EXIT.
055700     EXIT.
055800 3060-FIND-PRO.
055900     MOVE ZERO TO LB-PRO-FOUND.
056000     PERFORM 3070-MATCH-PRO THRU 3070-EXIT
056100         VARYING LB-SUB FROM 1 BY 1
056200         UNTIL LB-SUB > LB-PRO-COUNT
056300            OR LB-PRO-FOUND > 0.
056400 3060-EXIT.
056500     EXIT.
056600 3070-MATCH-PRO.
056700     IF LB-PR-ID (LB-SUB) = LT-PRO-ID
056800         MOVE LB-SUB TO LB-PRO-FOUND.
056900 3070-EXIT.
057000     EXIT.
057100******************************************************************
057200*  3100-BOOK-LESSON - VALIDATE, RESERVE AND WRITE ONE LESSON     *
057300******************************************************************
057400 3100-BOOK-LESSON.
057500     PERFORM 3200-CHECK-MEMBER THRU 3200-EXIT.
057600     IF LB-REJECT-REASON NOT = SPACES
057700         GO TO 3100-EXIT.
057800     MOVE LT-START-TIME TO LB-TIME-NUM.
057900     PERFORM 8300-TIME-TO-MINUTES THRU 8300-EXIT.
058000     MOVE LB-WORK-MINUTES TO LB-START-MINS.
058100     COMPUTE LB-END-MINS = LB-START-MINS + LT-MINUTES.
058200     PERFORM 3300-CHECK-PRO-DAY THRU 3300-EXIT.
058300     IF LB-REJECT-REASON NOT = SPACES
058400         GO TO 3100-EXIT.
058500     PERFORM 3400-CHECK-CLASH THRU 3400-EXIT.
058600     IF LB-REJECT-REASON NOT = SPACES
058700         GO TO 3100-EXIT.
058800     MOVE ZERO TO LB-OPEN-SLOT.
058900     IF LT-PLAYING-LESSON
059000         PERFORM 3450-CHECK-TEE-TIME THRU 3450-EXIT
059100         IF LB-REJECT-REASON NOT = SPACES
059200             GO TO 3100-EXIT
059300         END-IF
059400         MOVE LB-PR-PLAYING-RATE (LB-PRO-FOUND) TO LB-HOURLY-RATE
059500     ELSE
059600         MOVE LB-PR-RANGE-RATE (LB-PRO-FOUND) TO LB-HOURLY-RATE.
059700     COMPUTE LB-LESSON-FEE ROUNDED =
059800         LB-HOURLY-RATE * LT-MINUTES / 60.
059900     OPEN EXTEND LESSON-FILE.
060000     IF LB-LESSON-STATUS = '35'
060100         OPEN OUTPUT LESSON-FILE.
060200     IF LB-LESSON-STATUS NOT = '00'
060300         DISPLAY 'GC060E LESSONS OPEN FAILED, STATUS '
060400             LB-LESSON-STATUS
060500             UPON OPERATOR-CONSOLE
060600         MOVE 'LESSONS FILE NOT AVAILABLE' TO LB-REJECT-REASON
060700         GO TO 3100-EXIT.
060800     IF LT-PLAYING-LESSON
060900         PERFORM 3460-RESERVE-SLOT THRU 3460-EXIT
061000         IF LB-REJECT-REASON NOT = SPACES
061100             CLOSE LESSON-FILE
061200             GO TO 3100-EXIT
061300         END-IF.
061400     PERFORM 3480-WRITE-LESSON THRU 3480-EXIT.
061500     CLOSE LESSON-FILE.
061600 3100-EXIT.
061700     EXIT.
061800 3200-CHECK-MEMBER.
061900     MOVE LT-MEMBER-NUMBER TO PM-MEMBER-NUMBER.
062000     READ PLAYER-MASTER
062100         INVALID KEY
062200             MOVE 'MEMBER NOT ON PLAYER-MASTER'
062300                 TO LB-REJECT-REASON
062400     END-READ.
062500     IF LB-REJECT-REASON = SPACES AND NOT PM-ACTIVE
062600         MOVE 'MEMBER NOT ACTIVE' TO LB-REJECT-REASON.
062700     IF LB-REJECT-REASON = SPACES AND PM-CREDIT-HELD
062800         MOVE 'MEMBER ON CREDIT HOLD' TO LB-REJECT-REASON.
062900 3200-EXIT.
063000     EXIT.
063100******************************************************************
063200*  3300-CHECK-PRO-DAY - NOT A BLOCKED DAY, AND THE WHOLE LESSON  *
063300*  INSIDE ONE OF THE PRO'S TEACHING STRETCHES FOR THE WEEKDAY    *
063400******************************************************************
063500 3300-CHECK-PRO-DAY.
063600     MOVE ZERO TO LB-BLK-FOUND.
063700     PERFORM 3310-MATCH-OFF-DAY THRU 3310-EXIT
063800         VARYING LB-SUB FROM 1 BY 1
063900         UNTIL LB-SUB > LB-OFF-COUNT
064000            OR LB-BLK-FOUND > 0.
064100     IF LB-BLK-FOUND > 0
064200         MOVE 'PRO NOT TEACHING - ' TO LB-REJECT-REASON
064300         MOVE LB-OF-REASON (LB-BLK-FOUND)
064400             TO LB-REJECT-REASON (20:11)
064500         GO TO 3300-EXIT.
064600     MOVE LT-LESSON-DATE TO LB-DATE-NUM.
064700     PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT.
064800     MOVE 'N' TO LB-HOURS-SW.
064900     PERFORM 3320-MATCH-HOURS THRU 3320-EXIT
065000         VARYING LB-SUB FROM 1 BY 1
065100         UNTIL LB-SUB > LB-HOURS-COUNT
065200            OR LB-INSIDE-HOURS.
065300     IF NOT LB-INSIDE-HOURS
065400         MOVE 'OUTSIDE THE PRO TEACHING HOURS'
065500             TO LB-REJECT-REASON.
065600 3300-EXIT.
065700     EXIT.
065800 3310-MATCH-OFF-DAY.
065900     IF LB-OF-PRO-ID (LB-SUB) = LT-PRO-ID
066000             AND LB-OF-DATE (LB-SUB) = LT-LESSON-DATE
066100         MOVE LB-SUB TO LB-BLK-FOUND.
066200 3310-EXIT.
066300     EXIT.
066400 3320-MATCH-HOURS.
066500     IF LB-HR-PRO-ID (LB-SUB) NOT = LT-PRO-ID
066600             OR LB-HR-DOW (LB-SUB) NOT = LB-DOW
066700         GO TO 3320-EXIT.
066800     MOVE LB-HR-FROM (LB-SUB) TO LB-TIME-NUM.
066900     PERFORM 8300-TIME-TO-MINUTES THRU 8300-EXIT.
067000     MOVE LB-WORK-MINUTES TO LB-FROM-MINS.
067100     MOVE LB-HR-TO (LB-SUB) TO LB-TIME-NUM.
067200     PERFORM 8300-TIME-TO-MINUTES THRU 8300-EXIT.
067300     MOVE LB-WORK-MINUTES TO LB-TO-MINS.
067400     IF LB-START-MINS NOT < LB-FROM-MINS
067500             AND LB-END-MINS NOT > LB-TO-MINS
067600         MOVE 'Y' TO LB-HOURS-SW.
067700 3320-EXIT.
067800     EXIT.
067900******************************************************************
068000*  3400-CHECK-CLASH - NO OVERLAP WITH A LESSON STILL BOOKED FOR  *
068100*  THE SAME PRO OR THE SAME MEMBER ON THE DATE                   *
068200******************************************************************
068300 3400-CHECK-CLASH.
068400     MOVE 'N' TO LB-DIARY-EOF-SW.
068500     OPEN INPUT LESSON-FILE.
068600     IF LB-LESSON-STATUS = '35'
068700         GO TO 3400-EXIT.
068800     IF LB-LESSON-STATUS NOT = '00'
068900         DISPLAY 'GC060E LESSONS OPEN FAILED, STATUS '
069000             LB-LESSON-STATUS
069100             UPON OPERATOR-CONSOLE
069200         MOVE 'LESSONS FILE NOT AVAILABLE' TO LB-REJECT-REASON
069300         GO TO 3400-EXIT.
069400     PERFORM 3410-READ-DIARY THRU 3410-EXIT.
069500     PERFORM 3420-TEST-CLASH THRU 3420-EXIT
069600         UNTIL LB-END-OF-DIARY.
069700     CLOSE LESSON-FILE.
069800 3400-EXIT.
069900     EXIT.
070000 3410-READ-DIARY.
070100     READ LESSON-FILE
070200         AT END MOVE 'Y' TO LB-DIARY-EOF-SW.
070300     IF LB-LESSON-STATUS NOT = '00'
070400         MOVE 'Y' TO LB-DIARY-EOF-SW.
070500 3410-EXIT.
070600     EXIT.
070700 3420-TEST-CLASH.
070800     IF NOT LN-BOOKED
070900             OR LN-LESSON-DATE NOT = LT-LESSON-DATE
071000         GO TO 3420-NEXT.
071100     IF LN-PRO-ID NOT = LT-PRO-ID
071200             AND LN-MEMBER-NUMBER NOT = LT-MEMBER-NUMBER
071300         GO TO 3420-NEXT.
071400     MOVE LN-START-TIME TO LB-TIME-NUM.
071500     PERFORM 8300-TIME-TO-MINUTES THRU 8300-EXIT.
071600     MOVE LB-WORK-MINUTES TO LB-OTHER-START.
071700     COMPUTE LB-OTHER-END = LB-OTHER-START + LN-MINUTES.
071800     IF LB-OTHER-START NOT < LB-END-MINS
071900             OR LB-OTHER-END NOT > LB-START-MINS
072000         GO TO 3420-NEXT.
072100     IF LN-PRO-ID = LT-PRO-ID
072200         MOVE 'PRO ALREADY BOOKED THEN'
072300             TO LB-REJECT-REASON
072400     ELSE
072500         MOVE 'MEMBER HAS A LESSON THEN'
072600             TO LB-REJECT-REASON.
072700     MOVE 'Y' TO LB-DIARY-EOF-SW.
072800     GO TO 3420-EXIT.
072900 3420-NEXT.
073000     PERFORM 3410-READ-DIARY THRU 3410-EXIT.
073100 3420-EXIT.
073200     EXIT.
073300******************************************************************
073400*  3450-CHECK-TEE-TIME - A PLAYING LESSON NEEDS AN UNBLOCKED TEE *
073500*  TIME WITH A FREE SLOT AT THE START TIME                       *
073600******************************************************************
073700 3450-CHECK-TEE-TIME.
073800     MOVE ZERO TO LB-BLK-FOUND.
073900     PERFORM 3455-MATCH-BLOCK THRU 3455-EXIT
074000         VARYING LB-SUB FROM 1 BY 1
074100         UNTIL LB-SUB > LB-BLK-COUNT
074200            OR LB-BLK-FOUND > 0.
074300     IF LB-BLK-FOUND > 0
074400         MOVE 'TEE TIME BLOCKED - ' TO LB-REJECT-REASON
074500         MOVE LB-BK-DESC (LB-BLK-FOUND)
074600             TO LB-REJECT-REASON (20:11)
074700         GO TO 3450-EXIT.
074800     PERFORM 3470-TRY-SLOT THRU 3470-EXIT
074900         VARYING LB-SLOT-SUB FROM 1 BY 1
075000         UNTIL LB-SLOT-SUB > 4 OR LB-OPEN-SLOT > 0.
075100     IF LB-OPEN-SLOT = 0
075200         MOVE 'NO TEE SLOT FOR PLAYING LESSON'
075300             TO LB-REJECT-REASON.
075400 3450-EXIT.
075500     EXIT.
075600 3455-MATCH-BLOCK.
075700     IF LB-BK-DATE (LB-SUB) = LT-LESSON-DATE
075800             AND LB-BK-FROM (LB-SUB) NOT > LT-START-TIME
075900             AND LB-BK-TO (LB-SUB) NOT < LT-START-TIME
076000         MOVE LB-SUB TO LB-BLK-FOUND.
076100 3455-EXIT.
076200     EXIT.
076300******************************************************************
076400*  3460-RESERVE-SLOT - BOOK THE TEE-SHEET SLOT FOR THE MEMBER    *
076500******************************************************************
076600 3460-RESERVE-SLOT.
076700     MOVE SPACES TO TEE-SHEET-RECORD.
076800     MOVE LT-LESSON-DATE TO TS-PLAY-DATE.
076900     MOVE LT-START-TIME TO TS-TEE-TIME.
077000     MOVE LB-OPEN-SLOT TO TS-SLOT-NUMBER.
077100     MOVE 'M' TO TS-REC-TYPE.
077200     MOVE LT-MEMBER-NUMBER TO TS-MEMBER-NUMBER.
077300     MOVE 'B' TO TS-SLOT-STATUS.
077400     MOVE ZERO TO TS-GREEN-FEE
077500                  TS-CART-FEE
077600                  TS-ACTUAL-START-TIME
077700                  TS-TURN-TIME
077800                  TS-FINISH-TIME.
077900     MOVE 'N' TO TS-CART-SW.
078000     IF LB-REUSE-SLOT
078100         REWRITE TEE-SHEET-RECORD
078200     ELSE
078300         WRITE TEE-SHEET-RECORD.
078400     IF LB-SHEET-STATUS NOT = '00'
078500         MOVE 'TEE-SHEET WRITE FAILED' TO LB-REJECT-REASON
078600         GO TO 3460-EXIT.
078700     ADD 1 TO LB-SLOTS-RESERVED.
078800 3460-EXIT.
078900     EXIT.
079000 3470-TRY-SLOT.
079100     MOVE LT-LESSON-DATE TO TS-PLAY-DATE.
079200     MOVE LT-START-TIME TO TS-TEE-TIME.
079300     MOVE LB-SLOT-SUB TO TS-SLOT-NUMBER.
079400     READ TEE-SHEET
079500         INVALID KEY
079600             MOVE LB-SLOT-SUB TO LB-OPEN-SLOT
079700             MOVE 'N' TO LB-REUSE-SW
079800         NOT INVALID KEY
079900             IF TS-CANCELLED
080000                 MOVE LB-SLOT-SUB TO LB-OPEN-SLOT
080100                 MOVE 'Y' TO LB-REUSE-SW
080200             END-IF
080300     END-READ.
080400 3470-EXIT.
080500     EXIT.
080600******************************************************************
080700*  3480-WRITE-LESSON - APPEND THE LESSON TO THE DIARY AND AUDIT  *
080800******************************************************************
080900 3480-WRITE-LESSON.
081000     MOVE SPACES TO LESSON-RECORD.
081100     MOVE 'L' TO LN-REC-TYPE.
081200     MOVE LT-PRO-ID TO LN-PRO-ID.
081300     MOVE LT-LESSON-DATE TO LN-LESSON-DATE.
081400     MOVE LT-START-TIME TO LN-START-TIME.
081500     MOVE LT-MINUTES TO LN-MINUTES.
081600     MOVE LT-MEMBER-NUMBER TO LN-MEMBER-NUMBER.
081700     MOVE LT-LESSON-KIND TO LN-LESSON-KIND.
081800     MOVE 'B' TO LN-STATUS.
081900     MOVE LT-START-TIME TO LN-TEE-TIME.
082000     MOVE LB-OPEN-SLOT TO LN-SLOT-NUMBER.
082100     IF LT-RANGE-LESSON
082200         MOVE ZERO TO LN-TEE-TIME.
082300     MOVE LB-LESSON-FEE TO LN-FEE.
082400     MOVE LB-RUN-DATE TO LN-BOOKED-DATE.
082500     MOVE ZERO TO LN-CANCEL-DATE.
082600     WRITE LESSON-RECORD.
082700     IF LB-LESSON-STATUS NOT = '00'
082800         DISPLAY 'GC060E LESSONS WRITE FAILED, STATUS '
082900             LB-LESSON-STATUS
083000             UPON OPERATOR-CONSOLE
083100         MOVE 'LESSONS WRITE FAILED' TO LB-REJECT-REASON
083200         GO TO 3480-EXIT.
083300     ADD 1 TO LB-LESSONS-BOOKED.
083400     MOVE 'LESSON BOOKED       ' TO LB-AUDIT-ACTION.
083500     MOVE LN-TEE-TIME TO LB-AUDIT-TIME.
083600     MOVE LN-SLOT-NUMBER TO LB-AUDIT-SLOT.
083700     IF LT-RANGE-LESSON
083800         MOVE LT-START-TIME TO LB-AUDIT-TIME.
083900     PERFORM 8100-AUDIT-ACTION THRU 8100-EXIT.
084000     MOVE LB-LESSON-FEE TO LB-FEE-EDIT.
084100     DISPLAY 'GC060I LESSON ' LT-PRO-ID ' ' LT-LESSON-DATE ' '
084200         LT-START-TIME ' BOOKED FOR ' LT-MEMBER-NUMBER ', FEE '
084300         LB-FEE-EDIT.
084400 3480-EXIT.
084500     EXIT.
084600******************************************************************
084700*  3500-CANCEL-LESSON - MARK THE LESSON CANCELLED IN PLACE       *
084800*                                                                *
084900*  FROM THE DAY BEFORE THE LESSON ON, THE CANCELLATION IS LATE   *
085000*  AND CARRIES THE PRO'S LATE-CANCEL FEE, UNLESS THE DESK WAIVES *
085100*  IT, WHICH IS AUDITED ON ITS OWN.                              *
085200******************************************************************
085300 3500-CANCEL-LESSON.
085400     MOVE 'N' TO LB-DIARY-EOF-SW
085500                 LB-FOUND-SW.
085600     OPEN I-O LESSON-FILE.
085700     IF LB-LESSON-STATUS = '35'
085800         MOVE 'LESSON NOT IN THE DIARY' TO LB-REJECT-REASON
085900         GO TO 3500-EXIT.
086000     IF LB-LESSON-STATUS NOT = '00'
086100         DISPLAY 'GC060E LESSONS OPEN FAILED, STATUS '
086200             LB-LESSON-STATUS
086300             UPON OPERATOR-CONSOLE
086400         MOVE 'LESSONS FILE NOT AVAILABLE' TO LB-REJECT-REASON
086500         GO TO 3500-EXIT.
086600     PERFORM 3410-READ-DIARY THRU 3410-EXIT.
086700     PERFORM 3510-SCAN-LESSON THRU 3510-EXIT
086800         UNTIL LB-END-OF-DIARY.
086900     IF NOT LB-LESSON-FOUND
087000         MOVE 'LESSON NOT IN THE DIARY' TO LB-REJECT-REASON
087100         CLOSE LESSON-FILE
087200         GO TO 3500-EXIT.
087300     MOVE LT-LESSON-DATE TO LB-DATE-NUM.
087400     PERFORM 8400-BACK-ONE-DAY THRU 8400-EXIT.
087500     MOVE LB-DATE-NUM TO LB-LATE-FROM.
087600     MOVE LB-RUN-DATE TO LN-CANCEL-DATE.
087700     IF LB-RUN-DATE < LB-LATE-FROM
087800         MOVE 'C' TO LN-STATUS
087900         MOVE ZERO TO LN-FEE
088000         MOVE 'LESSON CANCELLED    ' TO LB-AUDIT-ACTION
088100     ELSE
088200         IF LT-WAIVE-LATE-FEE
088300             MOVE 'C' TO LN-STATUS
088400             MOVE ZERO TO LN-FEE
088500             ADD 1 TO LB-FEES-WAIVED
088600             MOVE 'LATE FEE WAIVED     ' TO LB-AUDIT-ACTION
088700         ELSE
088800             MOVE 'L' TO LN-STATUS
088900             MOVE LB-PR-LATE-FEE (LB-PRO-FOUND) TO LN-FEE
089000             ADD 1 TO LB-LATE-CANCELS
089100             MOVE 'LESSON LATE CANCEL  ' TO LB-AUDIT-ACTION.
089200     REWRITE LESSON-RECORD.
089300     IF LB-LESSON-STATUS NOT = '00'
089400         DISPLAY 'GC060E LESSONS REWRITE FAILED, STATUS '
089500             LB-LESSON-STATUS
089600             UPON OPERATOR-CONSOLE
089700         MOVE 'LESSONS REWRITE FAILED' TO LB-REJECT-REASON
089800         CLOSE LESSON-FILE
089900         GO TO 3500-EXIT.
090000     CLOSE LESSON-FILE.
090100     ADD 1 TO LB-LESSONS-CANCELLED.
090200     MOVE LN-TEE-TIME TO LB-AUDIT-TIME.
090300     MOVE LN-SLOT-NUMBER TO LB-AUDIT-SLOT.
090400     IF LN-RANGE-LESSON
090500         MOVE LN-START-TIME TO LB-AUDIT-TIME.
090600     PERFORM 8100-AUDIT-ACTION THRU 8100-EXIT.
090700     MOVE LN-FEE TO LB-FEE-EDIT.
090800     DISPLAY 'GC060I LESSON ' LT-PRO-ID ' ' LT-LESSON-DATE ' '
090900         LT-START-TIME ' CANCELLED FOR ' LT-MEMBER-NUMBER ', FEE '
091000         LB-FEE-EDIT.
091100     IF LN-PLAYING-LESSON
091200         PERFORM 3550-RELEASE-SLOT THRU 3550-EXIT.
091300 3500-EXIT.
091400     EXIT.
091500 3510-SCAN-LESSON.
091600     IF LN-BOOKED
091700             AND LN-PRO-ID = LT-PRO-ID
091800             AND LN-LESSON-DATE = LT-LESSON-DATE
091900             AND LN-START-TIME = LT-START-TIME
092000             AND LN-MEMBER-NUMBER = LT-MEMBER-NUMBER
092100         MOVE 'Y' TO LB-FOUND-SW
092200                     LB-DIARY-EOF-SW
092300         GO TO 3510-EXIT.
092400     PERFORM 3410-READ-DIARY THRU 3410-EXIT.
092500 3510-EXIT.
092600     EXIT.
092700******************************************************************
092800*  3550-RELEASE-SLOT - OPEN THE PLAYING LESSON'S TEE-SHEET SLOT  *
092900*                                                                *
093000*  LEFT ALONE IF THE DESK HAS ALREADY CANCELLED OR REUSED IT.    *
093100******************************************************************
093200 3550-RELEASE-SLOT.
093300     MOVE LN-LESSON-DATE TO TS-PLAY-DATE.
093400     MOVE LN-TEE-TIME TO TS-TEE-TIME.
093500     MOVE LN-SLOT-NUMBER TO TS-SLOT-NUMBER.
093600     READ TEE-SHEET
093700         INVALID KEY
093800             GO TO 3550-EXIT
093900     END-READ.
094000     IF NOT TS-BOOKED
094100             OR TS-MEMBER-NUMBER NOT = LN-MEMBER-NUMBER
094200             OR NOT TS-MEMBER-ROUND
094300         GO TO 3550-EXIT.
094400     MOVE 'C' TO TS-SLOT-STATUS.
094500     REWRITE TEE-SHEET-RECORD.
094600     IF LB-SHEET-STATUS NOT = '00'
094700         DISPLAY 'GC060E TEE-SHEET REWRITE FAILED, STATUS '
094800             LB-SHEET-STATUS
094900             UPON OPERATOR-CONSOLE
095000         GO TO 3550-EXIT.
095100     DISPLAY 'GC060I SLOT ' TS-PLAY-DATE ' ' TS-TEE-TIME ' '
095200         TS-SLOT-NUMBER ' OPEN, RUN GC330 TO OFFER IT TO THE'
095300         ' WAITLIST'.
095400 3550-EXIT.
095500     EXIT.
095600******************************************************************
095700*  8000-LIST-REJECT - ONE LINE PER REJECTED TRANSACTION          *
095800******************************************************************
095900 8000-LIST-REJECT.
096000     DISPLAY 'GC060R ' LT-TRAN-TYPE ' ' LT-PRO-ID ' '
096100         LT-LESSON-DATE ' ' LT-START-TIME ' ' LT-MEMBER-NUMBER ' '
096200         LB-REJECT-REASON.
096300 8000-EXIT.
096400     EXIT.
096500******************************************************************
096600*  8100-AUDIT-ACTION - STAMP ONE ACTION INTO THE AUDIT LOG       *
096700******************************************************************
096800 8100-AUDIT-ACTION.
096900     OPEN EXTEND AUDIT-LOG.
097000     IF LB-AUDIT-STATUS = '35'
097100         OPEN OUTPUT AUDIT-LOG.
097200     IF LB-AUDIT-STATUS NOT = '00'
097300         DISPLAY 'GC060E AUDITLOG OPEN FAILED, STATUS '
097400             LB-AUDIT-STATUS
097500             UPON OPERATOR-CONSOLE
097600         GO TO 8100-EXIT.
097700     ACCEPT LB-RUN-TIME FROM TIME.
097800     MOVE SPACES TO AUDIT-LOG-RECORD.
097900     MOVE 'A' TO AU-REC-TYPE.
098000     MOVE 'GC060   ' TO AU-PROGRAM-ID.
098100     MOVE LB-RUN-DATE TO AU-RUN-DATE.
098200     DIVIDE LB-RUN-TIME BY 100 GIVING AU-RUN-TIME.
098300     MOVE LB-AUDIT-ACTION TO AU-ACTION.
098400     MOVE LT-MEMBER-NUMBER TO AU-MEMBER-NUMBER.
098500     MOVE LT-LESSON-DATE TO AU-PLAY-DATE.
098600     MOVE LB-AUDIT-TIME TO AU-TEE-TIME.
098700     MOVE LB-AUDIT-SLOT TO AU-SLOT-NUMBER.
098800     MOVE ZERO TO AU-RETURN-CODE.
098900     WRITE AUDIT-LOG-RECORD.
099000     IF LB-AUDIT-STATUS NOT = '00'
099100         DISPLAY 'GC060E AUDITLOG WRITE FAILED, STATUS '
099200             LB-AUDIT-STATUS
099300             UPON OPERATOR-CONSOLE.
099400     CLOSE AUDIT-LOG.
099500 8100-EXIT.
099600     EXIT.
099700******************************************************************
099800*  8200-DAY-OF-WEEK - ZELLER ON LB-DATE-PARTS, 1=MON THRU 7=SUN  *
099900******************************************************************
100000 8200-DAY-OF-WEEK.
100100     MOVE LB-DATE-YEAR TO LB-ZELLER-Y.
100200     MOVE LB-DATE-MONTH TO LB-ZELLER-M.
100300     IF LB-ZELLER-M < 3
100400         ADD 12 TO LB-ZELLER-M
100500         SUBTRACT 1 FROM LB-ZELLER-Y.
100600     COMPUTE LB-ZELLER-T1 = 13 * (LB-ZELLER-M + 1).
100700     DIVIDE LB-ZELLER-T1 BY 5 GIVING LB-ZELLER-T1.
100800     DIVIDE LB-ZELLER-Y BY 4 GIVING LB-ZELLER-T2.
100900     DIVIDE LB-ZELLER-Y BY 100 GIVING LB-ZELLER-T3.
101000     DIVIDE LB-ZELLER-Y BY 400 GIVING LB-ZELLER-T4.
101100     COMPUTE LB-ZELLER-H = LB-DATE-DAY + LB-ZELLER-T1
101200         + LB-ZELLER-Y + LB-ZELLER-T2
101300         - LB-ZELLER-T3 + LB-ZELLER-T4 + 5.
101400     DIVIDE LB-ZELLER-H BY 7
101500         GIVING LB-WORK-QUOT REMAINDER LB-WORK-REM.
101600     COMPUTE LB-DOW = LB-WORK-REM + 1.
101700 8200-EXIT.
101800     EXIT.
101900******************************************************************
102000*  8300-TIME-TO-MINUTES - LB-TIME-NUM AS MINUTES PAST MIDNIGHT   *
102100******************************************************************
102200 8300-TIME-TO-MINUTES.
102300     COMPUTE LB-WORK-MINUTES =
102400         LB-TIME-HOURS * 60 + LB-TIME-MINUTES.
102500 8300-EXIT.
102600     EXIT.
102700 8310-CHECK-LEAP-YEAR.
102800     MOVE 28 TO LB-DAYS-IN-MONTH (2).
102900     DIVIDE LB-DATE-YEAR BY 4 GIVING LB-LEAP-QUOT
103000         REMAINDER LB-LEAP-REM-4.
103100     DIVIDE LB-DATE-YEAR BY 100 GIVING LB-LEAP-QUOT
103200         REMAINDER LB-LEAP-REM-100.
103300     DIVIDE LB-DATE-YEAR BY 400 GIVING LB-LEAP-QUOT
103400         REMAINDER LB-LEAP-REM-400.
103500     IF LB-LEAP-REM-4 = 0
103600         IF LB-LEAP-REM-100 NOT = 0 OR LB-LEAP-REM-400 = 0
103700             MOVE 29 TO LB-DAYS-IN-MONTH (2).
103800 8310-EXIT.
103900     EXIT.
104000******************************************************************
104100*  8400-BACK-ONE-DAY - STEP LB-DATE-PARTS BACK ONE DAY           *
104200******************************************************************
104300 8400-BACK-ONE-DAY.
104400     IF LB-DATE-DAY > 1
104500         SUBTRACT 1 FROM LB-DATE-DAY
104600         GO TO 8400-EXIT.
104700     IF LB-DATE-MONTH > 1
104800         SUBTRACT 1 FROM LB-DATE-MONTH
104900     ELSE
105000         MOVE 12 TO LB-DATE-MONTH
105100         SUBTRACT 1 FROM LB-DATE-YEAR.
105200     PERFORM 8310-CHECK-LEAP-YEAR THRU 8310-EXIT.
105300     MOVE LB-DAYS-IN-MONTH (LB-DATE-MONTH) TO LB-DATE-DAY.
105400 8400-EXIT.
105500     EXIT.
105600******************************************************************
105700*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
105800******************************************************************
105900 9000-WRAP-UP.
106000     CLOSE PLAYER-MASTER
106100           TEE-SHEET.
106200     DISPLAY 'GC060I RUN DATE ' LB-RUN-DATE.
106300     DISPLAY 'GC060I TRANSACTIONS READ     ' LB-TRANS-READ.
106400     DISPLAY 'GC060I TRANSACTIONS ACCEPTED ' LB-TRANS-ACCEPTED.
106500     DISPLAY 'GC060I TRANSACTIONS REJECTED ' LB-TRANS-REJECTED.
106600     DISPLAY 'GC060I LESSONS BOOKED        ' LB-LESSONS-BOOKED.
106700     DISPLAY 'GC060I TEE SLOTS RESERVED    ' LB-SLOTS-RESERVED.
106800     DISPLAY 'GC060I LESSONS CANCELLED     ' LB-LESSONS-CANCELLED.
106900     DISPLAY 'GC060I LATE-CANCEL FEES      ' LB-LATE-CANCELS.
107000     DISPLAY 'GC060I LATE FEES WAIVED      ' LB-FEES-WAIVED.
107100 9000-EXIT.
107200     EXIT.
