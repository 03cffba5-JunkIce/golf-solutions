001300*  AND BY TEE-TIME HOUR BLOCK.  CANCELLED SLOTS DO NOT COUNT.    *
001400*  PRINTS THROUGH THE GCPRINT ENGINE SO THE BOARD CAN SET        *
001500*  RATES AND MAINTENANCE CLOSURES FROM REAL OCCUPANCY.           *
001520*  TEE TIMES CLOSED BY CRSBLOCK COURSE BLOCKS IN THE YEAR, UP TO *
001540*  THE REPORT DATE, ARE COUNTED AS A SEPARATE BLOCKED COLUMN -   *
001560*  FOUR SLOTS PER TEE TIME ON THE COURSE DAY BELOW - SO CLOSED   *
001580*  TIME DOES NOT READ AS EMPTY TEE TIMES.                        *
001600*                                                                *
001700*  MODIFICATION HISTORY                                         *
001800*  2026-08-20  DLS  NEW PROGRAM                                  *
001820*  2026-10-12  RJM  BLOCKED COLUMN FOR SLOTS CLOSED BY CRSBLOCK  *
001840*                   COURSE BLOCKS                                *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002600     SELECT TEE-HISTORY ASSIGN TO "TEEHIST"
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS UT-HIST-STATUS.
002820     SELECT COURSE-BLOCK ASSIGN TO "CRSBLOCK"
002840         ORGANIZATION IS LINE SEQUENTIAL
002860         FILE STATUS IS UT-CRSBLOCK-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  TEE-HISTORY.
003200 COPY GCTEEHIS.
003220 FD  COURSE-BLOCK.
003240 01  COURSE-BLOCK-REC            PIC X(80).
003300 WORKING-STORAGE SECTION.
003400 77  UT-HIST-STATUS              PIC X(02).
003500 77  UT-ARG-COUNT                PIC 9(03)   COMP.
005000 77  UT-ZELLER-T4                PIC S9(04)  COMP.
005100 77  UT-DOW                      PIC 9(01).
005200 77  UT-LABEL-NUM                PIC 9(02).
005205 77  UT-CRSBLOCK-STATUS          PIC X(02).
005210 77  UT-BLK-EOF-SW               PIC X(01)   VALUE 'N'.
005215     88  UT-END-OF-BLOCKS                    VALUE 'Y'.
005220 77  UT-FIRST-TEE                PIC 9(04)   VALUE 0700.
005225 77  UT-LAST-TEE                 PIC 9(04)   VALUE 1800.
005230 77  UT-TEE-INTERVAL             PIC 9(02)   VALUE 8.
005235 77  UT-FIRST-MINUTES            PIC S9(05)  COMP.
005240 77  UT-LAST-MINUTES             PIC S9(05)  COMP.
005245 77  UT-FROM-MINUTES             PIC S9(05)  COMP.
005250 77  UT-TO-MINUTES               PIC S9(05)  COMP.
005255 77  UT-TEE-MINUTES              PIC S9(05)  COMP.
005260 77  UT-SLOTS-BLOCKED            PIC 9(07)   COMP.
005300 01  UT-ARG-AREA.
005400     05  UT-ARG-DATE             PIC 9(08).
005500     05  FILLER                  PIC X(72).
006300     05  UT-MO-ENTRY             OCCURS 12 TIMES.
006400         10  UT-MO-MEMBER        PIC 9(07)   COMP.
006500         10  UT-MO-GUEST         PIC 9(07)   COMP.
006550         10  UT-MO-BLOCKED       PIC 9(07)   COMP.
006600 01  UT-DOW-TABLE.
006700     05  UT-DW-ENTRY             OCCURS 7 TIMES.
006800         10  UT-DW-MEMBER        PIC 9(07)   COMP.
006900         10  UT-DW-GUEST         PIC 9(07)   COMP.
006950         10  UT-DW-BLOCKED       PIC 9(07)   COMP.
007000 01  UT-HOUR-TABLE.
007100     05  UT-HR-ENTRY             OCCURS 24 TIMES.
007200         10  UT-HR-MEMBER        PIC 9(07)   COMP.
007300         10  UT-HR-GUEST         PIC 9(07)   COMP.
007350         10  UT-HR-BLOCKED       PIC 9(07)   COMP.
007400 01  UT-DOW-NAMES.
007500     05  FILLER                  PIC X(21)
007600         VALUE 'MONTUEWEDTHUFRISATSUN'.
008400 01  UT-SECTION-LINE             PIC X(46).
008500 01  UT-COLUMN-LINE.
008600     05  FILLER                  PIC X(46)   VALUE
008700         'BLOCK       MEMBER   GUEST   TOTAL BLOCKED'.
008800 01  UT-DETAIL-LINE.
008900     05  UT-DL-LABEL             PIC X(08).
009000     05  FILLER                  PIC X(03)   VALUE SPACES.
009300     05  UT-DL-GUEST             PIC ZZZZZZ9.
009400     05  FILLER                  PIC X(01)   VALUE SPACE.
009500     05  UT-DL-TOTAL             PIC ZZZZZZ9.
009550     05  FILLER                  PIC X(01)   VALUE SPACE.
009600     05  UT-DL-BLOCKED           PIC ZZZZZZ9.
009650     05  FILLER                  PIC X(04)   VALUE SPACES.
009700 01  UT-WORK-LINE                PIC X(46).
009800 COPY GCPRPAGE.
009850 COPY GCCRSBLK.
009900 PROCEDURE DIVISION.
010000******************************************************************
010100*  0000-MAINLINE - CONTROL THE REPORT RUN                        *
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010500     PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT.
010550     PERFORM 2500-TALLY-BLOCKS THRU 2500-EXIT.
010600     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
010700     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
010800     GOBACK.
011100******************************************************************
011200 1000-INITIALIZE.
011300     MOVE ZERO TO UT-ROUNDS-COUNTED
011350                  UT-SLOTS-BLOCKED
011400                  PP-LINE-COUNT.
011500     MOVE SPACES TO PP-PAGE-BODY.
011600     PERFORM 1100-CLEAR-MONTH THRU 1100-EXIT
012700     ELSE
012800         ACCEPT UT-REPORT-DATE FROM DATE YYYYMMDD.
012900     DIVIDE UT-REPORT-DATE BY 10000 GIVING UT-SEASON-YEAR.
012910     DIVIDE UT-FIRST-TEE BY 100
012920         GIVING UT-WORK-QUOT REMAINDER UT-WORK-REM.
012930     COMPUTE UT-FIRST-MINUTES = UT-WORK-QUOT * 60 + UT-WORK-REM.
012940     DIVIDE UT-LAST-TEE BY 100
012950         GIVING UT-WORK-QUOT REMAINDER UT-WORK-REM.
012960     COMPUTE UT-LAST-MINUTES = UT-WORK-QUOT * 60 + UT-WORK-REM.
013000     OPEN INPUT TEE-HISTORY.
013100     IF UT-HIST-STATUS = '35'
013200         DISPLAY 'GC360I NO TEEHIST FILE, NOTHING TO REPORT'
014200     EXIT.
014300 1100-CLEAR-MONTH.
014400     MOVE ZERO TO UT-MO-MEMBER (UT-SUB)
014450                  UT-MO-GUEST (UT-SUB)
014500                  UT-MO-BLOCKED (UT-SUB).
014600 1100-EXIT.
014700     EXIT.
014800 1200-CLEAR-DOW.
014900     MOVE ZERO TO UT-DW-MEMBER (UT-SUB)
014950                  UT-DW-GUEST (UT-SUB)
015000                  UT-DW-BLOCKED (UT-SUB).
015100 1200-EXIT.
015200     EXIT.
015300 1300-CLEAR-HOUR.
015400     MOVE ZERO TO UT-HR-MEMBER (UT-SUB)
015450                  UT-HR-GUEST (UT-SUB)
015500                  UT-HR-BLOCKED (UT-SUB).
015600 1300-EXIT.
015700     EXIT.
015800******************************************************************
017300         MOVE 'Y' TO UT-EOF-SW.
017400 2100-EXIT.
017500     EXIT.
017501******************************************************************
017502*  2500-TALLY-BLOCKS - CRSBLOCK TEE TIMES CLOSED IN THE YEAR     *
017503******************************************************************
017504 2500-TALLY-BLOCKS.
017505     OPEN INPUT COURSE-BLOCK.
017506     IF UT-CRSBLOCK-STATUS = '35'
017507         GO TO 2500-EXIT.
017508     IF UT-CRSBLOCK-STATUS NOT = '00'
017509         DISPLAY 'GC360E CRSBLOCK OPEN FAILED, STATUS '
017510             UT-CRSBLOCK-STATUS
017511             UPON OPERATOR-CONSOLE
017512         MOVE 16 TO RETURN-CODE
017513         GOBACK.
017514     PERFORM 2510-READ-BLOCK THRU 2510-EXIT.
017515     PERFORM 2520-TALLY-ONE-BLOCK THRU 2520-EXIT
017516         UNTIL UT-END-OF-BLOCKS.
017517     CLOSE COURSE-BLOCK.
017518 2500-EXIT.
017519     EXIT.
017520 2510-READ-BLOCK.
017521     READ COURSE-BLOCK INTO COURSE-BLOCK-RECORD
017522         AT END MOVE 'Y' TO UT-BLK-EOF-SW.
017523     IF UT-CRSBLOCK-STATUS NOT = '00'
017524         MOVE 'Y' TO UT-BLK-EOF-SW.
017525 2510-EXIT.
017526     EXIT.
017527 2520-TALLY-ONE-BLOCK.
017528     IF NOT CB-BLOCK-ENTRY
017529             OR CB-BLOCK-DATE NOT NUMERIC
017530             OR CB-FROM-TIME NOT NUMERIC
017531             OR CB-TO-TIME NOT NUMERIC
017532             OR CB-BLOCK-DATE > UT-REPORT-DATE
017533         GO TO 2520-NEXT.
017534     MOVE CB-BLOCK-DATE TO UT-DATE-NUM.
017535     IF UT-DP-YEAR NOT = UT-SEASON-YEAR
017536         GO TO 2520-NEXT.
017537     PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT.
017538     DIVIDE CB-FROM-TIME BY 100
017539         GIVING UT-WORK-QUOT REMAINDER UT-WORK-REM.
017540     COMPUTE UT-FROM-MINUTES = UT-WORK-QUOT * 60 + UT-WORK-REM.
017541     DIVIDE CB-TO-TIME BY 100
017542         GIVING UT-WORK-QUOT REMAINDER UT-WORK-REM.
017543     COMPUTE UT-TO-MINUTES = UT-WORK-QUOT * 60 + UT-WORK-REM.
017544     PERFORM 2530-BUMP-TEE-TIME THRU 2530-EXIT
017545         VARYING UT-TEE-MINUTES FROM UT-FIRST-MINUTES
017546             BY UT-TEE-INTERVAL
017547         UNTIL UT-TEE-MINUTES > UT-LAST-MINUTES.
017548 2520-NEXT.
017549     PERFORM 2510-READ-BLOCK THRU 2510-EXIT.
017550 2520-EXIT.
017551     EXIT.
017552 2530-BUMP-TEE-TIME.
017553     IF UT-TEE-MINUTES < UT-FROM-MINUTES
017554             OR UT-TEE-MINUTES > UT-TO-MINUTES
017555         GO TO 2530-EXIT.
017556     ADD 4 TO UT-SLOTS-BLOCKED
017557              UT-MO-BLOCKED (UT-DP-MONTH)
017558              UT-DW-BLOCKED (UT-DOW).
017559     DIVIDE UT-TEE-MINUTES BY 60 GIVING UT-WORK-QUOT.
017560     ADD 1 UT-WORK-QUOT GIVING UT-SUB.
017561     IF UT-SUB > 0 AND UT-SUB < 25
017562         ADD 4 TO UT-HR-BLOCKED (UT-SUB).
017563 2530-EXIT.
017564     EXIT.
017600 3000-TALLY-ONE-SLOT.
017700     IF TH-PLAY-DATE NOT NUMERIC
017800             OR TH-CANCELLED
023900     PERFORM 4500-SECTION-HEAD THRU 4500-EXIT.
024000     PERFORM 4300-PRINT-HOUR THRU 4300-EXIT
024100         VARYING UT-SUB FROM 1 BY 1 UNTIL UT-SUB > 24.
024110     MOVE SPACES TO UT-WORK-LINE.
024120     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
024130     MOVE 'BLOCKED = SLOTS CLOSED BY COURSE BLOCKS'
024140         TO UT-WORK-LINE.
024150     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
024200     IF PP-LINE-COUNT > 0
024300         CALL 'GCPRINT' USING PRINT-PAGE.
024400 4000-EXIT.
024500     EXIT.
024600 4100-PRINT-MONTH.
024700     IF UT-MO-MEMBER (UT-SUB) = 0 AND UT-MO-GUEST (UT-SUB) = 0
024750             AND UT-MO-BLOCKED (UT-SUB) = 0
024800         GO TO 4100-EXIT.
024900     MOVE SPACES TO UT-DL-LABEL.
025000     MOVE 'MONTH' TO UT-DL-LABEL (1:5).
025400     MOVE UT-MO-GUEST (UT-SUB) TO UT-DL-GUEST.
025500     COMPUTE UT-DL-TOTAL =
025600         UT-MO-MEMBER (UT-SUB) + UT-MO-GUEST (UT-SUB).
025650     MOVE UT-MO-BLOCKED (UT-SUB) TO UT-DL-BLOCKED.
025700     MOVE UT-DETAIL-LINE TO UT-WORK-LINE.
025800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
025900 4100-EXIT.
026000     EXIT.
026100 4200-PRINT-DOW.
026200     IF UT-DW-MEMBER (UT-SUB) = 0 AND UT-DW-GUEST (UT-SUB) = 0
026250             AND UT-DW-BLOCKED (UT-SUB) = 0
026300         GO TO 4200-EXIT.
026400     MOVE SPACES TO UT-DL-LABEL.
026500     MOVE UT-DOW-NAME (UT-SUB) TO UT-DL-LABEL (1:3).
026700     MOVE UT-DW-GUEST (UT-SUB) TO UT-DL-GUEST.
026800     COMPUTE UT-DL-TOTAL =
026900         UT-DW-MEMBER (UT-SUB) + UT-DW-GUEST (UT-SUB).
026950     MOVE UT-DW-BLOCKED (UT-SUB) TO UT-DL-BLOCKED.
027000     MOVE UT-DETAIL-LINE TO UT-WORK-LINE.
027100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
027200 4200-EXIT.
027300     EXIT.
027400 4300-PRINT-HOUR.
027500     IF UT-HR-MEMBER (UT-SUB) = 0 AND UT-HR-GUEST (UT-SUB) = 0
027550             AND UT-HR-BLOCKED (UT-SUB) = 0
027600         GO TO 4300-EXIT.
027700     MOVE SPACES TO UT-DL-LABEL.
027800     MOVE 'HOUR' TO UT-DL-LABEL (1:4).
028200     MOVE UT-HR-GUEST (UT-SUB) TO UT-DL-GUEST.
028300     COMPUTE UT-DL-TOTAL =
028400         UT-HR-MEMBER (UT-SUB) + UT-HR-GUEST (UT-SUB).
028450     MOVE UT-HR-BLOCKED (UT-SUB) TO UT-DL-BLOCKED.
028500     MOVE UT-DETAIL-LINE TO UT-WORK-LINE.
028600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
028700 4300-EXIT.
033500         CLOSE TEE-HISTORY.
033600     DISPLAY 'GC360I SEASON YEAR     ' UT-SEASON-YEAR.
033700     DISPLAY 'GC360I ROUNDS COUNTED  ' UT-ROUNDS-COUNTED.
033750     DISPLAY 'GC360I SLOTS BLOCKED   ' UT-SLOTS-BLOCKED.
033800 9000-EXIT.
033900     EXIT.
