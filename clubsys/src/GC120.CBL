000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC120.
000300 AUTHOR. D. L. SORENSEN.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-09-16.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC120 - COUNTER SCORE POSTING FOR ORDINARY MEMBER ROUNDS      *
000900*                                                                *
001000*  POSTS THE CARDS MEMBERS HAND IN AT THE PRO SHOP COUNTER FOR   *
001100*  ROUNDS OUTSIDE A TOURNAMENT.  EACH CARD CARRIES THE MEMBER    *
001200*  NUMBER, THE DATE PLAYED, EIGHTEEN TWO-DIGIT HOLE SCORES AND   *
001300*  THE TEE SET CODE (BLANK MEANS THE DEFAULT TEES).  A CARD IS   *
001400*  TAKEN ONLY IF THE TEE SHEET SHOWS THE MEMBER PLAYED ('P') OR  *
001500*  BOOKED ('B') A MEMBER ROUND THAT DAY, THE DATE FALLS INSIDE   *
001600*  THE POSTING WINDOW AND NO ROUND IS ALREADY ON RNDDTL FOR THE  *
001700*  MEMBER AND DATE.  DAYS GC350 HAS ROLLED OFF THE LIVE SHEET    *
001800*  ARE FOUND ON THE TEEHIST HISTORY FILE.                        *
001900*                                                                *
002000*  EACH HOLE IS CAPPED AT NET DOUBLE BOGEY - PAR FROM CRSTEE     *
002100*  FOR THE TEE PLAYED, PLUS TWO, PLUS THE STROKES THE MEMBER'S   *
002200*  COURSE HANDICAP GIVES ON THAT HOLE BY THE GCCOURSE STROKE     *
002300*  INDEX.  THE ADJUSTED GROSS GIVES THE DIFFERENTIAL, WRITTEN    *
002400*  TO DIFFERIN FOR THE GC110 REVISION (RECORDS ALREADY ON FILE   *
002500*  ARE CARRIED FORWARD AND THE GCTRAILR TRAILER RE-FIGURED),     *
002600*  AND THE RAW HOLES ARE APPENDED TO RNDDTL.                     *
002700*                                                                *
002800*  CARDS COME FROM THE COMMAND LINE WHEN ARGUMENT 2 IS A CARD    *
002900*  IMAGE (THE COUNTER PATH), OTHERWISE FROM THE CARDIN FILE      *
002950*  KEYED DURING THE DAY, WHICH IS EMPTIED ONCE POSTED.  A        *
003000*  CARDIN OPEN OR READ ERROR KEEPS CARDIN, WRITES NO DIFFERIN    *
003050*  TRAILER AND SKIPS THE UNPOSTED LIST.  THE                     *
003100*  FILE RUN ALSO PRINTS, THROUGH GCPRINT, THE MEMBERS WHO        *
003200*  PLAYED ON THE DAY WHOSE POSTING WINDOW CLOSES WITH THIS RUN   *
003300*  AND HAVE NOT POSTED A SCORE.                                  *
003400*                                                                *
003500*  MODIFICATION HISTORY                                         *
003600*  2026-09-16  DLS  NEW PROGRAM                                  *
003620*  2026-10-15  RJM  CARDIN READ ERROR NO LONGER TAKEN AS END OF  *
003640*                   FILE; CARDIN KEPT AND THE RUN ENDS RC 16     *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     CONSOLE IS OPERATOR-CONSOLE.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CARD-IN ASSIGN TO "CARDIN"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS SP-CARDIN-STATUS.
004700     SELECT COURSE-TEE ASSIGN TO "CRSTEE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS SP-CRSTEE-STATUS.
005000     SELECT DIFFER-OUT ASSIGN TO "DIFFERIN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS SP-DIFFOUT-STATUS.
005300     SELECT ROUND-DETAIL ASSIGN TO "RNDDTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS SP-RNDDTL-STATUS.
005600     SELECT TEE-HISTORY ASSIGN TO "TEEHIST"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS SP-HISTORY-STATUS.
005900     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS PM-MEMBER-NUMBER
006300         FILE STATUS IS SP-PLAYER-STATUS.
006400     SELECT TEE-SHEET ASSIGN TO "TEESHEET"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS TS-KEY
006800         FILE STATUS IS SP-SHEET-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CARD-IN.
007200 01  CARD-IN-REC                 PIC X(80).
007300 FD  COURSE-TEE.
007400 01  COURSE-TEE-REC              PIC X(80).
007500 FD  DIFFER-OUT.
007600 COPY GCDIFFER.
007700 FD  ROUND-DETAIL.
007800 COPY GCRNDDTL.
007900 FD  TEE-HISTORY.
008000 COPY GCTEEHIS.
008100 FD  PLAYER-MASTER.
008200 COPY GCPLAYER.
008300 FD  TEE-SHEET.
008400 COPY GCTEESHT.
008500 WORKING-STORAGE SECTION.
008600 77  SP-CARDIN-STATUS            PIC X(02).
008700 77  SP-CRSTEE-STATUS            PIC X(02).
008800 77  SP-DIFFOUT-STATUS           PIC X(02).
008900 77  SP-RNDDTL-STATUS            PIC X(02).
009000 77  SP-HISTORY-STATUS           PIC X(02).
009100 77  SP-PLAYER-STATUS            PIC X(02).
009200 77  SP-SHEET-STATUS             PIC X(02).
009300 77  SP-ARG-COUNT                PIC 9(03)   COMP.
009400 77  SP-ARG-SUB                  PIC 9(03)   COMP.
009500 77  SP-PEEK-AREA                PIC X(80).
009600 77  SP-RUN-DATE                 PIC 9(08).
009700 77  SP-WINDOW-START             PIC 9(08).
009800 77  SP-POSTING-WINDOW           PIC 9(02)   VALUE 7.
009900 77  SP-DESK-SW                  PIC X(01)   VALUE 'N'.
010000     88  SP-DESK-PATH                        VALUE 'Y'.
010100 77  SP-EOF-SW                   PIC X(01)   VALUE 'N'.
010200     88  SP-END-OF-CARDS                     VALUE 'Y'.
010220 77  SP-CARDIN-FAIL-SW           PIC X(01)   VALUE 'N'.
010240     88  SP-CARDIN-FAILED                    VALUE 'Y'.
010300 77  SP-SCAN-SW                  PIC X(01)   VALUE 'N'.
010400     88  SP-SCAN-DONE                        VALUE 'Y'.
010500 77  SP-CARD-OK-SW               PIC X(01)   VALUE 'Y'.
010600     88  SP-CARD-OK                          VALUE 'Y'.
010700 77  SP-TEE-EOF-SW               PIC X(01)   VALUE 'N'.
010800     88  SP-END-OF-TEES                      VALUE 'Y'.
010900 77  SP-SUB                      PIC S9(04)  COMP.
011000 77  SP-FOUND-SUB                PIC S9(04)  COMP.
011100 77  SP-HOLE-SUB                 PIC S9(04)  COMP.
011200 77  SP-TEE-SUB                  PIC S9(04)  COMP.
011300 77  SP-TEE-FOUND                PIC S9(04)  COMP.
011400 77  SP-DAY-SUB                  PIC S9(04)  COMP.
011500 77  SP-CARDS-READ               PIC 9(05)   COMP.
011600 77  SP-CARDS-POSTED             PIC 9(05)   COMP.
011700 77  SP-CARDS-REJECTED           PIC 9(05)   COMP.
011800 77  SP-DIFFS-CARRIED            PIC 9(05)   COMP.
011900 77  SP-DIFFS-WRITTEN            PIC 9(05)   COMP.
012000 77  SP-UNPOSTED-COUNT           PIC 9(05)   COMP.
012100 77  SP-TRL-AMOUNT               PIC 9(13)V99    COMP-3.
012200 77  SP-TRL-KEY                  PIC 9(15)   COMP-3.
012300 77  SP-COURSE-HCP               PIC S9(02)  COMP-3.
012400 77  SP-HCP-STROKES              PIC 9(02)   COMP.
012500 77  SP-HCP-REMAINDER            PIC 9(02)   COMP.
012600 77  SP-HOLE-STROKES             PIC 9(02)   COMP.
012700 77  SP-HOLE-CAP                 PIC 9(02)   COMP.
012800 77  SP-GROSS-WORK               PIC 9(03)   COMP.
012900 77  SP-ADJ-GROSS                PIC 9(03)   COMP.
013000 77  SP-DIFF-WORK                PIC S9(03)V9    COMP-3.
013100 77  SP-REJECT-REASON            PIC X(30).
013200 77  SP-MEMBER-NAME              PIC X(20).
013300 01  SP-ARG-AREA.
013400     05  SP-ARG-DATE             PIC 9(08).
013500     05  FILLER                  PIC X(72).
013600******************************************************************
013700*  COUNTER CARD - KEYED AT THE PRO SHOP, ONE PER ROUND           *
013800******************************************************************
013900 01  SCORE-CARD-RECORD.
014000     05  SC-MEMBER-NUMBER        PIC 9(06).
014100     05  SC-PLAY-DATE            PIC 9(08).
014200     05  SC-PLAY-DATE-X REDEFINES SC-PLAY-DATE
014300                                 PIC X(08).
014400     05  SC-HOLE-SCORE           PIC 9(02)   OCCURS 18 TIMES.
014500     05  SC-TEE-SET              PIC X(01).
014600     05  FILLER                  PIC X(29).
014700 01  SP-DATE-WORK.
014800     05  SP-DATE-PARTS.
014900         10  SP-DATE-YEAR        PIC 9(04).
015000         10  SP-DATE-MONTH       PIC 9(02).
015100         10  SP-DATE-DAY         PIC 9(02).
015200     05  SP-DATE-NUM REDEFINES SP-DATE-PARTS
015300                                 PIC 9(08).
015400 01  SP-MONTH-TABLE.
015500     05  SP-MONTH-VALUES         PIC X(24)   VALUE
015600         '312831303130313130313031'.
015700     05  FILLER REDEFINES SP-MONTH-VALUES.
015800         10  SP-DAYS-IN-MONTH    PIC 9(02)   OCCURS 12 TIMES.
015900 01  SP-LEAP-WORK.
016000     05  SP-LEAP-QUOT            PIC 9(04)   COMP.
016100     05  SP-LEAP-REM-4           PIC 9(04)   COMP.
016200     05  SP-LEAP-REM-100         PIC 9(04)   COMP.
016300     05  SP-LEAP-REM-400         PIC 9(04)   COMP.
016400******************************************************************
016500*  ROUNDS ON THE TEE SHEET INSIDE THE POSTING WINDOW             *
016600******************************************************************
016700 01  SP-ROUND-TABLE.
016800     05  SP-ROUND-COUNT          PIC 9(04)   COMP.
016900     05  SP-ROUND-ENTRY          OCCURS 3000 TIMES.
017000         10  SP-RN-MEMBER        PIC 9(06).
017100         10  SP-RN-DATE          PIC 9(08).
017200         10  SP-RN-TEE-TIME      PIC 9(04).
017300         10  SP-RN-STATUS        PIC X(01).
017400         10  SP-RN-POSTED-SW     PIC X(01).
017500******************************************************************
017600*  DIFFERIN RECORDS ALREADY ON FILE, CARRIED FORWARD             *
017700******************************************************************
017800 01  SP-PRIOR-TABLE.
017900     05  SP-PRIOR-COUNT          PIC 9(04)   COMP.
018000     05  SP-PRIOR-REC            PIC X(80)   OCCURS 2000 TIMES.
018100 01  SP-TEE-TABLE.
018200     05  SP-TEE-COUNT            PIC 9(02)   COMP.
018300     05  SP-TEE-ENTRY            OCCURS 8 TIMES.
018400         10  SP-TE-CODE          PIC X(01).
018500         10  SP-TE-RATING        PIC S99V9   COMP-3.
018600         10  SP-TE-SLOPE         PIC 9(03)   COMP.
018700         10  SP-TE-PAR           PIC 9(02)   COMP.
018800         10  SP-TE-HOLE-PAR      PIC 9(01)   OCCURS 18 TIMES.
018900 01  SP-HEAD-LINE-1.
019000     05  FILLER                  PIC X(20).
019100     05  FILLER                  PIC X(26)
019200         VALUE ' COUNTER SCORES'.
019300 01  SP-HEAD-LINE-2.
019400     05  FILLER                  PIC X(16)
019500         VALUE 'POSTING RUN FOR '.
019600     05  SP-HD-DATE              PIC 9(08).
019700     05  FILLER                  PIC X(22)   VALUE SPACES.
019800 01  SP-COLUMN-LINE.
019900     05  FILLER                  PIC X(46)   VALUE
020000         'NAME             PLAYED  T GRS ADJ  DIFF'.
020100 01  SP-DETAIL-LINE.
020200     05  SP-DL-NAME              PIC X(16).
020300     05  FILLER                  PIC X(01)   VALUE SPACES.
020400     05  SP-DL-DATE              PIC 9(08).
020500     05  FILLER                  PIC X(01)   VALUE SPACES.
020600     05  SP-DL-TEE               PIC X(01).
020700     05  FILLER                  PIC X(01)   VALUE SPACES.
020800     05  SP-DL-GROSS             PIC ZZ9.
020900     05  FILLER                  PIC X(01)   VALUE SPACES.
021000     05  SP-DL-ADJ               PIC ZZ9.
021100     05  FILLER                  PIC X(01)   VALUE SPACES.
021200     05  SP-DL-DIFF              PIC Z9.9-.
021300     05  FILLER                  PIC X(05)   VALUE SPACES.
021400 01  SP-REJECT-LINE.
021500     05  SP-RL-MEMBER            PIC 9(06).
021600     05  FILLER                  PIC X(01)   VALUE SPACES.
021700     05  SP-RL-DATE              PIC X(08).
021800     05  FILLER                  PIC X(01)   VALUE SPACES.
021900     05  SP-RL-REASON            PIC X(30).
022000 01  SP-SECTION-LINE.
022100     05  FILLER                  PIC X(46)   VALUE
022200         'PLAYED, NO SCORE POSTED - WINDOW CLOSED'.
022300 01  SP-UNPOSTED-COLUMN-LINE.
022400     05  FILLER                  PIC X(46)   VALUE
022500         'MEMBER NAME                      PLAYED   TIME'.
022600 01  SP-UNPOSTED-LINE.
022700     05  SP-UL-MEMBER            PIC 9(06).
022800     05  FILLER                  PIC X(01)   VALUE SPACES.
022900     05  SP-UL-NAME              PIC X(25).
023000     05  FILLER                  PIC X(01)   VALUE SPACES.
023100     05  SP-UL-DATE              PIC 9(08).
023200     05  FILLER                  PIC X(01)   VALUE SPACES.
023300     05  SP-UL-TIME              PIC 9(04).
023400 01  SP-TOTAL-LINE.
023500     05  SP-TL-TEXT              PIC X(30).
023600     05  SP-TL-COUNT             PIC ZZ,ZZ9.
023700     05  FILLER                  PIC X(10)   VALUE SPACES.
023800 01  SP-WORK-LINE                PIC X(46).
023900 COPY GCCRSTEE.
024000 COPY GCCOURSE.
024100 COPY GCTRAILR.
024200 COPY GCPRPAGE.
024300 PROCEDURE DIVISION.
024400******************************************************************
024500*  0000-MAINLINE - CONTROL THE POSTING RUN                       *
024600******************************************************************
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     IF SP-ARG-COUNT > 1
025000         PERFORM 0100-CHECK-DESK-PATH THRU 0100-EXIT.
025100     IF SP-DESK-PATH
025200         PERFORM 2000-PROCESS-ARGUMENTS THRU 2000-EXIT
025300     ELSE
025350         PERFORM 2500-PROCESS-BATCH-FILE THRU 2500-EXIT.
025400     IF NOT SP-DESK-PATH
025450             AND NOT SP-CARDIN-FAILED
025500         PERFORM 5000-LIST-UNPOSTED THRU 5000-EXIT.
025600     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
025700     GOBACK.
025800******************************************************************
025900*  0100-CHECK-DESK-PATH - ARGUMENT 2 MUST BE A CARD IMAGE        *
026000*                                                                *
026100*  THE GC900 DRIVER PASSES ITS OWN OPERATOR OPTIONS (SKIP /      *
026200*  FORCE) TO EVERY CALLED STEP, SO ONLY A NUMERIC MEMBER         *
026300*  NUMBER IN COLUMNS 1-6 MEANS THE COUNTER KEYED A CARD.         *
026400******************************************************************
026500 0100-CHECK-DESK-PATH.
026600     MOVE SPACES TO SP-PEEK-AREA.
026700     DISPLAY 2 UPON ARGUMENT-NUMBER.
026800     ACCEPT SP-PEEK-AREA FROM ARGUMENT-VALUE.
026900     IF SP-PEEK-AREA (1:6) NUMERIC
027000         MOVE 'Y' TO SP-DESK-SW
027100     ELSE
027200         DISPLAY 'GC120I ARGUMENT 2 IS NOT A CARD IMAGE,'
027300             ' CARDIN BATCH PATH TAKEN'.
027400 0100-EXIT.
027500     EXIT.
027600******************************************************************
027700*  1000-INITIALIZE - ARGUMENTS, WINDOW, TABLES AND FILE OPENS    *
027800******************************************************************
027900 1000-INITIALIZE.
028000     MOVE ZERO TO SP-CARDS-READ
028100                  SP-CARDS-POSTED
028200                  SP-CARDS-REJECTED
028300                  SP-DIFFS-CARRIED
028400                  SP-DIFFS-WRITTEN
028500                  SP-UNPOSTED-COUNT
028600                  SP-TRL-AMOUNT
028700                  SP-TRL-KEY
028800                  SP-ROUND-COUNT
028900                  SP-PRIOR-COUNT
029000                  PP-LINE-COUNT.
029100     MOVE SPACES TO PP-PAGE-BODY.
029200     ACCEPT SP-ARG-COUNT FROM ARGUMENT-NUMBER.
029300     IF SP-ARG-COUNT > 0
029400         DISPLAY 1 UPON ARGUMENT-NUMBER
029500         ACCEPT SP-ARG-AREA FROM ARGUMENT-VALUE
029600         MOVE SP-ARG-DATE TO SP-RUN-DATE
029700     ELSE
029800         ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD.
029900     MOVE SP-RUN-DATE TO SP-DATE-NUM.
030000     PERFORM 8400-BACK-ONE-DAY THRU 8400-EXIT
030100         VARYING SP-DAY-SUB FROM 1 BY 1
030200         UNTIL SP-DAY-SUB > SP-POSTING-WINDOW.
030300     MOVE SP-DATE-NUM TO SP-WINDOW-START.
030400     OPEN INPUT PLAYER-MASTER
030500                TEE-SHEET.
030600     IF SP-PLAYER-STATUS NOT = '00'
030700             OR SP-SHEET-STATUS NOT = '00'
030800         DISPLAY 'GC120E FILE OPEN FAILED, STATUS PM='
030900             SP-PLAYER-STATUS ' TS=' SP-SHEET-STATUS
031000             UPON OPERATOR-CONSOLE
031100         MOVE 16 TO RETURN-CODE
031200         GOBACK.
031300     PERFORM 1500-LOAD-TEE-TABLE THRU 1500-EXIT.
031400     PERFORM 1600-LOAD-LIVE-SLOTS THRU 1600-EXIT.
031500     PERFORM 1700-LOAD-HISTORY-SLOTS THRU 1700-EXIT.
031600     PERFORM 1800-MARK-POSTED THRU 1800-EXIT.
031700     PERFORM 1900-LOAD-PRIOR-DIFFS THRU 1900-EXIT.
031800     OPEN OUTPUT DIFFER-OUT.
031900     IF SP-DIFFOUT-STATUS NOT = '00'
032000         DISPLAY 'GC120E DIFFERIN OPEN FAILED, STATUS '
032100             SP-DIFFOUT-STATUS
032200             UPON OPERATOR-CONSOLE
032300         MOVE 16 TO RETURN-CODE
032400         GOBACK.
032500     PERFORM 1950-CARRY-PRIOR THRU 1950-EXIT
032600         VARYING SP-SUB FROM 1 BY 1
032700         UNTIL SP-SUB > SP-PRIOR-COUNT.
032800     OPEN EXTEND ROUND-DETAIL.
032900     IF SP-RNDDTL-STATUS = '35'
033000         OPEN OUTPUT ROUND-DETAIL.
033100     IF SP-RNDDTL-STATUS NOT = '00'
033200         DISPLAY 'GC120E RNDDTL OPEN FAILED, STATUS '
033300             SP-RNDDTL-STATUS
033400             UPON OPERATOR-CONSOLE
033500         MOVE 16 TO RETURN-CODE
033600         GOBACK.
033700     MOVE CRS-COURSE-NAME TO SP-HEAD-LINE-1 (1:20).
033800     MOVE SP-RUN-DATE TO SP-HD-DATE.
033900     MOVE SP-HEAD-LINE-1 TO SP-WORK-LINE.
034000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
034100     MOVE SP-HEAD-LINE-2 TO SP-WORK-LINE.
034200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
034300     MOVE SPACES TO SP-WORK-LINE.
034400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
034500     MOVE SP-COLUMN-LINE TO SP-WORK-LINE.
034600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
034700 1000-EXIT.
034800     EXIT.
034900******************************************************************
035000*  1500-LOAD-TEE-TABLE - CRSTEE DEFINITIONS INTO WORKING STORE   *
035100******************************************************************
035200 1500-LOAD-TEE-TABLE.
035300     MOVE ZERO TO SP-TEE-COUNT.
035400     MOVE 'N' TO SP-TEE-EOF-SW.
035500     OPEN INPUT COURSE-TEE.
035600     IF SP-CRSTEE-STATUS NOT = '00'
035700         DISPLAY 'GC120E CRSTEE OPEN FAILED, STATUS '
035800             SP-CRSTEE-STATUS
035900             UPON OPERATOR-CONSOLE
036000         MOVE 16 TO RETURN-CODE
036100         GOBACK.
036200     PERFORM 1510-READ-TEE THRU 1510-EXIT.
036300     PERFORM 1520-TABLE-TEE THRU 1520-EXIT
036400         UNTIL SP-END-OF-TEES.
036500     CLOSE COURSE-TEE.
036600     IF SP-TEE-COUNT = 0
036700         DISPLAY 'GC120E CRSTEE HAS NO TEE SETS, RUN STOPPED'
036800             UPON OPERATOR-CONSOLE
036900         MOVE 16 TO RETURN-CODE
037000         GOBACK.
037100 1500-EXIT.
037200     EXIT.
037300 1510-READ-TEE.
037400     READ COURSE-TEE INTO COURSE-TEE-RECORD
037500         AT END MOVE 'Y' TO SP-TEE-EOF-SW.
037600     IF SP-CRSTEE-STATUS NOT = '00'
037700         MOVE 'Y' TO SP-TEE-EOF-SW.
037800 1510-EXIT.
037900     EXIT.
038000 1520-TABLE-TEE.
038100     IF CT-COURSE-RATING NOT NUMERIC
038200             OR CT-COURSE-SLOPE NOT NUMERIC
038300             OR CT-COURSE-PAR NOT NUMERIC
038400         DISPLAY 'GC120W CRSTEE ENTRY ' CT-TEE-SET-CODE
038500             ' NOT NUMERIC, IGNORED'
038600         GO TO 1520-NEXT.
038700     IF SP-TEE-COUNT = 8
038800         DISPLAY 'GC120W TEE TABLE FULL, ' CT-TEE-SET-CODE
038900             ' IGNORED'
039000         GO TO 1520-NEXT.
039100     ADD 1 TO SP-TEE-COUNT.
039200     MOVE SP-TEE-COUNT TO SP-TEE-SUB.
039300     MOVE CT-TEE-SET-CODE TO SP-TE-CODE (SP-TEE-SUB).
039400     MOVE CT-COURSE-RATING TO SP-TE-RATING (SP-TEE-SUB).
039500     MOVE CT-COURSE-SLOPE TO SP-TE-SLOPE (SP-TEE-SUB).
039600     MOVE CT-COURSE-PAR TO SP-TE-PAR (SP-TEE-SUB).
039700     PERFORM 1530-TABLE-HOLE-PAR THRU 1530-EXIT
039800         VARYING SP-HOLE-SUB FROM 1 BY 1
039900         UNTIL SP-HOLE-SUB > 18.
040000 1520-NEXT.
040100     PERFORM 1510-READ-TEE THRU 1510-EXIT.
040200 1520-EXIT.
040300     EXIT.
040400 1530-TABLE-HOLE-PAR.
040500     IF CT-HOLE-PAR (SP-HOLE-SUB) NUMERIC
040600         MOVE CT-HOLE-PAR (SP-HOLE-SUB)
040700             TO SP-TE-HOLE-PAR (SP-TEE-SUB SP-HOLE-SUB)
040800     ELSE
040900         MOVE ZERO
041000             TO SP-TE-HOLE-PAR (SP-TEE-SUB SP-HOLE-SUB).
041100 1530-EXIT.
041200     EXIT.
041300******************************************************************
041400*  1600-LOAD-LIVE-SLOTS - WINDOW DAYS STILL ON THE LIVE SHEET    *
041500******************************************************************
041600 1600-LOAD-LIVE-SLOTS.
041700     MOVE 'N' TO SP-SCAN-SW.
041800     MOVE SP-WINDOW-START TO TS-PLAY-DATE.
041900     MOVE ZERO TO TS-TEE-TIME
042000                  TS-SLOT-NUMBER.
042100     START TEE-SHEET KEY NOT LESS THAN TS-KEY
042200         INVALID KEY MOVE 'Y' TO SP-SCAN-SW
042300     END-START.
042400     PERFORM 1610-SCAN-SHEET THRU 1610-EXIT
042500         UNTIL SP-SCAN-DONE.
042600 1600-EXIT.
042700     EXIT.
042800 1610-SCAN-SHEET.
042900     READ TEE-SHEET NEXT
043000         AT END
043100             MOVE 'Y' TO SP-SCAN-SW
043200             GO TO 1610-EXIT
043300     END-READ.
043400     IF SP-SHEET-STATUS NOT = '00'
043500         MOVE 'Y' TO SP-SCAN-SW
043600         GO TO 1610-EXIT.
043700     IF TS-PLAY-DATE > SP-RUN-DATE
043800         MOVE 'Y' TO SP-SCAN-SW
043900         GO TO 1610-EXIT.
044000     IF NOT TS-MEMBER-ROUND
044100         GO TO 1610-EXIT.
044200     IF NOT TS-PLAYED
044300             AND NOT TS-BOOKED
044400         GO TO 1610-EXIT.
044500     MOVE TS-MEMBER-NUMBER TO SC-MEMBER-NUMBER.
044600     MOVE TS-PLAY-DATE TO SC-PLAY-DATE.
044700     PERFORM 3700-FIND-ROUND THRU 3700-EXIT.
044800     IF SP-FOUND-SUB > 0
044900         GO TO 1610-EXIT.
045000     IF SP-ROUND-COUNT = 3000
045100         DISPLAY 'GC120W ROUND TABLE FULL, MEMBER '
045200             TS-MEMBER-NUMBER ' ON ' TS-PLAY-DATE ' SKIPPED'
045300         GO TO 1610-EXIT.
045400     ADD 1 TO SP-ROUND-COUNT.
045500     MOVE SP-ROUND-COUNT TO SP-SUB.
045600     MOVE TS-MEMBER-NUMBER TO SP-RN-MEMBER (SP-SUB).
045700     MOVE TS-PLAY-DATE TO SP-RN-DATE (SP-SUB).
045800     MOVE TS-TEE-TIME TO SP-RN-TEE-TIME (SP-SUB).
045900     MOVE TS-SLOT-STATUS TO SP-RN-STATUS (SP-SUB).
046000     MOVE 'N' TO SP-RN-POSTED-SW (SP-SUB).
046100 1610-EXIT.
046200     EXIT.
046300******************************************************************
046400*  1700-LOAD-HISTORY-SLOTS - WINDOW DAYS GC350 HAS ARCHIVED      *
046500*                                                                *
046600*  GC350 ROLLS EVERY CLOSED DAY OFF THE LIVE SHEET, SO ALL BUT   *
046700*  TODAY'S ROUNDS ARE NORMALLY FOUND HERE.  NO HISTORY FILE      *
046800*  SIMPLY MEANS NOTHING HAS BEEN ARCHIVED YET.                   *
046900******************************************************************
047000 1700-LOAD-HISTORY-SLOTS.
047100     MOVE 'N' TO SP-SCAN-SW.
047200     OPEN INPUT TEE-HISTORY.
047300     IF SP-HISTORY-STATUS = '35'
047400         GO TO 1700-EXIT.
047500     IF SP-HISTORY-STATUS NOT = '00'
047600         DISPLAY 'GC120E TEEHIST OPEN FAILED, STATUS '
047700             SP-HISTORY-STATUS
047800             UPON OPERATOR-CONSOLE
047900         MOVE 16 TO RETURN-CODE
048000         GOBACK.
048100     PERFORM 1710-SCAN-HISTORY THRU 1710-EXIT
048200         UNTIL SP-SCAN-DONE.
048300     CLOSE TEE-HISTORY.
048400 1700-EXIT.
048500     EXIT.
048600 1710-SCAN-HISTORY.
048700     READ TEE-HISTORY
048800         AT END
048900             MOVE 'Y' TO SP-SCAN-SW
049000             GO TO 1710-EXIT
049100     END-READ.
049200     IF SP-HISTORY-STATUS NOT = '00'
049300         MOVE 'Y' TO SP-SCAN-SW
049400         GO TO 1710-EXIT.
049500     IF TH-PLAY-DATE < SP-WINDOW-START
049600             OR TH-PLAY-DATE > SP-RUN-DATE
049700             OR NOT TH-MEMBER-ROUND
049800         GO TO 1710-EXIT.
049900     IF TH-SLOT-STATUS NOT = 'P'
050000             AND TH-SLOT-STATUS NOT = 'B'
050100         GO TO 1710-EXIT.
050200     MOVE TH-MEMBER-NUMBER TO SC-MEMBER-NUMBER.
050300     MOVE TH-PLAY-DATE TO SC-PLAY-DATE.
050400     PERFORM 3700-FIND-ROUND THRU 3700-EXIT.
050500     IF SP-FOUND-SUB > 0
050600         GO TO 1710-EXIT.
050700     IF SP-ROUND-COUNT = 3000
050800         DISPLAY 'GC120W ROUND TABLE FULL, MEMBER '
050900             TH-MEMBER-NUMBER ' ON ' TH-PLAY-DATE ' SKIPPED'
051000         GO TO 1710-EXIT.
051100     ADD 1 TO SP-ROUND-COUNT.
051200     MOVE SP-ROUND-COUNT TO SP-SUB.
051300     MOVE TH-MEMBER-NUMBER TO SP-RN-MEMBER (SP-SUB).
051400     MOVE TH-PLAY-DATE TO SP-RN-DATE (SP-SUB).
051500     MOVE TH-TEE-TIME TO SP-RN-TEE-TIME (SP-SUB).
051600     MOVE TH-SLOT-STATUS TO SP-RN-STATUS (SP-SUB).
051700     MOVE 'N' TO SP-RN-POSTED-SW (SP-SUB).
051800 1710-EXIT.
051900     EXIT.
052000******************************************************************
052100*  1800-MARK-POSTED - ROUNDS ALREADY ON RNDDTL (COUNTER OR       *
052200*  TOURNAMENT) CANNOT BE POSTED AGAIN                            *
052300******************************************************************
052400 1800-MARK-POSTED.
052500     MOVE 'N' TO SP-SCAN-SW.
052600     OPEN INPUT ROUND-DETAIL.
052700     IF SP-RNDDTL-STATUS = '35'
052800         GO TO 1800-EXIT.
052900     IF SP-RNDDTL-STATUS NOT = '00'
053000         DISPLAY 'GC120E RNDDTL OPEN FAILED, STATUS '
053100             SP-RNDDTL-STATUS
053200             UPON OPERATOR-CONSOLE
053300         MOVE 16 TO RETURN-CODE
053400         GOBACK.
053500     PERFORM 1810-SCAN-DETAIL THRU 1810-EXIT
053600         UNTIL SP-SCAN-DONE.
053700     CLOSE ROUND-DETAIL.
053800 1800-EXIT.
053900     EXIT.
054000 1810-SCAN-DETAIL.
054100     READ ROUND-DETAIL
054200         AT END
054300             MOVE 'Y' TO SP-SCAN-SW
054400             GO TO 1810-EXIT
054500     END-READ.
054600     IF SP-RNDDTL-STATUS NOT = '00'
054700         MOVE 'Y' TO SP-SCAN-SW
054800         GO TO 1810-EXIT.
054900     IF NOT RD-ROUND-DETAIL
055000             OR RD-PLAY-DATE NOT NUMERIC
055100             OR RD-PLAY-DATE < SP-WINDOW-START
055200         GO TO 1810-EXIT.
055300     MOVE RD-MEMBER-NUMBER TO SC-MEMBER-NUMBER.
055400     MOVE RD-PLAY-DATE TO SC-PLAY-DATE.
055500     PERFORM 3700-FIND-ROUND THRU 3700-EXIT.
055600     IF SP-FOUND-SUB > 0
055700         MOVE 'Y' TO SP-RN-POSTED-SW (SP-FOUND-SUB).
055800 1810-EXIT.
055900     EXIT.
056000******************************************************************
056100*  1900-LOAD-PRIOR-DIFFS - HOLD ANY UNCONSUMED DIFFERIN RECORDS  *
056200*                                                                *
056300*  GC100 MAY HAVE SCORED A TOURNAMENT SINCE THE LAST REVISION,   *
056400*  AND A DESK POSTING EARLIER IN THE DAY LEAVES ITS OWN CARDS;   *
056500*  BOTH ARE REWRITTEN AHEAD OF THIS RUN'S DIFFERENTIALS.         *
056600******************************************************************
056700 1900-LOAD-PRIOR-DIFFS.
056800     MOVE 'N' TO SP-SCAN-SW.
056900     OPEN INPUT DIFFER-OUT.
057000     IF SP-DIFFOUT-STATUS = '35'
057100         GO TO 1900-EXIT.
057200     IF SP-DIFFOUT-STATUS NOT = '00'
057300         DISPLAY 'GC120E DIFFERIN OPEN FAILED, STATUS '
057400             SP-DIFFOUT-STATUS
057500             UPON OPERATOR-CONSOLE
057600         MOVE 16 TO RETURN-CODE
057700         GOBACK.
057800     PERFORM 1910-SCAN-PRIOR THRU 1910-EXIT
057900         UNTIL SP-SCAN-DONE.
058000     CLOSE DIFFER-OUT.
058100 1900-EXIT.
058200     EXIT.
058300 1910-SCAN-PRIOR.
058400     READ DIFFER-OUT
058500         AT END
058600             MOVE 'Y' TO SP-SCAN-SW
058700             GO TO 1910-EXIT
058800     END-READ.
058900     IF SP-DIFFOUT-STATUS NOT = '00'
059000         MOVE 'Y' TO SP-SCAN-SW
059100         GO TO 1910-EXIT.
059200     IF DIFFERENTIAL-RECORD (1:8) = '9TRAILER'
059300         GO TO 1910-EXIT.
059400     IF SP-PRIOR-COUNT = 2000
059500         DISPLAY 'GC120E MORE THAN 2000 UNCONSUMED DIFFERIN'
059600             ' RECORDS - RUN THE GC110 REVISION FIRST'
059700             UPON OPERATOR-CONSOLE
059800         MOVE 16 TO RETURN-CODE
059900         GOBACK.
060000     ADD 1 TO SP-PRIOR-COUNT.
060100     MOVE DIFFERENTIAL-RECORD TO SP-PRIOR-REC (SP-PRIOR-COUNT).
060200 1910-EXIT.
060300     EXIT.
060400 1950-CARRY-PRIOR.
060500     MOVE SP-PRIOR-REC (SP-SUB) TO DIFFERENTIAL-RECORD.
060600     WRITE DIFFERENTIAL-RECORD.
060700     IF SP-DIFFOUT-STATUS NOT = '00'
060800         DISPLAY 'GC120E DIFFERIN WRITE FAILED, STATUS '
060900             SP-DIFFOUT-STATUS
061000             UPON OPERATOR-CONSOLE
061100         MOVE 16 TO RETURN-CODE
061200         GOBACK.
061300     ADD 1 TO SP-DIFFS-CARRIED.
061400     IF DI-DIFFERENTIAL NUMERIC
061500         ADD DI-DIFFERENTIAL TO SP-TRL-AMOUNT.
061600     IF DI-MEMBER-NUMBER NUMERIC
061700         ADD DI-MEMBER-NUMBER TO SP-TRL-KEY.
061800 1950-EXIT.
061900     EXIT.
062000******************************************************************
062100*  2000-PROCESS-ARGUMENTS - COUNTER COMMAND-LINE PATH            *
062200******************************************************************
062300 2000-PROCESS-ARGUMENTS.
062400     DISPLAY 2 UPON ARGUMENT-NUMBER.
062500     PERFORM 2100-PROCESS-ONE-ARG THRU 2100-EXIT
062600         VARYING SP-ARG-SUB FROM 2 BY 1
062700         UNTIL SP-ARG-SUB > SP-ARG-COUNT.
062800 2000-EXIT.
062900     EXIT.
063000 2100-PROCESS-ONE-ARG.
063100     MOVE SPACES TO SCORE-CARD-RECORD.
063200     ACCEPT SCORE-CARD-RECORD FROM ARGUMENT-VALUE.
063300     PERFORM 3000-POST-CARD THRU 3000-EXIT.
063400 2100-EXIT.
063500     EXIT.
063600******************************************************************
063700*  2500-PROCESS-BATCH-FILE - CARDIN BATCH PATH                   *
063800*                                                                *
063900*  THE FILE IS EMPTIED ONCE EVERY CARD ON IT HAS BEEN POSTED OR  *
064000*  REJECTED, SO A RERUN OF THE WINDOW NEVER SEES A CARD TWICE.   *
064100******************************************************************
064200 2500-PROCESS-BATCH-FILE.
064300     MOVE 'N' TO SP-EOF-SW.
064400     OPEN INPUT CARD-IN.
064500     IF SP-CARDIN-STATUS = '35'
064600         DISPLAY 'GC120I NO CARDIN FILE PRESENT, NO CARDS TO POST'
064700         GO TO 2500-EXIT.
064800     IF SP-CARDIN-STATUS NOT = '00'
064900         DISPLAY 'GC120E CARDIN OPEN FAILED, STATUS '
065000             SP-CARDIN-STATUS
065100             UPON OPERATOR-CONSOLE
065200         MOVE 16 TO RETURN-CODE
065250         MOVE 'Y' TO SP-CARDIN-FAIL-SW
065300         GO TO 2500-EXIT.
065400     PERFORM 2600-READ-CARDIN THRU 2600-EXIT.
065500     PERFORM 2700-PROCESS-FILE-CARD THRU 2700-EXIT
065600         UNTIL SP-END-OF-CARDS.
065700     CLOSE CARD-IN.
065710     IF SP-CARDIN-FAILED
065720         DISPLAY 'GC120E CARDIN KEPT - CORRECT AND RERUN, CARDS'
065730             ' ALREADY POSTED ARE REJECTED AS ON RNDDTL'
065740             UPON OPERATOR-CONSOLE
065750         GO TO 2500-EXIT.
065800     OPEN OUTPUT CARD-IN.
065900     CLOSE CARD-IN.
066000 2500-EXIT.
066100     EXIT.
066200 2600-READ-CARDIN.
066300     READ CARD-IN INTO SCORE-CARD-RECORD
066400         AT END MOVE 'Y' TO SP-EOF-SW.
066410     IF SP-CARDIN-STATUS NOT = '00'
066420             AND SP-CARDIN-STATUS NOT = '10'
066430         DISPLAY 'GC120E CARDIN READ FAILED, STATUS '
066440             SP-CARDIN-STATUS
066450             UPON OPERATOR-CONSOLE
066460         MOVE 16 TO RETURN-CODE
066470         MOVE 'Y' TO SP-CARDIN-FAIL-SW
066480                     SP-EOF-SW.
066500 2600-EXIT.
066600     EXIT.
066700 2700-PROCESS-FILE-CARD.
066800     IF SCORE-CARD-RECORD (1:8) NOT = '9TRAILER'
066900         PERFORM 3000-POST-CARD THRU 3000-EXIT.
067000     PERFORM 2600-READ-CARDIN THRU 2600-EXIT.
067100 2700-EXIT.
067200     EXIT.
067300******************************************************************
067400*  3000-POST-CARD - EDIT, ADJUST AND POST ONE COUNTER CARD       *
067500******************************************************************
067600 3000-POST-CARD.
067700     ADD 1 TO SP-CARDS-READ.
067800     PERFORM 3100-EDIT-CARD THRU 3100-EXIT.
067900     IF NOT SP-CARD-OK
068000         ADD 1 TO SP-CARDS-REJECTED
068100         PERFORM 8000-LIST-REJECT THRU 8000-EXIT
068200         GO TO 3000-EXIT.
068300     PERFORM 3400-ADJUST-CARD THRU 3400-EXIT.
068400     PERFORM 3500-WRITE-DIFFERENTIAL THRU 3500-EXIT.
068500     PERFORM 3600-WRITE-ROUND-DETAIL THRU 3600-EXIT.
068600     MOVE 'Y' TO SP-RN-POSTED-SW (SP-FOUND-SUB).
068700     ADD 1 TO SP-CARDS-POSTED.
068800     MOVE SP-MEMBER-NAME TO SP-DL-NAME.
068900     MOVE SC-PLAY-DATE TO SP-DL-DATE.
069000     MOVE SP-TE-CODE (SP-TEE-FOUND) TO SP-DL-TEE.
069100     MOVE SP-GROSS-WORK TO SP-DL-GROSS.
069200     MOVE SP-ADJ-GROSS TO SP-DL-ADJ.
069300     MOVE SP-DIFF-WORK TO SP-DL-DIFF.
069400     MOVE SP-DETAIL-LINE TO SP-WORK-LINE.
069500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
069600     DISPLAY 'GC120I MEMBER ' SC-MEMBER-NUMBER ' ROUND OF '
069700         SC-PLAY-DATE ' POSTED, ADJUSTED GROSS ' SP-ADJ-GROSS.
069800 3000-EXIT.
069900     EXIT.
070000******************************************************************
070100*  3100-EDIT-CARD - CARD FORMAT, WINDOW, MEMBER, TEE SHEET       *
070200******************************************************************
070300 3100-EDIT-CARD.
070400     MOVE 'N' TO SP-CARD-OK-SW.
070500     IF SC-MEMBER-NUMBER NOT NUMERIC
070600         MOVE 'MEMBER NUMBER NOT NUMERIC' TO SP-REJECT-REASON
070700         GO TO 3100-EXIT.
070800     IF SC-PLAY-DATE-X = SPACES
070900         MOVE SP-RUN-DATE TO SC-PLAY-DATE.
071000     IF SC-PLAY-DATE NOT NUMERIC
071100         MOVE 'PLAY DATE NOT NUMERIC' TO SP-REJECT-REASON
071200         GO TO 3100-EXIT.
071300     MOVE 'Y' TO SP-CARD-OK-SW.
071400     PERFORM 3150-EDIT-HOLE THRU 3150-EXIT
071500         VARYING SP-HOLE-SUB FROM 1 BY 1
071600         UNTIL SP-HOLE-SUB > 18.
071700     IF NOT SP-CARD-OK
071800         MOVE 'HOLE SCORE MISSING OR ZERO' TO SP-REJECT-REASON
071900         GO TO 3100-EXIT.
072000     MOVE 'N' TO SP-CARD-OK-SW.
072100     IF SC-PLAY-DATE > SP-RUN-DATE
072200         MOVE 'PLAY DATE IN THE FUTURE' TO SP-REJECT-REASON
072300         GO TO 3100-EXIT.
072400     IF SC-PLAY-DATE < SP-WINDOW-START
072500         MOVE 'OUTSIDE POSTING WINDOW' TO SP-REJECT-REASON
072600         GO TO 3100-EXIT.
072700     MOVE SC-MEMBER-NUMBER TO PM-MEMBER-NUMBER.
072800     READ PLAYER-MASTER
072900         INVALID KEY
073000             MOVE 'MEMBER NOT ON PLAYER-MASTER'
073050                 TO SP-REJECT-REASON
073100             GO TO 3100-EXIT
073200     END-READ.
073300     MOVE PM-MEMBER-NAME TO SP-MEMBER-NAME.
073400     PERFORM 3700-FIND-ROUND THRU 3700-EXIT.
073500     IF SP-FOUND-SUB = 0
073600         MOVE 'NO ROUND ON TEE SHEET THAT DAY'
073650             TO SP-REJECT-REASON
073700         GO TO 3100-EXIT.
073800     IF SP-RN-POSTED-SW (SP-FOUND-SUB) = 'Y'
073900         MOVE 'ROUND ALREADY POSTED' TO SP-REJECT-REASON
074000         GO TO 3100-EXIT.
074100     PERFORM 3200-FIND-TEE-SET THRU 3200-EXIT.
074200     IF SP-TEE-FOUND = 0
074300         MOVE 'TEE SET NOT ON CRSTEE' TO SP-REJECT-REASON
074400         GO TO 3100-EXIT.
074500     MOVE 'Y' TO SP-CARD-OK-SW.
074600 3100-EXIT.
074700     EXIT.
074800 3150-EDIT-HOLE.
074900     IF SC-HOLE-SCORE (SP-HOLE-SUB) NOT NUMERIC
075000         MOVE 'N' TO SP-CARD-OK-SW
075100         GO TO 3150-EXIT.
075200     IF SC-HOLE-SCORE (SP-HOLE-SUB) = ZERO
075300         MOVE 'N' TO SP-CARD-OK-SW.
075400 3150-EXIT.
075500     EXIT.
075600******************************************************************
075700*  3200-FIND-TEE-SET - MATCH THE CARD'S TEE TO THE CRSTEE TABLE  *
075800*                                                                *
075900*  A BLANK TEE SET MEANS THE DEFAULT (FIRST) TEES.  UNLIKE THE   *
076000*  TOURNAMENT SCORER, AN UNKNOWN CODE IS REJECTED SO THE         *
076100*  COUNTER CAN CORRECT THE CARD WITH THE MEMBER STILL THERE.     *
076200******************************************************************
076300 3200-FIND-TEE-SET.
076400     MOVE ZERO TO SP-TEE-FOUND.
076500     IF SC-TEE-SET = SPACE
076600         MOVE 1 TO SP-TEE-FOUND
076700         GO TO 3200-EXIT.
076800     PERFORM 3210-MATCH-TEE THRU 3210-EXIT
076900         VARYING SP-TEE-SUB FROM 1 BY 1
077000         UNTIL SP-TEE-SUB > SP-TEE-COUNT
077100            OR SP-TEE-FOUND > 0.
077200 3200-EXIT.
077300     EXIT.
077400 3210-MATCH-TEE.
077500     IF SP-TE-CODE (SP-TEE-SUB) = SC-TEE-SET
077600         MOVE SP-TEE-SUB TO SP-TEE-FOUND.
077700 3210-EXIT.
077800     EXIT.
077900******************************************************************
078000*  3400-ADJUST-CARD - NET DOUBLE BOGEY CAP ON EVERY HOLE         *
078100*                                                                *
078200*  THE COURSE HANDICAP GIVES ONE STROKE ON EVERY HOLE FOR EACH   *
078300*  FULL EIGHTEEN, AND ONE MORE ON THE HOLES WHOSE STROKE INDEX   *
078400*  IS WITHIN THE REMAINDER.  A PLUS HANDICAP RECEIVES NONE.  A   *
078500*  HOLE WITH NO PAR ON CRSTEE IS TAKEN AS PLAYED.                *
078600******************************************************************
078700 3400-ADJUST-CARD.
078800     COMPUTE SP-COURSE-HCP ROUNDED =
078900         PM-HANDICAP-INDEX * SP-TE-SLOPE (SP-TEE-FOUND) / 113
079000         + SP-TE-RATING (SP-TEE-FOUND)
079100         - SP-TE-PAR (SP-TEE-FOUND).
079200     IF SP-COURSE-HCP < ZERO
079300         MOVE ZERO TO SP-HCP-STROKES
079400                      SP-HCP-REMAINDER
079500     ELSE
079600         DIVIDE SP-COURSE-HCP BY 18 GIVING SP-HCP-STROKES
079700             REMAINDER SP-HCP-REMAINDER.
079800     MOVE ZERO TO SP-GROSS-WORK
079900                  SP-ADJ-GROSS.
080000     PERFORM 3410-ADJUST-HOLE THRU 3410-EXIT
080100         VARYING SP-HOLE-SUB FROM 1 BY 1
080200         UNTIL SP-HOLE-SUB > 18.
080300 3400-EXIT.
080400     EXIT.
080500 3410-ADJUST-HOLE.
080600     ADD SC-HOLE-SCORE (SP-HOLE-SUB) TO SP-GROSS-WORK.
080700     MOVE SP-HCP-STROKES TO SP-HOLE-STROKES.
080800     IF CRS-STROKE-INDEX (SP-HOLE-SUB) NOT > SP-HCP-REMAINDER
080900         ADD 1 TO SP-HOLE-STROKES.
081000     COMPUTE SP-HOLE-CAP =
081100         SP-TE-HOLE-PAR (SP-TEE-FOUND SP-HOLE-SUB) + 2
081200         + SP-HOLE-STROKES.
081300     IF SP-TE-HOLE-PAR (SP-TEE-FOUND SP-HOLE-SUB) = ZERO
081400             OR SC-HOLE-SCORE (SP-HOLE-SUB) NOT > SP-HOLE-CAP
081500         ADD SC-HOLE-SCORE (SP-HOLE-SUB) TO SP-ADJ-GROSS
081600     ELSE
081700         ADD SP-HOLE-CAP TO SP-ADJ-GROSS.
081800 3410-EXIT.
081900     EXIT.
082000******************************************************************
082100*  3500-WRITE-DIFFERENTIAL - ONE DIFFERIN CARD PER POSTED ROUND  *
082200******************************************************************
082300 3500-WRITE-DIFFERENTIAL.
082400     COMPUTE SP-DIFF-WORK ROUNDED =
082500         (SP-ADJ-GROSS - SP-TE-RATING (SP-TEE-FOUND))
082600         * 113 / SP-TE-SLOPE (SP-TEE-FOUND).
082700     IF SP-DIFF-WORK > 99.9
082800         MOVE 99.9 TO SP-DIFF-WORK.
082900     IF SP-DIFF-WORK < -99.9
083000         MOVE -99.9 TO SP-DIFF-WORK.
083100     MOVE SPACES TO DIFFERENTIAL-RECORD.
083200     MOVE SC-MEMBER-NUMBER TO DI-MEMBER-NUMBER.
083300     MOVE SC-PLAY-DATE TO DI-PLAY-DATE.
083400     IF SP-DIFF-WORK < ZERO
083500         MOVE '-' TO DI-DIFF-SIGN
083600         COMPUTE DI-DIFFERENTIAL = ZERO - SP-DIFF-WORK
083700     ELSE
083800         MOVE SPACE TO DI-DIFF-SIGN
083900         MOVE SP-DIFF-WORK TO DI-DIFFERENTIAL.
084000     MOVE SP-TE-CODE (SP-TEE-FOUND) TO DI-TEE-SET.
084100     WRITE DIFFERENTIAL-RECORD.
084200     IF SP-DIFFOUT-STATUS NOT = '00'
084300         DISPLAY 'GC120E DIFFERIN WRITE FAILED, STATUS '
084400             SP-DIFFOUT-STATUS
084500             UPON OPERATOR-CONSOLE
084600         MOVE 16 TO RETURN-CODE
084700         GOBACK.
084800     ADD 1 TO SP-DIFFS-WRITTEN.
084900     ADD DI-DIFFERENTIAL TO SP-TRL-AMOUNT.
085000     ADD DI-MEMBER-NUMBER TO SP-TRL-KEY.
085100 3500-EXIT.
085200     EXIT.
085300******************************************************************
085400*  3600-WRITE-ROUND-DETAIL - KEEP THE EIGHTEEN HOLES ON RNDDTL   *
085500******************************************************************
085600 3600-WRITE-ROUND-DETAIL.
085700     MOVE SPACES TO ROUND-DETAIL-RECORD.
085800     MOVE 'R' TO RD-REC-TYPE.
085900     MOVE SC-MEMBER-NUMBER TO RD-MEMBER-NUMBER.
086000     MOVE SC-PLAY-DATE TO RD-PLAY-DATE.
086100     MOVE SP-TE-CODE (SP-TEE-FOUND) TO RD-TEE-SET.
086200     MOVE SP-GROSS-WORK TO RD-GROSS-SCORE.
086300     MOVE SP-ADJ-GROSS TO RD-ADJUSTED-GROSS.
086400     MOVE 'C' TO RD-SOURCE.
086500     PERFORM 3610-MOVE-HOLE THRU 3610-EXIT
086600         VARYING SP-HOLE-SUB FROM 1 BY 1
086700         UNTIL SP-HOLE-SUB > 18.
086800     WRITE ROUND-DETAIL-RECORD.
086900     IF SP-RNDDTL-STATUS NOT = '00'
087000         DISPLAY 'GC120E RNDDTL WRITE FAILED, STATUS '
087100             SP-RNDDTL-STATUS
087200             UPON OPERATOR-CONSOLE
087300         MOVE 16 TO RETURN-CODE
087400         GOBACK.
087500 3600-EXIT.
087600     EXIT.
087700 3610-MOVE-HOLE.
087800     MOVE SC-HOLE-SCORE (SP-HOLE-SUB)
087900         TO RD-HOLE-SCORE (SP-HOLE-SUB).
088000 3610-EXIT.
088100     EXIT.
088200******************************************************************
088300*  3700-FIND-ROUND - LOOK UP MEMBER AND DATE IN THE ROUND TABLE  *
088400******************************************************************
088500 3700-FIND-ROUND.
088600     MOVE ZERO TO SP-FOUND-SUB.
088700     PERFORM 3710-MATCH-ROUND THRU 3710-EXIT
088800         VARYING SP-SUB FROM 1 BY 1
088900         UNTIL SP-SUB > SP-ROUND-COUNT
089000            OR SP-FOUND-SUB > 0.
089100 3700-EXIT.
089200     EXIT.
089300 3710-MATCH-ROUND.
089400     IF SP-RN-MEMBER (SP-SUB) = SC-MEMBER-NUMBER
089500             AND SP-RN-DATE (SP-SUB) = SC-PLAY-DATE
089600         MOVE SP-SUB TO SP-FOUND-SUB.
089700 3710-EXIT.
089800     EXIT.
089900******************************************************************
090000*  5000-LIST-UNPOSTED - PLAYED ON THE CLOSING DAY, NO SCORE      *
090100*                                                                *
090200*  ONLY ROUNDS THE STARTER MARKED PLAYED ARE LISTED; A BOOKING   *
090300*  WITH NO START TIME IS A NO-SHOW FOR GC370, NOT A MISSED CARD. *
090400******************************************************************
090500 5000-LIST-UNPOSTED.
090600     MOVE SPACES TO SP-WORK-LINE.
090700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
090800     MOVE SP-SECTION-LINE TO SP-WORK-LINE.
090900     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
091000     MOVE SP-UNPOSTED-COLUMN-LINE TO SP-WORK-LINE.
091100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
091200     PERFORM 5100-CHECK-ROUND THRU 5100-EXIT
091300         VARYING SP-SUB FROM 1 BY 1
091400         UNTIL SP-SUB > SP-ROUND-COUNT.
091500 5000-EXIT.
091600     EXIT.
091700 5100-CHECK-ROUND.
091800     IF SP-RN-DATE (SP-SUB) NOT = SP-WINDOW-START
091900             OR SP-RN-STATUS (SP-SUB) NOT = 'P'
092000             OR SP-RN-POSTED-SW (SP-SUB) = 'Y'
092100         GO TO 5100-EXIT.
092200     MOVE SP-RN-MEMBER (SP-SUB) TO PM-MEMBER-NUMBER.
092300     READ PLAYER-MASTER
092400         INVALID KEY MOVE '** NOT ON MASTER **'
092500                          TO PM-MEMBER-NAME
092600     END-READ.
092700     MOVE SP-RN-MEMBER (SP-SUB) TO SP-UL-MEMBER.
092800     MOVE PM-MEMBER-NAME TO SP-UL-NAME.
092900     MOVE SP-RN-DATE (SP-SUB) TO SP-UL-DATE.
093000     MOVE SP-RN-TEE-TIME (SP-SUB) TO SP-UL-TIME.
093100     MOVE SP-UNPOSTED-LINE TO SP-WORK-LINE.
093200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
093300     ADD 1 TO SP-UNPOSTED-COUNT.
093400 5100-EXIT.
093500     EXIT.
093600******************************************************************
093700*  8000-LIST-REJECT - ONE LINE PER REJECTED CARD                 *
093800******************************************************************
093900 8000-LIST-REJECT.
094000     DISPLAY 'GC120R ' SC-MEMBER-NUMBER ' ' SC-PLAY-DATE-X ' '
094100         SP-REJECT-REASON.
094200     MOVE SC-MEMBER-NUMBER TO SP-RL-MEMBER.
094300     MOVE SC-PLAY-DATE-X TO SP-RL-DATE.
094400     MOVE SP-REJECT-REASON TO SP-RL-REASON.
094500     MOVE SP-REJECT-LINE TO SP-WORK-LINE.
094600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
094700 8000-EXIT.
094800     EXIT.
094900******************************************************************
095000*  8310-CHECK-LEAP-YEAR - FEBRUARY LENGTH FOR SP-DATE-YEAR       *
095100******************************************************************
095200 8310-CHECK-LEAP-YEAR.
095300     MOVE 28 TO SP-DAYS-IN-MONTH (2).
095400     DIVIDE SP-DATE-YEAR BY 4 GIVING SP-LEAP-QUOT
095500         REMAINDER SP-LEAP-REM-4.
095600     DIVIDE SP-DATE-YEAR BY 100 GIVING SP-LEAP-QUOT
095700         REMAINDER SP-LEAP-REM-100.
095800     DIVIDE SP-DATE-YEAR BY 400 GIVING SP-LEAP-QUOT
095900         REMAINDER SP-LEAP-REM-400.
096000     IF SP-LEAP-REM-4 = 0
096100         IF SP-LEAP-REM-100 NOT = 0 OR SP-LEAP-REM-400 = 0
096200             MOVE 29 TO SP-DAYS-IN-MONTH (2).
096300 8310-EXIT.
096400     EXIT.
096500******************************************************************
096600*  8400-BACK-ONE-DAY - STEP SP-DATE-PARTS BACK ONE DAY           *
096700******************************************************************
096800 8400-BACK-ONE-DAY.
096900     IF SP-DATE-DAY > 1
097000         SUBTRACT 1 FROM SP-DATE-DAY
097100         GO TO 8400-EXIT.
097200     IF SP-DATE-MONTH > 1
097300         SUBTRACT 1 FROM SP-DATE-MONTH
097400     ELSE
097500         MOVE 12 TO SP-DATE-MONTH
097600         SUBTRACT 1 FROM SP-DATE-YEAR.
097700     PERFORM 8310-CHECK-LEAP-YEAR THRU 8310-EXIT.
097800     MOVE SP-DAYS-IN-MONTH (SP-DATE-MONTH) TO SP-DATE-DAY.
097900 8400-EXIT.
098000     EXIT.
098100******************************************************************
098200*  8500-WRITE-TRAILER - CONTROL TOTALS FOR THE GC800 CHECK      *
098300******************************************************************
098400 8500-WRITE-TRAILER.
098500     MOVE SPACES TO TRAILER-RECORD.
098600     MOVE '9' TO TR-REC-TYPE.
098700     MOVE 'TRAILER' TO TR-LITERAL.
098800     COMPUTE TR-RECORD-COUNT =
098850         SP-DIFFS-CARRIED + SP-DIFFS-WRITTEN.
098900     MOVE SP-TRL-AMOUNT TO TR-AMOUNT-HASH.
099000     MOVE SP-TRL-KEY TO TR-KEY-HASH.
099100     WRITE DIFFERENTIAL-RECORD FROM TRAILER-RECORD.
099200     IF SP-DIFFOUT-STATUS NOT = '00'
099300         DISPLAY 'GC120E DIFFERIN TRAILER WRITE FAILED, STATUS '
099400             SP-DIFFOUT-STATUS
099500             UPON OPERATOR-CONSOLE
099600         MOVE 16 TO RETURN-CODE.
099700 8500-EXIT.
099800     EXIT.
099900******************************************************************
100000*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
100100******************************************************************
100200 8600-EMIT-LINE.
100300     IF PP-LINE-COUNT NOT < 22
100400         CALL 'GCPRINT' USING PRINT-PAGE.
100500     ADD 1 TO PP-LINE-COUNT.
100600     MOVE SP-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
100700 8600-EXIT.
100800     EXIT.
100900******************************************************************
101000*  9000-WRAP-UP - TOTALS, TRAILER AND FILE CLOSES                *
101100******************************************************************
101200 9000-WRAP-UP.
101250     IF NOT SP-CARDIN-FAILED
101300         PERFORM 8500-WRITE-TRAILER THRU 8500-EXIT.
101400     MOVE SPACES TO SP-WORK-LINE.
101500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
101600     MOVE 'CARDS READ' TO SP-TL-TEXT.
101700     MOVE SP-CARDS-READ TO SP-TL-COUNT.
101800     MOVE SP-TOTAL-LINE TO SP-WORK-LINE.
101900     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
102000     MOVE 'CARDS POSTED' TO SP-TL-TEXT.
102100     MOVE SP-CARDS-POSTED TO SP-TL-COUNT.
102200     MOVE SP-TOTAL-LINE TO SP-WORK-LINE.
102300     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
102400     MOVE 'CARDS REJECTED' TO SP-TL-TEXT.
102500     MOVE SP-CARDS-REJECTED TO SP-TL-COUNT.
102600     MOVE SP-TOTAL-LINE TO SP-WORK-LINE.
102700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
102800     IF NOT SP-DESK-PATH
102900         MOVE 'PLAYED, NOT POSTED' TO SP-TL-TEXT
103000         MOVE SP-UNPOSTED-COUNT TO SP-TL-COUNT
103100         MOVE SP-TOTAL-LINE TO SP-WORK-LINE
103200         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
103300     IF PP-LINE-COUNT > 0
103400         CALL 'GCPRINT' USING PRINT-PAGE.
103500     CLOSE PLAYER-MASTER
103600           TEE-SHEET
103700           DIFFER-OUT
103800           ROUND-DETAIL.
103900     DISPLAY 'GC120I CARDS READ        ' SP-CARDS-READ.
104000     DISPLAY 'GC120I CARDS POSTED      ' SP-CARDS-POSTED.
104100     DISPLAY 'GC120I CARDS REJECTED    ' SP-CARDS-REJECTED.
104200     DISPLAY 'GC120I DIFFERIN CARRIED  ' SP-DIFFS-CARRIED.
104300     DISPLAY 'GC120I PLAYED NOT POSTED ' SP-UNPOSTED-COUNT.
104400 9000-EXIT.
104500     EXIT.
