000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC415.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-07.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC415 - WEEKLY SENSITIVE-ACTION EXCEPTION REPORT              *
000900*                                                                *
001000*  STANDING WEEKLY REPORT FOR THE GENERAL MANAGER.  ARGUMENT 1   *
001100*  IS THE WEEK-ENDING DATE; THE WEEK IS THAT DATE AND THE SIX    *
001200*  DAYS BEFORE IT.  PASSES THE AUDITLOG ONCE PER CATEGORY AND    *
001300*  PRINTS, THROUGH THE GCPRINT ENGINE, EVERY AUDITED ACTION OF   *
001400*  THE WEEK THAT NEEDS A SECOND PAIR OF EYES:                    *
001500*      1. KEYED FEE OVERRIDES AT THE GC010 DESK                  *
001600*      2. GC900 STEPS SKIPPED BY THE OPERATOR                    *
001700*      3. GC900 STEPS FORCED BY THE OPERATOR                     *
001800*      4. GC050 MEMBER STATUS CHANGES                            *
001900*      5. WAITLIST PASS-OVERS BY THE GC330 OFFER CHAIN AND THE   *
002000*         GC335 EXPIRY SWEEP (ANY AUDITED REASON OTHER THAN AN   *
002100*         OFFER MADE OR EXPIRED)                                 *
002200*  WITH A COUNT PER CATEGORY.  A CATEGORY WITH NOTHING IN IT     *
002300*  SAYS SO, SO A QUIET WEEK IS DISTINGUISHABLE FROM A MISSED     *
002400*  RUN.                                                          *
002500*                                                                *
002600*  MODIFICATION HISTORY                                         *
002700*  2026-10-07  RJM  NEW PROGRAM                                  *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.
003200     CONSOLE IS OPERATOR-CONSOLE.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS SE-AUDIT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  AUDIT-LOG.
004100 COPY GCAUDIT.
004200 WORKING-STORAGE SECTION.
004300 77  SE-AUDIT-STATUS             PIC X(02).
004400 77  SE-ARG-COUNT                PIC 9(03)   COMP.
004500 77  SE-RUN-DATE                 PIC 9(08).
004600 77  SE-WEEK-START               PIC 9(08).
004700 77  SE-DAY-SUB                  PIC 9(02)   COMP.
004800 77  SE-EOF-SW                   PIC X(01)   VALUE 'N'.
004900     88  SE-END-OF-LOG                       VALUE 'Y'.
005000 77  SE-LOG-SW                   PIC X(01)   VALUE 'Y'.
005100     88  SE-LOG-PRESENT                      VALUE 'Y'.
005200 77  SE-CAT-SUB                  PIC 9(02)   COMP.
005300 77  SE-RECORD-CAT               PIC 9(02)   COMP.
005400 77  SE-CAT-COUNT                PIC 9(05)   COMP.
005500 77  SE-TOTAL-COUNT              PIC 9(05)   COMP.
005600 01  SE-ARG-AREA.
005700     05  SE-ARG-DATE             PIC 9(08).
005800     05  FILLER                  PIC X(72).
005900 01  SE-DATE-WORK.
006000     05  SE-DATE-PARTS.
006100         10  SE-DATE-YEAR        PIC 9(04).
006200         10  SE-DATE-MONTH       PIC 9(02).
006300         10  SE-DATE-DAY         PIC 9(02).
006400     05  SE-DATE-NUM REDEFINES SE-DATE-PARTS
006500                                 PIC 9(08).
006600 01  SE-MONTH-TABLE.
006700     05  SE-MONTH-VALUES         PIC X(24)   VALUE
006800         '312831303130313130313031'.
006900     05  FILLER REDEFINES SE-MONTH-VALUES.
007000         10  SE-DAYS-IN-MONTH    PIC 9(02)   OCCURS 12 TIMES.
007100 01  SE-LEAP-WORK.
007200     05  SE-LEAP-QUOT            PIC 9(04)   COMP.
007300     05  SE-LEAP-REM-4           PIC 9(04)   COMP.
007400     05  SE-LEAP-REM-100         PIC 9(04)   COMP.
007500     05  SE-LEAP-REM-400         PIC 9(04)   COMP.
007600******************************************************************
007700*  CATEGORY HEADINGS, IN REPORT ORDER                            *
007800******************************************************************
007900 01  SE-CATEGORY-TABLE.
008000     05  SE-CATEGORY-VALUES.
008100         10  FILLER              PIC X(40)   VALUE
008200             'KEYED FEE OVERRIDES - GC010 DESK        '.
008300         10  FILLER              PIC X(40)   VALUE
008400             'WINDOW STEPS SKIPPED BY OPERATOR - GC900'.
008500         10  FILLER              PIC X(40)   VALUE
008600             'WINDOW STEPS FORCED BY OPERATOR - GC900 '.
008700         10  FILLER              PIC X(40)   VALUE
008800             'MEMBER STATUS CHANGES - GC050           '.
008900         10  FILLER              PIC X(40)   VALUE
009000             'WAITLIST PASS-OVERS - GC330/GC335       '.
009100     05  FILLER REDEFINES SE-CATEGORY-VALUES.
009200         10  SE-CATEGORY-NAME    PIC X(40)   OCCURS 5 TIMES.
009300 01  SE-HEAD-LINE-1.
009400     05  FILLER                  PIC X(30)
009500         VALUE 'SENSITIVE ACTIONS WEEK ENDING '.
009600     05  SE-HD-DATE              PIC 9(08).
009700     05  FILLER                  PIC X(08)   VALUE SPACES.
009800 01  SE-HEAD-LINE-2.
009900     05  FILLER                  PIC X(30)
010000         VALUE '  AUDIT DATES FROM            '.
010100     05  SE-HD-START             PIC 9(08).
010200     05  FILLER                  PIC X(08)   VALUE SPACES.
010300 01  SE-COLUMN-LINE.
010400     05  FILLER                  PIC X(46)   VALUE
010500         'DATE     PROG  ACTION               MEMBER'.
010600 01  SE-SECTION-LINE.
010700     05  SE-SL-NUMBER            PIC 9(01).
010800     05  FILLER                  PIC X(02)   VALUE '. '.
010900     05  SE-SL-NAME              PIC X(40).
011000     05  FILLER                  PIC X(03)   VALUE SPACES.
011100 01  SE-DETAIL-LINE.
011200     05  SE-DL-DATE              PIC 9(08).
011300     05  FILLER                  PIC X(01)   VALUE SPACE.
011400     05  SE-DL-PROGRAM           PIC X(05).
011500     05  FILLER                  PIC X(01)   VALUE SPACE.
011600     05  SE-DL-ACTION            PIC X(20).
011700     05  FILLER                  PIC X(01)   VALUE SPACE.
011800     05  SE-DL-MEMBER            PIC X(06).
011900     05  FILLER                  PIC X(04)   VALUE SPACES.
012000 01  SE-SLOT-LINE.
012100     05  FILLER                  PIC X(09)   VALUE SPACES.
012200     05  FILLER                  PIC X(05)   VALUE 'SLOT '.
012300     05  SE-SLT-PLAY-DATE        PIC 9(08).
012400     05  FILLER                  PIC X(01)   VALUE SPACE.
012500     05  SE-SLT-TEE-TIME         PIC 9(04).
012600     05  FILLER                  PIC X(01)   VALUE SPACE.
012700     05  SE-SLT-SLOT-NUMBER      PIC 9(01).
012800     05  FILLER                  PIC X(17)   VALUE SPACES.
012900 01  SE-COUNT-LINE.
013000     05  SE-CL-LABEL             PIC X(20).
013100     05  FILLER                  PIC X(21)   VALUE SPACES.
013200     05  SE-CL-COUNT             PIC ZZZZ9.
013300 01  SE-WORK-LINE                PIC X(46).
013400 COPY GCPRPAGE.
013500 PROCEDURE DIVISION.
013600******************************************************************
013700*  0000-MAINLINE - CONTROL THE WEEKLY REPORT                     *
013800******************************************************************
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-REPORT-CATEGORY THRU 2000-EXIT
014200         VARYING SE-CAT-SUB FROM 1 BY 1
014300         UNTIL SE-CAT-SUB > 5.
014400     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
014500     GOBACK.
014600******************************************************************
014700*  1000-INITIALIZE - WEEK-ENDING DATE, WEEK START, HEADINGS      *
014800******************************************************************
014900 1000-INITIALIZE.
015000     MOVE ZERO TO SE-TOTAL-COUNT
015100                  PP-LINE-COUNT.
015200     MOVE SPACES TO PP-PAGE-BODY.
015300     ACCEPT SE-ARG-COUNT FROM ARGUMENT-NUMBER.
015400     IF SE-ARG-COUNT > 0
015500         DISPLAY 1 UPON ARGUMENT-NUMBER
015600         ACCEPT SE-ARG-AREA FROM ARGUMENT-VALUE
015700         MOVE SE-ARG-DATE TO SE-RUN-DATE
015800     ELSE
015900         ACCEPT SE-RUN-DATE FROM DATE YYYYMMDD.
016000     MOVE SE-RUN-DATE TO SE-DATE-NUM.
016100     PERFORM 8400-BACK-ONE-DAY THRU 8400-EXIT
016200         VARYING SE-DAY-SUB FROM 1 BY 1
016300         UNTIL SE-DAY-SUB > 6.
016400     MOVE SE-DATE-NUM TO SE-WEEK-START.
016500     OPEN INPUT AUDIT-LOG.
016600     IF SE-AUDIT-STATUS = '35'
016700         DISPLAY 'GC415I NO AUDITLOG FILE PRESENT, NOTHING TO'
016800             ' REPORT'
016900         MOVE 'N' TO SE-LOG-SW
017000     ELSE
017100         IF SE-AUDIT-STATUS NOT = '00'
017200             DISPLAY 'GC415E AUDITLOG OPEN FAILED, STATUS '
017300                 SE-AUDIT-STATUS
017400                 UPON OPERATOR-CONSOLE
017500             MOVE 16 TO RETURN-CODE
017600             GOBACK
017700         ELSE
017800             CLOSE AUDIT-LOG.
017900     MOVE SE-RUN-DATE TO SE-HD-DATE.
018000     MOVE SE-HEAD-LINE-1 TO SE-WORK-LINE.
018100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
018200     MOVE SE-WEEK-START TO SE-HD-START.
018300     MOVE SE-HEAD-LINE-2 TO SE-WORK-LINE.
018400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
018500     MOVE SE-COLUMN-LINE TO SE-WORK-LINE.
018600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
018700 1000-EXIT.
018800     EXIT.
018900******************************************************************
019000*  2000-REPORT-CATEGORY - ONE PASS OF THE LOG PER CATEGORY       *
019100******************************************************************
019200 2000-REPORT-CATEGORY.
019300     MOVE ZERO TO SE-CAT-COUNT.
019400     MOVE SPACES TO SE-WORK-LINE.
019500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
019600     MOVE SE-CAT-SUB TO SE-SL-NUMBER.
019700     MOVE SE-CATEGORY-NAME (SE-CAT-SUB) TO SE-SL-NAME.
019800     MOVE SE-SECTION-LINE TO SE-WORK-LINE.
019900     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
020000     IF NOT SE-LOG-PRESENT
020100         GO TO 2000-TOTAL.
020200     OPEN INPUT AUDIT-LOG.
020300     IF SE-AUDIT-STATUS NOT = '00'
020400         DISPLAY 'GC415E AUDITLOG OPEN FAILED, STATUS '
020500             SE-AUDIT-STATUS
020600             UPON OPERATOR-CONSOLE
020700         MOVE 16 TO RETURN-CODE
020800         GOBACK.
020900     MOVE 'N' TO SE-EOF-SW.
021000     PERFORM 2100-READ-LOG THRU 2100-EXIT.
021100     PERFORM 2200-CHECK-ONE THRU 2200-EXIT
021200         UNTIL SE-END-OF-LOG.
021300     CLOSE AUDIT-LOG.
021400 2000-TOTAL.
021500     IF SE-CAT-COUNT = 0
021600         MOVE '   NONE THIS WEEK' TO SE-WORK-LINE
021700         PERFORM 8600-EMIT-LINE THRU 8600-EXIT
021800         GO TO 2000-EXIT.
021900     MOVE '   CATEGORY TOTAL   ' TO SE-CL-LABEL.
022000     MOVE SE-CAT-COUNT TO SE-CL-COUNT.
022100     MOVE SE-COUNT-LINE TO SE-WORK-LINE.
022200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
022300     ADD SE-CAT-COUNT TO SE-TOTAL-COUNT.
022400     DISPLAY 'GC415I ' SE-CATEGORY-NAME (SE-CAT-SUB) ' '
022500         SE-CAT-COUNT.
022600 2000-EXIT.
022700     EXIT.
022800 2100-READ-LOG.
022900     READ AUDIT-LOG
023000         AT END MOVE 'Y' TO SE-EOF-SW.
023100     IF SE-AUDIT-STATUS NOT = '00'
023200         MOVE 'Y' TO SE-EOF-SW.
023300 2100-EXIT.
023400     EXIT.
023500 2200-CHECK-ONE.
023600     IF NOT AU-AUDIT-DETAIL
023700             OR AU-RUN-DATE NOT NUMERIC
023800         GO TO 2200-NEXT.
023900     IF AU-RUN-DATE < SE-WEEK-START
024000             OR AU-RUN-DATE > SE-RUN-DATE
024100         GO TO 2200-NEXT.
024200     PERFORM 2300-CLASSIFY THRU 2300-EXIT.
024300     IF SE-RECORD-CAT = SE-CAT-SUB
024400         PERFORM 8000-LIST-RECORD THRU 8000-EXIT.
024500 2200-NEXT.
024600     PERFORM 2100-READ-LOG THRU 2100-EXIT.
024700 2200-EXIT.
024800     EXIT.
024900******************************************************************
025000*  2300-CLASSIFY - WHICH REPORT CATEGORY, ZERO FOR NONE          *
025100******************************************************************
025200 2300-CLASSIFY.
025300     MOVE ZERO TO SE-RECORD-CAT.
025400     IF AU-PROGRAM-ID = 'GC010   '
025500             AND AU-ACTION = 'FEE OVERRIDE        '
025600         MOVE 1 TO SE-RECORD-CAT
025700         GO TO 2300-EXIT.
025800     IF AU-ACTION = 'STEP SKIPPED BY OPER'
025900         MOVE 2 TO SE-RECORD-CAT
026000         GO TO 2300-EXIT.
026100     IF AU-ACTION = 'STEP FORCED BY OPER '
026200         MOVE 3 TO SE-RECORD-CAT
026300         GO TO 2300-EXIT.
026400     IF AU-PROGRAM-ID = 'GC050   '
026500             AND AU-ACTION (1:10) = 'STATUS TO '
026600         MOVE 4 TO SE-RECORD-CAT
026700         GO TO 2300-EXIT.
026800     IF AU-PROGRAM-ID = 'GC330   ' OR 'GC335   '
026900         IF AU-ACTION NOT = 'OFFER MADE          '
027000                 AND AU-ACTION NOT = 'OFFER EXPIRED       '
027100             MOVE 5 TO SE-RECORD-CAT.
027200 2300-EXIT.
027300     EXIT.
027400******************************************************************
027500*  8000-LIST-RECORD - ONE LINE, PLUS THE SLOT FOR A PASS-OVER    *
027600******************************************************************
027700 8000-LIST-RECORD.
027800     ADD 1 TO SE-CAT-COUNT.
027900     MOVE AU-RUN-DATE TO SE-DL-DATE.
028000     MOVE AU-PROGRAM-ID TO SE-DL-PROGRAM.
028100     MOVE AU-ACTION TO SE-DL-ACTION.
028200     MOVE SPACES TO SE-DL-MEMBER.
028300     IF AU-MEMBER-NUMBER NUMERIC AND AU-MEMBER-NUMBER > 0
028400         MOVE AU-MEMBER-NUMBER TO SE-DL-MEMBER.
028500     MOVE SE-DETAIL-LINE TO SE-WORK-LINE.
028600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
028700     IF AU-PLAY-DATE NUMERIC
028800             AND AU-TEE-TIME NUMERIC
028900             AND AU-SLOT-NUMBER NUMERIC
029000         MOVE AU-PLAY-DATE TO SE-SLT-PLAY-DATE
029100         MOVE AU-TEE-TIME TO SE-SLT-TEE-TIME
029200         MOVE AU-SLOT-NUMBER TO SE-SLT-SLOT-NUMBER
029300         MOVE SE-SLOT-LINE TO SE-WORK-LINE
029400         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
029500 8000-EXIT.
029600     EXIT.
029700******************************************************************
029800*  8310-CHECK-LEAP-YEAR - FEBRUARY LENGTH FOR SE-DATE-YEAR       *
029900******************************************************************
030000 8310-CHECK-LEAP-YEAR.
030100     MOVE 28 TO SE-DAYS-IN-MONTH (2).
030200     DIVIDE SE-DATE-YEAR BY 4 GIVING SE-LEAP-QUOT
030300         REMAINDER SE-LEAP-REM-4.
030400     DIVIDE SE-DATE-YEAR BY 100 GIVING SE-LEAP-QUOT
030500         REMAINDER SE-LEAP-REM-100.
030600     DIVIDE SE-DATE-YEAR BY 400 GIVING SE-LEAP-QUOT
030700         REMAINDER SE-LEAP-REM-400.
030800     IF SE-LEAP-REM-4 = 0
030900         IF SE-LEAP-REM-100 NOT = 0 OR SE-LEAP-REM-400 = 0
031000             MOVE 29 TO SE-DAYS-IN-MONTH (2).
031100 8310-EXIT.
031200     EXIT.
031300******************************************************************
031400*  8400-BACK-ONE-DAY - STEP SE-DATE-PARTS BACK ONE DAY           *
031500******************************************************************
031600 8400-BACK-ONE-DAY.
031700     IF SE-DATE-DAY > 1
031800         SUBTRACT 1 FROM SE-DATE-DAY
031900         GO TO 8400-EXIT.
032000     IF SE-DATE-MONTH > 1
032100         SUBTRACT 1 FROM SE-DATE-MONTH
032200     ELSE
032300         MOVE 12 TO SE-DATE-MONTH
032400         SUBTRACT 1 FROM SE-DATE-YEAR.
032500     PERFORM 8310-CHECK-LEAP-YEAR THRU 8310-EXIT.
032600     MOVE SE-DAYS-IN-MONTH (SE-DATE-MONTH) TO SE-DATE-DAY.
032700 8400-EXIT.
032800     EXIT.
032900******************************************************************
033000*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
033100******************************************************************
033200 8600-EMIT-LINE.
033300     IF PP-LINE-COUNT NOT < 22
033400         CALL 'GCPRINT' USING PRINT-PAGE.
033500     ADD 1 TO PP-LINE-COUNT.
033600     MOVE SE-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
033700 8600-EXIT.
033800     EXIT.
033900******************************************************************
034000*  9000-WRAP-UP - WEEK TOTAL AND THE LAST PAGE                   *
034100******************************************************************
034200 9000-WRAP-UP.
034300     MOVE SPACES TO SE-WORK-LINE.
034400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
034500     MOVE 'SENSITIVE ACTIONS   ' TO SE-CL-LABEL.
034600     MOVE SE-TOTAL-COUNT TO SE-CL-COUNT.
034700     MOVE SE-COUNT-LINE TO SE-WORK-LINE.
034800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
034900     IF PP-LINE-COUNT > 0
035000         CALL 'GCPRINT' USING PRINT-PAGE.
035100     DISPLAY 'GC415I WEEK ENDING           ' SE-RUN-DATE.
035200     DISPLAY 'GC415I WEEK STARTING         ' SE-WEEK-START.
035300     DISPLAY 'GC415I SENSITIVE ACTIONS     ' SE-TOTAL-COUNT.
035400 9000-EXIT.
035500     EXIT.
