002400*  HOLE.  THE LEADERBOARD PRINTS THROUGH THE GCPRINT ENGINE.     *
002500*                                                                *
002600*  EVERY SCORED CARD ALSO WRITES A GCDIFFER DIFFERENTIAL         *
002700*  TRANSACTION ((ADJUSTED GROSS - RATING) * 113 / SLOPE FOR THE  *
002800*  TEE PLAYED) TO THE DIFFERIN FILE, CLOSED WITH A GCTRAILR      *
002900*  CONTROL TRAILER, SO THE GC110 REVISION PICKS THE ROUNDS UP    *
002950*  IN THE NIGHTLY WINDOW WITHOUT RE-KEYING.  THE ADJUSTED GROSS  *
003000*  CAPS EACH HOLE AT NET DOUBLE BOGEY, THE SAME RULE THE GC120   *
003050*  COUNTER POSTING APPLIES; THE LEADERBOARD STAYS ON RAW GROSS.  *
003100*                                                                *
003200*  MODIFICATION HISTORY                                         *
003300*  2026-05-11  RJM  NEW PROGRAM                                  *
004800*                   ONCE THE ROUNDS ARE POSTED)                  *
004900*  2026-09-02  RJM  FIELD LOAD ALSO SKIPS OFFER-HELD,           *
005000*                   NO-SHOW AND WEATHER-CANCELLED SLOTS          *
005010*  2026-09-16  DLS  DIFFERENTIAL ON NET DOUBLE BOGEY ADJUSTED    *
005020*                   GROSS; ADJUSTED GROSS AND SOURCE ON RNDDTL   *
005030*  2026-09-16  DLS  UNCONSUMED DIFFERIN RECORDS (GC120 COUNTER   *
005040*                   CARDS) ARE CARRIED FORWARD; THE RUN REFUSES  *
005050*                   ONLY IF THE DATE HAS ALREADY BEEN SCORED     *
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
013900 77  TN-PRIOR-DATA-SW            PIC X(01)   VALUE 'N'.
014000     88  TN-PRIOR-DATA-FOUND                 VALUE 'Y'.
014100 77  TN-ROUNDS-KEPT              PIC 9(05)   COMP.
014110 77  TN-DIFFS-CARRIED            PIC 9(05)   COMP.
014120 77  TN-HCP-STROKES              PIC 9(02)   COMP.
014130 77  TN-HCP-REMAINDER            PIC 9(02)   COMP.
014140 77  TN-HOLE-STROKES             PIC 9(02)   COMP.
014150 77  TN-HOLE-CAP                 PIC 9(02)   COMP.
014160 77  TN-ADJ-GROSS                PIC 9(03)   COMP.
014200 01  TN-ARG-AREA.
014300     05  TN-ARG-DATE             PIC 9(08).
014400     05  FILLER                  PIC X(72).
018600     05  TN-DL-NET               PIC ZZZ9.
018700     05  FILLER                  PIC X(06)   VALUE SPACES.
018800 01  TN-WORK-LINE                PIC X(46).
018820 01  TN-PRIOR-TABLE.
018840     05  TN-PRIOR-COUNT          PIC 9(04)   COMP.
018860     05  TN-PRIOR-REC            PIC X(80)   OCCURS 2000 TIMES.
018900 01  TN-TEE-TABLE.
019000     05  TN-TEE-COUNT            PIC 9(02)   COMP.
019100     05  TN-TEE-ENTRY            OCCURS 8 TIMES.
019500         10  TN-TE-PAR           PIC 9(02)   COMP.
019600         10  TN-TE-HOLE-PAR      PIC 9(01)   OCCURS 18 TIMES.
019700 COPY GCCRSTEE.
019750 COPY GCCOURSE.
019800 COPY GCTRAILR.
019900 COPY GCPRPAGE.
020000 PROCEDURE DIVISION.
022600                  TN-TRL-AMOUNT
022700                  TN-TRL-KEY
022800                  TN-ROUNDS-KEPT
022820                  TN-DIFFS-CARRIED
022840                  TN-PRIOR-COUNT
022900                  PP-LINE-COUNT.
023000     MOVE SPACES TO PP-PAGE-BODY.
023100     ACCEPT TN-ARG-COUNT FROM ARGUMENT-NUMBER.
025500             UPON OPERATOR-CONSOLE
025600         MOVE 16 TO RETURN-CODE
025700         GOBACK.
025720     PERFORM 1450-CARRY-PRIOR THRU 1450-EXIT
025740         VARYING TN-SUB FROM 1 BY 1
025760         UNTIL TN-SUB > TN-PRIOR-COUNT.
025800     OPEN EXTEND ROUND-DETAIL.
025900     IF TN-RNDDTL-STATUS = '35'
026000         OPEN OUTPUT ROUND-DETAIL.
027200*  DIFFERIN EXTRACT                                              *
027300*                                                                *
027400*  GC110 EMPTIES THE FILE TO A ZERO TRAILER ONCE IT POSTS THE    *
027450*  ROUNDS.  DATA RECORDS STILL ON FILE (COUNTER CARDS POSTED BY  *
027500*  GC120 SINCE THE LAST WINDOW) ARE HELD HERE AND REWRITTEN      *
027550*  AHEAD OF THIS RUN'S DIFFERENTIALS.  A RECORD ALREADY DATED    *
027600*  THE TOURNAMENT DAY MEANS THE DAY HAS BEEN SCORED ONCE, AND    *
027650*  THE RUN STOPS RATHER THAN POST THE FIELD TWICE.               *
027700******************************************************************
027800 1400-CHECK-PRIOR-EXTRACT.
027900     MOVE 'N' TO TN-PRIOR-EOF-SW
029100         UNTIL TN-END-OF-PRIOR OR TN-PRIOR-DATA-FOUND.
029200     CLOSE DIFFER-OUT.
029300     IF TN-PRIOR-DATA-FOUND
029400         DISPLAY 'GC100E DIFFERIN ALREADY HOLDS ROUNDS FOR '
029500             TN-TOURN-DATE ' - RUN THE GC900 WINDOW (GC110'
029600             ' REVISION) BEFORE RESCORING THE DAY'
029700             UPON OPERATOR-CONSOLE
029800         MOVE 16 TO RETURN-CODE
029900         GOBACK.
030800     IF TN-DIFFOUT-STATUS NOT = '00'
030900         MOVE 'Y' TO TN-PRIOR-EOF-SW
031000         GO TO 1410-EXIT.
031010     IF DIFFERENTIAL-RECORD (1:8) = '9TRAILER'
031020         GO TO 1410-EXIT.
031030     IF DI-PLAY-DATE = TN-TOURN-DATE
031040         MOVE 'Y' TO TN-PRIOR-DATA-SW
031050         GO TO 1410-EXIT.
031060     IF TN-PRIOR-COUNT = 2000
031070         DISPLAY 'GC100E MORE THAN 2000 UNCONSUMED DIFFERIN'
031080             ' RECORDS - RUN THE GC110 REVISION FIRST'
031090             UPON OPERATOR-CONSOLE
031100         MOVE 16 TO RETURN-CODE
031110         GOBACK.
031120     ADD 1 TO TN-PRIOR-COUNT.
031130     MOVE DIFFERENTIAL-RECORD TO TN-PRIOR-REC (TN-PRIOR-COUNT).
031140 1410-EXIT.
031150     EXIT.
031160 1450-CARRY-PRIOR.
031170     MOVE TN-PRIOR-REC (TN-SUB) TO DIFFERENTIAL-RECORD.
031180     WRITE DIFFERENTIAL-RECORD.
031190     IF TN-DIFFOUT-STATUS NOT = '00'
031200         DISPLAY 'GC100E DIFFERIN WRITE FAILED, STATUS '
031210             TN-DIFFOUT-STATUS
031220             UPON OPERATOR-CONSOLE
031230         MOVE 16 TO RETURN-CODE
031240         GOBACK.
031250     ADD 1 TO TN-DIFFS-CARRIED.
031260     IF DI-DIFFERENTIAL NUMERIC
031270         ADD DI-DIFFERENTIAL TO TN-TRL-AMOUNT.
031280     IF DI-MEMBER-NUMBER NUMERIC
031290         ADD DI-MEMBER-NUMBER TO TN-TRL-KEY.
031300 1450-EXIT.
031310     EXIT.
031500******************************************************************
031600*  1500-LOAD-TEE-TABLE - CRSTEE DEFINITIONS INTO WORKING STORE   *
031700******************************************************************
057200     COMPUTE TN-H18-NET (TN-SUB) ROUNDED =
057300         SI-HOLE-SCORE (18) - (TN-COURSE-HCP (TN-SUB) / 18).
057400     MOVE 'Y' TO TN-SCORED-SW (TN-SUB).
057450     PERFORM 3420-ADJUST-GROSS THRU 3420-EXIT.
057500     PERFORM 3450-WRITE-DIFFERENTIAL THRU 3450-EXIT.
057600     PERFORM 3460-WRITE-ROUND-DETAIL THRU 3460-EXIT.
057700 3400-EXIT.
058000     ADD SI-HOLE-SCORE (TN-HOLE-SUB) TO TN-GROSS-WORK.
058100 3410-EXIT.
058200     EXIT.
058202******************************************************************
058204*  3420-ADJUST-GROSS - NET DOUBLE BOGEY CAP FOR THE DIFFERENTIAL *
058206*                                                                *
058208*  ONE STROKE ON EVERY HOLE FOR EACH FULL EIGHTEEN OF COURSE     *
058210*  HANDICAP, ONE MORE WHERE THE GCCOURSE STROKE INDEX IS WITHIN  *
058212*  THE REMAINDER; A PLUS HANDICAP RECEIVES NONE.  A HOLE WITH    *
058214*  NO PAR ON CRSTEE IS TAKEN AS PLAYED.                          *
058216******************************************************************
058218 3420-ADJUST-GROSS.
058220     IF TN-COURSE-HCP (TN-SUB) < ZERO
058222         MOVE ZERO TO TN-HCP-STROKES
058224                      TN-HCP-REMAINDER
058226     ELSE
058228         DIVIDE TN-COURSE-HCP (TN-SUB) BY 18
058230             GIVING TN-HCP-STROKES
058232             REMAINDER TN-HCP-REMAINDER.
058234     MOVE ZERO TO TN-ADJ-GROSS.
058236     PERFORM 3430-ADJUST-HOLE THRU 3430-EXIT
058238         VARYING TN-HOLE-SUB FROM 1 BY 1
058240         UNTIL TN-HOLE-SUB > 18.
058242 3420-EXIT.
058244     EXIT.
058246 3430-ADJUST-HOLE.
058248     MOVE TN-HCP-STROKES TO TN-HOLE-STROKES.
058250     IF CRS-STROKE-INDEX (TN-HOLE-SUB) NOT > TN-HCP-REMAINDER
058252         ADD 1 TO TN-HOLE-STROKES.
058254     COMPUTE TN-HOLE-CAP =
058256         TN-TE-HOLE-PAR (TN-TEE-FOUND TN-HOLE-SUB) + 2
058258         + TN-HOLE-STROKES.
058260     IF TN-TE-HOLE-PAR (TN-TEE-FOUND TN-HOLE-SUB) = ZERO
058262             OR SI-HOLE-SCORE (TN-HOLE-SUB) NOT > TN-HOLE-CAP
058264         ADD SI-HOLE-SCORE (TN-HOLE-SUB) TO TN-ADJ-GROSS
058266     ELSE
058268         ADD TN-HOLE-CAP TO TN-ADJ-GROSS.
058270 3430-EXIT.
058272     EXIT.
058300******************************************************************
058400*  3450-WRITE-DIFFERENTIAL - ONE DIFFERIN CARD PER SCORED ROUND  *
058500******************************************************************
058600 3450-WRITE-DIFFERENTIAL.
058700     COMPUTE TN-DIFF-WORK ROUNDED =
058800         (TN-ADJ-GROSS - TN-TE-RATING (TN-TEE-FOUND))
058900         * 113 / TN-TE-SLOPE (TN-TEE-FOUND).
059000     IF TN-DIFF-WORK > 99.9
059100         MOVE 99.9 TO TN-DIFF-WORK.
062300     MOVE TN-TOURN-DATE TO RD-PLAY-DATE.
062400     MOVE TN-TE-CODE (TN-TEE-FOUND) TO RD-TEE-SET.
062500     MOVE TN-GROSS (TN-SUB) TO RD-GROSS-SCORE.
062520     MOVE TN-ADJ-GROSS TO RD-ADJUSTED-GROSS.
062540     MOVE 'T' TO RD-SOURCE.
062600     PERFORM 3470-MOVE-HOLE THRU 3470-EXIT
062700         VARYING TN-HOLE-SUB FROM 1 BY 1
062800         UNTIL TN-HOLE-SUB > 18.
075100     MOVE SPACES TO TRAILER-RECORD.
075200     MOVE '9' TO TR-REC-TYPE.
075300     MOVE 'TRAILER' TO TR-LITERAL.
075350     COMPUTE TR-RECORD-COUNT =
075400         TN-DIFFS-CARRIED + TN-DIFFS-WRITTEN.
075500     MOVE TN-TRL-AMOUNT TO TR-AMOUNT-HASH.
075600     MOVE TN-TRL-KEY TO TR-KEY-HASH.
075700     WRITE DIFFERENTIAL-RECORD FROM TRAILER-RECORD.
078700     DISPLAY 'GC100I CARDS MATCHED     ' TN-CARDS-MATCHED.
078800     DISPLAY 'GC100I PLAYERS NO CARD   ' TN-NO-CARD-COUNT.
078900     DISPLAY 'GC100I DIFFERENTIALS OUT ' TN-DIFFS-WRITTEN.
078950     DISPLAY 'GC100I DIFFERIN CARRIED  ' TN-DIFFS-CARRIED.
079000     DISPLAY 'GC100I ROUND DETAIL KEPT ' TN-ROUNDS-KEPT.
079100 9000-EXIT.
079200     EXIT.
