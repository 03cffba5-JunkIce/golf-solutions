000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC235.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC235 - LESSON BILLING AND PRO EARNINGS                       *
000900*                                                                *
001000*  RUN ONCE A MONTH AFTER THE POS SYSTEM DROPS POSEXTR AND AHEAD *
001100*  OF THE GC200 STATEMENT RUN.  ARGUMENT 1 IS THE STATEMENT      *
001200*  DATE; THE BILLING MONTH IS TAKEN FROM ITS FIRST SIX DIGITS.   *
001300*  EVERY LESSON IN THE LESSONS DIARY FOR THE MONTH THAT IS STILL *
001350*  BOOKED IS BILLED AT ITS FEE, INCLUDING ANY STILL TO COME      *
001400*  AFTER THE STATEMENT DATE - THE WHOLE MONTH GOES ON ONE        *
001450*  STATEMENT, AS GC200 TAKES THE MONTH'S POS CHARGES.  EVERY     *
001500*  LATE CANCELLATION IS BILLED AT ITS LATE-CANCEL FEE.  THE      *
001550*  CHARGES ARE ADDED TO POSEXTR AS TYPE 'P' RECORDS WITH TRAN    *
001600*  CODE 'LS', SO GC200 PRINTS THEM ON THE STATEMENT AND GC240    *
001650*  JOURNALS THEM WITH THE OTHER POS SALES:                       *
001900*                                                                *
002000*    1. POSEXTR MUST PASS THE GC800 INTEGRITY CHECK.  IT IS      *
002100*       COPIED TO THE POSWORK WORK FILE WITHOUT ITS TRAILER AND  *
002200*       WITHOUT ANY 'LS' CHARGES ALREADY THERE FOR THE MONTH, SO *
002300*       A RERUN REPLACES THE LESSON CHARGES RATHER THAN DOUBLING *
002400*       THEM.  NO POSEXTR AT ALL MEANS THE MONTH HAS ONLY LESSON *
002500*       CHARGES.                                                 *
002600*    2. THE LESSON CHARGES ARE ADDED TO POSWORK, FOLLOWED BY A   *
002700*       GCTRAILR TRAILER RECOMPUTED OVER THE WHOLE FILE.         *
002800*    3. POSEXTR IS REBUILT FROM POSWORK, THE COPY IS COUNTED,    *
002900*       AND GC800 IS CALLED AGAIN TO PROVE THE NEW FILE.         *
003000*                                                                *
003100*  THE EARNINGS REPORT PRINTS THROUGH THE GCPRINT ENGINE, ONE    *
003200*  PAGE PER PRO ON LESSCHED WITH THE LESSONS GIVEN, LATE         *
003300*  CANCELLATIONS, FEES BILLED AND THE COMMISSION SPLIT AT THE    *
003400*  PRO'S SHARE PERCENTAGE, THEN A PAGE OF CLUB TOTALS.  ANY      *
003500*  FAILURE ENDS WITH RETURN CODE 16.                             *
003600*                                                                *
003700*  MODIFICATION HISTORY                                         *
003800*  2026-10-14  RJM  NEW PROGRAM                                  *
003820*  2026-10-15  RJM  THE WHOLE MONTH'S BOOKED LESSONS BILLED, NOT *
003840*                   ONLY THOSE UP TO THE STATEMENT DATE; A FULL  *
003860*                   PRO TABLE OR A READ ERROR STOPS THE RUN      *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SPECIAL-NAMES.
004300     CONSOLE IS OPERATOR-CONSOLE.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT LESSON-SCHEDULE ASSIGN TO "LESSCHED"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS PE-LESSCHED-STATUS.
004900     SELECT LESSON-FILE ASSIGN TO "LESSONS"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS PE-LESSON-STATUS.
005200     SELECT POS-EXTRACT ASSIGN TO "POSEXTR"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS PE-POS-STATUS.
005500     SELECT POS-WORK ASSIGN TO "POSWORK"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS PE-WORK-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  LESSON-SCHEDULE.
006100 01  LESSON-SCHEDULE-REC         PIC X(80).
006200 FD  LESSON-FILE.
006300 COPY GCLESSON.
006400 FD  POS-EXTRACT.
006500 01  POS-EXTRACT-REC             PIC X(80).
006600 FD  POS-WORK.
006700 01  POS-WORK-REC                PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 77  PE-LESSCHED-STATUS          PIC X(02).
007000 77  PE-LESSON-STATUS            PIC X(02).
007100 77  PE-POS-STATUS               PIC X(02).
007200 77  PE-WORK-STATUS              PIC X(02).
007300 77  PE-ARG-COUNT                PIC 9(03)   COMP.
007400 77  PE-STMT-DATE                PIC 9(08).
007500 77  PE-STMT-MONTH               PIC 9(06).
007600 77  PE-WORK-MONTH               PIC 9(06).
007700 77  PE-EOF-SW                   PIC X(01)   VALUE 'N'.
007800     88  PE-END-OF-FILE                      VALUE 'Y'.
007900 77  PE-FATAL-SW                 PIC X(01)   VALUE 'N'.
008000     88  PE-FATAL-ERROR                      VALUE 'Y'.
008100 77  PE-POS-RECORDS-READ         PIC 9(07)   COMP.
008200 77  PE-POS-RECORDS-KEPT         PIC 9(07)   COMP.
008300 77  PE-CHARGES-REPLACED         PIC 9(07)   COMP.
008400 77  PE-CHARGES-ADDED            PIC 9(07)   COMP.
008500 77  PE-RECORDS-WRITTEN          PIC 9(07)   COMP.
008600 77  PE-RECORDS-RELOADED         PIC 9(07)   COMP.
008700 77  PE-AMOUNT-SUM               PIC 9(13)V99    COMP-3.
008800 77  PE-KEY-SUM                  PIC 9(15)   COMP-3.
008900 77  PE-SUB                      PIC S9(04)  COMP.
009000 77  PE-PRO-FOUND                PIC S9(04)  COMP.
009100 77  PE-PRO-SHARE                PIC S9(07)V99   COMP-3.
009200 77  PE-CLUB-SHARE               PIC S9(07)V99   COMP-3.
009300 01  PE-ARG-AREA.
009400     05  PE-ARG-DATE             PIC 9(08).
009500     05  FILLER                  PIC X(72).
009600******************************************************************
009700*  ONE ENTRY PER PRO ON LESSCHED, PLUS ANY PRO FOUND IN THE      *
009800*  DIARY WHO HAS SINCE LEFT THE SCHEDULE (NO SHARE RECORDED)     *
009900******************************************************************
010000 01  PE-PRO-TABLE.
010100     05  PE-PRO-COUNT            PIC 9(02)   COMP.
010200     05  PE-PRO-ENTRY            OCCURS 20 TIMES.
010300         10  PE-PR-ID            PIC X(02).
010400         10  PE-PR-NAME          PIC X(20).
010500         10  PE-PR-SHARE-PCT     PIC 9(03)V99.
010600         10  PE-PR-LESSONS       PIC 9(05)   COMP.
010700         10  PE-PR-MINUTES       PIC 9(07)   COMP.
010800         10  PE-PR-LATE          PIC 9(05)   COMP.
010900         10  PE-PR-LESSON-FEES   PIC S9(07)V99   COMP-3.
011000         10  PE-PR-LATE-FEES     PIC S9(07)V99   COMP-3.
011100 01  PE-CLUB-TOTALS.
011200     05  PE-TOT-LESSONS          PIC 9(05)   COMP.
011300     05  PE-TOT-MINUTES          PIC 9(07)   COMP.
011400     05  PE-TOT-LATE             PIC 9(05)   COMP.
011500     05  PE-TOT-LESSON-FEES      PIC S9(07)V99   COMP-3.
011600     05  PE-TOT-LATE-FEES        PIC S9(07)V99   COMP-3.
011700     05  PE-TOT-PRO-SHARE        PIC S9(07)V99   COMP-3.
011800     05  PE-TOT-CLUB-SHARE       PIC S9(07)V99   COMP-3.
011900 COPY GCLESSCH.
012000 COPY GCPOSEXT.
012100 COPY GCTRAILR.
012200 COPY GCVERIFY.
012300 01  PE-HEAD-LINE-1.
012400     05  FILLER                  PIC X(26)
012500         VALUE 'LESSON EARNINGS FOR MONTH '.
012600     05  PE-HD-MONTH             PIC 9(06).
012700     05  FILLER                  PIC X(14)   VALUE SPACES.
012800 01  PE-PRO-LINE.
012900     05  FILLER                  PIC X(04)   VALUE 'PRO '.
013000     05  PE-PL-ID                PIC X(02).
013100     05  FILLER                  PIC X(02)   VALUE SPACES.
013200     05  PE-PL-NAME              PIC X(20).
013300     05  FILLER                  PIC X(18)   VALUE SPACES.
013400 01  PE-CLUB-HEAD.
013500     05  FILLER                  PIC X(46)   VALUE
013600         'CLUB TOTALS - ALL PROS'.
013700 01  PE-COUNT-LINE.
013800     05  PE-CL-LABEL             PIC X(20).
013900     05  FILLER                  PIC X(04)   VALUE SPACES.
014000     05  PE-CL-COUNT             PIC ZZZZ9.
014100     05  FILLER                  PIC X(17)   VALUE SPACES.
014200 01  PE-AMOUNT-LINE.
014300     05  PE-AL-LABEL             PIC X(20).
014400     05  PE-AL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
014500     05  FILLER                  PIC X(14)   VALUE SPACES.
014600 01  PE-SHARE-LINE.
014700     05  FILLER                  PIC X(13)
014800         VALUE 'PRO SHARE AT '.
014900     05  PE-SL-PCT               PIC ZZ9.99.
015000     05  FILLER                  PIC X(01)   VALUE '%'.
015100     05  PE-SL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
015200     05  FILLER                  PIC X(14)   VALUE SPACES.
015300 01  PE-BLANK-LINE               PIC X(46)   VALUE SPACES.
015400 01  PE-WORK-LINE                PIC X(46).
015500 COPY GCPRPAGE.
015600 PROCEDURE DIVISION.
015700******************************************************************
015800*  0000-MAINLINE - CONTROL THE LESSON BILLING RUN                *
015900******************************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 2000-COPY-POS-EXTRACT THRU 2000-EXIT.
016300     IF NOT PE-FATAL-ERROR
016400         PERFORM 3000-BILL-LESSONS THRU 3000-EXIT.
016500     IF NOT PE-FATAL-ERROR
016600         PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT.
016700     CLOSE POS-WORK.
016800     IF PE-FATAL-ERROR
016900         DISPLAY 'GC235E LESSON BILLING STOPPED,'
017000             ' POSEXTR UNTOUCHED'
017100             UPON OPERATOR-CONSOLE
017200         MOVE 16 TO RETURN-CODE
017300         GOBACK.
017400     PERFORM 4000-REBUILD-POS-EXTRACT THRU 4000-EXIT.
017500     IF PE-FATAL-ERROR
017600         MOVE 16 TO RETURN-CODE
017700         GOBACK.
017800     PERFORM 6000-PRINT-EARNINGS THRU 6000-EXIT.
017900     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
018000     GOBACK.
018100******************************************************************
018200*  1000-INITIALIZE - ARGUMENTS, PRO TABLE AND THE FIRST CHECK    *
018300******************************************************************
018400 1000-INITIALIZE.
018500     MOVE ZERO TO PE-POS-RECORDS-READ
018600                  PE-POS-RECORDS-KEPT
018700                  PE-CHARGES-REPLACED
018800                  PE-CHARGES-ADDED
018900                  PE-RECORDS-WRITTEN
019000                  PE-RECORDS-RELOADED
019100                  PE-AMOUNT-SUM
019200                  PE-KEY-SUM
019300                  PE-TOT-LESSONS
019400                  PE-TOT-MINUTES
019500                  PE-TOT-LATE
019600                  PE-TOT-LESSON-FEES
019700                  PE-TOT-LATE-FEES
019800                  PE-TOT-PRO-SHARE
019900                  PE-TOT-CLUB-SHARE
020000                  PP-LINE-COUNT.
020100     MOVE SPACES TO PP-PAGE-BODY.
020200     ACCEPT PE-ARG-COUNT FROM ARGUMENT-NUMBER.
020300     IF PE-ARG-COUNT > 0
020400         DISPLAY 1 UPON ARGUMENT-NUMBER
020500         ACCEPT PE-ARG-AREA FROM ARGUMENT-VALUE
020600         MOVE PE-ARG-DATE TO PE-STMT-DATE
020700     ELSE
020800         ACCEPT PE-STMT-DATE FROM DATE YYYYMMDD.
020900     DIVIDE PE-STMT-DATE BY 100 GIVING PE-STMT-MONTH.
021000     PERFORM 1500-LOAD-PROS THRU 1500-EXIT.
021100     MOVE 'POSEXTR ' TO VP-FILE-ID.
021200     CALL 'GC800' USING VERIFY-PARM.
021300     IF RETURN-CODE NOT = ZERO
021400         DISPLAY 'GC235E POS EXTRACT FAILED THE GC800'
021500             ' INTEGRITY CHECK, LESSONS NOT BILLED'
021600             UPON OPERATOR-CONSOLE
021700         MOVE 16 TO RETURN-CODE
021800         GOBACK.
021900     OPEN OUTPUT POS-WORK.
022000     IF PE-WORK-STATUS NOT = '00'
022100         DISPLAY 'GC235E POSWORK OPEN FAILED, STATUS '
022200             PE-WORK-STATUS
022300             UPON OPERATOR-CONSOLE
022400         MOVE 16 TO RETURN-CODE
022500         GOBACK.
022600 1000-EXIT.
022700     EXIT.
022800******************************************************************
022900*  1500-LOAD-PROS - THE PRO RECORDS FROM LESSCHED                *
023000******************************************************************
023100 1500-LOAD-PROS.
023200     MOVE ZERO TO PE-PRO-COUNT.
023300     MOVE 'N' TO PE-EOF-SW.
023400     OPEN INPUT LESSON-SCHEDULE.
023500     IF PE-LESSCHED-STATUS = '35'
023600         DISPLAY 'GC235W NO LESSCHED FILE, NO PRO SHARES KNOWN'
023700         GO TO 1500-EXIT.
023800     IF PE-LESSCHED-STATUS NOT = '00'
023900         DISPLAY 'GC235E LESSCHED OPEN FAILED, STATUS '
024000             PE-LESSCHED-STATUS
024100             UPON OPERATOR-CONSOLE
024200         MOVE 16 TO RETURN-CODE
024300         GOBACK.
024400     PERFORM 1510-READ-SCHEDULE THRU 1510-EXIT.
024500     PERFORM 1520-TABLE-PRO THRU 1520-EXIT
024600         UNTIL PE-END-OF-FILE.
024700     CLOSE LESSON-SCHEDULE.
024800 1500-EXIT.
024900     EXIT.
025000 1510-READ-SCHEDULE.
025100     READ LESSON-SCHEDULE INTO LESSON-SCHEDULE-RECORD
025200         AT END MOVE 'Y' TO PE-EOF-SW.
025300     IF PE-LESSCHED-STATUS NOT = '00'
025400         MOVE 'Y' TO PE-EOF-SW.
025500 1510-EXIT.
025600     EXIT.
025700 1520-TABLE-PRO.
025800     IF NOT LS-PRO-ENTRY
025900         GO TO 1520-NEXT.
026000     IF LS-PRO-SHARE-PCT NOT NUMERIC
026100             OR LS-PRO-SHARE-PCT > 100
026200         DISPLAY 'GC235W PRO ' LS-PRO-ID ' SHARE NOT VALID,'
026300             ' TAKEN AS ZERO'
026400         MOVE ZERO TO LS-PRO-SHARE-PCT.
026500     IF PE-PRO-COUNT = 20
026600         DISPLAY 'GC235W PRO TABLE FULL, PRO ' LS-PRO-ID
026700             ' IGNORED'
026800         GO TO 1520-NEXT.
026900     MOVE LS-PRO-ID TO PE-PR-ID (PE-PRO-COUNT + 1).
027000     MOVE LS-PRO-NAME TO PE-PR-NAME (PE-PRO-COUNT + 1).
027100     MOVE LS-PRO-SHARE-PCT TO PE-PR-SHARE-PCT (PE-PRO-COUNT + 1).
027200     PERFORM 1530-ADD-PRO THRU 1530-EXIT.
027300 1520-NEXT.
027400     PERFORM 1510-READ-SCHEDULE THRU 1510-EXIT.
027500 1520-EXIT.
027600     EXIT.
027700 1530-ADD-PRO.
027800     ADD 1 TO PE-PRO-COUNT.
027900     MOVE PE-PRO-COUNT TO PE-PRO-FOUND.
028000     MOVE ZERO TO PE-PR-LESSONS (PE-PRO-FOUND)
028100                  PE-PR-MINUTES (PE-PRO-FOUND)
028200                  PE-PR-LATE (PE-PRO-FOUND)
028300                  PE-PR-LESSON-FEES (PE-PRO-FOUND)
028400                  PE-PR-LATE-FEES (PE-PRO-FOUND).
028500 1530-EXIT.
028600     EXIT.
028700******************************************************************
028800*  2000-COPY-POS-EXTRACT - POSEXTR TO POSWORK, LESS THE TRAILER  *
028900*  AND LESS ANY LESSON CHARGES FROM AN EARLIER RUN FOR THE MONTH *
029000******************************************************************
029100 2000-COPY-POS-EXTRACT.
029200     MOVE 'N' TO PE-EOF-SW.
029300     OPEN INPUT POS-EXTRACT.
029400     IF PE-POS-STATUS = '35'
029500         DISPLAY 'GC235I NO POSEXTR FILE, LESSON CHARGES ONLY'
029600         GO TO 2000-EXIT.
029700     IF PE-POS-STATUS NOT = '00'
029800         DISPLAY 'GC235E POSEXTR OPEN FAILED, STATUS '
029900             PE-POS-STATUS
030000             UPON OPERATOR-CONSOLE
030100         MOVE 'Y' TO PE-FATAL-SW
030200         GO TO 2000-EXIT.
030300     PERFORM 2100-READ-POS THRU 2100-EXIT.
030400     PERFORM 2200-COPY-ONE THRU 2200-EXIT
030500         UNTIL PE-END-OF-FILE.
030600     CLOSE POS-EXTRACT.
030700 2000-EXIT.
030800     EXIT.
030900 2100-READ-POS.
031000     READ POS-EXTRACT INTO POS-EXTRACT-RECORD
031100         AT END MOVE 'Y' TO PE-EOF-SW.
031200     IF PE-POS-STATUS NOT = '00'
031220             AND PE-POS-STATUS NOT = '10'
031240         DISPLAY 'GC235E POSEXTR READ FAILED, STATUS '
031260             PE-POS-STATUS
031280             UPON OPERATOR-CONSOLE
031300         MOVE 'Y' TO PE-FATAL-SW
031320                     PE-EOF-SW.
031400 2100-EXIT.
031500     EXIT.
031600 2200-COPY-ONE.
031700     IF POS-EXTRACT-RECORD (1:8) = '9TRAILER'
031800         GO TO 2200-NEXT.
031900     ADD 1 TO PE-POS-RECORDS-READ.
032000     IF PX-CHARGE-DETAIL AND PX-LESSON-CHARGE
032100             AND PX-TRAN-DATE NUMERIC
032200         DIVIDE PX-TRAN-DATE BY 100 GIVING PE-WORK-MONTH
032300         IF PE-WORK-MONTH = PE-STMT-MONTH
032400             ADD 1 TO PE-CHARGES-REPLACED
032500             GO TO 2200-NEXT
032600         END-IF.
032700     PERFORM 2300-WRITE-WORK THRU 2300-EXIT.
032800     IF PE-FATAL-ERROR
032900         MOVE 'Y' TO PE-EOF-SW
033000         GO TO 2200-EXIT.
033100     ADD 1 TO PE-POS-RECORDS-KEPT.
033200 2200-NEXT.
033300     PERFORM 2100-READ-POS THRU 2100-EXIT.
033400 2200-EXIT.
033500     EXIT.
033600******************************************************************
033700*  2300-WRITE-WORK - ONE DATA RECORD TO POSWORK, HASHED THE SAME *
033800*  WAY GC800 HASHES POSEXTR                                      *
033900******************************************************************
034000 2300-WRITE-WORK.
034100     WRITE POS-WORK-REC FROM POS-EXTRACT-RECORD.
034200     IF PE-WORK-STATUS NOT = '00'
034300         DISPLAY 'GC235E POSWORK WRITE FAILED, STATUS '
034400             PE-WORK-STATUS
034500             UPON OPERATOR-CONSOLE
034600         MOVE 'Y' TO PE-FATAL-SW
034700         GO TO 2300-EXIT.
034800     ADD 1 TO PE-RECORDS-WRITTEN.
034900     IF PX-AMOUNT NUMERIC
035000         ADD PX-AMOUNT TO PE-AMOUNT-SUM.
035100     IF PX-MEMBER-NUMBER NUMERIC
035200         ADD PX-MEMBER-NUMBER TO PE-KEY-SUM.
035300 2300-EXIT.
035400     EXIT.
035500******************************************************************
035600*  3000-BILL-LESSONS - ONE 'LS' CHARGE PER LESSON GIVEN OR LATE  *
035700*  CANCELLATION IN THE MONTH                                     *
035800******************************************************************
035900 3000-BILL-LESSONS.
036000     MOVE 'N' TO PE-EOF-SW.
036100     OPEN INPUT LESSON-FILE.
036200     IF PE-LESSON-STATUS = '35'
036300         DISPLAY 'GC235I NO LESSONS FILE, NO LESSONS TO BILL'
036400         GO TO 3000-EXIT.
036500     IF PE-LESSON-STATUS NOT = '00'
036600         DISPLAY 'GC235E LESSONS OPEN FAILED, STATUS '
036700             PE-LESSON-STATUS
036800             UPON OPERATOR-CONSOLE
036900         MOVE 'Y' TO PE-FATAL-SW
037000         GO TO 3000-EXIT.
037100     PERFORM 3100-READ-LESSON THRU 3100-EXIT.
037200     PERFORM 3200-BILL-ONE THRU 3200-EXIT
037300         UNTIL PE-END-OF-FILE.
037400     CLOSE LESSON-FILE.
037500 3000-EXIT.
037600     EXIT.
037700 3100-READ-LESSON.
037800     READ LESSON-FILE
037900         AT END MOVE 'Y' TO PE-EOF-SW.
038000     IF PE-LESSON-STATUS NOT = '00'
038020             AND PE-LESSON-STATUS NOT = '10'
038040         DISPLAY 'GC235E LESSONS READ FAILED, STATUS '
038060             PE-LESSON-STATUS
038080             UPON OPERATOR-CONSOLE
038100         MOVE 'Y' TO PE-FATAL-SW
038120                     PE-EOF-SW.
038200 3100-EXIT.
038300     EXIT.
038400 3200-BILL-ONE.
038500     IF NOT LN-LESSON-ENTRY
038600             OR LN-LESSON-DATE NOT NUMERIC
038700             OR LN-FEE NOT NUMERIC
038800         GO TO 3200-NEXT.
038900     DIVIDE LN-LESSON-DATE BY 100 GIVING PE-WORK-MONTH.
039000     IF PE-WORK-MONTH NOT = PE-STMT-MONTH
039100         GO TO 3200-NEXT.
039400     IF NOT LN-BOOKED AND NOT LN-LATE-CANCELLED
039500         GO TO 3200-NEXT.
039600     PERFORM 3300-FIND-PRO THRU 3300-EXIT.
039620     IF PE-FATAL-ERROR
039640         MOVE 'Y' TO PE-EOF-SW
039660         GO TO 3200-EXIT.
039700     MOVE SPACES TO POS-EXTRACT-RECORD.
039800     MOVE 'P' TO PX-REC-TYPE.
039900     MOVE LN-MEMBER-NUMBER TO PX-MEMBER-NUMBER.
040000     MOVE LN-LESSON-DATE TO PX-TRAN-DATE.
040100     MOVE 'LS' TO PX-TRAN-CODE.
040200     MOVE LN-FEE TO PX-AMOUNT.
040300     IF LN-BOOKED
040400         MOVE 'LESSON ' TO PX-DESCRIPTION
040500         MOVE PE-PR-NAME (PE-PRO-FOUND) TO PX-DESCRIPTION (8:13)
040600         ADD 1 TO PE-PR-LESSONS (PE-PRO-FOUND)
040700         ADD LN-MINUTES TO PE-PR-MINUTES (PE-PRO-FOUND)
040800         ADD LN-FEE TO PE-PR-LESSON-FEES (PE-PRO-FOUND)
040900     ELSE
041000         MOVE 'LESSON LATE CANCEL' TO PX-DESCRIPTION
041100         ADD 1 TO PE-PR-LATE (PE-PRO-FOUND)
041200         ADD LN-FEE TO PE-PR-LATE-FEES (PE-PRO-FOUND).
041300     IF LN-FEE = ZERO
041400         GO TO 3200-NEXT.
041500     PERFORM 2300-WRITE-WORK THRU 2300-EXIT.
041600     IF PE-FATAL-ERROR
041700         MOVE 'Y' TO PE-EOF-SW
041800         GO TO 3200-EXIT.
041900     ADD 1 TO PE-CHARGES-ADDED.
042000 3200-NEXT.
042100     PERFORM 3100-READ-LESSON THRU 3100-EXIT.
042200 3200-EXIT.
042300     EXIT.
042400 3300-FIND-PRO.
042500     MOVE ZERO TO PE-PRO-FOUND.
042600     PERFORM 3310-MATCH-PRO THRU 3310-EXIT
042700         VARYING PE-SUB FROM 1 BY 1
042800         UNTIL PE-SUB > PE-PRO-COUNT
042900            OR PE-PRO-FOUND > 0.
043000     IF PE-PRO-FOUND > 0
043100         GO TO 3300-EXIT.
043200     IF PE-PRO-COUNT = 20
043220         DISPLAY 'GC235E PRO TABLE FULL AT PRO ' LN-PRO-ID
043240             ', LESSONS NOT BILLED'
043260             UPON OPERATOR-CONSOLE
043280         MOVE 'Y' TO PE-FATAL-SW
043400         GO TO 3300-EXIT.
043500     DISPLAY 'GC235W PRO ' LN-PRO-ID ' NOT ON LESSCHED, BILLED'
043600         ' WITH NO SHARE'.
043700     MOVE LN-PRO-ID TO PE-PR-ID (PE-PRO-COUNT + 1).
043800     MOVE 'NOT ON LESSCHED' TO PE-PR-NAME (PE-PRO-COUNT + 1).
043900     MOVE ZERO TO PE-PR-SHARE-PCT (PE-PRO-COUNT + 1).
044000     PERFORM 1530-ADD-PRO THRU 1530-EXIT.
044100 3300-EXIT.
044200     EXIT.
044300 3310-MATCH-PRO.
044400     IF PE-PR-ID (PE-SUB) = LN-PRO-ID
044500         MOVE PE-SUB TO PE-PRO-FOUND.
044600 3310-EXIT.
044700     EXIT.
044800******************************************************************
044900*  3500-WRITE-TRAILER - CONTROL TOTALS OVER THE WHOLE WORK FILE  *
045000******************************************************************
045100 3500-WRITE-TRAILER.
045200     MOVE SPACES TO TRAILER-RECORD.
045300     MOVE '9' TO TR-REC-TYPE.
045400     MOVE 'TRAILER' TO TR-LITERAL.
045500     MOVE PE-RECORDS-WRITTEN TO TR-RECORD-COUNT.
045600     MOVE PE-AMOUNT-SUM TO TR-AMOUNT-HASH.
045700     MOVE PE-KEY-SUM TO TR-KEY-HASH.
045800     WRITE POS-WORK-REC FROM TRAILER-RECORD.
045900     IF PE-WORK-STATUS NOT = '00'
046000         DISPLAY 'GC235E POSWORK TRAILER WRITE FAILED, STATUS '
046100             PE-WORK-STATUS
046200             UPON OPERATOR-CONSOLE
046300         MOVE 'Y' TO PE-FATAL-SW.
046400 3500-EXIT.
046500     EXIT.
046600******************************************************************
046700*  4000-REBUILD-POS-EXTRACT - POSWORK BACK OVER POSEXTR, COUNTED *
046800*  AND PROVED BY GC800                                           *
046900******************************************************************
047000 4000-REBUILD-POS-EXTRACT.
047100     MOVE 'N' TO PE-EOF-SW.
047200     OPEN INPUT POS-WORK.
047300     OPEN OUTPUT POS-EXTRACT.
047400     IF PE-WORK-STATUS NOT = '00'
047500             OR PE-POS-STATUS NOT = '00'
047600         DISPLAY 'GC235E REBUILD OPEN FAILED, STATUS WRK='
047700             PE-WORK-STATUS ' POS=' PE-POS-STATUS
047800             UPON OPERATOR-CONSOLE
047900         MOVE 'Y' TO PE-FATAL-SW
048000         GO TO 4000-EXIT.
048100     PERFORM 4100-READ-WORK THRU 4100-EXIT.
048200     PERFORM 4200-RELOAD-ONE THRU 4200-EXIT
048300         UNTIL PE-END-OF-FILE.
048400     CLOSE POS-WORK
048500           POS-EXTRACT.
048600     IF PE-RECORDS-RELOADED NOT = PE-RECORDS-WRITTEN + 1
048700         DISPLAY 'GC235E POSEXTR RELOADED ' PE-RECORDS-RELOADED
048800             ' RECORDS, POSWORK HOLDS ' PE-RECORDS-WRITTEN
048900             ' PLUS TRAILER - RESTORE POSEXTR FROM POSWORK'
049000             UPON OPERATOR-CONSOLE
049100         MOVE 'Y' TO PE-FATAL-SW
049200         GO TO 4000-EXIT.
049300     MOVE 'POSEXTR ' TO VP-FILE-ID.
049400     CALL 'GC800' USING VERIFY-PARM.
049500     IF RETURN-CODE NOT = ZERO
049600         DISPLAY 'GC235E REBUILT POSEXTR FAILED THE GC800'
049700             ' INTEGRITY CHECK'
049800             UPON OPERATOR-CONSOLE
049900         MOVE 'Y' TO PE-FATAL-SW.
050000 4000-EXIT.
050100     EXIT.
050200 4100-READ-WORK.
050300     READ POS-WORK
050400         AT END MOVE 'Y' TO PE-EOF-SW.
050500     IF PE-WORK-STATUS NOT = '00'
050600         MOVE 'Y' TO PE-EOF-SW.
050700 4100-EXIT.
050800     EXIT.
050900 4200-RELOAD-ONE.
051000     WRITE POS-EXTRACT-REC FROM POS-WORK-REC.
051100     IF PE-POS-STATUS NOT = '00'
051200         DISPLAY 'GC235E POSEXTR WRITE FAILED, STATUS '
051300             PE-POS-STATUS
051400             UPON OPERATOR-CONSOLE
051500         MOVE 'Y' TO PE-EOF-SW
051600         GO TO 4200-EXIT.
051700     ADD 1 TO PE-RECORDS-RELOADED.
051800     PERFORM 4100-READ-WORK THRU 4100-EXIT.
051900 4200-EXIT.
052000     EXIT.
052100******************************************************************
052200*  6000-PRINT-EARNINGS - ONE PAGE PER PRO, THEN THE CLUB TOTALS  *
052300******************************************************************
052400 6000-PRINT-EARNINGS.
052500     PERFORM 6100-PRINT-PRO THRU 6100-EXIT
052600         VARYING PE-SUB FROM 1 BY 1
052700         UNTIL PE-SUB > PE-PRO-COUNT.
052800     IF PP-LINE-COUNT > 0
052900         CALL 'GCPRINT' USING PRINT-PAGE.
053000     MOVE PE-STMT-MONTH TO PE-HD-MONTH.
053100     MOVE PE-HEAD-LINE-1 TO PE-WORK-LINE.
053200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
053300     MOVE PE-CLUB-HEAD TO PE-WORK-LINE.
053400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
053500     MOVE PE-BLANK-LINE TO PE-WORK-LINE.
053600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
053700     MOVE 'LESSONS GIVEN' TO PE-CL-LABEL.
053800     MOVE PE-TOT-LESSONS TO PE-CL-COUNT.
053900     MOVE PE-COUNT-LINE TO PE-WORK-LINE.
054000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
054100     MOVE 'MINUTES TAUGHT' TO PE-CL-LABEL.
054200     MOVE PE-TOT-MINUTES TO PE-CL-COUNT.
054300     MOVE PE-COUNT-LINE TO PE-WORK-LINE.
054400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
054500     MOVE 'LATE CANCELLATIONS' TO PE-CL-LABEL.
054600     MOVE PE-TOT-LATE TO PE-CL-COUNT.
054700     MOVE PE-COUNT-LINE TO PE-WORK-LINE.
054800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
054900     MOVE 'LESSON FEES' TO PE-AL-LABEL.
055000     MOVE PE-TOT-LESSON-FEES TO PE-AL-AMOUNT.
055100     MOVE PE-AMOUNT-LINE TO PE-WORK-LINE.
055200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
055300     MOVE 'LATE-CANCEL FEES' TO PE-AL-LABEL.
055400     MOVE PE-TOT-LATE-FEES TO PE-AL-AMOUNT.
055500     MOVE PE-AMOUNT-LINE TO PE-WORK-LINE.
055600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
055700     MOVE 'PROS SHARE' TO PE-AL-LABEL.
055800     MOVE PE-TOT-PRO-SHARE TO PE-AL-AMOUNT.
055900     MOVE PE-AMOUNT-LINE TO PE-WORK-LINE.
056000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
056100     MOVE 'CLUB SHARE' TO PE-AL-LABEL.
056200     MOVE PE-TOT-CLUB-SHARE TO PE-AL-AMOUNT.
056300     MOVE PE-AMOUNT-LINE TO PE-WORK-LINE.
056400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
056500     MOVE PE-BLANK-LINE TO PE-WORK-LINE.
056600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
056700     MOVE 'POS RECORDS CARRIED' TO PE-CL-LABEL.
056800     MOVE PE-POS-RECORDS-KEPT TO PE-CL-COUNT.
056900     MOVE PE-COUNT-LINE TO PE-WORK-LINE.
057000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
057100     MOVE 'LESSON CHARGES ADDED' TO PE-CL-LABEL.
057200     MOVE PE-CHARGES-ADDED TO PE-CL-COUNT.
057300     MOVE PE-COUNT-LINE TO PE-WORK-LINE.
057400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
057500     MOVE 'EARLIER RUN REPLACED' TO PE-CL-LABEL.
057600     MOVE PE-CHARGES-REPLACED TO PE-CL-COUNT.
057700     MOVE PE-COUNT-LINE TO PE-WORK-LINE.
057800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
057900     IF PP-LINE-COUNT > 0
058000         CALL 'GCPRINT' USING PRINT-PAGE.
058100 6000-EXIT.
058200     EXIT.
058300******************************************************************
058400*  6100-PRINT-PRO - ONE PRO'S EARNINGS PAGE AND COMMISSION SPLIT *
058500******************************************************************
058600 6100-PRINT-PRO.
058700     IF PP-LINE-COUNT > 0
058800         CALL 'GCPRINT' USING PRINT-PAGE.
058900     COMPUTE PE-PRO-SHARE ROUNDED =
059000         (PE-PR-LESSON-FEES (PE-SUB) + PE-PR-LATE-FEES (PE-SUB))
059100         * PE-PR-SHARE-PCT (PE-SUB) / 100.
059200     COMPUTE PE-CLUB-SHARE =
059300         PE-PR-LESSON-FEES (PE-SUB) + PE-PR-LATE-FEES (PE-SUB)
059400         - PE-PRO-SHARE.
059500     ADD PE-PR-LESSONS (PE-SUB) TO PE-TOT-LESSONS.
059600     ADD PE-PR-MINUTES (PE-SUB) TO PE-TOT-MINUTES.
059700     ADD PE-PR-LATE (PE-SUB) TO PE-TOT-LATE.
059800     ADD PE-PR-LESSON-FEES (PE-SUB) TO PE-TOT-LESSON-FEES.
059900     ADD PE-PR-LATE-FEES (PE-SUB) TO PE-TOT-LATE-FEES.
060000     ADD PE-PRO-SHARE TO PE-TOT-PRO-SHARE.
060100     ADD PE-CLUB-SHARE TO PE-TOT-CLUB-SHARE.
060200     MOVE PE-STMT-MONTH TO PE-HD-MONTH.
060300     MOVE PE-HEAD-LINE-1 TO PE-WORK-LINE.
060400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
060500     MOVE PE-PR-ID (PE-SUB) TO PE-PL-ID.
060600     MOVE PE-PR-NAME (PE-SUB) TO PE-PL-NAME.
060700     MOVE PE-PRO-LINE TO PE-WORK-LINE.
060800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
060900     MOVE PE-BLANK-LINE TO PE-WORK-LINE.
061000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
061100     MOVE 'LESSONS GIVEN' TO PE-CL-LABEL.
061200     MOVE PE-PR-LESSONS (PE-SUB) TO PE-CL-COUNT.
061300     MOVE PE-COUNT-LINE TO PE-WORK-LINE.
061400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
061500     MOVE 'MINUTES TAUGHT' TO PE-CL-LABEL.
061600     MOVE PE-PR-MINUTES (PE-SUB) TO PE-CL-COUNT.
061700     MOVE PE-COUNT-LINE TO PE-WORK-LINE.
061800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
061900     MOVE 'LATE CANCELLATIONS' TO PE-CL-LABEL.
062000     MOVE PE-PR-LATE (PE-SUB) TO PE-CL-COUNT.
062100     MOVE PE-COUNT-LINE TO PE-WORK-LINE.
062200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
062300     MOVE 'LESSON FEES' TO PE-AL-LABEL.
062400     MOVE PE-PR-LESSON-FEES (PE-SUB) TO PE-AL-AMOUNT.
062500     MOVE PE-AMOUNT-LINE TO PE-WORK-LINE.
062600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
062700     MOVE 'LATE-CANCEL FEES' TO PE-AL-LABEL.
062800     MOVE PE-PR-LATE-FEES (PE-SUB) TO PE-AL-AMOUNT.
062900     MOVE PE-AMOUNT-LINE TO PE-WORK-LINE.
063000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
063100     MOVE PE-PR-SHARE-PCT (PE-SUB) TO PE-SL-PCT.
063200     MOVE PE-PRO-SHARE TO PE-SL-AMOUNT.
063300     MOVE PE-SHARE-LINE TO PE-WORK-LINE.
063400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
063500     MOVE 'CLUB SHARE' TO PE-AL-LABEL.
063600     MOVE PE-CLUB-SHARE TO PE-AL-AMOUNT.
063700     MOVE PE-AMOUNT-LINE TO PE-WORK-LINE.
063800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
063900 6100-EXIT.
064000     EXIT.
064100******************************************************************
064200*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
064300******************************************************************
064400 8600-EMIT-LINE.
064500     IF PP-LINE-COUNT NOT < 22
064600         CALL 'GCPRINT' USING PRINT-PAGE.
064700     ADD 1 TO PP-LINE-COUNT.
064800     MOVE PE-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
064900 8600-EXIT.
065000     EXIT.
065100******************************************************************
065200*  9000-WRAP-UP - RUN TOTALS                                     *
065300******************************************************************
065400 9000-WRAP-UP.
065500     DISPLAY 'GC235I BILLING MONTH ' PE-STMT-MONTH.
065600     DISPLAY 'GC235I POS RECORDS READ      ' PE-POS-RECORDS-READ.
065700     DISPLAY 'GC235I POS RECORDS CARRIED   ' PE-POS-RECORDS-KEPT.
065800     DISPLAY 'GC235I LESSON CHARGES REPLACED '
065900         PE-CHARGES-REPLACED.
066000     DISPLAY 'GC235I LESSON CHARGES ADDED  ' PE-CHARGES-ADDED.
066100     DISPLAY 'GC235I POSEXTR RECORDS NOW   ' PE-RECORDS-WRITTEN.
066200 9000-EXIT.
066300     EXIT.
