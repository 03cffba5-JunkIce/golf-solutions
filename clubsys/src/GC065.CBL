000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC065.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC065 - DAILY LESSON SCHEDULE                                 *
000900*                                                                *
001000*  PRINTS ONE PAGE PER TEACHING PRO ON LESSCHED FOR THE LESSON   *
001100*  DATE IN ARGUMENT 1: THE PRO'S TEACHING HOURS FOR THAT DAY OF  *
001200*  THE WEEK (OR THE REASON THE PRO IS NOT TEACHING), THEN EVERY  *
001300*  LESSON STILL BOOKED IN THE LESSONS DIARY IN START-TIME ORDER  *
001400*  WITH THE MEMBER'S NAME FROM PLAYER-MASTER AND, FOR A PLAYING  *
001500*  LESSON, THE TEE TIME AND SLOT RESERVED FOR IT.  CANCELLED     *
001600*  AND LATE-CANCELLED LESSONS ARE LEFT OFF.  PRINTS THROUGH THE  *
001700*  GCPRINT ENGINE.  RUN AS A GC900 WINDOW STEP AFTER THE         *
001800*  STARTER SHEET.                                                *
001900*                                                                *
002000*  MODIFICATION HISTORY                                         *
002100*  2026-10-14  RJM  NEW PROGRAM                                  *
002150*  2026-10-15  RJM  CLOSES AND TOTALS MOVED TO 9000-WRAP-UP      *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SPECIAL-NAMES.
002600     CONSOLE IS OPERATOR-CONSOLE.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LESSON-SCHEDULE ASSIGN TO "LESSCHED"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS PS-LESSCHED-STATUS.
003200     SELECT LESSON-FILE ASSIGN TO "LESSONS"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS PS-LESSON-STATUS.
003500     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS PM-MEMBER-NUMBER
003900         FILE STATUS IS PS-PLAYER-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  LESSON-SCHEDULE.
004300 01  LESSON-SCHEDULE-REC         PIC X(80).
004400 FD  LESSON-FILE.
004500 COPY GCLESSON.
004600 FD  PLAYER-MASTER.
004700 COPY GCPLAYER.
004800 WORKING-STORAGE SECTION.
004900 77  PS-LESSCHED-STATUS          PIC X(02).
005000 77  PS-LESSON-STATUS            PIC X(02).
005100 77  PS-PLAYER-STATUS            PIC X(02).
005200 77  PS-ARG-COUNT                PIC 9(03)   COMP.
005300 77  PS-LESSON-DATE              PIC 9(08).
005400 77  PS-EOF-SW                   PIC X(01)   VALUE 'N'.
005500     88  PS-END-OF-FILE                      VALUE 'Y'.
005600 77  PS-SHIFT-SW                 PIC X(01)   VALUE 'N'.
005700     88  PS-SHIFT-DONE                       VALUE 'Y'.
005800 77  PS-SUB                      PIC S9(04)  COMP.
005900 77  PS-PRO-SUB                  PIC S9(04)  COMP.
006000 77  PS-INS-SUB                  PIC S9(04)  COMP.
006100 77  PS-PRO-LESSONS              PIC 9(03)   COMP.
006200 77  PS-PRO-MINUTES              PIC 9(05)   COMP.
006300 77  PS-PRO-OFF                  PIC S9(04)  COMP.
006400 77  PS-PRO-HOURS                PIC 9(03)   COMP.
006500 77  PS-LESSONS-LISTED           PIC 9(05)   COMP.
006600 77  PS-DOW                      PIC 9(01).
006700 77  PS-ZELLER-M                 PIC S9(04)  COMP.
006800 77  PS-ZELLER-Y                 PIC S9(04)  COMP.
006900 77  PS-ZELLER-H                 PIC S9(04)  COMP.
007000 77  PS-ZELLER-T1                PIC S9(04)  COMP.
007100 77  PS-ZELLER-T2                PIC S9(04)  COMP.
007200 77  PS-ZELLER-T3                PIC S9(04)  COMP.
007300 77  PS-ZELLER-T4                PIC S9(04)  COMP.
007400 77  PS-WORK-QUOT                PIC S9(04)  COMP.
007500 77  PS-WORK-REM                 PIC S9(04)  COMP.
007600 01  PS-ARG-AREA.
007700     05  PS-ARG-DATE             PIC 9(08).
007800     05  FILLER                  PIC X(72).
007900 01  PS-DATE-WORK.
008000     05  PS-DATE-PARTS.
008100         10  PS-DATE-YEAR        PIC 9(04).
008200         10  PS-DATE-MONTH       PIC 9(02).
008300         10  PS-DATE-DAY         PIC 9(02).
008400     05  PS-DATE-NUM REDEFINES PS-DATE-PARTS
008500                                 PIC 9(08).
008600 01  PS-DAY-NAMES.
008700     05  PS-DAY-VALUES           PIC X(21)   VALUE
008800         'MONTUEWEDTHUFRISATSUN'.
008900     05  FILLER REDEFINES PS-DAY-VALUES.
009000         10  PS-DAY-NAME         PIC X(03)   OCCURS 7 TIMES.
009100******************************************************************
009200*  THE PROS, THEIR HOURS FOR THE WEEKDAY AND THEIR DAYS OFF FOR  *
009300*  THE DATE, FROM LESSCHED                                       *
009400******************************************************************
009500 01  PS-PRO-TABLE.
009600     05  PS-PRO-COUNT            PIC 9(02)   COMP.
009700     05  PS-PRO-ENTRY            OCCURS 10 TIMES.
009800         10  PS-PR-ID            PIC X(02).
009900         10  PS-PR-NAME          PIC X(20).
010000 01  PS-HOURS-TABLE.
010100     05  PS-HOURS-COUNT          PIC 9(03)   COMP.
010200     05  PS-HOURS-ENTRY          OCCURS 50 TIMES.
010300         10  PS-HR-PRO-ID        PIC X(02).
010400         10  PS-HR-FROM          PIC 9(04).
010500         10  PS-HR-TO            PIC 9(04).
010600 01  PS-OFF-TABLE.
010700     05  PS-OFF-COUNT            PIC 9(02)   COMP.
010800     05  PS-OFF-ENTRY            OCCURS 10 TIMES.
010900         10  PS-OF-PRO-ID        PIC X(02).
011000         10  PS-OF-REASON        PIC X(30).
011100******************************************************************
011200*  THE DAY'S BOOKED LESSONS, KEPT IN START-TIME ORDER            *
011300******************************************************************
011400 01  PS-LESSON-TABLE.
011500     05  PS-LSN-COUNT            PIC 9(03)   COMP.
011600     05  PS-LSN-ENTRY            OCCURS 200 TIMES.
011700         10  PS-LN-PRO-ID        PIC X(02).
011800         10  PS-LN-START         PIC 9(04).
011900         10  PS-LN-MINUTES       PIC 9(03).
012000         10  PS-LN-KIND          PIC X(01).
012100         10  PS-LN-MEMBER        PIC 9(06).
012200         10  PS-LN-TEE-TIME      PIC 9(04).
012300         10  PS-LN-SLOT          PIC 9(01).
012400 COPY GCLESSCH.
012500 01  PS-HEAD-LINE-1.
012600     05  FILLER                  PIC X(20)
012700         VALUE 'LESSON SCHEDULE FOR '.
012800     05  PS-HD-DATE              PIC 9(08).
012900     05  FILLER                  PIC X(01)   VALUE SPACE.
013000     05  PS-HD-DAY               PIC X(03).
013100     05  FILLER                  PIC X(14)   VALUE SPACES.
013200 01  PS-PRO-LINE.
013300     05  FILLER                  PIC X(04)   VALUE 'PRO '.
013400     05  PS-PL-ID                PIC X(02).
013500     05  FILLER                  PIC X(02)   VALUE SPACES.
013600     05  PS-PL-NAME              PIC X(20).
013700     05  FILLER                  PIC X(18)   VALUE SPACES.
013800 01  PS-HOURS-LINE.
013900     05  FILLER                  PIC X(09)   VALUE 'TEACHING '.
014000     05  PS-HL-FROM              PIC 9(04).
014100     05  FILLER                  PIC X(01)   VALUE '-'.
014200     05  PS-HL-TO                PIC 9(04).
014300     05  FILLER                  PIC X(28)   VALUE SPACES.
014400 01  PS-OFF-LINE.
014500     05  FILLER                  PIC X(15)
014600         VALUE 'NOT TEACHING - '.
014700     05  PS-OL-REASON            PIC X(30).
014800     05  FILLER                  PIC X(01)   VALUE SPACE.
014900 01  PS-NO-HOURS-LINE.
015000     05  FILLER                  PIC X(46)   VALUE
015100         'NO TEACHING HOURS THIS DAY'.
015200 01  PS-COLUMN-LINE.
015300     05  FILLER                  PIC X(22)   VALUE
015400         'TIME MIN KIND  MEMBER '.
015500     05  FILLER                  PIC X(18)   VALUE 'NAME'.
015600     05  FILLER                  PIC X(06)   VALUE 'TEE'.
015700 01  PS-DETAIL-LINE.
015800     05  PS-DL-TIME              PIC 9(04).
015900     05  FILLER                  PIC X(01)   VALUE SPACE.
016000     05  PS-DL-MINUTES           PIC ZZ9.
016100     05  FILLER                  PIC X(01)   VALUE SPACE.
016200     05  PS-DL-KIND              PIC X(05).
016300     05  FILLER                  PIC X(01)   VALUE SPACE.
016400     05  PS-DL-MEMBER            PIC 9(06).
016500     05  FILLER                  PIC X(01)   VALUE SPACE.
016600     05  PS-DL-NAME              PIC X(17).
016700     05  FILLER                  PIC X(01)   VALUE SPACE.
016800     05  PS-DL-TEE.
016900         10  PS-DL-TEE-TIME      PIC 9(04).
017000         10  PS-DL-TEE-SEP       PIC X(01).
017100         10  PS-DL-SLOT          PIC 9(01).
017200     05  PS-DL-TEE-X REDEFINES PS-DL-TEE
017300                                 PIC X(06).
017400 01  PS-NONE-LINE.
017500     05  FILLER                  PIC X(46)   VALUE
017600         'NO LESSONS BOOKED'.
017700 01  PS-TOTAL-LINE.
017800     05  FILLER                  PIC X(16)
017900         VALUE 'LESSONS BOOKED  '.
018000     05  PS-TL-LESSONS           PIC ZZ9.
018100     05  FILLER                  PIC X(11)
018200         VALUE '   MINUTES '.
018300     05  PS-TL-MINUTES           PIC ZZZZ9.
018400     05  FILLER                  PIC X(11)   VALUE SPACES.
018500 01  PS-BLANK-LINE               PIC X(46)   VALUE SPACES.
018600 01  PS-WORK-LINE                PIC X(46).
018700 COPY GCPRPAGE.
018800 PROCEDURE DIVISION.
018900******************************************************************
019000*  0000-MAINLINE - CONTROL THE SCHEDULE PRINT                    *
019100******************************************************************
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     IF PS-PRO-COUNT = 0
019500         DISPLAY 'GC065I NO TEACHING PROS ON LESSCHED, NO'
019600             ' SCHEDULE PRINTED'
019700         GOBACK.
019800     PERFORM 2000-LOAD-LESSONS THRU 2000-EXIT.
019900     OPEN INPUT PLAYER-MASTER.
020000     IF PS-PLAYER-STATUS NOT = '00'
020100         DISPLAY 'GC065E PLAYER-MASTER OPEN FAILED, STATUS '
020200             PS-PLAYER-STATUS
020300             UPON OPERATOR-CONSOLE
020400         MOVE 16 TO RETURN-CODE
020500         GOBACK.
020600     PERFORM 3000-PRINT-PRO THRU 3000-EXIT
020700         VARYING PS-PRO-SUB FROM 1 BY 1
020800         UNTIL PS-PRO-SUB > PS-PRO-COUNT.
020900     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
021500     GOBACK.
021600******************************************************************
021700*  1000-INITIALIZE - LESSON DATE, WEEKDAY AND THE LESSCHED TABLES*
021800******************************************************************
021900 1000-INITIALIZE.
022000     MOVE ZERO TO PS-PRO-COUNT
022100                  PS-HOURS-COUNT
022200                  PS-OFF-COUNT
022300                  PS-LSN-COUNT
022400                  PS-LESSONS-LISTED
022500                  PP-LINE-COUNT.
022600     MOVE SPACES TO PP-PAGE-BODY.
022700     ACCEPT PS-ARG-COUNT FROM ARGUMENT-NUMBER.
022800     IF PS-ARG-COUNT > 0
022900         DISPLAY 1 UPON ARGUMENT-NUMBER
023000         ACCEPT PS-ARG-AREA FROM ARGUMENT-VALUE
023100         MOVE PS-ARG-DATE TO PS-LESSON-DATE
023200     ELSE
023300         ACCEPT PS-LESSON-DATE FROM DATE YYYYMMDD.
023400     MOVE PS-LESSON-DATE TO PS-DATE-NUM.
023500     PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT.
023600     MOVE 'N' TO PS-EOF-SW.
023700     OPEN INPUT LESSON-SCHEDULE.
023800     IF PS-LESSCHED-STATUS = '35'
023900         GO TO 1000-EXIT.
024000     IF PS-LESSCHED-STATUS NOT = '00'
024100         DISPLAY 'GC065E LESSCHED OPEN FAILED, STATUS '
024200             PS-LESSCHED-STATUS
024300             UPON OPERATOR-CONSOLE
024400         MOVE 16 TO RETURN-CODE
024500         GOBACK.
024600     PERFORM 1100-READ-SCHEDULE THRU 1100-EXIT.
024700     PERFORM 1200-TABLE-SCHEDULE THRU 1200-EXIT
024800         UNTIL PS-END-OF-FILE.
024900     CLOSE LESSON-SCHEDULE.
025000 1000-EXIT.
025100     EXIT.
025200 1100-READ-SCHEDULE.
025300     READ LESSON-SCHEDULE INTO LESSON-SCHEDULE-RECORD
025400         AT END MOVE 'Y' TO PS-EOF-SW.
025500     IF PS-LESSCHED-STATUS NOT = '00'
025600         MOVE 'Y' TO PS-EOF-SW.
025700 1100-EXIT.
025800     EXIT.
025900 1200-TABLE-SCHEDULE.
026000     EVALUATE TRUE
026100         WHEN LS-PRO-ENTRY
026200             IF PS-PRO-COUNT < 10
026300                 ADD 1 TO PS-PRO-COUNT
026400                 MOVE LS-PRO-ID TO PS-PR-ID (PS-PRO-COUNT)
026500                 MOVE LS-PRO-NAME TO PS-PR-NAME (PS-PRO-COUNT)
026600             END-IF
026700         WHEN LS-HOURS-ENTRY
026800             IF LS-DAY-OF-WEEK = PS-DOW
026900                     AND LS-FROM-TIME NUMERIC
027000                     AND LS-TO-TIME NUMERIC
027100                     AND PS-HOURS-COUNT < 50
027200                 ADD 1 TO PS-HOURS-COUNT
027300                 MOVE LS-PRO-ID TO PS-HR-PRO-ID (PS-HOURS-COUNT)
027400                 MOVE LS-FROM-TIME TO PS-HR-FROM (PS-HOURS-COUNT)
027500                 MOVE LS-TO-TIME TO PS-HR-TO (PS-HOURS-COUNT)
027600             END-IF
027700         WHEN LS-BLOCKED-DAY
027800             IF LS-BLOCKED-DATE = PS-LESSON-DATE
027900                     AND PS-OFF-COUNT < 10
028000                 ADD 1 TO PS-OFF-COUNT
028100                 MOVE LS-PRO-ID TO PS-OF-PRO-ID (PS-OFF-COUNT)
028200                 MOVE LS-BLOCKED-REASON
028300                     TO PS-OF-REASON (PS-OFF-COUNT)
028400             END-IF
028500     END-EVALUATE.
028600     PERFORM 1100-READ-SCHEDULE THRU 1100-EXIT.
028700 1200-EXIT.
028800     EXIT.
028900******************************************************************
029000*  2000-LOAD-LESSONS - THE DAY'S BOOKED LESSONS IN START ORDER   *
029100******************************************************************
029200 2000-LOAD-LESSONS.
029300     MOVE 'N' TO PS-EOF-SW.
029400     OPEN INPUT LESSON-FILE.
029500     IF PS-LESSON-STATUS = '35'
029600         GO TO 2000-EXIT.
029700     IF PS-LESSON-STATUS NOT = '00'
029800         DISPLAY 'GC065E LESSONS OPEN FAILED, STATUS '
029900             PS-LESSON-STATUS
030000             UPON OPERATOR-CONSOLE
030100         MOVE 16 TO RETURN-CODE
030200         GOBACK.
030300     PERFORM 2100-READ-LESSON THRU 2100-EXIT.
030400     PERFORM 2200-TABLE-LESSON THRU 2200-EXIT
030500         UNTIL PS-END-OF-FILE.
030600     CLOSE LESSON-FILE.
030700 2000-EXIT.
030800     EXIT.
030900 2100-READ-LESSON.
031000     READ LESSON-FILE
031100         AT END MOVE 'Y' TO PS-EOF-SW.
031200     IF PS-LESSON-STATUS NOT = '00'
031300         MOVE 'Y' TO PS-EOF-SW.
031400 2100-EXIT.
031500     EXIT.
031600 2200-TABLE-LESSON.
031700     IF NOT LN-LESSON-ENTRY
031800             OR NOT LN-BOOKED
031900             OR LN-LESSON-DATE NOT = PS-LESSON-DATE
032000         GO TO 2200-NEXT.
032100     IF PS-LSN-COUNT = 200
032200         DISPLAY 'GC065W LESSON TABLE FULL, ' LN-PRO-ID ' '
032300             LN-START-TIME ' ' LN-MEMBER-NUMBER ' NOT PRINTED'
032400         GO TO 2200-NEXT.
032500     MOVE PS-LSN-COUNT TO PS-INS-SUB.
032600     MOVE 'N' TO PS-SHIFT-SW.
032700     PERFORM 2300-SHIFT-LATER THRU 2300-EXIT
032800         UNTIL PS-INS-SUB < 1 OR PS-SHIFT-DONE.
032900     ADD 1 TO PS-INS-SUB.
033000     ADD 1 TO PS-LSN-COUNT.
033100     MOVE LN-PRO-ID TO PS-LN-PRO-ID (PS-INS-SUB).
033200     MOVE LN-START-TIME TO PS-LN-START (PS-INS-SUB).
033300     MOVE LN-MINUTES TO PS-LN-MINUTES (PS-INS-SUB).
033400     MOVE LN-LESSON-KIND TO PS-LN-KIND (PS-INS-SUB).
033500     MOVE LN-MEMBER-NUMBER TO PS-LN-MEMBER (PS-INS-SUB).
033600     MOVE LN-TEE-TIME TO PS-LN-TEE-TIME (PS-INS-SUB).
033700     MOVE LN-SLOT-NUMBER TO PS-LN-SLOT (PS-INS-SUB).
033800 2200-NEXT.
033900     PERFORM 2100-READ-LESSON THRU 2100-EXIT.
034000 2200-EXIT.
034100     EXIT.
034200******************************************************************
034300*  2300-SHIFT-LATER - OPEN A GAP FOR THE NEW LESSON BY MOVING    *
034400*  EVERY LATER-STARTING ENTRY UP ONE                             *
034500******************************************************************
034600 2300-SHIFT-LATER.
034700     IF PS-LN-START (PS-INS-SUB) NOT > LN-START-TIME
034800         MOVE 'Y' TO PS-SHIFT-SW
034900         GO TO 2300-EXIT.
035000     MOVE PS-LSN-ENTRY (PS-INS-SUB)
035100         TO PS-LSN-ENTRY (PS-INS-SUB + 1).
035200     SUBTRACT 1 FROM PS-INS-SUB.
035300 2300-EXIT.
035400     EXIT.
035500******************************************************************
035600*  3000-PRINT-PRO - ONE PRO'S PAGE                               *
035700******************************************************************
035800 3000-PRINT-PRO.
035900     IF PP-LINE-COUNT > 0
036000         CALL 'GCPRINT' USING PRINT-PAGE.
036100     MOVE ZERO TO PS-PRO-LESSONS
036200                  PS-PRO-MINUTES
036300                  PS-PRO-OFF
036400                  PS-PRO-HOURS.
036500     MOVE PS-LESSON-DATE TO PS-HD-DATE.
036600     MOVE PS-DAY-NAME (PS-DOW) TO PS-HD-DAY.
036700     MOVE PS-HEAD-LINE-1 TO PS-WORK-LINE.
036800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
036900     MOVE PS-PR-ID (PS-PRO-SUB) TO PS-PL-ID.
037000     MOVE PS-PR-NAME (PS-PRO-SUB) TO PS-PL-NAME.
037100     MOVE PS-PRO-LINE TO PS-WORK-LINE.
037200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
037300     PERFORM 3100-MATCH-OFF-DAY THRU 3100-EXIT
037400         VARYING PS-SUB FROM 1 BY 1
037500         UNTIL PS-SUB > PS-OFF-COUNT
037600            OR PS-PRO-OFF > 0.
037700     IF PS-PRO-OFF > 0
037800         MOVE PS-OF-REASON (PS-PRO-OFF) TO PS-OL-REASON
037900         MOVE PS-OFF-LINE TO PS-WORK-LINE
038000         PERFORM 8600-EMIT-LINE THRU 8600-EXIT
038100     ELSE
038200         PERFORM 3200-PRINT-HOURS THRU 3200-EXIT
038300             VARYING PS-SUB FROM 1 BY 1
038400             UNTIL PS-SUB > PS-HOURS-COUNT
038500         IF PS-PRO-HOURS = 0
038600             MOVE PS-NO-HOURS-LINE TO PS-WORK-LINE
038700             PERFORM 8600-EMIT-LINE THRU 8600-EXIT
038800         END-IF.
038900     MOVE PS-BLANK-LINE TO PS-WORK-LINE.
039000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
039100     MOVE PS-COLUMN-LINE TO PS-WORK-LINE.
039200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
039300     PERFORM 3300-PRINT-LESSON THRU 3300-EXIT
039400         VARYING PS-SUB FROM 1 BY 1
039500         UNTIL PS-SUB > PS-LSN-COUNT.
039600     IF PS-PRO-LESSONS = 0
039700         MOVE PS-NONE-LINE TO PS-WORK-LINE
039800         PERFORM 8600-EMIT-LINE THRU 8600-EXIT
039900         GO TO 3000-EXIT.
040000     MOVE PS-BLANK-LINE TO PS-WORK-LINE.
040100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
040200     MOVE PS-PRO-LESSONS TO PS-TL-LESSONS.
040300     MOVE PS-PRO-MINUTES TO PS-TL-MINUTES.
040400     MOVE PS-TOTAL-LINE TO PS-WORK-LINE.
040500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
040600 3000-EXIT.
040700     EXIT.
040800 3100-MATCH-OFF-DAY.
040900     IF PS-OF-PRO-ID (PS-SUB) = PS-PR-ID (PS-PRO-SUB)
041000         MOVE PS-SUB TO PS-PRO-OFF.
041100 3100-EXIT.
041200     EXIT.
041300 3200-PRINT-HOURS.
041400     IF PS-HR-PRO-ID (PS-SUB) NOT = PS-PR-ID (PS-PRO-SUB)
041500         GO TO 3200-EXIT.
041600     ADD 1 TO PS-PRO-HOURS.
041700     MOVE PS-HR-FROM (PS-SUB) TO PS-HL-FROM.
041800     MOVE PS-HR-TO (PS-SUB) TO PS-HL-TO.
041900     MOVE PS-HOURS-LINE TO PS-WORK-LINE.
042000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
042100 3200-EXIT.
042200     EXIT.
042300 3300-PRINT-LESSON.
042400     IF PS-LN-PRO-ID (PS-SUB) NOT = PS-PR-ID (PS-PRO-SUB)
042500         GO TO 3300-EXIT.
042600     ADD 1 TO PS-PRO-LESSONS
042700              PS-LESSONS-LISTED.
042800     ADD PS-LN-MINUTES (PS-SUB) TO PS-PRO-MINUTES.
042900     MOVE PS-LN-START (PS-SUB) TO PS-DL-TIME.
043000     MOVE PS-LN-MINUTES (PS-SUB) TO PS-DL-MINUTES.
043100     MOVE PS-LN-MEMBER (PS-SUB) TO PS-DL-MEMBER.
043200     IF PS-LN-KIND (PS-SUB) = 'P'
043300         MOVE 'PLAY' TO PS-DL-KIND
043400         MOVE PS-LN-TEE-TIME (PS-SUB) TO PS-DL-TEE-TIME
043500         MOVE '/' TO PS-DL-TEE-SEP
043600         MOVE PS-LN-SLOT (PS-SUB) TO PS-DL-SLOT
043700     ELSE
043800         MOVE 'RANGE' TO PS-DL-KIND
043900         MOVE SPACES TO PS-DL-TEE-X.
044000     MOVE PS-LN-MEMBER (PS-SUB) TO PM-MEMBER-NUMBER.
044100     READ PLAYER-MASTER
044200         INVALID KEY
044300             MOVE '** NOT ON FILE **' TO PM-MEMBER-NAME
044400     END-READ.
044500     MOVE PM-MEMBER-NAME TO PS-DL-NAME.
044600     MOVE PS-DETAIL-LINE TO PS-WORK-LINE.
044700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
044800 3300-EXIT.
044900     EXIT.
045000******************************************************************
045100*  8200-DAY-OF-WEEK - ZELLER ON PS-DATE-PARTS, 1=MON THRU 7=SUN  *
045200******************************************************************
045300 8200-DAY-OF-WEEK.
045400     MOVE PS-DATE-YEAR TO PS-ZELLER-Y.
045500     MOVE PS-DATE-MONTH TO PS-ZELLER-M.
045600     IF PS-ZELLER-M < 3
045700         ADD 12 TO PS-ZELLER-M
045800         SUBTRACT 1 FROM PS-ZELLER-Y.
045900     COMPUTE PS-ZELLER-T1 = 13 * (PS-ZELLER-M + 1).
046000     DIVIDE PS-ZELLER-T1 BY 5 GIVING PS-ZELLER-T1.
046100     DIVIDE PS-ZELLER-Y BY 4 GIVING PS-ZELLER-T2.
046200     DIVIDE PS-ZELLER-Y BY 100 GIVING PS-ZELLER-T3.
046300     DIVIDE PS-ZELLER-Y BY 400 GIVING PS-ZELLER-T4.
046400     COMPUTE PS-ZELLER-H = PS-DATE-DAY + PS-ZELLER-T1
046500         + PS-ZELLER-Y + PS-ZELLER-T2
046600         - PS-ZELLER-T3 + PS-ZELLER-T4 + 5.
046700     DIVIDE PS-ZELLER-H BY 7
046800         GIVING PS-WORK-QUOT REMAINDER PS-WORK-REM.
046900     COMPUTE PS-DOW = PS-WORK-REM + 1.
047000 8200-EXIT.
047100     EXIT.
047200******************************************************************
047300*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
047400******************************************************************
047500 8600-EMIT-LINE.
047600     IF PP-LINE-COUNT NOT < 22
047700         CALL 'GCPRINT' USING PRINT-PAGE.
047800     ADD 1 TO PP-LINE-COUNT.
047900     MOVE PS-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
048000 8600-EXIT.
048100     EXIT.
048200******************************************************************
048300*  9000-WRAP-UP - LAST PAGE, TOTALS AND FILE CLOSES              *
048400******************************************************************
048500 9000-WRAP-UP.
048600     IF PP-LINE-COUNT > 0
048700         CALL 'GCPRINT' USING PRINT-PAGE.
048800     CLOSE PLAYER-MASTER.
048900     DISPLAY 'GC065I LESSON DATE ' PS-LESSON-DATE.
049000     DISPLAY 'GC065I PROS PRINTED     ' PS-PRO-COUNT.
049100     DISPLAY 'GC065I LESSONS LISTED   ' PS-LESSONS-LISTED.
049200 9000-EXIT.
049300     EXIT.
