000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC345.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-13.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC345 - DAILY CART UTILIZATION REPORT                         *
000900*                                                                *
001000*  READS THE TEE SHEET FOR THE PLAY DATE IN ARGUMENT 1 AND THE   *
001100*  CARTFLT CART FLEET, AND REPORTS BY STARTING-HOUR BLOCK THE    *
001200*  CARTS SENT OUT, THE MOST CARTS OUT AT ONCE DURING THE HOUR    *
001300*  (A CART BEING OUT 270 MINUTES FROM ITS TEE TIME, THE SAME     *
001400*  ROUND LENGTH GC010 AND GC300 ALLOCATE ON), THAT PEAK AS A     *
001500*  PERCENTAGE OF THE CARTS IN SERVICE, AND THE PLAYERS BOOKED    *
001600*  WALKING BECAUSE THE FLEET WAS FULL.  THE CARTS OUT OF         *
001700*  SERVICE ARE LISTED AFTER THE HOURS WITH THE DATE EACH WENT    *
001800*  OUT AND WHY, SO THE BOARD CAN SIZE THE FLEET LEASE.  PRINTS   *
001900*  THROUGH THE GCPRINT ENGINE.  RUN AS A GC900 WINDOW STEP AFTER *
002000*  THE PACE-OF-PLAY REPORT.                                      *
002100*                                                                *
002200*  MODIFICATION HISTORY                                         *
002300*  2026-10-13  RJM  NEW PROGRAM                                  *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
002800     CONSOLE IS OPERATOR-CONSOLE.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CART-FLEET ASSIGN TO "CARTFLT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS CU-CARTFLT-STATUS.
003400     SELECT TEE-SHEET ASSIGN TO "TEESHEET"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS TS-KEY
003800         FILE STATUS IS CU-SHEET-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CART-FLEET.
004200 01  CART-FLEET-REC              PIC X(80).
004300 FD  TEE-SHEET.
004400 COPY GCTEESHT.
004500 WORKING-STORAGE SECTION.
004600 77  CU-SHEET-STATUS             PIC X(02).
004700 77  CU-CARTFLT-STATUS           PIC X(02).
004800 77  CU-ARG-COUNT                PIC 9(03)   COMP.
004900 77  CU-PLAY-DATE                PIC 9(08).
005000 77  CU-SCAN-SW                  PIC X(01)   VALUE 'N'.
005100     88  CU-SCAN-DONE                        VALUE 'Y'.
005200 77  CU-CART-EOF-SW              PIC X(01)   VALUE 'N'.
005300     88  CU-END-OF-CARTS                     VALUE 'Y'.
005400 77  CU-ROUND-MINUTES            PIC S9(05)  COMP VALUE 270.
005500 77  CU-FLEET-SIZE               PIC 9(03)   COMP.
005600 77  CU-WORK-HOURS               PIC S9(04)  COMP.
005700 77  CU-WORK-MINS                PIC S9(04)  COMP.
005800 77  CU-START-MINS               PIC S9(05)  COMP.
005900 77  CU-HOUR-FROM                PIC S9(05)  COMP.
006000 77  CU-HOUR-TO                  PIC S9(05)  COMP.
006100 77  CU-POINT                    PIC S9(05)  COMP.
006200 77  CU-IN-USE                   PIC 9(04)   COMP.
006300 77  CU-PEAK                     PIC 9(04)   COMP.
006400 77  CU-DAY-PEAK                 PIC 9(04)   COMP.
006500 77  CU-DAY-OUT                  PIC 9(05)   COMP.
006600 77  CU-DAY-WALKED               PIC 9(05)   COMP.
006700 77  CU-UTIL-PCT                 PIC 9(03)   COMP.
006800 77  CU-HOUR-SUB                 PIC S9(04)  COMP.
006900 77  CU-START-SUB                PIC S9(04)  COMP.
007000 77  CU-COUNT-SUB                PIC S9(04)  COMP.
007100 77  CU-OOS-SUB                  PIC S9(04)  COMP.
007200 01  CU-ARG-AREA.
007300     05  CU-ARG-DATE             PIC 9(08).
007400     05  FILLER                  PIC X(72).
007500 01  CU-HOUR-TABLE.
007600     05  CU-HOUR-ENTRY           OCCURS 24 TIMES.
007700         10  CU-HR-OUT           PIC 9(04)   COMP.
007800         10  CU-HR-WALKED        PIC 9(04)   COMP.
007900 01  CU-START-TABLE.
008000     05  CU-START-COUNT          PIC 9(03)   COMP.
008100     05  CU-START-ENTRY          PIC S9(05)  COMP
008200                                 OCCURS 400 TIMES.
008300 01  CU-OOS-TABLE.
008400     05  CU-OOS-COUNT            PIC 9(03)   COMP.
008500     05  CU-OOS-ENTRY            OCCURS 100 TIMES.
008600         10  CU-OS-CART          PIC X(04).
008700         10  CU-OS-DATE          PIC X(08).
008800         10  CU-OS-REASON        PIC X(30).
008900 COPY GCCARTFL.
009000 01  CU-HEAD-LINE-1.
009100     05  FILLER                  PIC X(28)
009200         VALUE 'CART UTILIZATION REPORT FOR '.
009300     05  CU-HD-DATE              PIC 9(08).
009400     05  FILLER                  PIC X(10)   VALUE SPACES.
009500 01  CU-FLEET-LINE.
009600     05  FILLER                  PIC X(17)
009700         VALUE 'CARTS IN SERVICE '.
009800     05  CU-FL-IN                PIC ZZ9.
009900     05  FILLER                  PIC X(19)
010000         VALUE '   OUT OF SERVICE '.
010100     05  CU-FL-OUT               PIC ZZ9.
010200     05  FILLER                  PIC X(04)   VALUE SPACES.
010300 01  CU-COLUMN-LINE.
010400     05  FILLER                  PIC X(46)   VALUE
010500         'HOUR    OUT  PEAK  UTIL  WALKED'.
010600 01  CU-DETAIL-LINE.
010700     05  CU-DL-HOUR              PIC X(04).
010800     05  CU-DL-HOUR-N REDEFINES CU-DL-HOUR.
010900         10  CU-DL-HH            PIC 9(02).
011000         10  CU-DL-MM            PIC 9(02).
011100     05  FILLER                  PIC X(03)   VALUE SPACES.
011200     05  CU-DL-OUT               PIC ZZZ9.
011300     05  FILLER                  PIC X(02)   VALUE SPACES.
011400     05  CU-DL-PEAK              PIC ZZZ9.
011500     05  FILLER                  PIC X(02)   VALUE SPACES.
011600     05  CU-DL-UTIL              PIC ZZZ9.
011700     05  FILLER                  PIC X(01)   VALUE '%'.
011800     05  FILLER                  PIC X(03)   VALUE SPACES.
011900     05  CU-DL-WALKED            PIC ZZZ9.
012000     05  FILLER                  PIC X(15)   VALUE SPACES.
012100 01  CU-NOTE-LINE.
012200     05  FILLER                  PIC X(46)   VALUE
012300         'PEAK = MOST CARTS OUT AT ONCE, 4:30 PER ROUND'.
012400 01  CU-OOS-HEAD.
012500     05  FILLER                  PIC X(46)   VALUE
012600         'CARTS OUT OF SERVICE'.
012700 01  CU-OOS-COLUMN.
012800     05  FILLER                  PIC X(46)   VALUE
012900         'CART  SINCE     REASON'.
013000 01  CU-OOS-LINE.
013100     05  CU-OL-CART              PIC X(04).
013200     05  FILLER                  PIC X(02)   VALUE SPACES.
013300     05  CU-OL-DATE              PIC X(08).
013400     05  FILLER                  PIC X(02)   VALUE SPACES.
013500     05  CU-OL-REASON            PIC X(30).
013600 01  CU-NONE-LINE.
013700     05  FILLER                  PIC X(46)   VALUE
013800         'NONE'.
013900 01  CU-WORK-LINE                PIC X(46).
014000 COPY GCPRPAGE.
014100 PROCEDURE DIVISION.
014200******************************************************************
014300*  0000-MAINLINE - CONTROL THE REPORT RUN                        *
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     PERFORM 2000-SCAN-DAY THRU 2000-EXIT.
014800     PERFORM 3000-HOUR-REPORT THRU 3000-EXIT.
014900     PERFORM 4000-FLEET-LIST THRU 4000-EXIT.
015000     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
015100     GOBACK.
015200******************************************************************
015300*  1000-INITIALIZE - ARGUMENTS, FLEET, FILE OPENS AND HEADINGS   *
015400******************************************************************
015500 1000-INITIALIZE.
015600     MOVE ZERO TO CU-DAY-OUT
015700                  CU-DAY-WALKED
015800                  CU-DAY-PEAK
015900                  CU-START-COUNT
016000                  PP-LINE-COUNT.
016100     MOVE SPACES TO PP-PAGE-BODY.
016200     PERFORM 1100-CLEAR-HOUR THRU 1100-EXIT
016300         VARYING CU-HOUR-SUB FROM 1 BY 1
016400         UNTIL CU-HOUR-SUB > 24.
016500     ACCEPT CU-ARG-COUNT FROM ARGUMENT-NUMBER.
016600     IF CU-ARG-COUNT > 0
016700         DISPLAY 1 UPON ARGUMENT-NUMBER
016800         ACCEPT CU-ARG-AREA FROM ARGUMENT-VALUE
016900         MOVE CU-ARG-DATE TO CU-PLAY-DATE
017000     ELSE
017100         ACCEPT CU-PLAY-DATE FROM DATE YYYYMMDD.
017200     PERFORM 1500-LOAD-FLEET THRU 1500-EXIT.
017300     OPEN INPUT TEE-SHEET.
017400     IF CU-SHEET-STATUS NOT = '00'
017500         DISPLAY 'GC345E TEE-SHEET OPEN FAILED, STATUS '
017600             CU-SHEET-STATUS
017700             UPON OPERATOR-CONSOLE
017800         MOVE 16 TO RETURN-CODE
017900         GOBACK.
018000     MOVE CU-PLAY-DATE TO CU-HD-DATE.
018100     MOVE CU-HEAD-LINE-1 TO CU-WORK-LINE.
018200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
018300     MOVE CU-FLEET-SIZE TO CU-FL-IN.
018400     MOVE CU-OOS-COUNT TO CU-FL-OUT.
018500     MOVE CU-FLEET-LINE TO CU-WORK-LINE.
018600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
018700     MOVE SPACES TO CU-WORK-LINE.
018800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
018900     MOVE CU-COLUMN-LINE TO CU-WORK-LINE.
019000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300 1100-CLEAR-HOUR.
019400     MOVE ZERO TO CU-HR-OUT (CU-HOUR-SUB)
019500                  CU-HR-WALKED (CU-HOUR-SUB).
019600 1100-EXIT.
019700     EXIT.
019800******************************************************************
019900*  1500-LOAD-FLEET - COUNT CARTS IN SERVICE, TABLE THE REST      *
020000*                                                                *
020100*  WITHOUT A CARTFLT FILE THE HOURS STILL PRINT, WITH NO         *
020200*  PERCENTAGE AND NO OUT-OF-SERVICE LIST.                        *
020300******************************************************************
020400 1500-LOAD-FLEET.
020500     MOVE ZERO TO CU-FLEET-SIZE
020600                  CU-OOS-COUNT.
020700     MOVE 'N' TO CU-CART-EOF-SW.
020800     OPEN INPUT CART-FLEET.
020900     IF CU-CARTFLT-STATUS = '35'
021000         DISPLAY 'GC345I NO CARTFLT FILE, FLEET SIZE NOT KNOWN'
021100         GO TO 1500-EXIT.
021200     IF CU-CARTFLT-STATUS NOT = '00'
021300         DISPLAY 'GC345E CARTFLT OPEN FAILED, STATUS '
021400             CU-CARTFLT-STATUS
021500             UPON OPERATOR-CONSOLE
021600         MOVE 16 TO RETURN-CODE
021700         GOBACK.
021800     PERFORM 1510-READ-CART THRU 1510-EXIT.
021900     PERFORM 1520-TABLE-CART THRU 1520-EXIT
022000         UNTIL CU-END-OF-CARTS.
022100     CLOSE CART-FLEET.
022200 1500-EXIT.
022300     EXIT.
022400 1510-READ-CART.
022500     READ CART-FLEET INTO CART-FLEET-RECORD
022600         AT END MOVE 'Y' TO CU-CART-EOF-SW.
022700     IF CU-CARTFLT-STATUS NOT = '00'
022800         MOVE 'Y' TO CU-CART-EOF-SW.
022900 1510-EXIT.
023000     EXIT.
023100 1520-TABLE-CART.
023200     IF NOT CF-CART-ENTRY
023300         GO TO 1520-NEXT.
023400     IF CF-IN-SERVICE
023500         ADD 1 TO CU-FLEET-SIZE
023600         GO TO 1520-NEXT.
023700     IF NOT CF-OUT-OF-SERVICE
023800         DISPLAY 'GC345W CART ' CF-CART-NUMBER
023900             ' STATUS NOT I OR O, IGNORED'
024000         GO TO 1520-NEXT.
024100     IF CU-OOS-COUNT = 100
024200         DISPLAY 'GC345W OUT-OF-SERVICE TABLE FULL, CART '
024300             CF-CART-NUMBER ' NOT LISTED'
024400         GO TO 1520-NEXT.
024500     ADD 1 TO CU-OOS-COUNT.
024600     MOVE CF-CART-NUMBER TO CU-OS-CART (CU-OOS-COUNT).
024700     MOVE CF-OUT-DATE-X TO CU-OS-DATE (CU-OOS-COUNT).
024800     MOVE CF-OUT-REASON TO CU-OS-REASON (CU-OOS-COUNT).
024900 1520-NEXT.
025000     PERFORM 1510-READ-CART THRU 1510-EXIT.
025100 1520-EXIT.
025200     EXIT.
025300******************************************************************
025400*  2000-SCAN-DAY - TALLY CARTS OUT AND WALKERS BY HOUR           *
025500*                                                                *
025600*  A SLOT BOOKED OR PLAYED HOLDS A CART WHEN ITS CART FLAG IS    *
025700*  'Y', OR WHEN IT WAS BOOKED BEFORE THE FLEET FILE (NO FLAG)    *
025800*  AND CHARGED A CART FEE.  NO-SHOWS AND WEATHER CANCELLATIONS   *
025900*  TOOK NO CART.                                                 *
026000******************************************************************
026100 2000-SCAN-DAY.
026200     MOVE 'N' TO CU-SCAN-SW.
026300     MOVE CU-PLAY-DATE TO TS-PLAY-DATE.
026400     MOVE ZERO TO TS-TEE-TIME
026500                  TS-SLOT-NUMBER.
026600     START TEE-SHEET KEY NOT LESS THAN TS-KEY
026700         INVALID KEY MOVE 'Y' TO CU-SCAN-SW
026800     END-START.
026900     PERFORM 2100-SCAN-ONE-SLOT THRU 2100-EXIT
027000         UNTIL CU-SCAN-DONE.
027100 2000-EXIT.
027200     EXIT.
027300 2100-SCAN-ONE-SLOT.
027400     READ TEE-SHEET NEXT
027500         AT END
027600             MOVE 'Y' TO CU-SCAN-SW
027700             GO TO 2100-EXIT
027800     END-READ.
027900     IF CU-SHEET-STATUS NOT = '00'
028000         MOVE 'Y' TO CU-SCAN-SW
028100         GO TO 2100-EXIT.
028200     IF TS-PLAY-DATE NOT = CU-PLAY-DATE
028300         MOVE 'Y' TO CU-SCAN-SW
028400         GO TO 2100-EXIT.
028500     IF TS-CANCELLED
028600         GO TO 2100-EXIT.
028700     DIVIDE TS-TEE-TIME BY 100
028800         GIVING CU-WORK-HOURS REMAINDER CU-WORK-MINS.
028900     ADD 1 CU-WORK-HOURS GIVING CU-HOUR-SUB.
029000     IF CU-HOUR-SUB < 1 OR CU-HOUR-SUB > 24
029100         GO TO 2100-EXIT.
029200     IF TS-CART-DENIED
029300         ADD 1 TO CU-HR-WALKED (CU-HOUR-SUB)
029400                  CU-DAY-WALKED
029500         GO TO 2100-EXIT.
029600     IF NOT TS-BOOKED AND NOT TS-PLAYED
029700         GO TO 2100-EXIT.
029800     IF TS-CART-SW = SPACE AND TS-CART-FEE > ZERO
029900         MOVE 'Y' TO TS-CART-SW.
030000     IF NOT TS-CART-ALLOCATED
030100         GO TO 2100-EXIT.
030200     ADD 1 TO CU-HR-OUT (CU-HOUR-SUB)
030300              CU-DAY-OUT.
030400     IF CU-START-COUNT = 400
030500         DISPLAY 'GC345W START TABLE FULL, ' TS-TEE-TIME
030600             ' NOT IN PEAK'
030700         GO TO 2100-EXIT.
030800     ADD 1 TO CU-START-COUNT.
030900     COMPUTE CU-START-ENTRY (CU-START-COUNT) =
031000         CU-WORK-HOURS * 60 + CU-WORK-MINS.
031100 2100-EXIT.
031200     EXIT.
031300******************************************************************
031400*  3000-HOUR-REPORT - ONE LINE PER HOUR WITH CARTS OR WALKERS    *
031500******************************************************************
031600 3000-HOUR-REPORT.
031700     PERFORM 3100-PRINT-HOUR THRU 3100-EXIT
031800         VARYING CU-HOUR-SUB FROM 1 BY 1
031900         UNTIL CU-HOUR-SUB > 24.
032000     MOVE 'DAY ' TO CU-DL-HOUR.
032100     MOVE CU-DAY-OUT TO CU-DL-OUT.
032200     MOVE CU-DAY-PEAK TO CU-DL-PEAK.
032300     MOVE CU-DAY-PEAK TO CU-PEAK.
032400     PERFORM 3300-UTILIZATION THRU 3300-EXIT.
032500     MOVE CU-DAY-WALKED TO CU-DL-WALKED.
032600     MOVE CU-DETAIL-LINE TO CU-WORK-LINE.
032700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
032800     MOVE SPACES TO CU-WORK-LINE.
032900     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
033000     MOVE CU-NOTE-LINE TO CU-WORK-LINE.
033100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
033200 3000-EXIT.
033300     EXIT.
033400******************************************************************
033500*  3100-PRINT-HOUR - PEAK IS TAKEN AT THE TOP OF THE HOUR AND   *
033600*  AT EACH CART START INSIDE IT, THE ONLY TIMES THE COUNT RISES  *
033700******************************************************************
033800 3100-PRINT-HOUR.
033900     COMPUTE CU-HOUR-FROM = (CU-HOUR-SUB - 1) * 60.
034000     COMPUTE CU-HOUR-TO = CU-HOUR-FROM + 59.
034100     MOVE ZERO TO CU-PEAK.
034200     MOVE CU-HOUR-FROM TO CU-POINT.
034300     PERFORM 3200-COUNT-AT-POINT THRU 3200-EXIT.
034400     PERFORM 3150-TRY-START THRU 3150-EXIT
034500         VARYING CU-START-SUB FROM 1 BY 1
034600         UNTIL CU-START-SUB > CU-START-COUNT.
034700     IF CU-HR-OUT (CU-HOUR-SUB) = 0
034800             AND CU-HR-WALKED (CU-HOUR-SUB) = 0
034900             AND CU-PEAK = 0
035000         GO TO 3100-EXIT.
035100     IF CU-PEAK > CU-DAY-PEAK
035200         MOVE CU-PEAK TO CU-DAY-PEAK.
035300     COMPUTE CU-WORK-HOURS = CU-HOUR-SUB - 1.
035400     MOVE CU-WORK-HOURS TO CU-DL-HH.
035500     MOVE ZERO TO CU-DL-MM.
035600     MOVE CU-HR-OUT (CU-HOUR-SUB) TO CU-DL-OUT.
035700     MOVE CU-PEAK TO CU-DL-PEAK.
035800     PERFORM 3300-UTILIZATION THRU 3300-EXIT.
035900     MOVE CU-HR-WALKED (CU-HOUR-SUB) TO CU-DL-WALKED.
036000     MOVE CU-DETAIL-LINE TO CU-WORK-LINE.
036100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
036200 3100-EXIT.
036300     EXIT.
036400 3150-TRY-START.
036500     IF CU-START-ENTRY (CU-START-SUB) NOT > CU-HOUR-FROM
036600             OR CU-START-ENTRY (CU-START-SUB) > CU-HOUR-TO
036700         GO TO 3150-EXIT.
036800     MOVE CU-START-ENTRY (CU-START-SUB) TO CU-POINT.
036900     PERFORM 3200-COUNT-AT-POINT THRU 3200-EXIT.
037000 3150-EXIT.
037100     EXIT.
037200 3200-COUNT-AT-POINT.
037300     MOVE ZERO TO CU-IN-USE.
037400     PERFORM 3250-COUNT-ONE THRU 3250-EXIT
037500         VARYING CU-COUNT-SUB FROM 1 BY 1
037600         UNTIL CU-COUNT-SUB > CU-START-COUNT.
037700     IF CU-IN-USE > CU-PEAK
037800         MOVE CU-IN-USE TO CU-PEAK.
037900 3200-EXIT.
038000     EXIT.
038100 3250-COUNT-ONE.
038200     IF CU-START-ENTRY (CU-COUNT-SUB) NOT > CU-POINT
038300             AND CU-START-ENTRY (CU-COUNT-SUB) >
038400             CU-POINT - CU-ROUND-MINUTES
038500         ADD 1 TO CU-IN-USE.
038600 3250-EXIT.
038700     EXIT.
038800 3300-UTILIZATION.
038900     IF CU-FLEET-SIZE = 0
039000         MOVE ZERO TO CU-UTIL-PCT
039100     ELSE
039200         COMPUTE CU-UTIL-PCT ROUNDED =
039300             CU-PEAK * 100 / CU-FLEET-SIZE.
039400     MOVE CU-UTIL-PCT TO CU-DL-UTIL.
039500 3300-EXIT.
039600     EXIT.
039700******************************************************************
039800*  4000-FLEET-LIST - CARTS OUT OF SERVICE, THEN PRINT THE REST   *
039900******************************************************************
040000 4000-FLEET-LIST.
040100     MOVE SPACES TO CU-WORK-LINE.
040200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
040300     MOVE CU-OOS-HEAD TO CU-WORK-LINE.
040400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
040500     IF CU-OOS-COUNT = 0
040600         MOVE CU-NONE-LINE TO CU-WORK-LINE
040700         PERFORM 8600-EMIT-LINE THRU 8600-EXIT
040800         GO TO 4000-PRINT.
040900     MOVE CU-OOS-COLUMN TO CU-WORK-LINE.
041000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
041100     PERFORM 4100-PRINT-CART THRU 4100-EXIT
041200         VARYING CU-OOS-SUB FROM 1 BY 1
041300         UNTIL CU-OOS-SUB > CU-OOS-COUNT.
041400 4000-PRINT.
041500     IF PP-LINE-COUNT > 0
041600         CALL 'GCPRINT' USING PRINT-PAGE.
041700 4000-EXIT.
041800     EXIT.
041900 4100-PRINT-CART.
042000     MOVE CU-OS-CART (CU-OOS-SUB) TO CU-OL-CART.
042100     MOVE CU-OS-DATE (CU-OOS-SUB) TO CU-OL-DATE.
042200     MOVE CU-OS-REASON (CU-OOS-SUB) TO CU-OL-REASON.
042300     MOVE CU-OOS-LINE TO CU-WORK-LINE.
042400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
042500 4100-EXIT.
042600     EXIT.
042700******************************************************************
042800*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
042900******************************************************************
043000 8600-EMIT-LINE.
043100     IF PP-LINE-COUNT NOT < 22
043200         CALL 'GCPRINT' USING PRINT-PAGE.
043300     ADD 1 TO PP-LINE-COUNT.
043400     MOVE CU-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
043500 8600-EXIT.
043600     EXIT.
043700******************************************************************
043800*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
043900******************************************************************
044000 9000-WRAP-UP.
044100     CLOSE TEE-SHEET.
044200     DISPLAY 'GC345I CARTS IN SERVICE  ' CU-FLEET-SIZE.
044300     DISPLAY 'GC345I CARTS SENT OUT    ' CU-DAY-OUT.
044400     DISPLAY 'GC345I PEAK CARTS OUT    ' CU-DAY-PEAK.
044500     DISPLAY 'GC345I WALKED FLEET FULL ' CU-DAY-WALKED.
044600 9000-EXIT.
044700     EXIT.
