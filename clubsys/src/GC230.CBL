000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC230.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-09-23.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC230 - MEMBERSHIP DUES ASSESSMENT                            *
000900*                                                                *
001000*  RUN ONCE A MONTH AHEAD OF THE GC200 STATEMENT RUN.  ARGUMENT  *
001100*  1 IS THE ASSESSMENT DATE; THE BILLING MONTH IS TAKEN FROM     *
001200*  ITS FIRST SIX DIGITS.  PASSES PLAYER-MASTER AND, FOR EVERY    *
001300*  ACTIVE OR SUSPENDED MEMBER WHOSE CATEGORY BILLS THIS MONTH    *
001400*  UNDER ITS CATTAB FREQUENCY AND ANCHOR MONTH, ADDS THE         *
001500*  CATEGORY DUES TO MB-DUES-CYCLE ON THE MEMBER BALANCE FILE.    *
001600*  GC200 THEN PRINTS THE DUES AS THEIR OWN STATEMENT LINE.       *
001700*                                                                *
001800*  THE BILLED MONTH IS STAMPED IN MB-DUES-PERIOD, SO A RERUN     *
001900*  FOR THE SAME MONTH SKIPS MEMBERS ALREADY ASSESSED.  MEMBERS   *
002000*  WITH NO CATEGORY OR A CATEGORY NOT ON CATTAB ARE LISTED AS    *
002100*  EXCEPTIONS AND NOT BILLED.  THE DUES REGISTER PRINTS          *
002200*  THROUGH THE GCPRINT ENGINE WITH A TOTAL AT THE END.           *
002300*                                                                *
002400*  MODIFICATION HISTORY                                         *
002500*  2026-09-23  RJM  NEW PROGRAM                                  *
002550*  2026-10-15  RJM  PLAYRMST CLOSED WHEN THE MBRBAL OPEN FAILS   *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     CONSOLE IS OPERATOR-CONSOLE.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CATEGORY-TABLE ASSIGN TO "CATTAB"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS DU-CATTAB-STATUS.
003600     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS PM-MEMBER-NUMBER
004000         FILE STATUS IS DU-PLAYER-STATUS.
004100     SELECT MEMBER-BALANCE ASSIGN TO "MBRBAL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS MB-MEMBER-NUMBER
004500         FILE STATUS IS DU-BALANCE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CATEGORY-TABLE.
004900 01  CATEGORY-TABLE-REC          PIC X(80).
005000 FD  PLAYER-MASTER.
005100 COPY GCPLAYER.
005200 FD  MEMBER-BALANCE.
005300 COPY GCMBRBAL.
005400 WORKING-STORAGE SECTION.
005500 77  DU-CATTAB-STATUS            PIC X(02).
005600 77  DU-PLAYER-STATUS            PIC X(02).
005700 77  DU-BALANCE-STATUS           PIC X(02).
005800 77  DU-ARG-COUNT                PIC 9(03)   COMP.
005900 77  DU-ASSESS-DATE              PIC 9(08).
006000 77  DU-ASSESS-MONTH             PIC 9(06).
006100 77  DU-MONTH-OF-YEAR            PIC 9(02).
006200 77  DU-CAT-EOF-SW               PIC X(01)   VALUE 'N'.
006300     88  DU-END-OF-CATEGORIES                VALUE 'Y'.
006400 77  DU-MAST-EOF-SW              PIC X(01)   VALUE 'N'.
006500     88  DU-END-OF-MASTER                    VALUE 'Y'.
006600 77  DU-NEW-BAL-SW               PIC X(01)   VALUE 'N'.
006700     88  DU-NEW-BALANCE                      VALUE 'Y'.
006800 77  DU-CAT-SUB                  PIC S9(04)  COMP.
006900 77  DU-CAT-FOUND                PIC S9(04)  COMP.
007000 77  DU-PERIOD-MONTHS            PIC S9(04)  COMP.
007100 77  DU-MONTH-DIFF               PIC S9(04)  COMP.
007200 77  DU-WORK-QUOT                PIC S9(04)  COMP.
007300 77  DU-WORK-REM                 PIC S9(04)  COMP.
007400 77  DU-MEMBERS-READ             PIC 9(05)   COMP.
007500 77  DU-MEMBERS-BILLED           PIC 9(05)   COMP.
007600 77  DU-ALREADY-BILLED           PIC 9(05)   COMP.
007700 77  DU-NOT-DUE                  PIC 9(05)   COMP.
007800 77  DU-EXCEPTIONS               PIC 9(05)   COMP.
007900 77  DU-DUES-TOTAL               PIC S9(09)V99   COMP-3.
008000 77  DU-DUES-EDIT                PIC ZZZZZZZZ9.99.
008100 77  DU-EXCEPTION-REASON         PIC X(20).
008200 01  DU-ARG-AREA.
008300     05  DU-ARG-DATE             PIC 9(08).
008400     05  FILLER                  PIC X(72).
008500 01  DU-CATEGORY-TABLE.
008600     05  DU-CAT-COUNT            PIC 9(02)   COMP.
008700     05  DU-CAT-ENTRY            OCCURS 20 TIMES.
008800         10  DU-CT-CODE          PIC X(02).
008900         10  DU-CT-DESC          PIC X(20).
009000         10  DU-CT-DUES          PIC S9(05)V99   COMP-3.
009100         10  DU-CT-FREQUENCY     PIC X(01).
009200         10  DU-CT-BILL-MONTH    PIC 9(02).
009300 01  DU-HEAD-LINE-1.
009400     05  FILLER                  PIC X(30)
009500         VALUE 'MEMBERSHIP DUES REGISTER FOR '.
009600     05  DU-HD-MONTH             PIC 9(06).
009700     05  FILLER                  PIC X(10)   VALUE SPACES.
009800 01  DU-COLUMN-LINE.
009900     05  FILLER                  PIC X(46)   VALUE
010000         'MEMBER CT DESCRIPTION              DUES'.
010100 01  DU-DETAIL-LINE.
010200     05  DU-DL-MEMBER            PIC 9(06).
010300     05  FILLER                  PIC X(01)   VALUE SPACE.
010400     05  DU-DL-CATEGORY          PIC X(02).
010500     05  FILLER                  PIC X(01)   VALUE SPACE.
010600     05  DU-DL-DESC              PIC X(20).
010700     05  FILLER                  PIC X(03)   VALUE SPACES.
010800     05  DU-DL-AMOUNT            PIC ZZZZ9.99.
010900     05  FILLER                  PIC X(05)   VALUE SPACES.
011000 01  DU-EXCEPT-LINE.
011100     05  DU-XL-MEMBER            PIC 9(06).
011200     05  FILLER                  PIC X(01)   VALUE SPACE.
011300     05  DU-XL-CATEGORY          PIC X(02).
011400     05  FILLER                  PIC X(01)   VALUE SPACE.
011500     05  DU-XL-REASON            PIC X(20).
011600     05  FILLER                  PIC X(03)   VALUE SPACES.
011700     05  FILLER                  PIC X(13)
011710         VALUE '** NOT BILLED'.
011800 01  DU-TOTAL-LINE.
011900     05  DU-TL-LABEL             PIC X(20).
012000     05  FILLER                  PIC X(13)   VALUE SPACES.
012100     05  DU-TL-AMOUNT            PIC ZZZZZZZ9.99-.
012200     05  FILLER                  PIC X(01)   VALUE SPACE.
012300 01  DU-WORK-LINE                PIC X(46).
012400 COPY GCCATTAB.
012500 COPY GCPRPAGE.
012600 PROCEDURE DIVISION.
012700******************************************************************
012800*  0000-MAINLINE - CONTROL THE ASSESSMENT RUN                    *
012900******************************************************************
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     PERFORM 2000-PASS-MASTER THRU 2000-EXIT.
013300     PERFORM 4000-REGISTER-TOTALS THRU 4000-EXIT.
013400     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
013500     GOBACK.
013600******************************************************************
013700*  1000-INITIALIZE - ARGUMENTS, CATEGORY TABLE AND FILE OPENS    *
013800******************************************************************
013900 1000-INITIALIZE.
014000     MOVE ZERO TO DU-MEMBERS-READ
014100                  DU-MEMBERS-BILLED
014200                  DU-ALREADY-BILLED
014300                  DU-NOT-DUE
014400                  DU-EXCEPTIONS
014500                  DU-DUES-TOTAL
014600                  PP-LINE-COUNT.
014700     MOVE SPACES TO PP-PAGE-BODY.
014800     ACCEPT DU-ARG-COUNT FROM ARGUMENT-NUMBER.
014900     IF DU-ARG-COUNT > 0
015000         DISPLAY 1 UPON ARGUMENT-NUMBER
015100         ACCEPT DU-ARG-AREA FROM ARGUMENT-VALUE
015200         MOVE DU-ARG-DATE TO DU-ASSESS-DATE
015300     ELSE
015400         ACCEPT DU-ASSESS-DATE FROM DATE YYYYMMDD.
015500     DIVIDE DU-ASSESS-DATE BY 100 GIVING DU-ASSESS-MONTH.
015600     DIVIDE DU-ASSESS-MONTH BY 100 GIVING DU-WORK-QUOT
015700         REMAINDER DU-MONTH-OF-YEAR.
015800     PERFORM 1500-LOAD-CATEGORY-TABLE THRU 1500-EXIT.
015900     IF DU-CAT-COUNT = 0
016000         DISPLAY 'GC230E NO CATEGORIES ON CATTAB, NO DUES'
016100             ' ASSESSED'
016200             UPON OPERATOR-CONSOLE
016300         MOVE 16 TO RETURN-CODE
016400         GOBACK.
016500     OPEN INPUT PLAYER-MASTER.
016600     IF DU-PLAYER-STATUS NOT = '00'
016700         DISPLAY 'GC230E PLAYER-MASTER OPEN FAILED, STATUS '
016800             DU-PLAYER-STATUS
016900             UPON OPERATOR-CONSOLE
017000         MOVE 16 TO RETURN-CODE
017100         GOBACK.
017200     OPEN I-O MEMBER-BALANCE.
017300     IF DU-BALANCE-STATUS = '35'
017400         OPEN OUTPUT MEMBER-BALANCE
017500         CLOSE MEMBER-BALANCE
017600         OPEN I-O MEMBER-BALANCE.
017700     IF DU-BALANCE-STATUS NOT = '00'
017800         DISPLAY 'GC230E MBRBAL OPEN FAILED, STATUS '
017900             DU-BALANCE-STATUS
018000             UPON OPERATOR-CONSOLE
018050         CLOSE PLAYER-MASTER
018100         MOVE 16 TO RETURN-CODE
018200         GOBACK.
018300     MOVE DU-ASSESS-MONTH TO DU-HD-MONTH.
018400     MOVE DU-HEAD-LINE-1 TO DU-WORK-LINE.
018500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
018600     MOVE DU-COLUMN-LINE TO DU-WORK-LINE.
018700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000******************************************************************
019100*  1500-LOAD-CATEGORY-TABLE - CATTAB CATEGORIES INTO STORE       *
019200******************************************************************
019300 1500-LOAD-CATEGORY-TABLE.
019400     MOVE ZERO TO DU-CAT-COUNT.
019500     MOVE 'N' TO DU-CAT-EOF-SW.
019600     OPEN INPUT CATEGORY-TABLE.
019700     IF DU-CATTAB-STATUS NOT = '00'
019800         DISPLAY 'GC230E CATTAB OPEN FAILED, STATUS '
019900             DU-CATTAB-STATUS
020000             UPON OPERATOR-CONSOLE
020100         GO TO 1500-EXIT.
020200     PERFORM 1510-READ-CATEGORY THRU 1510-EXIT.
020300     PERFORM 1520-TABLE-CATEGORY THRU 1520-EXIT
020400         UNTIL DU-END-OF-CATEGORIES.
020500     CLOSE CATEGORY-TABLE.
020600 1500-EXIT.
020700     EXIT.
020800 1510-READ-CATEGORY.
020900     READ CATEGORY-TABLE INTO CATEGORY-TABLE-RECORD
021000         AT END MOVE 'Y' TO DU-CAT-EOF-SW.
021100     IF DU-CATTAB-STATUS NOT = '00'
021200         MOVE 'Y' TO DU-CAT-EOF-SW.
021300 1510-EXIT.
021400     EXIT.
021500 1520-TABLE-CATEGORY.
021600     IF NOT CG-CATEGORY-ENTRY
021700             OR CG-CATEGORY-CODE = SPACES
021800         GO TO 1520-NEXT.
021900     IF CG-DUES-AMOUNT NOT NUMERIC
022000             OR CG-BILL-MONTH NOT NUMERIC
022100         DISPLAY 'GC230W CATTAB ' CG-CATEGORY-CODE
022200             ' DUES NOT NUMERIC, IGNORED'
022300         GO TO 1520-NEXT.
022400     IF DU-CAT-COUNT = 20
022500         DISPLAY 'GC230W CATEGORY TABLE FULL, '
022600             CG-CATEGORY-CODE ' IGNORED'
022700         GO TO 1520-NEXT.
022800     ADD 1 TO DU-CAT-COUNT.
022900     MOVE DU-CAT-COUNT TO DU-CAT-SUB.
023000     MOVE CG-CATEGORY-CODE TO DU-CT-CODE (DU-CAT-SUB).
023100     MOVE CG-DESCRIPTION TO DU-CT-DESC (DU-CAT-SUB).
023200     MOVE CG-DUES-AMOUNT TO DU-CT-DUES (DU-CAT-SUB).
023300     MOVE CG-BILL-FREQUENCY TO DU-CT-FREQUENCY (DU-CAT-SUB).
023400     MOVE CG-BILL-MONTH TO DU-CT-BILL-MONTH (DU-CAT-SUB).
023500 1520-NEXT.
023600     PERFORM 1510-READ-CATEGORY THRU 1510-EXIT.
023700 1520-EXIT.
023800     EXIT.
023900******************************************************************
024000*  2000-PASS-MASTER - ASSESS EVERY MEMBER IN KEY ORDER           *
024100******************************************************************
024200 2000-PASS-MASTER.
024300     MOVE ZERO TO PM-MEMBER-NUMBER.
024400     START PLAYER-MASTER KEY NOT LESS THAN PM-MEMBER-NUMBER
024500         INVALID KEY MOVE 'Y' TO DU-MAST-EOF-SW
024600     END-START.
024700     PERFORM 2100-ASSESS-ONE-MEMBER THRU 2100-EXIT
024800         UNTIL DU-END-OF-MASTER.
024900 2000-EXIT.
025000     EXIT.
025100 2100-ASSESS-ONE-MEMBER.
025200     READ PLAYER-MASTER NEXT
025300         AT END
025400             MOVE 'Y' TO DU-MAST-EOF-SW
025500             GO TO 2100-EXIT
025600     END-READ.
025700     IF DU-PLAYER-STATUS NOT = '00'
025800         MOVE 'Y' TO DU-MAST-EOF-SW
025900         GO TO 2100-EXIT.
026000     ADD 1 TO DU-MEMBERS-READ.
026100     IF PM-INACTIVE
026200         GO TO 2100-EXIT.
026300     IF PM-MEMBER-CATEGORY = SPACES
026400         MOVE 'NO CATEGORY ON FILE ' TO DU-EXCEPTION-REASON
026500         PERFORM 8000-LIST-EXCEPTION THRU 8000-EXIT
026600         GO TO 2100-EXIT.
026700     MOVE ZERO TO DU-CAT-FOUND.
026800     PERFORM 2150-MATCH-CATEGORY THRU 2150-EXIT
026900         VARYING DU-CAT-SUB FROM 1 BY 1
027000         UNTIL DU-CAT-SUB > DU-CAT-COUNT
027100            OR DU-CAT-FOUND > 0.
027200     IF DU-CAT-FOUND = 0
027300         MOVE 'CATEGORY NOT ON TABLE' TO DU-EXCEPTION-REASON
027400         PERFORM 8000-LIST-EXCEPTION THRU 8000-EXIT
027500         GO TO 2100-EXIT.
027600     PERFORM 2200-CHECK-BILLING-MONTH THRU 2200-EXIT.
027700     IF DU-PERIOD-MONTHS = 0
027800         ADD 1 TO DU-NOT-DUE
027900         GO TO 2100-EXIT.
028000     PERFORM 2300-FETCH-BALANCE THRU 2300-EXIT.
028100     IF MB-DUES-PERIOD = DU-ASSESS-MONTH
028200         ADD 1 TO DU-ALREADY-BILLED
028300         GO TO 2100-EXIT.
028400     PERFORM 2400-POST-DUES THRU 2400-EXIT.
028500 2100-EXIT.
028600     EXIT.
028700 2150-MATCH-CATEGORY.
028800     IF DU-CT-CODE (DU-CAT-SUB) = PM-MEMBER-CATEGORY
028900         MOVE DU-CAT-SUB TO DU-CAT-FOUND.
029000 2150-EXIT.
029100     EXIT.
029200******************************************************************
029300*  2200-CHECK-BILLING-MONTH - DOES THE CATEGORY BILL THIS MONTH  *
029400*                                                                *
029500*  THE CYCLE RUNS FROM THE CATEGORY'S ANCHOR MONTH IN STEPS OF   *
029600*  ITS BILLING PERIOD.  DU-PERIOD-MONTHS COMES BACK ZERO WHEN    *
029700*  NOTHING IS DUE THIS MONTH OR THE CATEGORY CARRIES NO DUES.    *
029800******************************************************************
029900 2200-CHECK-BILLING-MONTH.
030000     EVALUATE DU-CT-FREQUENCY (DU-CAT-FOUND)
030100         WHEN 'M'
030200             MOVE 1 TO DU-PERIOD-MONTHS
030300         WHEN 'Q'
030400             MOVE 3 TO DU-PERIOD-MONTHS
030500         WHEN 'S'
030600             MOVE 6 TO DU-PERIOD-MONTHS
030700         WHEN 'A'
030800             MOVE 12 TO DU-PERIOD-MONTHS
030900         WHEN OTHER
031000             MOVE 0 TO DU-PERIOD-MONTHS
031100     END-EVALUATE.
031200     IF DU-PERIOD-MONTHS = 0
031300             OR DU-CT-DUES (DU-CAT-FOUND) = ZERO
031400         MOVE 0 TO DU-PERIOD-MONTHS
031500         GO TO 2200-EXIT.
031600     IF DU-CT-BILL-MONTH (DU-CAT-FOUND) < 1
031700             OR DU-CT-BILL-MONTH (DU-CAT-FOUND) > 12
031800         COMPUTE DU-MONTH-DIFF = DU-MONTH-OF-YEAR + 11
031900     ELSE
032000         COMPUTE DU-MONTH-DIFF = DU-MONTH-OF-YEAR + 12
032100             - DU-CT-BILL-MONTH (DU-CAT-FOUND).
032200     DIVIDE DU-MONTH-DIFF BY DU-PERIOD-MONTHS
032300         GIVING DU-WORK-QUOT REMAINDER DU-WORK-REM.
032400     IF DU-WORK-REM NOT = 0
032500         MOVE 0 TO DU-PERIOD-MONTHS.
032600 2200-EXIT.
032700     EXIT.
032800 2300-FETCH-BALANCE.
032900     MOVE 'N' TO DU-NEW-BAL-SW.
033000     MOVE PM-MEMBER-NUMBER TO MB-MEMBER-NUMBER.
033100     READ MEMBER-BALANCE
033200         INVALID KEY
033300             MOVE 'Y' TO DU-NEW-BAL-SW
033400             MOVE SPACES TO MEMBER-BALANCE-RECORD
033500             MOVE PM-MEMBER-NUMBER TO MB-MEMBER-NUMBER
033600             MOVE ZERO TO MB-LAST-STMT-DATE
033700                          MB-BAL-CURRENT
033800                          MB-BAL-30-DAY
033900                          MB-BAL-60-DAY
034000                          MB-BAL-90-DAY
034100                          MB-PAYMENTS-CYCLE
034200                          MB-DUES-CYCLE
034300                          MB-DUES-PERIOD
034400     END-READ.
034500 2300-EXIT.
034600     EXIT.
034700******************************************************************
034800*  2400-POST-DUES - ACCUMULATE THE DUES AND LIST THE MEMBER      *
034900******************************************************************
035000 2400-POST-DUES.
035100     ADD DU-CT-DUES (DU-CAT-FOUND) TO MB-DUES-CYCLE.
035200     MOVE DU-ASSESS-MONTH TO MB-DUES-PERIOD.
035300     IF DU-NEW-BALANCE
035400         WRITE MEMBER-BALANCE-RECORD
035500     ELSE
035600         REWRITE MEMBER-BALANCE-RECORD.
035700     IF DU-BALANCE-STATUS NOT = '00'
035800         DISPLAY 'GC230E MBRBAL WRITE FAILED, STATUS '
035900             DU-BALANCE-STATUS ' MEMBER ' MB-MEMBER-NUMBER
036000             UPON OPERATOR-CONSOLE
036100         MOVE 16 TO RETURN-CODE
036200         GOBACK.
036300     ADD 1 TO DU-MEMBERS-BILLED.
036400     ADD DU-CT-DUES (DU-CAT-FOUND) TO DU-DUES-TOTAL.
036500     MOVE PM-MEMBER-NUMBER TO DU-DL-MEMBER.
036600     MOVE PM-MEMBER-CATEGORY TO DU-DL-CATEGORY.
036700     MOVE DU-CT-DESC (DU-CAT-FOUND) TO DU-DL-DESC.
036800     MOVE DU-CT-DUES (DU-CAT-FOUND) TO DU-DL-AMOUNT.
036900     MOVE DU-DETAIL-LINE TO DU-WORK-LINE.
037000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
037100 2400-EXIT.
037200     EXIT.
037300******************************************************************
037400*  4000-REGISTER-TOTALS - BILLED COUNT AND DUES TOTAL            *
037500******************************************************************
037600 4000-REGISTER-TOTALS.
037700     MOVE SPACES TO DU-WORK-LINE.
037800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
037900     MOVE 'TOTAL DUES ASSESSED ' TO DU-TL-LABEL.
038000     MOVE DU-DUES-TOTAL TO DU-TL-AMOUNT.
038100     MOVE DU-TOTAL-LINE TO DU-WORK-LINE.
038200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
038800     IF PP-LINE-COUNT > 0
038900         CALL 'GCPRINT' USING PRINT-PAGE.
039000 4000-EXIT.
039100     EXIT.
039200******************************************************************
039300*  8000-LIST-EXCEPTION - MEMBER WHO CANNOT BE BILLED             *
039400******************************************************************
039500 8000-LIST-EXCEPTION.
039600     ADD 1 TO DU-EXCEPTIONS.
039700     DISPLAY 'GC230R ' PM-MEMBER-NUMBER ' ' PM-MEMBER-CATEGORY
039800         ' ' DU-EXCEPTION-REASON.
039900     MOVE PM-MEMBER-NUMBER TO DU-XL-MEMBER.
040000     MOVE PM-MEMBER-CATEGORY TO DU-XL-CATEGORY.
040100     MOVE DU-EXCEPTION-REASON TO DU-XL-REASON.
040200     MOVE DU-EXCEPT-LINE TO DU-WORK-LINE.
040300     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
040400 8000-EXIT.
040500     EXIT.
040600******************************************************************
040700*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
040800******************************************************************
040900 8600-EMIT-LINE.
041000     IF PP-LINE-COUNT NOT < 22
041100         CALL 'GCPRINT' USING PRINT-PAGE.
041200     ADD 1 TO PP-LINE-COUNT.
041300     MOVE DU-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
041400 8600-EXIT.
041500     EXIT.
041600******************************************************************
041700*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
041800******************************************************************
041900 9000-WRAP-UP.
042000     CLOSE PLAYER-MASTER
042100           MEMBER-BALANCE.
042200     MOVE DU-DUES-TOTAL TO DU-DUES-EDIT.
042300     DISPLAY 'GC230I BILLING MONTH         ' DU-ASSESS-MONTH.
042400     DISPLAY 'GC230I MEMBERS READ          ' DU-MEMBERS-READ.
042500     DISPLAY 'GC230I MEMBERS BILLED        ' DU-MEMBERS-BILLED.
042600     DISPLAY 'GC230I ALREADY BILLED        ' DU-ALREADY-BILLED.
042700     DISPLAY 'GC230I NOT DUE THIS MONTH    ' DU-NOT-DUE.
042800     DISPLAY 'GC230I EXCEPTIONS            ' DU-EXCEPTIONS.
042900     DISPLAY 'GC230I DUES ASSESSED         ' DU-DUES-EDIT.
043000 9000-EXIT.
043100     EXIT.
