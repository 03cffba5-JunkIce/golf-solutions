000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC015.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-09-09.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC015 - DAILY STARTER SHEET                                   *
000900*                                                                *
001000*  PRINTS THE STARTER'S SHEET FOR THE PLAY DATE IN ARGUMENT 1    *
001100*  OFF THE TEE SHEET.  EVERY TEE TIME ON THE SHEET FOR THE DATE  *
001200*  GETS ALL FOUR SLOT POSITIONS: THE MEMBER'S NAME FROM THE      *
001300*  PLAYER MASTER WITH THE CURRENT HANDICAP INDEX, OR FOR A       *
001400*  GUEST SLOT THE GUEST'S NAME AND THE SPONSORING MEMBER, AND    *
001500*  WHETHER A CART FEE WAS CHARGED.  OFFER-HELD, CANCELLED AND    *
001600*  WEATHER-CANCELLED SLOTS PRINT AS OPEN.  BLANK START, TURN     *
001700*  AND FINISH COLUMNS ARE LEFT FOR THE STARTER TO WRITE IN;      *
001800*  THE TIMES ARE KEYED BACK LATER AS GC010 TYPE 'T' POSTINGS.    *
001900*  PRINTS THROUGH THE GCPRINT ENGINE.  RUN AS A GC900 WINDOW     *
002000*  STEP AHEAD OF THE COURSE-OPEN JOB.                            *
002100*                                                                *
002200*  MODIFICATION HISTORY                                         *
002300*  2026-09-09  RJM  NEW PROGRAM                                  *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
002800     CONSOLE IS OPERATOR-CONSOLE.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS PM-MEMBER-NUMBER
003500         FILE STATUS IS SS-PLAYER-STATUS.
003600     SELECT TEE-SHEET ASSIGN TO "TEESHEET"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS TS-KEY
004000         FILE STATUS IS SS-SHEET-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PLAYER-MASTER.
004400 COPY GCPLAYER.
004500 FD  TEE-SHEET.
004600 COPY GCTEESHT.
004700 WORKING-STORAGE SECTION.
004800 77  SS-PLAYER-STATUS            PIC X(02).
004900 77  SS-SHEET-STATUS             PIC X(02).
005000 77  SS-ARG-COUNT                PIC 9(03)   COMP.
005100 77  SS-PLAY-DATE                PIC 9(08).
005200 77  SS-SCAN-SW                  PIC X(01)   VALUE 'N'.
005300     88  SS-SCAN-DONE                        VALUE 'Y'.
005400 77  SS-GROUP-TIME               PIC 9(04)   VALUE 9999.
005500 77  SS-SLOT-SUB                 PIC S9(04)  COMP.
005600 77  SS-TEE-TIMES                PIC 9(05)   COMP.
005700 77  SS-PLAYERS                  PIC 9(05)   COMP.
005800 77  SS-GUESTS                   PIC 9(05)   COMP.
005900 77  SS-OPEN-SLOTS               PIC 9(05)   COMP.
006000 01  SS-ARG-AREA.
006100     05  SS-ARG-DATE             PIC 9(08).
006200     05  FILLER                  PIC X(72).
006300******************************************************************
006400*  ONE TEE TIME'S FOUR SLOTS, HELD UNTIL THE TEE-TIME BREAK      *
006500******************************************************************
006600 01  SS-GROUP-TABLE.
006700     05  SS-GROUP-ENTRY          OCCURS 4 TIMES.
006800         10  SS-GE-USED          PIC X(01).
006900             88  SS-GE-OCCUPIED              VALUE 'Y'.
007000         10  SS-GE-REC-TYPE      PIC X(01).
007100             88  SS-GE-GUEST                 VALUE 'G'.
007200         10  SS-GE-MEMBER        PIC 9(06).
007300         10  SS-GE-GUEST-NAME    PIC X(25).
007400         10  SS-GE-CART-FEE      PIC S9(05)V99   COMP-3.
007500 01  SS-HEAD-LINE-1.
007600     05  FILLER                  PIC X(22)
007700         VALUE 'STARTER SHEET FOR     '.
007800     05  SS-HD-DATE              PIC 9(08).
007900     05  FILLER                  PIC X(16)   VALUE SPACES.
008000 01  SS-HEAD-LINE-2.
008100     05  FILLER                  PIC X(46)   VALUE
008200         'FAIRVIEW GLEN G.C.    C = CART FEE CHARGED'.
008300 01  SS-COLUMN-LINE.
008400     05  FILLER                  PIC X(46)   VALUE
008500         'S PLAYER               INDEX C STRT TURN FIN'.
008600 01  SS-TIME-LINE.
008700     05  FILLER                  PIC X(09)   VALUE 'TEE TIME '.
008800     05  SS-TL-TIME              PIC 9(04).
008900     05  FILLER                  PIC X(33)   VALUE SPACES.
009000 01  SS-SLOT-LINE.
009100     05  SS-SL-SLOT              PIC 9(01).
009200     05  FILLER                  PIC X(01)   VALUE SPACE.
009300     05  SS-SL-NAME              PIC X(20).
009400     05  FILLER                  PIC X(01)   VALUE SPACE.
009500     05  SS-SL-INDEX             PIC X(05).
009600     05  SS-SL-INDEX-EDIT REDEFINES SS-SL-INDEX
009700                                 PIC Z9.9-.
009800     05  FILLER                  PIC X(01)   VALUE SPACE.
009900     05  SS-SL-CART              PIC X(01).
010000     05  FILLER                  PIC X(01)   VALUE SPACE.
010100     05  SS-SL-TIMES             PIC X(14).
010200     05  FILLER                  PIC X(01)   VALUE SPACE.
010300 01  SS-GUEST-OF-LINE.
010400     05  FILLER                  PIC X(11)
010500         VALUE '  GUEST OF '.
010600     05  SS-GO-NAME              PIC X(25).
010700     05  FILLER                  PIC X(10)   VALUE SPACES.
010800 01  SS-TOTAL-LINE.
010900     05  SS-TT-LABEL             PIC X(20).
011000     05  SS-TT-COUNT             PIC ZZZZ9.
011100     05  FILLER                  PIC X(21)   VALUE SPACES.
011200 01  SS-WORK-LINE                PIC X(46).
011300 COPY GCPRPAGE.
011400 PROCEDURE DIVISION.
011500******************************************************************
011600*  0000-MAINLINE - CONTROL THE STARTER SHEET RUN                 *
011700******************************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012000     PERFORM 2000-SCAN-DAY THRU 2000-EXIT.
012100     PERFORM 4000-SHEET-TOTALS THRU 4000-EXIT.
012200     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
012300     GOBACK.
012400******************************************************************
012500*  1000-INITIALIZE - ARGUMENTS, COUNTERS AND FILE OPENS          *
012600******************************************************************
012700 1000-INITIALIZE.
012800     MOVE ZERO TO SS-TEE-TIMES
012900                  SS-PLAYERS
013000                  SS-GUESTS
013100                  SS-OPEN-SLOTS
013200                  PP-LINE-COUNT.
013300     MOVE SPACES TO PP-PAGE-BODY.
013400     ACCEPT SS-ARG-COUNT FROM ARGUMENT-NUMBER.
013500     IF SS-ARG-COUNT > 0
013600         DISPLAY 1 UPON ARGUMENT-NUMBER
013700         ACCEPT SS-ARG-AREA FROM ARGUMENT-VALUE
013800         MOVE SS-ARG-DATE TO SS-PLAY-DATE
013900     ELSE
014000         ACCEPT SS-PLAY-DATE FROM DATE YYYYMMDD.
014100     OPEN INPUT PLAYER-MASTER
014200                TEE-SHEET.
014300     IF SS-PLAYER-STATUS NOT = '00'
014400             OR SS-SHEET-STATUS NOT = '00'
014500         DISPLAY 'GC015E FILE OPEN FAILED, STATUS PM='
014600             SS-PLAYER-STATUS ' TS=' SS-SHEET-STATUS
014700             UPON OPERATOR-CONSOLE
014800         MOVE 16 TO RETURN-CODE
014900         GOBACK.
015000     MOVE SS-PLAY-DATE TO SS-HD-DATE.
015100     MOVE SS-HEAD-LINE-1 TO SS-WORK-LINE.
015200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
015300     MOVE SS-HEAD-LINE-2 TO SS-WORK-LINE.
015400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
015500     MOVE SS-COLUMN-LINE TO SS-WORK-LINE.
015600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
015700     PERFORM 2900-CLEAR-GROUP THRU 2900-EXIT.
015800 1000-EXIT.
015900     EXIT.
016000******************************************************************
016100*  2000-SCAN-DAY - WALK THE DATE, BREAK ON TEE-TIME CHANGE       *
016200******************************************************************
016300 2000-SCAN-DAY.
016400     MOVE 'N' TO SS-SCAN-SW.
016500     MOVE 9999 TO SS-GROUP-TIME.
016600     MOVE SS-PLAY-DATE TO TS-PLAY-DATE.
016700     MOVE ZERO TO TS-TEE-TIME
016800                  TS-SLOT-NUMBER.
016900     START TEE-SHEET KEY NOT LESS THAN TS-KEY
017000         INVALID KEY MOVE 'Y' TO SS-SCAN-SW
017100     END-START.
017200     PERFORM 2100-SCAN-ONE-SLOT THRU 2100-EXIT
017300         UNTIL SS-SCAN-DONE.
017400     PERFORM 3000-GROUP-BREAK THRU 3000-EXIT.
017500     IF SS-TEE-TIMES = 0
017600         MOVE 'NO TEE TIMES ON THE SHEET FOR THE DATE'
017700             TO SS-WORK-LINE
017800         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
017900 2000-EXIT.
018000     EXIT.
018100 2100-SCAN-ONE-SLOT.
018200     READ TEE-SHEET NEXT
018300         AT END
018400             MOVE 'Y' TO SS-SCAN-SW
018500             GO TO 2100-EXIT
018600     END-READ.
018700     IF SS-SHEET-STATUS NOT = '00'
018800         MOVE 'Y' TO SS-SCAN-SW
018900         GO TO 2100-EXIT.
019000     IF TS-PLAY-DATE NOT = SS-PLAY-DATE
019100         MOVE 'Y' TO SS-SCAN-SW
019200         GO TO 2100-EXIT.
019300     IF TS-TEE-TIME NOT = SS-GROUP-TIME
019400         PERFORM 3000-GROUP-BREAK THRU 3000-EXIT
019500         PERFORM 2900-CLEAR-GROUP THRU 2900-EXIT
019600         MOVE TS-TEE-TIME TO SS-GROUP-TIME.
019700     IF TS-SLOT-NUMBER < 1 OR TS-SLOT-NUMBER > 4
019800         GO TO 2100-EXIT.
019900     IF TS-CANCELLED
020000             OR TS-OFFER-HELD
020100             OR TS-WEATHER-CANCELLED
020200         GO TO 2100-EXIT.
020300     MOVE TS-SLOT-NUMBER TO SS-SLOT-SUB.
020400     MOVE 'Y' TO SS-GE-USED (SS-SLOT-SUB).
020500     MOVE TS-REC-TYPE TO SS-GE-REC-TYPE (SS-SLOT-SUB).
020600     MOVE TS-MEMBER-NUMBER TO SS-GE-MEMBER (SS-SLOT-SUB).
020700     MOVE TS-GUEST-NAME TO SS-GE-GUEST-NAME (SS-SLOT-SUB).
020800     MOVE TS-CART-FEE TO SS-GE-CART-FEE (SS-SLOT-SUB).
020900 2100-EXIT.
021000     EXIT.
021100 2900-CLEAR-GROUP.
021200     PERFORM 2910-CLEAR-SLOT THRU 2910-EXIT
021300         VARYING SS-SLOT-SUB FROM 1 BY 1
021400         UNTIL SS-SLOT-SUB > 4.
021500 2900-EXIT.
021600     EXIT.
021700 2910-CLEAR-SLOT.
021800     MOVE 'N' TO SS-GE-USED (SS-SLOT-SUB).
021900     MOVE SPACE TO SS-GE-REC-TYPE (SS-SLOT-SUB).
022000     MOVE ZERO TO SS-GE-MEMBER (SS-SLOT-SUB)
022100                  SS-GE-CART-FEE (SS-SLOT-SUB).
022200     MOVE SPACES TO SS-GE-GUEST-NAME (SS-SLOT-SUB).
022300 2910-EXIT.
022400     EXIT.
022500******************************************************************
022600*  3000-GROUP-BREAK - PRINT ONE TEE TIME, ALL FOUR POSITIONS     *
022700******************************************************************
022800 3000-GROUP-BREAK.
022900     IF SS-GROUP-TIME = 9999
023000         GO TO 3000-EXIT.
023100     ADD 1 TO SS-TEE-TIMES.
023200     MOVE SPACES TO SS-WORK-LINE.
023300     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
023400     MOVE SS-GROUP-TIME TO SS-TL-TIME.
023500     MOVE SS-TIME-LINE TO SS-WORK-LINE.
023600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
023700     PERFORM 3100-PRINT-SLOT THRU 3100-EXIT
023800         VARYING SS-SLOT-SUB FROM 1 BY 1
023900         UNTIL SS-SLOT-SUB > 4.
024000 3000-EXIT.
024100     EXIT.
024200 3100-PRINT-SLOT.
024300     MOVE SS-SLOT-SUB TO SS-SL-SLOT.
024400     MOVE SPACES TO SS-SL-NAME
024500                    SS-SL-INDEX
024600                    SS-SL-CART.
024700     MOVE '____ ____ ____' TO SS-SL-TIMES.
024800     IF NOT SS-GE-OCCUPIED (SS-SLOT-SUB)
024900         ADD 1 TO SS-OPEN-SLOTS
025000         MOVE '-- OPEN --' TO SS-SL-NAME
025100         MOVE SPACES TO SS-SL-TIMES
025200         MOVE SS-SLOT-LINE TO SS-WORK-LINE
025300         PERFORM 8600-EMIT-LINE THRU 8600-EXIT
025400         GO TO 3100-EXIT.
025500     IF SS-GE-CART-FEE (SS-SLOT-SUB) > ZERO
025600         MOVE 'C' TO SS-SL-CART.
025700     MOVE SS-GE-MEMBER (SS-SLOT-SUB) TO PM-MEMBER-NUMBER.
025800     READ PLAYER-MASTER
025900         INVALID KEY
026000             MOVE SPACES TO PM-MEMBER-NAME
026100             MOVE ZERO TO PM-HANDICAP-INDEX
026200             MOVE '** NOT ON FILE **' TO PM-MEMBER-NAME
026300     END-READ.
026400     IF SS-GE-GUEST (SS-SLOT-SUB)
026500         PERFORM 3200-PRINT-GUEST THRU 3200-EXIT
026600         GO TO 3100-EXIT.
026700     ADD 1 TO SS-PLAYERS.
026800     MOVE PM-MEMBER-NAME TO SS-SL-NAME.
026900     MOVE PM-HANDICAP-INDEX TO SS-SL-INDEX-EDIT.
027000     MOVE SS-SLOT-LINE TO SS-WORK-LINE.
027100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
027200 3100-EXIT.
027300     EXIT.
027400******************************************************************
027500*  3200-PRINT-GUEST - GUEST NAME, THEN THE SPONSOR UNDERNEATH    *
027600******************************************************************
027700 3200-PRINT-GUEST.
027800     ADD 1 TO SS-PLAYERS.
027900     ADD 1 TO SS-GUESTS.
028000     MOVE SS-GE-GUEST-NAME (SS-SLOT-SUB) TO SS-SL-NAME.
028100     MOVE 'GUEST' TO SS-SL-INDEX.
028200     MOVE SS-SLOT-LINE TO SS-WORK-LINE.
028300     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
028400     MOVE PM-MEMBER-NAME TO SS-GO-NAME.
028500     MOVE SS-GUEST-OF-LINE TO SS-WORK-LINE.
028600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
028700 3200-EXIT.
028800     EXIT.
028900******************************************************************
029000*  4000-SHEET-TOTALS - COUNTS AT THE FOOT OF THE SHEET           *
029100******************************************************************
029200 4000-SHEET-TOTALS.
029300     MOVE SPACES TO SS-WORK-LINE.
029400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
029500     MOVE 'TEE TIMES           ' TO SS-TT-LABEL.
029600     MOVE SS-TEE-TIMES TO SS-TT-COUNT.
029700     MOVE SS-TOTAL-LINE TO SS-WORK-LINE.
029800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
029900     MOVE 'PLAYERS             ' TO SS-TT-LABEL.
030000     MOVE SS-PLAYERS TO SS-TT-COUNT.
030100     MOVE SS-TOTAL-LINE TO SS-WORK-LINE.
030200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
030300     MOVE '  OF WHICH GUESTS   ' TO SS-TT-LABEL.
030400     MOVE SS-GUESTS TO SS-TT-COUNT.
030500     MOVE SS-TOTAL-LINE TO SS-WORK-LINE.
030600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
030700     MOVE 'OPEN POSITIONS      ' TO SS-TT-LABEL.
030800     MOVE SS-OPEN-SLOTS TO SS-TT-COUNT.
030900     MOVE SS-TOTAL-LINE TO SS-WORK-LINE.
031000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
031100     IF PP-LINE-COUNT > 0
031200         CALL 'GCPRINT' USING PRINT-PAGE.
031300 4000-EXIT.
031400     EXIT.
031500******************************************************************
031600*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
031700******************************************************************
031800 8600-EMIT-LINE.
031900     IF PP-LINE-COUNT NOT < 22
032000         CALL 'GCPRINT' USING PRINT-PAGE.
032100     ADD 1 TO PP-LINE-COUNT.
032200     MOVE SS-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
032300 8600-EXIT.
032400     EXIT.
032500******************************************************************
032600*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
032700******************************************************************
032800 9000-WRAP-UP.
032900     CLOSE PLAYER-MASTER
033000           TEE-SHEET.
033100     DISPLAY 'GC015I PLAY DATE      ' SS-PLAY-DATE.
033200     DISPLAY 'GC015I TEE TIMES      ' SS-TEE-TIMES.
033300     DISPLAY 'GC015I PLAYERS        ' SS-PLAYERS.
033400     DISPLAY 'GC015I OPEN POSITIONS ' SS-OPEN-SLOTS.
033500 9000-EXIT.
033600     EXIT.
