000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC250.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-02.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC250 - DELINQUENT-ACCOUNT CREDIT HOLD AND POS STOP-LIST      *
000900*                                                                *
001000*  NIGHTLY STEP, FIRST IN THE GC900 WINDOW SO THE DAY'S          *
001100*  BOOKINGS AND WAITLIST OFFERS SEE CURRENT HOLDS.  ARGUMENT 1   *
001200*  IS THE RUN DATE.  PASSES PLAYER-MASTER AND TESTS EACH         *
001300*  MEMBER'S MBRBAL AGE BUCKETS AGAINST THE BOARD LIMITS IN       *
001400*  GCCRHOLD: ANY 90-DAY BALANCE OVER THE ALLOWANCE, OR A TOTAL   *
001500*  OVER THE CREDIT LIMIT, PUTS THE MEMBER ON CREDIT HOLD         *
001600*  (PM-CREDIT-HOLD); A HELD MEMBER BACK INSIDE BOTH LIMITS HAS   *
001700*  THE HOLD LIFTED.  EVERY HOLD PLACED OR LIFTED IS STAMPED      *
001800*  INTO THE AUDIT LOG AND LISTED ON THE HOLD REGISTER, WHICH     *
001900*  PRINTS THROUGH THE GCPRINT ENGINE.                            *
002000*                                                                *
002100*  EVERY MEMBER STILL ON HOLD AFTER THE PASS IS WRITTEN TO THE   *
002200*  STOPLIST EXTRACT (GCSTOPLS, GCTRAILR TRAILER) FOR THE POS     *
002300*  VENDOR, SO THE REGISTER REFUSES THEIR CHARGES THE SAME DAY.   *
002400*  GC010 AND GC300 REFUSE NEW BOOKINGS FOR A HELD MEMBER AND     *
002500*  GC330/GC335 PASS THEM OVER FOR WAITLIST OFFERS.               *
002600*                                                                *
002700*  MODIFICATION HISTORY                                         *
002800*  2026-10-02  RJM  NEW PROGRAM                                  *
002850*  2026-10-15  RJM  STOPLIST TRAILER WRITE CHECKED               *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SPECIAL-NAMES.
003300     CONSOLE IS OPERATOR-CONSOLE.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS PM-MEMBER-NUMBER
004000         FILE STATUS IS DH-PLAYER-STATUS.
004100     SELECT MEMBER-BALANCE ASSIGN TO "MBRBAL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS MB-MEMBER-NUMBER
004500         FILE STATUS IS DH-BALANCE-STATUS.
004600     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS DH-AUDIT-STATUS.
004900     SELECT STOP-LIST ASSIGN TO "STOPLIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS DH-STOP-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PLAYER-MASTER.
005500 COPY GCPLAYER.
005600 FD  MEMBER-BALANCE.
005700 COPY GCMBRBAL.
005800 FD  AUDIT-LOG.
005900 COPY GCAUDIT.
006000 FD  STOP-LIST.
006100 01  STOP-LIST-REC               PIC X(80).
006200 WORKING-STORAGE SECTION.
006300 77  DH-PLAYER-STATUS            PIC X(02).
006400 77  DH-BALANCE-STATUS           PIC X(02).
006500 77  DH-AUDIT-STATUS             PIC X(02).
006600 77  DH-STOP-STATUS              PIC X(02).
006700 77  DH-ARG-COUNT                PIC 9(03)   COMP.
006800 77  DH-RUN-DATE                 PIC 9(08).
006900 77  DH-RUN-TIME                 PIC 9(08).
007000 77  DH-MAST-EOF-SW              PIC X(01)   VALUE 'N'.
007100     88  DH-END-OF-MASTER                    VALUE 'Y'.
007200 77  DH-BALANCES-SW              PIC X(01)   VALUE 'N'.
007300     88  DH-BALANCES-PRESENT                 VALUE 'Y'.
007400 77  DH-AUDIT-OPEN-SW            PIC X(01)   VALUE 'N'.
007500     88  DH-AUDIT-OPEN                       VALUE 'Y'.
007600 77  DH-HOLD-REASON              PIC X(01).
007700     88  DH-NOT-DELINQUENT                   VALUE SPACE.
007800 77  DH-MEMBERS-READ             PIC 9(05)   COMP.
007900 77  DH-HOLDS-PLACED             PIC 9(05)   COMP.
008000 77  DH-HOLDS-LIFTED             PIC 9(05)   COMP.
008100 77  DH-MEMBERS-HELD             PIC 9(05)   COMP.
008200 77  DH-BALANCE-OWED             PIC S9(08)V99   COMP-3.
008300 77  DH-BALANCE-90-DAY           PIC S9(08)V99   COMP-3.
008400 77  DH-OWED-HASH                PIC S9(13)V99   COMP-3.
008500 77  DH-KEY-HASH                 PIC 9(15)   COMP-3.
008600 77  DH-AUDIT-ACTION             PIC X(20).
008700 01  DH-ARG-AREA.
008800     05  DH-ARG-DATE             PIC 9(08).
008900     05  FILLER                  PIC X(72).
009000 01  DH-HEAD-LINE-1.
009100     05  FILLER                  PIC X(25)
009200         VALUE 'CREDIT HOLD REGISTER FOR '.
009300     05  DH-HD-DATE              PIC 9(08).
009400     05  FILLER                  PIC X(13)   VALUE SPACES.
009500 01  DH-COLUMN-LINE.
009600     05  FILLER                  PIC X(46)   VALUE
009700         'MEMBER NAME                ACTION R       OWED'.
009800 01  DH-DETAIL-LINE.
009900     05  DH-DL-MEMBER            PIC 9(06).
010000     05  FILLER                  PIC X(01)   VALUE SPACE.
010100     05  DH-DL-NAME              PIC X(19).
010200     05  FILLER                  PIC X(01)   VALUE SPACE.
010300     05  DH-DL-ACTION            PIC X(06).
010400     05  FILLER                  PIC X(01)   VALUE SPACE.
010500     05  DH-DL-REASON            PIC X(01).
010600     05  FILLER                  PIC X(01)   VALUE SPACE.
010700     05  DH-DL-OWED              PIC ZZZZZZ9.99.
010800 01  DH-COUNT-LINE.
010900     05  DH-CL-LABEL             PIC X(20).
011000     05  FILLER                  PIC X(21)   VALUE SPACES.
011100     05  DH-CL-COUNT             PIC ZZZZ9.
011200 01  DH-WORK-LINE                PIC X(46).
011300 COPY GCCRHOLD.
011400 COPY GCSTOPLS.
011500 COPY GCTRAILR.
011600 COPY GCPRPAGE.
011700 PROCEDURE DIVISION.
011800******************************************************************
011900*  0000-MAINLINE - CONTROL THE CREDIT-HOLD RUN                   *
012000******************************************************************
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012300     PERFORM 2000-PASS-MASTER THRU 2000-EXIT.
012400     PERFORM 4000-REGISTER-TOTALS THRU 4000-EXIT.
012500     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
012600     GOBACK.
012700******************************************************************
012800*  1000-INITIALIZE - ARGUMENTS, FILE OPENS AND REGISTER HEADING  *
012900*                                                                *
013000*  NO MBRBAL FILE MEANS NO MEMBER OWES ANYTHING, SO EVERY HOLD   *
013100*  STILL ON THE MASTER IS LIFTED.                                *
013200******************************************************************
013300 1000-INITIALIZE.
013400     MOVE ZERO TO DH-MEMBERS-READ
013500                  DH-HOLDS-PLACED
013600                  DH-HOLDS-LIFTED
013700                  DH-MEMBERS-HELD
013800                  DH-OWED-HASH
013900                  DH-KEY-HASH
014000                  PP-LINE-COUNT.
014100     MOVE SPACES TO PP-PAGE-BODY.
014200     ACCEPT DH-ARG-COUNT FROM ARGUMENT-NUMBER.
014300     IF DH-ARG-COUNT > 0
014400         DISPLAY 1 UPON ARGUMENT-NUMBER
014500         ACCEPT DH-ARG-AREA FROM ARGUMENT-VALUE
014600         MOVE DH-ARG-DATE TO DH-RUN-DATE
014700     ELSE
014800         ACCEPT DH-RUN-DATE FROM DATE YYYYMMDD.
014900     OPEN I-O PLAYER-MASTER.
015000     IF DH-PLAYER-STATUS NOT = '00'
015100         DISPLAY 'GC250E PLAYER-MASTER OPEN FAILED, STATUS '
015200             DH-PLAYER-STATUS
015300             UPON OPERATOR-CONSOLE
015400         MOVE 16 TO RETURN-CODE
015500         GOBACK.
015600     OPEN INPUT MEMBER-BALANCE.
015700     IF DH-BALANCE-STATUS = '00'
015800         MOVE 'Y' TO DH-BALANCES-SW
015900     ELSE
016000         IF DH-BALANCE-STATUS = '35'
016100             DISPLAY 'GC250I NO MBRBAL FILE PRESENT, NO MEMBER'
016200                 ' IS DELINQUENT'
016300         ELSE
016400             DISPLAY 'GC250E MBRBAL OPEN FAILED, STATUS '
016500                 DH-BALANCE-STATUS
016600                 UPON OPERATOR-CONSOLE
016700             MOVE 16 TO RETURN-CODE
016800             GOBACK.
016900     OPEN OUTPUT STOP-LIST.
017000     IF DH-STOP-STATUS NOT = '00'
017100         DISPLAY 'GC250E STOPLIST OPEN FAILED, STATUS '
017200             DH-STOP-STATUS
017300             UPON OPERATOR-CONSOLE
017400         MOVE 16 TO RETURN-CODE
017500         GOBACK.
017600     OPEN EXTEND AUDIT-LOG.
017700     IF DH-AUDIT-STATUS = '35'
017800         OPEN OUTPUT AUDIT-LOG.
017900     IF DH-AUDIT-STATUS = '00'
018000         MOVE 'Y' TO DH-AUDIT-OPEN-SW
018100     ELSE
018200         DISPLAY 'GC250E AUDITLOG OPEN FAILED, STATUS '
018300             DH-AUDIT-STATUS
018400             UPON OPERATOR-CONSOLE.
018500     MOVE DH-RUN-DATE TO DH-HD-DATE.
018600     MOVE DH-HEAD-LINE-1 TO DH-WORK-LINE.
018700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
018800     MOVE DH-COLUMN-LINE TO DH-WORK-LINE.
018900     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
019000 1000-EXIT.
019100     EXIT.
019200******************************************************************
019300*  2000-PASS-MASTER - TEST EVERY MEMBER IN KEY ORDER             *
019400******************************************************************
019500 2000-PASS-MASTER.
019600     MOVE ZERO TO PM-MEMBER-NUMBER.
019700     START PLAYER-MASTER KEY NOT LESS THAN PM-MEMBER-NUMBER
019800         INVALID KEY MOVE 'Y' TO DH-MAST-EOF-SW
019900     END-START.
020000     PERFORM 2100-CHECK-ONE-MEMBER THRU 2100-EXIT
020100         UNTIL DH-END-OF-MASTER.
020200 2000-EXIT.
020300     EXIT.
020400 2100-CHECK-ONE-MEMBER.
020500     READ PLAYER-MASTER NEXT
020600         AT END
020700             MOVE 'Y' TO DH-MAST-EOF-SW
020800             GO TO 2100-EXIT
020900     END-READ.
021000     IF DH-PLAYER-STATUS NOT = '00'
021100         MOVE 'Y' TO DH-MAST-EOF-SW
021200         GO TO 2100-EXIT.
021300     ADD 1 TO DH-MEMBERS-READ.
021400     PERFORM 2200-TEST-DELINQUENCY THRU 2200-EXIT.
021500     IF PM-CREDIT-HELD
021600         IF DH-NOT-DELINQUENT
021700             PERFORM 2400-LIFT-HOLD THRU 2400-EXIT
021800         ELSE
021900             NEXT SENTENCE
022000     ELSE
022100         IF NOT DH-NOT-DELINQUENT
022200             PERFORM 2300-PLACE-HOLD THRU 2300-EXIT.
022300     IF PM-CREDIT-HELD
022400         PERFORM 2500-WRITE-STOP-ENTRY THRU 2500-EXIT.
022500 2100-EXIT.
022600     EXIT.
022700******************************************************************
022800*  2200-TEST-DELINQUENCY - BALANCE AGAINST THE BOARD LIMITS      *
022900*                                                                *
023000*  DH-HOLD-REASON COMES BACK '9' FOR A 90-DAY BALANCE, 'L' FOR   *
023100*  A TOTAL OVER THE CREDIT LIMIT, SPACE WHEN THE MEMBER IS       *
023200*  INSIDE BOTH.                                                  *
023300******************************************************************
023400 2200-TEST-DELINQUENCY.
023500     MOVE SPACE TO DH-HOLD-REASON.
023600     MOVE ZERO TO DH-BALANCE-OWED
023700                  DH-BALANCE-90-DAY.
023800     IF NOT DH-BALANCES-PRESENT
023900         GO TO 2200-EXIT.
024000     MOVE PM-MEMBER-NUMBER TO MB-MEMBER-NUMBER.
024100     READ MEMBER-BALANCE
024200         INVALID KEY
024300             GO TO 2200-EXIT
024400     END-READ.
024500     COMPUTE DH-BALANCE-OWED = MB-BAL-CURRENT + MB-BAL-30-DAY
024600         + MB-BAL-60-DAY + MB-BAL-90-DAY.
024700     MOVE MB-BAL-90-DAY TO DH-BALANCE-90-DAY.
024800     IF MB-BAL-90-DAY > CH-90-DAY-ALLOWANCE
024900         MOVE '9' TO DH-HOLD-REASON
025000         GO TO 2200-EXIT.
025100     IF CH-CREDIT-LIMIT > ZERO
025200             AND DH-BALANCE-OWED > CH-CREDIT-LIMIT
025300         MOVE 'L' TO DH-HOLD-REASON.
025400 2200-EXIT.
025500     EXIT.
025600******************************************************************
025700*  2300-PLACE-HOLD - PUT A DELINQUENT MEMBER ON CREDIT HOLD      *
025800******************************************************************
025900 2300-PLACE-HOLD.
026000     MOVE 'Y' TO PM-CREDIT-HOLD.
026100     REWRITE PLAYER-MASTER-RECORD.
026200     IF DH-PLAYER-STATUS NOT = '00'
026300         DISPLAY 'GC250E PLAYER-MASTER REWRITE FAILED, STATUS '
026400             DH-PLAYER-STATUS ' MEMBER ' PM-MEMBER-NUMBER
026500             UPON OPERATOR-CONSOLE
026600         MOVE 16 TO RETURN-CODE
026700         GOBACK.
026800     ADD 1 TO DH-HOLDS-PLACED.
026900     IF DH-HOLD-REASON = '9'
027000         MOVE 'CREDIT HOLD 90-DAY  ' TO DH-AUDIT-ACTION
027100     ELSE
027200         MOVE 'CREDIT HOLD LIMIT   ' TO DH-AUDIT-ACTION.
027300     PERFORM 8100-AUDIT-HOLD THRU 8100-EXIT.
027400     MOVE 'PLACED' TO DH-DL-ACTION.
027500     PERFORM 8000-LIST-MEMBER THRU 8000-EXIT.
027600 2300-EXIT.
027700     EXIT.
027800******************************************************************
027900*  2400-LIFT-HOLD - MEMBER BACK INSIDE THE LIMITS                *
028000******************************************************************
028100 2400-LIFT-HOLD.
028200     MOVE SPACE TO PM-CREDIT-HOLD.
028300     REWRITE PLAYER-MASTER-RECORD.
028400     IF DH-PLAYER-STATUS NOT = '00'
028500         DISPLAY 'GC250E PLAYER-MASTER REWRITE FAILED, STATUS '
028600             DH-PLAYER-STATUS ' MEMBER ' PM-MEMBER-NUMBER
028700             UPON OPERATOR-CONSOLE
028800         MOVE 16 TO RETURN-CODE
028900         GOBACK.
029000     ADD 1 TO DH-HOLDS-LIFTED.
029100     MOVE 'CREDIT HOLD LIFTED  ' TO DH-AUDIT-ACTION.
029200     PERFORM 8100-AUDIT-HOLD THRU 8100-EXIT.
029300     MOVE 'LIFTED' TO DH-DL-ACTION.
029400     PERFORM 8000-LIST-MEMBER THRU 8000-EXIT.
029500 2400-EXIT.
029600     EXIT.
029700******************************************************************
029800*  2500-WRITE-STOP-ENTRY - ONE HELD MEMBER TO THE POS STOP-LIST  *
029900*                                                                *
030000*  THE REASON GIVEN FOLLOWS THE MEMBER'S CURRENT BALANCE.        *
030200******************************************************************
030300 2500-WRITE-STOP-ENTRY.
030400     MOVE SPACES TO STOP-LIST-RECORD.
030500     MOVE 'S' TO SL-REC-TYPE.
030600     MOVE PM-MEMBER-NUMBER TO SL-MEMBER-NUMBER.
030700     MOVE PM-MEMBER-NAME TO SL-MEMBER-NAME.
030800     MOVE DH-RUN-DATE TO SL-LIST-DATE.
030900     IF DH-HOLD-REASON = SPACE
031000         MOVE '9' TO SL-HOLD-REASON
031100     ELSE
031200         MOVE DH-HOLD-REASON TO SL-HOLD-REASON.
031300     IF DH-BALANCE-OWED > ZERO
031400         MOVE DH-BALANCE-OWED TO SL-BALANCE-OWED
031500     ELSE
031600         MOVE ZERO TO SL-BALANCE-OWED.
031700     IF DH-BALANCE-90-DAY > ZERO
031800         MOVE DH-BALANCE-90-DAY TO SL-BAL-90-DAY
031900     ELSE
032000         MOVE ZERO TO SL-BAL-90-DAY.
032100     WRITE STOP-LIST-REC FROM STOP-LIST-RECORD.
032200     IF DH-STOP-STATUS NOT = '00'
032300         DISPLAY 'GC250E STOPLIST WRITE FAILED, STATUS '
032400             DH-STOP-STATUS
032500             UPON OPERATOR-CONSOLE
032600         MOVE 16 TO RETURN-CODE
032700         GOBACK.
032800     ADD 1 TO DH-MEMBERS-HELD.
032900     ADD SL-BALANCE-OWED TO DH-OWED-HASH.
033000     ADD SL-MEMBER-NUMBER TO DH-KEY-HASH.
033100 2500-EXIT.
033200     EXIT.
033300******************************************************************
033400*  4000-REGISTER-TOTALS - COUNTS, STOP-LIST TRAILER AND FLUSH    *
033500******************************************************************
033600 4000-REGISTER-TOTALS.
033700     MOVE SPACES TO TRAILER-RECORD.
033800     MOVE '9' TO TR-REC-TYPE.
033900     MOVE 'TRAILER' TO TR-LITERAL.
034000     MOVE DH-MEMBERS-HELD TO TR-RECORD-COUNT.
034100     MOVE DH-OWED-HASH TO TR-AMOUNT-HASH.
034200     MOVE DH-KEY-HASH TO TR-KEY-HASH.
034300     WRITE STOP-LIST-REC FROM TRAILER-RECORD.
034310     IF DH-STOP-STATUS NOT = '00'
034320         DISPLAY 'GC250E STOPLIST TRAILER WRITE FAILED, STATUS '
034330             DH-STOP-STATUS
034340             UPON OPERATOR-CONSOLE
034350         MOVE 16 TO RETURN-CODE
034360         GOBACK.
034400     MOVE SPACES TO DH-WORK-LINE.
034500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
034600     MOVE 'HOLDS PLACED        ' TO DH-CL-LABEL.
034700     MOVE DH-HOLDS-PLACED TO DH-CL-COUNT.
034800     MOVE DH-COUNT-LINE TO DH-WORK-LINE.
034900     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
035000     MOVE 'HOLDS LIFTED        ' TO DH-CL-LABEL.
035100     MOVE DH-HOLDS-LIFTED TO DH-CL-COUNT.
035200     MOVE DH-COUNT-LINE TO DH-WORK-LINE.
035300     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
035400     MOVE 'MEMBERS ON STOP-LIST' TO DH-CL-LABEL.
035500     MOVE DH-MEMBERS-HELD TO DH-CL-COUNT.
035600     MOVE DH-COUNT-LINE TO DH-WORK-LINE.
035700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
035800     IF PP-LINE-COUNT > 0
035900         CALL 'GCPRINT' USING PRINT-PAGE.
036000 4000-EXIT.
036100     EXIT.
036200******************************************************************
036300*  8000-LIST-MEMBER - ONE REGISTER LINE PER HOLD PLACED/LIFTED   *
036400******************************************************************
036500 8000-LIST-MEMBER.
036600     DISPLAY 'GC250R ' PM-MEMBER-NUMBER ' ' DH-AUDIT-ACTION.
036700     MOVE PM-MEMBER-NUMBER TO DH-DL-MEMBER.
036800     MOVE PM-MEMBER-NAME TO DH-DL-NAME.
036900     MOVE DH-HOLD-REASON TO DH-DL-REASON.
037000     MOVE DH-BALANCE-OWED TO DH-DL-OWED.
037100     MOVE DH-DETAIL-LINE TO DH-WORK-LINE.
037200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
037300 8000-EXIT.
037400     EXIT.
037500******************************************************************
037600*  8100-AUDIT-HOLD - STAMP A HOLD PLACED OR LIFTED               *
037700******************************************************************
037800 8100-AUDIT-HOLD.
037900     IF NOT DH-AUDIT-OPEN
038000         GO TO 8100-EXIT.
038100     ACCEPT DH-RUN-TIME FROM TIME.
038200     MOVE SPACES TO AUDIT-LOG-RECORD.
038300     MOVE 'A' TO AU-REC-TYPE.
038400     MOVE 'GC250   ' TO AU-PROGRAM-ID.
038500     MOVE DH-RUN-DATE TO AU-RUN-DATE.
038600     DIVIDE DH-RUN-TIME BY 100 GIVING AU-RUN-TIME.
038700     MOVE DH-AUDIT-ACTION TO AU-ACTION.
038800     MOVE PM-MEMBER-NUMBER TO AU-MEMBER-NUMBER.
038900     MOVE ZERO TO AU-RETURN-CODE.
039000     WRITE AUDIT-LOG-RECORD.
039100     IF DH-AUDIT-STATUS NOT = '00'
039200         DISPLAY 'GC250E AUDITLOG WRITE FAILED, STATUS '
039300             DH-AUDIT-STATUS
039400             UPON OPERATOR-CONSOLE.
039500 8100-EXIT.
039600     EXIT.
039700******************************************************************
039800*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
039900******************************************************************
040000 8600-EMIT-LINE.
040100     IF PP-LINE-COUNT NOT < 22
040200         CALL 'GCPRINT' USING PRINT-PAGE.
040300     ADD 1 TO PP-LINE-COUNT.
040400     MOVE DH-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
040500 8600-EXIT.
040600     EXIT.
040700******************************************************************
040800*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
040900******************************************************************
041000 9000-WRAP-UP.
041100     CLOSE PLAYER-MASTER
041200           STOP-LIST.
041300     IF DH-BALANCES-PRESENT
041400         CLOSE MEMBER-BALANCE.
041500     IF DH-AUDIT-OPEN
041600         CLOSE AUDIT-LOG.
041700     DISPLAY 'GC250I RUN DATE              ' DH-RUN-DATE.
041800     DISPLAY 'GC250I MEMBERS READ          ' DH-MEMBERS-READ.
041900     DISPLAY 'GC250I HOLDS PLACED          ' DH-HOLDS-PLACED.
042000     DISPLAY 'GC250I HOLDS LIFTED          ' DH-HOLDS-LIFTED.
042100     DISPLAY 'GC250I MEMBERS ON STOP-LIST  ' DH-MEMBERS-HELD.
042200 9000-EXIT.
042300     EXIT.
