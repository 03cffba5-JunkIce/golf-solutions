000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC260.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-05.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC260 - OUTBOUND MEMBER NOTIFICATION EXTRACT                  *
000900*                                                                *
001000*  NIGHTLY STEP, LAST IN THE GC900 WINDOW SO EVERY NOTICE THE    *
001100*  WINDOW RAISED GOES OUT THE SAME NIGHT.  ARGUMENT 1 IS THE     *
001200*  RUN DATE.  DRAINS THE NOTICEQ QUEUE THAT GCNOTIFY FILLS       *
001300*  (WAITLIST OFFERS AND EXPIRIES FROM GC330/GC335, NO-SHOW       *
001400*  STRIKES FROM GC370, RAIN CHECKS FROM GC040, PAYMENTS FROM     *
001500*  GC210, STATEMENTS FROM GC200) AND WRITES ONE NOTIFEXT         *
001600*  RECORD (GCNOTEXT, GCTRAILR TRAILER) PER EVENT FOR THE         *
001700*  EMAIL/TEXT VENDOR, ADDRESSED FROM THE MEMBER'S MBRCONT        *
001800*  CONTACT RECORD:                                               *
001900*      PREFERRED 'E'  EMAIL, ELSE THE MOBILE BY TEXT             *
002000*      PREFERRED 'S'  MOBILE BY TEXT, ELSE EMAIL                 *
002100*      NO PREFERENCE  EMAIL FIRST, THEN THE MOBILE               *
002200*  AN EVENT FOR A MEMBER WITH NO CONTACT RECORD, NO EMAIL OR     *
002300*  MOBILE, OR NOT ON PLAYER-MASTER IS NOT SENT - IT IS LISTED    *
002400*  ON THE CONTACT EXCEPTION LIST FOR THE DESK TO FOLLOW UP,      *
002500*  WHICH PRINTS THROUGH THE GCPRINT ENGINE.  THE QUEUE IS        *
002550*  EMPTIED ONCE THE EXTRACT IS WRITTEN, AND LEFT AS IT IS WHEN   *
002600*  THE QUEUE CANNOT BE READ TO THE END OR THE EXTRACT CANNOT BE  *
002650*  WRITTEN, SO NO NOTICE IS LOST.                                *
002700*                                                                *
002800*  MODIFICATION HISTORY                                         *
002900*  2026-10-05  RJM  NEW PROGRAM                                  *
002920*  2026-10-15  RJM  NOTICEQ KEPT WHEN A QUEUE READ OR THE        *
002940*                   NOTIFEXT TRAILER WRITE FAILS                 *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.
003400     CONSOLE IS OPERATOR-CONSOLE.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT NOTICE-QUEUE ASSIGN TO "NOTICEQ"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS NF-QUEUE-STATUS.
004000     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS PM-MEMBER-NUMBER
004400         FILE STATUS IS NF-PLAYER-STATUS.
004500     SELECT MEMBER-CONTACT ASSIGN TO "MBRCONT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS MC-MEMBER-NUMBER
004900         FILE STATUS IS NF-CONTACT-STATUS.
005000     SELECT NOTIFY-EXTRACT ASSIGN TO "NOTIFEXT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS NF-EXTRACT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  NOTICE-QUEUE.
005600 01  NOTICE-QUEUE-REC            PIC X(80).
005700 FD  PLAYER-MASTER.
005800 COPY GCPLAYER.
005900 FD  MEMBER-CONTACT.
006000 COPY GCMBRCON.
006100 FD  NOTIFY-EXTRACT.
006200 01  NOTIFY-EXTRACT-REC          PIC X(200).
006300 WORKING-STORAGE SECTION.
006400 77  NF-QUEUE-STATUS             PIC X(02).
006500 77  NF-PLAYER-STATUS            PIC X(02).
006600 77  NF-CONTACT-STATUS           PIC X(02).
006700 77  NF-EXTRACT-STATUS           PIC X(02).
006800 77  NF-ARG-COUNT                PIC 9(03)   COMP.
006900 77  NF-RUN-DATE                 PIC 9(08).
007000 77  NF-EOF-SW                   PIC X(01)   VALUE 'N'.
007100     88  NF-END-OF-QUEUE                     VALUE 'Y'.
007200 77  NF-QUEUE-SW                 PIC X(01)   VALUE 'N'.
007300     88  NF-QUEUE-READ                       VALUE 'Y'.
007400 77  NF-CONTACTS-SW              PIC X(01)   VALUE 'N'.
007500     88  NF-CONTACTS-PRESENT                 VALUE 'Y'.
007600 77  NF-EVENTS-READ              PIC 9(05)   COMP.
007700 77  NF-NOTICES-WRITTEN          PIC 9(05)   COMP.
007800 77  NF-EXCEPTIONS               PIC 9(05)   COMP.
007900 77  NF-AMOUNT-HASH              PIC 9(13)V99    COMP-3.
008000 77  NF-KEY-HASH                 PIC 9(15)   COMP-3.
008100 77  NF-CHANNEL                  PIC X(01).
008200     88  NF-NO-CHANNEL                       VALUE SPACE.
008300 77  NF-SEND-TO                  PIC X(50).
008400 77  NF-EXCEPTION-REASON         PIC X(20).
008500 01  NF-ARG-AREA.
008600     05  NF-ARG-DATE             PIC 9(08).
008700     05  FILLER                  PIC X(72).
008800 01  NF-HEAD-LINE-1.
008900     05  FILLER                  PIC X(29)
009000         VALUE 'CONTACT EXCEPTION LIST FOR  '.
009100     05  NF-HD-DATE              PIC 9(08).
009200     05  FILLER                  PIC X(09)   VALUE SPACES.
009300 01  NF-COLUMN-LINE.
009400     05  FILLER                  PIC X(46)   VALUE
009500         'MEMBER NAME            EV REASON'.
009600 01  NF-DETAIL-LINE.
009700     05  NF-DL-MEMBER            PIC 9(06).
009800     05  FILLER                  PIC X(01)   VALUE SPACE.
009900     05  NF-DL-NAME              PIC X(15).
010000     05  FILLER                  PIC X(01)   VALUE SPACE.
010100     05  NF-DL-EVENT             PIC X(02).
010200     05  FILLER                  PIC X(01)   VALUE SPACE.
010300     05  NF-DL-REASON            PIC X(20).
010400 01  NF-COUNT-LINE.
010500     05  NF-CL-LABEL             PIC X(20).
010600     05  FILLER                  PIC X(21)   VALUE SPACES.
010700     05  NF-CL-COUNT             PIC ZZZZ9.
010800 01  NF-WORK-LINE                PIC X(46).
010900 COPY GCNOTICE.
011000 COPY GCNOTEXT.
011100 COPY GCTRAILR.
011200 COPY GCPRPAGE.
011300 PROCEDURE DIVISION.
011400******************************************************************
011500*  0000-MAINLINE - CONTROL THE NOTIFICATION RUN                  *
011600******************************************************************
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011900     PERFORM 2000-DRAIN-QUEUE THRU 2000-EXIT.
012000     PERFORM 4000-EXTRACT-TOTALS THRU 4000-EXIT.
012100     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
012200     GOBACK.
012300******************************************************************
012400*  1000-INITIALIZE - ARGUMENTS, FILE OPENS AND LIST HEADING      *
012500*                                                                *
012600*  NO MBRCONT FILE MEANS NO MEMBER HAS A CONTACT, SO EVERY       *
012700*  EVENT GOES TO THE EXCEPTION LIST.                             *
012800******************************************************************
012900 1000-INITIALIZE.
013000     MOVE ZERO TO NF-EVENTS-READ
013100                  NF-NOTICES-WRITTEN
013200                  NF-EXCEPTIONS
013300                  NF-AMOUNT-HASH
013400                  NF-KEY-HASH
013500                  PP-LINE-COUNT.
013600     MOVE SPACES TO PP-PAGE-BODY.
013700     ACCEPT NF-ARG-COUNT FROM ARGUMENT-NUMBER.
013800     IF NF-ARG-COUNT > 0
013900         DISPLAY 1 UPON ARGUMENT-NUMBER
014000         ACCEPT NF-ARG-AREA FROM ARGUMENT-VALUE
014100         MOVE NF-ARG-DATE TO NF-RUN-DATE
014200     ELSE
014300         ACCEPT NF-RUN-DATE FROM DATE YYYYMMDD.
014400     OPEN INPUT PLAYER-MASTER.
014500     IF NF-PLAYER-STATUS NOT = '00'
014600         DISPLAY 'GC260E PLAYER-MASTER OPEN FAILED, STATUS '
014700             NF-PLAYER-STATUS
014800             UPON OPERATOR-CONSOLE
014900         MOVE 16 TO RETURN-CODE
015000         GOBACK.
015100     OPEN INPUT MEMBER-CONTACT.
015200     IF NF-CONTACT-STATUS = '00'
015300         MOVE 'Y' TO NF-CONTACTS-SW
015400     ELSE
015500         IF NF-CONTACT-STATUS = '35'
015600             DISPLAY 'GC260I NO MBRCONT FILE PRESENT, EVERY'
015700                 ' NOTICE LISTED AS AN EXCEPTION'
015800         ELSE
015900             DISPLAY 'GC260E MBRCONT OPEN FAILED, STATUS '
016000                 NF-CONTACT-STATUS
016100                 UPON OPERATOR-CONSOLE
016200             MOVE 16 TO RETURN-CODE
016300             GOBACK.
016400     OPEN OUTPUT NOTIFY-EXTRACT.
016500     IF NF-EXTRACT-STATUS NOT = '00'
016600         DISPLAY 'GC260E NOTIFEXT OPEN FAILED, STATUS '
016700             NF-EXTRACT-STATUS
016800             UPON OPERATOR-CONSOLE
016900         MOVE 16 TO RETURN-CODE
017000         GOBACK.
017100     MOVE NF-RUN-DATE TO NF-HD-DATE.
017200     MOVE NF-HEAD-LINE-1 TO NF-WORK-LINE.
017300     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
017400     MOVE NF-COLUMN-LINE TO NF-WORK-LINE.
017500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
017600 1000-EXIT.
017700     EXIT.
017800******************************************************************
017900*  2000-DRAIN-QUEUE - EVERY QUEUED EVENT IN ARRIVAL ORDER        *
018000******************************************************************
018100 2000-DRAIN-QUEUE.
018200     OPEN INPUT NOTICE-QUEUE.
018300     IF NF-QUEUE-STATUS = '35'
018400         DISPLAY 'GC260I NO NOTICEQ FILE PRESENT, NOTHING TO SEND'
018500         GO TO 2000-EXIT.
018600     IF NF-QUEUE-STATUS NOT = '00'
018700         DISPLAY 'GC260E NOTICEQ OPEN FAILED, STATUS '
018800             NF-QUEUE-STATUS
018900             UPON OPERATOR-CONSOLE
019000         MOVE 16 TO RETURN-CODE
019100         GO TO 2000-EXIT.
019200     MOVE 'Y' TO NF-QUEUE-SW.
019300     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
019400     PERFORM 2200-ROUTE-ONE-EVENT THRU 2200-EXIT
019500         UNTIL NF-END-OF-QUEUE.
019510     IF NF-QUEUE-STATUS NOT = '00'
019520             AND NF-QUEUE-STATUS NOT = '10'
019530         DISPLAY 'GC260E NOTICEQ READ FAILED, STATUS '
019540             NF-QUEUE-STATUS ', QUEUE KEPT'
019550             UPON OPERATOR-CONSOLE
019560         MOVE 16 TO RETURN-CODE
019570         MOVE 'N' TO NF-QUEUE-SW.
019600     CLOSE NOTICE-QUEUE.
019700 2000-EXIT.
019800     EXIT.
019900 2100-READ-QUEUE.
020000     READ NOTICE-QUEUE INTO NOTICE-EVENT-RECORD
020100         AT END MOVE 'Y' TO NF-EOF-SW.
020200     IF NF-QUEUE-STATUS NOT = '00'
020300         MOVE 'Y' TO NF-EOF-SW.
020400 2100-EXIT.
020500     EXIT.
020600******************************************************************
020700*  2200-ROUTE-ONE-EVENT - ADDRESS THE EVENT OR LIST IT           *
020800******************************************************************
020900 2200-ROUTE-ONE-EVENT.
021000     IF NOT NQ-NOTICE-EVENT
021100         GO TO 2200-NEXT.
021200     ADD 1 TO NF-EVENTS-READ.
021300     MOVE NQ-MEMBER-NUMBER TO PM-MEMBER-NUMBER.
021400     READ PLAYER-MASTER
021500         INVALID KEY
021600             MOVE SPACES TO PM-MEMBER-NAME
021700             MOVE 'NOT ON PLAYER-MASTER' TO NF-EXCEPTION-REASON
021800             PERFORM 8000-LIST-EXCEPTION THRU 8000-EXIT
021900             GO TO 2200-NEXT
022000     END-READ.
022100     IF NOT NF-CONTACTS-PRESENT
022200         MOVE 'NO CONTACT ON FILE  ' TO NF-EXCEPTION-REASON
022300         PERFORM 8000-LIST-EXCEPTION THRU 8000-EXIT
022400         GO TO 2200-NEXT.
022500     MOVE NQ-MEMBER-NUMBER TO MC-MEMBER-NUMBER.
022600     READ MEMBER-CONTACT
022700         INVALID KEY
022800             MOVE 'NO CONTACT ON FILE  ' TO NF-EXCEPTION-REASON
022900             PERFORM 8000-LIST-EXCEPTION THRU 8000-EXIT
023000             GO TO 2200-NEXT
023100     END-READ.
023200     PERFORM 2300-PICK-CHANNEL THRU 2300-EXIT.
023300     IF NF-NO-CHANNEL
023400         MOVE 'NO EMAIL OR MOBILE  ' TO NF-EXCEPTION-REASON
023500         PERFORM 8000-LIST-EXCEPTION THRU 8000-EXIT
023600         GO TO 2200-NEXT.
023700     PERFORM 2500-WRITE-NOTICE THRU 2500-EXIT.
023800 2200-NEXT.
023900     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
024000 2200-EXIT.
024100     EXIT.
024200******************************************************************
024300*  2300-PICK-CHANNEL - PREFERRED CHANNEL, ELSE THE OTHER ONE     *
024400******************************************************************
024500 2300-PICK-CHANNEL.
024600     MOVE SPACE TO NF-CHANNEL.
024700     MOVE SPACES TO NF-SEND-TO.
024800     IF MC-PREFERS-TEXT
024900         GO TO 2300-TRY-TEXT.
025000     IF MC-EMAIL NOT = SPACES
025100         MOVE 'E' TO NF-CHANNEL
025200         MOVE MC-EMAIL TO NF-SEND-TO
025300         GO TO 2300-EXIT.
025400     IF MC-PHONE NOT = SPACES
025500         MOVE 'S' TO NF-CHANNEL
025600         MOVE MC-PHONE TO NF-SEND-TO.
025700     GO TO 2300-EXIT.
025800 2300-TRY-TEXT.
025900     IF MC-PHONE NOT = SPACES
026000         MOVE 'S' TO NF-CHANNEL
026100         MOVE MC-PHONE TO NF-SEND-TO
026200         GO TO 2300-EXIT.
026300     IF MC-EMAIL NOT = SPACES
026400         MOVE 'E' TO NF-CHANNEL
026500         MOVE MC-EMAIL TO NF-SEND-TO.
026600 2300-EXIT.
026700     EXIT.
026800******************************************************************
026900*  2500-WRITE-NOTICE - ONE NOTIFEXT RECORD FOR THE VENDOR        *
027000******************************************************************
027100 2500-WRITE-NOTICE.
027200     MOVE SPACES TO NOTIFICATION-EXTRACT-RECORD.
027300     MOVE 'N' TO NX-REC-TYPE.
027400     MOVE NQ-EVENT-CODE TO NX-EVENT-CODE.
027500     MOVE NQ-EVENT-DATE TO NX-EVENT-DATE.
027600     MOVE NQ-MEMBER-NUMBER TO NX-MEMBER-NUMBER.
027700     MOVE PM-MEMBER-NAME TO NX-MEMBER-NAME.
027800     MOVE NF-CHANNEL TO NX-CHANNEL.
027900     MOVE NF-SEND-TO TO NX-SEND-TO.
028000     MOVE NQ-EVENT-DETAIL TO NX-EVENT-DETAIL.
028100     WRITE NOTIFY-EXTRACT-REC FROM NOTIFICATION-EXTRACT-RECORD.
028200     IF NF-EXTRACT-STATUS NOT = '00'
028300         DISPLAY 'GC260E NOTIFEXT WRITE FAILED, STATUS '
028400             NF-EXTRACT-STATUS
028500             UPON OPERATOR-CONSOLE
028600         MOVE 16 TO RETURN-CODE
028700         GOBACK.
028800     ADD 1 TO NF-NOTICES-WRITTEN.
028900     IF NX-AMOUNT NUMERIC
029000         ADD NX-AMOUNT TO NF-AMOUNT-HASH.
029100     ADD NX-MEMBER-NUMBER TO NF-KEY-HASH.
029200 2500-EXIT.
029300     EXIT.
029400******************************************************************
029500*  4000-EXTRACT-TOTALS - TRAILER, EMPTY THE QUEUE, LIST TOTALS   *
029600******************************************************************
029700 4000-EXTRACT-TOTALS.
029800     MOVE SPACES TO TRAILER-RECORD.
029900     MOVE '9' TO TR-REC-TYPE.
030000     MOVE 'TRAILER' TO TR-LITERAL.
030100     MOVE NF-NOTICES-WRITTEN TO TR-RECORD-COUNT.
030200     MOVE NF-AMOUNT-HASH TO TR-AMOUNT-HASH.
030300     MOVE NF-KEY-HASH TO TR-KEY-HASH.
030400     MOVE SPACES TO NOTIFY-EXTRACT-REC.
030500     MOVE TRAILER-RECORD TO NOTIFY-EXTRACT-REC (1:80).
030600     WRITE NOTIFY-EXTRACT-REC.
030610     IF NF-EXTRACT-STATUS NOT = '00'
030620         DISPLAY 'GC260E NOTIFEXT TRAILER WRITE FAILED, STATUS '
030630             NF-EXTRACT-STATUS ', QUEUE KEPT'
030640             UPON OPERATOR-CONSOLE
030650         MOVE 16 TO RETURN-CODE
030660         MOVE 'N' TO NF-QUEUE-SW.
030700     IF NF-QUEUE-READ
030800         OPEN OUTPUT NOTICE-QUEUE
030900         CLOSE NOTICE-QUEUE.
031000     IF NF-EXCEPTIONS = 0
031100         MOVE 'NO CONTACT EXCEPTIONS' TO NF-WORK-LINE
031200         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
031300     MOVE SPACES TO NF-WORK-LINE.
031400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
031500     MOVE 'EVENTS QUEUED       ' TO NF-CL-LABEL.
031600     MOVE NF-EVENTS-READ TO NF-CL-COUNT.
031700     MOVE NF-COUNT-LINE TO NF-WORK-LINE.
031800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
031900     MOVE 'NOTICES SENT        ' TO NF-CL-LABEL.
032000     MOVE NF-NOTICES-WRITTEN TO NF-CL-COUNT.
032100     MOVE NF-COUNT-LINE TO NF-WORK-LINE.
032200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
032300     MOVE 'CONTACT EXCEPTIONS  ' TO NF-CL-LABEL.
032400     MOVE NF-EXCEPTIONS TO NF-CL-COUNT.
032500     MOVE NF-COUNT-LINE TO NF-WORK-LINE.
032600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
032700     IF PP-LINE-COUNT > 0
032800         CALL 'GCPRINT' USING PRINT-PAGE.
032900 4000-EXIT.
033000     EXIT.
033100******************************************************************
033200*  8000-LIST-EXCEPTION - ONE LIST LINE PER EVENT NOT SENT        *
033300******************************************************************
033400 8000-LIST-EXCEPTION.
033500     ADD 1 TO NF-EXCEPTIONS.
033600     DISPLAY 'GC260R ' NQ-MEMBER-NUMBER ' ' NQ-EVENT-CODE ' '
033700         NF-EXCEPTION-REASON.
033800     MOVE NQ-MEMBER-NUMBER TO NF-DL-MEMBER.
033900     MOVE PM-MEMBER-NAME TO NF-DL-NAME.
034000     MOVE NQ-EVENT-CODE TO NF-DL-EVENT.
034100     MOVE NF-EXCEPTION-REASON TO NF-DL-REASON.
034200     MOVE NF-DETAIL-LINE TO NF-WORK-LINE.
034300     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
034400 8000-EXIT.
034500     EXIT.
034600******************************************************************
034700*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
034800******************************************************************
034900 8600-EMIT-LINE.
035000     IF PP-LINE-COUNT NOT < 22
035100         CALL 'GCPRINT' USING PRINT-PAGE.
035200     ADD 1 TO PP-LINE-COUNT.
035300     MOVE NF-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
035400 8600-EXIT.
035500     EXIT.
035600******************************************************************
035700*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
035800******************************************************************
035900 9000-WRAP-UP.
036000     CLOSE PLAYER-MASTER
036100           NOTIFY-EXTRACT.
036200     IF NF-CONTACTS-PRESENT
036300         CLOSE MEMBER-CONTACT.
036400     DISPLAY 'GC260I RUN DATE              ' NF-RUN-DATE.
036500     DISPLAY 'GC260I EVENTS QUEUED         ' NF-EVENTS-READ.
036600     DISPLAY 'GC260I NOTICES SENT          ' NF-NOTICES-WRITTEN.
036700     DISPLAY 'GC260I CONTACT EXCEPTIONS    ' NF-EXCEPTIONS.
036800 9000-EXIT.
036900     EXIT.
