000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC045.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-12.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC045 - COURSE BLOCK POSTING AND DISPLACED-BOOKINGS REPORT    *
000900*                                                                *
001000*  MAINTAINS THE CRSBLOCK COURSE BLOCK CALENDAR - THE STRETCHES  *
001100*  OF TEE SHEET TAKEN OUT OF PLAY FOR AERIFICATION, MAINTENANCE, *
001200*  FROST DELAYS, OUTINGS AND SHOTGUN STARTS.  ARGUMENT 1 IS THE  *
001300*  RUN DATE.  BLOCK CARDS (GCCRSBLK LAYOUT) COME FROM THE        *
001400*  COMMAND LINE WHEN ARGUMENT 2 IS A CARD IMAGE (THE DESK        *
001500*  PATH), OTHERWISE FROM THE BLOCKIN FILE, WHICH IS EMPTIED      *
001600*  ONCE POSTED.  A 'B' CARD ADDS A BLOCK; BLANK TIMES MEAN THE   *
001700*  WHOLE DAY, A BLANK FROM TIME THE START OF THE DAY AND A       *
001800*  BLANK TO TIME THE END OF IT.  AN 'R' CARD REMOVES THE BLOCK   *
001900*  WITH THE SAME DATE AND TIMES.  A BLOCK MAY NOT OVERLAP ONE    *
002000*  ALREADY ON FILE FOR THE DAY.                                  *
002100*                                                                *
002200*  EVERY SLOT STILL BOOKED ('B') OR HELD FOR A WAITLIST OFFER    *
002300*  ('H') INSIDE A NEW BLOCK IS CANCELLED AND AUDITED AS 'BLOCK   *
002400*  DISPLACED', AND A CANCELLED GUEST SLOT GIVES THE SPONSOR THE  *
002500*  ANNUAL GUEST ROUND BACK AS A GC010 CANCEL DOES.  THE          *
002600*  DISPLACED MEMBERS AND SLOTS ARE PRINTED THROUGH GCPRINT UNDER *
002700*  THEIR BLOCK SO THE DESK CAN MOVE THEM TO ANOTHER TIME.        *
002720*  A DISPLACED GC060 PLAYING-LESSON SLOT ALSO CANCELS ITS LESSON *
002740*  IN THE LESSONS DIARY WITH NO FEE, IS AUDITED AS 'LESSON       *
002760*  DISPLACED' AND IS LISTED AS LESSN.                            *
002800*  REMOVING A BLOCK DOES NOT REINSTATE ANY BOOKING.              *
002900*                                                                *
003000*  BLOCKS DATED BEFORE THE FIRST OF LAST YEAR ARE DROPPED WHEN   *
003100*  THE FILE IS REWRITTEN; THIS SEASON AND LAST ARE KEPT FOR THE  *
003200*  GC360 UTILIZATION REPORT.                                     *
003300*                                                                *
003400*  MODIFICATION HISTORY                                         *
003500*  2026-10-12  RJM  NEW PROGRAM                                  *
003550*  2026-10-15  RJM  PLAYING LESSON DISPLACED WITH ITS SLOT       *
003560*  2026-10-15  RJM  CRSBLOCK AND BLOCKIN READ ERRORS END THE RUN *
003570*                   RC 16; CRSBLOCK IS NOT REWRITTEN FROM A PART *
003580*                   TABLE AND BLOCKIN IS KEPT                    *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     CONSOLE IS OPERATOR-CONSOLE.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BLOCK-IN ASSIGN TO "BLOCKIN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS BK-BLOCKIN-STATUS.
004600     SELECT COURSE-BLOCK ASSIGN TO "CRSBLOCK"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS BK-CRSBLOCK-STATUS.
004900     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS BK-AUDIT-STATUS.
005200     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS PM-MEMBER-NUMBER
005600         FILE STATUS IS BK-PLAYER-STATUS.
005700     SELECT TEE-SHEET ASSIGN TO "TEESHEET"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS TS-KEY
006100         FILE STATUS IS BK-SHEET-STATUS.
006120     SELECT LESSON-FILE ASSIGN TO "LESSONS"
006140         ORGANIZATION IS SEQUENTIAL
006160         FILE STATUS IS BK-LESSON-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BLOCK-IN.
006500 01  BLOCK-IN-REC                PIC X(80).
006600 FD  COURSE-BLOCK.
006700 01  COURSE-BLOCK-REC            PIC X(80).
006800 FD  AUDIT-LOG.
006900 COPY GCAUDIT.
007000 FD  PLAYER-MASTER.
007100 COPY GCPLAYER.
007200 FD  TEE-SHEET.
007300 COPY GCTEESHT.
007320 FD  LESSON-FILE.
007340 COPY GCLESSON.
007400 WORKING-STORAGE SECTION.
007500 77  BK-BLOCKIN-STATUS           PIC X(02).
007600 77  BK-CRSBLOCK-STATUS          PIC X(02).
007700 77  BK-AUDIT-STATUS             PIC X(02).
007800 77  BK-PLAYER-STATUS            PIC X(02).
007900 77  BK-SHEET-STATUS             PIC X(02).
007950 77  BK-LESSON-STATUS            PIC X(02).
008000 77  BK-ARG-COUNT                PIC 9(03)   COMP.
008100 77  BK-ARG-SUB                  PIC 9(03)   COMP.
008200 77  BK-PEEK-AREA                PIC X(80).
008300 77  BK-RUN-DATE                 PIC 9(08).
008400 77  BK-RUN-TIME                 PIC 9(08).
008500 77  BK-KEEP-FROM                PIC 9(08).
008600 77  BK-WORK-YEAR                PIC 9(04).
008700 77  BK-DESK-SW                  PIC X(01)   VALUE 'N'.
008800     88  BK-DESK-PATH                        VALUE 'Y'.
008900 77  BK-EOF-SW                   PIC X(01)   VALUE 'N'.
009000     88  BK-END-OF-CARDS                     VALUE 'Y'.
009100 77  BK-FILE-EOF-SW              PIC X(01)   VALUE 'N'.
009200     88  BK-END-OF-BLOCKS                    VALUE 'Y'.
009220 77  BK-BLOCKIN-FAIL-SW          PIC X(01)   VALUE 'N'.
009240     88  BK-BLOCKIN-FAILED                   VALUE 'Y'.
009300 77  BK-SCAN-SW                  PIC X(01)   VALUE 'N'.
009400     88  BK-SCAN-DONE                        VALUE 'Y'.
009500 77  BK-CARD-OK-SW               PIC X(01)   VALUE 'Y'.
009600     88  BK-CARD-OK                          VALUE 'Y'.
009620 77  BK-DIARY-EOF-SW             PIC X(01)   VALUE 'N'.
009640     88  BK-END-OF-DIARY                     VALUE 'Y'.
009660 77  BK-LESSON-SW                PIC X(01)   VALUE 'N'.
009680     88  BK-LESSON-FOUND                     VALUE 'Y'.
009700 77  BK-SUB                      PIC S9(04)  COMP.
009800 77  BK-FOUND-SUB                PIC S9(04)  COMP.
009900 77  BK-INSERT-SUB               PIC S9(04)  COMP.
010000 77  BK-CARDS-READ               PIC 9(05)   COMP.
010100 77  BK-BLOCKS-ADDED             PIC 9(05)   COMP.
010200 77  BK-BLOCKS-REMOVED           PIC 9(05)   COMP.
010300 77  BK-CARDS-REJECTED           PIC 9(05)   COMP.
010400 77  BK-BLOCKS-DROPPED           PIC 9(05)   COMP.
010500 77  BK-SLOTS-DISPLACED          PIC 9(05)   COMP.
010550 77  BK-LESSONS-DISPLACED        PIC 9(05)   COMP.
010600 77  BK-BLOCK-DISPLACED          PIC 9(05)   COMP.
010700 77  BK-BLOCKS-WRITTEN           PIC 9(05)   COMP.
010800 77  BK-AUDIT-ACTION             PIC X(20).
010900 77  BK-REJECT-REASON            PIC X(30).
011000 01  BK-ARG-AREA.
011100     05  BK-ARG-DATE             PIC 9(08).
011200     05  FILLER                  PIC X(72).
011300 01  BK-DATE-WORK.
011400     05  BK-DATE-PARTS.
011500         10  BK-DATE-YEAR        PIC 9(04).
011600         10  BK-DATE-MONTH       PIC 9(02).
011700         10  BK-DATE-DAY         PIC 9(02).
011800     05  BK-DATE-NUM REDEFINES BK-DATE-PARTS
011900                                 PIC 9(08).
012000 01  BK-TIME-WORK.
012100     05  BK-TIME-PARTS.
012200         10  BK-TIME-HOURS       PIC 9(02).
012300         10  BK-TIME-MINUTES     PIC 9(02).
012400     05  BK-TIME-NUM REDEFINES BK-TIME-PARTS
012500                                 PIC 9(04).
012600******************************************************************
012700*  BLOCKS ON FILE, KEPT IN DATE AND FROM-TIME ORDER              *
012800******************************************************************
012900 01  BK-BLOCK-TABLE.
013000     05  BK-BLOCK-COUNT          PIC 9(04)   COMP.
013100     05  BK-BLOCK-ENTRY          OCCURS 500 TIMES.
013200         10  BK-BE-DATE          PIC 9(08).
013300         10  BK-BE-FROM          PIC 9(04).
013400         10  BK-BE-TO            PIC 9(04).
013500         10  BK-BE-TYPE          PIC X(01).
013600         10  BK-BE-DESC          PIC X(30).
013700         10  BK-BE-ENTERED       PIC 9(08).
013800 01  BK-HEAD-LINE-1.
013900     05  FILLER                  PIC X(46)   VALUE
014000         'COURSE BLOCKS AND DISPLACED BOOKINGS'.
014100 01  BK-HEAD-LINE-2.
014200     05  FILLER                  PIC X(16)
014300         VALUE 'POSTING RUN FOR '.
014400     05  BK-HD-DATE              PIC 9(08).
014500     05  FILLER                  PIC X(22)   VALUE SPACES.
014600 01  BK-COLUMN-LINE-1.
014700     05  FILLER                  PIC X(46)   VALUE
014800         'ACTION DATE     FROM-TO   T DESCRIPTION'.
014900 01  BK-COLUMN-LINE-2.
015000     05  FILLER                  PIC X(46)   VALUE
015100         '  MEMBER NAME                 TIME S KIND'.
015200 01  BK-BLOCK-LINE.
015300     05  BK-BL-ACTION            PIC X(07).
015400     05  BK-BL-DATE              PIC 9(08).
015500     05  FILLER                  PIC X(01)   VALUE SPACES.
015600     05  BK-BL-FROM              PIC 9(04).
015700     05  FILLER                  PIC X(01)   VALUE '-'.
015800     05  BK-BL-TO                PIC 9(04).
015900     05  FILLER                  PIC X(01)   VALUE SPACES.
016000     05  BK-BL-TYPE              PIC X(01).
016100     05  FILLER                  PIC X(01)   VALUE SPACES.
016200     05  BK-BL-DESC              PIC X(18).
016300 01  BK-DISPLACED-LINE.
016400     05  FILLER                  PIC X(02)   VALUE SPACES.
016500     05  BK-DL-MEMBER            PIC 9(06).
016600     05  FILLER                  PIC X(01)   VALUE SPACES.
016700     05  BK-DL-NAME              PIC X(20).
016800     05  FILLER                  PIC X(01)   VALUE SPACES.
016900     05  BK-DL-TIME              PIC 9(04).
017000     05  FILLER                  PIC X(01)   VALUE SPACES.
017100     05  BK-DL-SLOT              PIC 9(01).
017200     05  FILLER                  PIC X(01)   VALUE SPACES.
017300     05  BK-DL-KIND              PIC X(05).
017400     05  FILLER                  PIC X(04)   VALUE SPACES.
017500 01  BK-NONE-LINE.
017600     05  FILLER                  PIC X(46)   VALUE
017700         '  NO BOOKINGS DISPLACED'.
017800 01  BK-REJECT-LINE.
017900     05  BK-RL-TYPE              PIC X(01).
018000     05  FILLER                  PIC X(01)   VALUE SPACES.
018100     05  BK-RL-DATE              PIC X(08).
018200     05  FILLER                  PIC X(01)   VALUE SPACES.
018300     05  BK-RL-FROM              PIC X(04).
018400     05  FILLER                  PIC X(01)   VALUE SPACES.
018500     05  BK-RL-REASON            PIC X(30).
018600 01  BK-TOTAL-LINE.
018700     05  BK-TL-TEXT              PIC X(30).
018800     05  BK-TL-COUNT             PIC ZZ,ZZ9.
018900     05  FILLER                  PIC X(10)   VALUE SPACES.
019000 01  BK-WORK-LINE                PIC X(46).
019100 COPY GCCRSBLK.
019200 COPY GCPRPAGE.
019300 PROCEDURE DIVISION.
019400******************************************************************
019500*  0000-MAINLINE - CONTROL THE BLOCK POSTING RUN                 *
019600******************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     IF BK-ARG-COUNT > 1
020000         PERFORM 0100-CHECK-DESK-PATH THRU 0100-EXIT.
020100     IF BK-DESK-PATH
020200         PERFORM 2000-PROCESS-ARGUMENTS THRU 2000-EXIT
020300     ELSE
020400         PERFORM 2500-PROCESS-BATCH-FILE THRU 2500-EXIT.
020500     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
020600     GOBACK.
020700******************************************************************
020800*  0100-CHECK-DESK-PATH - ARGUMENT 2 MUST BE A BLOCK CARD IMAGE  *
020900*                                                                *
021000*  ONLY A 'B' OR 'R' CARD TYPE FOLLOWED BY A NUMERIC DATE MEANS  *
021100*  THE DESK KEYED A CARD ON THE COMMAND LINE.                    *
021200******************************************************************
021300 0100-CHECK-DESK-PATH.
021400     MOVE SPACES TO BK-PEEK-AREA.
021500     DISPLAY 2 UPON ARGUMENT-NUMBER.
021600     ACCEPT BK-PEEK-AREA FROM ARGUMENT-VALUE.
021700     IF (BK-PEEK-AREA (1:1) = 'B' OR BK-PEEK-AREA (1:1) = 'R')
021800             AND BK-PEEK-AREA (2:8) NUMERIC
021900         MOVE 'Y' TO BK-DESK-SW
022000     ELSE
022100         DISPLAY 'GC045I ARGUMENT 2 IS NOT A BLOCK CARD IMAGE,'
022200             ' BLOCKIN BATCH PATH TAKEN'.
022300 0100-EXIT.
022400     EXIT.
022500******************************************************************
022600*  1000-INITIALIZE - ARGUMENTS, BLOCK TABLE AND FILE OPENS       *
022700******************************************************************
022800 1000-INITIALIZE.
022900     MOVE ZERO TO BK-CARDS-READ
023000                  BK-BLOCKS-ADDED
023100                  BK-BLOCKS-REMOVED
023200                  BK-CARDS-REJECTED
023300                  BK-BLOCKS-DROPPED
023400                  BK-SLOTS-DISPLACED
023450                  BK-LESSONS-DISPLACED
023500                  BK-BLOCKS-WRITTEN
023600                  PP-LINE-COUNT.
023700     MOVE SPACES TO PP-PAGE-BODY.
023800     ACCEPT BK-ARG-COUNT FROM ARGUMENT-NUMBER.
023900     IF BK-ARG-COUNT > 0
024000         DISPLAY 1 UPON ARGUMENT-NUMBER
024100         ACCEPT BK-ARG-AREA FROM ARGUMENT-VALUE
024200         MOVE BK-ARG-DATE TO BK-RUN-DATE
024300     ELSE
024400         ACCEPT BK-RUN-DATE FROM DATE YYYYMMDD.
024500     MOVE BK-RUN-DATE TO BK-DATE-NUM.
024600     SUBTRACT 1 FROM BK-DATE-YEAR.
024700     MOVE 01 TO BK-DATE-MONTH
024800                BK-DATE-DAY.
024900     MOVE BK-DATE-NUM TO BK-KEEP-FROM.
025000     PERFORM 1500-LOAD-BLOCKS THRU 1500-EXIT.
025100     OPEN I-O TEE-SHEET.
025200     OPEN I-O PLAYER-MASTER.
025300     IF BK-SHEET-STATUS NOT = '00'
025400             OR BK-PLAYER-STATUS NOT = '00'
025500         DISPLAY 'GC045E FILE OPEN FAILED, STATUS TS='
025600             BK-SHEET-STATUS ' PM=' BK-PLAYER-STATUS
025700             UPON OPERATOR-CONSOLE
025800         MOVE 16 TO RETURN-CODE
025900         GOBACK.
026000     MOVE BK-RUN-DATE TO BK-HD-DATE.
026100     MOVE BK-HEAD-LINE-1 TO BK-WORK-LINE.
026200     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
026300     MOVE BK-HEAD-LINE-2 TO BK-WORK-LINE.
026400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
026500     MOVE SPACES TO BK-WORK-LINE.
026600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
026700     MOVE BK-COLUMN-LINE-1 TO BK-WORK-LINE.
026800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
026900     MOVE BK-COLUMN-LINE-2 TO BK-WORK-LINE.
027000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
027100 1000-EXIT.
027200     EXIT.
027300******************************************************************
027400*  1500-LOAD-BLOCKS - CRSBLOCK INTO WORKING STORE                *
027500*                                                                *
027600*  NO FILE SIMPLY MEANS NO BLOCK HAS EVER BEEN POSTED.  BLOCKS   *
027700*  OLDER THAN THE KEEP DATE ARE LEFT OUT AND SO DROP OFF THE     *
027800*  FILE WHEN IT IS REWRITTEN.                                    *
027900******************************************************************
028000 1500-LOAD-BLOCKS.
028100     MOVE ZERO TO BK-BLOCK-COUNT.
028200     MOVE 'N' TO BK-FILE-EOF-SW.
028300     OPEN INPUT COURSE-BLOCK.
028400     IF BK-CRSBLOCK-STATUS = '35'
028500         DISPLAY 'GC045I NO CRSBLOCK FILE PRESENT, STARTING A NEW'
028600             ' BLOCK CALENDAR'
028700         GO TO 1500-EXIT.
028800     IF BK-CRSBLOCK-STATUS NOT = '00'
028900         DISPLAY 'GC045E CRSBLOCK OPEN FAILED, STATUS '
029000             BK-CRSBLOCK-STATUS
029100             UPON OPERATOR-CONSOLE
029200         MOVE 16 TO RETURN-CODE
029300         GOBACK.
029400     PERFORM 1510-READ-BLOCK THRU 1510-EXIT.
029500     PERFORM 1520-TABLE-BLOCK THRU 1520-EXIT
029600         UNTIL BK-END-OF-BLOCKS.
029700     CLOSE COURSE-BLOCK.
029800 1500-EXIT.
029900     EXIT.
030000 1510-READ-BLOCK.
030100     READ COURSE-BLOCK INTO COURSE-BLOCK-RECORD
030200         AT END MOVE 'Y' TO BK-FILE-EOF-SW.
030300     IF BK-CRSBLOCK-STATUS NOT = '00'
030320             AND BK-CRSBLOCK-STATUS NOT = '10'
030340         DISPLAY 'GC045E CRSBLOCK READ FAILED, STATUS '
030360             BK-CRSBLOCK-STATUS ', NOTHING POSTED'
030380             UPON OPERATOR-CONSOLE
030400         CLOSE COURSE-BLOCK
030420         MOVE 16 TO RETURN-CODE
030440         GOBACK.
030500 1510-EXIT.
030600     EXIT.
030700 1520-TABLE-BLOCK.
030800     IF NOT CB-BLOCK-ENTRY
030900             OR CB-BLOCK-DATE NOT NUMERIC
031000             OR CB-FROM-TIME NOT NUMERIC
031100             OR CB-TO-TIME NOT NUMERIC
031200         DISPLAY 'GC045W CRSBLOCK ENTRY ' CB-BLOCK-DATE-X
031300             ' NOT VALID, DROPPED'
031400         ADD 1 TO BK-BLOCKS-DROPPED
031500         GO TO 1520-NEXT.
031600     IF CB-BLOCK-DATE < BK-KEEP-FROM
031700         ADD 1 TO BK-BLOCKS-DROPPED
031800         GO TO 1520-NEXT.
031900     IF BK-BLOCK-COUNT = 500
032000         DISPLAY 'GC045E MORE THAN 500 COURSE BLOCKS ON CRSBLOCK,'
032100             ' RUN STOPPED'
032200             UPON OPERATOR-CONSOLE
032300         MOVE 16 TO RETURN-CODE
032400         GOBACK.
032500     ADD 1 TO BK-BLOCK-COUNT.
032600     MOVE BK-BLOCK-COUNT TO BK-SUB.
032700     MOVE CB-BLOCK-DATE TO BK-BE-DATE (BK-SUB).
032800     MOVE CB-FROM-TIME TO BK-BE-FROM (BK-SUB).
032900     MOVE CB-TO-TIME TO BK-BE-TO (BK-SUB).
033000     MOVE CB-BLOCK-TYPE TO BK-BE-TYPE (BK-SUB).
033100     MOVE CB-DESCRIPTION TO BK-BE-DESC (BK-SUB).
033200     IF CB-ENTRY-DATE NUMERIC
033300         MOVE CB-ENTRY-DATE TO BK-BE-ENTERED (BK-SUB)
033400     ELSE
033500         MOVE ZERO TO BK-BE-ENTERED (BK-SUB).
033600 1520-NEXT.
033700     PERFORM 1510-READ-BLOCK THRU 1510-EXIT.
033800 1520-EXIT.
033900     EXIT.
034000******************************************************************
034100*  2000-PROCESS-ARGUMENTS - DESK COMMAND-LINE PATH               *
034200******************************************************************
034300 2000-PROCESS-ARGUMENTS.
034400     DISPLAY 2 UPON ARGUMENT-NUMBER.
034500     PERFORM 2100-PROCESS-ONE-ARG THRU 2100-EXIT
034600         VARYING BK-ARG-SUB FROM 2 BY 1
034700         UNTIL BK-ARG-SUB > BK-ARG-COUNT.
034800 2000-EXIT.
034900     EXIT.
035000 2100-PROCESS-ONE-ARG.
035100     MOVE SPACES TO COURSE-BLOCK-RECORD.
035200     ACCEPT COURSE-BLOCK-RECORD FROM ARGUMENT-VALUE.
035300     PERFORM 3000-POST-CARD THRU 3000-EXIT.
035400 2100-EXIT.
035500     EXIT.
035600******************************************************************
035700*  2500-PROCESS-BATCH-FILE - BLOCKIN BATCH PATH                  *
035800*                                                                *
035900*  THE FILE IS EMPTIED ONCE EVERY CARD ON IT HAS BEEN POSTED OR  *
036000*  REJECTED, SO A RERUN NEVER SEES A CARD TWICE.                 *
036100******************************************************************
036200 2500-PROCESS-BATCH-FILE.
036300     MOVE 'N' TO BK-EOF-SW.
036400     OPEN INPUT BLOCK-IN.
036500     IF BK-BLOCKIN-STATUS = '35'
036600         DISPLAY 'GC045I NO BLOCKIN FILE PRESENT, NO CARDS TO'
036700             ' POST'
036800         GO TO 2500-EXIT.
036900     IF BK-BLOCKIN-STATUS NOT = '00'
037000         DISPLAY 'GC045E BLOCKIN OPEN FAILED, STATUS '
037100             BK-BLOCKIN-STATUS
037200             UPON OPERATOR-CONSOLE
037300         MOVE 16 TO RETURN-CODE
037400         GO TO 2500-EXIT.
037500     PERFORM 2600-READ-BLOCKIN THRU 2600-EXIT.
037600     PERFORM 2700-PROCESS-FILE-CARD THRU 2700-EXIT
037700         UNTIL BK-END-OF-CARDS.
037800     CLOSE BLOCK-IN.
037810     IF BK-BLOCKIN-FAILED
037820         DISPLAY 'GC045E BLOCKIN KEPT - CORRECT AND RERUN, CARDS'
037830             ' ALREADY POSTED ARE REJECTED ON THE RERUN'
037840             UPON OPERATOR-CONSOLE
037850         GO TO 2500-EXIT.
037900     OPEN OUTPUT BLOCK-IN.
038000     CLOSE BLOCK-IN.
038100 2500-EXIT.
038200     EXIT.
038300 2600-READ-BLOCKIN.
038400     READ BLOCK-IN INTO COURSE-BLOCK-RECORD
038500         AT END MOVE 'Y' TO BK-EOF-SW.
038510     IF BK-BLOCKIN-STATUS NOT = '00'
038520             AND BK-BLOCKIN-STATUS NOT = '10'
038530         DISPLAY 'GC045E BLOCKIN READ FAILED, STATUS '
038540             BK-BLOCKIN-STATUS
038550             UPON OPERATOR-CONSOLE
038560         MOVE 16 TO RETURN-CODE
038570         MOVE 'Y' TO BK-BLOCKIN-FAIL-SW
038580                     BK-EOF-SW.
038600 2600-EXIT.
038700     EXIT.
038800 2700-PROCESS-FILE-CARD.
038900     IF COURSE-BLOCK-RECORD (1:8) NOT = '9TRAILER'
039000         PERFORM 3000-POST-CARD THRU 3000-EXIT.
039100     PERFORM 2600-READ-BLOCKIN THRU 2600-EXIT.
039200 2700-EXIT.
039300     EXIT.
039400******************************************************************
039500*  3000-POST-CARD - EDIT ONE BLOCK CARD, THEN ADD OR REMOVE      *
039600******************************************************************
039700 3000-POST-CARD.
039800     ADD 1 TO BK-CARDS-READ.
039900     PERFORM 3100-EDIT-CARD THRU 3100-EXIT.
040000     IF NOT BK-CARD-OK
040100         ADD 1 TO BK-CARDS-REJECTED
040200         PERFORM 8000-LIST-REJECT THRU 8000-EXIT
040300         GO TO 3000-EXIT.
040400     IF CB-BLOCK-ENTRY
040500         PERFORM 4000-ADD-BLOCK THRU 4000-EXIT
040600     ELSE
040700         PERFORM 5000-REMOVE-BLOCK THRU 5000-EXIT.
040800 3000-EXIT.
040900     EXIT.
041000******************************************************************
041100*  3100-EDIT-CARD - FORMAT, DATE, TIMES, TYPE AND OVERLAP        *
041200*                                                                *
041300*  BLANK TIMES ARE FILLED IN HERE, SO FROM HERE ON EVERY BLOCK   *
041400*  HAS A REAL FROM AND TO TIME.                                  *
041500******************************************************************
041600 3100-EDIT-CARD.
041700     MOVE 'N' TO BK-CARD-OK-SW.
041800     IF NOT CB-BLOCK-ENTRY
041900             AND NOT CB-BLOCK-REMOVAL
042000         MOVE 'CARD TYPE NOT B OR R' TO BK-REJECT-REASON
042100         GO TO 3100-EXIT.
042200     IF CB-BLOCK-DATE NOT NUMERIC
042300         MOVE 'BLOCK DATE NOT NUMERIC' TO BK-REJECT-REASON
042400         GO TO 3100-EXIT.
042500     MOVE CB-BLOCK-DATE TO BK-DATE-NUM.
042600     IF BK-DATE-MONTH < 01 OR BK-DATE-MONTH > 12
042700             OR BK-DATE-DAY < 01 OR BK-DATE-DAY > 31
042800         MOVE 'BLOCK DATE NOT A VALID DATE' TO BK-REJECT-REASON
042900         GO TO 3100-EXIT.
043000     IF CB-BLOCK-DATE < BK-RUN-DATE
043100         MOVE 'BLOCK DATE IN THE PAST' TO BK-REJECT-REASON
043200         GO TO 3100-EXIT.
043300     IF CB-FROM-TIME-X = SPACES
043400         MOVE ZERO TO CB-FROM-TIME.
043500     IF CB-TO-TIME-X = SPACES
043600         MOVE 2359 TO CB-TO-TIME.
043700     IF CB-FROM-TIME NOT NUMERIC
043800             OR CB-TO-TIME NOT NUMERIC
043900         MOVE 'BLOCK TIME NOT NUMERIC' TO BK-REJECT-REASON
044000         GO TO 3100-EXIT.
044100     MOVE CB-FROM-TIME TO BK-TIME-NUM.
044200     IF BK-TIME-HOURS > 23 OR BK-TIME-MINUTES > 59
044300         MOVE 'FROM TIME NOT A VALID TIME' TO BK-REJECT-REASON
044400         GO TO 3100-EXIT.
044500     MOVE CB-TO-TIME TO BK-TIME-NUM.
044600     IF BK-TIME-HOURS > 23 OR BK-TIME-MINUTES > 59
044700         MOVE 'TO TIME NOT A VALID TIME' TO BK-REJECT-REASON
044800         GO TO 3100-EXIT.
044900     IF CB-FROM-TIME > CB-TO-TIME
045000         MOVE 'FROM TIME AFTER TO TIME' TO BK-REJECT-REASON
045100         GO TO 3100-EXIT.
045200     IF CB-BLOCK-REMOVAL
045300         GO TO 3100-CHECK-REMOVAL.
045400     IF NOT CB-VALID-TYPE
045500         MOVE 'BLOCK TYPE NOT A M F O OR S' TO BK-REJECT-REASON
045600         GO TO 3100-EXIT.
045700     IF CB-DESCRIPTION = SPACES
045800         MOVE 'BLOCK DESCRIPTION MISSING' TO BK-REJECT-REASON
045900         GO TO 3100-EXIT.
046000     PERFORM 3200-FIND-OVERLAP THRU 3200-EXIT.
046100     IF BK-FOUND-SUB > 0
046200         MOVE 'OVERLAPS A BLOCK ON FILE' TO BK-REJECT-REASON
046300         GO TO 3100-EXIT.
046400     IF BK-BLOCK-COUNT = 500
046500         MOVE 'BLOCK CALENDAR FULL' TO BK-REJECT-REASON
046600         GO TO 3100-EXIT.
046700     MOVE 'Y' TO BK-CARD-OK-SW.
046800     GO TO 3100-EXIT.
046900 3100-CHECK-REMOVAL.
047000     PERFORM 3300-FIND-EXACT THRU 3300-EXIT.
047100     IF BK-FOUND-SUB = 0
047200         MOVE 'NO MATCHING BLOCK ON FILE' TO BK-REJECT-REASON
047300         GO TO 3100-EXIT.
047400     MOVE 'Y' TO BK-CARD-OK-SW.
047500 3100-EXIT.
047600     EXIT.
047700******************************************************************
047800*  3200-FIND-OVERLAP - ANY BLOCK THAT DAY SHARING A TEE TIME     *
047900******************************************************************
048000 3200-FIND-OVERLAP.
048100     MOVE ZERO TO BK-FOUND-SUB.
048200     PERFORM 3210-MATCH-OVERLAP THRU 3210-EXIT
048300         VARYING BK-SUB FROM 1 BY 1
048400         UNTIL BK-SUB > BK-BLOCK-COUNT
048500            OR BK-FOUND-SUB > 0.
048600 3200-EXIT.
048700     EXIT.
048800 3210-MATCH-OVERLAP.
048900     IF BK-BE-DATE (BK-SUB) = CB-BLOCK-DATE
049000             AND BK-BE-FROM (BK-SUB) NOT > CB-TO-TIME
049100             AND BK-BE-TO (BK-SUB) NOT < CB-FROM-TIME
049200         MOVE BK-SUB TO BK-FOUND-SUB.
049300 3210-EXIT.
049400     EXIT.
049500******************************************************************
049600*  3300-FIND-EXACT - THE BLOCK A REMOVAL CARD NAMES              *
049700******************************************************************
049800 3300-FIND-EXACT.
049900     MOVE ZERO TO BK-FOUND-SUB.
050000     PERFORM 3310-MATCH-EXACT THRU 3310-EXIT
050100         VARYING BK-SUB FROM 1 BY 1
050200         UNTIL BK-SUB > BK-BLOCK-COUNT
050300            OR BK-FOUND-SUB > 0.
050400 3300-EXIT.
050500     EXIT.
050600 3310-MATCH-EXACT.
050700     IF BK-BE-DATE (BK-SUB) = CB-BLOCK-DATE
050800             AND BK-BE-FROM (BK-SUB) = CB-FROM-TIME
050900             AND BK-BE-TO (BK-SUB) = CB-TO-TIME
051000         MOVE BK-SUB TO BK-FOUND-SUB.
051100 3310-EXIT.
051200     EXIT.
051300******************************************************************
051400*  4000-ADD-BLOCK - TABLE THE BLOCK AND CLEAR ITS TEE TIMES      *
051500******************************************************************
051600 4000-ADD-BLOCK.
051700     MOVE BK-RUN-DATE TO CB-ENTRY-DATE.
051800     PERFORM 4100-INSERT-BLOCK THRU 4100-EXIT.
051900     ADD 1 TO BK-BLOCKS-ADDED.
052000     MOVE 'BLOCK ADDED         ' TO BK-AUDIT-ACTION.
052100     PERFORM 8100-AUDIT-BLOCK THRU 8100-EXIT.
052200     MOVE 'ADD    ' TO BK-BL-ACTION.
052300     PERFORM 8200-LIST-BLOCK THRU 8200-EXIT.
052400     DISPLAY 'GC045I BLOCK ' CB-BLOCK-DATE ' ' CB-FROM-TIME '-'
052500         CB-TO-TIME ' ADDED, ' CB-DESCRIPTION.
052600     MOVE ZERO TO BK-BLOCK-DISPLACED.
052700     PERFORM 4200-DISPLACE-BOOKINGS THRU 4200-EXIT.
052800     IF BK-BLOCK-DISPLACED = 0
052900         MOVE BK-NONE-LINE TO BK-WORK-LINE
053000         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
053100 4000-EXIT.
053200     EXIT.
053300******************************************************************
053400*  4100-INSERT-BLOCK - OPEN A PLACE IN DATE AND TIME ORDER       *
053500******************************************************************
053600 4100-INSERT-BLOCK.
053700     MOVE ZERO TO BK-INSERT-SUB.
053800     PERFORM 4110-FIND-PLACE THRU 4110-EXIT
053900         VARYING BK-SUB FROM 1 BY 1
054000         UNTIL BK-SUB > BK-BLOCK-COUNT
054100            OR BK-INSERT-SUB > 0.
054200     IF BK-INSERT-SUB = 0
054300         COMPUTE BK-INSERT-SUB = BK-BLOCK-COUNT + 1.
054400     PERFORM 4120-SHIFT-UP THRU 4120-EXIT
054500         VARYING BK-SUB FROM BK-BLOCK-COUNT BY -1
054600         UNTIL BK-SUB < BK-INSERT-SUB.
054700     ADD 1 TO BK-BLOCK-COUNT.
054800     MOVE CB-BLOCK-DATE TO BK-BE-DATE (BK-INSERT-SUB).
054900     MOVE CB-FROM-TIME TO BK-BE-FROM (BK-INSERT-SUB).
055000     MOVE CB-TO-TIME TO BK-BE-TO (BK-INSERT-SUB).
055100     MOVE CB-BLOCK-TYPE TO BK-BE-TYPE (BK-INSERT-SUB).
055200     MOVE CB-DESCRIPTION TO BK-BE-DESC (BK-INSERT-SUB).
055300     MOVE CB-ENTRY-DATE TO BK-BE-ENTERED (BK-INSERT-SUB).
055400 4100-EXIT.
055500     EXIT.
055600 4110-FIND-PLACE.
055700     IF BK-BE-DATE (BK-SUB) > CB-BLOCK-DATE
055800         MOVE BK-SUB TO BK-INSERT-SUB
055900         GO TO 4110-EXIT.
056000     IF BK-BE-DATE (BK-SUB) = CB-BLOCK-DATE
056100             AND BK-BE-FROM (BK-SUB) > CB-FROM-TIME
056200         MOVE BK-SUB TO BK-INSERT-SUB.
056300 4110-EXIT.
056400     EXIT.
056500 4120-SHIFT-UP.
056600     MOVE BK-BLOCK-ENTRY (BK-SUB) TO BK-BLOCK-ENTRY (BK-SUB + 1).
056700 4120-EXIT.
056800     EXIT.
056900******************************************************************
057000*  4200-DISPLACE-BOOKINGS - CANCEL WHAT IS BOOKED INSIDE THE     *
057100*  NEW BLOCK                                                     *
057200*                                                                *
057300*  A HELD OFFER IS CANCELLED WITH THE BOOKINGS; IF THE MEMBER    *
057400*  STILL TRIES TO CONFIRM IT, GC010 REFUSES THE BLOCKED TIME.    *
057500******************************************************************
057600 4200-DISPLACE-BOOKINGS.
057700     MOVE 'N' TO BK-SCAN-SW.
057800     MOVE CB-BLOCK-DATE TO TS-PLAY-DATE.
057900     MOVE CB-FROM-TIME TO TS-TEE-TIME.
058000     MOVE ZERO TO TS-SLOT-NUMBER.
058100     START TEE-SHEET KEY NOT LESS THAN TS-KEY
058200         INVALID KEY MOVE 'Y' TO BK-SCAN-SW
058300     END-START.
058400     PERFORM 4210-DISPLACE-ONE-SLOT THRU 4210-EXIT
058500         UNTIL BK-SCAN-DONE.
058600 4200-EXIT.
058700     EXIT.
058800 4210-DISPLACE-ONE-SLOT.
058900     READ TEE-SHEET NEXT
059000         AT END
059100             MOVE 'Y' TO BK-SCAN-SW
059200             GO TO 4210-EXIT
059300     END-READ.
059400     IF BK-SHEET-STATUS NOT = '00'
059500         MOVE 'Y' TO BK-SCAN-SW
059600         GO TO 4210-EXIT.
059700     IF TS-PLAY-DATE NOT = CB-BLOCK-DATE
059800             OR TS-TEE-TIME > CB-TO-TIME
059900         MOVE 'Y' TO BK-SCAN-SW
060000         GO TO 4210-EXIT.
060100     IF NOT TS-BOOKED
060200             AND NOT TS-OFFER-HELD
060300         GO TO 4210-EXIT.
060400     MOVE TS-MEMBER-NUMBER TO BK-DL-MEMBER.
060500     MOVE TS-TEE-TIME TO BK-DL-TIME.
060600     MOVE TS-SLOT-NUMBER TO BK-DL-SLOT.
060700     IF TS-OFFER-HELD
060800         MOVE 'OFFER' TO BK-DL-KIND
060900     ELSE
061000         IF TS-GUEST-ROUND
061100             MOVE 'GUEST' TO BK-DL-KIND
061200         ELSE
061300             MOVE 'MEMBR' TO BK-DL-KIND.
061310     MOVE 'N' TO BK-LESSON-SW.
061320     IF TS-BOOKED
061330             AND TS-MEMBER-ROUND
061340             AND TS-GREEN-FEE = ZERO
061350             AND TS-CART-FEE = ZERO
061360         PERFORM 4250-CANCEL-LESSON THRU 4250-EXIT.
061370     IF BK-LESSON-FOUND
061380         MOVE 'LESSN' TO BK-DL-KIND.
061400     MOVE 'C' TO TS-SLOT-STATUS.
061500     REWRITE TEE-SHEET-RECORD.
061600     IF BK-SHEET-STATUS NOT = '00'
061700         DISPLAY 'GC045E TEE-SHEET REWRITE FAILED, STATUS '
061800             BK-SHEET-STATUS
061900             UPON OPERATOR-CONSOLE
062000         MOVE 16 TO RETURN-CODE
062100         GOBACK.
062200     ADD 1 TO BK-SLOTS-DISPLACED
062300              BK-BLOCK-DISPLACED.
062400     MOVE 'BLOCK DISPLACED     ' TO BK-AUDIT-ACTION.
062500     PERFORM 8150-AUDIT-SLOT THRU 8150-EXIT.
062520     IF BK-LESSON-FOUND
062540         ADD 1 TO BK-LESSONS-DISPLACED
062560         MOVE 'LESSON DISPLACED    ' TO BK-AUDIT-ACTION
062580         PERFORM 8150-AUDIT-SLOT THRU 8150-EXIT.
062600     PERFORM 4300-NAME-AND-RELIEVE THRU 4300-EXIT.
062700     MOVE BK-DISPLACED-LINE TO BK-WORK-LINE.
062800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
062900     DISPLAY 'GC045I DISPLACED MEMBER ' TS-MEMBER-NUMBER ' '
063000         TS-PLAY-DATE ' ' TS-TEE-TIME ' SLOT ' TS-SLOT-NUMBER
063100         ' ' BK-DL-KIND.
063200 4210-EXIT.
063300     EXIT.
063301******************************************************************
063302*  4250-CANCEL-LESSON - A MEMBER SLOT WITH NO GREEN OR CART FEE  *
063303*  MAY BE A GC060 PLAYING LESSON; IF THE DIARY HOLDS ONE BOOKED  *
063304*  FOR THE SLOT IT IS CANCELLED WITH THE SLOT, FEE WAIVED, SINCE *
063305*  THE CLUB AND NOT THE MEMBER TOOK THE TIME AWAY                *
063306******************************************************************
063307 4250-CANCEL-LESSON.
063308     MOVE 'N' TO BK-DIARY-EOF-SW.
063309     OPEN I-O LESSON-FILE.
063310     IF BK-LESSON-STATUS = '35'
063311         GO TO 4250-EXIT.
063312     IF BK-LESSON-STATUS NOT = '00'
063313         DISPLAY 'GC045E LESSONS OPEN FAILED, STATUS '
063314             BK-LESSON-STATUS
063315             UPON OPERATOR-CONSOLE
063316         MOVE 16 TO RETURN-CODE
063317         GOBACK.
063318     PERFORM 4270-READ-DIARY THRU 4270-EXIT.
063319     PERFORM 4260-SCAN-LESSON THRU 4260-EXIT
063320         UNTIL BK-END-OF-DIARY.
063321     IF NOT BK-LESSON-FOUND
063322         CLOSE LESSON-FILE
063323         GO TO 4250-EXIT.
063324     MOVE 'C' TO LN-STATUS.
063325     MOVE ZERO TO LN-FEE.
063326     MOVE BK-RUN-DATE TO LN-CANCEL-DATE.
063327     REWRITE LESSON-RECORD.
063328     IF BK-LESSON-STATUS NOT = '00'
063329         DISPLAY 'GC045E LESSONS REWRITE FAILED, STATUS '
063330             BK-LESSON-STATUS
063331             UPON OPERATOR-CONSOLE
063332         MOVE 16 TO RETURN-CODE
063333         GOBACK.
063334     CLOSE LESSON-FILE.
063335     DISPLAY 'GC045I LESSON ' LN-PRO-ID ' ' LN-LESSON-DATE ' '
063336         LN-START-TIME ' CANCELLED FOR ' LN-MEMBER-NUMBER
063337         ', NO FEE'.
063338 4250-EXIT.
063339     EXIT.
063340 4260-SCAN-LESSON.
063341     IF LN-BOOKED
063342             AND LN-PLAYING-LESSON
063343             AND LN-MEMBER-NUMBER = TS-MEMBER-NUMBER
063344             AND LN-LESSON-DATE = TS-PLAY-DATE
063345             AND LN-TEE-TIME = TS-TEE-TIME
063346             AND LN-SLOT-NUMBER = TS-SLOT-NUMBER
063347         MOVE 'Y' TO BK-LESSON-SW
063348                     BK-DIARY-EOF-SW
063349         GO TO 4260-EXIT.
063350     PERFORM 4270-READ-DIARY THRU 4270-EXIT.
063351 4260-EXIT.
063352     EXIT.
063353 4270-READ-DIARY.
063354     READ LESSON-FILE
063355         AT END MOVE 'Y' TO BK-DIARY-EOF-SW.
063356     IF BK-LESSON-STATUS NOT = '00'
063357             AND BK-LESSON-STATUS NOT = '10'
063358         DISPLAY 'GC045E LESSONS READ FAILED, STATUS '
063359             BK-LESSON-STATUS
063360             UPON OPERATOR-CONSOLE
063361         MOVE 16 TO RETURN-CODE
063362         GOBACK.
063363 4270-EXIT.
063364     EXIT.
063400******************************************************************
063500*  4300-NAME-AND-RELIEVE - NAME FOR THE LISTING; A CANCELLED     *
063600*  GUEST SLOT GIVES THE SPONSOR THEIR ANNUAL GUEST ROUND BACK,   *
063700*  THE SAME AS THE GC010 CANCEL PATH                             *
063800******************************************************************
063900 4300-NAME-AND-RELIEVE.
064000     MOVE TS-MEMBER-NUMBER TO PM-MEMBER-NUMBER.
064100     READ PLAYER-MASTER
064200         INVALID KEY
064300             MOVE '** NOT ON MASTER **' TO BK-DL-NAME
064400             GO TO 4300-EXIT
064500     END-READ.
064600     IF NOT TS-GUEST-ROUND
064700         MOVE PM-MEMBER-NAME TO BK-DL-NAME
064800         GO TO 4300-EXIT.
064900     MOVE TS-GUEST-NAME TO BK-DL-NAME.
065000     IF TS-OFFER-HELD
065100         GO TO 4300-EXIT.
065200     DIVIDE TS-PLAY-DATE BY 10000 GIVING BK-WORK-YEAR.
065300     IF PM-GUEST-YTD-YEAR = BK-WORK-YEAR
065400             AND PM-GUEST-ROUNDS-YTD > 0
065500         SUBTRACT 1 FROM PM-GUEST-ROUNDS-YTD
065600         REWRITE PLAYER-MASTER-RECORD.
065700     IF BK-PLAYER-STATUS NOT = '00'
065800         DISPLAY 'GC045E PLAYER-MASTER REWRITE FAILED, STATUS '
065900             BK-PLAYER-STATUS ' MEMBER ' PM-MEMBER-NUMBER
066000             UPON OPERATOR-CONSOLE.
066100 4300-EXIT.
066200     EXIT.
066300******************************************************************
066400*  5000-REMOVE-BLOCK - TAKE THE BLOCK OFF THE CALENDAR           *
066500******************************************************************
066600 5000-REMOVE-BLOCK.
066700     MOVE BK-BE-TYPE (BK-FOUND-SUB) TO CB-BLOCK-TYPE.
066800     MOVE BK-BE-DESC (BK-FOUND-SUB) TO CB-DESCRIPTION.
066900     PERFORM 5100-SHIFT-DOWN THRU 5100-EXIT
067000         VARYING BK-SUB FROM BK-FOUND-SUB BY 1
067100         UNTIL BK-SUB NOT < BK-BLOCK-COUNT.
067200     SUBTRACT 1 FROM BK-BLOCK-COUNT.
067300     ADD 1 TO BK-BLOCKS-REMOVED.
067400     MOVE 'BLOCK REMOVED       ' TO BK-AUDIT-ACTION.
067500     PERFORM 8100-AUDIT-BLOCK THRU 8100-EXIT.
067600     MOVE 'REMOVE ' TO BK-BL-ACTION.
067700     PERFORM 8200-LIST-BLOCK THRU 8200-EXIT.
067800     DISPLAY 'GC045I BLOCK ' CB-BLOCK-DATE ' ' CB-FROM-TIME '-'
067900         CB-TO-TIME ' REMOVED, ' CB-DESCRIPTION.
068000 5000-EXIT.
068100     EXIT.
068200 5100-SHIFT-DOWN.
068300     MOVE BK-BLOCK-ENTRY (BK-SUB + 1) TO BK-BLOCK-ENTRY (BK-SUB).
068400 5100-EXIT.
068500     EXIT.
068600******************************************************************
068700*  8000-LIST-REJECT - ONE LINE PER REJECTED CARD                 *
068800******************************************************************
068900 8000-LIST-REJECT.
069000     DISPLAY 'GC045R ' CB-REC-TYPE ' ' CB-BLOCK-DATE-X ' '
069100         CB-FROM-TIME-X ' ' BK-REJECT-REASON.
069200     MOVE CB-REC-TYPE TO BK-RL-TYPE.
069300     MOVE CB-BLOCK-DATE-X TO BK-RL-DATE.
069400     MOVE CB-FROM-TIME-X TO BK-RL-FROM.
069500     MOVE BK-REJECT-REASON TO BK-RL-REASON.
069600     MOVE BK-REJECT-LINE TO BK-WORK-LINE.
069700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
069800 8000-EXIT.
069900     EXIT.
070000******************************************************************
070100*  8100-AUDIT-BLOCK - STAMP A BLOCK ADDED OR REMOVED             *
070200******************************************************************
070300 8100-AUDIT-BLOCK.
070400     OPEN EXTEND AUDIT-LOG.
070500     IF BK-AUDIT-STATUS = '35'
070600         OPEN OUTPUT AUDIT-LOG.
070700     IF BK-AUDIT-STATUS NOT = '00'
070800         DISPLAY 'GC045E AUDITLOG OPEN FAILED, STATUS '
070900             BK-AUDIT-STATUS
071000             UPON OPERATOR-CONSOLE
071100         GO TO 8100-EXIT.
071200     ACCEPT BK-RUN-TIME FROM TIME.
071300     MOVE SPACES TO AUDIT-LOG-RECORD.
071400     MOVE 'A' TO AU-REC-TYPE.
071500     MOVE 'GC045   ' TO AU-PROGRAM-ID.
071600     MOVE BK-RUN-DATE TO AU-RUN-DATE.
071700     DIVIDE BK-RUN-TIME BY 100 GIVING AU-RUN-TIME.
071800     MOVE BK-AUDIT-ACTION TO AU-ACTION.
071900     MOVE ZERO TO AU-MEMBER-NUMBER
072000                  AU-SLOT-NUMBER
072100                  AU-RETURN-CODE.
072200     MOVE CB-BLOCK-DATE TO AU-PLAY-DATE.
072300     MOVE CB-FROM-TIME TO AU-TEE-TIME.
072400     WRITE AUDIT-LOG-RECORD.
072500     IF BK-AUDIT-STATUS NOT = '00'
072600         DISPLAY 'GC045E AUDITLOG WRITE FAILED, STATUS '
072700             BK-AUDIT-STATUS
072800             UPON OPERATOR-CONSOLE.
072900     CLOSE AUDIT-LOG.
073000 8100-EXIT.
073100     EXIT.
073200******************************************************************
073300*  8150-AUDIT-SLOT - STAMP ONE DISPLACED SLOT                    *
073400******************************************************************
073500 8150-AUDIT-SLOT.
073600     OPEN EXTEND AUDIT-LOG.
073700     IF BK-AUDIT-STATUS = '35'
073800         OPEN OUTPUT AUDIT-LOG.
073900     IF BK-AUDIT-STATUS NOT = '00'
074000         DISPLAY 'GC045E AUDITLOG OPEN FAILED, STATUS '
074100             BK-AUDIT-STATUS
074200             UPON OPERATOR-CONSOLE
074300         GO TO 8150-EXIT.
074400     ACCEPT BK-RUN-TIME FROM TIME.
074500     MOVE SPACES TO AUDIT-LOG-RECORD.
074600     MOVE 'A' TO AU-REC-TYPE.
074700     MOVE 'GC045   ' TO AU-PROGRAM-ID.
074800     MOVE BK-RUN-DATE TO AU-RUN-DATE.
074900     DIVIDE BK-RUN-TIME BY 100 GIVING AU-RUN-TIME.
075000     MOVE BK-AUDIT-ACTION TO AU-ACTION.
075100     MOVE TS-MEMBER-NUMBER TO AU-MEMBER-NUMBER.
075200     MOVE TS-PLAY-DATE TO AU-PLAY-DATE.
075300     MOVE TS-TEE-TIME TO AU-TEE-TIME.
075400     MOVE TS-SLOT-NUMBER TO AU-SLOT-NUMBER.
075500     MOVE ZERO TO AU-RETURN-CODE.
075600     WRITE AUDIT-LOG-RECORD.
075700     IF BK-AUDIT-STATUS NOT = '00'
075800         DISPLAY 'GC045E AUDITLOG WRITE FAILED, STATUS '
075900             BK-AUDIT-STATUS
076000             UPON OPERATOR-CONSOLE.
076100     CLOSE AUDIT-LOG.
076200 8150-EXIT.
076300     EXIT.
076400******************************************************************
076500*  8200-LIST-BLOCK - ONE LINE PER BLOCK ADDED OR REMOVED         *
076600******************************************************************
076700 8200-LIST-BLOCK.
076800     MOVE SPACES TO BK-WORK-LINE.
076900     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
077000     MOVE CB-BLOCK-DATE TO BK-BL-DATE.
077100     MOVE CB-FROM-TIME TO BK-BL-FROM.
077200     MOVE CB-TO-TIME TO BK-BL-TO.
077300     MOVE CB-BLOCK-TYPE TO BK-BL-TYPE.
077400     MOVE CB-DESCRIPTION TO BK-BL-DESC.
077500     MOVE BK-BLOCK-LINE TO BK-WORK-LINE.
077600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
077700 8200-EXIT.
077800     EXIT.
077900******************************************************************
078000*  8500-REWRITE-BLOCKS - THE TABLE BACK OUT TO CRSBLOCK          *
078100******************************************************************
078200 8500-REWRITE-BLOCKS.
078300     OPEN OUTPUT COURSE-BLOCK.
078400     IF BK-CRSBLOCK-STATUS NOT = '00'
078500         DISPLAY 'GC045E CRSBLOCK OPEN FAILED, STATUS '
078600             BK-CRSBLOCK-STATUS
078700             UPON OPERATOR-CONSOLE
078800         MOVE 16 TO RETURN-CODE
078900         GO TO 8500-EXIT.
079000     PERFORM 8510-WRITE-BLOCK THRU 8510-EXIT
079100         VARYING BK-SUB FROM 1 BY 1
079200         UNTIL BK-SUB > BK-BLOCK-COUNT.
079300     CLOSE COURSE-BLOCK.
079400 8500-EXIT.
079500     EXIT.
079600 8510-WRITE-BLOCK.
079700     MOVE SPACES TO COURSE-BLOCK-RECORD.
079800     MOVE 'B' TO CB-REC-TYPE.
079900     MOVE BK-BE-DATE (BK-SUB) TO CB-BLOCK-DATE.
080000     MOVE BK-BE-FROM (BK-SUB) TO CB-FROM-TIME.
080100     MOVE BK-BE-TO (BK-SUB) TO CB-TO-TIME.
080200     MOVE BK-BE-TYPE (BK-SUB) TO CB-BLOCK-TYPE.
080300     MOVE BK-BE-DESC (BK-SUB) TO CB-DESCRIPTION.
080400     MOVE BK-BE-ENTERED (BK-SUB) TO CB-ENTRY-DATE.
080500     WRITE COURSE-BLOCK-REC FROM COURSE-BLOCK-RECORD.
080600     IF BK-CRSBLOCK-STATUS NOT = '00'
080700         DISPLAY 'GC045E CRSBLOCK WRITE FAILED, STATUS '
080800             BK-CRSBLOCK-STATUS
080900             UPON OPERATOR-CONSOLE
081000         MOVE 16 TO RETURN-CODE
081100         GO TO 8510-EXIT.
081200     ADD 1 TO BK-BLOCKS-WRITTEN.
081300 8510-EXIT.
081400     EXIT.
081500******************************************************************
081600*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
081700******************************************************************
081800 8600-EMIT-LINE.
081900     IF PP-LINE-COUNT NOT < 22
082000         CALL 'GCPRINT' USING PRINT-PAGE.
082100     ADD 1 TO PP-LINE-COUNT.
082200     MOVE BK-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
082300 8600-EXIT.
082400     EXIT.
082500******************************************************************
082600*  9000-WRAP-UP - CALENDAR REWRITE, TOTALS AND FILE CLOSES       *
082700******************************************************************
082800 9000-WRAP-UP.
082900     PERFORM 8500-REWRITE-BLOCKS THRU 8500-EXIT.
083000     MOVE SPACES TO BK-WORK-LINE.
083100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
083200     MOVE 'CARDS READ' TO BK-TL-TEXT.
083300     MOVE BK-CARDS-READ TO BK-TL-COUNT.
083400     MOVE BK-TOTAL-LINE TO BK-WORK-LINE.
083500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
083600     MOVE 'BLOCKS ADDED' TO BK-TL-TEXT.
083700     MOVE BK-BLOCKS-ADDED TO BK-TL-COUNT.
083800     MOVE BK-TOTAL-LINE TO BK-WORK-LINE.
083900     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
084000     MOVE 'BLOCKS REMOVED' TO BK-TL-TEXT.
084100     MOVE BK-BLOCKS-REMOVED TO BK-TL-COUNT.
084200     MOVE BK-TOTAL-LINE TO BK-WORK-LINE.
084300     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
084400     MOVE 'CARDS REJECTED' TO BK-TL-TEXT.
084500     MOVE BK-CARDS-REJECTED TO BK-TL-COUNT.
084600     MOVE BK-TOTAL-LINE TO BK-WORK-LINE.
084700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
084800     MOVE 'BOOKINGS DISPLACED' TO BK-TL-TEXT.
084900     MOVE BK-SLOTS-DISPLACED TO BK-TL-COUNT.
085000     MOVE BK-TOTAL-LINE TO BK-WORK-LINE.
085100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
085120     MOVE 'LESSONS DISPLACED' TO BK-TL-TEXT.
085140     MOVE BK-LESSONS-DISPLACED TO BK-TL-COUNT.
085160     MOVE BK-TOTAL-LINE TO BK-WORK-LINE.
085180     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
085200     MOVE 'BLOCKS ON CALENDAR' TO BK-TL-TEXT.
085300     MOVE BK-BLOCKS-WRITTEN TO BK-TL-COUNT.
085400     MOVE BK-TOTAL-LINE TO BK-WORK-LINE.
085500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
085600     IF PP-LINE-COUNT > 0
085700         CALL 'GCPRINT' USING PRINT-PAGE.
085800     CLOSE TEE-SHEET
085900           PLAYER-MASTER.
086000     DISPLAY 'GC045I CARDS READ         ' BK-CARDS-READ.
086100     DISPLAY 'GC045I BLOCKS ADDED       ' BK-BLOCKS-ADDED.
086200     DISPLAY 'GC045I BLOCKS REMOVED     ' BK-BLOCKS-REMOVED.
086300     DISPLAY 'GC045I CARDS REJECTED     ' BK-CARDS-REJECTED.
086400     DISPLAY 'GC045I BOOKINGS DISPLACED ' BK-SLOTS-DISPLACED.
086450     DISPLAY 'GC045I LESSONS DISPLACED  ' BK-LESSONS-DISPLACED.
086500     DISPLAY 'GC045I OLD BLOCKS DROPPED ' BK-BLOCKS-DROPPED.
086600     DISPLAY 'GC045I BLOCKS ON CALENDAR ' BK-BLOCKS-WRITTEN.
086700 9000-EXIT.
086800     EXIT.
