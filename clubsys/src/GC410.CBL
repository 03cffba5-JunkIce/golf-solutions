000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC410.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-07.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC410 - AUDIT TRAIL INQUIRY                                   *
000900*                                                                *
001000*  ANSWERS 'WHO CHANGED THIS MEMBER' AND 'WHY WAS THIS SLOT      *
001100*  REBOOKED' WITHOUT SCANNING THE RAW AUDITLOG.  ARGUMENT 1 IS   *
001200*  THE RUN DATE; ARGUMENT 2 IS A GCAUDSEL SELECTION CARD BY      *
001300*  MEMBER NUMBER, WRITING PROGRAM, LEADING ACTION TEXT,          *
001400*  PLAY-DATE SLOT KEY AND/OR AUDIT DATE RANGE (EVERY FIELD       *
001500*  FILLED IN MUST MATCH).  WITH NO CARD THE RUN DATE'S RECORDS   *
001600*  ARE SELECTED.  THE TRAIL PRINTS IN LOG ORDER THROUGH THE      *
001700*  GCPRINT ENGINE, ONE LINE PER RECORD PLUS THE MEMBER AND       *
001800*  SLOT WHERE THE WRITER STAMPED THEM.  ONLY TYPE 'A' RECORDS    *
001900*  ARE READ, SO AN AUDARCH ARCHIVE GENERATION FROM THE GC420     *
002000*  ROLLOVER CAN BE ASSIGNED AS AUDITLOG TO SEARCH OLDER          *
002100*  HISTORY.  A BAD SELECTION CARD STOPS THE RUN WITH RETURN      *
002200*  CODE 16.                                                      *
002300*                                                                *
002400*  MODIFICATION HISTORY                                         *
002500*  2026-10-07  RJM  NEW PROGRAM                                  *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     CONSOLE IS OPERATOR-CONSOLE.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS AQ-AUDIT-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  AUDIT-LOG.
003900 COPY GCAUDIT.
004000 WORKING-STORAGE SECTION.
004100 77  AQ-AUDIT-STATUS             PIC X(02).
004200 77  AQ-ARG-COUNT                PIC 9(03)   COMP.
004300 77  AQ-RUN-DATE                 PIC 9(08).
004400 77  AQ-EOF-SW                   PIC X(01)   VALUE 'N'.
004500     88  AQ-END-OF-LOG                       VALUE 'Y'.
004600 77  AQ-MATCH-SW                 PIC X(01)   VALUE 'N'.
004700     88  AQ-RECORD-MATCHES                   VALUE 'Y'.
004800 77  AQ-ACTION-LEN               PIC 9(02)   COMP.
004900 77  AQ-RECORDS-READ             PIC 9(07)   COMP.
005000 77  AQ-RECORDS-SELECTED         PIC 9(07)   COMP.
005100 77  AQ-CARD-ERROR               PIC X(30).
005200 01  AQ-ARG-AREA.
005300     05  AQ-ARG-DATE             PIC 9(08).
005400     05  FILLER                  PIC X(72).
005500 01  AQ-HEAD-LINE-1.
005600     05  FILLER                  PIC X(29)
005700         VALUE 'AUDIT TRAIL INQUIRY RUN      '.
005800     05  AQ-HD-DATE              PIC 9(08).
005900     05  FILLER                  PIC X(09)   VALUE SPACES.
006000 01  AQ-SELECT-LINE.
006100     05  FILLER                  PIC X(02)   VALUE SPACES.
006200     05  AQ-SL-LABEL             PIC X(10).
006300     05  AQ-SL-VALUE             PIC X(20).
006400     05  FILLER                  PIC X(14)   VALUE SPACES.
006500 01  AQ-COLUMN-LINE.
006600     05  FILLER                  PIC X(46)   VALUE
006700         'DATE     TIME PROG  ACTION               RC'.
006800 01  AQ-DETAIL-LINE.
006900     05  AQ-DL-DATE              PIC 9(08).
007000     05  FILLER                  PIC X(01)   VALUE SPACE.
007100     05  AQ-DL-TIME              PIC X(04).
007200     05  FILLER                  PIC X(01)   VALUE SPACE.
007300     05  AQ-DL-PROGRAM           PIC X(05).
007400     05  FILLER                  PIC X(01)   VALUE SPACE.
007500     05  AQ-DL-ACTION            PIC X(20).
007600     05  FILLER                  PIC X(01)   VALUE SPACE.
007700     05  AQ-DL-RC                PIC X(04).
007800     05  FILLER                  PIC X(01)   VALUE SPACE.
007900 01  AQ-KEY-LINE.
008000     05  FILLER                  PIC X(06)   VALUE SPACES.
008100     05  AQ-KL-MEMBER-LABEL      PIC X(07).
008200     05  AQ-KL-MEMBER            PIC X(06).
008300     05  AQ-KL-SLOT-LABEL        PIC X(06).
008400     05  AQ-KL-PLAY-DATE         PIC X(08).
008500     05  FILLER                  PIC X(01)   VALUE SPACE.
008600     05  AQ-KL-TEE-TIME          PIC X(04).
008700     05  FILLER                  PIC X(01)   VALUE SPACE.
008800     05  AQ-KL-SLOT-NUMBER       PIC X(01).
008900     05  FILLER                  PIC X(06)   VALUE SPACES.
009000 01  AQ-COUNT-LINE.
009100     05  AQ-CL-LABEL             PIC X(20).
009200     05  FILLER                  PIC X(19)   VALUE SPACES.
009300     05  AQ-CL-COUNT             PIC Z(06)9.
009400 01  AQ-WORK-LINE                PIC X(46).
009500 COPY GCAUDSEL.
009600 COPY GCPRPAGE.
009700 PROCEDURE DIVISION.
009800******************************************************************
009900*  0000-MAINLINE - CONTROL THE INQUIRY                           *
010000******************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     PERFORM 2000-SCAN-LOG THRU 2000-EXIT.
010400     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
010500     GOBACK.
010600******************************************************************
010700*  1000-INITIALIZE - ARGUMENTS, SELECTION CARD AND HEADINGS      *
010800******************************************************************
010900 1000-INITIALIZE.
011000     MOVE ZERO TO AQ-RECORDS-READ
011100                  AQ-RECORDS-SELECTED
011200                  PP-LINE-COUNT.
011300     MOVE SPACES TO PP-PAGE-BODY.
011400     MOVE SPACES TO AUDIT-SELECT-RECORD.
011500     ACCEPT AQ-ARG-COUNT FROM ARGUMENT-NUMBER.
011600     IF AQ-ARG-COUNT > 0
011700         DISPLAY 1 UPON ARGUMENT-NUMBER
011800         ACCEPT AQ-ARG-AREA FROM ARGUMENT-VALUE
011900         MOVE AQ-ARG-DATE TO AQ-RUN-DATE
012000     ELSE
012100         ACCEPT AQ-RUN-DATE FROM DATE YYYYMMDD.
012200     IF AQ-ARG-COUNT > 1
012300         DISPLAY 2 UPON ARGUMENT-NUMBER
012400         ACCEPT AUDIT-SELECT-RECORD FROM ARGUMENT-VALUE
012500     ELSE
012600         MOVE AQ-RUN-DATE TO AS-FROM-DATE-NUM
012700                             AS-TO-DATE-NUM.
012800     PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
012900     IF AQ-CARD-ERROR NOT = SPACES
013000         DISPLAY 'GC410E SELECTION CARD REJECTED - '
013100             AQ-CARD-ERROR
013200             UPON OPERATOR-CONSOLE
013300         MOVE 16 TO RETURN-CODE
013400         GOBACK.
013500     MOVE ZERO TO AQ-ACTION-LEN.
013600     IF AS-ACTION NOT = SPACES
013700         MOVE 20 TO AQ-ACTION-LEN
013800         PERFORM 1200-FIND-ACTION-END THRU 1200-EXIT
013900             UNTIL AS-ACTION (AQ-ACTION-LEN:1) NOT = SPACE.
014000     OPEN INPUT AUDIT-LOG.
014100     IF AQ-AUDIT-STATUS = '35'
014200         DISPLAY 'GC410I NO AUDITLOG FILE PRESENT, NOTHING TO'
014300             ' SELECT'
014400         MOVE 'Y' TO AQ-EOF-SW
014500     ELSE
014600         IF AQ-AUDIT-STATUS NOT = '00'
014700             DISPLAY 'GC410E AUDITLOG OPEN FAILED, STATUS '
014800                 AQ-AUDIT-STATUS
014900                 UPON OPERATOR-CONSOLE
015000             MOVE 16 TO RETURN-CODE
015100             GOBACK.
015200     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
015300 1000-EXIT.
015400     EXIT.
015500******************************************************************
015600*  1100-EDIT-CARD - EVERY FILLED-IN SELECTION MUST BE USABLE     *
015700******************************************************************
015800 1100-EDIT-CARD.
015900     MOVE SPACES TO AQ-CARD-ERROR.
016000     IF AS-MEMBER-NUMBER NOT = SPACES
016100             AND AS-MEMBER-NUMBER NOT NUMERIC
016200         MOVE 'MEMBER NUMBER NOT NUMERIC' TO AQ-CARD-ERROR
016300         GO TO 1100-EXIT.
016400     IF AS-PLAY-DATE NOT = SPACES
016500             AND AS-PLAY-DATE NOT NUMERIC
016600         MOVE 'PLAY DATE NOT NUMERIC' TO AQ-CARD-ERROR
016700         GO TO 1100-EXIT.
016800     IF AS-TEE-TIME NOT = SPACES
016900         IF AS-TEE-TIME NOT NUMERIC
017000                 OR AS-PLAY-DATE = SPACES
017100             MOVE 'TEE TIME NEEDS A PLAY DATE' TO AQ-CARD-ERROR
017200             GO TO 1100-EXIT.
017300     IF AS-SLOT-NUMBER NOT = SPACE
017400         IF AS-SLOT-NUMBER NOT NUMERIC
017500                 OR AS-TEE-TIME = SPACES
017600             MOVE 'SLOT NEEDS A TEE TIME' TO AQ-CARD-ERROR
017700             GO TO 1100-EXIT.
017800     IF AS-FROM-DATE NOT = SPACES
017900             AND AS-FROM-DATE NOT NUMERIC
018000         MOVE 'FROM DATE NOT NUMERIC' TO AQ-CARD-ERROR
018100         GO TO 1100-EXIT.
018200     IF AS-TO-DATE NOT = SPACES
018300             AND AS-TO-DATE NOT NUMERIC
018400         MOVE 'TO DATE NOT NUMERIC' TO AQ-CARD-ERROR
018500         GO TO 1100-EXIT.
018600     IF AS-FROM-DATE NOT = SPACES
018700             AND AS-TO-DATE NOT = SPACES
018800             AND AS-FROM-DATE-NUM > AS-TO-DATE-NUM
018900         MOVE 'FROM DATE AFTER TO DATE' TO AQ-CARD-ERROR.
019000 1100-EXIT.
019100     EXIT.
019200******************************************************************
019300*  1200-FIND-ACTION-END - LENGTH OF THE KEYED ACTION TEXT        *
019400******************************************************************
019500 1200-FIND-ACTION-END.
019600     SUBTRACT 1 FROM AQ-ACTION-LEN.
019700 1200-EXIT.
019800     EXIT.
019900******************************************************************
020000*  1300-PRINT-HEADINGS - TITLE, THE SELECTION IN FORCE, COLUMNS  *
020100******************************************************************
020200 1300-PRINT-HEADINGS.
020300     MOVE AQ-RUN-DATE TO AQ-HD-DATE.
020400     MOVE AQ-HEAD-LINE-1 TO AQ-WORK-LINE.
020500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
020600     IF AS-MEMBER-NUMBER NOT = SPACES
020700         MOVE 'MEMBER    ' TO AQ-SL-LABEL
020800         MOVE AS-MEMBER-NUMBER TO AQ-SL-VALUE
020900         MOVE AQ-SELECT-LINE TO AQ-WORK-LINE
021000         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
021100     IF AS-PROGRAM-ID NOT = SPACES
021200         MOVE 'PROGRAM   ' TO AQ-SL-LABEL
021300         MOVE AS-PROGRAM-ID TO AQ-SL-VALUE
021400         MOVE AQ-SELECT-LINE TO AQ-WORK-LINE
021500         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
021600     IF AS-ACTION NOT = SPACES
021700         MOVE 'ACTION    ' TO AQ-SL-LABEL
021800         MOVE AS-ACTION TO AQ-SL-VALUE
021900         MOVE AQ-SELECT-LINE TO AQ-WORK-LINE
022000         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
022100     IF AS-PLAY-DATE NOT = SPACES
022200         MOVE 'SLOT      ' TO AQ-SL-LABEL
022300         MOVE AS-SLOT-KEY TO AQ-SL-VALUE
022400         MOVE AQ-SELECT-LINE TO AQ-WORK-LINE
022500         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
022600     IF AS-FROM-DATE NOT = SPACES
022700         MOVE 'FROM DATE ' TO AQ-SL-LABEL
022800         MOVE AS-FROM-DATE TO AQ-SL-VALUE
022900         MOVE AQ-SELECT-LINE TO AQ-WORK-LINE
023000         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
023100     IF AS-TO-DATE NOT = SPACES
023200         MOVE 'TO DATE   ' TO AQ-SL-LABEL
023300         MOVE AS-TO-DATE TO AQ-SL-VALUE
023400         MOVE AQ-SELECT-LINE TO AQ-WORK-LINE
023500         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
023600     MOVE SPACES TO AQ-WORK-LINE.
023700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
023800     MOVE AQ-COLUMN-LINE TO AQ-WORK-LINE.
023900     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
024000 1300-EXIT.
024100     EXIT.
024200******************************************************************
024300*  2000-SCAN-LOG - EVERY AUDIT RECORD IN LOG ORDER               *
024400******************************************************************
024500 2000-SCAN-LOG.
024600     IF AQ-END-OF-LOG
024700         GO TO 2000-EXIT.
024800     PERFORM 2100-READ-LOG THRU 2100-EXIT.
024900     PERFORM 2200-SELECT-ONE THRU 2200-EXIT
025000         UNTIL AQ-END-OF-LOG.
025100     CLOSE AUDIT-LOG.
025200 2000-EXIT.
025300     EXIT.
025400 2100-READ-LOG.
025500     READ AUDIT-LOG
025600         AT END MOVE 'Y' TO AQ-EOF-SW.
025700     IF AQ-AUDIT-STATUS NOT = '00'
025800         MOVE 'Y' TO AQ-EOF-SW.
025900 2100-EXIT.
026000     EXIT.
026100 2200-SELECT-ONE.
026200     IF NOT AU-AUDIT-DETAIL
026300         GO TO 2200-NEXT.
026400     ADD 1 TO AQ-RECORDS-READ.
026500     PERFORM 2300-MATCH-CARD THRU 2300-EXIT.
026600     IF AQ-RECORD-MATCHES
026700         PERFORM 8000-LIST-RECORD THRU 8000-EXIT.
026800 2200-NEXT.
026900     PERFORM 2100-READ-LOG THRU 2100-EXIT.
027000 2200-EXIT.
027100     EXIT.
027200******************************************************************
027300*  2300-MATCH-CARD - EVERY FILLED-IN SELECTION MUST MATCH.       *
027400*  WRITERS THAT DO NOT STAMP A MEMBER OR SLOT LEAVE THEM BLANK,  *
027500*  WHICH NEVER MATCHES A MEMBER OR SLOT SELECTION.               *
027600******************************************************************
027700 2300-MATCH-CARD.
027800     MOVE 'N' TO AQ-MATCH-SW.
027900     IF AS-MEMBER-NUMBER NOT = SPACES
028000         IF AU-MEMBER-NUMBER NOT NUMERIC
028100                 OR AU-MEMBER-NUMBER NOT = AS-MEMBER-NUM
028200             GO TO 2300-EXIT.
028300     IF AS-PROGRAM-ID NOT = SPACES
028400             AND AU-PROGRAM-ID NOT = AS-PROGRAM-ID
028500         GO TO 2300-EXIT.
028600     IF AQ-ACTION-LEN > 0
028700         IF AU-ACTION (1:AQ-ACTION-LEN) NOT =
028800                 AS-ACTION (1:AQ-ACTION-LEN)
028900             GO TO 2300-EXIT.
029000     IF AS-PLAY-DATE NOT = SPACES
029100         IF AU-PLAY-DATE NOT NUMERIC
029200                 OR AU-PLAY-DATE NOT = AS-PLAY-DATE-NUM
029300             GO TO 2300-EXIT.
029400     IF AS-TEE-TIME NOT = SPACES
029500         IF AU-TEE-TIME NOT NUMERIC
029600                 OR AU-TEE-TIME NOT = AS-TEE-TIME-NUM
029700             GO TO 2300-EXIT.
029800     IF AS-SLOT-NUMBER NOT = SPACE
029900         IF AU-SLOT-NUMBER NOT NUMERIC
030000                 OR AU-SLOT-NUMBER NOT = AS-SLOT-NUMBER-NUM
030100             GO TO 2300-EXIT.
030200     IF AS-FROM-DATE NOT = SPACES
030300         IF AU-RUN-DATE NOT NUMERIC
030400                 OR AU-RUN-DATE < AS-FROM-DATE-NUM
030500             GO TO 2300-EXIT.
030600     IF AS-TO-DATE NOT = SPACES
030700         IF AU-RUN-DATE NOT NUMERIC
030800                 OR AU-RUN-DATE > AS-TO-DATE-NUM
030900             GO TO 2300-EXIT.
031000     MOVE 'Y' TO AQ-MATCH-SW.
031100 2300-EXIT.
031200     EXIT.
031300******************************************************************
031400*  8000-LIST-RECORD - THE TRAIL LINE, THEN MEMBER AND SLOT       *
031500******************************************************************
031600 8000-LIST-RECORD.
031700     ADD 1 TO AQ-RECORDS-SELECTED.
031800     MOVE AU-RUN-DATE TO AQ-DL-DATE.
031900     MOVE AU-RUN-TIME (1:4) TO AQ-DL-TIME.
032000     MOVE AU-PROGRAM-ID TO AQ-DL-PROGRAM.
032100     MOVE AU-ACTION TO AQ-DL-ACTION.
032200     MOVE AU-RETURN-CODE TO AQ-DL-RC.
032300     MOVE AQ-DETAIL-LINE TO AQ-WORK-LINE.
032400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
032500     IF (AU-MEMBER-NUMBER NOT NUMERIC OR AU-MEMBER-NUMBER = 0)
032600             AND AU-PLAY-DATE NOT NUMERIC
032700         GO TO 8000-EXIT.
032800     MOVE SPACES TO AQ-KEY-LINE.
032900     IF AU-MEMBER-NUMBER NUMERIC AND AU-MEMBER-NUMBER > 0
033000         MOVE 'MEMBER ' TO AQ-KL-MEMBER-LABEL
033100         MOVE AU-MEMBER-NUMBER TO AQ-KL-MEMBER.
033200     IF AU-PLAY-DATE NUMERIC
033300         MOVE ' SLOT ' TO AQ-KL-SLOT-LABEL
033400         MOVE AU-PLAY-DATE TO AQ-KL-PLAY-DATE
033500         MOVE AU-TEE-TIME TO AQ-KL-TEE-TIME
033600         MOVE AU-SLOT-NUMBER TO AQ-KL-SLOT-NUMBER.
033700     MOVE AQ-KEY-LINE TO AQ-WORK-LINE.
033800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
033900 8000-EXIT.
034000     EXIT.
034100******************************************************************
034200*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
034300******************************************************************
034400 8600-EMIT-LINE.
034500     IF PP-LINE-COUNT NOT < 22
034600         CALL 'GCPRINT' USING PRINT-PAGE.
034700     ADD 1 TO PP-LINE-COUNT.
034800     MOVE AQ-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
034900 8600-EXIT.
035000     EXIT.
035100******************************************************************
035200*  9000-WRAP-UP - TOTALS AND THE LAST PAGE                       *
035300******************************************************************
035400 9000-WRAP-UP.
035500     IF AQ-RECORDS-SELECTED = 0
035600         MOVE 'NO AUDIT RECORDS MATCH THE SELECTION'
035700             TO AQ-WORK-LINE
035800         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
035900     MOVE SPACES TO AQ-WORK-LINE.
036000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
036100     MOVE 'AUDIT RECORDS READ  ' TO AQ-CL-LABEL.
036200     MOVE AQ-RECORDS-READ TO AQ-CL-COUNT.
036300     MOVE AQ-COUNT-LINE TO AQ-WORK-LINE.
036400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
036500     MOVE 'RECORDS SELECTED    ' TO AQ-CL-LABEL.
036600     MOVE AQ-RECORDS-SELECTED TO AQ-CL-COUNT.
036700     MOVE AQ-COUNT-LINE TO AQ-WORK-LINE.
036800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
036900     IF PP-LINE-COUNT > 0
037000         CALL 'GCPRINT' USING PRINT-PAGE.
037100     DISPLAY 'GC410I RUN DATE              ' AQ-RUN-DATE.
037200     DISPLAY 'GC410I AUDIT RECORDS READ    ' AQ-RECORDS-READ.
037300     DISPLAY 'GC410I RECORDS SELECTED      ' AQ-RECORDS-SELECTED.
037400 9000-EXIT.
037500     EXIT.
