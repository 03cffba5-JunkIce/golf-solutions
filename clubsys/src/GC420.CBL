000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC420.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-07.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC420 - PERIOD-END AUDIT-LOG ROLLOVER                         *
000900*                                                                *
001000*  RUN AT PERIOD END, OUTSIDE THE NIGHTLY WINDOW, SO NO OTHER    *
001100*  PROGRAM IS APPENDING TO THE LOG.  ARGUMENT 1 IS THE RUN       *
001200*  DATE; ARGUMENT 2 IS THE CUTOFF DATE, DEFAULTING TO THE        *
001300*  FIRST OF THE RUN MONTH.  KEEPS THE LIVE AUDITLOG SMALL        *
001400*  WITHOUT LOSING ANYTHING:                                      *
001500*                                                                *
001600*    1. EVERY AUDIT RECORD DATED BEFORE THE CUTOFF IS WRITTEN    *
001700*       TO THE NEW AUDARCH ARCHIVE GENERATION BEHIND A GCAUDARC  *
001800*       HEADER STAMPED WITH THE RUN AND CUTOFF DATES, AND THE    *
001900*       GENERATION IS CLOSED WITH A GCTRAILR CONTROL TRAILER.    *
002000*       EVERYTHING ELSE GOES TO THE AUDITWRK WORK FILE.          *
002100*    2. RECORDS READ MUST EQUAL RECORDS ARCHIVED PLUS RECORDS    *
002200*       RETAINED, OR THE RUN STOPS WITH THE LIVE LOG UNTOUCHED.  *
002300*    3. THE LIVE LOG IS REBUILT FROM AUDITWRK AND THE COPY IS    *
002400*       COUNTED AGAINST THE RETAINED COUNT.                      *
002500*    4. THE ROLLOVER ITSELF IS STAMPED INTO THE NEW LIVE LOG.    *
002600*                                                                *
002700*  THE CONTROL COUNTS PRINT THROUGH THE GCPRINT ENGINE.          *
002800*  OPERATIONS CATALOGS AUDARCH AS THE NEXT DATED ARCHIVE         *
002850*  GENERATION WHEN THE RUN ENDS CLEAN, WHICH TAKES IT OFF THE    *
002900*  AUDARCH NAME.  THE RUN REFUSES TO START WHILE AN AUDARCH IS   *
002950*  STILL THERE, SO AN UNCATALOGED GENERATION IS NEVER WRITTEN    *
003000*  OVER.  A READ ERROR ON THE LIVE LOG STOPS THE RUN WITH THE    *
003050*  LOG UNTOUCHED.  ANY FAILURE ENDS WITH RETURN CODE 16.         *
003100*                                                                *
003200*  MODIFICATION HISTORY                                         *
003300*  2026-10-07  RJM  NEW PROGRAM                                  *
003320*  2026-10-15  RJM  AN AUDARCH NOT YET CATALOGED IS NEVER        *
003340*                   WRITTEN OVER; AN AUDITLOG READ ERROR IS NO   *
003360*                   LONGER TAKEN AS END OF FILE                  *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SPECIAL-NAMES.
003800     CONSOLE IS OPERATOR-CONSOLE.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS RV-AUDIT-STATUS.
004400     SELECT AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RV-ARCHIVE-STATUS.
004700     SELECT AUDIT-WORK ASSIGN TO "AUDITWRK"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RV-WORK-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  AUDIT-LOG.
005300 COPY GCAUDIT.
005400 FD  AUDIT-ARCHIVE.
005500 01  AUDIT-ARCHIVE-REC           PIC X(80).
005600 FD  AUDIT-WORK.
005700 01  AUDIT-WORK-REC              PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 77  RV-AUDIT-STATUS             PIC X(02).
006000 77  RV-ARCHIVE-STATUS           PIC X(02).
006100 77  RV-WORK-STATUS              PIC X(02).
006200 77  RV-ARG-COUNT                PIC 9(03)   COMP.
006300 77  RV-RUN-DATE                 PIC 9(08).
006400 77  RV-CUTOFF-DATE              PIC 9(08).
006500 77  RV-RUN-TIME                 PIC 9(08).
006600 77  RV-EOF-SW                   PIC X(01)   VALUE 'N'.
006700     88  RV-END-OF-FILE                      VALUE 'Y'.
006800 77  RV-RECORDS-READ             PIC 9(07)   COMP.
006900 77  RV-RECORDS-ARCHIVED         PIC 9(07)   COMP.
007000 77  RV-RECORDS-RETAINED         PIC 9(07)   COMP.
007100 77  RV-RECORDS-RELOADED         PIC 9(07)   COMP.
007200 77  RV-KEY-HASH                 PIC 9(15)   COMP-3.
007300 01  RV-ARG-AREA.
007400     05  RV-ARG-DATE             PIC 9(08).
007500     05  FILLER                  PIC X(72).
007600 01  RV-CUTOFF-AREA.
007700     05  RV-ARG-CUTOFF           PIC X(08).
007800     05  RV-ARG-CUTOFF-NUM REDEFINES RV-ARG-CUTOFF
007900                                 PIC 9(08).
008000     05  FILLER                  PIC X(72).
008100 01  RV-DATE-WORK.
008200     05  RV-DATE-PARTS.
008300         10  RV-DATE-YEAR        PIC 9(04).
008400         10  RV-DATE-MONTH       PIC 9(02).
008500         10  RV-DATE-DAY         PIC 9(02).
008600     05  RV-DATE-NUM REDEFINES RV-DATE-PARTS
008700                                 PIC 9(08).
008800 01  RV-HEAD-LINE-1.
008900     05  FILLER                  PIC X(29)
009000         VALUE 'AUDIT-LOG ROLLOVER RUN       '.
009100     05  RV-HD-DATE              PIC 9(08).
009200     05  FILLER                  PIC X(09)   VALUE SPACES.
009300 01  RV-HEAD-LINE-2.
009400     05  FILLER                  PIC X(29)
009500         VALUE '  ARCHIVING RECORDS BEFORE   '.
009600     05  RV-HD-CUTOFF            PIC 9(08).
009700     05  FILLER                  PIC X(09)   VALUE SPACES.
009800 01  RV-COUNT-LINE.
009900     05  RV-CL-LABEL             PIC X(24).
010000     05  FILLER                  PIC X(15)   VALUE SPACES.
010100     05  RV-CL-COUNT             PIC Z(06)9.
010200 01  RV-WORK-LINE                PIC X(46).
010300 COPY GCAUDARC.
010400 COPY GCTRAILR.
010500 COPY GCPRPAGE.
010600 PROCEDURE DIVISION.
010700******************************************************************
010800*  0000-MAINLINE - CONTROL THE ROLLOVER                          *
010900******************************************************************
011000 0000-MAINLINE.
011100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011200     PERFORM 2000-SPLIT-LOG THRU 2000-EXIT.
011300     PERFORM 3000-PROVE-SPLIT THRU 3000-EXIT.
011400     PERFORM 4000-REBUILD-LIVE-LOG THRU 4000-EXIT.
011500     PERFORM 5000-AUDIT-ROLLOVER THRU 5000-EXIT.
011600     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
011700     GOBACK.
011800******************************************************************
011900*  1000-INITIALIZE - RUN DATE, CUTOFF AND FILE OPENS             *
012000******************************************************************
012100 1000-INITIALIZE.
012200     MOVE ZERO TO RV-RECORDS-READ
012300                  RV-RECORDS-ARCHIVED
012400                  RV-RECORDS-RETAINED
012500                  RV-RECORDS-RELOADED
012600                  RV-KEY-HASH
012700                  PP-LINE-COUNT.
012800     MOVE SPACES TO PP-PAGE-BODY.
012900     ACCEPT RV-ARG-COUNT FROM ARGUMENT-NUMBER.
013000     IF RV-ARG-COUNT > 0
013100         DISPLAY 1 UPON ARGUMENT-NUMBER
013200         ACCEPT RV-ARG-AREA FROM ARGUMENT-VALUE
013300         MOVE RV-ARG-DATE TO RV-RUN-DATE
013400     ELSE
013500         ACCEPT RV-RUN-DATE FROM DATE YYYYMMDD.
013600     MOVE RV-RUN-DATE TO RV-DATE-NUM.
013700     MOVE 1 TO RV-DATE-DAY.
013800     MOVE RV-DATE-NUM TO RV-CUTOFF-DATE.
013900     IF RV-ARG-COUNT > 1
014000         DISPLAY 2 UPON ARGUMENT-NUMBER
014100         ACCEPT RV-CUTOFF-AREA FROM ARGUMENT-VALUE
014200         IF RV-ARG-CUTOFF NOT NUMERIC
014300                 OR RV-ARG-CUTOFF-NUM > RV-RUN-DATE
014400             DISPLAY 'GC420E CUTOFF DATE ' RV-ARG-CUTOFF
014500                 ' IS NOT A DATE ON OR BEFORE THE RUN DATE'
014600                 UPON OPERATOR-CONSOLE
014700             MOVE 16 TO RETURN-CODE
014800             GOBACK
014900         ELSE
015000             MOVE RV-ARG-CUTOFF-NUM TO RV-CUTOFF-DATE.
015100     OPEN INPUT AUDIT-LOG.
015200     IF RV-AUDIT-STATUS = '35'
015300         DISPLAY 'GC420I NO AUDITLOG FILE PRESENT, NOTHING TO'
015400             ' ROLL OVER'
015500         GOBACK.
015505     OPEN INPUT AUDIT-ARCHIVE.
015510     IF RV-ARCHIVE-STATUS = '00'
015515         CLOSE AUDIT-ARCHIVE.
015520     IF RV-ARCHIVE-STATUS NOT = '35'
015530         DISPLAY 'GC420E AUDARCH ALREADY PRESENT, STATUS '
015535             RV-ARCHIVE-STATUS ' - CATALOG THE LAST GENERATION'
015540             ' BEFORE ROLLING OVER AGAIN'
015545             UPON OPERATOR-CONSOLE
015550         CLOSE AUDIT-LOG
015555         MOVE 16 TO RETURN-CODE
015560         GOBACK.
015600     OPEN OUTPUT AUDIT-ARCHIVE.
015700     OPEN OUTPUT AUDIT-WORK.
015800     IF RV-AUDIT-STATUS NOT = '00'
015900             OR RV-ARCHIVE-STATUS NOT = '00'
016000             OR RV-WORK-STATUS NOT = '00'
016100         DISPLAY 'GC420E FILE OPEN FAILED, STATUS LOG='
016200             RV-AUDIT-STATUS ' ARCH=' RV-ARCHIVE-STATUS
016300             ' WRK=' RV-WORK-STATUS
016400             UPON OPERATOR-CONSOLE
016500         MOVE 16 TO RETURN-CODE
016600         GOBACK.
016700     MOVE SPACES TO AUDIT-ARCHIVE-HEADER.
016800     MOVE 'H' TO AA-REC-TYPE.
016900     MOVE 'AUDARCH' TO AA-LITERAL.
017000     MOVE RV-RUN-DATE TO AA-ARCHIVE-DATE.
017100     MOVE RV-CUTOFF-DATE TO AA-CUTOFF-DATE.
017200     WRITE AUDIT-ARCHIVE-REC FROM AUDIT-ARCHIVE-HEADER.
017300     IF RV-ARCHIVE-STATUS NOT = '00'
017400         DISPLAY 'GC420E AUDARCH WRITE FAILED, STATUS '
017500             RV-ARCHIVE-STATUS
017600             UPON OPERATOR-CONSOLE
017700         MOVE 16 TO RETURN-CODE
017800         GOBACK.
017900 1000-EXIT.
018000     EXIT.
018100******************************************************************
018200*  2000-SPLIT-LOG - OLD RECORDS TO THE ARCHIVE, THE REST TO THE  *
018300*  WORK FILE.  A RECORD WITHOUT A USABLE DATE IS RETAINED.       *
018400******************************************************************
018500 2000-SPLIT-LOG.
018600     PERFORM 2100-READ-LOG THRU 2100-EXIT.
018700     PERFORM 2200-SPLIT-ONE THRU 2200-EXIT
018800         UNTIL RV-END-OF-FILE.
018900     CLOSE AUDIT-LOG.
019000 2000-EXIT.
019100     EXIT.
019200 2100-READ-LOG.
019300     READ AUDIT-LOG
019400         AT END MOVE 'Y' TO RV-EOF-SW.
019500     IF RV-AUDIT-STATUS NOT = '00'
019520             AND RV-AUDIT-STATUS NOT = '10'
019540         DISPLAY 'GC420E AUDITLOG READ FAILED, STATUS '
019560             RV-AUDIT-STATUS ', LIVE LOG UNTOUCHED'
019580             UPON OPERATOR-CONSOLE
019600         MOVE 16 TO RETURN-CODE
019620         GOBACK.
019700 2100-EXIT.
019800     EXIT.
019900 2200-SPLIT-ONE.
020000     ADD 1 TO RV-RECORDS-READ.
020100     IF AU-AUDIT-DETAIL
020200             AND AU-RUN-DATE NUMERIC
020300             AND AU-RUN-DATE < RV-CUTOFF-DATE
020400         GO TO 2200-ARCHIVE.
020500     WRITE AUDIT-WORK-REC FROM AUDIT-LOG-RECORD.
020600     IF RV-WORK-STATUS NOT = '00'
020700         DISPLAY 'GC420E AUDITWRK WRITE FAILED, STATUS '
020800             RV-WORK-STATUS ', LIVE LOG UNTOUCHED'
020900             UPON OPERATOR-CONSOLE
021000         MOVE 16 TO RETURN-CODE
021100         GOBACK.
021200     ADD 1 TO RV-RECORDS-RETAINED.
021300     GO TO 2200-NEXT.
021400 2200-ARCHIVE.
021500     WRITE AUDIT-ARCHIVE-REC FROM AUDIT-LOG-RECORD.
021600     IF RV-ARCHIVE-STATUS NOT = '00'
021700         DISPLAY 'GC420E AUDARCH WRITE FAILED, STATUS '
021800             RV-ARCHIVE-STATUS ', LIVE LOG UNTOUCHED'
021900             UPON OPERATOR-CONSOLE
022000         MOVE 16 TO RETURN-CODE
022100         GOBACK.
022200     ADD 1 TO RV-RECORDS-ARCHIVED.
022300     IF AU-MEMBER-NUMBER NUMERIC
022400         ADD AU-MEMBER-NUMBER TO RV-KEY-HASH.
022500 2200-NEXT.
022600     PERFORM 2100-READ-LOG THRU 2100-EXIT.
022700 2200-EXIT.
022800     EXIT.
022900******************************************************************
023000*  3000-PROVE-SPLIT - TRAILER ON THE GENERATION, THEN READ MUST  *
023100*  EQUAL ARCHIVED PLUS RETAINED BEFORE THE LIVE LOG IS TOUCHED   *
023200******************************************************************
023300 3000-PROVE-SPLIT.
023400     MOVE SPACES TO TRAILER-RECORD.
023500     MOVE '9' TO TR-REC-TYPE.
023600     MOVE 'TRAILER' TO TR-LITERAL.
023700     MOVE RV-RECORDS-ARCHIVED TO TR-RECORD-COUNT.
023800     MOVE ZERO TO TR-AMOUNT-HASH.
023900     MOVE RV-KEY-HASH TO TR-KEY-HASH.
024000     WRITE AUDIT-ARCHIVE-REC FROM TRAILER-RECORD.
024100     IF RV-ARCHIVE-STATUS NOT = '00'
024200         DISPLAY 'GC420E AUDARCH TRAILER WRITE FAILED, STATUS '
024300             RV-ARCHIVE-STATUS ', LIVE LOG UNTOUCHED'
024400             UPON OPERATOR-CONSOLE
024500         MOVE 16 TO RETURN-CODE
024600         GOBACK.
024700     CLOSE AUDIT-ARCHIVE
024800           AUDIT-WORK.
024900     IF RV-RECORDS-READ NOT =
025000             RV-RECORDS-ARCHIVED + RV-RECORDS-RETAINED
025100         DISPLAY 'GC420E RECORDS READ ' RV-RECORDS-READ
025200             ' NOT EQUAL TO ARCHIVED PLUS RETAINED, LIVE LOG'
025300             ' UNTOUCHED'
025400             UPON OPERATOR-CONSOLE
025500         MOVE 16 TO RETURN-CODE
025600         GOBACK.
025700 3000-EXIT.
025800     EXIT.
025900******************************************************************
026000*  4000-REBUILD-LIVE-LOG - RETAINED RECORDS BACK TO AUDITLOG     *
026100******************************************************************
026200 4000-REBUILD-LIVE-LOG.
026300     OPEN INPUT AUDIT-WORK.
026400     OPEN OUTPUT AUDIT-LOG.
026500     IF RV-WORK-STATUS NOT = '00'
026600             OR RV-AUDIT-STATUS NOT = '00'
026700         DISPLAY 'GC420E REBUILD OPEN FAILED, STATUS WRK='
026800             RV-WORK-STATUS ' LOG=' RV-AUDIT-STATUS
026900             ', RETAINED RECORDS ARE ON AUDITWRK'
027000             UPON OPERATOR-CONSOLE
027100         MOVE 16 TO RETURN-CODE
027200         GOBACK.
027300     MOVE 'N' TO RV-EOF-SW.
027400     PERFORM 4100-READ-WORK THRU 4100-EXIT.
027500     PERFORM 4200-RELOAD-ONE THRU 4200-EXIT
027600         UNTIL RV-END-OF-FILE.
027700     CLOSE AUDIT-WORK
027800           AUDIT-LOG.
027900     IF RV-RECORDS-RELOADED NOT = RV-RECORDS-RETAINED
028000         DISPLAY 'GC420E LIVE LOG RELOADED ' RV-RECORDS-RELOADED
028100             ' OF ' RV-RECORDS-RETAINED
028200             ', RETAINED RECORDS ARE ON AUDITWRK'
028300             UPON OPERATOR-CONSOLE
028400         MOVE 16 TO RETURN-CODE
028500         GOBACK.
028600 4000-EXIT.
028700     EXIT.
028800 4100-READ-WORK.
028900     READ AUDIT-WORK
029000         AT END MOVE 'Y' TO RV-EOF-SW.
029100     IF RV-WORK-STATUS NOT = '00'
029200         MOVE 'Y' TO RV-EOF-SW.
029300 4100-EXIT.
029400     EXIT.
029500 4200-RELOAD-ONE.
029600     WRITE AUDIT-LOG-RECORD FROM AUDIT-WORK-REC.
029700     IF RV-AUDIT-STATUS NOT = '00'
029800         DISPLAY 'GC420E AUDITLOG WRITE FAILED, STATUS '
029900             RV-AUDIT-STATUS ', RETAINED RECORDS ARE ON AUDITWRK'
030000             UPON OPERATOR-CONSOLE
030100         MOVE 16 TO RETURN-CODE
030200         GOBACK.
030300     ADD 1 TO RV-RECORDS-RELOADED.
030400     PERFORM 4100-READ-WORK THRU 4100-EXIT.
030500 4200-EXIT.
030600     EXIT.
030700******************************************************************
030800*  5000-AUDIT-ROLLOVER - STAMP THE ROLLOVER INTO THE NEW LOG     *
030900******************************************************************
031000 5000-AUDIT-ROLLOVER.
031100     OPEN EXTEND AUDIT-LOG.
031200     IF RV-AUDIT-STATUS = '35'
031300         OPEN OUTPUT AUDIT-LOG.
031400     IF RV-AUDIT-STATUS NOT = '00'
031500         DISPLAY 'GC420E AUDITLOG OPEN FAILED, STATUS '
031600             RV-AUDIT-STATUS
031700             UPON OPERATOR-CONSOLE
031800         GO TO 5000-EXIT.
031900     ACCEPT RV-RUN-TIME FROM TIME.
032000     MOVE SPACES TO AUDIT-LOG-RECORD.
032100     MOVE 'A' TO AU-REC-TYPE.
032200     MOVE 'GC420   ' TO AU-PROGRAM-ID.
032300     MOVE RV-RUN-DATE TO AU-RUN-DATE.
032400     DIVIDE RV-RUN-TIME BY 100 GIVING AU-RUN-TIME.
032500     MOVE 'AUDIT LOG ROLLOVER  ' TO AU-ACTION.
032600     MOVE ZERO TO AU-RETURN-CODE.
032700     WRITE AUDIT-LOG-RECORD.
032800     IF RV-AUDIT-STATUS NOT = '00'
032900         DISPLAY 'GC420E AUDITLOG WRITE FAILED, STATUS '
033000             RV-AUDIT-STATUS
033100             UPON OPERATOR-CONSOLE.
033200     CLOSE AUDIT-LOG.
033300 5000-EXIT.
033400     EXIT.
033500******************************************************************
033600*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
033700******************************************************************
033800 8600-EMIT-LINE.
033900     IF PP-LINE-COUNT NOT < 22
034000         CALL 'GCPRINT' USING PRINT-PAGE.
034100     ADD 1 TO PP-LINE-COUNT.
034200     MOVE RV-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
034300 8600-EXIT.
034400     EXIT.
034500******************************************************************
034600*  9000-WRAP-UP - CONTROL COUNTS AND THE GENERATION HAND-OFF     *
034700******************************************************************
034800 9000-WRAP-UP.
034900     MOVE RV-RUN-DATE TO RV-HD-DATE.
035000     MOVE RV-HEAD-LINE-1 TO RV-WORK-LINE.
035100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
035200     MOVE RV-CUTOFF-DATE TO RV-HD-CUTOFF.
035300     MOVE RV-HEAD-LINE-2 TO RV-WORK-LINE.
035400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
035500     MOVE SPACES TO RV-WORK-LINE.
035600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
035700     MOVE 'AUDIT RECORDS READ      ' TO RV-CL-LABEL.
035800     MOVE RV-RECORDS-READ TO RV-CL-COUNT.
035900     MOVE RV-COUNT-LINE TO RV-WORK-LINE.
036000     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
036100     MOVE 'ARCHIVED TO AUDARCH     ' TO RV-CL-LABEL.
036200     MOVE RV-RECORDS-ARCHIVED TO RV-CL-COUNT.
036300     MOVE RV-COUNT-LINE TO RV-WORK-LINE.
036400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
036500     MOVE 'RETAINED ON AUDITLOG    ' TO RV-CL-LABEL.
036600     MOVE RV-RECORDS-RELOADED TO RV-CL-COUNT.
036700     MOVE RV-COUNT-LINE TO RV-WORK-LINE.
036800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
036900     IF PP-LINE-COUNT > 0
037000         CALL 'GCPRINT' USING PRINT-PAGE.
037100     DISPLAY 'GC420I RUN DATE              ' RV-RUN-DATE.
037200     DISPLAY 'GC420I CUTOFF DATE           ' RV-CUTOFF-DATE.
037300     DISPLAY 'GC420I AUDIT RECORDS READ    ' RV-RECORDS-READ.
037400     DISPLAY 'GC420I ARCHIVED TO AUDARCH   ' RV-RECORDS-ARCHIVED.
037500     DISPLAY 'GC420I RETAINED ON AUDITLOG  ' RV-RECORDS-RELOADED.
037600     DISPLAY 'GC420I AUDARCH IS THE NEXT DATED ARCHIVE'
037650         ' GENERATION'.
037700 9000-EXIT.
037800     EXIT.
