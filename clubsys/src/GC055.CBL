000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC055.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-05.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC055 - MEMBER CONTACT MAINTENANCE                            *
000900*                                                                *
001000*  ADDS AND CHANGES MBRCONT MEMBER CONTACT RECORDS (GCMBRCON)    *
001100*  FROM GCCONTTR TRANSACTIONS.  TRANSACTIONS ARRIVE EITHER AS    *
001200*  COMMAND ARGUMENTS (FRONT DESK PATH - ARGUMENT 1 IS THE RUN    *
001300*  DATE, ARGUMENTS 2 ONWARD ARE GCCONTTR IMAGES) OR, WHEN ONLY   *
001400*  THE RUN DATE IS GIVEN, FROM THE CONTLOAD BATCH FILE - THE     *
001500*  SAME TWO PATHS AS THE GC050 PLAYER-MASTER MAINTENANCE.        *
001600*                                                                *
001700*  EVERY TRANSACTION IS EDITED (MEMBER ON PLAYER-MASTER AND NO   *
001800*  CONTACT YET FOR AN ADD, CONTACT ON FILE FOR A CHANGE, VALID   *
001900*  FIELD CODE, VALUE FITS THE FIELD, EMAIL CARRIES AN '@',       *
002000*  CHANNEL 'E' OR 'S') AND EVERY ACCEPTED CHANGE IS STAMPED      *
002100*  INTO THE GCAUDIT LOG WITH THE ACTION, SOURCE PATH, MEMBER     *
002200*  NUMBER, DATE AND TIME.  REJECTS ARE LISTED WITH A REASON.     *
002300*                                                                *
002400*  MODIFICATION HISTORY                                         *
002500*  2026-10-05  RJM  NEW PROGRAM                                  *
002550*  2026-10-15  RJM  CONTLOAD READ ERROR ENDS THE RUN ABNORMALLY  *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     CONSOLE IS OPERATOR-CONSOLE.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CONTACT-LOAD ASSIGN TO "CONTLOAD"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS CM-CONTLOAD-STATUS.
003600     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS CM-AUDIT-STATUS.
003900     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS PM-MEMBER-NUMBER
004300         FILE STATUS IS CM-PLAYER-STATUS.
004400     SELECT MEMBER-CONTACT ASSIGN TO "MBRCONT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS MC-MEMBER-NUMBER
004800         FILE STATUS IS CM-CONTACT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONTACT-LOAD.
005200 01  CONTACT-LOAD-REC            PIC X(80).
005300 FD  AUDIT-LOG.
005400 COPY GCAUDIT.
005500 FD  PLAYER-MASTER.
005600 COPY GCPLAYER.
005700 FD  MEMBER-CONTACT.
005800 COPY GCMBRCON.
005900 WORKING-STORAGE SECTION.
006000 77  CM-CONTLOAD-STATUS          PIC X(02).
006100 77  CM-AUDIT-STATUS             PIC X(02).
006200 77  CM-PLAYER-STATUS            PIC X(02).
006300 77  CM-CONTACT-STATUS           PIC X(02).
006400 77  CM-ARG-COUNT                PIC 9(03)   COMP.
006500 77  CM-ARG-SUB                  PIC 9(03)   COMP.
006600 77  CM-RUN-DATE                 PIC 9(08).
006700 77  CM-RUN-TIME                 PIC 9(08).
006800 77  CM-TRANS-READ               PIC 9(05)   COMP.
006900 77  CM-TRANS-ACCEPTED           PIC 9(05)   COMP.
007000 77  CM-TRANS-REJECTED           PIC 9(05)   COMP.
007100 77  CM-AT-COUNT                 PIC 9(03)   COMP.
007200 77  CM-REJECT-REASON            PIC X(30).
007300 01  CM-AUDIT-ACTION.
007400     05  CM-AA-VERB              PIC X(14).
007500     05  CM-AA-SOURCE            PIC X(06).
007600 77  CM-FATAL-SW                 PIC X(01)   VALUE 'N'.
007700     88  CM-FATAL-ERROR                      VALUE 'Y'.
007800 77  CM-EOF-SW                   PIC X(01)   VALUE 'N'.
007900     88  CM-END-OF-FILE                      VALUE 'Y'.
008000 77  CM-SOURCE-SW                PIC X(01)   VALUE 'D'.
008100     88  CM-FROM-FRONT-DESK                  VALUE 'D'.
008200     88  CM-FROM-BATCH                       VALUE 'B'.
008300 01  CM-ARG-AREA.
008400     05  CM-ARG-DATE             PIC 9(08).
008500     05  FILLER                  PIC X(72).
008600 COPY GCCONTTR.
008700 PROCEDURE DIVISION.
008800******************************************************************
008900*  0000-MAINLINE - CONTROL THE MAINTENANCE RUN                   *
009000******************************************************************
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009300     IF CM-FATAL-ERROR
009400         GO TO 0000-ABORT.
009500     IF CM-ARG-COUNT > 1
009600         MOVE 'D' TO CM-SOURCE-SW
009700         PERFORM 2000-PROCESS-ARGUMENTS THRU 2000-EXIT
009800     ELSE
009900         MOVE 'B' TO CM-SOURCE-SW
010000         PERFORM 2500-PROCESS-BATCH-FILE THRU 2500-EXIT.
010100     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
010200     IF CM-FATAL-ERROR
010300         GO TO 0000-ABORT.
010400     GOBACK.
010500 0000-ABORT.
010600     DISPLAY 'GC055E MAINTENANCE ENDED ABNORMALLY'
010700         UPON OPERATOR-CONSOLE.
010800     MOVE 16 TO RETURN-CODE.
010900     GOBACK.
011000******************************************************************
011100*  1000-INITIALIZE - ARGUMENTS, COUNTERS AND FILE OPENS          *
011200******************************************************************
011300 1000-INITIALIZE.
011400     MOVE ZERO TO CM-TRANS-READ
011500                  CM-TRANS-ACCEPTED
011600                  CM-TRANS-REJECTED.
011700     ACCEPT CM-ARG-COUNT FROM ARGUMENT-NUMBER.
011800     IF CM-ARG-COUNT > 0
011900         DISPLAY 1 UPON ARGUMENT-NUMBER
012000         ACCEPT CM-ARG-AREA FROM ARGUMENT-VALUE
012100         MOVE CM-ARG-DATE TO CM-RUN-DATE
012200     ELSE
012300         ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
012400     OPEN INPUT PLAYER-MASTER.
012500     IF CM-PLAYER-STATUS NOT = '00'
012600         DISPLAY 'GC055E PLAYER-MASTER OPEN FAILED, STATUS '
012700             CM-PLAYER-STATUS
012800         MOVE 'Y' TO CM-FATAL-SW
012900         GO TO 1000-EXIT.
013000     OPEN I-O MEMBER-CONTACT.
013100     IF CM-CONTACT-STATUS = '35'
013200         OPEN OUTPUT MEMBER-CONTACT
013300         CLOSE MEMBER-CONTACT
013400         OPEN I-O MEMBER-CONTACT.
013500     IF CM-CONTACT-STATUS NOT = '00'
013600         DISPLAY 'GC055E MBRCONT OPEN FAILED, STATUS '
013700             CM-CONTACT-STATUS
013800         CLOSE PLAYER-MASTER
013900         MOVE 'Y' TO CM-FATAL-SW.
014000 1000-EXIT.
014100     EXIT.
014200******************************************************************
014300*  2000-PROCESS-ARGUMENTS - FRONT DESK COMMAND-LINE PATH         *
014400******************************************************************
014500 2000-PROCESS-ARGUMENTS.
014600     PERFORM 2100-PROCESS-ONE-ARG THRU 2100-EXIT
014700         VARYING CM-ARG-SUB FROM 2 BY 1
014800         UNTIL CM-ARG-SUB > CM-ARG-COUNT.
014900 2000-EXIT.
015000     EXIT.
015100 2100-PROCESS-ONE-ARG.
015200     MOVE SPACES TO CONTACT-TRAN-RECORD.
015300     ACCEPT CONTACT-TRAN-RECORD FROM ARGUMENT-VALUE.
015400     ADD 1 TO CM-TRANS-READ.
015500     PERFORM 3000-PROCESS-TRAN THRU 3000-EXIT.
015600 2100-EXIT.
015700     EXIT.
015800******************************************************************
015900*  2500-PROCESS-BATCH-FILE - CONTLOAD BATCH PATH                 *
016000******************************************************************
016100 2500-PROCESS-BATCH-FILE.
016200     OPEN INPUT CONTACT-LOAD.
016300     IF CM-CONTLOAD-STATUS = '35'
016400         DISPLAY 'GC055I NO CONTLOAD FILE PRESENT, NOTHING TO DO'
016500         GO TO 2500-EXIT.
016600     IF CM-CONTLOAD-STATUS NOT = '00'
016700         DISPLAY 'GC055E CONTLOAD OPEN FAILED, STATUS '
016800             CM-CONTLOAD-STATUS
016900         MOVE 'Y' TO CM-FATAL-SW
017000         GO TO 2500-EXIT.
017100     PERFORM 2600-READ-CONTLOAD THRU 2600-EXIT.
017200     PERFORM 2700-PROCESS-FILE-TRAN THRU 2700-EXIT
017300         UNTIL CM-END-OF-FILE.
017400     CLOSE CONTACT-LOAD.
017500 2500-EXIT.
017600     EXIT.
017700 2600-READ-CONTLOAD.
017800     READ CONTACT-LOAD INTO CONTACT-TRAN-RECORD
017900         AT END MOVE 'Y' TO CM-EOF-SW.
017910     IF CM-CONTLOAD-STATUS NOT = '00'
017920             AND CM-CONTLOAD-STATUS NOT = '10'
017930         DISPLAY 'GC055E CONTLOAD READ FAILED, STATUS '
017940             CM-CONTLOAD-STATUS
017950         MOVE 'Y' TO CM-FATAL-SW
017960                     CM-EOF-SW.
018000 2600-EXIT.
018100     EXIT.
018200 2700-PROCESS-FILE-TRAN.
018300     IF CX-TRAN-TYPE = '9'
018400         PERFORM 2600-READ-CONTLOAD THRU 2600-EXIT
018500         GO TO 2700-EXIT.
018600     ADD 1 TO CM-TRANS-READ.
018700     PERFORM 3000-PROCESS-TRAN THRU 3000-EXIT.
018800     PERFORM 2600-READ-CONTLOAD THRU 2600-EXIT.
018900 2700-EXIT.
019000     EXIT.
019100******************************************************************
019200*  3000-PROCESS-TRAN - EDIT AND APPLY ONE TRANSACTION            *
019300******************************************************************
019400 3000-PROCESS-TRAN.
019500     MOVE SPACES TO CM-REJECT-REASON.
019600     PERFORM 3050-EDIT-TRAN THRU 3050-EXIT.
019700     IF CM-REJECT-REASON = SPACES
019800         EVALUATE TRUE
019900             WHEN CX-ADD-CONTACT
020000                 PERFORM 3100-ADD-CONTACT THRU 3100-EXIT
020100             WHEN CX-CHANGE-CONTACT
020200                 PERFORM 3200-CHANGE-CONTACT THRU 3200-EXIT
020300             WHEN OTHER
020400                 MOVE 'INVALID TRANSACTION TYPE'
020500                     TO CM-REJECT-REASON
020600         END-EVALUATE.
020700     IF CM-REJECT-REASON = SPACES
020800         ADD 1 TO CM-TRANS-ACCEPTED
020900     ELSE
021000         ADD 1 TO CM-TRANS-REJECTED
021100         PERFORM 8000-LIST-REJECT THRU 8000-EXIT.
021200 3000-EXIT.
021300     EXIT.
021400 3050-EDIT-TRAN.
021500     IF CX-MEMBER-NUMBER NOT NUMERIC
021600         MOVE 'MEMBER NUMBER NOT NUMERIC' TO CM-REJECT-REASON
021700         GO TO 3050-EXIT.
021800     IF CX-NO-FIELD
021900         IF CX-CHANGE-CONTACT
022000             MOVE 'FIELD CODE MISSING' TO CM-REJECT-REASON
022100         END-IF
022200         GO TO 3050-EXIT.
022300     IF CX-FIELD-VALUE = SPACES
022400         GO TO 3050-EXIT.
022500     EVALUATE TRUE
022600         WHEN CX-PHONE-FIELD
022700             IF CX-FIELD-VALUE (16:45) NOT = SPACES
022800                 MOVE 'PHONE OVER 15 CHARACTERS'
022900                     TO CM-REJECT-REASON
023000             END-IF
023100         WHEN CX-EMAIL-FIELD
023200             PERFORM 3060-EDIT-EMAIL THRU 3060-EXIT
023300         WHEN CX-ADDRESS-1-FIELD
023400         WHEN CX-ADDRESS-2-FIELD
023500             IF CX-FIELD-VALUE (31:30) NOT = SPACES
023600                 MOVE 'ADDRESS OVER 30 CHARACTERS'
023700                     TO CM-REJECT-REASON
023800             END-IF
023900         WHEN CX-CITY-FIELD
024000             IF CX-FIELD-VALUE (33:28) NOT = SPACES
024100                 MOVE 'CITY/STATE/POSTAL TOO LONG'
024200                     TO CM-REJECT-REASON
024300             END-IF
024400         WHEN CX-CHANNEL-FIELD
024500             IF (CX-FIELD-VALUE (1:1) NOT = 'E'
024600                     AND CX-FIELD-VALUE (1:1) NOT = 'S')
024700                     OR CX-FIELD-VALUE (2:59) NOT = SPACES
024800                 MOVE 'CHANNEL NOT E OR S' TO CM-REJECT-REASON
024900             END-IF
025000         WHEN OTHER
025100             MOVE 'FIELD CODE INVALID' TO CM-REJECT-REASON
025200     END-EVALUATE.
025300 3050-EXIT.
025400     EXIT.
025500 3060-EDIT-EMAIL.
025600     IF CX-FIELD-VALUE (51:10) NOT = SPACES
025700         MOVE 'EMAIL OVER 50 CHARACTERS' TO CM-REJECT-REASON
025800         GO TO 3060-EXIT.
025900     MOVE ZERO TO CM-AT-COUNT.
026000     INSPECT CX-FIELD-VALUE TALLYING CM-AT-COUNT FOR ALL '@'.
026100     IF CM-AT-COUNT NOT = 1
026200         MOVE 'EMAIL ADDRESS INVALID' TO CM-REJECT-REASON.
026300 3060-EXIT.
026400     EXIT.
026500******************************************************************
026600*  3100-ADD-CONTACT - MEMBER AND DUPLICATE EDIT, NEW RECORD      *
026700******************************************************************
026800 3100-ADD-CONTACT.
026900     MOVE CX-MEMBER-NUMBER TO PM-MEMBER-NUMBER.
027000     READ PLAYER-MASTER
027100         INVALID KEY
027200             MOVE 'MEMBER NOT ON PLAYER-MASTER'
027300                 TO CM-REJECT-REASON
027400             GO TO 3100-EXIT
027500     END-READ.
027600     MOVE CX-MEMBER-NUMBER TO MC-MEMBER-NUMBER.
027700     READ MEMBER-CONTACT
027800         INVALID KEY
027900             CONTINUE
028000         NOT INVALID KEY
028100             MOVE 'CONTACT ALREADY ON FILE' TO CM-REJECT-REASON
028200             GO TO 3100-EXIT
028300     END-READ.
028400     MOVE SPACES TO MEMBER-CONTACT-RECORD.
028500     MOVE CX-MEMBER-NUMBER TO MC-MEMBER-NUMBER.
028600     PERFORM 3400-APPLY-FIELD THRU 3400-EXIT.
028700     MOVE CM-RUN-DATE TO MC-LAST-CHANGE-DATE.
028800     WRITE MEMBER-CONTACT-RECORD.
028900     IF CM-CONTACT-STATUS NOT = '00'
029000         MOVE 'MBRCONT WRITE FAILED' TO CM-REJECT-REASON
029100         GO TO 3100-EXIT.
029200     MOVE 'CONTACT ADD   ' TO CM-AA-VERB.
029300     PERFORM 8100-AUDIT-CHANGE THRU 8100-EXIT.
029400 3100-EXIT.
029500     EXIT.
029600******************************************************************
029700*  3200-CHANGE-CONTACT - APPLY THE ONE NAMED FIELD               *
029800******************************************************************
029900 3200-CHANGE-CONTACT.
030000     MOVE CX-MEMBER-NUMBER TO MC-MEMBER-NUMBER.
030100     READ MEMBER-CONTACT
030200         INVALID KEY
030300             MOVE 'CONTACT NOT ON FILE' TO CM-REJECT-REASON
030400             GO TO 3200-EXIT
030500     END-READ.
030600     PERFORM 3400-APPLY-FIELD THRU 3400-EXIT.
030700     MOVE CM-RUN-DATE TO MC-LAST-CHANGE-DATE.
030800     REWRITE MEMBER-CONTACT-RECORD.
030900     IF CM-CONTACT-STATUS NOT = '00'
031000         MOVE 'MBRCONT REWRITE FAILED' TO CM-REJECT-REASON
031100         GO TO 3200-EXIT.
031200     EVALUATE TRUE
031300         WHEN CX-PHONE-FIELD
031400             MOVE 'CONTACT PHONE ' TO CM-AA-VERB
031500         WHEN CX-EMAIL-FIELD
031600             MOVE 'CONTACT EMAIL ' TO CM-AA-VERB
031700         WHEN CX-CHANNEL-FIELD
031800             MOVE 'CHANNEL TO    ' TO CM-AA-VERB
031900             MOVE MC-PREFERRED-CHANNEL TO CM-AA-VERB (12:1)
032000         WHEN OTHER
032100             MOVE 'CONTACT ADDR  ' TO CM-AA-VERB
032200     END-EVALUATE.
032300     PERFORM 8100-AUDIT-CHANGE THRU 8100-EXIT.
032400 3200-EXIT.
032500     EXIT.
032600******************************************************************
032700*  3400-APPLY-FIELD - MOVE THE TRANSACTION VALUE TO ITS FIELD    *
032800******************************************************************
032900 3400-APPLY-FIELD.
033000     EVALUATE TRUE
033100         WHEN CX-PHONE-FIELD
033200             MOVE CX-FIELD-VALUE TO MC-PHONE
033300         WHEN CX-EMAIL-FIELD
033400             MOVE CX-FIELD-VALUE TO MC-EMAIL
033500         WHEN CX-ADDRESS-1-FIELD
033600             MOVE CX-FIELD-VALUE TO MC-ADDRESS-LINE-1
033700         WHEN CX-ADDRESS-2-FIELD
033800             MOVE CX-FIELD-VALUE TO MC-ADDRESS-LINE-2
033900         WHEN CX-CITY-FIELD
034000             MOVE CX-CITY TO MC-CITY
034100             MOVE CX-STATE TO MC-STATE
034200             MOVE CX-POSTAL-CODE TO MC-POSTAL-CODE
034300         WHEN CX-CHANNEL-FIELD
034400             MOVE CX-FIELD-VALUE TO MC-PREFERRED-CHANNEL
034500     END-EVALUATE.
034600 3400-EXIT.
034700     EXIT.
034800******************************************************************
034900*  8000-LIST-REJECT - ONE LINE PER REJECTED TRANSACTION          *
035000******************************************************************
035100 8000-LIST-REJECT.
035200     DISPLAY 'GC055R ' CX-TRAN-TYPE ' ' CX-MEMBER-NUMBER ' '
035300         CX-FIELD-CODE ' ' CM-REJECT-REASON.
035400 8000-EXIT.
035500     EXIT.
035600******************************************************************
035700*  8100-AUDIT-CHANGE - WHO, WHAT AND WHEN INTO THE AUDIT LOG     *
035800******************************************************************
035900 8100-AUDIT-CHANGE.
036000     OPEN EXTEND AUDIT-LOG.
036100     IF CM-AUDIT-STATUS = '35'
036200         OPEN OUTPUT AUDIT-LOG.
036300     IF CM-AUDIT-STATUS NOT = '00'
036400         DISPLAY 'GC055E AUDITLOG OPEN FAILED, STATUS '
036500             CM-AUDIT-STATUS
036600             UPON OPERATOR-CONSOLE
036700         GO TO 8100-EXIT.
036800     ACCEPT CM-RUN-TIME FROM TIME.
036900     MOVE SPACES TO AUDIT-LOG-RECORD.
037000     MOVE 'A' TO AU-REC-TYPE.
037100     MOVE 'GC055   ' TO AU-PROGRAM-ID.
037200     MOVE CM-RUN-DATE TO AU-RUN-DATE.
037300     DIVIDE CM-RUN-TIME BY 100 GIVING AU-RUN-TIME.
037400     IF CM-FROM-FRONT-DESK
037500         MOVE 'DESK  ' TO CM-AA-SOURCE
037600     ELSE
037700         MOVE 'BATCH ' TO CM-AA-SOURCE.
037800     MOVE CM-AUDIT-ACTION TO AU-ACTION.
037900     MOVE CX-MEMBER-NUMBER TO AU-MEMBER-NUMBER.
038000     MOVE ZERO TO AU-RETURN-CODE.
038100     WRITE AUDIT-LOG-RECORD.
038200     IF CM-AUDIT-STATUS NOT = '00'
038300         DISPLAY 'GC055E AUDITLOG WRITE FAILED, STATUS '
038400             CM-AUDIT-STATUS
038500             UPON OPERATOR-CONSOLE.
038600     CLOSE AUDIT-LOG.
038700 8100-EXIT.
038800     EXIT.
038900******************************************************************
039000*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
039100******************************************************************
039200 9000-WRAP-UP.
039300     CLOSE PLAYER-MASTER
039400           MEMBER-CONTACT.
039500     DISPLAY 'GC055I RUN DATE ' CM-RUN-DATE.
039600     DISPLAY 'GC055I TRANSACTIONS READ     ' CM-TRANS-READ.
039700     DISPLAY 'GC055I TRANSACTIONS ACCEPTED ' CM-TRANS-ACCEPTED.
039800     DISPLAY 'GC055I TRANSACTIONS REJECTED ' CM-TRANS-REJECTED.
039900 9000-EXIT.
040000     EXIT.
