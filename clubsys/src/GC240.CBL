000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GC240.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-09-30.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GC240 - MONTH-END GENERAL-LEDGER JOURNAL EXTRACT              *
000900*                                                                *
001000*  RUN ONCE A MONTH AFTER THE GC200 STATEMENT RUN.  ARGUMENT 1   *
001100*  IS THE PERIOD-END DATE; THE PERIOD IS TAKEN FROM ITS FIRST    *
001200*  SIX DIGITS.  BUILDS ONE BALANCED DOUBLE-ENTRY JOURNAL FOR     *
001300*  THE MONTH FROM:                                               *
001400*      TEE-SHEET GREEN AND CART FEES (LIVE TEESHEET PLUS THE     *
001500*      DAYS GC350 HAS ROLLED TO TEEHIST), WEATHER-CANCELLED      *
001600*      'W' SLOTS INCLUDED SINCE THEY STILL BILL                  *
001700*                    DR RECEIVABLES      CR GREEN / CART FEES    *
001800*      POS CHARGES, SUMMED BY PX-TRAN-CODE                       *
001900*                    DR RECEIVABLES      CR POS REVENUE          *
002000*      PAYMTIN PAYMENTS                                          *
002100*                    DR CASH             CR RECEIVABLES          *
002200*      PAYMTIN ADJUSTMENTS (SIGN '-' REVERSES THE SIDES)         *
002300*                    DR RECEIVABLES      CR ADJUSTMENTS          *
002400*      GC040 RAIN CHECKS APPLIED ON THIS MONTH'S STATEMENTS      *
002500*                    DR RAIN-CHECK CONTRA CR RECEIVABLES         *
002600*      GC230 DUES CARRIED ON THIS MONTH'S ARFILE                 *
002700*                    DR RECEIVABLES      CR DUES REVENUE         *
002800*  EVERY GL ACCOUNT COMES FROM THE GLMAP MAPPING TABLE.          *
002900*                                                                *
003000*  THE JOURNAL IS BUILT IN STORE AND PROVED BEFORE A LINE IS     *
003100*  WRITTEN.  THE PROOF REPORT PRINTS THROUGH THE GCPRINT         *
003200*  ENGINE WITH DEBIT AND CREDIT TOTALS.  IF THEY DO NOT AGREE,   *
003300*  OR ANY SOURCE HAS NO ACCOUNT ON GLMAP, NO JOURNAL IS          *
003400*  WRITTEN - ANY EARLIER GLJRNL IS EMPTIED SO IT CANNOT BE       *
003500*  POSTED TWICE - AND THE RUN ENDS RETURN CODE 16.  A GOOD       *
003600*  JOURNAL ENDS WITH A GCTRAILR CONTROL TRAILER.                 *
003620*  AN OPEN OR READ ERROR ON ANY FILE, OR A FULL JOURNAL          *
003640*  TABLE, EMPTIES GLJRNL THE SAME WAY BEFORE THE RUN ENDS.       *
003700*                                                                *
003800*  MODIFICATION HISTORY                                         *
003900*  2026-09-30  RJM  NEW PROGRAM                                  *
003950*  2026-10-15  RJM  GLJRNL TRAILER WRITE CHECKED                 *
003960*  2026-10-15  RJM  INPUT READ ERRORS END THE RUN; EVERY         *
003970*                   RC 16 END EMPTIES GLJRNL FIRST               *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SPECIAL-NAMES.
004400     CONSOLE IS OPERATOR-CONSOLE.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT GL-ACCOUNT-MAP ASSIGN TO "GLMAP"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS GL-MAP-STATUS.
005000     SELECT TEE-SHEET ASSIGN TO "TEESHEET"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS TS-KEY
005400         FILE STATUS IS GL-SHEET-STATUS.
005500     SELECT TEE-HISTORY ASSIGN TO "TEEHIST"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS GL-HISTORY-STATUS.
005800     SELECT POS-EXTRACT ASSIGN TO "POSEXTR"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS GL-POS-STATUS.
006100     SELECT PAYMENT-IN ASSIGN TO "PAYMTIN"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS GL-PAYMENT-STATUS.
006400     SELECT RAIN-CHECK ASSIGN TO "RAINCHK"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS GL-RCHK-STATUS.
006700     SELECT AR-FILE ASSIGN TO "ARFILE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS GL-AR-STATUS.
007000     SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS GL-JOURNAL-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  GL-ACCOUNT-MAP.
007600 01  GL-ACCOUNT-MAP-REC          PIC X(80).
007700 FD  TEE-SHEET.
007800 COPY GCTEESHT.
007900 FD  TEE-HISTORY.
008000 COPY GCTEEHIS.
008100 FD  POS-EXTRACT.
008200 01  POS-EXTRACT-REC             PIC X(80).
008300 FD  PAYMENT-IN.
008400 01  PAYMENT-IN-REC              PIC X(80).
008500 FD  RAIN-CHECK.
008600 01  RAIN-CHECK-REC              PIC X(80).
008700 FD  AR-FILE.
008800 COPY GCARFILE.
008900 FD  GL-JOURNAL.
009000 01  GL-JOURNAL-REC              PIC X(80).
009100 WORKING-STORAGE SECTION.
009200 77  GL-MAP-STATUS               PIC X(02).
009300 77  GL-SHEET-STATUS             PIC X(02).
009400 77  GL-HISTORY-STATUS           PIC X(02).
009500 77  GL-POS-STATUS               PIC X(02).
009600 77  GL-PAYMENT-STATUS           PIC X(02).
009700 77  GL-RCHK-STATUS              PIC X(02).
009800 77  GL-AR-STATUS                PIC X(02).
009900 77  GL-JOURNAL-STATUS           PIC X(02).
010000 77  GL-ARG-COUNT                PIC 9(03)   COMP.
010100 77  GL-PERIOD-DATE              PIC 9(08).
010200 77  GL-PERIOD-MONTH             PIC 9(06).
010300 77  GL-WORK-MONTH               PIC 9(06).
010400 77  GL-MAP-EOF-SW               PIC X(01)   VALUE 'N'.
010500     88  GL-END-OF-MAP                       VALUE 'Y'.
010600 77  GL-SCAN-SW                  PIC X(01)   VALUE 'N'.
010700     88  GL-SCAN-DONE                        VALUE 'Y'.
010800 77  GL-BALANCED-SW              PIC X(01)   VALUE 'N'.
010900     88  GL-JOURNAL-BALANCED                 VALUE 'Y'.
011000 77  GL-SUB                      PIC S9(04)  COMP.
011100 77  GL-MAP-FOUND                PIC S9(04)  COMP.
011200 77  GL-LINE-FOUND               PIC S9(04)  COMP.
011300 77  GL-UNMAPPED-FOUND           PIC S9(04)  COMP.
011400 77  GL-SLOTS-JOURNALED          PIC 9(05)   COMP.
011500 77  GL-POS-JOURNALED            PIC 9(05)   COMP.
011600 77  GL-PAYMENTS-JOURNALED       PIC 9(05)   COMP.
011700 77  GL-RCHKS-JOURNALED          PIC 9(05)   COMP.
011800 77  GL-DUES-JOURNALED           PIC 9(05)   COMP.
011900 77  GL-RECORDS-REJECTED         PIC 9(05)   COMP.
012000 77  GL-UNMAPPED-COUNT           PIC 9(05)   COMP.
012100 77  GL-TRAILER-COUNT            PIC 9(09)   COMP.
012200 77  GL-DR-SOURCE                PIC X(04).
012300 77  GL-DR-CODE                  PIC X(02).
012400 77  GL-CR-SOURCE                PIC X(04).
012500 77  GL-CR-CODE                  PIC X(02).
012600 77  GL-DR-SIDE                  PIC X(01).
012700 77  GL-CR-SIDE                  PIC X(01).
012800 77  GL-PAIR-AMOUNT              PIC S9(09)V99   COMP-3.
012900 77  GL-SIDE-SOURCE              PIC X(04).
013000 77  GL-SIDE-CODE                PIC X(02).
013100 77  GL-SIDE-DR-CR               PIC X(01).
013200 77  GL-SIDE-AMOUNT              PIC S9(09)V99   COMP-3.
013300 77  GL-SEEK-CODE                PIC X(02).
013400 77  GL-DEBIT-TOTAL              PIC S9(11)V99   COMP-3.
013500 77  GL-CREDIT-TOTAL             PIC S9(11)V99   COMP-3.
013600 77  GL-UNMAPPED-TOTAL           PIC S9(11)V99   COMP-3.
013700 77  GL-AMOUNT-HASH              PIC S9(13)V99   COMP-3.
013800 77  GL-TOTAL-EDIT               PIC ZZZZZZZZZZ9.99.
013900 COPY GCVERIFY.
014000 01  GL-ARG-AREA.
014100     05  GL-ARG-DATE             PIC 9(08).
014200     05  FILLER                  PIC X(72).
014300 01  GL-MAP-TABLE.
014400     05  GL-MAP-COUNT            PIC 9(02)   COMP.
014500     05  GL-MAP-ENTRY            OCCURS 50 TIMES.
014600         10  GL-MT-SOURCE        PIC X(04).
014700         10  GL-MT-CODE          PIC X(02).
014800         10  GL-MT-ACCOUNT       PIC X(10).
014900         10  GL-MT-DESC          PIC X(20).
015000 01  GL-LINE-TABLE.
015100     05  GL-LINE-COUNT           PIC 9(03)   COMP.
015200     05  GL-LINE-ENTRY           OCCURS 200 TIMES.
015300         10  GL-JL-ACCOUNT       PIC X(10).
015400         10  GL-JL-SOURCE        PIC X(04).
015500         10  GL-JL-CODE          PIC X(02).
015600         10  GL-JL-DESC          PIC X(20).
015700         10  GL-JL-DR-CR         PIC X(01).
015800         10  GL-JL-AMOUNT        PIC S9(09)V99   COMP-3.
015900 01  GL-UNMAPPED-TABLE.
016000     05  GL-UNMAPPED-ENTRIES     PIC 9(02)   COMP.
016100     05  GL-UNMAPPED-ENTRY       OCCURS 20 TIMES.
016200         10  GL-UM-SOURCE        PIC X(04).
016300         10  GL-UM-CODE          PIC X(02).
016400         10  GL-UM-AMOUNT        PIC S9(09)V99   COMP-3.
016500 01  GL-HEAD-LINE-1.
016600     05  FILLER                  PIC X(28)
016700         VALUE 'GL JOURNAL PROOF FOR PERIOD '.
016800     05  GL-HD-PERIOD            PIC 9(06).
016900     05  FILLER                  PIC X(12)   VALUE SPACES.
017000 01  GL-COLUMN-LINE.
017100     05  FILLER                  PIC X(46)   VALUE
017200         'ACCOUNT    SRC  CD       DEBIT      CREDIT'.
017300 01  GL-PROOF-LINE.
017400     05  GL-PL-ACCOUNT           PIC X(10).
017500     05  FILLER                  PIC X(01)   VALUE SPACE.
017600     05  GL-PL-SOURCE            PIC X(04).
017700     05  FILLER                  PIC X(01)   VALUE SPACE.
017800     05  GL-PL-CODE              PIC X(02).
017900     05  FILLER                  PIC X(01)   VALUE SPACE.
018000     05  GL-PL-DEBIT             PIC ZZZZZZZ9.99.
018100     05  FILLER                  PIC X(01)   VALUE SPACE.
018200     05  GL-PL-CREDIT            PIC ZZZZZZZ9.99.
018300     05  FILLER                  PIC X(04)   VALUE SPACES.
018400 01  GL-PROOF-TOTAL-LINE.
018500     05  FILLER                  PIC X(19)   VALUE 'TOTALS'.
018600     05  GL-PT-DEBIT             PIC ZZZZZZZ9.99.
018700     05  FILLER                  PIC X(01)   VALUE SPACE.
018800     05  GL-PT-CREDIT            PIC ZZZZZZZ9.99.
018900     05  FILLER                  PIC X(04)   VALUE SPACES.
019000 01  GL-UNMAPPED-LINE.
019100     05  FILLER                  PIC X(18)
019200         VALUE 'NO GL ACCOUNT FOR '.
019300     05  GL-UL-SOURCE            PIC X(04).
019400     05  FILLER                  PIC X(01)   VALUE SPACE.
019500     05  GL-UL-CODE              PIC X(02).
019600     05  FILLER                  PIC X(02)   VALUE SPACES.
019700     05  GL-UL-AMOUNT            PIC ZZZZZZZ9.99.
019800     05  FILLER                  PIC X(08)   VALUE SPACES.
019900 01  GL-WORK-LINE                PIC X(46).
020000 COPY GCGLMAP.
020100 COPY GCGLJRNL.
020200 COPY GCPOSEXT.
020300 COPY GCPAYTRN.
020400 COPY GCRNCHK.
020500 COPY GCTRAILR.
020600 COPY GCPRPAGE.
020700 PROCEDURE DIVISION.
020800******************************************************************
020900*  0000-MAINLINE - CONTROL THE JOURNAL RUN                       *
021000******************************************************************
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     PERFORM 2000-JOURNAL-TEE-FEES THRU 2000-EXIT.
021400     PERFORM 2300-JOURNAL-POS THRU 2300-EXIT.
021500     PERFORM 2400-JOURNAL-PAYMENTS THRU 2400-EXIT.
021600     PERFORM 2500-JOURNAL-RAIN-CHECKS THRU 2500-EXIT.
021700     PERFORM 2600-JOURNAL-DUES THRU 2600-EXIT.
021800     PERFORM 3000-PROVE-JOURNAL THRU 3000-EXIT.
021900     IF GL-JOURNAL-BALANCED
022000         PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
022100     ELSE
022200         PERFORM 4900-REFUSE-JOURNAL THRU 4900-EXIT.
022300     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
022400     GOBACK.
022500******************************************************************
022600*  1000-INITIALIZE - ARGUMENTS, MAPPING TABLE AND INPUT CHECKS   *
022700******************************************************************
022800 1000-INITIALIZE.
022900     MOVE ZERO TO GL-SLOTS-JOURNALED
023000                  GL-POS-JOURNALED
023100                  GL-PAYMENTS-JOURNALED
023200                  GL-RCHKS-JOURNALED
023300                  GL-DUES-JOURNALED
023400                  GL-RECORDS-REJECTED
023500                  GL-UNMAPPED-COUNT
023600                  GL-UNMAPPED-ENTRIES
023700                  GL-LINE-COUNT
023800                  GL-DEBIT-TOTAL
023900                  GL-CREDIT-TOTAL
024000                  GL-UNMAPPED-TOTAL
024100                  PP-LINE-COUNT.
024200     MOVE SPACES TO PP-PAGE-BODY.
024300     ACCEPT GL-ARG-COUNT FROM ARGUMENT-NUMBER.
024400     IF GL-ARG-COUNT > 0
024500         DISPLAY 1 UPON ARGUMENT-NUMBER
024600         ACCEPT GL-ARG-AREA FROM ARGUMENT-VALUE
024700         MOVE GL-ARG-DATE TO GL-PERIOD-DATE
024800     ELSE
024900         ACCEPT GL-PERIOD-DATE FROM DATE YYYYMMDD.
025000     DIVIDE GL-PERIOD-DATE BY 100 GIVING GL-PERIOD-MONTH.
025100     PERFORM 1500-LOAD-ACCOUNT-MAP THRU 1500-EXIT.
025200     IF GL-MAP-COUNT = 0
025300         DISPLAY 'GC240E NO ACCOUNTS ON GLMAP, NO JOURNAL'
025400             ' WRITTEN'
025500             UPON OPERATOR-CONSOLE
025600         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
025800     MOVE 'POSEXTR ' TO VP-FILE-ID.
025900     CALL 'GC800' USING VERIFY-PARM.
026000     IF RETURN-CODE NOT = ZERO
026100         DISPLAY 'GC240E POS EXTRACT FAILED THE GC800'
026200             ' INTEGRITY CHECK, NO JOURNAL WRITTEN'
026300             UPON OPERATOR-CONSOLE
026400         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
026500     MOVE 'PAYMTIN ' TO VP-FILE-ID.
026600     CALL 'GC800' USING VERIFY-PARM.
026700     IF RETURN-CODE NOT = ZERO
026800         DISPLAY 'GC240E PAYMENT BATCH FAILED THE GC800'
026900             ' INTEGRITY CHECK, NO JOURNAL WRITTEN'
027000             UPON OPERATOR-CONSOLE
027100         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
027200     MOVE GL-PERIOD-MONTH TO GL-HD-PERIOD.
027300     MOVE GL-HEAD-LINE-1 TO GL-WORK-LINE.
027400     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
027500     MOVE GL-COLUMN-LINE TO GL-WORK-LINE.
027600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
027700 1000-EXIT.
027800     EXIT.
027900******************************************************************
028000*  1500-LOAD-ACCOUNT-MAP - GLMAP ACCOUNTS INTO STORE             *
028100******************************************************************
028200 1500-LOAD-ACCOUNT-MAP.
028300     MOVE ZERO TO GL-MAP-COUNT.
028400     MOVE 'N' TO GL-MAP-EOF-SW.
028500     OPEN INPUT GL-ACCOUNT-MAP.
028600     IF GL-MAP-STATUS NOT = '00'
028700         DISPLAY 'GC240E GLMAP OPEN FAILED, STATUS '
028800             GL-MAP-STATUS
028900             UPON OPERATOR-CONSOLE
029000         GO TO 1500-EXIT.
029100     PERFORM 1510-READ-MAP THRU 1510-EXIT.
029200     PERFORM 1520-TABLE-MAP THRU 1520-EXIT
029300         UNTIL GL-END-OF-MAP.
029400     CLOSE GL-ACCOUNT-MAP.
029500 1500-EXIT.
029600     EXIT.
029700 1510-READ-MAP.
029800     READ GL-ACCOUNT-MAP INTO GL-ACCOUNT-MAP-RECORD
029900         AT END MOVE 'Y' TO GL-MAP-EOF-SW.
029950     IF GL-MAP-STATUS NOT = '00' AND GL-MAP-STATUS NOT = '10'
030000         DISPLAY 'GC240E GLMAP READ FAILED, STATUS '
030050             GL-MAP-STATUS
030100             UPON OPERATOR-CONSOLE
030150         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
030200 1510-EXIT.
030300     EXIT.
030400 1520-TABLE-MAP.
030500     IF NOT GM-MAP-ENTRY
030600             OR GM-SOURCE = SPACES
030700         GO TO 1520-NEXT.
030800     IF GM-GL-ACCOUNT = SPACES
030900         DISPLAY 'GC240W GLMAP ' GM-SOURCE ' ' GM-SOURCE-CODE
031000             ' HAS NO ACCOUNT, IGNORED'
031100         GO TO 1520-NEXT.
031200     IF GL-MAP-COUNT = 50
031300         DISPLAY 'GC240W ACCOUNT MAP FULL, ' GM-SOURCE ' '
031400             GM-SOURCE-CODE ' IGNORED'
031500         GO TO 1520-NEXT.
031600     ADD 1 TO GL-MAP-COUNT.
031700     MOVE GL-MAP-COUNT TO GL-SUB.
031800     MOVE GM-SOURCE TO GL-MT-SOURCE (GL-SUB).
031900     MOVE GM-SOURCE-CODE TO GL-MT-CODE (GL-SUB).
032000     MOVE GM-GL-ACCOUNT TO GL-MT-ACCOUNT (GL-SUB).
032100     MOVE GM-DESCRIPTION TO GL-MT-DESC (GL-SUB).
032200 1520-NEXT.
032300     PERFORM 1510-READ-MAP THRU 1510-EXIT.
032400 1520-EXIT.
032500     EXIT.
032600******************************************************************
032700*  2000-JOURNAL-TEE-FEES - THE MONTH'S GREEN AND CART FEES       *
032800*                                                                *
032900*  THE LIVE SHEET CARRIES TODAY ONWARD; GC350 HAS ROLLED THE     *
033000*  EARLIER DAYS OF THE MONTH TO TEEHIST, SO BOTH ARE READ.  A    *
033100*  DAY IS ONLY EVER ON ONE OF THE TWO FILES.                     *
033200******************************************************************
033300 2000-JOURNAL-TEE-FEES.
033400     OPEN INPUT TEE-SHEET.
033500     IF GL-SHEET-STATUS NOT = '00'
033600         DISPLAY 'GC240E TEESHEET OPEN FAILED, STATUS '
033700             GL-SHEET-STATUS
033800             UPON OPERATOR-CONSOLE
033900         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
034100     MOVE 'N' TO GL-SCAN-SW.
034200     COMPUTE TS-PLAY-DATE = GL-PERIOD-MONTH * 100 + 1.
034300     MOVE ZERO TO TS-TEE-TIME
034400                  TS-SLOT-NUMBER.
034500     START TEE-SHEET KEY NOT LESS THAN TS-KEY
034600         INVALID KEY MOVE 'Y' TO GL-SCAN-SW
034700     END-START.
034800     PERFORM 2010-SCAN-SHEET THRU 2010-EXIT
034900         UNTIL GL-SCAN-DONE.
035000     PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT.
035100     CLOSE TEE-SHEET.
035200 2000-EXIT.
035300     EXIT.
035400 2010-SCAN-SHEET.
035500     READ TEE-SHEET NEXT
035600         AT END
035700             MOVE 'Y' TO GL-SCAN-SW
035800             GO TO 2010-EXIT
035900     END-READ.
036000     IF GL-SHEET-STATUS NOT = '00'
036050         DISPLAY 'GC240E TEESHEET READ FAILED, STATUS '
036100             GL-SHEET-STATUS
036150             UPON OPERATOR-CONSOLE
036200         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
036300     DIVIDE TS-PLAY-DATE BY 100 GIVING GL-WORK-MONTH.
036400     IF GL-WORK-MONTH NOT = GL-PERIOD-MONTH
036500         MOVE 'Y' TO GL-SCAN-SW
036600         GO TO 2010-EXIT.
036700     PERFORM 2050-JOURNAL-SLOT THRU 2050-EXIT.
036800 2010-EXIT.
036900     EXIT.
037000******************************************************************
037100*  2050-JOURNAL-SLOT - ONE SLOT'S FEES, LIVE OR ARCHIVED         *
037200******************************************************************
037300 2050-JOURNAL-SLOT.
037400     IF TS-CANCELLED
037500         GO TO 2050-EXIT.
037600     IF TS-GREEN-FEE = ZERO AND TS-CART-FEE = ZERO
037700         GO TO 2050-EXIT.
037800     ADD 1 TO GL-SLOTS-JOURNALED.
037900     MOVE 'ARCT' TO GL-DR-SOURCE.
038000     MOVE SPACES TO GL-DR-CODE
038100                    GL-CR-CODE.
038200     MOVE 'GRFE' TO GL-CR-SOURCE.
038300     MOVE TS-GREEN-FEE TO GL-PAIR-AMOUNT.
038400     PERFORM 5000-POST-PAIR THRU 5000-EXIT.
038500     MOVE 'CTFE' TO GL-CR-SOURCE.
038600     MOVE TS-CART-FEE TO GL-PAIR-AMOUNT.
038700     PERFORM 5000-POST-PAIR THRU 5000-EXIT.
038800 2050-EXIT.
038900     EXIT.
039000******************************************************************
039100*  2100-SCAN-HISTORY - ARCHIVED DAYS OF THE PERIOD               *
039200*                                                                *
039300*  THE ARCHIVED SLOT IS LAID BACK OVER THE TEE-SHEET RECORD SO   *
039400*  THE SAME POSTING PARAGRAPH SERVES BOTH FILES.  NO HISTORY     *
039500*  FILE SIMPLY MEANS NOTHING HAS BEEN ARCHIVED YET.              *
039600******************************************************************
039700 2100-SCAN-HISTORY.
039800     MOVE 'N' TO GL-SCAN-SW.
039900     OPEN INPUT TEE-HISTORY.
040000     IF GL-HISTORY-STATUS = '35'
040100         GO TO 2100-EXIT.
040200     IF GL-HISTORY-STATUS NOT = '00'
040300         DISPLAY 'GC240E TEEHIST OPEN FAILED, STATUS '
040400             GL-HISTORY-STATUS
040500             UPON OPERATOR-CONSOLE
040600         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
040800     PERFORM 2110-READ-HISTORY THRU 2110-EXIT
040900         UNTIL GL-SCAN-DONE.
041000     CLOSE TEE-HISTORY.
041100 2100-EXIT.
041200     EXIT.
041300 2110-READ-HISTORY.
041400     READ TEE-HISTORY
041500         AT END
041600             MOVE 'Y' TO GL-SCAN-SW
041700             GO TO 2110-EXIT
041800     END-READ.
041900     IF GL-HISTORY-STATUS NOT = '00'
041950         DISPLAY 'GC240E TEEHIST READ FAILED, STATUS '
042000             GL-HISTORY-STATUS
042050             UPON OPERATOR-CONSOLE
042100         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
042200     DIVIDE TH-PLAY-DATE BY 100 GIVING GL-WORK-MONTH.
042300     IF GL-WORK-MONTH NOT = GL-PERIOD-MONTH
042400         GO TO 2110-EXIT.
042500     MOVE TH-SLOT-DATA TO TEE-SHEET-RECORD.
042600     PERFORM 2050-JOURNAL-SLOT THRU 2050-EXIT.
042700 2110-EXIT.
042800     EXIT.
042900******************************************************************
043000*  2300-JOURNAL-POS - POS CHARGES BY TRANSACTION CODE            *
043100******************************************************************
043200 2300-JOURNAL-POS.
043300     OPEN INPUT POS-EXTRACT.
043400     IF GL-POS-STATUS = '35'
043500         GO TO 2300-EXIT.
043600     IF GL-POS-STATUS NOT = '00'
043700         DISPLAY 'GC240E POSEXTR OPEN FAILED, STATUS '
043800             GL-POS-STATUS
043900             UPON OPERATOR-CONSOLE
044000         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
044200     MOVE 'N' TO GL-SCAN-SW.
044300     PERFORM 2310-READ-POS THRU 2310-EXIT
044400         UNTIL GL-SCAN-DONE.
044500     CLOSE POS-EXTRACT.
044600 2300-EXIT.
044700     EXIT.
044800 2310-READ-POS.
044900     READ POS-EXTRACT INTO POS-EXTRACT-RECORD
045000         AT END
045100             MOVE 'Y' TO GL-SCAN-SW
045200             GO TO 2310-EXIT
045300     END-READ.
045310     IF GL-POS-STATUS NOT = '00'
045320         DISPLAY 'GC240E POSEXTR READ FAILED, STATUS '
045330             GL-POS-STATUS
045340             UPON OPERATOR-CONSOLE
045350         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
045400     IF NOT PX-CHARGE-DETAIL
045500         GO TO 2310-EXIT.
045600     IF PX-AMOUNT NOT NUMERIC
045700             OR PX-TRAN-DATE NOT NUMERIC
045800         DISPLAY 'GC240W POS CHARGE NOT NUMERIC, '
045900             PX-DESCRIPTION ' NOT JOURNALED'
046000         ADD 1 TO GL-RECORDS-REJECTED
046100         GO TO 2310-EXIT.
046200     DIVIDE PX-TRAN-DATE BY 100 GIVING GL-WORK-MONTH.
046300     IF GL-WORK-MONTH NOT = GL-PERIOD-MONTH
046400         GO TO 2310-EXIT.
046500     ADD 1 TO GL-POS-JOURNALED.
046600     MOVE 'ARCT' TO GL-DR-SOURCE.
046700     MOVE SPACES TO GL-DR-CODE.
046800     MOVE 'POS ' TO GL-CR-SOURCE.
046900     MOVE PX-TRAN-CODE TO GL-CR-CODE.
047000     MOVE PX-AMOUNT TO GL-PAIR-AMOUNT.
047100     PERFORM 5000-POST-PAIR THRU 5000-EXIT.
047200 2310-EXIT.
047300     EXIT.
047400******************************************************************
047500*  2400-JOURNAL-PAYMENTS - PAYMTIN PAYMENTS AND ADJUSTMENTS      *
047600******************************************************************
047700 2400-JOURNAL-PAYMENTS.
047800     OPEN INPUT PAYMENT-IN.
047900     IF GL-PAYMENT-STATUS = '35'
048000         GO TO 2400-EXIT.
048100     IF GL-PAYMENT-STATUS NOT = '00'
048200         DISPLAY 'GC240E PAYMTIN OPEN FAILED, STATUS '
048300             GL-PAYMENT-STATUS
048400             UPON OPERATOR-CONSOLE
048500         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
048700     MOVE 'N' TO GL-SCAN-SW.
048800     PERFORM 2410-READ-PAYMENT THRU 2410-EXIT
048900         UNTIL GL-SCAN-DONE.
049000     CLOSE PAYMENT-IN.
049100 2400-EXIT.
049200     EXIT.
049300 2410-READ-PAYMENT.
049400     READ PAYMENT-IN INTO PAYMENT-TRAN-RECORD
049500         AT END
049600             MOVE 'Y' TO GL-SCAN-SW
049700             GO TO 2410-EXIT
049800     END-READ.
049810     IF GL-PAYMENT-STATUS NOT = '00'
049820         DISPLAY 'GC240E PAYMTIN READ FAILED, STATUS '
049830             GL-PAYMENT-STATUS
049840             UPON OPERATOR-CONSOLE
049850         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
049900     IF NOT PY-PAYMENT
050000             AND NOT PY-ADJUSTMENT
050100         GO TO 2410-EXIT.
050200     IF PY-AMOUNT NOT NUMERIC
050300             OR PY-TRAN-DATE NOT NUMERIC
050400         DISPLAY 'GC240W PAYMENT NOT NUMERIC, REFERENCE '
050500             PY-REFERENCE ' NOT JOURNALED'
050600         ADD 1 TO GL-RECORDS-REJECTED
050700         GO TO 2410-EXIT.
050800     DIVIDE PY-TRAN-DATE BY 100 GIVING GL-WORK-MONTH.
050900     IF GL-WORK-MONTH NOT = GL-PERIOD-MONTH
051000         GO TO 2410-EXIT.
051100     ADD 1 TO GL-PAYMENTS-JOURNALED.
051200     MOVE SPACES TO GL-DR-CODE
051300                    GL-CR-CODE.
051400     IF PY-PAYMENT
051500         MOVE 'CASH' TO GL-DR-SOURCE
051600         MOVE 'ARCT' TO GL-CR-SOURCE
051700     ELSE
051800         IF PY-AMOUNT-SIGN = '-'
051900             MOVE 'ADJ ' TO GL-DR-SOURCE
052000             MOVE 'ARCT' TO GL-CR-SOURCE
052100         ELSE
052200             MOVE 'ARCT' TO GL-DR-SOURCE
052300             MOVE 'ADJ ' TO GL-CR-SOURCE.
052400     MOVE PY-AMOUNT TO GL-PAIR-AMOUNT.
052500     PERFORM 5000-POST-PAIR THRU 5000-EXIT.
052600 2410-EXIT.
052700     EXIT.
052800******************************************************************
052900*  2500-JOURNAL-RAIN-CHECKS - CREDITS APPLIED THIS PERIOD        *
053000*                                                                *
053100*  GC200 KEEPS A CREDIT ON RAINCHK, STATUS APPLIED, THROUGH THE  *
053200*  MONTH IT WAS APPLIED IN SO IT CAN BE JOURNALED HERE.          *
053300******************************************************************
053400 2500-JOURNAL-RAIN-CHECKS.
053500     OPEN INPUT RAIN-CHECK.
053600     IF GL-RCHK-STATUS = '35'
053700         GO TO 2500-EXIT.
053800     IF GL-RCHK-STATUS NOT = '00'
053900         DISPLAY 'GC240E RAINCHK OPEN FAILED, STATUS '
054000             GL-RCHK-STATUS
054100             UPON OPERATOR-CONSOLE
054200         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
054400     MOVE 'N' TO GL-SCAN-SW.
054500     PERFORM 2510-READ-RAIN-CHECK THRU 2510-EXIT
054600         UNTIL GL-SCAN-DONE.
054700     CLOSE RAIN-CHECK.
054800 2500-EXIT.
054900     EXIT.
055000 2510-READ-RAIN-CHECK.
055100     READ RAIN-CHECK INTO RAIN-CHECK-RECORD
055200         AT END
055300             MOVE 'Y' TO GL-SCAN-SW
055400             GO TO 2510-EXIT
055500     END-READ.
055510     IF GL-RCHK-STATUS NOT = '00'
055520         DISPLAY 'GC240E RAINCHK READ FAILED, STATUS '
055530             GL-RCHK-STATUS
055540             UPON OPERATOR-CONSOLE
055550         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
055600     IF NOT RK-RAIN-CHECK
055700             OR NOT RK-APPLIED
055800         GO TO 2510-EXIT.
055900     IF RK-CREDIT-AMOUNT NOT NUMERIC
056000             OR RK-APPLIED-DATE NOT NUMERIC
056100         ADD 1 TO GL-RECORDS-REJECTED
056200         GO TO 2510-EXIT.
056300     DIVIDE RK-APPLIED-DATE BY 100 GIVING GL-WORK-MONTH.
056400     IF GL-WORK-MONTH NOT = GL-PERIOD-MONTH
056500         GO TO 2510-EXIT.
056600     ADD 1 TO GL-RCHKS-JOURNALED.
056700     MOVE 'RAIN' TO GL-DR-SOURCE.
056800     MOVE 'ARCT' TO GL-CR-SOURCE.
056900     MOVE SPACES TO GL-DR-CODE
057000                    GL-CR-CODE.
057100     MOVE RK-CREDIT-AMOUNT TO GL-PAIR-AMOUNT.
057200     PERFORM 5000-POST-PAIR THRU 5000-EXIT.
057300 2510-EXIT.
057400     EXIT.
057500******************************************************************
057600*  2600-JOURNAL-DUES - DUES BILLED ON THIS PERIOD'S STATEMENTS   *
057700******************************************************************
057800 2600-JOURNAL-DUES.
057900     OPEN INPUT AR-FILE.
058000     IF GL-AR-STATUS = '35'
058100         GO TO 2600-EXIT.
058200     IF GL-AR-STATUS NOT = '00'
058300         DISPLAY 'GC240E ARFILE OPEN FAILED, STATUS '
058400             GL-AR-STATUS
058500             UPON OPERATOR-CONSOLE
058600         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
058800     MOVE 'N' TO GL-SCAN-SW.
058900     PERFORM 2610-READ-AR THRU 2610-EXIT
059000         UNTIL GL-SCAN-DONE.
059100     CLOSE AR-FILE.
059200 2600-EXIT.
059300     EXIT.
059400 2610-READ-AR.
059500     READ AR-FILE
059600         AT END
059700             MOVE 'Y' TO GL-SCAN-SW
059800             GO TO 2610-EXIT
059900     END-READ.
059910     IF GL-AR-STATUS NOT = '00'
059920         DISPLAY 'GC240E ARFILE READ FAILED, STATUS '
059930             GL-AR-STATUS
059940             UPON OPERATOR-CONSOLE
059950         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
060000     IF AR-STATEMENT-DATE NOT NUMERIC
060100             OR AR-DUES NOT NUMERIC
060200         GO TO 2610-EXIT.
060300     DIVIDE AR-STATEMENT-DATE BY 100 GIVING GL-WORK-MONTH.
060400     IF GL-WORK-MONTH NOT = GL-PERIOD-MONTH
060500             OR AR-DUES = ZERO
060600         GO TO 2610-EXIT.
060700     ADD 1 TO GL-DUES-JOURNALED.
060800     MOVE 'ARCT' TO GL-DR-SOURCE.
060900     MOVE 'DUES' TO GL-CR-SOURCE.
061000     MOVE SPACES TO GL-DR-CODE
061100                    GL-CR-CODE.
061200     MOVE AR-DUES TO GL-PAIR-AMOUNT.
061300     PERFORM 5000-POST-PAIR THRU 5000-EXIT.
061400 2610-EXIT.
061500     EXIT.
061600******************************************************************
061700*  3000-PROVE-JOURNAL - PROOF REPORT, DEBITS AGAINST CREDITS     *
061800******************************************************************
061900 3000-PROVE-JOURNAL.
062000     PERFORM 3100-PROOF-LINE THRU 3100-EXIT
062100         VARYING GL-SUB FROM 1 BY 1
062200         UNTIL GL-SUB > GL-LINE-COUNT.
062300     PERFORM 3200-UNMAPPED-LINE THRU 3200-EXIT
062400         VARYING GL-SUB FROM 1 BY 1
062500         UNTIL GL-SUB > GL-UNMAPPED-ENTRIES.
062600     MOVE SPACES TO GL-WORK-LINE.
062700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
062800     MOVE GL-DEBIT-TOTAL TO GL-PT-DEBIT.
062900     MOVE GL-CREDIT-TOTAL TO GL-PT-CREDIT.
063000     MOVE GL-PROOF-TOTAL-LINE TO GL-WORK-LINE.
063100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
063200     IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
063300             AND GL-UNMAPPED-COUNT = 0
063400         MOVE 'Y' TO GL-BALANCED-SW
063500         MOVE 'JOURNAL BALANCED - WRITTEN TO GLJRNL'
063600             TO GL-WORK-LINE
063700     ELSE
063800         MOVE 'N' TO GL-BALANCED-SW
063900         MOVE '** OUT OF BALANCE - NO JOURNAL WRITTEN'
064000             TO GL-WORK-LINE.
064100     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
064200     IF PP-LINE-COUNT > 0
064300         CALL 'GCPRINT' USING PRINT-PAGE.
064400 3000-EXIT.
064500     EXIT.
064600 3100-PROOF-LINE.
064700     MOVE GL-JL-ACCOUNT (GL-SUB) TO GL-PL-ACCOUNT.
064800     MOVE GL-JL-SOURCE (GL-SUB) TO GL-PL-SOURCE.
064900     MOVE GL-JL-CODE (GL-SUB) TO GL-PL-CODE.
065000     MOVE ZERO TO GL-PL-DEBIT
065100                  GL-PL-CREDIT.
065200     IF GL-JL-DR-CR (GL-SUB) = 'D'
065300         MOVE GL-JL-AMOUNT (GL-SUB) TO GL-PL-DEBIT
065400     ELSE
065500         MOVE GL-JL-AMOUNT (GL-SUB) TO GL-PL-CREDIT.
065600     MOVE GL-PROOF-LINE TO GL-WORK-LINE.
065700     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
065800 3100-EXIT.
065900     EXIT.
066000 3200-UNMAPPED-LINE.
066100     MOVE GL-UM-SOURCE (GL-SUB) TO GL-UL-SOURCE.
066200     MOVE GL-UM-CODE (GL-SUB) TO GL-UL-CODE.
066300     MOVE GL-UM-AMOUNT (GL-SUB) TO GL-UL-AMOUNT.
066400     MOVE GL-UNMAPPED-LINE TO GL-WORK-LINE.
066500     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
066600 3200-EXIT.
066700     EXIT.
066800******************************************************************
066900*  4000-WRITE-JOURNAL - PROVED LINES PLUS THE CONTROL TRAILER    *
067000*                                                                *
067100*  THE JOURNAL CARRIES NO MEMBER NUMBERS, SO THE TRAILER KEY     *
067200*  HASH IS ZERO.                                                 *
067300******************************************************************
067400 4000-WRITE-JOURNAL.
067500     OPEN OUTPUT GL-JOURNAL.
067600     IF GL-JOURNAL-STATUS NOT = '00'
067700         DISPLAY 'GC240E GLJRNL OPEN FAILED, STATUS '
067800             GL-JOURNAL-STATUS
067900             UPON OPERATOR-CONSOLE
068000         MOVE 16 TO RETURN-CODE
068100         GOBACK.
068200     MOVE ZERO TO GL-TRAILER-COUNT
068300                  GL-AMOUNT-HASH.
068400     PERFORM 4100-WRITE-ONE-LINE THRU 4100-EXIT
068500         VARYING GL-SUB FROM 1 BY 1
068600         UNTIL GL-SUB > GL-LINE-COUNT.
068700     MOVE SPACES TO TRAILER-RECORD.
068800     MOVE '9' TO TR-REC-TYPE.
068900     MOVE 'TRAILER' TO TR-LITERAL.
069000     MOVE GL-TRAILER-COUNT TO TR-RECORD-COUNT.
069100     MOVE GL-AMOUNT-HASH TO TR-AMOUNT-HASH.
069200     MOVE ZERO TO TR-KEY-HASH.
069300     WRITE GL-JOURNAL-REC FROM TRAILER-RECORD.
069310     IF GL-JOURNAL-STATUS NOT = '00'
069320         DISPLAY 'GC240E GLJRNL TRAILER WRITE FAILED, STATUS '
069330             GL-JOURNAL-STATUS
069340             UPON OPERATOR-CONSOLE
069360         CLOSE GL-JOURNAL
069380         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
069400     CLOSE GL-JOURNAL.
069500 4000-EXIT.
069600     EXIT.
069700 4100-WRITE-ONE-LINE.
069800     MOVE SPACES TO GL-JOURNAL-RECORD.
069900     MOVE 'J' TO GJ-REC-TYPE.
070000     MOVE GL-PERIOD-MONTH TO GJ-PERIOD.
070100     MOVE GL-PERIOD-DATE TO GJ-POSTING-DATE.
070200     MOVE GL-SUB TO GJ-LINE-NUMBER.
070300     MOVE GL-JL-ACCOUNT (GL-SUB) TO GJ-GL-ACCOUNT.
070400     MOVE GL-JL-SOURCE (GL-SUB) TO GJ-SOURCE.
070500     MOVE GL-JL-CODE (GL-SUB) TO GJ-SOURCE-CODE.
070600     MOVE GL-JL-DESC (GL-SUB) TO GJ-DESCRIPTION.
070700     MOVE GL-JL-DR-CR (GL-SUB) TO GJ-DEBIT-CREDIT.
070800     MOVE GL-JL-AMOUNT (GL-SUB) TO GJ-AMOUNT.
070900     WRITE GL-JOURNAL-REC FROM GL-JOURNAL-RECORD.
071000     IF GL-JOURNAL-STATUS NOT = '00'
071100         DISPLAY 'GC240E GLJRNL WRITE FAILED, STATUS '
071200             GL-JOURNAL-STATUS
071300             UPON OPERATOR-CONSOLE
071400         CLOSE GL-JOURNAL
071500         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
071600     ADD 1 TO GL-TRAILER-COUNT.
071700     ADD GL-JL-AMOUNT (GL-SUB) TO GL-AMOUNT-HASH.
071800 4100-EXIT.
071900     EXIT.
072000******************************************************************
072100*  4900-REFUSE-JOURNAL - EMPTY GLJRNL AND FAIL THE RUN           *
072200******************************************************************
072300 4900-REFUSE-JOURNAL.
072400     OPEN OUTPUT GL-JOURNAL.
072500     IF GL-JOURNAL-STATUS = '00'
072600         CLOSE GL-JOURNAL.
072700     MOVE GL-DEBIT-TOTAL TO GL-TOTAL-EDIT.
072800     DISPLAY 'GC240E JOURNAL OUT OF BALANCE, DEBITS  '
072900         GL-TOTAL-EDIT
073000         UPON OPERATOR-CONSOLE.
073100     MOVE GL-CREDIT-TOTAL TO GL-TOTAL-EDIT.
073200     DISPLAY 'GC240E JOURNAL OUT OF BALANCE, CREDITS '
073300         GL-TOTAL-EDIT
073400         UPON OPERATOR-CONSOLE.
073500     IF GL-UNMAPPED-COUNT > 0
073600         DISPLAY 'GC240E ' GL-UNMAPPED-COUNT
073700             ' POSTINGS HAVE NO ACCOUNT ON GLMAP'
073800             UPON OPERATOR-CONSOLE.
073900     DISPLAY 'GC240E NO JOURNAL WRITTEN FOR PERIOD '
074000         GL-PERIOD-MONTH
074100         UPON OPERATOR-CONSOLE.
074200     MOVE 16 TO RETURN-CODE.
074300 4900-EXIT.
074400     EXIT.
074405******************************************************************
074410*  4950-ABANDON-RUN - EMPTY GLJRNL AND END THE RUN RC 16         *
074415******************************************************************
074420 4950-ABANDON-RUN.
074425     OPEN OUTPUT GL-JOURNAL.
074430     IF GL-JOURNAL-STATUS = '00'
074435         CLOSE GL-JOURNAL.
074440     MOVE 16 TO RETURN-CODE.
074445     GOBACK.
074450 4950-EXIT.
074455     EXIT.
074500******************************************************************
074600*  5000-POST-PAIR - ONE DOUBLE ENTRY INTO THE JOURNAL TABLE      *
074700*                                                                *
074800*  GL-PAIR-AMOUNT GOES TO THE DEBIT SOURCE AND THE CREDIT        *
074900*  SOURCE ALIKE; A NEGATIVE AMOUNT SWAPS THE SIDES.              *
075000******************************************************************
075100 5000-POST-PAIR.
075200     IF GL-PAIR-AMOUNT = ZERO
075300         GO TO 5000-EXIT.
075400     IF GL-PAIR-AMOUNT < ZERO
075500         MOVE 'C' TO GL-DR-SIDE
075600         MOVE 'D' TO GL-CR-SIDE
075700         COMPUTE GL-SIDE-AMOUNT = ZERO - GL-PAIR-AMOUNT
075800     ELSE
075900         MOVE 'D' TO GL-DR-SIDE
076000         MOVE 'C' TO GL-CR-SIDE
076100         MOVE GL-PAIR-AMOUNT TO GL-SIDE-AMOUNT.
076200     MOVE GL-DR-SOURCE TO GL-SIDE-SOURCE.
076300     MOVE GL-DR-CODE TO GL-SIDE-CODE.
076400     MOVE GL-DR-SIDE TO GL-SIDE-DR-CR.
076500     PERFORM 5100-POST-SIDE THRU 5100-EXIT.
076600     MOVE GL-CR-SOURCE TO GL-SIDE-SOURCE.
076700     MOVE GL-CR-CODE TO GL-SIDE-CODE.
076800     MOVE GL-CR-SIDE TO GL-SIDE-DR-CR.
076900     PERFORM 5100-POST-SIDE THRU 5100-EXIT.
077000 5000-EXIT.
077100     EXIT.
077200******************************************************************
077300*  5100-POST-SIDE - ADD ONE SIDE TO ITS ACCOUNT'S JOURNAL LINE   *
077400*                                                                *
077500*  A SIDE WITH NO ACCOUNT ON GLMAP IS HELD OUT OF THE JOURNAL    *
077600*  AND LISTED ON THE PROOF, WHICH THEN CANNOT BALANCE.           *
077700******************************************************************
077800 5100-POST-SIDE.
077900     MOVE GL-SIDE-CODE TO GL-SEEK-CODE.
078000     PERFORM 5200-FIND-ACCOUNT THRU 5200-EXIT.
078100     IF GL-MAP-FOUND = 0
078200             AND GL-SIDE-SOURCE = 'POS '
078300         MOVE SPACES TO GL-SEEK-CODE
078400         PERFORM 5200-FIND-ACCOUNT THRU 5200-EXIT.
078500     IF GL-MAP-FOUND = 0
078600         PERFORM 5300-NOTE-UNMAPPED THRU 5300-EXIT
078700         GO TO 5100-EXIT.
078800     MOVE ZERO TO GL-LINE-FOUND.
078900     PERFORM 5150-MATCH-LINE THRU 5150-EXIT
079000         VARYING GL-SUB FROM 1 BY 1
079100         UNTIL GL-SUB > GL-LINE-COUNT
079200            OR GL-LINE-FOUND > 0.
079300     IF GL-LINE-FOUND = 0
079400         PERFORM 5180-NEW-LINE THRU 5180-EXIT.
079500     ADD GL-SIDE-AMOUNT TO GL-JL-AMOUNT (GL-LINE-FOUND).
079600     IF GL-SIDE-DR-CR = 'D'
079700         ADD GL-SIDE-AMOUNT TO GL-DEBIT-TOTAL
079800     ELSE
079900         ADD GL-SIDE-AMOUNT TO GL-CREDIT-TOTAL.
080000 5100-EXIT.
080100     EXIT.
080200 5150-MATCH-LINE.
080300     IF GL-JL-ACCOUNT (GL-SUB) = GL-MT-ACCOUNT (GL-MAP-FOUND)
080400             AND GL-JL-SOURCE (GL-SUB) = GL-SIDE-SOURCE
080500             AND GL-JL-CODE (GL-SUB) = GL-SIDE-CODE
080600             AND GL-JL-DR-CR (GL-SUB) = GL-SIDE-DR-CR
080700         MOVE GL-SUB TO GL-LINE-FOUND.
080800 5150-EXIT.
080900     EXIT.
081000 5180-NEW-LINE.
081100     IF GL-LINE-COUNT = 200
081200         DISPLAY 'GC240E JOURNAL TABLE FULL AT 200 LINES'
081300             UPON OPERATOR-CONSOLE
081400         PERFORM 4950-ABANDON-RUN THRU 4950-EXIT.
081600     ADD 1 TO GL-LINE-COUNT.
081700     MOVE GL-LINE-COUNT TO GL-LINE-FOUND.
081800     MOVE GL-MT-ACCOUNT (GL-MAP-FOUND)
081900         TO GL-JL-ACCOUNT (GL-LINE-FOUND).
082000     MOVE GL-SIDE-SOURCE TO GL-JL-SOURCE (GL-LINE-FOUND).
082100     MOVE GL-SIDE-CODE TO GL-JL-CODE (GL-LINE-FOUND).
082200     MOVE GL-MT-DESC (GL-MAP-FOUND) TO GL-JL-DESC (GL-LINE-FOUND).
082300     MOVE GL-SIDE-DR-CR TO GL-JL-DR-CR (GL-LINE-FOUND).
082400     MOVE ZERO TO GL-JL-AMOUNT (GL-LINE-FOUND).
082500 5180-EXIT.
082600     EXIT.
082700 5200-FIND-ACCOUNT.
082800     MOVE ZERO TO GL-MAP-FOUND.
082900     PERFORM 5210-MATCH-ACCOUNT THRU 5210-EXIT
083000         VARYING GL-SUB FROM 1 BY 1
083100         UNTIL GL-SUB > GL-MAP-COUNT
083200            OR GL-MAP-FOUND > 0.
083300 5200-EXIT.
083400     EXIT.
083500 5210-MATCH-ACCOUNT.
083600     IF GL-MT-SOURCE (GL-SUB) = GL-SIDE-SOURCE
083700             AND GL-MT-CODE (GL-SUB) = GL-SEEK-CODE
083800         MOVE GL-SUB TO GL-MAP-FOUND.
083900 5210-EXIT.
084000     EXIT.
084100 5300-NOTE-UNMAPPED.
084200     ADD 1 TO GL-UNMAPPED-COUNT.
084300     ADD GL-SIDE-AMOUNT TO GL-UNMAPPED-TOTAL.
084400     MOVE ZERO TO GL-UNMAPPED-FOUND.
084500     PERFORM 5310-MATCH-UNMAPPED THRU 5310-EXIT
084600         VARYING GL-SUB FROM 1 BY 1
084700         UNTIL GL-SUB > GL-UNMAPPED-ENTRIES
084800            OR GL-UNMAPPED-FOUND > 0.
084900     IF GL-UNMAPPED-FOUND = 0
085000         IF GL-UNMAPPED-ENTRIES = 20
085100             GO TO 5300-EXIT
085200         ELSE
085300             ADD 1 TO GL-UNMAPPED-ENTRIES
085400             MOVE GL-UNMAPPED-ENTRIES TO GL-UNMAPPED-FOUND
085500             MOVE GL-SIDE-SOURCE
085600                 TO GL-UM-SOURCE (GL-UNMAPPED-FOUND)
085700             MOVE GL-SIDE-CODE TO GL-UM-CODE (GL-UNMAPPED-FOUND)
085800             MOVE ZERO TO GL-UM-AMOUNT (GL-UNMAPPED-FOUND).
085900     ADD GL-SIDE-AMOUNT TO GL-UM-AMOUNT (GL-UNMAPPED-FOUND).
086000 5300-EXIT.
086100     EXIT.
086200 5310-MATCH-UNMAPPED.
086300     IF GL-UM-SOURCE (GL-SUB) = GL-SIDE-SOURCE
086400             AND GL-UM-CODE (GL-SUB) = GL-SIDE-CODE
086500         MOVE GL-SUB TO GL-UNMAPPED-FOUND.
086600 5310-EXIT.
086700     EXIT.
086800******************************************************************
086900*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
087000******************************************************************
087100 8600-EMIT-LINE.
087200     IF PP-LINE-COUNT NOT < 22
087300         CALL 'GCPRINT' USING PRINT-PAGE.
087400     ADD 1 TO PP-LINE-COUNT.
087500     MOVE GL-WORK-LINE TO ELEMENT (PP-LINE-COUNT).
087600 8600-EXIT.
087700     EXIT.
087800******************************************************************
087900*  9000-WRAP-UP - RUN TOTALS TO THE LOG                          *
088000******************************************************************
088100 9000-WRAP-UP.
088200     MOVE GL-DEBIT-TOTAL TO GL-TOTAL-EDIT.
088300     DISPLAY 'GC240I PERIOD                ' GL-PERIOD-MONTH.
088400     DISPLAY 'GC240I TEE SLOTS JOURNALED   ' GL-SLOTS-JOURNALED.
088500     DISPLAY 'GC240I POS CHARGES JOURNALED ' GL-POS-JOURNALED.
088600     DISPLAY 'GC240I PAYMENTS JOURNALED    '
088700         GL-PAYMENTS-JOURNALED.
088800     DISPLAY 'GC240I RAIN CHECKS JOURNALED ' GL-RCHKS-JOURNALED.
088900     DISPLAY 'GC240I DUES LINES JOURNALED  ' GL-DUES-JOURNALED.
089000     DISPLAY 'GC240I RECORDS REJECTED      ' GL-RECORDS-REJECTED.
089100     DISPLAY 'GC240I JOURNAL LINES         ' GL-LINE-COUNT.
089200     DISPLAY 'GC240I TOTAL DEBITS          ' GL-TOTAL-EDIT.
089300     MOVE GL-CREDIT-TOTAL TO GL-TOTAL-EDIT.
089400     DISPLAY 'GC240I TOTAL CREDITS         ' GL-TOTAL-EDIT.
089500 9000-EXIT.
089600     EXIT.
