001900*  BUCKET.  EVERYTHING POSTED ACCUMULATES IN THE CYCLE           *
002000*  PAYMENT FIELD SO THE STATEMENT CAN SHOW ONE PAYMENTS-         *
002100*  RECEIVED LINE.  ARGUMENT 1 IS THE RUN DATE.                   *
002110*                                                                *
002120*  A CREDIT THAT BRINGS A MEMBER ON CREDIT HOLD BACK INSIDE      *
002130*  BOTH GCCRHOLD LIMITS LIFTS THE HOLD ON THE PLAYER MASTER AT   *
002140*  ONCE AND STAMPS THE RELEASE INTO THE AUDIT LOG; NO GC050      *
002150*  CHANGE IS NEEDED.                                             *
002160*                                                                *
002170*  EVERY PAYMENT POSTED IS QUEUED AS A MEMBER NOTICE THROUGH     *
002180*  GCNOTIFY FOR THE EMAIL/TEXT VENDOR.                           *
002200*                                                                *
002300*  MODIFICATION HISTORY                                         *
002400*  2026-09-02  RJM  NEW PROGRAM                                  *
002410*  2026-09-23  RJM  NEW BALANCE RECORDS CLEAR THE DUES FIELDS    *
002430*  2026-10-02  RJM  PAYMENT LIFTS A DELINQUENT-ACCOUNT CREDIT    *
002450*                   HOLD, AUDITED                                *
002470*  2026-10-05  RJM  PAYMENTS POSTED QUEUED AS MEMBER NOTICES     *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS MB-MEMBER-NUMBER
003900         FILE STATUS IS CP-BALANCE-STATUS.
003910     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS RANDOM
003940         RECORD KEY IS PM-MEMBER-NUMBER
003950         FILE STATUS IS CP-PLAYER-STATUS.
003960     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS CP-AUDIT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PAYMENT-IN.
004300 01  PAYMENT-IN-REC              PIC X(80).
004400 FD  MEMBER-BALANCE.
004500 COPY GCMBRBAL.
004520 FD  PLAYER-MASTER.
004540 COPY GCPLAYER.
004560 FD  AUDIT-LOG.
004580 COPY GCAUDIT.
004600 WORKING-STORAGE SECTION.
004700 77  CP-PAYMENT-STATUS           PIC X(02).
004800 77  CP-BALANCE-STATUS           PIC X(02).
004820 77  CP-PLAYER-STATUS            PIC X(02).
004840 77  CP-AUDIT-STATUS             PIC X(02).
004900 77  CP-ARG-COUNT                PIC 9(03)   COMP.
005000 77  CP-RUN-DATE                 PIC 9(08).
005020 77  CP-RUN-TIME                 PIC 9(08).
005040 77  CP-MASTER-SW                PIC X(01)   VALUE 'N'.
005060     88  CP-MASTER-PRESENT                   VALUE 'Y'.
005100 77  CP-EOF-SW                   PIC X(01)   VALUE 'N'.
005200     88  CP-END-OF-PAYMENTS                  VALUE 'Y'.
005300 77  CP-NEW-MEMBER-SW            PIC X(01)   VALUE 'N'.
005500 77  CP-TRANS-READ               PIC 9(05)   COMP.
005600 77  CP-TRANS-POSTED             PIC 9(05)   COMP.
005700 77  CP-TRANS-REJECTED           PIC 9(05)   COMP.
005720 77  CP-HOLDS-LIFTED             PIC 9(05)   COMP.
005740 77  CP-BALANCE-OWED             PIC S9(08)V99   COMP-3.
005800 77  CP-REJECT-REASON            PIC X(30).
005900 77  CP-REMAINING                PIC S9(07)V99   COMP-3.
006000 77  CP-BUCKET-WORK              PIC S9(07)V99   COMP-3.
006500     05  FILLER                  PIC X(72).
006600 COPY GCVERIFY.
006700 COPY GCPAYTRN.
006750 COPY GCCRHOLD.
006770 COPY GCNOTICE.
006800 PROCEDURE DIVISION.
006900******************************************************************
007000*  0000-MAINLINE - CONTROL THE POSTING RUN                       *
008100     MOVE ZERO TO CP-TRANS-READ
008200                  CP-TRANS-POSTED
008300                  CP-TRANS-REJECTED
008350                  CP-HOLDS-LIFTED
008400                  CP-POSTED-TOTAL.
008500     ACCEPT CP-ARG-COUNT FROM ARGUMENT-NUMBER.
008600     IF CP-ARG-COUNT > 0
010700             UPON OPERATOR-CONSOLE
010800         MOVE 16 TO RETURN-CODE
010900         GOBACK.
010910     OPEN I-O PLAYER-MASTER.
010920     IF CP-PLAYER-STATUS = '00'
010930         MOVE 'Y' TO CP-MASTER-SW
010940     ELSE
010950         DISPLAY 'GC210I PLAYRMST NOT AVAILABLE, STATUS '
010960             CP-PLAYER-STATUS ', NO CREDIT HOLDS LIFTED'.
011000 1000-EXIT.
011100     EXIT.
011200******************************************************************
016700         GOBACK.
016800     ADD 1 TO CP-TRANS-POSTED.
016900     ADD PY-AMOUNT TO CP-POSTED-TOTAL.
016920     IF PY-PAYMENT
016940             OR (PY-ADJUSTMENT AND PY-AMOUNT-SIGN = '-')
016960         PERFORM 2500-CHECK-CREDIT-HOLD THRU 2500-EXIT.
016970     IF PY-PAYMENT
016980         PERFORM 8400-QUEUE-NOTICE THRU 8400-EXIT.
017000 2200-NEXT.
017100     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
017200 2200-EXIT.
019900                          MB-BAL-60-DAY
020000                          MB-BAL-90-DAY
020100                          MB-PAYMENTS-CYCLE
020110                          MB-DUES-CYCLE
020120                          MB-DUES-PERIOD
020200     END-READ.
020300 2280-EXIT.
020400     EXIT.
023900     SUBTRACT PY-AMOUNT FROM MB-PAYMENTS-CYCLE.
024000 2400-EXIT.
024100     EXIT.
024102******************************************************************
024104*  2500-CHECK-CREDIT-HOLD - LIFT A HOLD THE CREDIT HAS CLEARED   *
024106*                                                                *
024108*  SAME TEST AS THE NIGHTLY GC250 RUN: NO 90-DAY BALANCE OVER    *
024110*  THE ALLOWANCE AND THE TOTAL OWED NOT OVER THE CREDIT LIMIT.   *
024112******************************************************************
024114 2500-CHECK-CREDIT-HOLD.
024116     IF NOT CP-MASTER-PRESENT
024118         GO TO 2500-EXIT.
024120     MOVE PY-MEMBER-NUMBER TO PM-MEMBER-NUMBER.
024122     READ PLAYER-MASTER
024124         INVALID KEY
024126             GO TO 2500-EXIT
024128     END-READ.
024130     IF NOT PM-CREDIT-HELD
024132         GO TO 2500-EXIT.
024134     IF MB-BAL-90-DAY > CH-90-DAY-ALLOWANCE
024136         GO TO 2500-EXIT.
024138     COMPUTE CP-BALANCE-OWED = MB-BAL-CURRENT + MB-BAL-30-DAY
024140         + MB-BAL-60-DAY + MB-BAL-90-DAY.
024142     IF CH-CREDIT-LIMIT > ZERO
024144             AND CP-BALANCE-OWED > CH-CREDIT-LIMIT
024146         GO TO 2500-EXIT.
024148     MOVE SPACE TO PM-CREDIT-HOLD.
024150     REWRITE PLAYER-MASTER-RECORD.
024152     IF CP-PLAYER-STATUS NOT = '00'
024154         DISPLAY 'GC210E PLAYER-MASTER REWRITE FAILED, STATUS '
024156             CP-PLAYER-STATUS ' MEMBER ' PM-MEMBER-NUMBER
024158             UPON OPERATOR-CONSOLE
024160         GO TO 2500-EXIT.
024162     ADD 1 TO CP-HOLDS-LIFTED.
024164     DISPLAY 'GC210H CREDIT HOLD LIFTED ' PM-MEMBER-NUMBER.
024166     PERFORM 8100-AUDIT-RELEASE THRU 8100-EXIT.
024168 2500-EXIT.
024170     EXIT.
024200******************************************************************
024300*  8000-LIST-REJECT - ONE LINE PER REJECTED TRANSACTION          *
024400******************************************************************
024700         PY-REFERENCE ' ' CP-REJECT-REASON.
024800 8000-EXIT.
024900     EXIT.
024902******************************************************************
024904*  8100-AUDIT-RELEASE - STAMP THE LIFTED HOLD INTO THE AUDIT LOG *
024906******************************************************************
024908 8100-AUDIT-RELEASE.
024910     OPEN EXTEND AUDIT-LOG.
024912     IF CP-AUDIT-STATUS = '35'
024914         OPEN OUTPUT AUDIT-LOG.
024916     IF CP-AUDIT-STATUS NOT = '00'
024918         DISPLAY 'GC210E AUDITLOG OPEN FAILED, STATUS '
024920             CP-AUDIT-STATUS
024922             UPON OPERATOR-CONSOLE
024924         GO TO 8100-EXIT.
024926     ACCEPT CP-RUN-TIME FROM TIME.
024928     MOVE SPACES TO AUDIT-LOG-RECORD.
024930     MOVE 'A' TO AU-REC-TYPE.
024932     MOVE 'GC210   ' TO AU-PROGRAM-ID.
024934     MOVE CP-RUN-DATE TO AU-RUN-DATE.
024936     DIVIDE CP-RUN-TIME BY 100 GIVING AU-RUN-TIME.
024938     MOVE 'CREDIT HOLD LIFTED  ' TO AU-ACTION.
024940     MOVE PM-MEMBER-NUMBER TO AU-MEMBER-NUMBER.
024942     MOVE ZERO TO AU-RETURN-CODE.
024944     WRITE AUDIT-LOG-RECORD.
024946     IF CP-AUDIT-STATUS NOT = '00'
024948         DISPLAY 'GC210E AUDITLOG WRITE FAILED, STATUS '
024950             CP-AUDIT-STATUS
024952             UPON OPERATOR-CONSOLE.
024954     CLOSE AUDIT-LOG.
024956 8100-EXIT.
024958     EXIT.
024959******************************************************************
024960*  8400-QUEUE-NOTICE - PAYMENT RECEIVED NOTICE TO THE MEMBER     *
024961******************************************************************
024962 8400-QUEUE-NOTICE.
024963     MOVE SPACES TO NOTICE-EVENT-RECORD.
024964     MOVE ZERO TO NQ-REF-DATE
024965                  NQ-REF-TIME
024966                  NQ-REF-SLOT
024967                  NQ-EXPIRY-DATE
024968                  NQ-EXPIRY-TIME
024969                  NQ-AMOUNT
024970                  NQ-COUNT.
024971     MOVE 'PY' TO NQ-EVENT-CODE.
024972     MOVE 'GC210   ' TO NQ-SOURCE-PROGRAM.
024973     MOVE CP-RUN-DATE TO NQ-EVENT-DATE.
024974     MOVE PY-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
024975     MOVE PY-TRAN-DATE TO NQ-REF-DATE.
024976     MOVE PY-AMOUNT TO NQ-AMOUNT.
024977     MOVE PY-REFERENCE TO NQ-REFERENCE.
024978     CALL 'GCNOTIFY' USING NOTICE-EVENT-RECORD.
024979 8400-EXIT.
024980     EXIT.
025000******************************************************************
025100*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
025200******************************************************************
025300 9000-WRAP-UP.
025400     CLOSE MEMBER-BALANCE.
025420     IF CP-MASTER-PRESENT
025440         CLOSE PLAYER-MASTER.
025500     DISPLAY 'GC210I RUN DATE              ' CP-RUN-DATE.
025600     DISPLAY 'GC210I TRANSACTIONS READ     ' CP-TRANS-READ.
025700     DISPLAY 'GC210I TRANSACTIONS POSTED   ' CP-TRANS-POSTED.
025800     DISPLAY 'GC210I TRANSACTIONS REJECTED ' CP-TRANS-REJECTED.
025850     DISPLAY 'GC210I CREDIT HOLDS LIFTED   ' CP-HOLDS-LIFTED.
025900     MOVE CP-POSTED-TOTAL TO CP-POSTED-EDIT.
026000     DISPLAY 'GC210I AMOUNT POSTED         ' CP-POSTED-EDIT.
026100 9000-EXIT.
