001700*  CHARGES THAT DO NOT MATCH A PLAYER-MASTER MEMBER NEVER        *
001800*  DISAPPEAR - THEY DROP TO THE SUSPENSE REPORT AT THE END OF    *
001900*  THE RUN WITH A DOLLAR TOTAL FOR THE RECONCILERS.              *
001910*                                                                *
001920*  THE MEMBER'S GCMBRCON MAILING ADDRESS PRINTS UNDER THE NAME   *
001930*  FOR THE MAIL-OUT (A MEMBER WITH NONE IS FLAGGED ON THE        *
001940*  STATEMENT AND COUNTED), AND EVERY STATEMENT IS QUEUED AS A    *
001950*  MEMBER NOTICE THROUGH GCNOTIFY.                               *
002000*                                                                *
002100*  MODIFICATION HISTORY                                         *
002200*  2026-06-09  RJM  NEW PROGRAM                                  *
003800*                   THEIR FEES SO THE CREDIT NETS AGAINST A      *
003900*                   REAL CHARGE, AND APPLIED CREDITS DROP OFF    *
004000*                   THE RAINCHK FILE ON THE REWRITE              *
004010*  2026-09-23  RJM  GC230 MEMBERSHIP DUES PRINTED AS THEIR OWN   *
004020*                   STATEMENT LINE, CARRIED ON THE AR RECORD,    *
004030*                   ROLLED INTO THE CURRENT BUCKET AND CLEARED   *
004040*  2026-09-30  RJM  CREDITS APPLIED IN THE STATEMENT MONTH       *
004050*                   STAY ON RAINCHK FOR THE GC240 GL JOURNAL;    *
004060*                   ONLY EARLIER MONTHS' CREDITS DROP OFF        *
004070*  2026-10-05  RJM  MAILING ADDRESS FROM THE MBRCONT CONTACT     *
004080*                   FILE PRINTED ON THE STATEMENT; STATEMENTS    *
004090*                   QUEUED AS MEMBER NOTICES                     *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
006900     SELECT RAIN-CHECK ASSIGN TO "RAINCHK"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS BL-RCHK-STATUS.
007110     SELECT MEMBER-CONTACT ASSIGN TO "MBRCONT"
007120         ORGANIZATION IS INDEXED
007130         ACCESS MODE IS RANDOM
007140         RECORD KEY IS MC-MEMBER-NUMBER
007150         FILE STATUS IS BL-CONTACT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  POS-EXTRACT.
008300 COPY GCMBRBAL.
008400 FD  RAIN-CHECK.
008500 01  RAIN-CHECK-REC              PIC X(80).
008520 FD  MEMBER-CONTACT.
008540 COPY GCMBRCON.
008600 WORKING-STORAGE SECTION.
008700 77  BL-POS-STATUS               PIC X(02).
008800 77  BL-AR-STATUS                PIC X(02).
012000 77  BL-RCHK-PRESENT-SW          PIC X(01)   VALUE 'N'.
012100     88  BL-RCHKS-PRESENT                    VALUE 'Y'.
012200 77  BL-RCHK-APPLIED             PIC 9(05)   COMP.
012220 77  BL-CONTACT-STATUS           PIC X(02).
012240 77  BL-CONTACT-SW               PIC X(01)   VALUE 'N'.
012260     88  BL-CONTACTS-PRESENT                 VALUE 'Y'.
012280 77  BL-NO-ADDRESS               PIC 9(05)   COMP.
012300 COPY GCVERIFY.
012400 01  BL-ARG-AREA.
012500     05  BL-ARG-DATE             PIC 9(08).
018800     05  BL-PY-AMOUNT            PIC ZZZZZ9.99.
018900     05  FILLER                  PIC X(03)   VALUE ' CR'.
019000     05  FILLER                  PIC X(03)   VALUE SPACES.
019010 01  BL-DUES-LINE.
019020     05  FILLER                  PIC X(23)
019030         VALUE 'MEMBERSHIP DUES        '.
019040     05  FILLER                  PIC X(08)   VALUE SPACES.
019050     05  BL-DU-AMOUNT            PIC ZZZZZ9.99.
019060     05  FILLER                  PIC X(06)   VALUE SPACES.
019100 01  BL-RAIN-LINE.
019200     05  BL-RL-DATE              PIC 9(08).
019300     05  FILLER                  PIC X(03)   VALUE SPACES.
019600     05  FILLER                  PIC X(03)   VALUE SPACES.
019700     05  BL-RL-AMOUNT            PIC ZZZZZ9.99.
019800     05  FILLER                  PIC X(03)   VALUE ' CR'.
019805 01  BL-ADDRESS-LINE.
019810     05  BL-AL-TEXT              PIC X(30).
019815     05  FILLER                  PIC X(16)   VALUE SPACES.
019820 01  BL-CITY-LINE.
019825     05  BL-CL-CITY              PIC X(20).
019830     05  FILLER                  PIC X(01)   VALUE SPACE.
019835     05  BL-CL-STATE             PIC X(02).
019840     05  FILLER                  PIC X(02)   VALUE SPACES.
019845     05  BL-CL-POSTAL            PIC X(10).
019850     05  FILLER                  PIC X(11)   VALUE SPACES.
019900 01  BL-SUSP-HEAD-LINE.
020000     05  FILLER                  PIC X(46)   VALUE
020100         'SUSPENSE - CHARGES WITH NO MASTER MATCH'.
021200 COPY GCRNCHK.
021300 COPY GCCOURSE.
021400 COPY GCPRPAGE.
021450 COPY GCNOTICE.
021500 PROCEDURE DIVISION.
021600******************************************************************
021700*  0000-MAINLINE - CONTROL THE STATEMENT RUN                     *
024200                  BL-SUSP-TOTAL
024300                  BL-RCHK-COUNT
024400                  BL-RCHK-APPLIED
024450                  BL-NO-ADDRESS
024500                  PP-LINE-COUNT.
024600     MOVE SPACES TO PP-PAGE-BODY.
024700     ACCEPT BL-ARG-COUNT FROM ARGUMENT-NUMBER.
028900             UPON OPERATOR-CONSOLE
029000         MOVE 16 TO RETURN-CODE
029100         GOBACK.
029110     OPEN INPUT MEMBER-CONTACT.
029120     IF BL-CONTACT-STATUS = '00'
029130         MOVE 'Y' TO BL-CONTACT-SW
029140     ELSE
029150         DISPLAY 'GC200I MBRCONT NOT AVAILABLE, STATUS '
029160             BL-CONTACT-STATUS ', NO MAILING ADDRESSES PRINTED'.
029200 1000-EXIT.
029300     EXIT.
029400******************************************************************
048500     IF BL-MEMBER-HAS-ACTIVITY
048600             OR BL-OUTSTANDING NOT = ZERO
048700             OR MB-PAYMENTS-CYCLE NOT = ZERO
048710             OR MB-DUES-CYCLE NOT = ZERO
048800         PERFORM 3200-PRINT-STATEMENT THRU 3200-EXIT.
048900 3100-EXIT.
049000     EXIT.
051200                          MB-BAL-60-DAY
051300                          MB-BAL-90-DAY
051400                          MB-PAYMENTS-CYCLE
051410                          MB-DUES-CYCLE
051420                          MB-DUES-PERIOD
051500     END-READ.
051600     COMPUTE BL-OUTSTANDING =
051700         MB-BAL-CURRENT + MB-BAL-30-DAY
054100                  AR-TOTAL-DUE
054200                  AR-PRIOR-BALANCE
054300                  AR-PAYMENTS
054400                  AR-RAIN-CREDITS
054410                  AR-DUES.
054500     IF PP-LINE-COUNT > 0
054600         CALL 'GCPRINT' USING PRINT-PAGE.
054700     MOVE CRS-COURSE-NAME TO BL-H1-CLUB.
055400     MOVE PM-MEMBER-NAME TO BL-NL-NAME.
055500     MOVE BL-NAME-LINE TO BL-WORK-LINE.
055600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
055650     PERFORM 3210-PRINT-ADDRESS THRU 3210-EXIT.
055700     MOVE BL-COLUMN-LINE TO BL-WORK-LINE.
055800     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
055900     IF BL-PRIOR-BALANCE NOT = ZERO
056700                                    AR-PAYMENTS
056800         MOVE BL-PAYMENT-LINE TO BL-WORK-LINE
056900         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
056910     IF MB-DUES-CYCLE NOT = ZERO
056920         MOVE MB-DUES-CYCLE TO BL-DU-AMOUNT
056930                                AR-DUES
056940         MOVE BL-DUES-LINE TO BL-WORK-LINE
056950         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
057000     PERFORM 3300-STATEMENT-POS-LINE THRU 3300-EXIT
057100         VARYING BL-SUB FROM 1 BY 1
057200         UNTIL BL-SUB > BL-POS-COUNT.
057800         UNTIL BL-SUB > BL-RCHK-COUNT.
057900     COMPUTE AR-TOTAL-DUE = BL-OUTSTANDING
058000         + AR-POS-CHARGES + AR-GREEN-FEES + AR-CART-FEES
058050         + AR-DUES
058100         - AR-RAIN-CREDITS.
058200     MOVE AR-TOTAL-DUE TO BL-TL-AMOUNT.
058300     MOVE BL-TOTAL-LINE TO BL-WORK-LINE.
058700     IF BL-AR-STATUS NOT = '00'
058800         DISPLAY 'GC200E ARFILE WRITE FAILED, STATUS '
058900             BL-AR-STATUS ' MEMBER ' PM-MEMBER-NUMBER.
058950     PERFORM 3260-QUEUE-NOTICE THRU 3260-EXIT.
059000     PERFORM 3250-ROLL-BALANCE THRU 3250-EXIT.
059100     ADD 1 TO BL-STMTS-PRINTED.
059200 3200-EXIT.
059300     EXIT.
059302******************************************************************
059304*  3210-PRINT-ADDRESS - MAILING ADDRESS UNDER THE NAME           *
059306******************************************************************
059308 3210-PRINT-ADDRESS.
059310     IF NOT BL-CONTACTS-PRESENT
059312         GO TO 3210-EXIT.
059314     MOVE PM-MEMBER-NUMBER TO MC-MEMBER-NUMBER.
059316     READ MEMBER-CONTACT
059318         INVALID KEY
059320             MOVE SPACES TO MC-MAILING-ADDRESS
059322     END-READ.
059324     IF MC-ADDRESS-LINE-1 = SPACES
059326             AND MC-ADDRESS-LINE-2 = SPACES
059328             AND MC-CITY = SPACES
059330         ADD 1 TO BL-NO-ADDRESS
059332         MOVE 'NO MAILING ADDRESS ON FILE' TO BL-WORK-LINE
059334         PERFORM 8600-EMIT-LINE THRU 8600-EXIT
059336         GO TO 3210-EXIT.
059338     IF MC-ADDRESS-LINE-1 NOT = SPACES
059340         MOVE MC-ADDRESS-LINE-1 TO BL-AL-TEXT
059342         MOVE BL-ADDRESS-LINE TO BL-WORK-LINE
059344         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
059346     IF MC-ADDRESS-LINE-2 NOT = SPACES
059348         MOVE MC-ADDRESS-LINE-2 TO BL-AL-TEXT
059350         MOVE BL-ADDRESS-LINE TO BL-WORK-LINE
059352         PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
059354     MOVE MC-CITY TO BL-CL-CITY.
059356     MOVE MC-STATE TO BL-CL-STATE.
059358     MOVE MC-POSTAL-CODE TO BL-CL-POSTAL.
059360     MOVE BL-CITY-LINE TO BL-WORK-LINE.
059362     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
059364 3210-EXIT.
059366     EXIT.
059400******************************************************************
059500*  3250-ROLL-BALANCE - AGE THE BUCKETS ONE STATEMENT CYCLE       *
059600******************************************************************
060000     MOVE MB-BAL-CURRENT TO MB-BAL-30-DAY.
060100     COMPUTE MB-BAL-CURRENT =
060200         AR-POS-CHARGES + AR-GREEN-FEES + AR-CART-FEES
060250         + AR-DUES
060300         - AR-RAIN-CREDITS.
060400     MOVE ZERO TO MB-PAYMENTS-CYCLE
060450                  MB-DUES-CYCLE.
060500     MOVE BL-STMT-DATE TO MB-LAST-STMT-DATE.
060600     IF BL-NEW-BALANCE
060700         WRITE MEMBER-BALANCE-RECORD
061500         GOBACK.
061600 3250-EXIT.
061700     EXIT.
061702******************************************************************
061704*  3260-QUEUE-NOTICE - STATEMENT NOTICE TO THE MEMBER            *
061706******************************************************************
061708 3260-QUEUE-NOTICE.
061710     MOVE SPACES TO NOTICE-EVENT-RECORD.
061712     MOVE ZERO TO NQ-REF-DATE
061714                  NQ-REF-TIME
061716                  NQ-REF-SLOT
061718                  NQ-EXPIRY-DATE
061720                  NQ-EXPIRY-TIME
061722                  NQ-AMOUNT
061724                  NQ-COUNT.
061726     MOVE 'ST' TO NQ-EVENT-CODE.
061728     MOVE 'GC200   ' TO NQ-SOURCE-PROGRAM.
061730     MOVE BL-STMT-DATE TO NQ-EVENT-DATE
061732                          NQ-REF-DATE.
061734     MOVE PM-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
061736     MOVE AR-TOTAL-DUE TO NQ-AMOUNT.
061738     IF AR-TOTAL-DUE < ZERO
061740         MOVE '-' TO NQ-AMOUNT-SIGN.
061742     CALL 'GCNOTIFY' USING NOTICE-EVENT-RECORD.
061744 3260-EXIT.
061746     EXIT.
061800 3300-STATEMENT-POS-LINE.
061900     IF BL-PX-MEMBER (BL-SUB) NOT = PM-MEMBER-NUMBER
062000         GO TO 3300-EXIT.
072500*  4500-REWRITE-RAIN-CHECKS - OUTSTANDING CREDITS BACK TO FILE   *
072600*                                                                *
072700*  APPLIED CREDITS DROP OFF HERE - THE AUDIT LOG AND THE         *
072800*  PRINTED STATEMENTS KEEP THE TRAIL - ONCE THEIR MONTH HAS      *
072900*  PASSED.  CREDITS APPLIED IN THE STATEMENT MONTH ARE KEPT,     *
072910*  STATUS APPLIED, UNTIL THE GC240 GL JOURNAL HAS TAKEN THEM.    *
073000******************************************************************
073100 4500-REWRITE-RAIN-CHECKS.
073200     IF NOT BL-RCHKS-PRESENT
074700 4510-WRITE-ONE-CHECK.
074800     MOVE BL-RC-IMAGE (BL-SUB) TO RAIN-CHECK-RECORD.
074900     IF RK-APPLIED
074910         DIVIDE RK-APPLIED-DATE BY 100 GIVING BL-WORK-MONTH
074920         IF BL-WORK-MONTH NOT = BL-STMT-MONTH
075000             GO TO 4510-EXIT.
075100     WRITE RAIN-CHECK-REC FROM BL-RC-IMAGE (BL-SUB).
075200     IF BL-RCHK-STATUS NOT = '00'
075300         DISPLAY 'GC200E RAINCHK WRITE FAILED, STATUS '
077600           POS-EXTRACT
077700           AR-FILE
077800           MEMBER-BALANCE.
077820     IF BL-CONTACTS-PRESENT
077840         CLOSE MEMBER-CONTACT.
077900     DISPLAY 'GC200I POS RECORDS READ     ' BL-POS-READ.
078000     DISPLAY 'GC200I POS OUT OF MONTH     ' BL-POS-OUT-OF-MONTH.
078100     DISPLAY 'GC200I STATEMENTS PRINTED   ' BL-STMTS-PRINTED.
078200     DISPLAY 'GC200I SUSPENSE ITEMS       ' BL-SUSP-COUNT.
078300     DISPLAY 'GC200I RAIN CHECKS APPLIED  ' BL-RCHK-APPLIED.
078350     DISPLAY 'GC200I NO MAILING ADDRESS   ' BL-NO-ADDRESS.
078400 9000-EXIT.
078500     EXIT.
