001000*  RUN NIGHTLY AS A GC900 WINDOW STEP (ARGUMENT 1 IS THE RUN     *
001100*  DATE).  PASS ONE MARKS EVERY GCWAITLS OFFER WHOSE EXPIRY      *
001200*  HAS PASSED AS EXPIRED AND REMEMBERS THE SLOT THAT WAS HELD.   *
001300*  PASS TWO OFFERS EACH FREED SLOT TO THE NEXT WAITING MEMBER IN *
001400*  FILE ORDER, QUALIFYING EACH THE SAME WAY GC330 DOES (ACTIVE   *
001500*  ON PLAYER-MASTER, NOT ON CREDIT HOLD, NOT ALREADY BOOKED THAT *
001600*  DATE), WITH A FRESH 24-HOUR EXPIRY AND A GCOFFEXT NOTICE.     *
001700*  THE TEE-SHEET SLOT STAYS HELD 'H' FOR THE NEW OFFEREE, OR     *
001800*  REVERTS TO CANCELLED WHEN NOBODY IS LEFT TO OFFER TO.         *
001900*  A FREED SLOT WHOSE PLAY DATE IS NOT AFTER THE RUN DATE IS     *
002000*  ONLY RELEASED, NEVER RE-OFFERED - THE TEE TIME IS GONE AND    *
002100*  THE DAY MAY ALREADY BE ARCHIVED OFF THE LIVE SHEET.           *
002200*  EVERY EXPIRY, PASS-OVER AND NEW OFFER IS STAMPED INTO THE     *
002300*  AUDIT LOG WITH THE MEMBER AND SLOT KEY.                       *
002320*  EVERY EXPIRY AND NEW OFFER IS ALSO QUEUED AS A MEMBER NOTICE  *
002340*  THROUGH GCNOTIFY FOR THE EMAIL/TEXT VENDOR.                   *
002360*  A FREED SLOT INSIDE A CRSBLOCK COURSE BLOCK IS RELEASED,      *
002380*  NEVER RE-OFFERED.                                             *
002400*                                                                *
002500*  MODIFICATION HISTORY                                         *
002600*  2026-09-02  RJM  NEW PROGRAM                                  *
002650*  2026-10-02  RJM  MEMBERS ON CREDIT HOLD ARE PASSED OVER       *
002670*  2026-10-05  RJM  EXPIRIES AND OFFERS QUEUED AS MEMBER NOTICES *
002680*  2026-10-12  RJM  FREED SLOTS INSIDE A CRSBLOCK COURSE BLOCK   *
002690*                   ARE RELEASED, NOT RE-OFFERED                 *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS TS-KEY
005200         FILE STATUS IS EX-SHEET-STATUS.
005220     SELECT COURSE-BLOCK ASSIGN TO "CRSBLOCK"
005240         ORGANIZATION IS LINE SEQUENTIAL
005260         FILE STATUS IS EX-CRSBLOCK-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  WAIT-LIST.
006200 COPY GCPLAYER.
006300 FD  TEE-SHEET.
006400 COPY GCTEESHT.
006420 FD  COURSE-BLOCK.
006440 01  COURSE-BLOCK-REC            PIC X(80).
006500 WORKING-STORAGE SECTION.
006600 77  EX-WAIT-STATUS              PIC X(02).
006700 77  EX-OFFEREXT-STATUS          PIC X(02).
008300 77  EX-OFFERS-MADE              PIC 9(05)   COMP.
008400 77  EX-MEMBERS-PASSED           PIC 9(05)   COMP.
008500 77  EX-OFFER-REASON             PIC X(20).
008550 77  EX-NOTICE-CODE              PIC X(02).
008600 77  EX-OPEN-DATE                PIC 9(08).
008700 77  EX-OPEN-TIME                PIC 9(04).
008800 77  EX-OPEN-SLOT                PIC 9(01).
009100 77  EX-MONTH-DAYS               PIC 9(02).
009200 77  EX-WORK-QUOT                PIC S9(04)  COMP.
009300 77  EX-WORK-REM                 PIC S9(04)  COMP.
009310 77  EX-CRSBLOCK-STATUS          PIC X(02).
009320 77  EX-BLK-EOF-SW               PIC X(01)   VALUE 'N'.
009330     88  EX-END-OF-BLOCKS                    VALUE 'Y'.
009340 77  EX-BLK-SUB                  PIC S9(04)  COMP.
009350 77  EX-BLK-FOUND                PIC S9(04)  COMP.
009400 01  EX-ARG-AREA.
009500     05  EX-ARG-DATE             PIC 9(08).
009600     05  FILLER                  PIC X(72).
011100         10  EX-SL-PLAY-DATE     PIC 9(08).
011200         10  EX-SL-TEE-TIME      PIC 9(04).
011300         10  EX-SL-SLOT          PIC 9(01).
011305 01  EX-BLOCK-TABLE.
011310     05  EX-BLK-COUNT            PIC 9(03)   COMP.
011315     05  EX-BLK-ENTRY            OCCURS 100 TIMES.
011320         10  EX-BK-DATE          PIC 9(08).
011325         10  EX-BK-FROM          PIC 9(04).
011330         10  EX-BK-TO            PIC 9(04).
011335         10  EX-BK-TYPE          PIC X(01).
011340         10  EX-BK-DESC          PIC X(30).
011350 COPY GCNOTICE.
011370 COPY GCCRSBLK.
011400 PROCEDURE DIVISION.
011500******************************************************************
011600*  0000-MAINLINE - CONTROL THE SWEEP                             *
013900         ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
014000     ACCEPT EX-RUN-TIME FROM TIME.
014100     DIVIDE EX-RUN-TIME BY 10000 GIVING EX-RUN-HHMM.
014150     PERFORM 1100-LOAD-BLOCK-TABLE THRU 1100-EXIT.
014200 1000-EXIT.
014300     EXIT.
014302******************************************************************
014304*  1100-LOAD-BLOCK-TABLE - CRSBLOCK BLOCKS FROM THE RUN DATE ON  *
014306******************************************************************
014308 1100-LOAD-BLOCK-TABLE.
014310     MOVE ZERO TO EX-BLK-COUNT.
014312     MOVE 'N' TO EX-BLK-EOF-SW.
014314     OPEN INPUT COURSE-BLOCK.
014316     IF EX-CRSBLOCK-STATUS = '35'
014318         GO TO 1100-EXIT.
014320     IF EX-CRSBLOCK-STATUS NOT = '00'
014322         DISPLAY 'GC335E CRSBLOCK OPEN FAILED, STATUS '
014324             EX-CRSBLOCK-STATUS
014326             UPON OPERATOR-CONSOLE
014328         MOVE 16 TO RETURN-CODE
014330         GOBACK.
014332     PERFORM 1110-READ-BLOCK THRU 1110-EXIT.
014334     PERFORM 1120-TABLE-BLOCK THRU 1120-EXIT
014336         UNTIL EX-END-OF-BLOCKS.
014338     CLOSE COURSE-BLOCK.
014340 1100-EXIT.
014342     EXIT.
014344 1110-READ-BLOCK.
014346     READ COURSE-BLOCK INTO COURSE-BLOCK-RECORD
014348         AT END MOVE 'Y' TO EX-BLK-EOF-SW.
014350     IF EX-CRSBLOCK-STATUS NOT = '00'
014352         MOVE 'Y' TO EX-BLK-EOF-SW.
014354 1110-EXIT.
014356     EXIT.
014358 1120-TABLE-BLOCK.
014360     IF NOT CB-BLOCK-ENTRY
014362             OR CB-BLOCK-DATE NOT NUMERIC
014364             OR CB-FROM-TIME NOT NUMERIC
014366             OR CB-TO-TIME NOT NUMERIC
014368             OR CB-BLOCK-DATE NOT > EX-RUN-DATE
014370         GO TO 1120-NEXT.
014372     IF EX-BLK-COUNT = 100
014374         DISPLAY 'GC335W BLOCK TABLE FULL, ' CB-BLOCK-DATE
014376             ' IGNORED'
014378         GO TO 1120-NEXT.
014380     ADD 1 TO EX-BLK-COUNT.
014382     MOVE CB-BLOCK-DETAIL TO EX-BLK-ENTRY (EX-BLK-COUNT).
014384 1120-NEXT.
014386     PERFORM 1110-READ-BLOCK THRU 1110-EXIT.
014388 1120-EXIT.
014390     EXIT.
014400******************************************************************
014500*  2000-EXPIRE-OFFERS - PASS ONE OVER THE WAITLIST               *
014600******************************************************************
019100     MOVE WL-OFFER-SLOT TO EX-OPEN-SLOT.
019200     MOVE 'OFFER EXPIRED       ' TO EX-OFFER-REASON.
019300     PERFORM 8000-AUDIT-OFFER THRU 8000-EXIT.
019320     MOVE 'WX' TO EX-NOTICE-CODE.
019340     PERFORM 3650-QUEUE-NOTICE THRU 3650-EXIT.
019400     DISPLAY 'GC335I OFFER TO MEMBER ' WL-MEMBER-NUMBER
019500         ' EXPIRED FOR ' WL-PLAY-DATE.
019600     IF EX-SLOT-COUNT = 20
023500         DISPLAY 'GC335I SLOT ' EX-OPEN-DATE ' ' EX-OPEN-TIME
023600             ' ' EX-OPEN-SLOT ' PLAY DATE PAST, NOT RE-OFFERED'
023700         GO TO 3100-EXIT.
023710     PERFORM 3160-CHECK-BLOCK THRU 3160-EXIT.
023720     IF EX-BLK-FOUND > 0
023730         PERFORM 3150-RELEASE-HOLD THRU 3150-EXIT
023740         DISPLAY 'GC335I SLOT ' EX-OPEN-DATE ' ' EX-OPEN-TIME
023750             ' ' EX-OPEN-SLOT ' BLOCKED - '
023760             EX-BK-DESC (EX-BLK-FOUND)
023770         DISPLAY 'GC335I SLOT NOT RE-OFFERED'
023780         GO TO 3100-EXIT.
023800     MOVE EX-OPEN-DATE TO TS-PLAY-DATE.
023900     MOVE EX-OPEN-TIME TO TS-TEE-TIME.
024000     MOVE EX-OPEN-SLOT TO TS-SLOT-NUMBER.
028900         MOVE 16 TO RETURN-CODE.
029000 3150-EXIT.
029100     EXIT.
029102******************************************************************
029104*  3160-CHECK-BLOCK - TEE TIME TAKEN OUT OF PLAY BY A COURSE     *
029106*  BLOCK                                                         *
029110******************************************************************
029112 3160-CHECK-BLOCK.
029114     MOVE ZERO TO EX-BLK-FOUND.
029116     PERFORM 3170-MATCH-BLOCK THRU 3170-EXIT
029118         VARYING EX-BLK-SUB FROM 1 BY 1
029120         UNTIL EX-BLK-SUB > EX-BLK-COUNT
029122            OR EX-BLK-FOUND > 0.
029124 3160-EXIT.
029126     EXIT.
029128 3170-MATCH-BLOCK.
029130     IF EX-BK-DATE (EX-BLK-SUB) = EX-OPEN-DATE
029132             AND EX-BK-FROM (EX-BLK-SUB) NOT > EX-OPEN-TIME
029134             AND EX-BK-TO (EX-BLK-SUB) NOT < EX-OPEN-TIME
029136         MOVE EX-BLK-SUB TO EX-BLK-FOUND.
029138 3170-EXIT.
029140     EXIT.
029200 3200-CONSIDER-ENTRY.
029300     IF NOT WL-WAIT-ENTRY
029400             OR NOT WL-WAITING
031900     IF NOT PM-ACTIVE
032000         MOVE 'MEMBER NOT ACTIVE   ' TO EX-OFFER-REASON
032100         GO TO 3300-EXIT.
032120     IF PM-CREDIT-HELD
032140         MOVE 'MEMBER CREDIT HOLD  ' TO EX-OFFER-REASON
032160         GO TO 3300-EXIT.
032200     PERFORM 3400-CHECK-DUPLICATE THRU 3400-EXIT.
032300 3300-EXIT.
032400     EXIT.
037200         GO TO 3500-EXIT.
037300     PERFORM 3520-HOLD-SLOT THRU 3520-EXIT.
037400     PERFORM 3600-WRITE-OFFER-NOTICE THRU 3600-EXIT.
037420     MOVE 'WO' TO EX-NOTICE-CODE.
037440     PERFORM 3650-QUEUE-NOTICE THRU 3650-EXIT.
037500     ADD 1 TO EX-OFFERS-MADE.
037600     MOVE 'Y' TO EX-OFFER-SW.
037700     MOVE 'OFFER MADE          ' TO EX-OFFER-REASON.
044900     CLOSE OFFER-EXTRACT.
045000 3600-EXIT.
045100     EXIT.
045102******************************************************************
045104*  3650-QUEUE-NOTICE - OFFER OR EXPIRY NOTICE TO THE MEMBER      *
045106******************************************************************
045108 3650-QUEUE-NOTICE.
045110     MOVE SPACES TO NOTICE-EVENT-RECORD.
045112     MOVE ZERO TO NQ-REF-DATE
045114                  NQ-REF-TIME
045116                  NQ-REF-SLOT
045118                  NQ-EXPIRY-DATE
045120                  NQ-EXPIRY-TIME
045122                  NQ-AMOUNT
045124                  NQ-COUNT.
045126     MOVE EX-NOTICE-CODE TO NQ-EVENT-CODE.
045128     MOVE 'GC335   ' TO NQ-SOURCE-PROGRAM.
045130     MOVE EX-RUN-DATE TO NQ-EVENT-DATE.
045132     MOVE WL-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
045134     MOVE WL-PLAY-DATE TO NQ-REF-DATE.
045136     MOVE WL-OFFER-TEE-TIME TO NQ-REF-TIME.
045138     MOVE WL-OFFER-SLOT TO NQ-REF-SLOT.
045140     MOVE WL-EXPIRY-DATE TO NQ-EXPIRY-DATE.
045142     MOVE WL-EXPIRY-TIME TO NQ-EXPIRY-TIME.
045144     CALL 'GCNOTIFY' USING NOTICE-EVENT-RECORD.
045146 3650-EXIT.
045148     EXIT.
045200******************************************************************
045300*  8000-AUDIT-OFFER - STAMP ONE LINK OF THE OFFER CHAIN          *
045400******************************************************************
