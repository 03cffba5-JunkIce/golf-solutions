001700*  FILE AND ACTIVE), AGAINST THE SHEET FOR A DUPLICATE BOOKING   *
001800*  ON THE SAME DATE, AND AGAINST THE FOUR-SLOT TEE-TIME          *
001900*  CAPACITY.  REJECTS ARE LISTED WITH A REASON.                  *
001920*  A MEMBER OR SPONSOR MAY ONLY BOOK THE DAYS AND TEE-TIME       *
001940*  BANDS THEIR MEMBERSHIP CATEGORY ALLOWS ON THE CATTAB TABLE.   *
001960*  A MEMBER OR SPONSOR ON CREDIT HOLD MAY NOT BOOK OR CONFIRM A  *
001980*  WAITLIST OFFER; CANCELLATIONS AND TIME POSTINGS STILL PASS.   *
001985*  A TEE TIME INSIDE A CRSBLOCK COURSE BLOCK CANNOT BE BOOKED OR *
001990*  CONFIRMED, AND IS NOT WAITLISTED.                             *
001992*  EVERY BOOKING IS ALLOCATED A CART FROM THE CARTFLT FLEET FOR  *
001994*  THE LENGTH OF THE ROUND.  WHEN THE FLEET IS OUT THE PLAYER IS *
001996*  BOOKED WALKING WITH NO CART FEE, OR REJECTED IF THE           *
001998*  TRANSACTION SAYS A CART IS REQUIRED.                          *
002000*                                                                *
002100*  MODIFICATION HISTORY                                         *
002200*  2026-05-11  RJM  NEW PROGRAM                                  *
005100*  2026-09-02  RJM  FEE OVERRIDE AUDITED ONLY WHEN A KEYED FEE  *
005200*                   DIFFERS FROM THE TABLE PRICE, AND NEVER      *
005300*                   FOR GC310'S BATCH ZEROS                      *
005320*  2026-09-23  RJM  BOOKINGS OUTSIDE THE MEMBER'S CATEGORY      *
005340*                   DAYS AND TEE-TIME BANDS ARE REJECTED         *
005360*  2026-10-02  RJM  MEMBERS ON CREDIT HOLD ARE REJECTED FOR      *
005380*                   BOOKINGS AND OFFER CONFIRMATIONS             *
005385*  2026-10-12  RJM  TEE TIMES INSIDE A CRSBLOCK COURSE BLOCK ARE *
005390*                   REFUSED FOR BOOKINGS AND OFFER CONFIRMATIONS *
005392*  2026-10-13  RJM  CARTS ALLOCATED AGAINST THE CARTFLT FLEET;   *
005394*                   A FULL FLEET BOOKS THE PLAYER WALKING, OR    *
005396*                   REJECTS A CART-REQUIRED BOOKING              *
005397*  2026-10-15  RJM  OFFER CONFIRMATIONS CHECKED AGAINST THE      *
005398*                   MEMBER'S CATEGORY DAYS AND TEE-TIME BANDS    *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
006700     SELECT RATE-TABLE ASSIGN TO "RATETAB"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS LD-RATETAB-STATUS.
006920     SELECT CATEGORY-TABLE ASSIGN TO "CATTAB"
006940         ORGANIZATION IS LINE SEQUENTIAL
006960         FILE STATUS IS LD-CATTAB-STATUS.
006970     SELECT COURSE-BLOCK ASSIGN TO "CRSBLOCK"
006980         ORGANIZATION IS LINE SEQUENTIAL
006990         FILE STATUS IS LD-CRSBLOCK-STATUS.
006992     SELECT CART-FLEET ASSIGN TO "CARTFLT"
006994         ORGANIZATION IS LINE SEQUENTIAL
006996         FILE STATUS IS LD-CARTFLT-STATUS.
007000     SELECT TEE-LOAD ASSIGN TO "TEELOAD"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS LD-TEELOAD-STATUS.
009000 01  TEE-LOAD-REC                PIC X(80).
009100 FD  RATE-TABLE.
009200 01  RATE-TABLE-REC              PIC X(80).
009220 FD  CATEGORY-TABLE.
009240 01  CATEGORY-TABLE-REC          PIC X(80).
009260 FD  COURSE-BLOCK.
009280 01  COURSE-BLOCK-REC            PIC X(80).
009285 FD  CART-FLEET.
009290 01  CART-FLEET-REC              PIC X(80).
009300 FD  PLAYER-MASTER.
009400 COPY GCPLAYER.
009500 FD  TEE-SHEET.
016200 77  LD-ZELLER-T4                PIC S9(04)  COMP.
016300 77  LD-WORK-QUOT                PIC S9(04)  COMP.
016400 77  LD-WORK-REM                 PIC S9(04)  COMP.
016402 77  LD-CATTAB-STATUS            PIC X(02).
016404 77  LD-CAT-EOF-SW               PIC X(01)   VALUE 'N'.
016406     88  LD-END-OF-CATEGORIES                VALUE 'Y'.
016408 77  LD-CAT-SUB                  PIC S9(04)  COMP.
016410 77  LD-CAT-FOUND                PIC S9(04)  COMP.
016412 77  LD-BAND-SUB                 PIC S9(04)  COMP.
016414 77  LD-BAND-OK-SW               PIC X(01)   VALUE 'N'.
016416     88  LD-IN-CATEGORY-BAND                 VALUE 'Y'.
016418 77  LD-CRSBLOCK-STATUS          PIC X(02).
016420 77  LD-BLK-EOF-SW               PIC X(01)   VALUE 'N'.
016422     88  LD-END-OF-BLOCKS                    VALUE 'Y'.
016424 77  LD-BLK-SUB                  PIC S9(04)  COMP.
016426 77  LD-BLK-FOUND                PIC S9(04)  COMP.
016428 77  LD-BLOCK-DATE               PIC 9(08).
016430 77  LD-BLOCK-TIME               PIC 9(04).
016432 77  LD-CARTFLT-STATUS           PIC X(02).
016434 77  LD-CART-EOF-SW              PIC X(01)   VALUE 'N'.
016436     88  LD-END-OF-CARTS                     VALUE 'Y'.
016438 77  LD-FLEET-SW                 PIC X(01)   VALUE 'N'.
016440     88  LD-FLEET-CONTROL                    VALUE 'Y'.
016442 77  LD-FLEET-SIZE               PIC 9(03)   COMP.
016444 77  LD-CART-ROUND-MINUTES       PIC S9(05)  COMP VALUE 270.
016446 77  LD-CART-RESULT              PIC X(01)   VALUE 'Y'.
016448     88  LD-CART-GRANTED                     VALUE 'Y'.
016450     88  LD-CART-FLEET-FULL                  VALUE 'F'.
016452 77  LD-CART-DATE                PIC 9(08).
016454 77  LD-CART-TIME                PIC 9(04).
016456 77  LD-CART-SLOT                PIC 9(01).
016458 77  LD-CART-SCAN-SW             PIC X(01)   VALUE 'N'.
016460     88  LD-CART-SCAN-DONE                   VALUE 'Y'.
016462 77  LD-CART-HHMM                PIC 9(04).
016464 77  LD-CART-HH                  PIC S9(04)  COMP.
016466 77  LD-CART-MM                  PIC S9(04)  COMP.
016468 77  LD-CART-MINUTES             PIC S9(05)  COMP.
016470 77  LD-CART-START               PIC S9(05)  COMP.
016472 77  LD-CART-POINT               PIC S9(05)  COMP.
016474 77  LD-CART-IN-USE              PIC 9(03)   COMP.
016476 77  LD-CART-PEAK                PIC 9(03)   COMP.
016478 77  LD-CART-SUB1                PIC S9(04)  COMP.
016480 77  LD-CART-SUB2                PIC S9(04)  COMP.
016482 77  LD-WALKED-FLEET-FULL        PIC 9(05)   COMP.
016500 01  LD-DATE-PARTS.
016600     05  LD-DP-YEAR              PIC 9(04).
016700     05  LD-DP-MONTH             PIC 9(02).
017900         10  LD-RT-GUEST-GREEN   PIC S9(05)V99   COMP-3.
018000         10  LD-RT-GUEST-CART    PIC S9(05)V99   COMP-3.
018100 COPY GCRATETB.
018145 01  LD-CATEGORY-TABLE.
018150     05  LD-CAT-COUNT            PIC 9(02)   COMP.
018155     05  LD-CAT-ENTRY            OCCURS 20 TIMES.
018160         10  LD-CT-CODE          PIC X(02).
018165         10  LD-CT-BOOK-DAYS.
018170             15  LD-CT-BOOK-DAY  PIC X(01)   OCCURS 7 TIMES.
018175         10  LD-CT-BANDS.
018180             15  LD-CT-BAND      OCCURS 2 TIMES.
018185                 20  LD-CT-BAND-FROM
018186                                 PIC 9(04).
018187                 20  LD-CT-BAND-TO
018188                                 PIC 9(04).
018190 COPY GCCATTAB.
018200 01  LD-ARG-AREA.
018300     05  LD-ARG-DATE             PIC 9(08).
018400     05  FILLER                  PIC X(72).
018440 01  LD-BLOCK-TABLE.
018445     05  LD-BLK-COUNT            PIC 9(03)   COMP.
018450     05  LD-BLK-ENTRY            OCCURS 100 TIMES.
018455         10  LD-BK-DATE          PIC 9(08).
018460         10  LD-BK-FROM          PIC 9(04).
018465         10  LD-BK-TO            PIC 9(04).
018470         10  LD-BK-TYPE          PIC X(01).
018475         10  LD-BK-DESC          PIC X(30).
018480 COPY GCCRSBLK.
018500 COPY GCTEELOD.
018554 01  LD-CART-TABLE.
018556     05  LD-CART-OUT-COUNT       PIC 9(03)   COMP.
018558     05  LD-CART-OUT-START       PIC S9(05)  COMP
018560                                 OCCURS 400 TIMES.
018562 COPY GCCARTFL.
018600 PROCEDURE DIVISION.
018700******************************************************************
018800*  0000-MAINLINE - CONTROL THE LOAD RUN                          *
023400 1000-INITIALIZE.
023500     MOVE ZERO TO LD-WAITLISTED
023600                  LD-CONFIRMED.
023650     MOVE ZERO TO LD-WALKED-FLEET-FULL.
023700     MOVE ZERO TO LD-TRANS-READ
023800                  LD-TRANS-ACCEPTED
023900                  LD-TRANS-REJECTED.
026100         MOVE 'Y' TO LD-FATAL-SW
026200         GO TO 1000-EXIT.
026300     PERFORM 1500-LOAD-RATE-TABLE THRU 1500-EXIT.
026320     IF LD-FATAL-ERROR
026340         GO TO 1000-EXIT.
026360     PERFORM 1600-LOAD-CATEGORY-TABLE THRU 1600-EXIT.
026370     IF LD-FATAL-ERROR
026380         GO TO 1000-EXIT.
026390     PERFORM 1700-LOAD-BLOCK-TABLE THRU 1700-EXIT.
026392     IF LD-FATAL-ERROR
026394         GO TO 1000-EXIT.
026396     PERFORM 1800-LOAD-CART-FLEET THRU 1800-EXIT.
026400 1000-EXIT.
026500     EXIT.
026600******************************************************************
032200     PERFORM 1510-READ-RATE THRU 1510-EXIT.
032300 1520-EXIT.
032400     EXIT.
032402******************************************************************
032404*  1600-LOAD-CATEGORY-TABLE - CATTAB PRIVILEGES INTO STORE       *
032406*                                                                *
032408*  WITHOUT A CATTAB FILE NO CATEGORY IS RESTRICTED.              *
032410******************************************************************
032412 1600-LOAD-CATEGORY-TABLE.
032414     MOVE ZERO TO LD-CAT-COUNT.
032416     MOVE 'N' TO LD-CAT-EOF-SW.
032418     OPEN INPUT CATEGORY-TABLE.
032420     IF LD-CATTAB-STATUS = '35'
032422         DISPLAY 'GC010I NO CATTAB FILE, CATEGORY PRIVILEGES NOT'
032424             ' CHECKED'
032426         GO TO 1600-EXIT.
032428     IF LD-CATTAB-STATUS NOT = '00'
032430         DISPLAY 'GC010E CATTAB OPEN FAILED, STATUS '
032432             LD-CATTAB-STATUS
032434         MOVE 'Y' TO LD-FATAL-SW
032436         GO TO 1600-EXIT.
032438     PERFORM 1610-READ-CATEGORY THRU 1610-EXIT.
032440     PERFORM 1620-TABLE-CATEGORY THRU 1620-EXIT
032442         UNTIL LD-END-OF-CATEGORIES.
032444     CLOSE CATEGORY-TABLE.
032446 1600-EXIT.
032448     EXIT.
032450 1610-READ-CATEGORY.
032452     READ CATEGORY-TABLE INTO CATEGORY-TABLE-RECORD
032454         AT END MOVE 'Y' TO LD-CAT-EOF-SW.
032456     IF LD-CATTAB-STATUS NOT = '00'
032458         MOVE 'Y' TO LD-CAT-EOF-SW.
032460 1610-EXIT.
032462     EXIT.
032464 1620-TABLE-CATEGORY.
032466     IF NOT CG-CATEGORY-ENTRY
032468             OR CG-CATEGORY-CODE = SPACES
032470         GO TO 1620-NEXT.
032472     IF CG-BOOK-BANDS NOT NUMERIC
032474         DISPLAY 'GC010W CATTAB ' CG-CATEGORY-CODE
032476             ' BANDS NOT NUMERIC, IGNORED'
032478         GO TO 1620-NEXT.
032480     IF LD-CAT-COUNT = 20
032482         DISPLAY 'GC010W CATEGORY TABLE FULL, '
032484             CG-CATEGORY-CODE ' IGNORED'
032486         GO TO 1620-NEXT.
032488     ADD 1 TO LD-CAT-COUNT.
032490     MOVE LD-CAT-COUNT TO LD-CAT-SUB.
032492     MOVE CG-CATEGORY-CODE TO LD-CT-CODE (LD-CAT-SUB).
032494     MOVE CG-BOOK-DAYS TO LD-CT-BOOK-DAYS (LD-CAT-SUB).
032496     MOVE CG-BOOK-BANDS TO LD-CT-BANDS (LD-CAT-SUB).
032498 1620-NEXT.
032500     PERFORM 1610-READ-CATEGORY THRU 1610-EXIT.
032502 1620-EXIT.
032504     EXIT.
032506******************************************************************
032508*  1700-LOAD-BLOCK-TABLE - CRSBLOCK BLOCKS FROM THE RUN DATE ON  *
032510******************************************************************
032512 1700-LOAD-BLOCK-TABLE.
032514     MOVE ZERO TO LD-BLK-COUNT.
032516     MOVE 'N' TO LD-BLK-EOF-SW.
032518     OPEN INPUT COURSE-BLOCK.
032520     IF LD-CRSBLOCK-STATUS = '35'
032522         DISPLAY 'GC010I NO CRSBLOCK FILE, NO TEE TIMES BLOCKED'
032524         GO TO 1700-EXIT.
032526     IF LD-CRSBLOCK-STATUS NOT = '00'
032528         DISPLAY 'GC010E CRSBLOCK OPEN FAILED, STATUS '
032530             LD-CRSBLOCK-STATUS
032532         MOVE 'Y' TO LD-FATAL-SW
032534         GO TO 1700-EXIT.
032536     PERFORM 1710-READ-BLOCK THRU 1710-EXIT.
032538     PERFORM 1720-TABLE-BLOCK THRU 1720-EXIT
032540         UNTIL LD-END-OF-BLOCKS.
032542     CLOSE COURSE-BLOCK.
032544 1700-EXIT.
032546     EXIT.
032548 1710-READ-BLOCK.
032550     READ COURSE-BLOCK INTO COURSE-BLOCK-RECORD
032552         AT END MOVE 'Y' TO LD-BLK-EOF-SW.
032554     IF LD-CRSBLOCK-STATUS NOT = '00'
032556         MOVE 'Y' TO LD-BLK-EOF-SW.
032558 1710-EXIT.
032560     EXIT.
032562 1720-TABLE-BLOCK.
032564     IF NOT CB-BLOCK-ENTRY
032566             OR CB-BLOCK-DATE NOT NUMERIC
032568             OR CB-FROM-TIME NOT NUMERIC
032570             OR CB-TO-TIME NOT NUMERIC
032572             OR CB-BLOCK-DATE < LD-RUN-DATE
032574         GO TO 1720-NEXT.
032576     IF LD-BLK-COUNT = 100
032578         DISPLAY 'GC010W BLOCK TABLE FULL, ' CB-BLOCK-DATE
032580             ' IGNORED'
032582         GO TO 1720-NEXT.
032584     ADD 1 TO LD-BLK-COUNT.
032586     MOVE CB-BLOCK-DETAIL TO LD-BLK-ENTRY (LD-BLK-COUNT).
032588 1720-NEXT.
032590     PERFORM 1710-READ-BLOCK THRU 1710-EXIT.
032592 1720-EXIT.
032594     EXIT.
032596******************************************************************
032598*  1800-LOAD-CART-FLEET - COUNT THE CARTFLT CARTS IN SERVICE     *
032600*                                                                *
032602*  WITHOUT A CARTFLT FILE THE FLEET IS NOT CONTROLLED AND EVERY  *
032604*  BOOKING THAT WANTS A CART GETS ONE, AS BEFORE.                *
032606******************************************************************
032608 1800-LOAD-CART-FLEET.
032610     MOVE ZERO TO LD-FLEET-SIZE.
032612     MOVE 'N' TO LD-CART-EOF-SW
032614                 LD-FLEET-SW.
032616     OPEN INPUT CART-FLEET.
032618     IF LD-CARTFLT-STATUS = '35'
032620         DISPLAY 'GC010I NO CARTFLT FILE, CARTS NOT ALLOCATED'
032622         GO TO 1800-EXIT.
032624     IF LD-CARTFLT-STATUS NOT = '00'
032626         DISPLAY 'GC010E CARTFLT OPEN FAILED, STATUS '
032628             LD-CARTFLT-STATUS
032630         MOVE 'Y' TO LD-FATAL-SW
032632         GO TO 1800-EXIT.
032634     MOVE 'Y' TO LD-FLEET-SW.
032636     PERFORM 1810-READ-CART THRU 1810-EXIT.
032638     PERFORM 1820-COUNT-CART THRU 1820-EXIT
032640         UNTIL LD-END-OF-CARTS.
032642     CLOSE CART-FLEET.
032644     DISPLAY 'GC010I CARTS IN SERVICE ' LD-FLEET-SIZE.
032646 1800-EXIT.
032648     EXIT.
032650 1810-READ-CART.
032652     READ CART-FLEET INTO CART-FLEET-RECORD
032654         AT END MOVE 'Y' TO LD-CART-EOF-SW.
032656     IF LD-CARTFLT-STATUS NOT = '00'
032658         MOVE 'Y' TO LD-CART-EOF-SW.
032660 1810-EXIT.
032662     EXIT.
032664 1820-COUNT-CART.
032666     IF CF-CART-ENTRY AND CF-IN-SERVICE
032668         ADD 1 TO LD-FLEET-SIZE.
032670     PERFORM 1810-READ-CART THRU 1810-EXIT.
032672 1820-EXIT.
032674     EXIT.
032676******************************************************************
032678*  2000-PROCESS-ARGUMENTS - FRONT DESK COMMAND-LINE PATH         *
032680******************************************************************
032800 2000-PROCESS-ARGUMENTS.
032900     DISPLAY 2 UPON ARGUMENT-NUMBER.
033000     PERFORM 2100-PROCESS-ONE-ARG THRU 2100-EXIT
043600     IF TL-GUEST-BOOKING AND TL-GUEST-NAME = SPACES
043700         MOVE 'GUEST NAME MISSING' TO LD-REJECT-REASON
043800         GO TO 3050-EXIT.
043810     IF (TL-BOOKING OR TL-GUEST-BOOKING OR TL-WAIT-CONFIRM)
043820             AND TL-CART-OPTION NOT = SPACE
043830             AND NOT TL-CART-REQUIRED
043840             AND NOT TL-CART-WALK
043850         MOVE 'CART OPTION INVALID' TO LD-REJECT-REASON
043860         GO TO 3050-EXIT.
043900     IF TL-TIME-POSTING
044000         PERFORM 3060-EDIT-TIMES THRU 3060-EXIT.
044100 3050-EXIT.
045700     PERFORM 3200-CHECK-MEMBER THRU 3200-EXIT.
045800     IF LD-REJECT-REASON NOT = SPACES
045900         GO TO 3100-EXIT.
045920     PERFORM 3250-CHECK-PRIVILEGE THRU 3250-EXIT.
045940     IF LD-REJECT-REASON NOT = SPACES
045960         GO TO 3100-EXIT.
046000     PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT.
046100     IF LD-REJECT-REASON NOT = SPACES
046200         GO TO 3100-EXIT.
046210     MOVE TL-PLAY-DATE TO LD-BLOCK-DATE.
046220     MOVE TL-TEE-TIME TO LD-BLOCK-TIME.
046230     PERFORM 3350-CHECK-BLOCK THRU 3350-EXIT.
046240     IF LD-REJECT-REASON NOT = SPACES
046250         GO TO 3100-EXIT.
046300     PERFORM 3400-FIND-OPEN-SLOT THRU 3400-EXIT.
046400     IF LD-REJECT-REASON NOT = SPACES
046500         GO TO 3100-EXIT.
046510     MOVE TL-PLAY-DATE TO LD-CART-DATE.
046520     MOVE TL-TEE-TIME TO LD-CART-TIME.
046530     MOVE LD-OPEN-SLOT TO LD-CART-SLOT.
046540     PERFORM 3460-CHECK-CART THRU 3460-EXIT.
046550     IF LD-REJECT-REASON NOT = SPACES
046560         GO TO 3100-EXIT.
046600     PERFORM 3450-WRITE-SLOT THRU 3450-EXIT.
046700 3100-EXIT.
046800     EXIT.
047500     END-READ.
047600     IF LD-REJECT-REASON = SPACES AND NOT PM-ACTIVE
047700         MOVE 'MEMBER NOT ACTIVE' TO LD-REJECT-REASON.
047720     IF LD-REJECT-REASON = SPACES AND PM-CREDIT-HELD
047740         MOVE 'MEMBER ON CREDIT HOLD' TO LD-REJECT-REASON.
047800 3200-EXIT.
047900     EXIT.
047902******************************************************************
047904*  3250-CHECK-PRIVILEGE - CATEGORY DAYS AND TEE-TIME BANDS       *
047906*                                                                *
047908*  A MEMBER WITH NO CATEGORY, OR ONE NOT ON CATTAB, IS NOT       *
047910*  RESTRICTED.  A CATEGORY WITH BOTH BANDS ZERO MAY BOOK ANY     *
047912*  TEE TIME ON ITS PERMITTED DAYS.                               *
047914******************************************************************
047916 3250-CHECK-PRIVILEGE.
047918     IF LD-CAT-COUNT = 0 OR PM-MEMBER-CATEGORY = SPACES
047920         GO TO 3250-EXIT.
047922     MOVE ZERO TO LD-CAT-FOUND.
047924     PERFORM 3260-MATCH-CATEGORY THRU 3260-EXIT
047926         VARYING LD-CAT-SUB FROM 1 BY 1
047928         UNTIL LD-CAT-SUB > LD-CAT-COUNT
047930            OR LD-CAT-FOUND > 0.
047932     IF LD-CAT-FOUND = 0
047934         GO TO 3250-EXIT.
047936     MOVE TL-PLAY-DATE TO LD-DATE-NUM.
047938     PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT.
047940     IF LD-CT-BOOK-DAY (LD-CAT-FOUND, LD-DOW) NOT = 'Y'
047942         MOVE 'CATEGORY MAY NOT BOOK THIS DAY'
047944             TO LD-REJECT-REASON
047946         GO TO 3250-EXIT.
047948     IF LD-CT-BAND-TO (LD-CAT-FOUND, 1) = ZERO
047950             AND LD-CT-BAND-TO (LD-CAT-FOUND, 2) = ZERO
047952         GO TO 3250-EXIT.
047954     MOVE 'N' TO LD-BAND-OK-SW.
047956     PERFORM 3270-MATCH-CATEGORY-BAND THRU 3270-EXIT
047958         VARYING LD-BAND-SUB FROM 1 BY 1
047960         UNTIL LD-BAND-SUB > 2 OR LD-IN-CATEGORY-BAND.
047962     IF NOT LD-IN-CATEGORY-BAND
047964         MOVE 'TEE TIME OUTSIDE CATEGORY BAND'
047966             TO LD-REJECT-REASON.
047968 3250-EXIT.
047970     EXIT.
047972 3260-MATCH-CATEGORY.
047974     IF LD-CT-CODE (LD-CAT-SUB) = PM-MEMBER-CATEGORY
047976         MOVE LD-CAT-SUB TO LD-CAT-FOUND.
047978 3260-EXIT.
047980     EXIT.
047982 3270-MATCH-CATEGORY-BAND.
047984     IF LD-CT-BAND-TO (LD-CAT-FOUND, LD-BAND-SUB) NOT = ZERO
047986             AND TL-TEE-TIME NOT <
047988                 LD-CT-BAND-FROM (LD-CAT-FOUND, LD-BAND-SUB)
047990             AND TL-TEE-TIME NOT >
047992                 LD-CT-BAND-TO (LD-CAT-FOUND, LD-BAND-SUB)
047994         MOVE 'Y' TO LD-BAND-OK-SW.
047996 3270-EXIT.
047998     EXIT.
048000 3300-CHECK-DUPLICATE.
048100     MOVE 'N' TO LD-SCAN-SW.
048200     MOVE TL-PLAY-DATE TO TS-PLAY-DATE.
050900         MOVE 'Y' TO LD-SCAN-SW.
051000 3310-EXIT.
051100     EXIT.
051102******************************************************************
051104*  3350-CHECK-BLOCK - TEE TIME TAKEN OUT OF PLAY BY A COURSE     *
051106*  BLOCK (THE CALLER SETS LD-BLOCK-DATE AND LD-BLOCK-TIME)       *
051108******************************************************************
051110 3350-CHECK-BLOCK.
051112     MOVE ZERO TO LD-BLK-FOUND.
051114     PERFORM 3360-MATCH-BLOCK THRU 3360-EXIT
051116         VARYING LD-BLK-SUB FROM 1 BY 1
051118         UNTIL LD-BLK-SUB > LD-BLK-COUNT
051120            OR LD-BLK-FOUND > 0.
051122     IF LD-BLK-FOUND > 0
051124         MOVE 'TEE TIME BLOCKED - ' TO LD-REJECT-REASON
051126         MOVE LD-BK-DESC (LD-BLK-FOUND)
051128             TO LD-REJECT-REASON (20:11).
051130 3350-EXIT.
051132     EXIT.
051134 3360-MATCH-BLOCK.
051136     IF LD-BK-DATE (LD-BLK-SUB) = LD-BLOCK-DATE
051138             AND LD-BK-FROM (LD-BLK-SUB) NOT > LD-BLOCK-TIME
051140             AND LD-BK-TO (LD-BLK-SUB) NOT < LD-BLOCK-TIME
051142         MOVE LD-BLK-SUB TO LD-BLK-FOUND.
051144 3360-EXIT.
051146     EXIT.
051200 3400-FIND-OPEN-SLOT.
051300     MOVE ZERO TO LD-OPEN-SLOT.
051400     IF TL-SLOT-NUMBER > 0
062600         PERFORM 8100-AUDIT-ACTION THRU 8100-EXIT.
062700 3440-EXIT.
062800     EXIT.
062805******************************************************************
062810*  3445-SET-CART-FLAG - STAMP THE CART OUTCOME ON THE NEW SLOT   *
062815*                                                                *
062820*  A PLAYER WITHOUT A CART PAYS NO CART FEE.  RUN AFTER THE FEES *
062825*  ARE SET SO A FLEET-FULL ZERO IS NOT TAKEN FOR AN OVERRIDE.    *
062830******************************************************************
062835 3445-SET-CART-FLAG.
062840     MOVE LD-CART-RESULT TO TS-CART-SW.
062845     IF LD-CART-GRANTED
062850         GO TO 3445-EXIT.
062855     MOVE ZERO TO TS-CART-FEE.
062860     IF LD-CART-FLEET-FULL
062865         ADD 1 TO LD-WALKED-FLEET-FULL
062870         DISPLAY 'GC010I NO CART FREE AT ' TS-PLAY-DATE ' '
062875             TS-TEE-TIME ', MEMBER ' TS-MEMBER-NUMBER
062880             ' BOOKED WALKING'.
062885 3445-EXIT.
062890     EXIT.
062900 3450-WRITE-SLOT.
063000     MOVE 'N' TO LD-PRICE-GUEST-SW.
063100     MOVE TL-PLAY-DATE TO LD-PRICE-DATE.
063900     MOVE TL-MEMBER-NUMBER TO TS-MEMBER-NUMBER.
064000     MOVE 'B' TO TS-SLOT-STATUS.
064100     PERFORM 3440-SET-SLOT-FEES THRU 3440-EXIT.
064150     PERFORM 3445-SET-CART-FLAG THRU 3445-EXIT.
064200     MOVE ZERO TO TS-ACTUAL-START-TIME
064300                  TS-TURN-TIME
064400                  TS-FINISH-TIME.
065000         MOVE 'TEE-SHEET WRITE FAILED' TO LD-REJECT-REASON.
065100 3450-EXIT.
065200     EXIT.
065201******************************************************************
065202*  3460-CHECK-CART - IS A FLEET CART FREE FOR THE WHOLE ROUND    *
065203*                                                                *
065204*  A CART IS OUT LD-CART-ROUND-MINUTES FROM ITS TEE TIME.  CARTS *
065205*  OUT ARE COUNTED AT THE NEW TEE TIME AND EACH LATER START IN   *
065206*  THE ROUND; A SLOT BOOKED BEFORE CARTFLT HOLDS ONE IF CHARGED. *
065207*  THE SCAN MOVES THE SHEET RECORD, SO CALL IT BEFORE BUILDING.  *
065208******************************************************************
065209 3460-CHECK-CART.
065210     MOVE 'Y' TO LD-CART-RESULT.
065211     IF TL-CART-WALK
065212         MOVE 'N' TO LD-CART-RESULT
065213         GO TO 3460-EXIT.
065214     IF NOT LD-FLEET-CONTROL
065215         GO TO 3460-EXIT.
065216     MOVE LD-CART-TIME TO LD-CART-HHMM.
065217     PERFORM 8300-TIME-TO-MINUTES THRU 8300-EXIT.
065218     MOVE LD-CART-MINUTES TO LD-CART-START.
065219     MOVE ZERO TO LD-CART-OUT-COUNT.
065220     MOVE 'N' TO LD-CART-SCAN-SW.
065221     MOVE LD-CART-DATE TO TS-PLAY-DATE.
065222     MOVE ZERO TO TS-TEE-TIME
065223                  TS-SLOT-NUMBER.
065224     START TEE-SHEET KEY NOT LESS THAN TS-KEY
065225         INVALID KEY MOVE 'Y' TO LD-CART-SCAN-SW
065226     END-START.
065227     PERFORM 3470-GATHER-CART THRU 3470-EXIT
065228         UNTIL LD-CART-SCAN-DONE.
065229     MOVE ZERO TO LD-CART-PEAK.
065230     MOVE LD-CART-START TO LD-CART-POINT.
065231     PERFORM 3480-COUNT-AT-POINT THRU 3480-EXIT.
065232     PERFORM 3485-TRY-POINT THRU 3485-EXIT
065233         VARYING LD-CART-SUB1 FROM 1 BY 1
065234         UNTIL LD-CART-SUB1 > LD-CART-OUT-COUNT.
065235     IF LD-CART-PEAK < LD-FLEET-SIZE
065236         GO TO 3460-EXIT.
065237     IF TL-CART-REQUIRED
065238         MOVE 'CART REQUIRED, NONE AVAILABLE' TO LD-REJECT-REASON
065239     ELSE
065240         MOVE 'F' TO LD-CART-RESULT.
065241 3460-EXIT.
065242     EXIT.
065243 3470-GATHER-CART.
065244     READ TEE-SHEET NEXT
065245         AT END
065246             MOVE 'Y' TO LD-CART-SCAN-SW
065247             GO TO 3470-EXIT
065248     END-READ.
065249     IF LD-SHEET-STATUS NOT = '00'
065250             OR TS-PLAY-DATE NOT = LD-CART-DATE
065251         MOVE 'Y' TO LD-CART-SCAN-SW
065252         GO TO 3470-EXIT.
065253     IF TS-TEE-TIME = LD-CART-TIME
065254             AND TS-SLOT-NUMBER = LD-CART-SLOT
065255         GO TO 3470-EXIT.
065256     IF NOT TS-BOOKED AND NOT TS-PLAYED AND NOT TS-OFFER-HELD
065257         GO TO 3470-EXIT.
065258     IF TS-CART-SW = SPACE AND TS-CART-FEE > ZERO
065259         MOVE 'Y' TO TS-CART-SW.
065260     IF NOT TS-CART-ALLOCATED
065261         GO TO 3470-EXIT.
065262     MOVE TS-TEE-TIME TO LD-CART-HHMM.
065263     PERFORM 8300-TIME-TO-MINUTES THRU 8300-EXIT.
065264     IF LD-CART-MINUTES NOT >
065265             LD-CART-START - LD-CART-ROUND-MINUTES
065266             OR LD-CART-MINUTES NOT <
065267             LD-CART-START + LD-CART-ROUND-MINUTES
065268         GO TO 3470-EXIT.
065269     IF LD-CART-OUT-COUNT = 400
065270         DISPLAY 'GC010W CART TABLE FULL FOR ' LD-CART-DATE
065271         GO TO 3470-EXIT.
065272     ADD 1 TO LD-CART-OUT-COUNT.
065273     MOVE LD-CART-MINUTES
065274         TO LD-CART-OUT-START (LD-CART-OUT-COUNT).
065275 3470-EXIT.
065276     EXIT.
065277 3480-COUNT-AT-POINT.
065278     MOVE ZERO TO LD-CART-IN-USE.
065279     PERFORM 3490-COUNT-ONE-CART THRU 3490-EXIT
065280         VARYING LD-CART-SUB2 FROM 1 BY 1
065281         UNTIL LD-CART-SUB2 > LD-CART-OUT-COUNT.
065282     IF LD-CART-IN-USE > LD-CART-PEAK
065283         MOVE LD-CART-IN-USE TO LD-CART-PEAK.
065284 3480-EXIT.
065285     EXIT.
065286 3485-TRY-POINT.
065287     IF LD-CART-OUT-START (LD-CART-SUB1) NOT > LD-CART-START
065288         GO TO 3485-EXIT.
065289     MOVE LD-CART-OUT-START (LD-CART-SUB1) TO LD-CART-POINT.
065290     PERFORM 3480-COUNT-AT-POINT THRU 3480-EXIT.
065291 3485-EXIT.
065292     EXIT.
065293 3490-COUNT-ONE-CART.
065294     IF LD-CART-OUT-START (LD-CART-SUB2) NOT > LD-CART-POINT
065295             AND LD-CART-OUT-START (LD-CART-SUB2) >
065296             LD-CART-POINT - LD-CART-ROUND-MINUTES
065297         ADD 1 TO LD-CART-IN-USE.
065298 3490-EXIT.
065299     EXIT.
065300******************************************************************
065400*  3500-CANCEL-SLOT - MARK A BOOKED SLOT CANCELLED               *
065500******************************************************************
068400     PERFORM 3200-CHECK-MEMBER THRU 3200-EXIT.
068500     IF LD-REJECT-REASON NOT = SPACES
068600         GO TO 3600-EXIT.
068620     PERFORM 3250-CHECK-PRIVILEGE THRU 3250-EXIT.
068640     IF LD-REJECT-REASON NOT = SPACES
068660         GO TO 3600-EXIT.
068665     MOVE TL-PLAY-DATE TO LD-BLOCK-DATE.
068670     MOVE TL-TEE-TIME TO LD-BLOCK-TIME.
068675     PERFORM 3350-CHECK-BLOCK THRU 3350-EXIT.
068680     IF LD-REJECT-REASON NOT = SPACES
068685         GO TO 3600-EXIT.
068700     DIVIDE TL-PLAY-DATE BY 10000 GIVING LD-WORK-YEAR.
068800     IF PM-GUEST-YTD-YEAR = LD-WORK-YEAR
068900             AND PM-GUEST-ROUNDS-YTD NOT < LD-GUEST-CAP
069200     PERFORM 3400-FIND-OPEN-SLOT THRU 3400-EXIT.
069300     IF LD-REJECT-REASON NOT = SPACES
069400         GO TO 3600-EXIT.
069410     MOVE TL-PLAY-DATE TO LD-CART-DATE.
069420     MOVE TL-TEE-TIME TO LD-CART-TIME.
069430     MOVE LD-OPEN-SLOT TO LD-CART-SLOT.
069440     PERFORM 3460-CHECK-CART THRU 3460-EXIT.
069450     IF LD-REJECT-REASON NOT = SPACES
069460         GO TO 3600-EXIT.
069500     PERFORM 3650-WRITE-GUEST-SLOT THRU 3650-EXIT.
069600     IF LD-REJECT-REASON = SPACES
069700         PERFORM 3700-POST-GUEST-COUNT THRU 3700-EXIT.
071100     MOVE TL-GUEST-NAME TO TS-GUEST-NAME.
071200     MOVE 'B' TO TS-SLOT-STATUS.
071300     PERFORM 3440-SET-SLOT-FEES THRU 3440-EXIT.
071350     PERFORM 3445-SET-CART-FLAG THRU 3445-EXIT.
071400     MOVE ZERO TO TS-ACTUAL-START-TIME
071500                  TS-TURN-TIME
071600                  TS-FINISH-TIME.
078200*  THE MEMBER AND PLAY DATE IDENTIFY THE OFFERED GCWAITLS       *
078300*  ENTRY.  AN OFFER PAST ITS EXPIRY IS REFUSED HERE AND LEFT    *
078400*  FOR THE GC335 SWEEP TO EXPIRE AND PASS ON.                   *
078420*  THE MEMBER'S CATEGORY DAYS AND TEE-TIME BANDS ARE CHECKED     *
078440*  AGAINST THE OFFERED TEE TIME, WHICH MAY DIFFER FROM THE ONE   *
078460*  WAITLISTED.                                                   *
078500******************************************************************
078600 3900-CONFIRM-OFFER.
078620     PERFORM 3200-CHECK-MEMBER THRU 3200-EXIT.
078640     IF LD-REJECT-REASON NOT = SPACES
078660         GO TO 3900-EXIT.
078700     MOVE 'N' TO LD-WAIT-EOF-SW
078800                 LD-OFFER-SW.
078900     OPEN I-O WAIT-LIST.
080600             AND LD-WORK-HHMM > WL-EXPIRY-TIME)
080700         MOVE 'OFFER EXPIRED' TO LD-REJECT-REASON
080800         GO TO 3900-DONE.
080802     MOVE WL-OFFER-TEE-TIME TO TL-TEE-TIME.
080804     PERFORM 3250-CHECK-PRIVILEGE THRU 3250-EXIT.
080806     IF LD-REJECT-REASON NOT = SPACES
080808         GO TO 3900-DONE.
080810     MOVE WL-PLAY-DATE TO LD-BLOCK-DATE.
080820     MOVE WL-OFFER-TEE-TIME TO LD-BLOCK-TIME.
080830     PERFORM 3350-CHECK-BLOCK THRU 3350-EXIT.
080840     IF LD-REJECT-REASON NOT = SPACES
080850         GO TO 3900-DONE.
080900     PERFORM 3930-BOOK-OFFERED-SLOT THRU 3930-EXIT.
081000     IF LD-REJECT-REASON NOT = SPACES
081100         GO TO 3900-DONE.
087100     END-READ.
087200     IF LD-REJECT-REASON NOT = SPACES
087300         GO TO 3930-EXIT.
087310     MOVE WL-PLAY-DATE TO LD-CART-DATE.
087320     MOVE WL-OFFER-TEE-TIME TO LD-CART-TIME.
087330     MOVE WL-OFFER-SLOT TO LD-CART-SLOT.
087340     PERFORM 3460-CHECK-CART THRU 3460-EXIT.
087350     IF LD-REJECT-REASON NOT = SPACES
087360         GO TO 3930-EXIT.
087400     MOVE 'N' TO LD-PRICE-GUEST-SW.
087500     MOVE WL-PLAY-DATE TO LD-PRICE-DATE.
087600     MOVE WL-OFFER-TEE-TIME TO LD-PRICE-TIME.
088400     MOVE 'B' TO TS-SLOT-STATUS.
088500     MOVE LD-PRICED-GREEN TO TS-GREEN-FEE.
088600     MOVE LD-PRICED-CART TO TS-CART-FEE.
088650     PERFORM 3445-SET-CART-FLAG THRU 3445-EXIT.
088700     MOVE ZERO TO TS-ACTUAL-START-TIME
088800                  TS-TURN-TIME
088900                  TS-FINISH-TIME.
098900     COMPUTE LD-DOW = LD-WORK-REM + 1.
099000 8200-EXIT.
099100     EXIT.
099110******************************************************************
099120*  8300-TIME-TO-MINUTES - LD-CART-HHMM AS MINUTES PAST MIDNIGHT  *
099130******************************************************************
099140 8300-TIME-TO-MINUTES.
099150     DIVIDE LD-CART-HHMM BY 100
099160         GIVING LD-CART-HH REMAINDER LD-CART-MM.
099170     COMPUTE LD-CART-MINUTES = LD-CART-HH * 60 + LD-CART-MM.
099180 8300-EXIT.
099190     EXIT.
099200******************************************************************
099300*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
099400******************************************************************
100100     DISPLAY 'GC010I TRANSACTIONS REJECTED ' LD-TRANS-REJECTED.
100200     DISPLAY 'GC010I ADDED TO WAITLIST     ' LD-WAITLISTED.
100300     DISPLAY 'GC010I OFFERS CONFIRMED      ' LD-CONFIRMED.
100350     DISPLAY 'GC010I WALKED, FLEET FULL    ' LD-WALKED-FLEET-FULL.
100400 9000-EXIT.
100500     EXIT.
