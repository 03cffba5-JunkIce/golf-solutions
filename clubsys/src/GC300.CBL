001900*  'C' CANCELS THE MEMBER'S BOOKING AT THE DATE AND TIME AND     *
002000*  PROMPTS THE SAME GC330 FILL RUN A FRONT-DESK CANCEL DOES,     *
002100*  'W' JOINS THE WAITLIST FOR THE DATE WITH SOURCE 'O'.          *
002120*  A MEMBER ON CREDIT HOLD MAY STILL CANCEL BUT NOT BOOK OR JOIN *
002140*  THE WAITLIST.                                                 *
002160*  A TEE TIME INSIDE A CRSBLOCK COURSE BLOCK CANNOT BE BOOKED OR *
002180*  WAITLISTED.                                                   *
002182*  EVERY BOOKING IS ALLOCATED A CART FROM THE CARTFLT FLEET FOR  *
002184*  THE LENGTH OF THE ROUND.  WHEN THE FLEET IS OUT THE MEMBER IS *
002186*  BOOKED WALKING WITH NO CART FEE, OR REJECTED WITH REASON CODE *
002188*  11 IF THE REQUEST SAYS A CART IS REQUIRED.  THE RESPONSE      *
002190*  CARRIES THE CART FLAG.                                        *
002200*                                                                *
002300*  ARGUMENT 1 IS THE RUN DATE.                                   *
002400*                                                                *
003600*                   RATETAB RATE BANDS INSTEAD OF GOING ON AT    *
003700*                   ZERO (MEMBER RATES - ONLINE BOOKINGS ARE     *
003800*                   MEMBER ROUNDS)                               *
003820*  2026-09-23  RJM  BOOKINGS AND WAITLIST JOINS OUTSIDE THE     *
003840*                   MEMBER'S CATTAB CATEGORY DAYS AND TEE-TIME   *
003860*                   BANDS ARE REJECTED WITH REASON CODE 08       *
003870*  2026-10-02  RJM  BOOKINGS AND WAITLIST JOINS FOR A MEMBER ON  *
003880*                   CREDIT HOLD ARE REJECTED WITH REASON CODE 09 *
003885*  2026-10-12  RJM  BOOKINGS AND WAITLIST JOINS FOR A TEE TIME   *
003890*                   INSIDE A CRSBLOCK COURSE BLOCK ARE REJECTED  *
003895*                   WITH REASON CODE 10                          *
003896*  2026-10-13  RJM  CARTS ALLOCATED AGAINST THE CARTFLT FLEET;   *
003897*                   A FULL FLEET BOOKS THE MEMBER WALKING, OR    *
003898*                   REJECTS A CART-REQUIRED REQUEST WITH REASON  *
003899*                   CODE 11                                      *
003910*  2026-10-15  RJM  FILES CLOSED BEFORE THE RUN ENDS ON A TABLE  *
003920*                   OPEN FAILURE                                 *
003950******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SPECIAL-NAMES.
005500     SELECT RATE-TABLE ASSIGN TO "RATETAB"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS OB-RATETAB-STATUS.
005720     SELECT CATEGORY-TABLE ASSIGN TO "CATTAB"
005740         ORGANIZATION IS LINE SEQUENTIAL
005760         FILE STATUS IS OB-CATTAB-STATUS.
005770     SELECT COURSE-BLOCK ASSIGN TO "CRSBLOCK"
005780         ORGANIZATION IS LINE SEQUENTIAL
005790         FILE STATUS IS OB-CRSBLOCK-STATUS.
005792     SELECT CART-FLEET ASSIGN TO "CARTFLT"
005794         ORGANIZATION IS LINE SEQUENTIAL
005796         FILE STATUS IS OB-CARTFLT-STATUS.
005800     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
007500 COPY GCBOOKRS.
007600 FD  RATE-TABLE.
007700 01  RATE-TABLE-REC              PIC X(80).
007720 FD  CATEGORY-TABLE.
007740 01  CATEGORY-TABLE-REC          PIC X(80).
007760 FD  COURSE-BLOCK.
007780 01  COURSE-BLOCK-REC            PIC X(80).
007785 FD  CART-FLEET.
007790 01  CART-FLEET-REC              PIC X(80).
007800 FD  PLAYER-MASTER.
007900 COPY GCPLAYER.
008000 FD  TEE-SHEET.
011900 77  OB-ZELLER-T4                PIC S9(04)  COMP.
012000 77  OB-WORK-QUOT                PIC S9(04)  COMP.
012100 77  OB-WORK-REM                 PIC S9(04)  COMP.
012102 77  OB-CATTAB-STATUS            PIC X(02).
012104 77  OB-CAT-EOF-SW               PIC X(01)   VALUE 'N'.
012106     88  OB-END-OF-CATEGORIES                VALUE 'Y'.
012108 77  OB-CAT-SUB                  PIC S9(04)  COMP.
012110 77  OB-CAT-FOUND                PIC S9(04)  COMP.
012112 77  OB-BAND-SUB                 PIC S9(04)  COMP.
012114 77  OB-BAND-OK-SW               PIC X(01)   VALUE 'N'.
012116     88  OB-IN-CATEGORY-BAND                 VALUE 'Y'.
012118 77  OB-CRSBLOCK-STATUS          PIC X(02).
012120 77  OB-BLK-EOF-SW               PIC X(01)   VALUE 'N'.
012122     88  OB-END-OF-BLOCKS                    VALUE 'Y'.
012124 77  OB-BLK-SUB                  PIC S9(04)  COMP.
012126 77  OB-BLK-FOUND                PIC S9(04)  COMP.
012128 77  OB-CARTFLT-STATUS           PIC X(02).
012130 77  OB-CART-EOF-SW              PIC X(01)   VALUE 'N'.
012132     88  OB-END-OF-CARTS                     VALUE 'Y'.
012134 77  OB-FLEET-SW                 PIC X(01)   VALUE 'N'.
012136     88  OB-FLEET-CONTROL                    VALUE 'Y'.
012138 77  OB-FLEET-SIZE               PIC 9(03)   COMP.
012140 77  OB-CART-ROUND-MINUTES       PIC S9(05)  COMP VALUE 270.
012142 77  OB-CART-RESULT              PIC X(01)   VALUE 'Y'.
012144     88  OB-CART-GRANTED                     VALUE 'Y'.
012146     88  OB-CART-FLEET-FULL                  VALUE 'F'.
012148 77  OB-RESP-CART                PIC X(01).
012150 77  OB-CART-SCAN-SW             PIC X(01)   VALUE 'N'.
012152     88  OB-CART-SCAN-DONE                   VALUE 'Y'.
012154 77  OB-CART-HHMM                PIC 9(04).
012156 77  OB-CART-HH                  PIC S9(04)  COMP.
012158 77  OB-CART-MM                  PIC S9(04)  COMP.
012160 77  OB-CART-MINUTES             PIC S9(05)  COMP.
012162 77  OB-CART-START               PIC S9(05)  COMP.
012164 77  OB-CART-POINT               PIC S9(05)  COMP.
012166 77  OB-CART-IN-USE              PIC 9(03)   COMP.
012168 77  OB-CART-PEAK                PIC 9(03)   COMP.
012170 77  OB-CART-SUB1                PIC S9(04)  COMP.
012172 77  OB-CART-SUB2                PIC S9(04)  COMP.
012174 77  OB-WALKED-FLEET-FULL        PIC 9(05)   COMP.
012200 01  OB-DATE-PARTS.
012300     05  OB-DP-YEAR              PIC 9(04).
012400     05  OB-DP-MONTH             PIC 9(02).
013600         10  OB-RT-GUEST-GREEN   PIC S9(05)V99   COMP-3.
013700         10  OB-RT-GUEST-CART    PIC S9(05)V99   COMP-3.
013800 COPY GCRATETB.
013818 01  OB-CATEGORY-TABLE.
013820     05  OB-CAT-COUNT            PIC 9(02)   COMP.
013822     05  OB-CAT-ENTRY            OCCURS 20 TIMES.
013824         10  OB-CT-CODE          PIC X(02).
013826         10  OB-CT-BOOK-DAYS.
013828             15  OB-CT-BOOK-DAY  PIC X(01)   OCCURS 7 TIMES.
013830         10  OB-CT-BANDS.
013832             15  OB-CT-BAND      OCCURS 2 TIMES.
013834                 20  OB-CT-BAND-FROM
013836                                 PIC 9(04).
013838                 20  OB-CT-BAND-TO
013840                                 PIC 9(04).
013842 COPY GCCATTAB.
013900 01  OB-ARG-AREA.
014000     05  OB-ARG-DATE             PIC 9(08).
014100     05  FILLER                  PIC X(72).
014130 01  OB-BLOCK-TABLE.
014135     05  OB-BLK-COUNT            PIC 9(03)   COMP.
014140     05  OB-BLK-ENTRY            OCCURS 100 TIMES.
014145         10  OB-BK-DATE          PIC 9(08).
014150         10  OB-BK-FROM          PIC 9(04).
014155         10  OB-BK-TO            PIC 9(04).
014160         10  OB-BK-TYPE          PIC X(01).
014165         10  OB-BK-DESC          PIC X(30).
014170 COPY GCCRSBLK.
014200 COPY GCBOOKRQ.
014250 01  OB-CART-TABLE.
014252     05  OB-CART-OUT-COUNT       PIC 9(03)   COMP.
014254     05  OB-CART-OUT-START       PIC S9(05)  COMP
014256                                 OCCURS 400 TIMES.
014258 COPY GCCARTFL.
014300 PROCEDURE DIVISION.
014400******************************************************************
014500*  0000-MAINLINE - CONTROL THE INTAKE RUN                        *
015400******************************************************************
015500 1000-INITIALIZE.
015600     MOVE ZERO TO OB-WAITLISTED.
015650     MOVE ZERO TO OB-WALKED-FLEET-FULL.
015700     MOVE ZERO TO OB-REQUESTS-READ
015800                  OB-REQUESTS-ACCEPTED
015900                  OB-REQUESTS-REJECTED.
018800         MOVE 16 TO RETURN-CODE
018900         GOBACK.
019000     PERFORM 1500-LOAD-RATE-TABLE THRU 1500-EXIT.
019050     PERFORM 1600-LOAD-CATEGORY-TABLE THRU 1600-EXIT.
019070     PERFORM 1700-LOAD-BLOCK-TABLE THRU 1700-EXIT.
019080     PERFORM 1800-LOAD-CART-FLEET THRU 1800-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300******************************************************************
020400         DISPLAY 'GC300E RATETAB OPEN FAILED, STATUS '
020500             OB-RATETAB-STATUS
020600             UPON OPERATOR-CONSOLE
020620         CLOSE PLAYER-MASTER
020640               TEE-SHEET
020660               BOOK-REQUEST
020680               BOOK-RESPONSE
020700         MOVE 16 TO RETURN-CODE
020800         GOBACK.
020900     PERFORM 1510-READ-RATE THRU 1510-EXIT.
025000     PERFORM 1510-READ-RATE THRU 1510-EXIT.
025100 1520-EXIT.
025200     EXIT.
025202******************************************************************
025204*  1600-LOAD-CATEGORY-TABLE - CATTAB PRIVILEGES INTO STORE       *
025206*                                                                *
025208*  WITHOUT A CATTAB FILE NO CATEGORY IS RESTRICTED.              *
025210******************************************************************
025212 1600-LOAD-CATEGORY-TABLE.
025214     MOVE ZERO TO OB-CAT-COUNT.
025216     MOVE 'N' TO OB-CAT-EOF-SW.
025218     OPEN INPUT CATEGORY-TABLE.
025220     IF OB-CATTAB-STATUS = '35'
025222         DISPLAY 'GC300I NO CATTAB FILE, CATEGORY PRIVILEGES NOT'
025224             ' CHECKED'
025226         GO TO 1600-EXIT.
025228     IF OB-CATTAB-STATUS NOT = '00'
025230         DISPLAY 'GC300E CATTAB OPEN FAILED, STATUS '
025232             OB-CATTAB-STATUS
025234             UPON OPERATOR-CONSOLE
025236         CLOSE PLAYER-MASTER
025238               TEE-SHEET
025240               BOOK-REQUEST
025242               BOOK-RESPONSE
025244         MOVE 16 TO RETURN-CODE
025246         GOBACK.
025248     PERFORM 1610-READ-CATEGORY THRU 1610-EXIT.
025250     PERFORM 1620-TABLE-CATEGORY THRU 1620-EXIT
025252         UNTIL OB-END-OF-CATEGORIES.
025254     CLOSE CATEGORY-TABLE.
025256 1600-EXIT.
025258     EXIT.
025260 1610-READ-CATEGORY.
025262     READ CATEGORY-TABLE INTO CATEGORY-TABLE-RECORD
025264         AT END MOVE 'Y' TO OB-CAT-EOF-SW.
025266     IF OB-CATTAB-STATUS NOT = '00'
025268         MOVE 'Y' TO OB-CAT-EOF-SW.
025270 1610-EXIT.
025272     EXIT.
025274 1620-TABLE-CATEGORY.
025276     IF NOT CG-CATEGORY-ENTRY
025278             OR CG-CATEGORY-CODE = SPACES
025280         GO TO 1620-NEXT.
025282     IF CG-BOOK-BANDS NOT NUMERIC
025284         DISPLAY 'GC300W CATTAB ' CG-CATEGORY-CODE
025286             ' BANDS NOT NUMERIC, IGNORED'
025288         GO TO 1620-NEXT.
025290     IF OB-CAT-COUNT = 20
025292         DISPLAY 'GC300W CATEGORY TABLE FULL, '
025294             CG-CATEGORY-CODE ' IGNORED'
025296         GO TO 1620-NEXT.
025298     ADD 1 TO OB-CAT-COUNT.
025300     MOVE OB-CAT-COUNT TO OB-CAT-SUB.
025302     MOVE CG-CATEGORY-CODE TO OB-CT-CODE (OB-CAT-SUB).
025304     MOVE CG-BOOK-DAYS TO OB-CT-BOOK-DAYS (OB-CAT-SUB).
025306     MOVE CG-BOOK-BANDS TO OB-CT-BANDS (OB-CAT-SUB).
025308 1620-NEXT.
025310     PERFORM 1610-READ-CATEGORY THRU 1610-EXIT.
025312 1620-EXIT.
025314     EXIT.
025316******************************************************************
025318*  1700-LOAD-BLOCK-TABLE - CRSBLOCK BLOCKS FROM THE RUN DATE ON  *
025320******************************************************************
025322 1700-LOAD-BLOCK-TABLE.
025324     MOVE ZERO TO OB-BLK-COUNT.
025326     MOVE 'N' TO OB-BLK-EOF-SW.
025328     OPEN INPUT COURSE-BLOCK.
025330     IF OB-CRSBLOCK-STATUS = '35'
025332         DISPLAY 'GC300I NO CRSBLOCK FILE, NO TEE TIMES BLOCKED'
025334         GO TO 1700-EXIT.
025336     IF OB-CRSBLOCK-STATUS NOT = '00'
025338         DISPLAY 'GC300E CRSBLOCK OPEN FAILED, STATUS '
025340             OB-CRSBLOCK-STATUS
025342             UPON OPERATOR-CONSOLE
025344         CLOSE PLAYER-MASTER
025346               TEE-SHEET
025348               BOOK-REQUEST
025350               BOOK-RESPONSE
025352         MOVE 16 TO RETURN-CODE
025354         GOBACK.
025356     PERFORM 1710-READ-BLOCK THRU 1710-EXIT.
025358     PERFORM 1720-TABLE-BLOCK THRU 1720-EXIT
025360         UNTIL OB-END-OF-BLOCKS.
025362     CLOSE COURSE-BLOCK.
025364 1700-EXIT.
025366     EXIT.
025368 1710-READ-BLOCK.
025370     READ COURSE-BLOCK INTO COURSE-BLOCK-RECORD
025372         AT END MOVE 'Y' TO OB-BLK-EOF-SW.
025374     IF OB-CRSBLOCK-STATUS NOT = '00'
025376         MOVE 'Y' TO OB-BLK-EOF-SW.
025378 1710-EXIT.
025380     EXIT.
025382 1720-TABLE-BLOCK.
025384     IF NOT CB-BLOCK-ENTRY
025386             OR CB-BLOCK-DATE NOT NUMERIC
025388             OR CB-FROM-TIME NOT NUMERIC
025390             OR CB-TO-TIME NOT NUMERIC
025392             OR CB-BLOCK-DATE < OB-RUN-DATE
025394         GO TO 1720-NEXT.
025396     IF OB-BLK-COUNT = 100
025398         DISPLAY 'GC300W BLOCK TABLE FULL, ' CB-BLOCK-DATE
025400             ' IGNORED'
025402         GO TO 1720-NEXT.
025404     ADD 1 TO OB-BLK-COUNT.
025406     MOVE CB-BLOCK-DETAIL TO OB-BLK-ENTRY (OB-BLK-COUNT).
025408 1720-NEXT.
025410     PERFORM 1710-READ-BLOCK THRU 1710-EXIT.
025412 1720-EXIT.
025414     EXIT.
025416******************************************************************
025418*  1800-LOAD-CART-FLEET - COUNT THE CARTFLT CARTS IN SERVICE     *
025420*                                                                *
025422*  WITHOUT A CARTFLT FILE THE FLEET IS NOT CONTROLLED AND EVERY  *
025424*  BOOKING THAT WANTS A CART GETS ONE, AS BEFORE.                *
025426******************************************************************
025428 1800-LOAD-CART-FLEET.
025430     MOVE ZERO TO OB-FLEET-SIZE.
025432     MOVE 'N' TO OB-CART-EOF-SW
025434                 OB-FLEET-SW.
025436     OPEN INPUT CART-FLEET.
025438     IF OB-CARTFLT-STATUS = '35'
025440         DISPLAY 'GC300I NO CARTFLT FILE, CARTS NOT ALLOCATED'
025442         GO TO 1800-EXIT.
025444     IF OB-CARTFLT-STATUS NOT = '00'
025446         DISPLAY 'GC300E CARTFLT OPEN FAILED, STATUS '
025448             OB-CARTFLT-STATUS
025450             UPON OPERATOR-CONSOLE
025452         CLOSE PLAYER-MASTER
025454               TEE-SHEET
025456               BOOK-REQUEST
025458               BOOK-RESPONSE
025460         MOVE 16 TO RETURN-CODE
025462         GOBACK.
025464     MOVE 'Y' TO OB-FLEET-SW.
025466     PERFORM 1810-READ-CART THRU 1810-EXIT.
025468     PERFORM 1820-COUNT-CART THRU 1820-EXIT
025470         UNTIL OB-END-OF-CARTS.
025472     CLOSE CART-FLEET.
025474     DISPLAY 'GC300I CARTS IN SERVICE   ' OB-FLEET-SIZE.
025476 1800-EXIT.
025478     EXIT.
025480 1810-READ-CART.
025482     READ CART-FLEET INTO CART-FLEET-RECORD
025484         AT END MOVE 'Y' TO OB-CART-EOF-SW.
025486     IF OB-CARTFLT-STATUS NOT = '00'
025488         MOVE 'Y' TO OB-CART-EOF-SW.
025490 1810-EXIT.
025492     EXIT.
025494 1820-COUNT-CART.
025496     IF CF-CART-ENTRY AND CF-IN-SERVICE
025498         ADD 1 TO OB-FLEET-SIZE.
025500     PERFORM 1810-READ-CART THRU 1810-EXIT.
025502 1820-EXIT.
025504     EXIT.
025506******************************************************************
025508*  2000-PROCESS-REQUESTS - ONE ANSWER PER REQUEST                *
025510******************************************************************
025600 2000-PROCESS-REQUESTS.
025700     IF OB-END-OF-REQUESTS
025800         GO TO 2000-EXIT.
027800     ADD 1 TO OB-REQUESTS-READ.
027900     MOVE '00' TO OB-REASON.
028000     MOVE ZERO TO OB-OPEN-SLOT.
028050     MOVE SPACE TO OB-RESP-CART.
028100     PERFORM 3100-EDIT-REQUEST THRU 3100-EXIT.
028200     IF OB-REASON = '00'
028300         PERFORM 3200-CHECK-MEMBER THRU 3200-EXIT.
029800 3000-EXIT.
029900     EXIT.
030000 3150-BOOK-PATH.
030020     PERFORM 3280-CHECK-CREDIT-HOLD THRU 3280-EXIT.
030040     IF OB-REASON = '00'
030060         PERFORM 3250-CHECK-PRIVILEGE THRU 3250-EXIT.
030070     IF OB-REASON = '00'
030080         PERFORM 3350-CHECK-BLOCK THRU 3350-EXIT.
030100     IF OB-REASON = '00'
030150         PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT.
030200     IF OB-REASON = '00'
030300         PERFORM 3400-FIND-OPEN-SLOT THRU 3400-EXIT.
030320     IF OB-REASON = '00'
030340         PERFORM 3460-CHECK-CART THRU 3460-EXIT.
030400     IF OB-REASON = '00'
030500         PERFORM 3500-BOOK-REQUEST THRU 3500-EXIT.
030600 3150-EXIT.
031000             OR BR-PLAY-DATE NOT NUMERIC
031100             OR BR-TEE-TIME NOT NUMERIC
031200             OR BR-TEE-TIME > 2359
031220             OR (BR-CART-OPTION NOT = SPACE
031240             AND NOT BR-CART-REQUIRED
031260             AND NOT BR-CART-WALK)
031300         MOVE '05' TO OB-REASON.
031400 3100-EXIT.
031500     EXIT.
032300         MOVE '02' TO OB-REASON.
032400 3200-EXIT.
032500     EXIT.
032501******************************************************************
032502*  3250-CHECK-PRIVILEGE - CATEGORY DAYS AND TEE-TIME BANDS       *
032503*                                                                *
032504*  A MEMBER WITH NO CATEGORY, OR ONE NOT ON CATTAB, IS NOT       *
032505*  RESTRICTED.  A CATEGORY WITH BOTH BANDS ZERO MAY BOOK ANY     *
032506*  TEE TIME ON ITS PERMITTED DAYS.                               *
032507******************************************************************
032508 3250-CHECK-PRIVILEGE.
032509     IF OB-CAT-COUNT = 0 OR PM-MEMBER-CATEGORY = SPACES
032510         GO TO 3250-EXIT.
032511     MOVE ZERO TO OB-CAT-FOUND.
032512     PERFORM 3260-MATCH-CATEGORY THRU 3260-EXIT
032513         VARYING OB-CAT-SUB FROM 1 BY 1
032514         UNTIL OB-CAT-SUB > OB-CAT-COUNT
032515            OR OB-CAT-FOUND > 0.
032516     IF OB-CAT-FOUND = 0
032517         GO TO 3250-EXIT.
032518     MOVE BR-PLAY-DATE TO OB-DATE-NUM.
032519     PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT.
032520     IF OB-CT-BOOK-DAY (OB-CAT-FOUND, OB-DOW) NOT = 'Y'
032521         MOVE '08' TO OB-REASON
032522         GO TO 3250-EXIT.
032523     IF OB-CT-BAND-TO (OB-CAT-FOUND, 1) = ZERO
032524             AND OB-CT-BAND-TO (OB-CAT-FOUND, 2) = ZERO
032525         GO TO 3250-EXIT.
032526     MOVE 'N' TO OB-BAND-OK-SW.
032527     PERFORM 3270-MATCH-CATEGORY-BAND THRU 3270-EXIT
032528         VARYING OB-BAND-SUB FROM 1 BY 1
032529         UNTIL OB-BAND-SUB > 2 OR OB-IN-CATEGORY-BAND.
032530     IF NOT OB-IN-CATEGORY-BAND
032531         MOVE '08' TO OB-REASON.
032532 3250-EXIT.
032533     EXIT.
032534 3260-MATCH-CATEGORY.
032535     IF OB-CT-CODE (OB-CAT-SUB) = PM-MEMBER-CATEGORY
032536         MOVE OB-CAT-SUB TO OB-CAT-FOUND.
032537 3260-EXIT.
032538     EXIT.
032539 3270-MATCH-CATEGORY-BAND.
032540     IF OB-CT-BAND-TO (OB-CAT-FOUND, OB-BAND-SUB) NOT = ZERO
032541             AND BR-TEE-TIME NOT <
032542                 OB-CT-BAND-FROM (OB-CAT-FOUND, OB-BAND-SUB)
032543             AND BR-TEE-TIME NOT >
032544                 OB-CT-BAND-TO (OB-CAT-FOUND, OB-BAND-SUB)
032545         MOVE 'Y' TO OB-BAND-OK-SW.
032546 3270-EXIT.
032547     EXIT.
032548******************************************************************
032549*  3280-CHECK-CREDIT-HOLD - NO BOOKING FOR A MEMBER ON HOLD      *
032550******************************************************************
032551 3280-CHECK-CREDIT-HOLD.
032552     IF PM-CREDIT-HELD
032553         MOVE '09' TO OB-REASON.
032554 3280-EXIT.
032555     EXIT.
032600 3300-CHECK-DUPLICATE.
032700     MOVE 'N' TO OB-SCAN-SW.
032800     MOVE BR-PLAY-DATE TO TS-PLAY-DATE.
035400         MOVE 'Y' TO OB-SCAN-SW.
035500 3310-EXIT.
035600     EXIT.
035602******************************************************************
035604*  3350-CHECK-BLOCK - TEE TIME TAKEN OUT OF PLAY BY A COURSE     *
035606*  BLOCK                                                         *
035608******************************************************************
035610 3350-CHECK-BLOCK.
035612     MOVE ZERO TO OB-BLK-FOUND.
035614     PERFORM 3360-MATCH-BLOCK THRU 3360-EXIT
035616         VARYING OB-BLK-SUB FROM 1 BY 1
035618         UNTIL OB-BLK-SUB > OB-BLK-COUNT
035620            OR OB-BLK-FOUND > 0.
035622     IF OB-BLK-FOUND > 0
035624         MOVE '10' TO OB-REASON.
035626 3350-EXIT.
035628     EXIT.
035630 3360-MATCH-BLOCK.
035632     IF OB-BK-DATE (OB-BLK-SUB) = BR-PLAY-DATE
035634             AND OB-BK-FROM (OB-BLK-SUB) NOT > BR-TEE-TIME
035636             AND OB-BK-TO (OB-BLK-SUB) NOT < BR-TEE-TIME
035638         MOVE OB-BLK-SUB TO OB-BLK-FOUND.
035640 3360-EXIT.
035642     EXIT.
035700 3400-FIND-OPEN-SLOT.
035800     MOVE ZERO TO OB-OPEN-SLOT.
035900     PERFORM 3410-TRY-SLOT THRU 3410-EXIT
041800         TO OB-PRICED-CART.
041900 3430-EXIT.
042000     EXIT.
042001******************************************************************
042002*  3460-CHECK-CART - IS A FLEET CART FREE FOR THE WHOLE ROUND    *
042003*                                                                *
042004*  A CART IS OUT OB-CART-ROUND-MINUTES FROM ITS TEE TIME.  CARTS *
042005*  OUT ARE COUNTED AT THE NEW TEE TIME AND EACH LATER START IN   *
042006*  THE ROUND; A SLOT BOOKED BEFORE CARTFLT HOLDS ONE IF CHARGED. *
042007*  THE SCAN MOVES THE SHEET RECORD, SO CALL IT BEFORE BUILDING.  *
042008******************************************************************
042009 3460-CHECK-CART.
042010     MOVE 'Y' TO OB-CART-RESULT.
042011     IF BR-CART-WALK
042012         MOVE 'N' TO OB-CART-RESULT
042013         GO TO 3460-EXIT.
042014     IF NOT OB-FLEET-CONTROL
042015         GO TO 3460-EXIT.
042016     MOVE BR-TEE-TIME TO OB-CART-HHMM.
042017     PERFORM 8300-TIME-TO-MINUTES THRU 8300-EXIT.
042018     MOVE OB-CART-MINUTES TO OB-CART-START.
042019     MOVE ZERO TO OB-CART-OUT-COUNT.
042020     MOVE 'N' TO OB-CART-SCAN-SW.
042021     MOVE BR-PLAY-DATE TO TS-PLAY-DATE.
042022     MOVE ZERO TO TS-TEE-TIME
042023                  TS-SLOT-NUMBER.
042024     START TEE-SHEET KEY NOT LESS THAN TS-KEY
042025         INVALID KEY MOVE 'Y' TO OB-CART-SCAN-SW
042026     END-START.
042027     PERFORM 3470-GATHER-CART THRU 3470-EXIT
042028         UNTIL OB-CART-SCAN-DONE.
042029     MOVE ZERO TO OB-CART-PEAK.
042030     MOVE OB-CART-START TO OB-CART-POINT.
042031     PERFORM 3480-COUNT-AT-POINT THRU 3480-EXIT.
042032     PERFORM 3485-TRY-POINT THRU 3485-EXIT
042033         VARYING OB-CART-SUB1 FROM 1 BY 1
042034         UNTIL OB-CART-SUB1 > OB-CART-OUT-COUNT.
042035     IF OB-CART-PEAK < OB-FLEET-SIZE
042036         GO TO 3460-EXIT.
042037     IF BR-CART-REQUIRED
042038         MOVE '11' TO OB-REASON
042039     ELSE
042040         MOVE 'F' TO OB-CART-RESULT.
042041 3460-EXIT.
042042     EXIT.
042043 3470-GATHER-CART.
042044     READ TEE-SHEET NEXT
042045         AT END
042046             MOVE 'Y' TO OB-CART-SCAN-SW
042047             GO TO 3470-EXIT
042048     END-READ.
042049     IF OB-SHEET-STATUS NOT = '00'
042050             OR TS-PLAY-DATE NOT = BR-PLAY-DATE
042051         MOVE 'Y' TO OB-CART-SCAN-SW
042052         GO TO 3470-EXIT.
042053     IF TS-TEE-TIME = BR-TEE-TIME
042054             AND TS-SLOT-NUMBER = OB-OPEN-SLOT
042055         GO TO 3470-EXIT.
042056     IF NOT TS-BOOKED AND NOT TS-PLAYED AND NOT TS-OFFER-HELD
042057         GO TO 3470-EXIT.
042058     IF TS-CART-SW = SPACE AND TS-CART-FEE > ZERO
042059         MOVE 'Y' TO TS-CART-SW.
042060     IF NOT TS-CART-ALLOCATED
042061         GO TO 3470-EXIT.
042062     MOVE TS-TEE-TIME TO OB-CART-HHMM.
042063     PERFORM 8300-TIME-TO-MINUTES THRU 8300-EXIT.
042064     IF OB-CART-MINUTES NOT >
042065             OB-CART-START - OB-CART-ROUND-MINUTES
042066             OR OB-CART-MINUTES NOT <
042067             OB-CART-START + OB-CART-ROUND-MINUTES
042068         GO TO 3470-EXIT.
042069     IF OB-CART-OUT-COUNT = 400
042070         DISPLAY 'GC300W CART TABLE FULL FOR ' BR-PLAY-DATE
042071         GO TO 3470-EXIT.
042072     ADD 1 TO OB-CART-OUT-COUNT.
042073     MOVE OB-CART-MINUTES
042074         TO OB-CART-OUT-START (OB-CART-OUT-COUNT).
042075 3470-EXIT.
042076     EXIT.
042077 3480-COUNT-AT-POINT.
042078     MOVE ZERO TO OB-CART-IN-USE.
042079     PERFORM 3490-COUNT-ONE-CART THRU 3490-EXIT
042080         VARYING OB-CART-SUB2 FROM 1 BY 1
042081         UNTIL OB-CART-SUB2 > OB-CART-OUT-COUNT.
042082     IF OB-CART-IN-USE > OB-CART-PEAK
042083         MOVE OB-CART-IN-USE TO OB-CART-PEAK.
042084 3480-EXIT.
042085     EXIT.
042086 3485-TRY-POINT.
042087     IF OB-CART-OUT-START (OB-CART-SUB1) NOT > OB-CART-START
042088         GO TO 3485-EXIT.
042089     MOVE OB-CART-OUT-START (OB-CART-SUB1) TO OB-CART-POINT.
042090     PERFORM 3480-COUNT-AT-POINT THRU 3480-EXIT.
042091 3485-EXIT.
042092     EXIT.
042093 3490-COUNT-ONE-CART.
042094     IF OB-CART-OUT-START (OB-CART-SUB2) NOT > OB-CART-POINT
042095             AND OB-CART-OUT-START (OB-CART-SUB2) >
042096             OB-CART-POINT - OB-CART-ROUND-MINUTES
042097         ADD 1 TO OB-CART-IN-USE.
042098 3490-EXIT.
042099     EXIT.
042100 3500-BOOK-REQUEST.
042200     PERFORM 3420-PRICE-SLOT THRU 3420-EXIT.
042300     MOVE SPACES TO TEE-SHEET-RECORD.
042900     MOVE 'B' TO TS-SLOT-STATUS.
043000     MOVE OB-PRICED-GREEN TO TS-GREEN-FEE.
043100     MOVE OB-PRICED-CART TO TS-CART-FEE.
043110     MOVE OB-CART-RESULT TO TS-CART-SW.
043120     IF OB-CART-GRANTED
043130         MOVE 'Y' TO OB-RESP-CART
043140     ELSE
043150         MOVE 'N' TO OB-RESP-CART
043160         MOVE ZERO TO TS-CART-FEE.
043200     MOVE ZERO TO TS-ACTUAL-START-TIME
043300                  TS-TURN-TIME
043400                  TS-FINISH-TIME.
044000         DISPLAY 'GC300E TEE-SHEET WRITE FAILED, STATUS '
044100             OB-SHEET-STATUS ' REQUEST ' BR-REQUEST-ID
044200         MOVE '04' TO OB-REASON.
044210     IF OB-REASON = '00' AND OB-CART-FLEET-FULL
044220         ADD 1 TO OB-WALKED-FLEET-FULL
044230         DISPLAY 'GC300I NO CART FREE AT ' BR-PLAY-DATE ' '
044240             BR-TEE-TIME ', MEMBER ' BR-MEMBER-NUMBER
044250             ' BOOKED WALKING'.
044300 3500-EXIT.
044400     EXIT.
044500******************************************************************
048100*  3700-JOIN-WAITLIST - ONLINE WAITLIST JOIN FOR THE DATE        *
048200******************************************************************
048300 3700-JOIN-WAITLIST.
048305     PERFORM 3280-CHECK-CREDIT-HOLD THRU 3280-EXIT.
048310     IF OB-REASON NOT = '00'
048315         GO TO 3700-EXIT.
048320     PERFORM 3250-CHECK-PRIVILEGE THRU 3250-EXIT.
048340     IF OB-REASON NOT = '00'
048360         GO TO 3700-EXIT.
048370     PERFORM 3350-CHECK-BLOCK THRU 3350-EXIT.
048380     IF OB-REASON NOT = '00'
048390         GO TO 3700-EXIT.
048400     PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT.
048500     IF OB-REASON NOT = '00'
048600         GO TO 3700-EXIT.
050000     IF OB-REASON = '00'
050100         MOVE 'A' TO BS-DISPOSITION
050200         MOVE OB-OPEN-SLOT TO BS-SLOT-NUMBER
050250         MOVE OB-RESP-CART TO BS-CART-SW
050300         ADD 1 TO OB-REQUESTS-ACCEPTED
050400     ELSE
050500         MOVE 'R' TO BS-DISPOSITION
056600     COMPUTE OB-DOW = OB-WORK-REM + 1.
056700 8200-EXIT.
056800     EXIT.
056810******************************************************************
056820*  8300-TIME-TO-MINUTES - OB-CART-HHMM AS MINUTES PAST MIDNIGHT  *
056830******************************************************************
056840 8300-TIME-TO-MINUTES.
056850     DIVIDE OB-CART-HHMM BY 100
056860         GIVING OB-CART-HH REMAINDER OB-CART-MM.
056870     COMPUTE OB-CART-MINUTES = OB-CART-HH * 60 + OB-CART-MM.
056880 8300-EXIT.
056890     EXIT.
056900******************************************************************
057000*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
057100******************************************************************
057900     DISPLAY 'GC300I REQUESTS ACCEPTED  ' OB-REQUESTS-ACCEPTED.
058000     DISPLAY 'GC300I REQUESTS REJECTED  ' OB-REQUESTS-REJECTED.
058100     DISPLAY 'GC300I ADDED TO WAITLIST  ' OB-WAITLISTED.
058150     DISPLAY 'GC300I WALKED, FLEET FULL ' OB-WALKED-FLEET-FULL.
058200 9000-EXIT.
058300     EXIT.
