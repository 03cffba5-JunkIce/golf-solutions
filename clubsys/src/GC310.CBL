002000*  EIGHT-MINUTE INTERVALS FROM THE LEAGUE START TIME; MEMBERS    *
002100*  WHO WOULD OVERRUN THE LEAGUE END TIME ARE LISTED AND          *
002200*  SKIPPED SO THE BLOCK NEVER SPILLS INTO OPEN PLAY.             *
002220*  A MEMBER WHOSE TEE TIME FALLS INSIDE A CRSBLOCK COURSE BLOCK  *
002240*  IS LISTED AND NOT SEATED.                                     *
002300*                                                                *
002400*  MODIFICATION HISTORY                                         *
002500*  2026-07-07  RJM  NEW PROGRAM                                  *
002600*  2026-08-18  RJM  GCTRAILR CONTROL-TOTAL TRAILER ON TEELOAD   *
002620*  2026-10-12  RJM  MEMBERS WHOSE TEE TIME FALLS INSIDE A        *
002640*                   CRSBLOCK COURSE BLOCK ARE LISTED AND NOT     *
002660*                   SEATED                                       *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003700     SELECT TEE-LOAD ASSIGN TO "TEELOAD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS GN-TEELOAD-STATUS.
003920     SELECT COURSE-BLOCK ASSIGN TO "CRSBLOCK"
003940         ORGANIZATION IS LINE SEQUENTIAL
003960         FILE STATUS IS GN-CRSBLOCK-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  LEAGUE-MASTER.
004300 COPY GCLEAGUE.
004400 FD  TEE-LOAD.
004500 COPY GCTEELOD.
004520 FD  COURSE-BLOCK.
004540 01  COURSE-BLOCK-REC            PIC X(80).
004600 WORKING-STORAGE SECTION.
004700 77  GN-LEAGUE-STATUS            PIC X(02).
004800 77  GN-TEELOAD-STATUS           PIC X(02).
007700 77  GN-ZELLER-T2                PIC S9(04)  COMP.
007800 77  GN-ZELLER-T3                PIC S9(04)  COMP.
007900 77  GN-ZELLER-T4                PIC S9(04)  COMP.
007910 77  GN-CRSBLOCK-STATUS          PIC X(02).
007920 77  GN-BLK-EOF-SW               PIC X(01)   VALUE 'N'.
007930     88  GN-END-OF-BLOCKS                    VALUE 'Y'.
007940 77  GN-BLK-SUB                  PIC S9(04)  COMP.
007950 77  GN-BLK-FOUND                PIC S9(04)  COMP.
007960 77  GN-MEMBERS-BLOCKED          PIC 9(05)   COMP.
008000 01  GN-ARG-AREA.
008100     05  GN-ARG-DATE             PIC 9(08).
008200     05  FILLER                  PIC X(72).
010900     05  GN-SKIP-ENTRY           OCCURS 50 TIMES.
011000         10  GN-S-ID             PIC X(04).
011100         10  GN-S-DATE           PIC 9(08).
011110 01  GN-BLOCK-TABLE.
011120     05  GN-BLK-COUNT            PIC 9(03)   COMP.
011130     05  GN-BLK-ENTRY            OCCURS 100 TIMES.
011140         10  GN-BK-DATE          PIC 9(08).
011150         10  GN-BK-FROM          PIC 9(04).
011160         10  GN-BK-TO            PIC 9(04).
011170         10  GN-BK-TYPE          PIC X(01).
011180         10  GN-BK-DESC          PIC X(30).
011190 COPY GCCRSBLK.
011200 PROCEDURE DIVISION.
011300******************************************************************
011400*  0000-MAINLINE - CONTROL THE GENERATION RUN                    *
012700 1000-INITIALIZE.
012800     MOVE ZERO TO GN-TRANS-WRITTEN
012900                  GN-MEMBERS-SKIPPED
012950                  GN-MEMBERS-BLOCKED
013000                  GN-LEAGUE-COUNT
013100                  GN-SKIP-COUNT
013200                  GN-TRL-AMOUNT
015600             UPON OPERATOR-CONSOLE
015700         MOVE 16 TO RETURN-CODE
015800         GOBACK.
015850     PERFORM 2600-LOAD-BLOCK-TABLE THRU 2600-EXIT.
015900 1000-EXIT.
016000     EXIT.
016100******************************************************************
026100     MOVE LG-SKIP-DATE-VALUE TO GN-S-DATE (GN-SKIP-SUB).
026200 2500-EXIT.
026300     EXIT.
026302******************************************************************
026304*  2600-LOAD-BLOCK-TABLE - CRSBLOCK BLOCKS FROM THE RUN DATE ON  *
026306******************************************************************
026308 2600-LOAD-BLOCK-TABLE.
026310     MOVE ZERO TO GN-BLK-COUNT.
026312     MOVE 'N' TO GN-BLK-EOF-SW.
026314     OPEN INPUT COURSE-BLOCK.
026316     IF GN-CRSBLOCK-STATUS = '35'
026318         DISPLAY 'GC310I NO CRSBLOCK FILE, NO TEE TIMES BLOCKED'
026320         GO TO 2600-EXIT.
026322     IF GN-CRSBLOCK-STATUS NOT = '00'
026324         DISPLAY 'GC310E CRSBLOCK OPEN FAILED, STATUS '
026326             GN-CRSBLOCK-STATUS
026328             UPON OPERATOR-CONSOLE
026330         MOVE 16 TO RETURN-CODE
026332         GOBACK.
026334     PERFORM 2610-READ-BLOCK THRU 2610-EXIT.
026336     PERFORM 2620-TABLE-BLOCK THRU 2620-EXIT
026338         UNTIL GN-END-OF-BLOCKS.
026340     CLOSE COURSE-BLOCK.
026342 2600-EXIT.
026344     EXIT.
026346 2610-READ-BLOCK.
026348     READ COURSE-BLOCK INTO COURSE-BLOCK-RECORD
026350         AT END MOVE 'Y' TO GN-BLK-EOF-SW.
026352     IF GN-CRSBLOCK-STATUS NOT = '00'
026354         MOVE 'Y' TO GN-BLK-EOF-SW.
026356 2610-EXIT.
026358     EXIT.
026360 2620-TABLE-BLOCK.
026362     IF NOT CB-BLOCK-ENTRY
026364             OR CB-BLOCK-DATE NOT NUMERIC
026366             OR CB-FROM-TIME NOT NUMERIC
026368             OR CB-TO-TIME NOT NUMERIC
026370             OR CB-BLOCK-DATE < GN-RUN-DATE
026372         GO TO 2620-NEXT.
026374     IF GN-BLK-COUNT = 100
026376         DISPLAY 'GC310W BLOCK TABLE FULL, ' CB-BLOCK-DATE
026378             ' IGNORED'
026380         GO TO 2620-NEXT.
026382     ADD 1 TO GN-BLK-COUNT.
026384     MOVE CB-BLOCK-DETAIL TO GN-BLK-ENTRY (GN-BLK-COUNT).
026386 2620-NEXT.
026388     PERFORM 2610-READ-BLOCK THRU 2610-EXIT.
026390 2620-EXIT.
026392     EXIT.
026400******************************************************************
026500*  3000-GENERATE-WEEK - SEVEN DAYS FORWARD FROM THE RUN DATE     *
026600******************************************************************
033800     COMPUTE TL-TEE-TIME =
033900         GN-WORK-HOURS * 100 + GN-WORK-MINS.
034000     MOVE ZERO TO TL-SLOT-NUMBER.
034005     PERFORM 3350-CHECK-BLOCK THRU 3350-EXIT.
034010     IF GN-BLK-FOUND > 0
034015         ADD 1 TO GN-MEMBERS-BLOCKED
034020         DISPLAY 'GC310W LEAGUE ' GN-L-ID (GN-LEAGUE-SUB)
034025             ' TEE TIME ' TL-TEE-TIME ' ON ' GN-TARGET-DATE
034030             ' BLOCKED - ' GN-BK-DESC (GN-BLK-FOUND)
034035         DISPLAY 'GC310W MEMBER '
034040             GN-L-ROSTER (GN-LEAGUE-SUB GN-ROSTER-SUB)
034045             ' NOT SEATED'
034050         GO TO 3300-NEXT-SEAT.
034100     MOVE GN-L-ROSTER (GN-LEAGUE-SUB GN-ROSTER-SUB)
034200         TO TL-MEMBER-NUMBER.
034300     MOVE ZERO TO TL-GREEN-FEE
035300     ADD TL-GREEN-FEE TO GN-TRL-AMOUNT.
035400     ADD TL-CART-FEE TO GN-TRL-AMOUNT.
035500     ADD TL-MEMBER-NUMBER TO GN-TRL-KEY.
035550 3300-NEXT-SEAT.
035600     ADD 1 TO GN-SEAT-COUNT.
035700     IF GN-SEAT-COUNT = 4
035800         MOVE ZERO TO GN-SEAT-COUNT
035900         ADD 8 TO GN-TIME-MINUTES.
036000 3300-EXIT.
036100     EXIT.
036102******************************************************************
036104*  3350-CHECK-BLOCK - TEE TIME TAKEN OUT OF PLAY BY A COURSE     *
036106*  BLOCK                                                         *
036110******************************************************************
036112 3350-CHECK-BLOCK.
036114     MOVE ZERO TO GN-BLK-FOUND.
036116     PERFORM 3360-MATCH-BLOCK THRU 3360-EXIT
036118         VARYING GN-BLK-SUB FROM 1 BY 1
036120         UNTIL GN-BLK-SUB > GN-BLK-COUNT
036122            OR GN-BLK-FOUND > 0.
036124 3350-EXIT.
036126     EXIT.
036128 3360-MATCH-BLOCK.
036130     IF GN-BK-DATE (GN-BLK-SUB) = GN-TARGET-DATE
036132             AND GN-BK-FROM (GN-BLK-SUB) NOT > TL-TEE-TIME
036134             AND GN-BK-TO (GN-BLK-SUB) NOT < TL-TEE-TIME
036136         MOVE GN-BLK-SUB TO GN-BLK-FOUND.
036138 3360-EXIT.
036140     EXIT.
036200******************************************************************
036300*  8200-DAY-OF-WEEK - ZELLER ON GN-DATE-PARTS, 1=MON THRU 7=SUN  *
036400******************************************************************
044300     DISPLAY 'GC310I LEAGUES ON FILE     ' GN-LEAGUE-COUNT.
044400     DISPLAY 'GC310I TRANSACTIONS WRITTEN ' GN-TRANS-WRITTEN.
044500     DISPLAY 'GC310I MEMBERS NOT SEATED  ' GN-MEMBERS-SKIPPED.
044550     DISPLAY 'GC310I MEMBERS BLOCKED     ' GN-MEMBERS-BLOCKED.
044600 9000-EXIT.
044700     EXIT.
