001400*      4  SLOT NUMBER (1-4)                                      *
001500*                                                                *
001600*  OFFERS THE SLOT TO WAITLISTED MEMBERS FOR THAT PLAY DATE IN   *
001700*  FIRST-COME (FILE) ORDER.  MEMBERS WHO NO LONGER QUALIFY (NOT  *
001800*  ACTIVE, ON CREDIT HOLD, ALREADY BOOKED THAT DATE) ARE PASSED  *
001900*  OVER AND THE WHOLE OFFER CHAIN IS STAMPED INTO THE AUDIT LOG. *
002000*  THE FIRST QUALIFYING MEMBER IS NOT BOOKED OUTRIGHT: THE ENTRY *
002100*  IS MARKED OFFERED WITH THE SLOT HELD AND A 24-HOUR EXPIRY     *
002200*  (CAPPED AT THE TEE TIME ITSELF), AND A GCOFFEXT NOTICE IS     *
002300*  APPENDED TO OFFEREXT SO THE DESK AND THE WEBSITE VENDOR CAN   *
002400*  TELL THE MEMBER.  THE SLOT IS BOOKED WHEN THE MEMBER CONFIRMS *
002500*  (GC010 TYPE 'W'); AN UNCONFIRMED OFFER IS EXPIRED AND PASSED  *
002600*  ON BY THE GC335 SWEEP.                                        *
002620*  EVERY OFFER IS ALSO QUEUED AS A MEMBER NOTICE THROUGH         *
002640*  GCNOTIFY FOR THE EMAIL/TEXT VENDOR.                           *
002660*  A SLOT WHOSE TEE TIME FALLS INSIDE A CRSBLOCK COURSE BLOCK IS *
002680*  NOT OFFERED AND STAYS OPEN.                                   *
002700*                                                                *
002800*  MODIFICATION HISTORY                                         *
002900*  2026-08-04  RJM  NEW PROGRAM                                  *
004000*  2026-09-02  RJM  OFFERED SLOT NOW HELD 'H' ON THE SHEET;     *
004100*                   EXPIRY ALSO CAPPED WHEN IT FALLS ON THE      *
004200*                   PLAY DATE PAST THE TEE TIME                  *
004250*  2026-10-02  RJM  MEMBERS ON CREDIT HOLD ARE PASSED OVER       *
004270*  2026-10-05  RJM  OFFERS QUEUED AS MEMBER NOTICES              *
004280*  2026-10-12  RJM  SLOTS INSIDE A CRSBLOCK COURSE BLOCK ARE NOT *
004290*                   OFFERED                                      *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS TS-KEY
006800         FILE STATUS IS WF-SHEET-STATUS.
006820     SELECT COURSE-BLOCK ASSIGN TO "CRSBLOCK"
006840         ORGANIZATION IS LINE SEQUENTIAL
006860         FILE STATUS IS WF-CRSBLOCK-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  WAIT-LIST.
007800 COPY GCPLAYER.
007900 FD  TEE-SHEET.
008000 COPY GCTEESHT.
008020 FD  COURSE-BLOCK.
008040 01  COURSE-BLOCK-REC            PIC X(80).
008100 WORKING-STORAGE SECTION.
008200 77  WF-WAIT-STATUS              PIC X(02).
008300 77  WF-AUDIT-STATUS             PIC X(02).
010300 77  WF-MONTH-DAYS               PIC 9(02).
010400 77  WF-WORK-QUOT                PIC S9(04)  COMP.
010500 77  WF-WORK-REM                 PIC S9(04)  COMP.
010510 77  WF-CRSBLOCK-STATUS          PIC X(02).
010520 77  WF-BLK-EOF-SW               PIC X(01)   VALUE 'N'.
010530     88  WF-END-OF-BLOCKS                    VALUE 'Y'.
010540 77  WF-BLOCK-SW                 PIC X(01)   VALUE 'N'.
010550     88  WF-SLOT-BLOCKED                     VALUE 'Y'.
010600 01  WF-DATE-PARTS.
010700     05  WF-DP-YEAR              PIC 9(04).
010800     05  WF-DP-MONTH             PIC 9(02).
011900 77  WF-ARG-DATE-X               PIC X(08).
012000 77  WF-ARG-TIME-X               PIC X(04).
012100 77  WF-ARG-SLOT-X               PIC X(01).
012150 COPY GCNOTICE.
012170 COPY GCCRSBLK.
012200 PROCEDURE DIVISION.
012300******************************************************************
012400*  0000-MAINLINE - CONTROL THE FILL RUN                          *
018100         MOVE 16 TO RETURN-CODE
018200         GOBACK.
018300     PERFORM 1100-CHECK-SLOT-OPEN THRU 1100-EXIT.
018350     PERFORM 1200-CHECK-BLOCK THRU 1200-EXIT.
018400 1000-EXIT.
018500     EXIT.
018600 1100-CHECK-SLOT-OPEN.
019900         GOBACK.
020000 1100-EXIT.
020100     EXIT.
020102 1200-CHECK-BLOCK.
020104     OPEN INPUT COURSE-BLOCK.
020106     IF WF-CRSBLOCK-STATUS = '35'
020108         GO TO 1200-EXIT.
020110     IF WF-CRSBLOCK-STATUS NOT = '00'
020112         DISPLAY 'GC330E CRSBLOCK OPEN FAILED, STATUS '
020114             WF-CRSBLOCK-STATUS
020116             UPON OPERATOR-CONSOLE
020118         MOVE 16 TO RETURN-CODE
020120         GOBACK.
020122     PERFORM 1210-READ-BLOCK THRU 1210-EXIT.
020124     PERFORM 1220-MATCH-BLOCK THRU 1220-EXIT
020126         UNTIL WF-END-OF-BLOCKS OR WF-SLOT-BLOCKED.
020128     CLOSE COURSE-BLOCK.
020130     IF WF-SLOT-BLOCKED
020132         DISPLAY 'GC330I SLOT ' WF-OPEN-DATE ' ' WF-OPEN-TIME
020134             ' ' WF-OPEN-SLOT ' BLOCKED - ' CB-DESCRIPTION
020136         MOVE 'Y' TO WF-EOF-SW.
020138 1200-EXIT.
020140     EXIT.
020142 1210-READ-BLOCK.
020144     READ COURSE-BLOCK INTO COURSE-BLOCK-RECORD
020146         AT END MOVE 'Y' TO WF-BLK-EOF-SW.
020148     IF WF-CRSBLOCK-STATUS NOT = '00'
020150         MOVE 'Y' TO WF-BLK-EOF-SW.
020152 1210-EXIT.
020154     EXIT.
020156 1220-MATCH-BLOCK.
020158     IF CB-BLOCK-ENTRY
020160             AND CB-BLOCK-DATE-X = WF-ARG-DATE-X
020162             AND CB-FROM-TIME-X NOT > WF-ARG-TIME-X
020164             AND CB-TO-TIME-X NOT < WF-ARG-TIME-X
020166         MOVE 'Y' TO WF-BLOCK-SW
020168         GO TO 1220-EXIT.
020170     PERFORM 1210-READ-BLOCK THRU 1210-EXIT.
020172 1220-EXIT.
020174     EXIT.
020200******************************************************************
020300*  2000-WALK-WAITLIST - FIRST-COME OFFER CHAIN                   *
020400******************************************************************
025000     IF NOT PM-ACTIVE
025100         MOVE 'MEMBER NOT ACTIVE   ' TO WF-OFFER-REASON
025200         GO TO 3100-EXIT.
025220     IF PM-CREDIT-HELD
025240         MOVE 'MEMBER CREDIT HOLD  ' TO WF-OFFER-REASON
025260         GO TO 3100-EXIT.
025300     PERFORM 3200-CHECK-DUPLICATE THRU 3200-EXIT.
025400 3100-EXIT.
025500     EXIT.
030300         GO TO 3300-EXIT.
030400     PERFORM 3320-HOLD-SLOT THRU 3320-EXIT.
030500     PERFORM 3400-WRITE-OFFER-NOTICE THRU 3400-EXIT.
030550     PERFORM 3450-QUEUE-NOTICE THRU 3450-EXIT.
030600     MOVE 'Y' TO WF-OFFER-SW.
030700     MOVE 'OFFER MADE          ' TO WF-OFFER-REASON.
030800     DISPLAY 'GC330I SLOT OFFERED TO MEMBER ' WL-MEMBER-NUMBER
038300     CLOSE OFFER-EXTRACT.
038400 3400-EXIT.
038500     EXIT.
038502******************************************************************
038504*  3450-QUEUE-NOTICE - OFFER NOTICE TO THE MEMBER                *
038506******************************************************************
038508 3450-QUEUE-NOTICE.
038510     MOVE SPACES TO NOTICE-EVENT-RECORD.
038512     MOVE ZERO TO NQ-REF-DATE
038514                  NQ-REF-TIME
038516                  NQ-REF-SLOT
038518                  NQ-EXPIRY-DATE
038520                  NQ-EXPIRY-TIME
038522                  NQ-AMOUNT
038524                  NQ-COUNT.
038526     MOVE 'WO' TO NQ-EVENT-CODE.
038528     MOVE 'GC330   ' TO NQ-SOURCE-PROGRAM.
038530     MOVE WF-RUN-DATE TO NQ-EVENT-DATE.
038532     MOVE WL-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
038534     MOVE WF-OPEN-DATE TO NQ-REF-DATE.
038536     MOVE WF-OPEN-TIME TO NQ-REF-TIME.
038538     MOVE WF-OPEN-SLOT TO NQ-REF-SLOT.
038540     MOVE WF-EXPIRY-DATE TO NQ-EXPIRY-DATE.
038542     MOVE WF-EXPIRY-TIME TO NQ-EXPIRY-TIME.
038544     CALL 'GCNOTIFY' USING NOTICE-EVENT-RECORD.
038546 3450-EXIT.
038548     EXIT.
038600******************************************************************
038700*  8000-AUDIT-OFFER - STAMP ONE LINK OF THE OFFER CHAIN          *
038800******************************************************************
045200     CLOSE WAIT-LIST
045300           PLAYER-MASTER
045400           TEE-SHEET.
045450     IF WF-SLOT-BLOCKED
045500         DISPLAY 'GC330I SLOT INSIDE A COURSE BLOCK, NOT OFFERED'.
045550     IF NOT WF-OFFER-PLACED AND NOT WF-SLOT-BLOCKED
045600         DISPLAY 'GC330I NO WAITLIST MATCH, SLOT REMAINS OPEN'.
045700     DISPLAY 'GC330I OFFERS CONSIDERED ' WF-OFFERS-MADE.
045800 9000-EXIT.
