000100******************************************************************
000200*  GCNOTICE - MEMBER NOTICE EVENT RECORD LAYOUT                  *
000300*                                                                *
000400*  80-BYTE EVENT RECORD, LOGICAL NAME NOTICEQ.  A PROGRAM THAT   *
000500*  HAS SOMETHING TO TELL A MEMBER FILLS THIS AREA AND CALLS      *
000600*  GCNOTIFY, WHICH APPENDS IT TO THE NOTICE QUEUE.  THE GC260    *
000700*  STEP RESOLVES EACH QUEUED EVENT AGAINST THE MEMBER CONTACT    *
000800*  FILE INTO THE NOTIFEXT VENDOR EXTRACT AND EMPTIES THE QUEUE.  *
000900*  EVENT CODES AND THE FIELDS EACH ONE CARRIES:                  *
001000*      WO  WAITLIST OFFER (GC330, GC335) - PLAY DATE, TEE TIME,  *
001100*          SLOT, OFFER EXPIRY DATE AND TIME                      *
001200*      WX  WAITLIST OFFER EXPIRED (GC335) - PLAY DATE, TEE       *
001300*          TIME, SLOT                                            *
001400*      NS  NO-SHOW STRIKE (GC370) - PLAY DATE, TEE TIME, SLOT,   *
001500*          STRIKE COUNT                                          *
001600*      RC  RAIN CHECK ISSUED (GC040) - PLAY DATE, TEE TIME,      *
001700*          SLOT, CREDIT AMOUNT                                   *
001800*      PY  PAYMENT POSTED (GC210) - PAYMENT DATE, AMOUNT,        *
001900*          REFERENCE                                             *
002000*      ST  STATEMENT PRODUCED (GC200) - STATEMENT DATE, TOTAL    *
002100*          DUE (SIGN '-' FOR A CREDIT BALANCE)                   *
002200*  FIELDS AN EVENT DOES NOT USE ARE ZERO OR SPACES.              *
002300*                                                                *
002400*  MODIFICATION HISTORY                                         *
002500*  2026-10-05  RJM  NEW COPYBOOK                                 *
002600******************************************************************
002700 01  NOTICE-EVENT-RECORD.
002800     05  NQ-REC-TYPE             PIC X(01).
002900         88  NQ-NOTICE-EVENT                 VALUE 'Q'.
003000     05  NQ-EVENT-CODE           PIC X(02).
003100         88  NQ-WAITLIST-OFFER               VALUE 'WO'.
003200         88  NQ-OFFER-EXPIRED                VALUE 'WX'.
003300         88  NQ-NOSHOW-STRIKE                VALUE 'NS'.
003400         88  NQ-RAIN-CHECK                   VALUE 'RC'.
003500         88  NQ-PAYMENT-POSTED               VALUE 'PY'.
003600         88  NQ-STATEMENT                    VALUE 'ST'.
003700     05  NQ-SOURCE-PROGRAM       PIC X(08).
003800     05  NQ-EVENT-DATE           PIC 9(08).
003900     05  NQ-MEMBER-NUMBER        PIC 9(06).
004000     05  NQ-EVENT-DETAIL.
004100         10  NQ-REF-DATE         PIC 9(08).
004200         10  NQ-REF-TIME         PIC 9(04).
004300         10  NQ-REF-SLOT         PIC 9(01).
004400         10  NQ-EXPIRY-DATE      PIC 9(08).
004500         10  NQ-EXPIRY-TIME      PIC 9(04).
004600         10  NQ-AMOUNT           PIC 9(07)V99.
004700         10  NQ-AMOUNT-SIGN      PIC X(01).
004800         10  NQ-COUNT            PIC 9(03).
004900         10  NQ-REFERENCE        PIC X(10).
005000     05  FILLER                  PIC X(07).
