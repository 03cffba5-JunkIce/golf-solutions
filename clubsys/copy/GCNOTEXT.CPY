000100******************************************************************
000200*  GCNOTEXT - OUTBOUND MEMBER NOTIFICATION EXTRACT LAYOUT        *
000300*                                                                *
000400*  200-BYTE RECORD, LOGICAL NAME NOTIFEXT, WRITTEN BY THE GC260  *
000500*  STEP FOR THE EMAIL/TEXT-MESSAGE VENDOR.  ONE RECORD PER       *
000600*  QUEUED GCNOTICE EVENT FOR A MEMBER WITH A USABLE CONTACT:     *
000700*  THE CHANNEL ('E' EMAIL, 'S' TEXT MESSAGE) AND THE ADDRESS     *
000800*  TO SEND TO, THEN THE EVENT CODE AND DETAIL AS QUEUED.  THE    *
000900*  FILE IS A FULL REPLACEMENT EACH RUN AND ENDS WITH A           *
001000*  GCTRAILR CONTROL TRAILER IN THE FIRST 80 BYTES OF THE LAST    *
001100*  RECORD.                                                       *
001200*                                                                *
001300*  MODIFICATION HISTORY                                         *
001400*  2026-10-05  RJM  NEW COPYBOOK                                 *
001500******************************************************************
001600 01  NOTIFICATION-EXTRACT-RECORD.
001700     05  NX-REC-TYPE             PIC X(01).
001800         88  NX-NOTIFICATION                 VALUE 'N'.
001900     05  NX-EVENT-CODE           PIC X(02).
002000     05  NX-EVENT-DATE           PIC 9(08).
002100     05  NX-MEMBER-NUMBER        PIC 9(06).
002200     05  NX-MEMBER-NAME          PIC X(25).
002300     05  NX-CHANNEL              PIC X(01).
002400         88  NX-SEND-EMAIL                   VALUE 'E'.
002500         88  NX-SEND-TEXT                    VALUE 'S'.
002600     05  NX-SEND-TO              PIC X(50).
002700     05  NX-EVENT-DETAIL.
002800         10  NX-REF-DATE         PIC 9(08).
002900         10  NX-REF-TIME         PIC 9(04).
003000         10  NX-REF-SLOT         PIC 9(01).
003100         10  NX-EXPIRY-DATE      PIC 9(08).
003200         10  NX-EXPIRY-TIME      PIC 9(04).
003300         10  NX-AMOUNT           PIC 9(07)V99.
003400         10  NX-AMOUNT-SIGN      PIC X(01).
003500         10  NX-COUNT            PIC 9(03).
003600         10  NX-REFERENCE        PIC X(10).
003700     05  FILLER                  PIC X(59).
