000100******************************************************************
000200*  GCMBRCON - MEMBER CONTACT RECORD LAYOUT                       *
000300*                                                                *
000400*  ONE RECORD PER MEMBER.  INDEXED FILE, LOGICAL NAME MBRCONT,   *
000500*  RECORD KEY MC-MEMBER-NUMBER (THE MEMBER'S PM-MEMBER-NUMBER).  *
000600*  MAINTAINED BY THE GC055 CONTACT MAINTENANCE PROGRAM.  THE     *
000700*  PHONE NUMBER IS THE MEMBER'S MOBILE (TEXT MESSAGES GO TO      *
000800*  IT); THE PREFERRED CHANNEL IS 'E' EMAIL OR 'S' TEXT MESSAGE   *
000900*  (BLANK - NO PREFERENCE, EMAIL FIRST).  THE MAILING ADDRESS    *
001000*  IS PRINTED ON THE GC200 STATEMENT FOR THE MAIL-OUT.           *
001100*                                                                *
001200*  MODIFICATION HISTORY                                         *
001300*  2026-10-05  RJM  NEW COPYBOOK                                 *
001400******************************************************************
001500 01  MEMBER-CONTACT-RECORD.
001600     05  MC-MEMBER-NUMBER        PIC 9(06).
001700     05  MC-PHONE                PIC X(15).
001800     05  MC-EMAIL                PIC X(50).
001900     05  MC-MAILING-ADDRESS.
002000         10  MC-ADDRESS-LINE-1   PIC X(30).
002100         10  MC-ADDRESS-LINE-2   PIC X(30).
002200         10  MC-CITY             PIC X(20).
002300         10  MC-STATE            PIC X(02).
002400         10  MC-POSTAL-CODE      PIC X(10).
002500     05  MC-PREFERRED-CHANNEL    PIC X(01).
002600         88  MC-PREFERS-EMAIL                VALUE 'E'.
002700         88  MC-PREFERS-TEXT                 VALUE 'S'.
002800         88  MC-NO-PREFERENCE                VALUE SPACE.
002900     05  MC-LAST-CHANGE-DATE     PIC 9(08).
003000     05  FILLER                  PIC X(28).
