000100******************************************************************
000200*  GCCATTAB - MEMBERSHIP CATEGORY TABLE LAYOUT                   *
000300*                                                                *
000400*  80-BYTE CATEGORY DEFINITION FILE READ AT RUN TIME, LOGICAL    *
000500*  NAME CATTAB.  ONE RECORD PER CATEGORY CARRIED IN              *
000600*  PM-MEMBER-CATEGORY:  THE DUES AMOUNT BILLED EACH PERIOD, THE  *
000700*  BILLING FREQUENCY ('M' MONTHLY, 'Q' QUARTERLY, 'S' SEMI-      *
000800*  ANNUAL, 'A' ANNUAL, 'N' NO DUES) AND THE MONTH THE CYCLE IS   *
000900*  ANCHORED ON, THEN THE BOOKING PRIVILEGES - ONE Y/N FLAG PER   *
001000*  DAY MONDAY THROUGH SUNDAY AND UP TO TWO TEE-TIME BANDS THE    *
001100*  CATEGORY MAY BOOK.  A ZERO BAND IS UNUSED; A CATEGORY WITH    *
001200*  BOTH BANDS ZERO MAY BOOK ANY TIME ON ITS PERMITTED DAYS.      *
001300*  GC050 EDITS CATEGORY CODES AGAINST THIS TABLE, GC230 BILLS    *
001400*  DUES FROM IT, AND GC010 AND GC300 ENFORCE THE PRIVILEGES.     *
001500*                                                                *
001600*  MODIFICATION HISTORY                                         *
001700*  2026-09-23  RJM  NEW COPYBOOK                                 *
001800******************************************************************
001900 01  CATEGORY-TABLE-RECORD.
002000     05  CG-REC-TYPE             PIC X(01).
002100         88  CG-CATEGORY-ENTRY               VALUE 'C'.
002200     05  CG-CATEGORY-CODE        PIC X(02).
002300     05  CG-DESCRIPTION          PIC X(20).
002400     05  CG-DUES-AMOUNT          PIC 9(05)V99.
002500     05  CG-BILL-FREQUENCY       PIC X(01).
002600         88  CG-BILL-MONTHLY                 VALUE 'M'.
002700         88  CG-BILL-QUARTERLY               VALUE 'Q'.
002800         88  CG-BILL-SEMI-ANNUAL             VALUE 'S'.
002900         88  CG-BILL-ANNUAL                  VALUE 'A'.
003000         88  CG-NO-DUES                      VALUE 'N'.
003100     05  CG-BILL-MONTH           PIC 9(02).
003200     05  CG-BOOK-DAYS.
003300         10  CG-BOOK-DAY         PIC X(01)   OCCURS 7 TIMES.
003400     05  CG-BOOK-BANDS.
003500         10  CG-BAND             OCCURS 2 TIMES.
003600             15  CG-BAND-START   PIC 9(04).
003700             15  CG-BAND-END     PIC 9(04).
003800     05  FILLER                  PIC X(24).
