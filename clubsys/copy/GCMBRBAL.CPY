000800*  FIRST AND ACCUMULATES MB-PAYMENTS-CYCLE; THE GC200            *
000900*  STATEMENT RUN PRINTS THE PRIOR BALANCE AND PAYMENTS, ROLLS    *
001000*  EACH BUCKET ONE CYCLE OLDER AND CLEARS THE PAYMENT            *
001100*  ACCUMULATOR FOR THE NEXT CYCLE.  THE GC230 DUES ASSESSMENT    *
001110*  RUN ADDS EACH MEMBER'S CATEGORY DUES TO MB-DUES-CYCLE AND     *
001120*  STAMPS THE BILLED MONTH IN MB-DUES-PERIOD SO A RERUN CANNOT   *
001130*  BILL TWICE; GC200 PRINTS THE DUES AS THEIR OWN STATEMENT      *
001140*  LINE, ROLLS THEM INTO THE CURRENT BUCKET AND CLEARS THEM.     *
001200*                                                                *
001300*  MODIFICATION HISTORY                                         *
001400*  2026-09-02  RJM  NEW COPYBOOK                                 *
001410*  2026-09-23  RJM  MEMBERSHIP DUES ACCUMULATOR AND LAST         *
001420*                   BILLED DUES MONTH                            *
001500******************************************************************
001600 01  MEMBER-BALANCE-RECORD.
001700     05  MB-MEMBER-NUMBER        PIC 9(06).
002100     05  MB-BAL-60-DAY           PIC S9(07)V99   COMP-3.
002200     05  MB-BAL-90-DAY           PIC S9(07)V99   COMP-3.
002300     05  MB-PAYMENTS-CYCLE       PIC S9(07)V99   COMP-3.
002310     05  MB-DUES-CYCLE           PIC S9(07)V99   COMP-3.
002320     05  MB-DUES-PERIOD          PIC 9(06)       COMP-3.
002400     05  FILLER                  PIC X(01).
