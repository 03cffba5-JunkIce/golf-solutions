000100******************************************************************
000200*  GCSTOPLS - POS CHARGE STOP-LIST RECORD LAYOUT                 *
000300*                                                                *
000400*  80-BYTE RECORD, LOGICAL NAME STOPLIST, WRITTEN NIGHTLY BY     *
000500*  THE GC250 CREDIT-HOLD STEP FOR THE PRO-SHOP POS VENDOR.  THE  *
000600*  FILE IS A FULL REPLACEMENT - ONE RECORD FOR EVERY MEMBER ON   *
000700*  CREDIT HOLD AFTER THE RUN - SO THE REGISTER REFUSES CHARGES   *
000800*  TO EXACTLY THESE MEMBERS.  HOLD REASON '9' IS A 90-DAY        *
000900*  BALANCE, 'L' A TOTAL OVER THE CREDIT LIMIT.  THE FILE ENDS    *
001000*  WITH A GCTRAILR CONTROL TRAILER.                              *
001100*                                                                *
001200*  MODIFICATION HISTORY                                         *
001300*  2026-10-02  RJM  NEW COPYBOOK                                 *
001400******************************************************************
001500 01  STOP-LIST-RECORD.
001600     05  SL-REC-TYPE             PIC X(01).
001700         88  SL-STOP-ENTRY                   VALUE 'S'.
001800     05  SL-MEMBER-NUMBER        PIC 9(06).
001900     05  SL-MEMBER-NAME          PIC X(25).
002000     05  SL-LIST-DATE            PIC 9(08).
002100     05  SL-HOLD-REASON          PIC X(01).
002200         88  SL-HELD-90-DAY                  VALUE '9'.
002300         88  SL-HELD-OVER-LIMIT              VALUE 'L'.
002400     05  SL-BALANCE-OWED         PIC 9(07)V99.
002500     05  SL-BAL-90-DAY           PIC 9(07)V99.
002600     05  FILLER                  PIC X(21).
