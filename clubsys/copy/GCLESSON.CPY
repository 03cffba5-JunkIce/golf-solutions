000100******************************************************************
000200*  GCLESSON - TEACHING-PRO LESSON DIARY RECORD LAYOUT            *
000300*                                                                *
000400*  80-BYTE FIXED SEQUENTIAL FILE, LOGICAL NAME LESSONS.  GC060   *
000500*  APPENDS ONE RECORD PER LESSON BOOKED AND REWRITES THE STATUS  *
000600*  IN PLACE WHEN IT IS CANCELLED.  A LESSON STILL BOOKED ON ITS  *
000700*  DATE IS TAKEN AS GIVEN: GC235 BILLS IT AT LN-FEE, AND BILLS   *
000800*  A LATE CANCELLATION AT THE LATE-CANCEL FEE HELD IN LN-FEE.    *
000900*  A PLAYING LESSON CARRIES THE TEE-SHEET SLOT RESERVED FOR IT;  *
001000*  A RANGE LESSON HAS NO TEE TIME.                               *
001100*                                                                *
001200*  MODIFICATION HISTORY                                         *
001300*  2026-10-14  RJM  NEW COPYBOOK                                 *
001400******************************************************************
001500 01  LESSON-RECORD.
001600     05  LN-REC-TYPE             PIC X(01).
001700         88  LN-LESSON-ENTRY                 VALUE 'L'.
001800     05  LN-PRO-ID               PIC X(02).
001900     05  LN-LESSON-DATE          PIC 9(08).
002000     05  LN-START-TIME           PIC 9(04).
002100     05  LN-MINUTES              PIC 9(03).
002200     05  LN-MEMBER-NUMBER        PIC 9(06).
002300     05  LN-LESSON-KIND          PIC X(01).
002400         88  LN-RANGE-LESSON                 VALUE 'R'.
002500         88  LN-PLAYING-LESSON               VALUE 'P'.
002600     05  LN-STATUS               PIC X(01).
002700         88  LN-BOOKED                       VALUE 'B'.
002800         88  LN-CANCELLED                    VALUE 'C'.
002900         88  LN-LATE-CANCELLED               VALUE 'L'.
003000     05  LN-TEE-TIME             PIC 9(04).
003100     05  LN-SLOT-NUMBER          PIC 9(01).
003200     05  LN-FEE                  PIC 9(05)V99.
003300     05  LN-BOOKED-DATE          PIC 9(08).
003400     05  LN-CANCEL-DATE          PIC 9(08).
003500     05  FILLER                  PIC X(26).
