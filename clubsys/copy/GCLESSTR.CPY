000100******************************************************************
000200*  GCLESSTR - LESSON BOOKING TRANSACTION LAYOUT                  *
000300*                                                                *
000400*  80-BYTE TRANSACTION ACCEPTED BY GC060, EITHER AS A COMMAND    *
000500*  ARGUMENT (FRONT DESK) OR FROM THE LESSIN BATCH FILE, WHICH    *
000600*  ENDS WITH A GCTRAILR TRAILER LIKE TEELOAD.                    *
000700*      L  BOOK A LESSON.  KIND 'R' RANGE (THE DEFAULT) OR 'P'    *
000800*         PLAYING, WHICH ALSO RESERVES A TEE-SHEET SLOT AT THE   *
000900*         START TIME.  BLANK MINUTES MEANS 60.                   *
001000*      C  CANCEL THE MEMBER'S LESSON WITH THE PRO AT THE DATE    *
001100*         AND START TIME.  'W' IN THE WAIVE FLAG LETS A LATE     *
001200*         CANCELLATION OFF THE LATE-CANCEL FEE.                  *
001300*                                                                *
001400*  MODIFICATION HISTORY                                         *
001500*  2026-10-14  RJM  NEW COPYBOOK                                 *
001600******************************************************************
001700 01  LESSON-TRAN-RECORD.
001800     05  LT-TRAN-TYPE            PIC X(01).
001900         88  LT-BOOK-LESSON                  VALUE 'L'.
002000         88  LT-CANCEL-LESSON                VALUE 'C'.
002100     05  LT-PRO-ID               PIC X(02).
002200     05  LT-LESSON-DATE          PIC 9(08).
002300     05  LT-START-TIME           PIC 9(04).
002400     05  LT-MINUTES              PIC 9(03).
002500     05  LT-MINUTES-X REDEFINES LT-MINUTES
002600                                 PIC X(03).
002700     05  LT-MEMBER-NUMBER        PIC 9(06).
002800     05  LT-LESSON-KIND          PIC X(01).
002900         88  LT-RANGE-LESSON                 VALUE 'R'.
003000         88  LT-PLAYING-LESSON               VALUE 'P'.
003100     05  LT-WAIVE-FLAG           PIC X(01).
003200         88  LT-WAIVE-LATE-FEE               VALUE 'W'.
003300     05  FILLER                  PIC X(54).
