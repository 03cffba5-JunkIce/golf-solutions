000100******************************************************************
000200*  GCLESSCH - TEACHING-PRO LESSON SCHEDULE LAYOUT                *
000300*                                                                *
000400*  80-BYTE DEFINITION FILE READ AT RUN TIME, LOGICAL NAME        *
000500*  LESSCHED, MAINTAINED BY THE PRO SHOP LIKE RATETAB.  THREE     *
000600*  RECORD TYPES, EACH KEYED BY THE TWO-CHARACTER PRO ID:         *
000700*      P  ONE PER TEACHING PRO - NAME, HOURLY RATES FOR RANGE    *
000800*         AND PLAYING LESSONS, THE LATE-CANCEL FEE AND THE       *
000900*         PRO'S PERCENTAGE SHARE OF LESSON REVENUE               *
001000*      H  ONE PER STRETCH OF AVAILABLE TEACHING HOURS ON A DAY   *
001100*         OF THE WEEK (1=MON THRU 7=SUN); A DAY MAY HAVE SEVERAL *
001200*      X  ONE PER DATE THE PRO IS NOT TEACHING AT ALL            *
001300*  GC060 BOOKS LESSONS ONLY INSIDE A PRO'S HOURS AND NEVER ON A  *
001400*  BLOCKED DAY; GC065 PRINTS THE HOURS ON THE DAILY SCHEDULE;    *
001500*  GC235 PRICES THE COMMISSION SPLIT FROM THE PRO RECORD.        *
001600*                                                                *
001700*  MODIFICATION HISTORY                                         *
001800*  2026-10-14  RJM  NEW COPYBOOK                                 *
001900******************************************************************
002000 01  LESSON-SCHEDULE-RECORD.
002100     05  LS-REC-TYPE             PIC X(01).
002200         88  LS-PRO-ENTRY                    VALUE 'P'.
002300         88  LS-HOURS-ENTRY                  VALUE 'H'.
002400         88  LS-BLOCKED-DAY                  VALUE 'X'.
002500     05  LS-PRO-ID               PIC X(02).
002600     05  LS-DETAIL               PIC X(77).
002700     05  LS-PRO-DETAIL REDEFINES LS-DETAIL.
002800         10  LS-PRO-NAME         PIC X(20).
002900         10  LS-RANGE-RATE       PIC 9(04)V99.
003000         10  LS-PLAYING-RATE     PIC 9(04)V99.
003100         10  LS-LATE-CANCEL-FEE  PIC 9(04)V99.
003200         10  LS-PRO-SHARE-PCT    PIC 9(03)V99.
003300         10  FILLER              PIC X(34).
003400     05  LS-HOURS-DETAIL REDEFINES LS-DETAIL.
003500         10  LS-DAY-OF-WEEK      PIC 9(01).
003600         10  LS-FROM-TIME        PIC 9(04).
003700         10  LS-TO-TIME          PIC 9(04).
003800         10  FILLER              PIC X(68).
003900     05  LS-BLOCKED-DETAIL REDEFINES LS-DETAIL.
004000         10  LS-BLOCKED-DATE     PIC 9(08).
004100         10  LS-BLOCKED-REASON   PIC X(30).
004200         10  FILLER              PIC X(39).
