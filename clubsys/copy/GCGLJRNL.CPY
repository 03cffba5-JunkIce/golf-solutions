000100******************************************************************
000200*  GCGLJRNL - MONTH-END GENERAL-LEDGER JOURNAL RECORD LAYOUT     *
000300*                                                                *
000400*  80-BYTE JOURNAL LINE, LOGICAL NAME GLJRNL, WRITTEN BY THE     *
000500*  GC240 MONTH-END RUN FOR THE GENERAL-LEDGER PACKAGE.  ONE      *
000600*  LINE PER GL ACCOUNT, SOURCE AND DEBIT/CREDIT SIDE, SUMMED     *
000700*  FOR THE PERIOD.  THE DEBIT LINES ALWAYS EQUAL THE CREDIT      *
000800*  LINES - GC240 WILL NOT WRITE A JOURNAL THAT DOES NOT          *
000900*  BALANCE.  THE FILE ENDS WITH A GCTRAILR CONTROL TRAILER.      *
001000*                                                                *
001100*  MODIFICATION HISTORY                                         *
001200*  2026-09-30  RJM  NEW COPYBOOK                                 *
001300******************************************************************
001400 01  GL-JOURNAL-RECORD.
001500     05  GJ-REC-TYPE             PIC X(01).
001600         88  GJ-JOURNAL-LINE                 VALUE 'J'.
001700     05  GJ-PERIOD               PIC 9(06).
001800     05  GJ-POSTING-DATE         PIC 9(08).
001900     05  GJ-LINE-NUMBER          PIC 9(04).
002000     05  GJ-GL-ACCOUNT           PIC X(10).
002100     05  GJ-SOURCE               PIC X(04).
002200     05  GJ-SOURCE-CODE          PIC X(02).
002300     05  GJ-DESCRIPTION          PIC X(20).
002400     05  GJ-DEBIT-CREDIT         PIC X(01).
002500         88  GJ-DEBIT                        VALUE 'D'.
002600         88  GJ-CREDIT                       VALUE 'C'.
002700     05  GJ-AMOUNT               PIC 9(09)V99.
002800     05  FILLER                  PIC X(13).
