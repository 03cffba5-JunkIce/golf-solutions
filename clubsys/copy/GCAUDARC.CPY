000100******************************************************************
000200*  GCAUDARC - AUDIT-LOG ARCHIVE GENERATION HEADER LAYOUT         *
000300*                                                                *
000400*  FIRST RECORD OF EVERY AUDARCH ARCHIVE GENERATION WRITTEN BY   *
000500*  THE GC420 PERIOD-END AUDIT ROLLOVER.  THE GENERATION HOLDS    *
000600*  THIS HEADER, THE GCAUDIT RECORDS DATED BEFORE THE CUTOFF IN   *
000700*  THEIR ORIGINAL ORDER, AND A GCTRAILR CONTROL TRAILER (RECORD  *
000800*  COUNT, AMOUNT HASH ZERO, KEY HASH THE SUM OF THE MEMBER       *
000900*  NUMBERS).  READERS OF AUDIT RECORDS TAKE ONLY TYPE 'A', SO A  *
001000*  GENERATION CAN BE READ IN PLACE OF THE LIVE AUDITLOG.         *
001100*                                                                *
001200*  MODIFICATION HISTORY                                         *
001300*  2026-10-07  RJM  NEW COPYBOOK                                 *
001400******************************************************************
001500 01  AUDIT-ARCHIVE-HEADER.
001600     05  AA-REC-TYPE             PIC X(01).
001700         88  AA-ARCHIVE-HEADER               VALUE 'H'.
001800     05  AA-LITERAL              PIC X(07).
001900     05  AA-ARCHIVE-DATE         PIC 9(08).
002000     05  AA-CUTOFF-DATE          PIC 9(08).
002100     05  FILLER                  PIC X(56).
