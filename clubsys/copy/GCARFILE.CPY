000200*  GCARFILE - ACCOUNTS-RECEIVABLE STATEMENT RECORD LAYOUT        *
000300*                                                                *
000400*  ONE RECORD PER BILLED MEMBER PER STATEMENT RUN, LOGICAL       *
000500*  NAME ARFILE.  WRITTEN BY THE GC200 STATEMENT RUN.  THE        *
000510*  RECORD GREW TO 86 BYTES WHEN MEMBERSHIP DUES WERE ADDED.      *
000600*                                                                *
000700*  MODIFICATION HISTORY                                         *
000800*  2026-06-09  RJM  NEW COPYBOOK                                 *
000820*                   PAYMENTS RECEIVED; TOTAL DUE IS NOW SIGNED   *
000830*  2026-09-02  RJM  RAIN-CHECK CREDITS APPLIED ON THE           *
000840*                   STATEMENT                                    *
000850*  2026-09-23  RJM  MEMBERSHIP DUES BILLED BY GC230              *
000900******************************************************************
001000 01  AR-RECORD.
001100     05  AR-MEMBER-NUMBER        PIC 9(06).
001700     05  AR-PRIOR-BALANCE        PIC S9(07)V99.
001800     05  AR-PAYMENTS             PIC 9(07)V99.
001810     05  AR-RAIN-CREDITS         PIC 9(07)V99.
001820     05  AR-DUES                 PIC 9(07)V99.
