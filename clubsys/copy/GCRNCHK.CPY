001100*                                                                *
001200*  MODIFICATION HISTORY                                         *
001300*  2026-09-02  RJM  NEW COPYBOOK                                 *
001310*  2026-09-30  RJM  APPLIED CREDITS STAY ON FILE THROUGH THE     *
001320*                   STATEMENT MONTH FOR THE GC240 GL JOURNAL     *
001400******************************************************************
001500 01  RAIN-CHECK-RECORD.
001600     05  RK-REC-TYPE             PIC X(01).
