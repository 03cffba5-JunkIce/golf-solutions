000300*                                                                *
000400*  80-BYTE REGISTER TRANSACTION DROPPED MONTHLY BY THE POS       *
000500*  SYSTEM, LOGICAL NAME POSEXTR.  TYPE 'P' IS A CHARGE DETAIL.   *
000520*  GC235 ADDS THE MONTH'S TEACHING-PRO LESSON CHARGES AS TYPE    *
000540*  'P' RECORDS WITH TRAN CODE 'LS' AND REWRITES THE TRAILER.     *
000600*                                                                *
000700*  MODIFICATION HISTORY                                         *
000800*  2026-06-09  RJM  NEW COPYBOOK                                 *
000850*  2026-10-14  RJM  TRAN CODE 'LS' FOR GC235 LESSON CHARGES      *
000900******************************************************************
001000 01  POS-EXTRACT-RECORD.
001100     05  PX-REC-TYPE             PIC X(01).
001300     05  PX-MEMBER-NUMBER        PIC 9(06).
001400     05  PX-TRAN-DATE            PIC 9(08).
001500     05  PX-TRAN-CODE            PIC X(02).
001550         88  PX-LESSON-CHARGE                VALUE 'LS'.
001600     05  PX-DESCRIPTION          PIC X(20).
001700     05  PX-AMOUNT               PIC 9(06)V99.
001800     05  FILLER                  PIC X(35).
