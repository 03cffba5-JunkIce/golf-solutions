000100******************************************************************
000200*  GCRESTRT - GC900 RESTART CONTROL RECORD LAYOUT                *
000300*                                                                *
000400*  80-BYTE SINGLE-RECORD FILE, LOGICAL NAME RESTART.  GC900      *
000500*  REWRITES IT AFTER EVERY STEP WITH THE RUN DATE AND THE        *
000600*  NUMBER AND NAME OF THE LAST STEP COMPLETED (99 'COMPLETE'     *
000700*  WHEN THE WINDOW ENDED CLEAN).  THE GC920 ROLLBACK RESETS IT   *
000800*  TO STEP ZERO FOR THE RUN DATE IT RESTORED, SO THE NEXT GC900  *
000900*  RUN FOR THAT DATE STARTS AT THE TOP.                          *
001000*                                                                *
001100*  MODIFICATION HISTORY                                         *
001200*  2026-10-09  RJM  NEW COPYBOOK, LAYOUT MOVED OUT OF GC900      *
001300******************************************************************
001400 01  RESTART-RECORD.
001500     05  RS-RUN-DATE             PIC 9(08).
001600     05  RS-STEP-NUMBER          PIC 9(02).
001700     05  RS-STEP-NAME            PIC X(08).
001800     05  RS-STAMP-TIME           PIC 9(06).
001900     05  FILLER                  PIC X(56).
