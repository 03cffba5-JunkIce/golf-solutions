000300*                                                                *
000400*  PASSED ON THE CALL TO GC800.  VP-FILE-ID NAMES THE ONE        *
000500*  INTERFACE FILE TO VERIFY: TEELOAD, POSEXTR, BOOKREQ,          *
000550*  PAYMTIN, DIFFERIN OR LESSIN.  GC800 ANSWERS THROUGH           *
000600*  RETURN-CODE (ZERO GOOD, 16 BAD).                              *
000700*                                                                *
000800*  MODIFICATION HISTORY                                         *
000900*  2026-08-22  RJM  NEW COPYBOOK                                 *
000910*  2026-09-02  RJM  PAYMTIN AND DIFFERIN ADDED TO THE FILES     *
000920*                   VERIFIED                                     *
000940*  2026-10-14  RJM  LESSIN ADDED TO THE FILES VERIFIED           *
001000******************************************************************
001100 01  VERIFY-PARM.
001200     05  VP-FILE-ID              PIC X(08).
