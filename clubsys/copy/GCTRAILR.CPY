000300*                                                                *
000400*  LAST RECORD OF EVERY 80-BYTE INTERFACE FILE PASSED BETWEEN    *
000500*  BATCH STEPS (TEELOAD, POSEXTR, BOOKREQ, PAYMTIN,              *
000550*  DIFFERIN, LESSIN, GLJRNL, STOPLIST).  THE WRITER SETS:        *
000600*      TR-RECORD-COUNT  COUNT OF DATA RECORDS AHEAD OF THE       *
000700*                       TRAILER                                  *
000800*      TR-AMOUNT-HASH   SUM OF THE FILE'S AMOUNT FIELDS          *
000900*                       (TEELOAD GREEN+CART FEES, POSEXTR        *
001000*                       PX-AMOUNT, PAYMTIN PY-AMOUNT, GLJRNL     *
001040*                       GJ-AMOUNT, STOPLIST SL-BALANCE-OWED;     *
001050*                       ZERO WHERE THE FILE HAS NO               *
001100*                       AMOUNTS, AS ON BOOKREQ AND LESSIN)       *
001200*      TR-KEY-HASH      SUM OF THE MEMBER NUMBERS (ZERO ON       *
001250*                       GLJRNL, WHICH CARRIES NONE)              *
001300*  THE GC800 INTEGRITY CHECK RECOMPUTES ALL THREE AND ABENDS     *
001400*  THE WINDOW ON ANY MISMATCH OR ON A MISSING TRAILER, SO A      *
001500*  TRUNCATED FILE CAN NEVER FEED A DOWNSTREAM STEP SILENTLY.     *
001520*                                                                *
001540*  THE 200-BYTE NOTIFEXT VENDOR EXTRACT ENDS WITH THE SAME       *
001560*  TRAILER IN THE FIRST 80 BYTES OF ITS LAST RECORD (AMOUNT      *
001580*  HASH NX-AMOUNT).                                              *
001600*                                                                *
001700*  MODIFICATION HISTORY                                         *
001800*  2026-08-18  RJM  NEW COPYBOOK                                 *
001810*  2026-09-02  RJM  PAYMTIN PAYMENT BATCH CARRIES THE TRAILER   *
001820*                   TOO                                          *
001830*  2026-09-30  RJM  GC240 GL JOURNAL GLJRNL CARRIES THE          *
001840*                   TRAILER TOO, KEY HASH ZERO                   *
001850*  2026-10-02  RJM  GC250 POS STOP-LIST STOPLIST CARRIES THE     *
001860*                   TRAILER TOO                                  *
001870*  2026-10-05  RJM  GC260 NOTIFICATION EXTRACT NOTIFEXT CARRIES  *
001880*                   THE TRAILER TOO                              *
001885*  2026-10-14  RJM  GC060 LESSON BOOKING BATCH LESSIN CARRIES    *
001890*                   THE TRAILER TOO, AMOUNT HASH ZERO            *
001900******************************************************************
002000 01  TRAILER-RECORD.
002100     05  TR-REC-TYPE             PIC X(01).
