000400*  80-BYTE DIFFERENTIAL CARD, LOGICAL NAME DIFFERIN.  ONE        *
000500*  RECORD PER SCORED ROUND: MEMBER, PLAY DATE, SIGN COLUMN,      *
000600*  DIFFERENTIAL 99V9 AND THE TEE SET PLAYED.  WRITTEN BY THE     *
000700*  GC100 TOURNAMENT SCORER AND THE GC120 COUNTER POSTING (WITH   *
000710*  A GCTRAILR CONTROL TRAILER VERIFIED BY GC800, EACH WRITER     *
000720*  CARRYING FORWARD RECORDS ALREADY ON FILE) AND READ BY THE     *
000800*  GC110 REVISION ENGINE; HAND-KEYED CARDS FOR CASUAL ROUNDS    *
000900*  USE THE SAME COLUMNS.                                         *
001000*                                                                *
001100*  MODIFICATION HISTORY                                         *
001200*  2026-09-02  RJM  NEW COPYBOOK, LAYOUT LIFTED FROM THE GC110  *
001300*                   IN-LINE RECORD                               *
001310*  2026-09-16  DLS  GC120 COUNTER POSTING ALSO WRITES THE FILE   *
001400******************************************************************
001500 01  DIFFERENTIAL-RECORD.
001600     05  DI-MEMBER-NUMBER        PIC 9(06).
