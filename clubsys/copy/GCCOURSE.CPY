000600*  CRSTEE COURSE/TEE DEFINITION FILE (GCCRSTEE) SO A RE-RATING   *
000610*  IS A FILE CHANGE, NOT A RECOMPILE; THIS COPYBOOK REMAINS      *
000620*  FOR THE COURSE NAME ON THE GC200 STATEMENT HEADING AND AS     *
000630*  THE RECORD OF THE ORIGINAL MEN'S RATING.  IT ALSO CARRIES     *
000632*  THE STROKE INDEX PRINTED ON THE CARD, WHICH EVERY TEE SET     *
000634*  SHARES; THE COMMITTEE REVIEWS IT AGAINST THE GC380 REPORT.    *
000640*                                                                *
000700*  MODIFICATION HISTORY                                         *
000800*  2026-05-11  RJM  NEW COPYBOOK                                 *
000810*  2026-09-02  RJM  RATING TABLE SUPERSEDED BY THE CRSTEE FILE  *
000820*  2026-09-16  DLS  CARD STROKE INDEX FOR THE NET DOUBLE BOGEY  *
000830*                   HOLE CAP (GC100, GC120)                      *
000900******************************************************************
001000 01  COURSE-TABLE.
001100     05  CRS-COURSE-NAME         PIC X(20)   VALUE
001800         10  FILLER              PIC 9(09)   VALUE 454344534.
001900     05  FILLER REDEFINES CRS-PAR-VALUES.
002000         10  CRS-HOLE-PAR        PIC 9(01)   OCCURS 18 TIMES.
002100     05  CRS-SI-VALUES.
002200         10  FILLER              PIC 9(18)   VALUE
002300             071503110117091305.
002400         10  FILLER              PIC 9(18)   VALUE
002500             081604120218101406.
002600     05  FILLER REDEFINES CRS-SI-VALUES.
002700         10  CRS-STROKE-INDEX    PIC 9(02)   OCCURS 18 TIMES.
