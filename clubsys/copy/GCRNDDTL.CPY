000600*  HOLE SCORES, THE TEE SET PLAYED AND THE GROSS, SO THE         *
000700*  DETAIL SURVIVES PAST THE ROLLING TWENTY DIFFERENTIALS ON      *
000800*  GCSCRHST.  READ BY THE GC380 HOLE-DIFFICULTY REPORT AND       *
000900*  THE GC400 COUNTER INQUIRY.  THE GC120 COUNTER POSTING WRITES  *
000910*  THE SAME RECORD FOR ORDINARY ROUNDS; RD-SOURCE TELLS THEM     *
000920*  APART AND RD-ADJUSTED-GROSS IS THE NET DOUBLE BOGEY GROSS     *
000930*  THE DIFFERENTIAL WAS FIGURED ON (BLANK ON OLDER RECORDS).     *
001000*                                                                *
001100*  MODIFICATION HISTORY                                         *
001200*  2026-09-02  DLS  NEW COPYBOOK                                 *
001210*  2026-09-16  DLS  ADJUSTED GROSS AND SOURCE FROM THE FILLER    *
001300******************************************************************
001400 01  ROUND-DETAIL-RECORD.
001500     05  RD-REC-TYPE             PIC X(01).
001900     05  RD-TEE-SET              PIC X(01).
002000     05  RD-GROSS-SCORE          PIC 9(03).
002100     05  RD-HOLE-SCORE           PIC 9(02)   OCCURS 18 TIMES.
002110     05  RD-ADJUSTED-GROSS       PIC 9(03).
002120     05  RD-SOURCE               PIC X(01).
002130         88  RD-TOURNAMENT-ROUND             VALUE 'T'.
002140         88  RD-COUNTER-ROUND                VALUE 'C'.
002200     05  FILLER                  PIC X(21).
