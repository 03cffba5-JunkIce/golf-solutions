000100******************************************************************
000200*  GCSNAPSH - PRE-WINDOW MASTER-FILE SNAPSHOT RECORD LAYOUT      *
000300*                                                                *
000400*  250-BYTE FIXED SEQUENTIAL FILE, LOGICAL NAME SNAPSHOT,        *
000500*  WRITTEN BY THE GC910 FIRST STEP OF THE GC900 WINDOW AND       *
000600*  READ BY THE GC920 OPERATOR ROLLBACK.  THE FILE HOLDS THE      *
000700*  LAST FEW GENERATIONS IN GENERATION ORDER.  EACH GENERATION    *
000800*  IS:                                                           *
000900*      'G'  GENERATION HEADER - RUN DATE AND TIME TAKEN          *
001000*      'F'  FILE HEADER, ONE PER FILE SAVED, WITH THE FILE       *
001100*           PRESENT OR ABSENT AT SNAPSHOT TIME                   *
001200*      'D'  ONE PER RECORD OF THAT FILE, IMAGE IN SN-RECORD-DATA *
001300*      'E'  FILE TRAILER - RECORD COUNT FOR THE FILE             *
001400*      'Z'  GENERATION TRAILER - TOTAL RECORDS AND FILES SAVED   *
001500*  SN-FILE-ID IS THE SAVED FILE'S LOGICAL NAME.  A GENERATION    *
001600*  WITHOUT ITS 'Z' TRAILER, OR WHOSE COUNTS DO NOT AGREE, IS     *
001700*  NEVER RESTORED.                                               *
001800*                                                                *
001900*  MODIFICATION HISTORY                                         *
002000*  2026-10-09  RJM  NEW COPYBOOK                                 *
002100******************************************************************
002200 01  SNAPSHOT-RECORD.
002300     05  SN-REC-TYPE             PIC X(01).
002400         88  SN-GENERATION-HEADER            VALUE 'G'.
002500         88  SN-FILE-HEADER                  VALUE 'F'.
002600         88  SN-DATA-RECORD                  VALUE 'D'.
002700         88  SN-FILE-TRAILER                 VALUE 'E'.
002800         88  SN-GENERATION-TRAILER           VALUE 'Z'.
002900     05  SN-GENERATION           PIC 9(05).
003000     05  SN-RUN-DATE             PIC 9(08).
003100     05  SN-FILE-ID              PIC X(08).
003200     05  SN-RECORD-DATA          PIC X(228).
003300     05  SN-CONTROL-DATA REDEFINES SN-RECORD-DATA.
003400         10  SN-STAMP-TIME       PIC 9(06).
003500         10  SN-FILE-STATE       PIC X(01).
003600             88  SN-FILE-PRESENT             VALUE 'P'.
003700             88  SN-FILE-ABSENT              VALUE 'A'.
003800         10  SN-RECORD-COUNT     PIC 9(09).
003900         10  SN-FILE-COUNT       PIC 9(02).
004000         10  FILLER              PIC X(210).
