000100******************************************************************
000200*  GCCRSBLK - COURSE BLOCK CALENDAR LAYOUT                       *
000300*                                                                *
000400*  80-BYTE COURSE BLOCK FILE READ AT RUN TIME, LOGICAL NAME      *
000500*  CRSBLOCK.  ONE RECORD PER STRETCH OF TEE SHEET TAKEN OUT OF   *
000600*  PLAY: THE DATE, THE FIRST AND LAST TEE TIME BLOCKED (A        *
000700*  WHOLE-DAY BLOCK IS HELD AS 0000 THRU 2359), THE BLOCK TYPE    *
000800*  AND A DESCRIPTION THE DESK AND THE REJECT LISTINGS SHOW.      *
000900*  GC045 IS THE ONLY WRITER; THE SAME LAYOUT IS KEYED ON ITS     *
001000*  BLOCK CARDS, WHERE TYPE 'R' REMOVES THE MATCHING BLOCK AND    *
001100*  BLANK TIMES MEAN THE WHOLE DAY.  GC010, GC300 AND GC310       *
001200*  REFUSE TO BOOK A BLOCKED TEE TIME, GC330 AND GC335 DO NOT     *
001300*  OFFER ONE, AND GC360 REPORTS BLOCKED TIME AS ITS OWN COLUMN.  *
001400*                                                                *
001500*  MODIFICATION HISTORY                                         *
001600*  2026-10-12  RJM  NEW COPYBOOK                                 *
001700******************************************************************
001800 01  COURSE-BLOCK-RECORD.
001900     05  CB-REC-TYPE             PIC X(01).
002000         88  CB-BLOCK-ENTRY                  VALUE 'B'.
002100         88  CB-BLOCK-REMOVAL                VALUE 'R'.
002200     05  CB-BLOCK-DETAIL.
002300         10  CB-BLOCK-DATE       PIC 9(08).
002400         10  CB-BLOCK-DATE-X REDEFINES CB-BLOCK-DATE
002500                                 PIC X(08).
002600         10  CB-FROM-TIME        PIC 9(04).
002700         10  CB-FROM-TIME-X REDEFINES CB-FROM-TIME
002800                                 PIC X(04).
002900         10  CB-TO-TIME          PIC 9(04).
003000         10  CB-TO-TIME-X REDEFINES CB-TO-TIME
003100                                 PIC X(04).
003200         10  CB-BLOCK-TYPE       PIC X(01).
003300             88  CB-AERIFICATION     VALUE 'A'.
003400             88  CB-MAINTENANCE      VALUE 'M'.
003500             88  CB-FROST-DELAY      VALUE 'F'.
003600             88  CB-OUTING           VALUE 'O'.
003700             88  CB-SHOTGUN-START    VALUE 'S'.
003800             88  CB-VALID-TYPE       VALUE 'A' 'M' 'F' 'O' 'S'.
003900         10  CB-DESCRIPTION      PIC X(30).
004000     05  CB-ENTRY-DATE           PIC 9(08).
004100     05  FILLER                  PIC X(24).
