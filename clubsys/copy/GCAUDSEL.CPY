000100******************************************************************
000200*  GCAUDSEL - AUDIT-LOG INQUIRY SELECTION CARD LAYOUT            *
000300*                                                                *
000400*  80-BYTE CARD IMAGE KEYED AS ARGUMENT 2 OF THE GC410 AUDIT     *
000500*  TRAIL INQUIRY.  EVERY FIELD LEFT BLANK SELECTS ANYTHING;      *
000600*  FIELDS THAT ARE FILLED IN MUST ALL MATCH:                     *
000700*      AS-MEMBER-NUMBER  THE MEMBER THE ACTION WAS ABOUT         *
000800*      AS-PROGRAM-ID     THE WRITING PROGRAM (AU-PROGRAM-ID)     *
000900*      AS-ACTION         LEADING TEXT OF AU-ACTION, SO 'STATUS   *
001000*                        TO' FINDS EVERY STATUS CHANGE           *
001100*      AS-SLOT-KEY       PLAY DATE, OR PLAY DATE AND TEE TIME,   *
001200*                        OR THE FULL SLOT                        *
001300*      AS-FROM-DATE      FIRST AND LAST AUDIT RUN DATE           *
001400*      AS-TO-DATE                                                *
001500*                                                                *
001600*  MODIFICATION HISTORY                                         *
001700*  2026-10-07  RJM  NEW COPYBOOK                                 *
001800******************************************************************
001900 01  AUDIT-SELECT-RECORD.
002000     05  AS-MEMBER-NUMBER        PIC X(06).
002100     05  AS-MEMBER-NUM REDEFINES AS-MEMBER-NUMBER
002200                                 PIC 9(06).
002300     05  AS-PROGRAM-ID           PIC X(08).
002400     05  AS-ACTION               PIC X(20).
002500     05  AS-SLOT-KEY.
002600         10  AS-PLAY-DATE        PIC X(08).
002700         10  AS-PLAY-DATE-NUM REDEFINES AS-PLAY-DATE
002800                                 PIC 9(08).
002900         10  AS-TEE-TIME         PIC X(04).
003000         10  AS-TEE-TIME-NUM REDEFINES AS-TEE-TIME
003100                                 PIC 9(04).
003200         10  AS-SLOT-NUMBER      PIC X(01).
003300         10  AS-SLOT-NUMBER-NUM REDEFINES AS-SLOT-NUMBER
003400                                 PIC 9(01).
003500     05  AS-FROM-DATE            PIC X(08).
003600     05  AS-FROM-DATE-NUM REDEFINES AS-FROM-DATE
003700                                 PIC 9(08).
003800     05  AS-TO-DATE              PIC X(08).
003900     05  AS-TO-DATE-NUM REDEFINES AS-TO-DATE
004000                                 PIC 9(08).
004100     05  FILLER                  PIC X(17).
