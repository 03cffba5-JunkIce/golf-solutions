000600*  THE PLAYLOAD BATCH FILE.  TYPE 'A' ADDS A MEMBER, TYPE 'C'    *
000700*  CHANGES NAME, STATUS AND/OR INDEX (BLANK FIELDS ARE LEFT      *
000800*  ALONE), TYPE 'S' CHANGES THE STANDING ALONE.  THE INDEX       *
000900*  CARRIES A SIGN COLUMN THE SAME AS A DIFFERIN CARD.  THE       *
000910*  MEMBERSHIP CATEGORY MUST BE ON THE GCCATTAB TABLE; A BLANK    *
000920*  CATEGORY ON AN ADD DEFAULTS TO FULL MEMBERSHIP 'FU'.          *
001000*                                                                *
001100*  MODIFICATION HISTORY                                         *
001200*  2026-09-02  DLS  NEW COPYBOOK                                 *
001210*  2026-09-23  RJM  MEMBERSHIP CATEGORY CODE                     *
001300******************************************************************
001400 01  PLAYER-TRAN-RECORD.
001500     05  PT-TRAN-TYPE            PIC X(01).
002300     05  PT-HANDICAP-INDEX       PIC 99V9.
002400     05  PT-HANDICAP-INDEX-X REDEFINES PT-HANDICAP-INDEX
002500                                 PIC X(03).
002510     05  PT-MEMBER-CATEGORY      PIC X(02).
002600     05  FILLER                  PIC X(41).
