000100******************************************************************
000200*  GCCONTTR - MEMBER CONTACT MAINTENANCE TRANSACTION LAYOUT      *
000300*                                                                *
000400*  80-BYTE TRANSACTION ACCEPTED BY THE GC055 CONTACT             *
000500*  MAINTENANCE PROGRAM, EITHER AS A COMMAND ARGUMENT (FRONT      *
000600*  DESK) OR FROM THE CONTLOAD BATCH FILE.  TYPE 'A' ADDS THE     *
000700*  CONTACT RECORD FOR A MEMBER ON PLAYER-MASTER, TYPE 'C'        *
000800*  CHANGES ONE FIELD OF IT.  THE FIELD CODE NAMES THE FIELD:     *
000900*      PH  MOBILE PHONE          EM  EMAIL ADDRESS               *
001000*      A1  ADDRESS LINE 1        A2  ADDRESS LINE 2              *
001100*      CS  CITY, STATE AND POSTAL CODE (CX-CITY-VALUE VIEW)      *
001200*      CH  PREFERRED CHANNEL 'E' OR 'S' (BLANK - NONE)           *
001300*  A BLANK VALUE ON A CHANGE CLEARS THE FIELD.  AN ADD MAY       *
001400*  CARRY ONE FIELD OR NONE.                                      *
001500*                                                                *
001600*  MODIFICATION HISTORY                                         *
001700*  2026-10-05  RJM  NEW COPYBOOK                                 *
001800******************************************************************
001900 01  CONTACT-TRAN-RECORD.
002000     05  CX-TRAN-TYPE            PIC X(01).
002100         88  CX-ADD-CONTACT                  VALUE 'A'.
002200         88  CX-CHANGE-CONTACT               VALUE 'C'.
002300     05  CX-MEMBER-NUMBER        PIC 9(06).
002400     05  CX-FIELD-CODE           PIC X(02).
002500         88  CX-PHONE-FIELD                  VALUE 'PH'.
002600         88  CX-EMAIL-FIELD                  VALUE 'EM'.
002700         88  CX-ADDRESS-1-FIELD              VALUE 'A1'.
002800         88  CX-ADDRESS-2-FIELD              VALUE 'A2'.
002900         88  CX-CITY-FIELD                   VALUE 'CS'.
003000         88  CX-CHANNEL-FIELD                VALUE 'CH'.
003100         88  CX-NO-FIELD                     VALUE SPACES.
003200     05  CX-FIELD-VALUE          PIC X(60).
003300     05  CX-CITY-VALUE REDEFINES CX-FIELD-VALUE.
003400         10  CX-CITY             PIC X(20).
003500         10  CX-STATE            PIC X(02).
003600         10  CX-POSTAL-CODE      PIC X(10).
003700         10  FILLER              PIC X(28).
003800     05  FILLER                  PIC X(11).
