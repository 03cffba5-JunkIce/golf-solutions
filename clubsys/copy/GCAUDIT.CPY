000700*  AU-SLOT-KEY IDENTIFY WHO WAS OFFERED WHICH SLOT ON GC330      *
000800*  WAITLIST OFFER-CHAIN RECORDS; OTHER WRITERS LEAVE THEM        *
000900*  BLANK.                                                        *
000920*                                                                *
000940*  GC410 ANSWERS INQUIRIES AGAINST THE LOG, GC415 PRINTS THE     *
000960*  WEEKLY SENSITIVE-ACTION EXCEPTIONS, AND THE GC420 PERIOD-END  *
000980*  ROLLOVER MOVES OLD RECORDS TO A DATED AUDARCH GENERATION.     *
001000*                                                                *
001100*  MODIFICATION HISTORY                                         *
001200*  2026-07-07  RJM  NEW COPYBOOK                                 *
001300*  2026-08-22  RJM  MEMBER NUMBER AND SLOT KEY FOR THE GC330    *
001400*                   WAITLIST OFFER CHAIN                         *
001420*  2026-10-07  RJM  INQUIRY, EXCEPTION REPORT AND ROLLOVER       *
001440*                   READERS NOTED                                *
001500******************************************************************
001600 01  AUDIT-LOG-RECORD.
001700     05  AU-REC-TYPE             PIC X(01).
