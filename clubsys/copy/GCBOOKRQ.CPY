000600*  REQUEST TYPE IN COL 27 IS 'B' (OR BLANK, FOR VENDOR           *
000610*  BACK-COMPATIBILITY) FOR A NEW BOOKING, 'C' TO CANCEL THE      *
000620*  MEMBER'S BOOKING AT THAT DATE AND TIME, 'W' TO JOIN THE       *
000625*  WAITLIST FOR THE DATE.  THE CART OPTION IN COL 28 IS 'R' IF   *
000630*  THE PLAYER MUST HAVE A CART, 'W' TO WALK, OR BLANK FOR A CART *
000635*  IF ONE IS FREE.                                               *
000640*                                                                *
000700*  MODIFICATION HISTORY                                         *
000800*  2026-06-23  DLS  NEW COPYBOOK                                 *
000810*  2026-09-02  DLS  REQUEST TYPE FOR ONLINE CANCEL AND          *
000820*                   WAITLIST-JOIN                                *
000840*  2026-10-13  RJM  CART OPTION FOR THE CART FLEET ALLOCATION    *
000900******************************************************************
001000 01  BOOKING-REQUEST-RECORD.
001100     05  BR-REQUEST-ID           PIC X(08).
001420         88  BR-NEW-BOOKING                  VALUE 'B'.
001430         88  BR-CANCEL-REQUEST               VALUE 'C'.
001440         88  BR-JOIN-WAITLIST                VALUE 'W'.
001540     05  BR-CART-OPTION          PIC X(01).
001640         88  BR-CART-REQUIRED                VALUE 'R'.
001740         88  BR-CART-WALK                    VALUE 'W'.
001840     05  FILLER                  PIC X(52).
