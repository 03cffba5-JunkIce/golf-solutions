000100******************************************************************
000200*  GCCARTFL - CART FLEET LAYOUT                                  *
000300*                                                                *
000400*  80-BYTE CART FLEET FILE READ AT RUN TIME, LOGICAL NAME        *
000500*  CARTFLT.  ONE RECORD PER CART ON THE LEASE: THE CART NUMBER   *
000600*  PAINTED ON THE CART, 'I' IN SERVICE OR 'O' OUT OF SERVICE,    *
000700*  AND FOR AN OUT-OF-SERVICE CART THE DATE IT WENT OUT AND WHY.  *
000800*  THE CART BARN KEEPS THE FILE UP TO DATE.  GC010 AND GC300     *
000900*  ALLOCATE THE IN-SERVICE CARTS TO BOOKINGS, A CART BEING OUT   *
001000*  FOR THE LENGTH OF A ROUND FROM ITS TEE TIME, AND GC345        *
001100*  REPORTS DAILY USE OF THE FLEET AND LISTS THE CARTS OUT OF     *
001200*  SERVICE.                                                      *
001300*                                                                *
001400*  MODIFICATION HISTORY                                         *
001500*  2026-10-13  RJM  NEW COPYBOOK                                 *
001600******************************************************************
001700 01  CART-FLEET-RECORD.
001800     05  CF-REC-TYPE             PIC X(01).
001900         88  CF-CART-ENTRY                   VALUE 'F'.
002000     05  CF-CART-NUMBER          PIC X(04).
002100     05  CF-CART-STATUS          PIC X(01).
002200         88  CF-IN-SERVICE                   VALUE 'I'.
002300         88  CF-OUT-OF-SERVICE               VALUE 'O'.
002400     05  CF-OUT-DATE             PIC 9(08).
002500     05  CF-OUT-DATE-X REDEFINES CF-OUT-DATE
002600                                 PIC X(08).
002700     05  CF-OUT-REASON           PIC X(30).
002800     05  FILLER                  PIC X(36).
