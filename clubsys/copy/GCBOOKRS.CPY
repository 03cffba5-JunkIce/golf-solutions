001100*      05  REQUEST DATA INVALID                                  *
001110*      06  NO BOOKING TO CANCEL                                  *
001120*      07  REQUEST TYPE INVALID                                  *
001130*      08  OUTSIDE MEMBERSHIP CATEGORY DAYS OR TIMES             *
001140*      09  MEMBER ON CREDIT HOLD                                 *
001160*      10  TEE TIME BLOCKED BY A COURSE BLOCK                    *
001170*      11  CART REQUIRED, NO CART AVAILABLE                      *
001180*  AN ACCEPTED BOOKING CARRIES A CART FLAG, 'Y' A FLEET CART     *
001190*  IS ALLOCATED OR 'N' THE PLAYER WALKS.                         *
001200*                                                                *
001300*  MODIFICATION HISTORY                                         *
001400*  2026-06-23  DLS  NEW COPYBOOK                                 *
001410*  2026-09-02  DLS  REASON CODES FOR THE CANCEL AND             *
001420*                   WAITLIST-JOIN REQUEST TYPES                  *
001430*  2026-09-23  RJM  REASON CODE FOR MEMBERSHIP CATEGORY         *
001440*                   BOOKING PRIVILEGES                           *
001450*  2026-10-02  RJM  REASON CODE FOR THE DELINQUENT-ACCOUNT       *
001460*                   CREDIT HOLD                                  *
001470*  2026-10-12  RJM  REASON CODE FOR A TEE TIME INSIDE A COURSE   *
001480*                   BLOCK                                        *
001490*  2026-10-13  RJM  REASON CODE AND CART FLAG FOR THE CART FLEET *
001500******************************************************************
001600 01  BOOKING-RESPONSE-RECORD.
001700     05  BS-REQUEST-ID           PIC X(08).
002300         88  BS-REJECTED                     VALUE 'R'.
002400     05  BS-REASON-CODE          PIC X(02).
002500     05  BS-SLOT-NUMBER          PIC 9(01).
002600     05  BS-CART-SW              PIC X(01).
002700     05  FILLER                  PIC X(49).
