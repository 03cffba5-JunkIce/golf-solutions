000100******************************************************************
000200*  GCGLMAP - GENERAL-LEDGER ACCOUNT MAPPING TABLE LAYOUT         *
000300*                                                                *
000400*  80-BYTE DEFINITION FILE READ AT RUN TIME, LOGICAL NAME        *
000500*  GLMAP, MAINTAINED BY THE CONTROLLER'S OFFICE LIKE RATETAB.    *
000600*  ONE RECORD PER JOURNAL SOURCE GIVING THE GL ACCOUNT THE       *
000700*  GC240 MONTH-END JOURNAL POSTS IT TO.  SOURCES ARE:            *
000800*      ARCT  MEMBER RECEIVABLES CONTROL                          *
000900*      GRFE  GREEN-FEE REVENUE                                   *
001000*      CTFE  CART-FEE REVENUE                                    *
001100*      POS   PRO-SHOP REVENUE, ONE RECORD PER PX-TRAN-CODE IN    *
001200*            GM-SOURCE-CODE; A BLANK CODE IS THE ACCOUNT FOR     *
001300*            ANY TRANSACTION CODE NOT LISTED                     *
001400*      CASH  BANK ACCOUNT RECEIVING MEMBER PAYMENTS              *
001500*      ADJ   BILLING ADJUSTMENTS                                 *
001600*      RAIN  RAIN-CHECK CREDITS (CONTRA-REVENUE)                 *
001700*      DUES  MEMBERSHIP DUES REVENUE                             *
001800*  A SOURCE WITH NO ACCOUNT ON THIS TABLE STOPS THE JOURNAL.     *
001900*                                                                *
002000*  MODIFICATION HISTORY                                         *
002100*  2026-09-30  RJM  NEW COPYBOOK                                 *
002200******************************************************************
002300 01  GL-ACCOUNT-MAP-RECORD.
002400     05  GM-REC-TYPE             PIC X(01).
002500         88  GM-MAP-ENTRY                    VALUE 'G'.
002600     05  GM-SOURCE               PIC X(04).
002700     05  GM-SOURCE-CODE          PIC X(02).
002800     05  GM-GL-ACCOUNT           PIC X(10).
002900     05  GM-DESCRIPTION          PIC X(20).
003000     05  FILLER                  PIC X(43).
