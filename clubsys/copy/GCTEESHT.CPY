001480*                   GC040 CLOSURE RUN - OFF THE SHEET FOR PLAY   *
001490*                   BUT STILL BILLED BY GC200, WITH THE          *
001491*                   GCRNCHK CREDIT NETTING AGAINST THE CHARGE    *
001492*  2026-10-13  RJM  CART FLAG - 'Y' A FLEET CART IS ALLOCATED,   *
001493*                   'N' WALKING BY CHOICE, 'F' WALKING BECAUSE   *
001494*                   THE FLEET WAS FULL.  BLANK ON SLOTS BOOKED   *
001495*                   BEFORE THE FLEET FILE, WHICH HOLD A CART     *
001496*                   WHEN A CART FEE WAS CHARGED                  *
001500******************************************************************
001600 01  TEE-SHEET-RECORD.
001700     05  TS-KEY.
003200     05  TS-ACTUAL-START-TIME    PIC 9(04).
003300     05  TS-TURN-TIME            PIC 9(04).
003400     05  TS-FINISH-TIME          PIC 9(04).
003500     05  TS-CART-SW              PIC X(01).
003600         88  TS-CART-ALLOCATED               VALUE 'Y'.
003700         88  TS-CART-WALKING                 VALUE 'N'.
003800         88  TS-CART-DENIED                  VALUE 'F'.
003900     05  FILLER                  PIC X(09).
