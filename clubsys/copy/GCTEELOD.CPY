001220*                   MEMBER ACCEPTS THE SLOT HELD FOR THEM ON     *
001230*                   THE GCWAITLS OFFER (PLAY DATE AND MEMBER     *
001240*                   IDENTIFY THE OFFER, OTHER FIELDS UNUSED)     *
001250*  2026-10-13  RJM  CART OPTION - 'R' THE PLAYER MUST HAVE A     *
001260*                   CART (REJECT IF THE FLEET IS FULL), 'W'      *
001270*                   WALKING, BLANK A CART IF ONE IS FREE         *
001300******************************************************************
001400 01  TEE-LOAD-RECORD.
001500     05  TL-TRAN-TYPE            PIC X(01).
003100     05  TL-START-TIME           PIC 9(04).
003200     05  TL-TURN-TIME            PIC 9(04).
003300     05  TL-FINISH-TIME          PIC 9(04).
003400     05  TL-CART-OPTION          PIC X(01).
003500         88  TL-CART-REQUIRED                VALUE 'R'.
003600         88  TL-CART-WALK                    VALUE 'W'.
003700     05  FILLER                  PIC X(08).
