002900*  LOG SO THE DESK'S RAIN CHECKS FINALLY RECONCILE AGAINST       *
003000*  BILLING.  GC200 APPLIES OUTSTANDING CREDITS ON THE NEXT       *
003100*  STATEMENT.                                                    *
003120*  EVERY RAIN CHECK ISSUED IS QUEUED AS A MEMBER NOTICE THROUGH  *
003140*  GCNOTIFY.                                                     *
003200*                                                                *
003300*  MODIFICATION HISTORY                                         *
003400*  2026-09-02  RJM  NEW PROGRAM                                  *
003450*  2026-10-05  RJM  RAIN CHECKS ISSUED QUEUED AS MEMBER NOTICES  *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
009000 01  RC-ARG-AREA.
009100     05  RC-ARG-DATE             PIC 9(08).
009200     05  FILLER                  PIC X(72).
009250 COPY GCNOTICE.
009300 PROCEDURE DIVISION.
009400******************************************************************
009500*  0000-MAINLINE - CONTROL THE CLOSURE RUN                       *
027500         GOBACK.
027600     ADD 1 TO RC-CHECKS-ISSUED.
027700     ADD RC-CREDIT-WORK TO RC-CREDIT-TOTAL.
027750     PERFORM 8400-QUEUE-NOTICE THRU 8400-EXIT.
027800     CLOSE RAIN-CHECK.
027900 2300-EXIT.
028000     EXIT.
033200     CLOSE AUDIT-LOG.
033300 8000-EXIT.
033400     EXIT.
033402******************************************************************
033404*  8400-QUEUE-NOTICE - TELL THE MEMBER ABOUT THE RAIN CHECK      *
033406******************************************************************
033408 8400-QUEUE-NOTICE.
033410     MOVE SPACES TO NOTICE-EVENT-RECORD.
033412     MOVE ZERO TO NQ-REF-DATE
033414                  NQ-REF-TIME
033416                  NQ-REF-SLOT
033418                  NQ-EXPIRY-DATE
033420                  NQ-EXPIRY-TIME
033422                  NQ-AMOUNT
033424                  NQ-COUNT.
033426     MOVE 'RC' TO NQ-EVENT-CODE.
033428     MOVE 'GC040   ' TO NQ-SOURCE-PROGRAM.
033430     MOVE RC-RUN-DATE TO NQ-EVENT-DATE.
033432     MOVE TS-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
033434     MOVE TS-PLAY-DATE TO NQ-REF-DATE.
033436     MOVE TS-TEE-TIME TO NQ-REF-TIME.
033438     MOVE TS-SLOT-NUMBER TO NQ-REF-SLOT.
033440     MOVE RC-CREDIT-WORK TO NQ-AMOUNT.
033442     CALL 'GCNOTIFY' USING NOTICE-EVENT-RECORD.
033444 8400-EXIT.
033446     EXIT.
033500******************************************************************
033600*  9000-WRAP-UP - TOTALS AND FILE CLOSES                         *
033700******************************************************************
