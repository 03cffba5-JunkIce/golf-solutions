001600*  ONE STRIKE TO THE MEMBER'S (OR GUEST SPONSOR'S) ROLLING       *
001700*  PM-NOSHOW-COUNT.  A SECOND SECTION LISTS EVERY MEMBER OVER    *
001800*  THE BOARD'S STRIKE THRESHOLD FOR THE COMMITTEE.  PRINTS       *
001850*  THROUGH THE GCPRINT ENGINE.  EVERY STRIKE POSTED IS QUEUED    *
001900*  AS A MEMBER NOTICE THROUGH GCNOTIFY.                          *
002000*                                                                *
002100*  MODIFICATION HISTORY                                         *
002200*  2026-09-02  DLS  NEW PROGRAM                                  *
002250*  2026-10-05  RJM  NO-SHOW STRIKES QUEUED AS MEMBER NOTICES     *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
009400     05  FILLER                  PIC X(05)   VALUE SPACES.
009500 01  NS-WORK-LINE                PIC X(46).
009600 COPY GCPRPAGE.
009650 COPY GCNOTICE.
009700 PROCEDURE DIVISION.
009800******************************************************************
009900*  0000-MAINLINE - CONTROL THE RECONCILIATION RUN                *
020900             UPON OPERATOR-CONSOLE
021000         MOVE 16 TO RETURN-CODE
021100         GOBACK.
021150     PERFORM 8400-QUEUE-NOTICE THRU 8400-EXIT.
021200 3000-EXIT.
021300     EXIT.
021400******************************************************************
025600     PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
025700 4100-EXIT.
025800     EXIT.
025802******************************************************************
025804*  8400-QUEUE-NOTICE - TELL THE MEMBER ABOUT THE STRIKE          *
025806******************************************************************
025808 8400-QUEUE-NOTICE.
025810     MOVE SPACES TO NOTICE-EVENT-RECORD.
025812     MOVE ZERO TO NQ-REF-DATE
025814                  NQ-REF-TIME
025816                  NQ-REF-SLOT
025818                  NQ-EXPIRY-DATE
025820                  NQ-EXPIRY-TIME
025822                  NQ-AMOUNT
025824                  NQ-COUNT.
025826     MOVE 'NS' TO NQ-EVENT-CODE.
025828     MOVE 'GC370   ' TO NQ-SOURCE-PROGRAM.
025830     MOVE NS-RUN-DATE TO NQ-EVENT-DATE.
025832     MOVE PM-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
025834     MOVE TS-PLAY-DATE TO NQ-REF-DATE.
025836     MOVE TS-TEE-TIME TO NQ-REF-TIME.
025838     MOVE TS-SLOT-NUMBER TO NQ-REF-SLOT.
025840     MOVE PM-NOSHOW-COUNT TO NQ-COUNT.
025842     CALL 'GCNOTIFY' USING NOTICE-EVENT-RECORD.
025844 8400-EXIT.
025846     EXIT.
025900******************************************************************
026000*  8600-EMIT-LINE - ADD A LINE TO THE PAGE, PRINT WHEN FULL      *
026100******************************************************************
