002000*  CHANGE IS STAMPED INTO THE GCAUDIT LOG WITH THE ACTION,       *
002100*  SOURCE PATH, MEMBER NUMBER, DATE AND TIME.  REJECTS ARE       *
002200*  LISTED WITH A REASON.                                         *
002210*                                                                *
002220*  THE MEMBERSHIP CATEGORY MUST BE ON THE CATTAB TABLE.  AN ADD  *
002230*  WITH NO CATEGORY IS MADE A FULL MEMBER; A CHANGE WITH A       *
002240*  CATEGORY RE-CATEGORISES THE MEMBER AND THE MOVE IS AUDITED    *
002250*  ON ITS OWN SO THE DUES HISTORY CAN BE TRACED.                 *
002300*                                                                *
002400*  MODIFICATION HISTORY                                         *
002500*  2026-09-02  DLS  NEW PROGRAM                                  *
002520*  2026-09-23  RJM  MEMBERSHIP CATEGORY EDITED AGAINST CATTAB,   *
002540*                   DEFAULTED ON AN ADD AND AUDITED ON A CHANGE  *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS PM-MEMBER-NUMBER
004300         FILE STATUS IS MT-PLAYER-STATUS.
004320     SELECT CATEGORY-TABLE ASSIGN TO "CATTAB"
004340         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS MT-CATTAB-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PLAYER-LOAD.
004900 COPY GCAUDIT.
005000 FD  PLAYER-MASTER.
005100 COPY GCPLAYER.
005120 FD  CATEGORY-TABLE.
005140 01  CATEGORY-TABLE-REC          PIC X(80).
005200 WORKING-STORAGE SECTION.
005300 77  MT-PLAYLOAD-STATUS          PIC X(02).
005400 77  MT-AUDIT-STATUS             PIC X(02).
007300 77  MT-SOURCE-SW                PIC X(01)   VALUE 'D'.
007400     88  MT-FROM-FRONT-DESK                  VALUE 'D'.
007500     88  MT-FROM-BATCH                       VALUE 'B'.
007505 77  MT-CATTAB-STATUS            PIC X(02).
007510 77  MT-CAT-EOF-SW               PIC X(01)   VALUE 'N'.
007515     88  MT-END-OF-CATEGORIES                VALUE 'Y'.
007520 77  MT-CAT-SUB                  PIC S9(04)  COMP.
007525 77  MT-CAT-FOUND                PIC S9(04)  COMP.
007530 77  MT-DEFAULT-CATEGORY         PIC X(02)   VALUE 'FU'.
007535 77  MT-OLD-CATEGORY             PIC X(02).
007540 01  MT-CATEGORY-TABLE.
007545     05  MT-CAT-COUNT            PIC 9(02)   COMP.
007550     05  MT-CAT-ENTRY            OCCURS 20 TIMES.
007555         10  MT-CT-CODE          PIC X(02).
007560 COPY GCCATTAB.
007600 01  MT-ARG-AREA.
007700     05  MT-ARG-DATE             PIC 9(08).
007800     05  FILLER                  PIC X(72).
012200     IF MT-PLAYER-STATUS NOT = '00'
012300         DISPLAY 'GC050E PLAYER-MASTER OPEN FAILED, STATUS '
012400             MT-PLAYER-STATUS
012450         MOVE 'Y' TO MT-FATAL-SW
012500         GO TO 1000-EXIT.
012550     PERFORM 1500-LOAD-CATEGORY-TABLE THRU 1500-EXIT.
012600 1000-EXIT.
012700     EXIT.
012702******************************************************************
012704*  1500-LOAD-CATEGORY-TABLE - CATTAB CODES INTO WORKING STORE    *
012706******************************************************************
012708 1500-LOAD-CATEGORY-TABLE.
012710     MOVE ZERO TO MT-CAT-COUNT.
012712     MOVE 'N' TO MT-CAT-EOF-SW.
012714     OPEN INPUT CATEGORY-TABLE.
012716     IF MT-CATTAB-STATUS = '35'
012718         DISPLAY 'GC050I NO CATTAB FILE, CATEGORY CODES NOT'
012720             ' EDITED'
012722         GO TO 1500-EXIT.
012724     IF MT-CATTAB-STATUS NOT = '00'
012726         DISPLAY 'GC050E CATTAB OPEN FAILED, STATUS '
012728             MT-CATTAB-STATUS
012730         MOVE 'Y' TO MT-FATAL-SW
012732         GO TO 1500-EXIT.
012734     PERFORM 1510-READ-CATEGORY THRU 1510-EXIT.
012736     PERFORM 1520-TABLE-CATEGORY THRU 1520-EXIT
012738         UNTIL MT-END-OF-CATEGORIES.
012740     CLOSE CATEGORY-TABLE.
012742 1500-EXIT.
012744     EXIT.
012746 1510-READ-CATEGORY.
012748     READ CATEGORY-TABLE INTO CATEGORY-TABLE-RECORD
012750         AT END MOVE 'Y' TO MT-CAT-EOF-SW.
012752     IF MT-CATTAB-STATUS NOT = '00'
012754         MOVE 'Y' TO MT-CAT-EOF-SW.
012756 1510-EXIT.
012758     EXIT.
012760 1520-TABLE-CATEGORY.
012762     IF NOT CG-CATEGORY-ENTRY
012764             OR CG-CATEGORY-CODE = SPACES
012766         GO TO 1520-NEXT.
012768     IF MT-CAT-COUNT = 20
012770         DISPLAY 'GC050W CATEGORY TABLE FULL, '
012772             CG-CATEGORY-CODE ' IGNORED'
012774         GO TO 1520-NEXT.
012776     ADD 1 TO MT-CAT-COUNT.
012778     MOVE CG-CATEGORY-CODE TO MT-CT-CODE (MT-CAT-COUNT).
012780 1520-NEXT.
012782     PERFORM 1510-READ-CATEGORY THRU 1510-EXIT.
012784 1520-EXIT.
012786     EXIT.
012800******************************************************************
012900*  2000-PROCESS-ARGUMENTS - FRONT DESK COMMAND-LINE PATH         *
013000******************************************************************
021200     IF PT-STATUS-CHANGE AND PT-MEMBER-STATUS = SPACE
021300         MOVE 'MEMBER STATUS MISSING' TO MT-REJECT-REASON
021400         GO TO 3050-EXIT.
021420     PERFORM 3060-EDIT-CATEGORY THRU 3060-EXIT.
021440     IF MT-REJECT-REASON NOT = SPACES
021460         GO TO 3050-EXIT.
021500     IF PT-HANDICAP-INDEX-X = SPACES
021600         GO TO 3050-EXIT.
021700     IF PT-HANDICAP-INDEX NOT NUMERIC
022200         MOVE 'INDEX OVER 54.0' TO MT-REJECT-REASON.
022300 3050-EXIT.
022400     EXIT.
022405 3060-EDIT-CATEGORY.
022410     IF PT-MEMBER-CATEGORY = SPACES OR MT-CAT-COUNT = 0
022415         GO TO 3060-EXIT.
022420     MOVE ZERO TO MT-CAT-FOUND.
022425     PERFORM 3070-MATCH-CATEGORY THRU 3070-EXIT
022430         VARYING MT-CAT-SUB FROM 1 BY 1
022435         UNTIL MT-CAT-SUB > MT-CAT-COUNT
022440            OR MT-CAT-FOUND > 0.
022445     IF MT-CAT-FOUND = 0
022450         MOVE 'CATEGORY NOT ON CATTAB' TO MT-REJECT-REASON.
022455 3060-EXIT.
022460     EXIT.
022465 3070-MATCH-CATEGORY.
022470     IF MT-CT-CODE (MT-CAT-SUB) = PT-MEMBER-CATEGORY
022475         MOVE MT-CAT-SUB TO MT-CAT-FOUND.
022480 3070-EXIT.
022485     EXIT.
022500******************************************************************
022600*  3100-ADD-MEMBER - DUPLICATE EDIT AND NEW MASTER RECORD        *
022700******************************************************************
024400         MOVE 'A' TO PM-MEMBER-STATUS
024500     ELSE
024600         MOVE PT-MEMBER-STATUS TO PM-MEMBER-STATUS.
024620     IF PT-MEMBER-CATEGORY = SPACES
024640         MOVE MT-DEFAULT-CATEGORY TO PM-MEMBER-CATEGORY
024660     ELSE
024680         MOVE PT-MEMBER-CATEGORY TO PM-MEMBER-CATEGORY.
024700     PERFORM 3150-WORK-INDEX THRU 3150-EXIT.
024800     MOVE MT-INDEX-WORK TO PM-HANDICAP-INDEX
024900                           PM-LOW-INDEX.
028200         MOVE PT-MEMBER-NAME TO PM-MEMBER-NAME.
028300     IF PT-MEMBER-STATUS NOT = SPACE
028400         MOVE PT-MEMBER-STATUS TO PM-MEMBER-STATUS.
028420     MOVE PM-MEMBER-CATEGORY TO MT-OLD-CATEGORY.
028440     IF PT-MEMBER-CATEGORY NOT = SPACES
028460         MOVE PT-MEMBER-CATEGORY TO PM-MEMBER-CATEGORY.
028500     IF PT-HANDICAP-INDEX-X NOT = SPACES
028600         PERFORM 3150-WORK-INDEX THRU 3150-EXIT
028700         MOVE MT-INDEX-WORK TO PM-HANDICAP-INDEX
029600         GO TO 3200-EXIT.
029700     MOVE 'MEMBER CHANGE ' TO MT-AA-VERB.
029800     PERFORM 8100-AUDIT-CHANGE THRU 8100-EXIT.
029820     IF PM-MEMBER-CATEGORY NOT = MT-OLD-CATEGORY
029840         MOVE 'CATEGORY TO   ' TO MT-AA-VERB
029860         MOVE PM-MEMBER-CATEGORY TO MT-AA-VERB (13:2)
029880         PERFORM 8100-AUDIT-CHANGE THRU 8100-EXIT.
029900 3200-EXIT.
030000     EXIT.
030100******************************************************************
