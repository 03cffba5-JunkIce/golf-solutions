001000*  SEQUENCES THE NIGHTLY BATCH WINDOW.  ARGUMENT 1 IS THE RUN    *
001100*  DATE AND IS SEEN BY EVERY CALLED STEP.  STEP ORDER:           *
001200*                                                                *
001220*      GC910  PRE-WINDOW SNAPSHOT OF THE MASTER FILES            *
001250*      GC250  DELINQUENT-ACCOUNT CREDIT HOLD AND STOP-LIST       *
001300*      GC310  LEAGUE STANDING-TEE-TIME GENERATOR                 *
001400*      GC800  TEELOAD INTEGRITY CHECK                            *
001500*      GC010  TEE-SHEET LOADER (TEELOAD BATCH PATH)              *
001520*      GC800  LESSIN INTEGRITY CHECK                             *
001540*      GC060  LESSON BOOKING (LESSIN BATCH PATH)                 *
001600*      GC800  BOOKREQ INTEGRITY CHECK                            *
001700*      GC300  ONLINE BOOKING INTAKE                              *
001710*      GC015  DAILY STARTER SHEET                                *
001730*      GC065  DAILY LESSON SCHEDULE                              *
001800*      GC020  COURSE OPEN                                        *
001900*      GC030  COURSE CLOSE                                       *
002000*      GC335  WAITLIST OFFER EXPIRY SWEEP                        *
002100*      GC340  DAILY PACE-OF-PLAY REPORT                          *
002105*      GC345  DAILY CART UTILIZATION REPORT                      *
002110*      GC120  COUNTER SCORE POSTING (CARDIN BATCH PATH)          *
002200*      GC800  DIFFERIN INTEGRITY CHECK                           *
002300*      GC110  HANDICAP INDEX REVISION                            *
002400*      GC370  NO-SHOW DETECTION AND STRIKE REPORT                *
002500*      GC350  TEE-SHEET ARCHIVAL AND RETENTION PURGE             *
002600*      GC360  SEASON UTILIZATION REPORT                          *
002650*      GC260  MEMBER NOTIFICATION EXTRACT                        *
002700*                                                                *
002800*  EVERY STEP IS STAMPED INTO THE AUDIT LOG WITH ITS RETURN      *
002900*  CODE.  A NONZERO RETURN CODE ABENDS THE WINDOW AT ONCE WITH   *
003900*                   RUNNING IT (AUDITED AS SKIPPED)              *
004000*      FORCE STEP   RESUME AT THE NAMED STEP EVEN IF THE         *
004100*                   RESTART RECORD SAYS IT COMPLETED             *
004150*                   (AUDITED AS FORCED)                          *
004200*  A GC800 VERIFY STEP IS NAMED BY ITS FILE ID (TEELOAD,         *
004300*  LESSIN, BOOKREQ, DIFFERIN).  THE NAMED STEP IS EDITED AGAINST *
004400*  THE STEP LIST UP FRONT - A TYPO STOPS THE RUN INSTEAD OF      *
004500*  SILENTLY DOING NOTHING.  A WINDOW THAT ENDED CLEAN IS         *
004600*  MARKED COMPLETE AND A PLAIN RERUN FOR THE DATE DOES           *
004700*  NOTHING.                                                      *
004710*                                                                *
004720*  THE GC910 FIRST STEP SAVES PLAYRMST, TEESHEET, MBRBAL,        *
004725*  SCOREHST, WAITLIST, RAINCHK, AUDITLOG, LESSONS, NOTICEQ,      *
004730*  CARDIN, RNDDTL AND DIFFERIN AS A NEW SNAPSHOT GENERATION      *
004740*  BEFORE ANYTHING UPDATES THEM.  A RESUMED RERUN                *
004750*  IS PAST THAT STEP AND DOES NOT RE-SAVE THE HALF-UPDATED       *
004760*  FILES.  WHEN A NIGHT HAS TO BE UNDONE RATHER THAN RESUMED,    *
004770*  THE OPERATOR RUNS GC920, WHICH RESTORES THE SET FOR THE RUN   *
004780*  DATE AND RESETS THE RESTART RECORD, AND THEN RERUNS GC900.    *
004800*                                                                *
004900*  MODIFICATION HISTORY                                         *
005000*  2026-07-07  RJM  NEW PROGRAM                                  *
006800*                   IT ROLLS OFF THE LIVE FILE                   *
006900*  2026-09-02  RJM  SKIP/FORCE STEP NAME EDITED AGAINST THE     *
007000*                   STEP LIST BEFORE ANYTHING RUNS               *
007010*  2026-09-09  RJM  GC015 STARTER SHEET STEP AHEAD OF THE       *
007020*                   COURSE OPEN                                  *
007030*  2026-09-16  DLS  GC120 COUNTER SCORE POSTING AHEAD OF THE     *
007040*                   DIFFERIN CHECK SO THE DAY'S CARDS REVISE     *
007050*                   WITH THE TOURNAMENT ROUNDS                   *
007060*  2026-10-02  RJM  GC250 CREDIT HOLD STEP FIRST IN THE WINDOW  *
007070*                   SO BOOKINGS AND OFFERS SEE CURRENT HOLDS     *
007080*  2026-10-05  RJM  GC260 MEMBER NOTIFICATION EXTRACT LAST IN    *
007090*                   THE WINDOW SO THE NIGHT'S NOTICES GO OUT     *
007092*  2026-10-07  RJM  OPERATOR FORCE AUDITED AS 'STEP FORCED BY    *
007094*                   OPER' THE SAME AS A SKIP                     *
007095*  2026-10-09  RJM  GC910 PRE-WINDOW SNAPSHOT AS THE FIRST STEP  *
007096*                   FOR THE GC920 ROLLBACK; RESTART RECORD       *
007097*                   LAYOUT MOVED TO THE GCRESTRT COPYBOOK        *
007098*  2026-10-13  RJM  GC345 CART UTILIZATION REPORT AFTER GC340    *
007099*                   ONCE THE DAY'S ROUNDS ARE IN                 *
007100*  2026-10-14  RJM  GC060 LESSON BOOKING BEHIND A GC800 CHECK OF *
007110*                   LESSIN AFTER THE TEE-SHEET LOAD, AND GC065   *
007120*                   LESSON SCHEDULE AFTER THE STARTER SHEET      *
007130*  2026-10-15  RJM  SNAPSHOT FILE LIST IN THE HEADER BROUGHT UP  *
007140*                   TO DATE WITH GC910                           *
007150******************************************************************
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
007400 SPECIAL-NAMES.
008600 FD  AUDIT-LOG.
008700 COPY GCAUDIT.
008800 FD  RESTART-FILE.
008900 COPY GCRESTRT.
009500 WORKING-STORAGE SECTION.
009600 77  DR-AUDIT-STATUS             PIC X(02).
009700 77  DR-ARG-COUNT                PIC 9(03)   COMP.
015900             UPON OPERATOR-CONSOLE.
016000     DISPLAY 'GC900I BATCH WINDOW OPEN, RUN DATE ' DR-RUN-DATE
016100         UPON OPERATOR-CONSOLE.
016105     MOVE 'GC910   ' TO DR-STEP-PROGRAM.
016110     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
016120     MOVE 'GC250   ' TO DR-STEP-PROGRAM.
016140     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
016200     MOVE 'GC310   ' TO DR-STEP-PROGRAM.
016300     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
016400     MOVE 'TEELOAD ' TO VP-FILE-ID.
016500     PERFORM 1500-RUN-VERIFY THRU 1500-EXIT.
016600     MOVE 'GC010   ' TO DR-STEP-PROGRAM.
016700     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
016720     MOVE 'LESSIN  ' TO VP-FILE-ID.
016740     PERFORM 1500-RUN-VERIFY THRU 1500-EXIT.
016760     MOVE 'GC060   ' TO DR-STEP-PROGRAM.
016780     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
016800     MOVE 'BOOKREQ ' TO VP-FILE-ID.
016900     PERFORM 1500-RUN-VERIFY THRU 1500-EXIT.
017000     MOVE 'GC300   ' TO DR-STEP-PROGRAM.
017100     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
017110     MOVE 'GC015   ' TO DR-STEP-PROGRAM.
017120     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
017140     MOVE 'GC065   ' TO DR-STEP-PROGRAM.
017160     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
017200     MOVE 'GC020   ' TO DR-STEP-PROGRAM.
017300     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
017400     MOVE 'GC030   ' TO DR-STEP-PROGRAM.
017700     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
017800     MOVE 'GC340   ' TO DR-STEP-PROGRAM.
017900     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
017902     MOVE 'GC345   ' TO DR-STEP-PROGRAM.
017904     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
017910     MOVE 'GC120   ' TO DR-STEP-PROGRAM.
017920     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
018000     MOVE 'DIFFERIN' TO VP-FILE-ID.
018100     PERFORM 1500-RUN-VERIFY THRU 1500-EXIT.
018200     MOVE 'GC110   ' TO DR-STEP-PROGRAM.
018700     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
018800     MOVE 'GC360   ' TO DR-STEP-PROGRAM.
018900     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
018920     MOVE 'GC260   ' TO DR-STEP-PROGRAM.
018940     PERFORM 1000-RUN-STEP THRU 1000-EXIT.
019000     MOVE DR-WINDOW-DONE TO DR-STEP-NUMBER.
019100     MOVE 'COMPLETE' TO DR-STEP-PROGRAM.
019200     PERFORM 2500-WRITE-RESTART THRU 2500-EXIT.
022700******************************************************************
022800 0600-EDIT-OPER-STEP.
022900     EVALUATE DR-OPER-STEP
022920         WHEN 'GC910   '
022950         WHEN 'GC250   '
023000         WHEN 'GC310   '
023100         WHEN 'GC010   '
023150         WHEN 'GC060   '
023200         WHEN 'GC300   '
023210         WHEN 'GC015   '
023230         WHEN 'GC065   '
023300         WHEN 'GC020   '
023400         WHEN 'GC030   '
023500         WHEN 'GC335   '
023600         WHEN 'GC340   '
023605         WHEN 'GC345   '
023610         WHEN 'GC120   '
023700         WHEN 'GC110   '
023800         WHEN 'GC370   '
023900         WHEN 'GC350   '
024000         WHEN 'GC360   '
024050         WHEN 'GC260   '
024100         WHEN 'TEELOAD '
024150         WHEN 'LESSIN  '
024200         WHEN 'BOOKREQ '
024300         WHEN 'DIFFERIN'
024400             CONTINUE
025800 1000-RUN-STEP.
025900     ADD 1 TO DR-STEP-NUMBER.
026000     IF DR-FORCE-OPTION AND DR-OPER-STEP = DR-STEP-PROGRAM
026020         MOVE ZERO TO DR-RESUME-STEP
026040         MOVE ZERO TO DR-STEP-RC
026060         MOVE 'STEP FORCED BY OPER ' TO DR-AUDIT-ACTION
026080         PERFORM 2000-AUDIT-STEP THRU 2000-EXIT.
026200     IF DR-STEP-NUMBER NOT > DR-RESUME-STEP
026300         DISPLAY 'GC900I STEP ' DR-STEP-PROGRAM
026400             ' ALREADY COMPLETE, SKIPPED ON RESTART'
030300     ADD 1 TO DR-STEP-NUMBER.
030400     MOVE 'GC800   ' TO DR-STEP-PROGRAM.
030500     IF DR-FORCE-OPTION AND DR-OPER-STEP = VP-FILE-ID
030520         MOVE ZERO TO DR-RESUME-STEP
030540         MOVE ZERO TO DR-STEP-RC
030560         MOVE 'STEP FORCED BY OPER ' TO DR-AUDIT-ACTION
030580         PERFORM 2000-AUDIT-STEP THRU 2000-EXIT.
030700     IF DR-STEP-NUMBER NOT > DR-RESUME-STEP
030800         DISPLAY 'GC900I VERIFY ' VP-FILE-ID
030900             ' ALREADY COMPLETE, SKIPPED ON RESTART'
