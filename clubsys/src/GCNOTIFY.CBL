000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GCNOTIFY.
000300 AUTHOR. R. J. MACINTYRE.
000400 INSTALLATION. FAIRVIEW GLEN GOLF CLUB.
000500 DATE-WRITTEN. 2026-10-05.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GCNOTIFY - MEMBER NOTICE QUEUE APPENDER                       *
000900*                                                                *
001000*  CALLED WITH ONE GCNOTICE EVENT BY ANY PROGRAM THAT HAS        *
001100*  SOMETHING TO TELL A MEMBER (WAITLIST OFFERS AND EXPIRIES,     *
001200*  NO-SHOW STRIKES, RAIN CHECKS, PAYMENTS, STATEMENTS).  STAMPS  *
001300*  THE RECORD TYPE AND APPENDS THE EVENT TO THE NOTICEQ QUEUE,   *
001400*  OPENING AND CLOSING THE QUEUE ON EVERY CALL THE SAME AS THE   *
001500*  AUDIT LOG, SO CALLERS NEED NO FILE OF THEIR OWN.  A QUEUE     *
001600*  FAILURE IS REPORTED TO THE OPERATOR BUT NEVER STOPS THE       *
001700*  CALLER - THE EVENT THAT RAISED THE NOTICE HAS ALREADY         *
001800*  HAPPENED.  THE GC260 STEP DRAINS THE QUEUE NIGHTLY.           *
001900*                                                                *
002000*  MODIFICATION HISTORY                                         *
002100*  2026-10-05  RJM  NEW PROGRAM                                  *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SPECIAL-NAMES.
002600     CONSOLE IS OPERATOR-CONSOLE.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT NOTICE-QUEUE ASSIGN TO "NOTICEQ"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS NT-QUEUE-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  NOTICE-QUEUE.
003500 01  NOTICE-QUEUE-REC            PIC X(80).
003600 WORKING-STORAGE SECTION.
003700 77  NT-QUEUE-STATUS             PIC X(02).
003800 LINKAGE SECTION.
003900 COPY GCNOTICE.
004000 PROCEDURE DIVISION USING NOTICE-EVENT-RECORD.
004100******************************************************************
004200*  0000-MAINLINE - APPEND THE EVENT TO THE NOTICE QUEUE          *
004300******************************************************************
004400 0000-MAINLINE.
004500     MOVE 'Q' TO NQ-REC-TYPE.
004600     OPEN EXTEND NOTICE-QUEUE.
004700     IF NT-QUEUE-STATUS = '35'
004800         OPEN OUTPUT NOTICE-QUEUE.
004900     IF NT-QUEUE-STATUS NOT = '00'
005000         DISPLAY 'GCNOTIFYE NOTICEQ OPEN FAILED, STATUS '
005100             NT-QUEUE-STATUS ' MEMBER ' NQ-MEMBER-NUMBER
005200             ' EVENT ' NQ-EVENT-CODE
005300             UPON OPERATOR-CONSOLE
005400         GOBACK.
005500     WRITE NOTICE-QUEUE-REC FROM NOTICE-EVENT-RECORD.
005600     IF NT-QUEUE-STATUS NOT = '00'
005700         DISPLAY 'GCNOTIFYE NOTICEQ WRITE FAILED, STATUS '
005800             NT-QUEUE-STATUS ' MEMBER ' NQ-MEMBER-NUMBER
005900             ' EVENT ' NQ-EVENT-CODE
006000             UPON OPERATOR-CONSOLE.
006100     CLOSE NOTICE-QUEUE.
006200     GOBACK.
