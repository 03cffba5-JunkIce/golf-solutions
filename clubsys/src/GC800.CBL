001000*  CALLED BETWEEN WINDOW STEPS (AND BY GC200 AHEAD OF BILLING,   *
001100*  GC210 AHEAD OF PAYMENT POSTING) WITH THE GCVERIFY PARM        *
001200*  NAMING ONE INTERFACE FILE: TEELOAD, POSEXTR, BOOKREQ,         *
001300*  PAYMTIN, DIFFERIN OR LESSIN.  RECOMPUTES THE RECORD COUNT,    *
001400*  AMOUNT HASH AND MEMBER-NUMBER HASH AND COMPARES THEM TO THE   *
001500*  GCTRAILR TRAILER.  ANY MISMATCH, OR A FILE WITH NO TRAILER,   *
001600*  ENDS WITH RETURN CODE 16 AND A CLEAR OPERATOR MESSAGE SO      *
001700*  THE DRIVER ABENDS THE WINDOW - A SILENT PARTIAL FILE CAN      *
002600*                   VERIFIED                                     *
002700*  2026-09-02  RJM  DIFFERIN DIFFERENTIAL EXTRACT FROM GC100    *
002800*                   ADDED TO THE FILES VERIFIED                  *
002820*  2026-10-14  RJM  LESSIN LESSON BOOKING BATCH FOR GC060 ADDED  *
002840*                   TO THE FILES VERIFIED                        *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004800     SELECT DIFFERIN-FILE ASSIGN TO "DIFFERIN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS VY-FILE-STATUS.
005020     SELECT LESSIN-FILE ASSIGN TO "LESSIN"
005040         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS VY-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  TEELOAD-FILE.
006000 01  PAYMTIN-REC                 PIC X(80).
006100 FD  DIFFERIN-FILE.
006200 01  DIFFERIN-REC                PIC X(80).
006220 FD  LESSIN-FILE.
006240 01  LESSIN-REC                  PIC X(80).
006300 WORKING-STORAGE SECTION.
006400 01  CHECK-RECORD                PIC X(80).
006500 77  VY-FILE-STATUS              PIC X(02).
007700 COPY GCBOOKRQ.
007800 COPY GCPAYTRN.
007900 COPY GCDIFFER.
007950 COPY GCLESSTR.
008000 LINKAGE SECTION.
008100 COPY GCVERIFY.
008200 PROCEDURE DIVISION USING VERIFY-PARM.
009500             AND VP-FILE-ID NOT = 'BOOKREQ '
009600             AND VP-FILE-ID NOT = 'PAYMTIN '
009700             AND VP-FILE-ID NOT = 'DIFFERIN'
009750             AND VP-FILE-ID NOT = 'LESSIN  '
009800         DISPLAY 'GC800E UNKNOWN FILE ID ' VP-FILE-ID
009900             UPON OPERATOR-CONSOLE
010000         MOVE 16 TO RETURN-CODE
012900             OPEN INPUT PAYMTIN-FILE
013000         WHEN 'DIFFERIN'
013100             OPEN INPUT DIFFERIN-FILE
013120         WHEN 'LESSIN  '
013140             OPEN INPUT LESSIN-FILE
013200     END-EVALUATE.
013300 1100-EXIT.
013400     EXIT.
014400             CLOSE PAYMTIN-FILE
014500         WHEN 'DIFFERIN'
014600             CLOSE DIFFERIN-FILE
014620         WHEN 'LESSIN  '
014640             CLOSE LESSIN-FILE
014700     END-EVALUATE.
014800 1200-EXIT.
014900     EXIT.
016900             READ DIFFERIN-FILE INTO CHECK-RECORD
017000                 AT END MOVE 'Y' TO VY-EOF-SW
017100             END-READ
017120         WHEN 'LESSIN  '
017140             READ LESSIN-FILE INTO CHECK-RECORD
017160                 AT END MOVE 'Y' TO VY-EOF-SW
017180             END-READ
017200     END-EVALUATE.
017300     IF VY-FILE-STATUS NOT = '00'
017400         MOVE 'Y' TO VY-EOF-SW.
019900             PERFORM 3400-TALLY-PAYMTIN THRU 3400-EXIT
020000         WHEN 'DIFFERIN'
020100             PERFORM 3500-TALLY-DIFFERIN THRU 3500-EXIT
020120         WHEN 'LESSIN  '
020140             PERFORM 3600-TALLY-LESSIN THRU 3600-EXIT
020200     END-EVALUATE.
020300 3000-NEXT.
020400     PERFORM 2000-READ-RECORD THRU 2000-EXIT.
024400         ADD DI-MEMBER-NUMBER TO VY-KEY-SUM.
024500 3500-EXIT.
024600     EXIT.
024610 3600-TALLY-LESSIN.
024620     MOVE CHECK-RECORD TO LESSON-TRAN-RECORD.
024630     IF LT-MEMBER-NUMBER NUMERIC
024640         ADD LT-MEMBER-NUMBER TO VY-KEY-SUM.
024650 3600-EXIT.
024660     EXIT.
024700******************************************************************
024800*  4000-COMPARE-TOTALS - TRAILER AGAINST WHAT WAS READ           *
024900******************************************************************
