001000*                   BOARD'S 12-ROUND SPONSOR CAP                 *
001010*  2026-09-02  DLS  ROLLING NO-SHOW STRIKE COUNT KEPT BY THE    *
001020*                   GC370 POST-CLOSE RECONCILIATION              *
001030*  2026-09-23  RJM  MEMBERSHIP CATEGORY CODE (GCCATTAB) FOR     *
001040*                   DUES BILLING AND BOOKING PRIVILEGES          *
001050*  2026-10-02  RJM  CREDIT-HOLD FLAG SET AND CLEARED BY GC250    *
001060*                   AND GC210 FOR DELINQUENT ACCOUNTS            *
001100******************************************************************
001200 01  PLAYER-MASTER-RECORD.
001300     05  PM-MEMBER-NUMBER        PIC 9(06).
002200     05  PM-GUEST-YTD-YEAR       PIC 9(04).
002300     05  PM-GUEST-ROUNDS-YTD     PIC 9(02).
002310     05  PM-NOSHOW-COUNT         PIC 9(03).
002320     05  PM-MEMBER-CATEGORY      PIC X(02).
002330     05  PM-CREDIT-HOLD          PIC X(01).
002340         88  PM-CREDIT-HELD                  VALUE 'Y'.
002400     05  FILLER                  PIC X(04).
