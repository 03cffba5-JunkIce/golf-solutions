000100******************************************************************
000200*  GCCRHOLD - BOARD CREDIT-HOLD LIMITS                           *
000300*                                                                *
000400*  WORKING-STORAGE CONSTANTS SET BY THE BOARD FOR THE            *
000500*  DELINQUENT-ACCOUNT CREDIT HOLD.  A MEMBER GOES ON HOLD WHEN   *
000600*  MB-BAL-90-DAY IS OVER CH-90-DAY-ALLOWANCE (ZERO - ANY 90-DAY  *
000700*  BALANCE AT ALL) OR THE TOTAL OF THE FOUR AGE BUCKETS IS OVER  *
000800*  CH-CREDIT-LIMIT (ZERO MEANS NO LIMIT).  GC250 PLACES AND      *
000900*  LIFTS HOLDS NIGHTLY; GC210 LIFTS ONE AS SOON AS A PAYMENT     *
001000*  BRINGS THE MEMBER BACK INSIDE BOTH LIMITS.                    *
001100*                                                                *
001200*  MODIFICATION HISTORY                                         *
001300*  2026-10-02  RJM  NEW COPYBOOK                                 *
001400******************************************************************
001500 01  CREDIT-HOLD-LIMITS.
001600     05  CH-90-DAY-ALLOWANCE     PIC S9(07)V99   COMP-3
001700                                 VALUE ZERO.
001800     05  CH-CREDIT-LIMIT         PIC S9(07)V99   COMP-3
001900                                 VALUE 2500.00.
