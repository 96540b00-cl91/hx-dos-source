001800*    MOD LOG
001900*    ---------  ----  ---------------------------------------
002000*    2026-09-02  RTM  ORIGINAL COPYBOOK.
002010*    2026-10-15  RTM  THE BACKOUT PROGRAM WRITES ITS REVERSALS IN
002020*                     THIS LAYOUT TO A NEW GENERATION, STAMPED
002030*                     JOB NAME BACKOUT AND THE RUN NUMBER IT
002040*                     REVERSED.
002041*    2026-10-15  RTM  ACCMAINT WRITES AN "S" (STATUS CHANGE)
002042*                     RECORD IN THIS LAYOUT TO ITS OWN ACCOUNT
002043*                     JOURNAL (ACJFILE) FOR EVERY ACCOUNT IT
002044*                     OPENS, FREEZES, UNFREEZES OR CLOSES - ZERO
002045*                     AMOUNT, THE BALANCE UNCHANGED ON BOTH SIDES,
002046*                     AND THE NEW STATUS IN JRN-NEW-STATUS, CUT
002047*                     FROM THE TRAILING FILLER.  MSTUTIL RECOVR
002048*                     REPLAYS THEM.  THE POSTING JOURNAL NEVER
002049*                     CARRIES ONE.
002100*
002200*****************************************************************
002300*
003100         88  JRN-ACT-ADD              VALUE "A".
003200         88  JRN-ACT-UPDATE           VALUE "U".
003300         88  JRN-ACT-DELETE           VALUE "D".
003310         88  JRN-ACT-STATUS           VALUE "S".
003400     05  JRN-AMT-SIGN            PIC X(01).
003500         88  JRN-AMT-MINUS            VALUE "-".
003600     05  JRN-AMOUNT              PIC 9(09)V99.
004000     05  JRN-AFTER-SIGN          PIC X(01).
004100         88  JRN-AFTER-MINUS          VALUE "-".
004200     05  JRN-BAL-AFTER           PIC 9(09)V99.
004300     05  JRN-NEW-STATUS          PIC X(01).
004400     05  FILLER                  PIC X(03).
