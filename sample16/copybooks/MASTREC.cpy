001300*    MOD LOG
001400*    ---------  ----  ---------------------------------------
001500*    2026-08-22  RTM  ORIGINAL COPYBOOK.
001510*    2026-10-15  RTM  ADDED MST-STATUS (OPEN/FROZEN/CLOSED),
001520*                     CARVED FROM THE TRAILING FILLER - THE
001530*                     RECORD IS STILL 70 BYTES.  A BLANK STATUS
001540*                     (EVERY RECORD WRITTEN BEFORE THE FIELD
001550*                     EXISTED) READS AS OPEN.  STATUS IS SET BY
001560*                     THE ACCMAINT MAINTENANCE PROGRAM; SAMPLE1
001570*                     REFUSES POSTINGS TO FROZEN OR CLOSED
001580*                     ACCOUNTS.
001600*
001700*****************************************************************
001800*
002200     05  MST-TRAN-COUNT          PIC 9(07).
002300     05  MST-LAST-TRAN-DATE      PIC X(08).
002400     05  MST-DESCRIPTION         PIC X(30).
002500     05  MST-STATUS              PIC X(01).
002510         88  MST-STAT-OPEN            VALUE "O" SPACE.
002520         88  MST-STAT-FROZEN          VALUE "F".
002530         88  MST-STAT-CLOSED          VALUE "C".
002540     05  FILLER                  PIC X(08).
