000100*
000200*****************************************************************
000300*
000400*    RESTREC.CPY
000500*
000600*    RESTART-REGISTRY RECORD.  RESTFILE IS A KEYED (VSAM)
000700*    REGISTRY WITH ONE RECORD PER JOB NAME / RUN NUMBER, SET
000800*    TO IN-PROGRESS WHEN A RUN STARTS AND TO COMPLETE WHEN IT
000900*    ENDS NORMALLY, SO ONE REGISTRY SERVES THE WHOLE
001000*    PRODUCTION SCHEDULE.  IF A JOB/RUN NUMBER IS RESUBMITTED
001100*    WHILE ITS RECORD IS STILL IN-PROGRESS, THIS IS TAKEN TO
001200*    BE A RESTART OF A FAILED STEP AND THE STARTUP BANNER IS
001300*    NOT REPEATED.  THE RSTINQ INQUIRY PROGRAM LISTS THE
001400*    REGISTRY FOR THE CONSOLE OPERATOR.
001500*
001600*    MOD LOG
001700*    ---------  ----  ---------------------------------------
001800*    2026-08-09  RTM  ORIGINAL COPYBOOK.
001900*    2026-08-22  RTM  RE-KEYED AS A MULTI-JOB REGISTRY - THE
002000*                     JOB NAME AND RUN NUMBER NOW FORM RST-KEY,
002100*                     THE VSAM RECORD KEY.
002200*    2026-08-22  RTM  ADDED RST-START-DATE/TIME - THE IDENTITY
002300*                     STAMP OF THE EXECUTION HOLDING THE
002400*                     RECORD.  WITH THE CHECKPOINT HEARTBEAT
002500*                     THIS LETS A SECOND SUBMISSION TELL AN
002600*                     EXECUTION THAT IS STILL ALIVE FROM ONE
002700*                     THAT FAILED.
002800*    2026-08-22  RTM  ADDED RST-CHECKPOINT-COUNT - THE LAST
002900*                     TRANFILE RECORD POSITION APPLIED TO THE
003000*                     MASTER, TAKEN EVERY N TRANSACTIONS, SO A
003100*                     RESTART RESUMES THERE INSTEAD OF
003200*                     REAPPLYING THE WHOLE INPUT FILE.
003300*    2026-10-15  RTM  ADDED RST-BACKED-OUT - SET BY THE BACKOUT
003400*                     PROGRAM ONCE A COMPLETE RUN HAS BEEN
003500*                     REVERSED OUT OF THE MASTER.  A BACKED-OUT
003600*                     RUN IS NEVER BACKED OUT AGAIN; RESUBMITTED
003700*                     UNDER THE SAME RUN NUMBER IT STARTS FRESH.
003800*    2026-10-15  RTM  ADDED RST-ENDED-UNPOSTED - A RUN THAT ENDED
003900*                     ON A DECISION BEFORE POSTING ANYTHING
004000*                     (OPERATOR CANCEL, BATCH ALREADY POSTED,
004100*                     PREDECESSOR HOLD).  IT STARTS FRESH WHEN
004200*                     RESUBMITTED BUT IS NOT A COMPLETE RUN - IT
004300*                     NEVER SATISFIES A PREDECESSOR CHECK AND IS
004400*                     NEVER BACKED OUT.
004500*
004600*****************************************************************
004700*
004800 01  RESTART-RECORD.
004900     05  RST-KEY.
005000         10  RST-JOB-NAME         PIC X(08).
005100         10  RST-RUN-NUMBER       PIC 9(05).
005200     05  RST-STATUS               PIC X(01).
005300         88  RST-NOT-STARTED          VALUE "N".
005400         88  RST-IN-PROGRESS          VALUE "S".
005500         88  RST-COMPLETE             VALUE "C".
005600         88  RST-BACKED-OUT           VALUE "B".
005700         88  RST-ENDED-UNPOSTED       VALUE "X".
005800     05  RST-LAST-UPDATE-DATE     PIC X(08).
005900     05  RST-LAST-UPDATE-TIME     PIC X(08).
006000     05  RST-CHECKPOINT-COUNT     PIC 9(09).
006100     05  RST-START-DATE           PIC X(08).
006200     05  RST-START-TIME           PIC X(08).
