000260*    MOD LOG                                                     *
000270*    ---------- ---- ----------------------------------------    *
000280*    2026-08-22 RTM  ORIGINAL PROGRAM.                           *
000282*    2026-10-15 RTM  RUNS REVERSED BY THE BACKOUT PROGRAM LIST   *
000284*                     AS BACKED OUT, WITH THEIR OWN COUNT ON     *
000286*                     THE TOTAL LINE.                            *
000287*    2026-10-15 RTM  RUNS THAT ENDED WITHOUT POSTING (CANCEL,    *
000288*                     REFUSED BATCH, PREDECESSOR HOLD) LIST AS   *
000289*                     NOT POSTED.                                *
000290*                                                                *
000300*****************************************************************
000310*
000850     05  RQ-INPROG-COUNT         PIC 9(05) COMP VALUE ZERO.
000860     05  RQ-COMPLETE-COUNT       PIC 9(05) COMP VALUE ZERO.
000870     05  RQ-STALE-COUNT          PIC 9(05) COMP VALUE ZERO.
000875     05  RQ-BACKOUT-COUNT        PIC 9(05) COMP VALUE ZERO.
000880*
000890 01  RQ-TIME-FIELDS.
000900     05  RQ-RUN-DATE             PIC X(08).
001540     05  FILLER                  PIC X(07) VALUE "  STALE".
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  RQ-TOT-STALE            PIC Z(04)9.
001562     05  FILLER                  PIC X(12) VALUE "  BACKED OUT".
001564     05  FILLER                  PIC X(01) VALUE SPACE.
001566     05  RQ-TOT-BACKOUT          PIC Z(04)9.
001570     05  FILLER                  PIC X(53) VALUE SPACES.
001580*
001590 01  RQ-EMPTY-LINE.
001600     05  FILLER                  PIC X(01) VALUE SPACE.
002390         WHEN RST-COMPLETE
002400             MOVE "COMPLETE   " TO RQ-DET-STATUS
002410             ADD 1 TO RQ-COMPLETE-COUNT
002415         WHEN RST-BACKED-OUT
002416             MOVE "BACKED OUT " TO RQ-DET-STATUS
002417             ADD 1 TO RQ-BACKOUT-COUNT
002418         WHEN RST-ENDED-UNPOSTED
002419             MOVE "NOT POSTED " TO RQ-DET-STATUS
002420         WHEN RST-NOT-STARTED
002430             MOVE "NOT STARTED" TO RQ-DET-STATUS
002440         WHEN OTHER
002640     MOVE RQ-INPROG-COUNT   TO RQ-TOT-INPROG.
002650     MOVE RQ-COMPLETE-COUNT TO RQ-TOT-COMPLETE.
002660     MOVE RQ-STALE-COUNT    TO RQ-TOT-STALE.
002665     MOVE RQ-BACKOUT-COUNT  TO RQ-TOT-BACKOUT.
002670     MOVE RQ-TOTAL-LINE TO REPORT-RECORD.
002680     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
002690 3000-EXIT.
