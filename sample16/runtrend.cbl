000240*    MOD LOG                                                     *
000250*    ---------- ---- ----------------------------------------    *
000260*    2026-08-22 RTM  ORIGINAL PROGRAM.                           *
000262*    2026-10-15 RTM  A BACKED-OUT HISTORY RECORD (WRITTEN BY     *
000264*                     THE BACKOUT PROGRAM) MARKS THE RUN IT      *
000266*                     REVERSED AS BKDOUT IN THE WINDOW INSTEAD   *
000268*                     OF TAKING A SLOT OF ITS OWN.               *
000270*                                                                *
000280*****************************************************************
000290*
002840     IF RH-JOB-NAME NOT = RT-JOB-NAME
002850         GO TO 2100-EXIT
002860     END-IF.
002862     IF RH-COMP-BACKED-OUT
002864         PERFORM 2200-MARK-BACKED-OUT THRU 2200-EXIT
002866         GO TO 2100-EXIT
002868     END-IF.
002870     DIVIDE RT-TOTAL-MATCHES BY RT-RUN-COUNT
002880         GIVING RT-SLOT-QUOT
002890         REMAINDER RT-SLOT-REM.
003010     ADD 1 TO RT-TOTAL-MATCHES.
003020 2100-EXIT.
003030     EXIT.
003031*
003032*****************************************************************
003033*    2200-MARK-BACKED-OUT - FLAGS THE MATCHING RUN ALREADY IN   *
003034*    THE WINDOW.  A RUN THAT HAS AGED OUT OF THE WINDOW IS NOT  *
003035*    SHOWN ANYWAY, SO ITS BACKOUT RECORD IS PASSED OVER.        *
003036*****************************************************************
003037 2200-MARK-BACKED-OUT.
003038     SET RT-RUN-IDX TO 1.
003039     SEARCH RT-RUN-SLOT
003040         WHEN RT-RUN-IDX > RT-TOTAL-MATCHES
003041             CONTINUE
003042         WHEN RT-T-RUN-NUMBER (RT-RUN-IDX) = RH-RUN-NUMBER
003043                 AND RT-T-COMPLETION (RT-RUN-IDX) NOT = "B"
003044             MOVE "B" TO RT-T-COMPLETION (RT-RUN-IDX)
003045     END-SEARCH.
003046 2200-EXIT.
003047     EXIT.
003048*
003050*****************************************************************
003060*    3000-PRINT-REPORT - WALKS THE RUN WINDOW OLDEST TO NEWEST  *
003070*    AND CLOSES WITH THE AVERAGE ELAPSED LINE.                  *
003500     ADD RT-T-ELAPSED-SECS (RT-RUN-IDX) TO RT-ELAPSED-SUM.
003510     PERFORM 3200-FORMAT-ELAPSED THRU 3200-EXIT.
003520     MOVE RT-ELAPSED-DISPLAY TO RT-DET-ELAPSED.
003530     EVALUATE RT-T-COMPLETION (RT-RUN-IDX)
003540         WHEN "A"
003545             MOVE "ABEND " TO RT-DET-STATUS
003550         WHEN "B"
003555             MOVE "BKDOUT" TO RT-DET-STATUS
003560         WHEN OTHER
003565             MOVE "NORMAL" TO RT-DET-STATUS
003570     END-EVALUATE.
003580     MOVE RT-T-RESTART (RT-RUN-IDX)   TO RT-DET-RESTART.
003590     MOVE RT-T-MSG-COUNT (RT-RUN-IDX) TO RT-DET-MSG-COUNT.
003600     MOVE RT-DETAIL-LINE TO REPORT-RECORD.
