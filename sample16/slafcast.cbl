000356*                     CROSSES IT - A POST-MIDNIGHT JOB BEHIND    *
000358*                     AN EVENING DEPENDENCY WAS COMPARED ON      *
000359*                     THE WRONG CLOCK AND ALWAYS SHOWED BREACH.  *
000360*    2026-10-15 RTM  BACKED-OUT HISTORY RECORDS (SEE BACKOUT)    *
000362*                     ARE PASSED OVER - THEY ONLY MARK AN        *
000364*                     EARLIER RUN AND CARRY NO ELAPSED TIME.     *
000366*                                                                *
000370*****************************************************************
000380*
000390 ENVIRONMENT DIVISION.
003410         GO TO 2100-EXIT
003420     END-IF.
003430     IF RH-ELAPSED-SECS IS NOT NUMERIC
003435             OR RH-COMP-BACKED-OUT
003440         GO TO 2100-EXIT
003450     END-IF.
003460     MOVE "N" TO SF-JOB-FOUND-SW.
