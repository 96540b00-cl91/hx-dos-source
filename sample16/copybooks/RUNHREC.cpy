001300*    MOD LOG
001400*    ---------  ----  ---------------------------------------
001500*    2026-08-22  RTM  ORIGINAL COPYBOOK.
001510*    2026-10-15  RTM  ADDED RH-COMP-BACKED-OUT.  THE BACKOUT
001520*                     PROGRAM APPENDS A "B" RECORD UNDER THE JOB
001530*                     AND RUN NUMBER IT REVERSED; IT MARKS THAT
001540*                     RUN AND CARRIES NO ELAPSED TIME OF ITS OWN.
001600*
001700*****************************************************************
001800*
002700     05  RH-COMPLETION           PIC X(01).
002800         88  RH-COMP-NORMAL           VALUE "N".
002900         88  RH-COMP-ABEND            VALUE "A".
002910         88  RH-COMP-BACKED-OUT       VALUE "B".
003000     05  RH-RESTART-FLAG         PIC X(01).
003100         88  RH-WAS-RESTART           VALUE "Y".
003200     05  RH-MSG-COUNT            PIC 9(07).
