000100*
000200*****************************************************************
000300*
000400*    BREGREC.CPY
000500*
000600*    POSTED-BATCH REGISTER RECORD.  BREGFILE IS A KEYED (VSAM)
000700*    DATA SET - ONE RECORD PER TRANFILE BATCH SAMPLE1 HAS
000800*    POSTED, KEYED ON THE BATCH'S OWN CONTROL FIELDS (SOURCE,
000900*    BATCH DATE, RECORD COUNT AND SIGNED HASH TOTAL FROM ITS
001000*    TRAILER - SEE TRN-CONTROL IN TRNREC) AND STAMPED WITH THE
001100*    JOB/RUN NUMBER THAT POSTED IT.  A BATCH WHOSE KEY IS
001200*    ALREADY REGISTERED AS POSTED IS REFUSED BEFORE ANYTHING IS
001300*    APPLIED, WHATEVER RUN NUMBER IT ARRIVES UNDER.
001400*
001500*    THE BRGMAINT UTILITY LISTS THE REGISTER AND RELEASES A
001600*    KEY (STATUS R, WITH THE OPERATOR, STAMP AND REASON) WHEN
001700*    A GENUINELY NEW BATCH HAPPENS TO CARRY THE SAME CONTROL
001800*    FIELDS, OR A BACKED-OUT BATCH MUST POST AGAIN.  THE NEXT
001900*    POSTING OF A RELEASED KEY RE-STAMPS IT POSTED AND BUMPS
002000*    BRG-POST-COUNT; THE LAST RELEASE STAMP IS KEPT.
002100*
002200*    THE HASH SIGN IS ALWAYS "+" OR "-" HERE - A BLANK TRAILER
002300*    SIGN IS REGISTERED AS "+" SO THE SAME BATCH CANNOT SLIP
002400*    PAST UNDER A DIFFERENT SPELLING OF ITS SIGN.
002500*
002600*    MOD LOG
002700*    ---------  ----  ---------------------------------------
002800*    2026-10-15  RTM  ORIGINAL COPYBOOK.
002900*
003000*****************************************************************
003100*
003200 01  BATCH-REGISTER-RECORD.
003300     05  BRG-KEY.
003400         10  BRG-BATCH-SOURCE    PIC X(08).
003500         10  BRG-BATCH-DATE      PIC X(08).
003600         10  BRG-RECORD-COUNT    PIC 9(09).
003700         10  BRG-HASH-SIGN       PIC X(01).
003800         10  BRG-HASH-TOTAL      PIC 9(11)V99.
003900     05  BRG-STATUS              PIC X(01).
004000         88  BRG-POSTED               VALUE "P".
004100         88  BRG-RELEASED             VALUE "R".
004200     05  BRG-JOB-NAME            PIC X(08).
004300     05  BRG-RUN-NUMBER          PIC 9(05).
004400     05  BRG-POSTED-DATE         PIC X(08).
004500     05  BRG-POSTED-TIME         PIC X(08).
004600     05  BRG-POST-COUNT          PIC 9(03).
004700     05  BRG-RELEASE-DATE        PIC X(08).
004800     05  BRG-RELEASE-TIME        PIC X(08).
004900     05  BRG-RELEASE-OPER        PIC X(08).
005000     05  BRG-RELEASE-REASON      PIC X(24).
005100     05  FILLER                  PIC X(08).
