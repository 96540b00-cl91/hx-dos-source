000100*
000200*****************************************************************
000300*
000400*    AUDREC.CPY
000500*
000600*    MAINTENANCE CHANGE-AUDIT RECORD.  AUDFILE IS ONE KEYED
000700*    (VSAM) DATA SET SHARED BY EVERY CONTROL-CARD MAINTENANCE
000800*    UTILITY - MSGMAINT, RTEMAINT, SUSMAINT AND ALTDISP EACH
000900*    WRITE ONE RECORD PER CARD THAT CHANGED SOMETHING, SO THE
001000*    QUESTION "WHO CHANGED IT, WHEN, AND FROM WHAT TO WHAT"
001100*    OUTLIVES THE SYSOUT LISTING.  AUDINQ IS THE INQUIRY.
001200*
001300*    THE KEY IS THE CHANGE STAMP, THE PROGRAM AND THE CARD'S
001400*    SEQUENCE NUMBER IN ITS DECK, SO IT STAYS UNIQUE ACROSS
001500*    PROGRAMS AND RUNS.  THE JOB NAME IS THE RUN DECK'S AND THE
001600*    RUN IS IDENTIFIED BY ITS START STAMP.  THE OPERATOR ID IS
001700*    THE ONE KEYED ON THE LAST OPR CARD AHEAD OF THE CHANGE.
001800*
001900*    AUD-ITEM-KEY IS THE KEY OF THE THING CHANGED, AS KEYED ON
002000*    THE CARD - MSGMAINT AND RTEMAINT THE MESSAGE NUMBER,
002100*    SUSMAINT THE SUSPENSE DATE/TIME/SEQ AND ALTDISP THE ALERT
002200*    DATE/TIME/MESSAGE NUMBER, RUN TOGETHER WITHOUT SEPARATORS.
002300*    THE IMAGES ARE THE CHANGED RECORD IN ITS OWN FILE LAYOUT
002400*    (MSGCAT, RTEREC, SUSREC, ACKREC) BEFORE AND AFTER THE
002500*    CHANGE - BLANK BEFORE AN ADD AND AFTER A DELETE.
002600*
002700*    MOD LOG
002800*    ---------  ----  ---------------------------------------
002900*    2026-10-15  RTM  ORIGINAL COPYBOOK.
003000*
003100*****************************************************************
003200*
003300 01  AUDIT-RECORD.
003400     05  AUD-KEY.
003500         10  AUD-DATE            PIC X(08).
003600         10  AUD-TIME            PIC X(08).
003700         10  AUD-PROGRAM         PIC X(08).
003800         10  AUD-SEQ             PIC 9(05).
003900     05  AUD-JOB-NAME            PIC X(08).
004000     05  AUD-RUN-DATE            PIC X(08).
004100     05  AUD-RUN-TIME            PIC X(08).
004200     05  AUD-OPERATOR-ID         PIC X(08).
004300     05  AUD-ACTION              PIC X(03).
004400     05  AUD-ITEM-KEY            PIC X(30).
004500     05  AUD-BEFORE-IMAGE        PIC X(160).
004600     05  AUD-AFTER-IMAGE         PIC X(160).
004700     05  FILLER                  PIC X(06).
