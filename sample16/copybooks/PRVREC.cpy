000100*
000200*****************************************************************
000300*
000400*    PRVREC.CPY
000500*
000600*    DAILY PROOF RECORD.  MSTRECON PROVE WRITES ONE RECORD TO
000700*    PRVFILE WITH THE VERDICT IT REACHED, THE OPENING AND
000800*    CLOSING MASTER POSITIONS, AND THE NET MOVEMENT OF THE
000900*    MASTER BETWEEN THEM (CLOSING LESS OPENING BALANCE - ON AN
001000*    IN-BALANCE DAY THIS IS EXACTLY THE MOVEMENT PROVED), SO
001100*    DOWNSTREAM FEEDS SUCH AS THE GL EXTRACT (GLEXTRCT) CAN TIE
001200*    THEIR OWN TOTALS TO THE DAY'S PROOF WITHOUT RE-KEYING THEM
001300*    FROM THE PRINTED REPORT.  A DAY THAT COULD NOT BE PROVED
001400*    STILL GETS A RECORD, VERDICT U, POSITIONS ZERO.  SIGNS ARE
001500*    CARRIED AS THEIR OWN COLUMNS, AS ON SNAPFILE.
001600*
001700*    MOD LOG
001800*    ---------  ----  ---------------------------------------
001900*    2026-10-15  RTM  ORIGINAL COPYBOOK.
001901*    2026-10-15  RTM  PRV-DATE IS THE BUSINESS DAY PROVED - THE
001902*                     DATE OF THE FIRST JOURNAL RECORD, OR THE
001903*                     RUN DATE WHEN PROVED WITHOUT A JOURNAL.
001904*                     PRV-TIME IS STILL THE TIME MSTRECON RAN.
002000*
002100*****************************************************************
002200*
002300 01  PROOF-RECORD.
002400     05  PRV-DATE                PIC X(08).
002500     05  PRV-TIME                PIC X(08).
002600     05  PRV-VERDICT             PIC X(01).
002700         88  PRV-IN-BALANCE           VALUE "B".
002800         88  PRV-QUALIFIED            VALUE "Q".
002900         88  PRV-OUT-OF-BALANCE       VALUE "O".
003000         88  PRV-UNPROVABLE           VALUE "U".
003100     05  PRV-JOURNAL-SW          PIC X(01).
003200         88  PRV-JOURNAL-USED         VALUE "Y".
003300     05  PRV-JRN-COUNT           PIC 9(07).
003400     05  PRV-OPEN-SIGN           PIC X(01).
003500         88  PRV-OPEN-MINUS           VALUE "-".
003600     05  PRV-OPEN-BALANCE        PIC 9(13)V99.
003700     05  PRV-CLOSE-SIGN          PIC X(01).
003800         88  PRV-CLOSE-MINUS          VALUE "-".
003900     05  PRV-CLOSE-BALANCE       PIC 9(13)V99.
004000     05  PRV-MOVE-SIGN           PIC X(01).
004100         88  PRV-MOVE-MINUS           VALUE "-".
004200     05  PRV-MOVEMENT            PIC 9(13)V99.
004300     05  FILLER                  PIC X(07).
