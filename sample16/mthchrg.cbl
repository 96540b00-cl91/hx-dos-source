000010*
000020*****************************************************************
000030*                                                                *
000040*    IDENTIFICATION DIVISION.
000050*                                                                *
000060*****************************************************************
000070*
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     MTHCHRG.
000100 AUTHOR.         R T MILLHOUSE.
000110 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000120 DATE-WRITTEN.   2026-10-15.
000130 DATE-COMPILED.  2026-10-15.
000140*
000150*****************************************************************
000160*                                                                *
000170*    REMARKS.  MONTH-END INTEREST AND SERVICE-FEE GENERATION.    *
000180*    READS THE ACCOUNT MASTER AND PRICES EVERY ACCOUNT AGAINST   *
000190*    THE RATE/FEE CARDS (RATEFILE), THEN WRITES THE RESULT AS    *
000200*    ONE COMPLETE TRANFILE BATCH (CHGFILE - SEE TRNREC) - A      *
000210*    HEADER, ONE "U" DETAIL PER CHARGE OR CREDIT, AND A TRAILER  *
000220*    WITH THE COUNT AND SIGNED-AMOUNT HASH TOTAL - SO SAMPLE1    *
000230*    POSTS IT THROUGH THE NORMAL EDIT, JOURNAL AND CHECKPOINT    *
000240*    PATH.  THE REGISTER (RPTFILE) LISTS EVERY CHARGE AND        *
000250*    CREDIT RAISED PER ACCOUNT.                                  *
000260*                                                                *
000270*    RATE/FEE CARD - COL 1 TYPE, 3-12 ACCOUNT-ID PREFIX (UP TO   *
000280*    ITS FIRST SPACE - BLANK FOR EVERY ACCOUNT), 14 SIGN AND     *
000290*    15-25 LOW BALANCE, 27 SIGN AND 28-38 HIGH BALANCE (9V99     *
000300*    DIGITS, BOTH INCLUSIVE), 40-46 LOW AND 48-54 HIGH           *
000310*    MST-TRAN-COUNT (INCLUSIVE), 56-62 VALUE, 64-79 DESCRIPTION. *
000320*    A BLANK LIMIT IS NO LIMIT.  THE VALUE IS -                  *
000330*                                                                *
000340*    I  INTEREST - ANNUAL RATE PERCENT, 3V4 DIGITS.  ONE MONTH   *
000350*       (A TWELFTH) ON A CREDIT BALANCE, ROUNDED.  THE FIRST     *
000360*       MATCHING I CARD IS THE ACCOUNT'S ONLY INTEREST.          *
000370*    F  FEE - FLAT AMOUNT, 5V2 DIGITS.  EVERY MATCHING F CARD    *
000380*       RAISES ITS FEE, SO AN OVERDRAWN LOW-ACTIVITY ACCOUNT     *
000390*       CAN PAY BOTH.                                            *
000400*    *  COMMENT.                                                 *
000410*                                                                *
000420*    A FROZEN OR CLOSED ACCOUNT, OR A CHARGE TOO LARGE FOR ONE   *
000430*    TRANSACTION, IS HELD - LISTED BUT NOT WRITTEN, SINCE        *
000440*    SAMPLE1 WOULD ONLY SEND IT TO SUSPENSE.  AN ACCOUNT WHOSE   *
000450*    MASTER BALANCE IS NOT NUMERIC IS HELD WHOLE - NOTHING IS    *
000460*    PRICED FOR IT.                                              *
000470*                                                                *
000480*    PARM CARD - COL 1 MODE, P (POST - THE DEFAULT) OR D (DRY    *
000490*    RUN - THE REGISTER ONLY, NO BATCH), COLS 3-8 CHARGE MONTH   *
000500*    YYYYMM FOR THE DESCRIPTIONS (DEFAULT THE RUN MONTH).        *
000510*                                                                *
000520*    RETURN CODES - 0 CLEAN, 4 ONE OR MORE CHARGES HELD, 12      *
000530*    NOTHING WRITTEN (PARM, RATE CARDS, MASTER OR CHGFILE        *
000540*    UNUSABLE).                                                  *
000550*                                                                *
000560*    MOD LOG                                                     *
000570*    ---------- ---- ----------------------------------------    *
000580*    2026-10-15 RTM  ORIGINAL PROGRAM.                           *
000590*    2026-10-15 RTM  A BAD PARM MODE (ANYTHING BUT P, D OR       *
000600*                     BLANK) NOW STOPS THE RUN RC 12 EVEN WITH   *
000610*                     A GOOD MONTH.  AN ACCOUNT WHOSE BALANCE    *
000620*                     IS NOT NUMERIC IS HELD (RC 4), NOT         *
000630*                     PRICED.                                    *
000640*                                                                *
000650*****************************************************************
000660*
000670 ENVIRONMENT DIVISION.
000680*
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.    IBM-370.
000710 OBJECT-COMPUTER.    IBM-370.
000720*
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS MC-PARM-STAT.
000780*
000790     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS MC-RATE-STAT.
000820*
000830     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS MST-ACCOUNT-ID
000870         FILE STATUS IS MC-MST-STAT.
000880*
000890     SELECT CHARGE-FILE ASSIGN TO "CHGFILE"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS MC-CHG-STAT.
000920*
000930     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS MC-RPT-STAT.
000960*
000970*****************************************************************
000980*                                                                *
000990*    DATA DIVISION.
001000*                                                                *
001010*****************************************************************
001020*
001030 DATA DIVISION.
001040*
001050 FILE SECTION.
001060*
001070 FD  PARM-FILE
001080     RECORDING MODE F
001090     LABEL RECORDS STANDARD
001100     BLOCK CONTAINS 0 RECORDS
001110     RECORD CONTAINS 80 CHARACTERS
001120     DATA RECORD IS CHG-PARM-RECORD.
001130 01  CHG-PARM-RECORD.
001140     05  CP-MODE                 PIC X(01).
001150         88  CP-MODE-VALID            VALUE "P" "D" SPACE.
001160         88  CP-MODE-DRY-RUN          VALUE "D".
001170     05  FILLER                  PIC X(01).
001180     05  CP-CHARGE-MONTH         PIC X(06).
001190     05  CP-MONTH-PARTS REDEFINES CP-CHARGE-MONTH.
001200         10  CP-MONTH-YEAR       PIC 9(04).
001210         10  CP-MONTH-MM         PIC 9(02).
001220     05  FILLER                  PIC X(72).
001230*
001240 FD  RATE-FILE
001250     RECORDING MODE F
001260     LABEL RECORDS STANDARD
001270     BLOCK CONTAINS 0 RECORDS
001280     RECORD CONTAINS 80 CHARACTERS
001290     DATA RECORD IS RATE-CARD.
001300 01  RATE-CARD.
001310     05  RC-TYPE                 PIC X(01).
001320         88  RC-TYPE-INTEREST         VALUE "I".
001330         88  RC-TYPE-FEE              VALUE "F".
001340         88  RC-TYPE-COMMENT          VALUE "*".
001350     05  FILLER                  PIC X(01).
001360     05  RC-PREFIX               PIC X(10).
001370     05  FILLER                  PIC X(01).
001380     05  RC-LOW-SIGN             PIC X(01).
001390     05  RC-LOW-BALANCE          PIC X(11).
001400     05  RC-LOW-BALANCE-N REDEFINES RC-LOW-BALANCE
001410                                 PIC 9(09)V99.
001420     05  FILLER                  PIC X(01).
001430     05  RC-HIGH-SIGN            PIC X(01).
001440     05  RC-HIGH-BALANCE         PIC X(11).
001450     05  RC-HIGH-BALANCE-N REDEFINES RC-HIGH-BALANCE
001460                                 PIC 9(09)V99.
001470     05  FILLER                  PIC X(01).
001480     05  RC-LOW-COUNT            PIC X(07).
001490     05  RC-LOW-COUNT-N REDEFINES RC-LOW-COUNT
001500                                 PIC 9(07).
001510     05  FILLER                  PIC X(01).
001520     05  RC-HIGH-COUNT           PIC X(07).
001530     05  RC-HIGH-COUNT-N REDEFINES RC-HIGH-COUNT
001540                                 PIC 9(07).
001550     05  FILLER                  PIC X(01).
001560     05  RC-VALUE                PIC X(07).
001570     05  RC-RATE REDEFINES RC-VALUE
001580                                 PIC 9(03)V9(04).
001590     05  RC-FEE REDEFINES RC-VALUE
001600                                 PIC 9(05)V99.
001610     05  FILLER                  PIC X(01).
001620     05  RC-DESCRIPTION          PIC X(16).
001630     05  FILLER                  PIC X(01).
001640*
001650 FD  MASTER-FILE
001660     RECORD CONTAINS 70 CHARACTERS
001670     DATA RECORD IS MASTER-RECORD.
001680     COPY MASTREC.
001690*
001700 FD  CHARGE-FILE
001710     RECORDING MODE F
001720     LABEL RECORDS STANDARD
001730     BLOCK CONTAINS 0 RECORDS
001740     RECORD CONTAINS 80 CHARACTERS
001750     DATA RECORD IS TRAN-RECORD.
001760     COPY TRNREC.
001770*
001780 FD  REPORT-FILE
001790     RECORDING MODE F
001800     LABEL RECORDS STANDARD
001810     BLOCK CONTAINS 0 RECORDS
001820     RECORD CONTAINS 133 CHARACTERS
001830     DATA RECORD IS REPORT-RECORD.
001840 01  REPORT-RECORD               PIC X(133).
001850*
001860 WORKING-STORAGE SECTION.
001870*
001880 01  MC-SWITCHES.
001890     05  MC-EOF-RATEFILE         PIC X(01) VALUE "N".
001900         88  MC-END-OF-RATEFILE      VALUE "Y".
001910     05  MC-EOF-MASTFILE         PIC X(01) VALUE "N".
001920         88  MC-END-OF-MASTFILE      VALUE "Y".
001930     05  MC-FATAL-SW             PIC X(01) VALUE "N".
001940         88  MC-FATAL                VALUE "Y".
001950     05  MC-DRY-RUN-SW           PIC X(01) VALUE "N".
001960         88  MC-DRY-RUN              VALUE "Y".
001970     05  MC-CHG-OPEN-SW          PIC X(01) VALUE "N".
001980         88  MC-CHG-OPEN             VALUE "Y".
001990     05  MC-MST-OPEN-SW          PIC X(01) VALUE "N".
002000         88  MC-MST-OPEN             VALUE "Y".
002010     05  MC-MATCH-SW             PIC X(01) VALUE "N".
002020         88  MC-MATCH                VALUE "Y".
002030     05  MC-INTEREST-DONE-SW     PIC X(01) VALUE "N".
002040         88  MC-INTEREST-DONE        VALUE "Y".
002050     05  MC-CHARGED-SW           PIC X(01) VALUE "N".
002060         88  MC-CHARGED              VALUE "Y".
002070     05  MC-PARM-BAD-SW          PIC X(01) VALUE "N".
002080         88  MC-PARM-BAD             VALUE "Y".
002090*
002100 01  MC-FILE-STATUS-CODES.
002110     05  MC-PARM-STAT            PIC X(02) VALUE "00".
002120     05  MC-RATE-STAT            PIC X(02) VALUE "00".
002130     05  MC-MST-STAT             PIC X(02) VALUE "00".
002140     05  MC-CHG-STAT             PIC X(02) VALUE "00".
002150     05  MC-RPT-STAT             PIC X(02) VALUE "00".
002160*
002170 01  MC-CONTROL-FIELDS.
002180     05  MC-CHARGE-MONTH         PIC X(06) VALUE SPACES.
002190     05  MC-RATE-CARDS           PIC 9(05) COMP VALUE ZERO.
002200     05  MC-MST-READ             PIC 9(09) COMP VALUE ZERO.
002210     05  MC-ACCOUNTS-CHARGED     PIC 9(09) COMP VALUE ZERO.
002220     05  MC-INTEREST-COUNT       PIC 9(09) COMP VALUE ZERO.
002230     05  MC-FEE-COUNT            PIC 9(09) COMP VALUE ZERO.
002240     05  MC-HELD-COUNT           PIC 9(09) COMP VALUE ZERO.
002250     05  MC-BATCH-COUNT          PIC 9(09) COMP VALUE ZERO.
002260     05  MC-TRAN-COUNT           PIC 9(07) VALUE ZERO.
002270     05  MC-INTEREST-TOTAL       PIC S9(13)V99 COMP-3
002280                                     VALUE ZERO.
002290     05  MC-FEE-TOTAL            PIC S9(13)V99 COMP-3
002300                                     VALUE ZERO.
002310     05  MC-HELD-TOTAL           PIC S9(13)V99 COMP-3
002320                                     VALUE ZERO.
002330     05  MC-BATCH-HASH           PIC S9(11)V99 COMP-3
002340                                     VALUE ZERO.
002350     05  MC-CHARGE               PIC S9(11)V99 COMP-3.
002360     05  MC-CHARGE-ABS           PIC S9(11)V99 COMP-3.
002370     05  MC-CHARGE-KIND          PIC X(08).
002380     05  MC-CHARGE-STATUS        PIC X(14).
002390*
002400*    THE RATE/FEE CARDS IN DECK ORDER.
002410 01  MC-RATE-TABLE-AREA.
002420     05  MC-RATE-COUNT           PIC 9(05) COMP VALUE ZERO.
002430     05  MC-RATE-ENTRY OCCURS 100 TIMES
002440                 INDEXED BY MCR-IDX.
002450         10  MC-R-TYPE           PIC X(01).
002460             88  MC-R-INTEREST        VALUE "I".
002470             88  MC-R-FEE             VALUE "F".
002480         10  MC-R-PREFIX         PIC X(10).
002490         10  MC-R-PREFIX-LEN     PIC 9(03) COMP.
002500         10  MC-R-LOW-SW         PIC X(01).
002510             88  MC-R-HAS-LOW         VALUE "Y".
002520         10  MC-R-LOW            PIC S9(09)V99 COMP-3.
002530         10  MC-R-HIGH-SW        PIC X(01).
002540             88  MC-R-HAS-HIGH        VALUE "Y".
002550         10  MC-R-HIGH           PIC S9(09)V99 COMP-3.
002560         10  MC-R-CNT-LOW-SW     PIC X(01).
002570             88  MC-R-HAS-CNT-LOW     VALUE "Y".
002580         10  MC-R-CNT-LOW        PIC 9(07).
002590         10  MC-R-CNT-HIGH-SW    PIC X(01).
002600             88  MC-R-HAS-CNT-HIGH    VALUE "Y".
002610         10  MC-R-CNT-HIGH       PIC 9(07).
002620         10  MC-R-RATE           PIC 9(03)V9(04).
002630         10  MC-R-FEE-AMOUNT     PIC 9(05)V99.
002640         10  MC-R-DESCRIPTION    PIC X(16).
002650*
002660 01  MC-TIME-FIELDS.
002670     05  MC-RUN-DATE             PIC X(08).
002680     05  MC-RUN-TIME             PIC X(08).
002690*
002700 77  MC-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002710 77  MC-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002720 77  MC-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002730*
002740 01  MC-HOLD-LINE                PIC X(133).
002750*
002760*****************************************************************
002770*                                                                *
002780*    REPORT LINE LAYOUTS.                                        *
002790*                                                                *
002800*****************************************************************
002810*
002820 01  MC-HEADING-1.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  FILLER                  PIC X(38) VALUE
002850             "MONTH-END INTEREST AND FEE REGISTER   ".
002860     05  FILLER                  PIC X(06) VALUE " DATE ".
002870     05  MC-H1-DATE              PIC X(08).
002880     05  FILLER                  PIC X(06) VALUE " TIME ".
002890     05  MC-H1-TIME              PIC X(08).
002900     05  FILLER                  PIC X(06) VALUE " PAGE ".
002910     05  MC-H1-PAGE              PIC Z(04)9.
002920     05  FILLER                  PIC X(55) VALUE SPACES.
002930*
002940 01  MC-MODE-LINE.
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  FILLER                  PIC X(13) VALUE "CHARGE MONTH ".
002970     05  MC-MD-MONTH             PIC X(06).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  MC-MD-TEXT              PIC X(50).
003000     05  FILLER                  PIC X(61) VALUE SPACES.
003010*
003020 01  MC-COLUMN-LINE.
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  FILLER                  PIC X(11) VALUE "ACCOUNT".
003050     05  FILLER                  PIC X(31) VALUE "TITLE".
003060     05  FILLER                  PIC X(15) VALUE
003070             "       BALANCE ".
003080     05  FILLER                  PIC X(08) VALUE "  TRANS ".
003090     05  FILLER                  PIC X(09) VALUE "KIND".
003100     05  FILLER                  PIC X(17) VALUE "RATE/FEE CARD".
003110     05  FILLER                  PIC X(09) VALUE "RATE/FEE".
003120     05  FILLER                  PIC X(13) VALUE
003130             "       AMOUNT".
003140     05  FILLER                  PIC X(01) VALUE SPACE.
003150     05  FILLER                  PIC X(18) VALUE "STATUS".
003160*
003170 01  MC-DETAIL-LINE.
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  MC-DT-ACCOUNT           PIC X(10).
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  MC-DT-TITLE             PIC X(30).
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  MC-DT-BALANCE-X         PIC X(14).
003240     05  MC-DT-BALANCE REDEFINES MC-DT-BALANCE-X
003250                                 PIC -(10)9.99.
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  MC-DT-TRAN-COUNT        PIC Z(06)9.
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  MC-DT-KIND              PIC X(08).
003300     05  FILLER                  PIC X(01) VALUE SPACE.
003310     05  MC-DT-CARD              PIC X(16).
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  MC-DT-VALUE-X           PIC X(08).
003340     05  MC-DT-RATE REDEFINES MC-DT-VALUE-X
003350                                 PIC ZZ9.9999.
003360     05  MC-DT-FEE REDEFINES MC-DT-VALUE-X
003370                                 PIC ZZZZ9.99.
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  MC-DT-AMOUNT            PIC -(09)9.99.
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  MC-DT-STATUS            PIC X(18).
003420*
003430 01  MC-SECTION-LINE.
003440     05  FILLER                  PIC X(01) VALUE SPACE.
003450     05  MC-SEC-TITLE            PIC X(40).
003460     05  FILLER                  PIC X(92) VALUE SPACES.
003470*
003480 01  MC-COUNT-LINE.
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  MC-CNT-TITLE            PIC X(40).
003510     05  MC-CNT-VALUE            PIC Z(08)9.
003520     05  FILLER                  PIC X(83) VALUE SPACES.
003530*
003540 01  MC-AMOUNT-LINE.
003550     05  FILLER                  PIC X(01) VALUE SPACE.
003560     05  MC-AMT-TITLE            PIC X(40).
003570     05  MC-AMT-VALUE            PIC -(13)9.99.
003580     05  FILLER                  PIC X(75) VALUE SPACES.
003590*
003600 01  MC-ERROR-LINE.
003610     05  FILLER                  PIC X(01) VALUE SPACE.
003620     05  MC-ERR-TEXT             PIC X(70).
003630     05  FILLER                  PIC X(62) VALUE SPACES.
003640*
003650*****************************************************************
003660*                                                                *
003670*    PROCEDURE DIVISION.
003680*                                                                *
003690*****************************************************************
003700*
003710 PROCEDURE DIVISION.
003720*
003730*****************************************************************
003740*    0000-MAINLINE - LOAD THE CARDS, PRICE EVERY ACCOUNT, CLOSE *
003750*    THE BATCH, REPORT.                                         *
003760*****************************************************************
003770 0000-MAINLINE.
003780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003790     IF NOT MC-FATAL
003800         PERFORM 2000-LOAD-RATES THRU 2000-EXIT
003810     END-IF.
003820     IF NOT MC-FATAL
003830         PERFORM 3000-OPEN-FILES THRU 3000-EXIT
003840     END-IF.
003850     IF NOT MC-FATAL
003860         PERFORM 4000-CHARGE-ACCOUNTS THRU 4000-EXIT
003870         PERFORM 5000-CLOSE-BATCH THRU 5000-EXIT
003880     END-IF.
003890     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003900     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
003910     EVALUATE TRUE
003920         WHEN MC-FATAL
003930             MOVE 12 TO RETURN-CODE
003940         WHEN MC-HELD-COUNT > ZERO
003950             MOVE 4 TO RETURN-CODE
003960         WHEN OTHER
003970             MOVE 0 TO RETURN-CODE
003980     END-EVALUATE.
003990     GOBACK.
004000*
004010*****************************************************************
004020*    1000-INITIALIZE - MODE AND CHARGE MONTH FROM THE PARM      *
004030*    CARD.  NO PARM CARD MEANS POST FOR THE RUN MONTH.          *
004040*****************************************************************
004050 1000-INITIALIZE.
004060     ACCEPT MC-RUN-DATE FROM DATE YYYYMMDD.
004070     ACCEPT MC-RUN-TIME FROM TIME.
004080     OPEN OUTPUT REPORT-FILE.
004090     MOVE MC-RUN-DATE (1:6) TO MC-CHARGE-MONTH.
004100     OPEN INPUT PARM-FILE.
004110     IF MC-PARM-STAT = "00"
004120         READ PARM-FILE
004130             AT END
004140                 MOVE "10" TO MC-PARM-STAT
004150         END-READ
004160         IF MC-PARM-STAT = "00"
004170             IF NOT CP-MODE-VALID
004180                 SET MC-PARM-BAD TO TRUE
004190             END-IF
004200             IF CP-MODE-DRY-RUN
004210                 SET MC-DRY-RUN TO TRUE
004220             END-IF
004230             IF CP-CHARGE-MONTH NOT = SPACES
004240                 IF CP-CHARGE-MONTH IS NUMERIC
004250                         AND CP-MONTH-MM > ZERO
004260                         AND CP-MONTH-MM < 13
004270                     MOVE CP-CHARGE-MONTH TO MC-CHARGE-MONTH
004280                 ELSE
004290                     SET MC-PARM-BAD TO TRUE
004300                 END-IF
004310             END-IF
004320         END-IF
004330         CLOSE PARM-FILE
004340     END-IF.
004350     IF MC-PARM-BAD
004360         MOVE "PARM CARD MODE OR MONTH INVALID - NOTHING WRITTEN"
004370             TO MC-ERR-TEXT
004380         MOVE MC-ERROR-LINE TO REPORT-RECORD
004390         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004400         SET MC-FATAL TO TRUE
004410         GO TO 1000-EXIT
004420     END-IF.
004430     MOVE MC-CHARGE-MONTH TO MC-MD-MONTH.
004440     IF MC-DRY-RUN
004450         MOVE "DRY RUN - REGISTER ONLY, NO BATCH WRITTEN"
004460             TO MC-MD-TEXT
004470     ELSE
004480         MOVE "POSTING RUN - BATCH WRITTEN TO CHGFILE"
004490             TO MC-MD-TEXT
004500     END-IF.
004510     MOVE MC-MODE-LINE TO REPORT-RECORD.
004520     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004530 1000-EXIT.
004540     EXIT.
004550*
004560*****************************************************************
004570*    2000-LOAD-RATES - THE RATE/FEE CARDS.  A BAD CARD STOPS    *
004580*    THE RUN - CHARGES PRICED ON A GUESSED TABLE ARE WORSE      *
004590*    THAN LATE ONES.                                            *
004600*****************************************************************
004610 2000-LOAD-RATES.
004620     OPEN INPUT RATE-FILE.
004630     IF MC-RATE-STAT NOT = "00"
004640         MOVE "RATE/FEE CARDS UNAVAILABLE - NOTHING WRITTEN"
004650             TO MC-ERR-TEXT
004660         MOVE MC-ERROR-LINE TO REPORT-RECORD
004670         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004680         SET MC-FATAL TO TRUE
004690         GO TO 2000-EXIT
004700     END-IF.
004710     PERFORM 2100-LOAD-ONE-CARD THRU 2100-EXIT
004720         UNTIL MC-END-OF-RATEFILE OR MC-FATAL.
004730     CLOSE RATE-FILE.
004740     IF MC-FATAL
004750         GO TO 2000-EXIT
004760     END-IF.
004770     IF MC-RATE-COUNT = ZERO
004780         MOVE "NO RATE/FEE CARDS SUPPLIED - NOTHING WRITTEN"
004790             TO MC-ERR-TEXT
004800         MOVE MC-ERROR-LINE TO REPORT-RECORD
004810         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004820         SET MC-FATAL TO TRUE
004830     END-IF.
004840 2000-EXIT.
004850     EXIT.
004860*
004870 2100-LOAD-ONE-CARD.
004880     READ RATE-FILE
004890         AT END
004900             SET MC-END-OF-RATEFILE TO TRUE
004910     END-READ.
004920     IF MC-END-OF-RATEFILE
004930         GO TO 2100-EXIT
004940     END-IF.
004950     IF RC-TYPE-COMMENT OR RATE-CARD = SPACES
004960         GO TO 2100-EXIT
004970     END-IF.
004980     ADD 1 TO MC-RATE-CARDS.
004990     IF NOT RC-TYPE-INTEREST AND NOT RC-TYPE-FEE
005000         GO TO 2100-BAD-CARD
005010     END-IF.
005020     IF RC-VALUE IS NOT NUMERIC
005030         GO TO 2100-BAD-CARD
005040     END-IF.
005050     IF RC-LOW-BALANCE NOT = SPACES
005060         IF RC-LOW-BALANCE IS NOT NUMERIC
005070                 OR (RC-LOW-SIGN NOT = "+" AND NOT = "-"
005080                                          AND NOT = SPACE)
005090             GO TO 2100-BAD-CARD
005100         END-IF
005110     END-IF.
005120     IF RC-HIGH-BALANCE NOT = SPACES
005130         IF RC-HIGH-BALANCE IS NOT NUMERIC
005140                 OR (RC-HIGH-SIGN NOT = "+" AND NOT = "-"
005150                                           AND NOT = SPACE)
005160             GO TO 2100-BAD-CARD
005170         END-IF
005180     END-IF.
005190     IF RC-LOW-COUNT NOT = SPACES
005200         IF RC-LOW-COUNT IS NOT NUMERIC
005210             GO TO 2100-BAD-CARD
005220         END-IF
005230     END-IF.
005240     IF RC-HIGH-COUNT NOT = SPACES
005250         IF RC-HIGH-COUNT IS NOT NUMERIC
005260             GO TO 2100-BAD-CARD
005270         END-IF
005280     END-IF.
005290     IF MC-RATE-COUNT NOT < 100
005300         MOVE "MORE THAN 100 RATE/FEE CARDS - NOTHING WRITTEN"
005310             TO MC-ERR-TEXT
005320         MOVE MC-ERROR-LINE TO REPORT-RECORD
005330         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005340         SET MC-FATAL TO TRUE
005350         GO TO 2100-EXIT
005360     END-IF.
005370     ADD 1 TO MC-RATE-COUNT.
005380     SET MCR-IDX TO MC-RATE-COUNT.
005390     MOVE RC-TYPE        TO MC-R-TYPE (MCR-IDX).
005400     MOVE RC-PREFIX      TO MC-R-PREFIX (MCR-IDX).
005410     MOVE RC-DESCRIPTION TO MC-R-DESCRIPTION (MCR-IDX).
005420     MOVE ZERO TO MC-R-PREFIX-LEN (MCR-IDX).
005430     INSPECT RC-PREFIX TALLYING MC-R-PREFIX-LEN (MCR-IDX)
005440         FOR CHARACTERS BEFORE INITIAL SPACE.
005450     MOVE "N" TO MC-R-LOW-SW (MCR-IDX)
005460                 MC-R-HIGH-SW (MCR-IDX)
005470                 MC-R-CNT-LOW-SW (MCR-IDX)
005480                 MC-R-CNT-HIGH-SW (MCR-IDX).
005490     MOVE ZERO TO MC-R-LOW (MCR-IDX) MC-R-HIGH (MCR-IDX)
005500                  MC-R-CNT-LOW (MCR-IDX) MC-R-CNT-HIGH (MCR-IDX)
005510                  MC-R-RATE (MCR-IDX) MC-R-FEE-AMOUNT (MCR-IDX).
005520     IF RC-LOW-BALANCE NOT = SPACES
005530         SET MC-R-HAS-LOW (MCR-IDX) TO TRUE
005540         MOVE RC-LOW-BALANCE-N TO MC-R-LOW (MCR-IDX)
005550         IF RC-LOW-SIGN = "-"
005560             COMPUTE MC-R-LOW (MCR-IDX) =
005570                 ZERO - MC-R-LOW (MCR-IDX)
005580         END-IF
005590     END-IF.
005600     IF RC-HIGH-BALANCE NOT = SPACES
005610         SET MC-R-HAS-HIGH (MCR-IDX) TO TRUE
005620         MOVE RC-HIGH-BALANCE-N TO MC-R-HIGH (MCR-IDX)
005630         IF RC-HIGH-SIGN = "-"
005640             COMPUTE MC-R-HIGH (MCR-IDX) =
005650                 ZERO - MC-R-HIGH (MCR-IDX)
005660         END-IF
005670     END-IF.
005680     IF RC-LOW-COUNT NOT = SPACES
005690         SET MC-R-HAS-CNT-LOW (MCR-IDX) TO TRUE
005700         MOVE RC-LOW-COUNT-N TO MC-R-CNT-LOW (MCR-IDX)
005710     END-IF.
005720     IF RC-HIGH-COUNT NOT = SPACES
005730         SET MC-R-HAS-CNT-HIGH (MCR-IDX) TO TRUE
005740         MOVE RC-HIGH-COUNT-N TO MC-R-CNT-HIGH (MCR-IDX)
005750     END-IF.
005760     IF RC-TYPE-INTEREST
005770         MOVE RC-RATE TO MC-R-RATE (MCR-IDX)
005780     ELSE
005790         MOVE RC-FEE TO MC-R-FEE-AMOUNT (MCR-IDX)
005800     END-IF.
005810     IF MC-R-HAS-LOW (MCR-IDX) AND MC-R-HAS-HIGH (MCR-IDX)
005820         IF MC-R-LOW (MCR-IDX) > MC-R-HIGH (MCR-IDX)
005830             SUBTRACT 1 FROM MC-RATE-COUNT
005840             GO TO 2100-BAD-CARD
005850         END-IF
005860     END-IF.
005870     IF MC-R-HAS-CNT-LOW (MCR-IDX) AND MC-R-HAS-CNT-HIGH (MCR-IDX)
005880         IF MC-R-CNT-LOW (MCR-IDX) > MC-R-CNT-HIGH (MCR-IDX)
005890             SUBTRACT 1 FROM MC-RATE-COUNT
005900             GO TO 2100-BAD-CARD
005910         END-IF
005920     END-IF.
005930     GO TO 2100-EXIT.
005940 2100-BAD-CARD.
005950     MOVE "RATE/FEE CARD INVALID - " TO MC-ERR-TEXT.
005960     MOVE RATE-CARD (1:45) TO MC-ERR-TEXT (25:45).
005970     MOVE MC-ERROR-LINE TO REPORT-RECORD.
005980     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005990     SET MC-FATAL TO TRUE.
006000 2100-EXIT.
006010     EXIT.
006020*
006030*****************************************************************
006040*    3000-OPEN-FILES - THE MASTER, AND ON A POSTING RUN THE     *
006050*    BATCH WITH ITS HEADER.                                     *
006060*****************************************************************
006070 3000-OPEN-FILES.
006080     OPEN INPUT MASTER-FILE.
006090     IF MC-MST-STAT NOT = "00"
006100         MOVE "ACCOUNT MASTER UNAVAILABLE - NOTHING WRITTEN"
006110             TO MC-ERR-TEXT
006120         MOVE MC-ERROR-LINE TO REPORT-RECORD
006130         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006140         SET MC-FATAL TO TRUE
006150         GO TO 3000-EXIT
006160     END-IF.
006170     SET MC-MST-OPEN TO TRUE.
006180     IF MC-DRY-RUN
006190         GO TO 3000-EXIT
006200     END-IF.
006210     OPEN OUTPUT CHARGE-FILE.
006220     IF MC-CHG-STAT NOT = "00"
006230         MOVE "CHARGE BATCH FILE UNAVAILABLE - NOTHING WRITTEN"
006240             TO MC-ERR-TEXT
006250         MOVE MC-ERROR-LINE TO REPORT-RECORD
006260         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006270         SET MC-FATAL TO TRUE
006280         GO TO 3000-EXIT
006290     END-IF.
006300     SET MC-CHG-OPEN TO TRUE.
006310     MOVE SPACES TO TRAN-RECORD.
006320     SET TRN-ACT-BTCH-HEADER TO TRUE.
006330     MOVE "MTHCHRG"   TO TRN-CTL-BATCH-SOURCE.
006340     MOVE MC-RUN-DATE TO TRN-CTL-BATCH-DATE.
006350     MOVE ZERO        TO TRN-CTL-RECORD-COUNT.
006360     MOVE "+"         TO TRN-CTL-HASH-SIGN.
006370     MOVE ZERO        TO TRN-CTL-HASH-TOTAL.
006380     WRITE TRAN-RECORD.
006390 3000-EXIT.
006400     EXIT.
006410*
006420*****************************************************************
006430*    4000-CHARGE-ACCOUNTS - EVERY MASTER ACCOUNT AGAINST EVERY  *
006440*    CARD, IN DECK ORDER.                                       *
006450*****************************************************************
006460 4000-CHARGE-ACCOUNTS.
006470     MOVE "CHARGES AND CREDITS RAISED" TO MC-SEC-TITLE.
006480     MOVE MC-SECTION-LINE TO REPORT-RECORD.
006490     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006500     MOVE MC-COLUMN-LINE TO REPORT-RECORD.
006510     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006520     PERFORM 4100-CHARGE-ONE-ACCOUNT THRU 4100-EXIT
006530         UNTIL MC-END-OF-MASTFILE.
006540 4000-EXIT.
006550     EXIT.
006560*
006570 4100-CHARGE-ONE-ACCOUNT.
006580     READ MASTER-FILE
006590         AT END
006600             SET MC-END-OF-MASTFILE TO TRUE
006610     END-READ.
006620     IF MC-END-OF-MASTFILE
006630         GO TO 4100-EXIT
006640     END-IF.
006650     ADD 1 TO MC-MST-READ.
006660     IF MST-TRAN-COUNT IS NUMERIC
006670         MOVE MST-TRAN-COUNT TO MC-TRAN-COUNT
006680     ELSE
006690         MOVE ZERO TO MC-TRAN-COUNT
006700     END-IF.
006710     IF MST-BALANCE IS NOT NUMERIC
006720         PERFORM 4150-HOLD-BAD-BALANCE THRU 4150-EXIT
006730         GO TO 4100-EXIT
006740     END-IF.
006750     MOVE "N" TO MC-INTEREST-DONE-SW.
006760     MOVE "N" TO MC-CHARGED-SW.
006770     PERFORM 4200-APPLY-ONE-CARD THRU 4200-EXIT
006780         VARYING MCR-IDX FROM 1 BY 1
006790         UNTIL MCR-IDX > MC-RATE-COUNT.
006800     IF MC-CHARGED
006810         ADD 1 TO MC-ACCOUNTS-CHARGED
006820     END-IF.
006830 4100-EXIT.
006840     EXIT.
006850*
006860*****************************************************************
006870*    4150-HOLD-BAD-BALANCE - A MASTER BALANCE THAT IS NOT       *
006880*    NUMERIC CANNOT BE BANDED OR EARN INTEREST, SO THE ACCOUNT  *
006890*    IS HELD WHOLE - ONE REGISTER LINE, NO CHARGE WRITTEN.      *
006900*****************************************************************
006910 4150-HOLD-BAD-BALANCE.
006920     ADD 1 TO MC-HELD-COUNT.
006930     MOVE MST-ACCOUNT-ID  TO MC-DT-ACCOUNT.
006940     MOVE MST-DESCRIPTION TO MC-DT-TITLE.
006950     MOVE "   NOT NUMERIC" TO MC-DT-BALANCE-X.
006960     MOVE MC-TRAN-COUNT   TO MC-DT-TRAN-COUNT.
006970     MOVE SPACES TO MC-DT-KIND MC-DT-CARD MC-DT-VALUE-X.
006980     MOVE ZERO            TO MC-DT-AMOUNT.
006990     MOVE "HELD - BAD BALANCE" TO MC-DT-STATUS.
007000     MOVE MC-DETAIL-LINE TO REPORT-RECORD.
007010     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007020 4150-EXIT.
007030     EXIT.
007040*
007050*****************************************************************
007060*    4200-APPLY-ONE-CARD - PREFIX, BALANCE BAND AND TRANSACTION *
007070*    COUNT MUST ALL MATCH.  INTEREST IS ONE MONTH OF THE ANNUAL *
007080*    RATE ON A CREDIT BALANCE; A FEE IS THE CARD'S FLAT AMOUNT. *
007090*****************************************************************
007100 4200-APPLY-ONE-CARD.
007110     IF MC-R-INTEREST (MCR-IDX) AND MC-INTEREST-DONE
007120         GO TO 4200-EXIT
007130     END-IF.
007140     PERFORM 4300-TEST-CARD THRU 4300-EXIT.
007150     IF NOT MC-MATCH
007160         GO TO 4200-EXIT
007170     END-IF.
007180     IF MC-R-INTEREST (MCR-IDX)
007190         SET MC-INTEREST-DONE TO TRUE
007200         IF MST-BALANCE NOT > ZERO
007210             GO TO 4200-EXIT
007220         END-IF
007230         COMPUTE MC-CHARGE ROUNDED =
007240             MST-BALANCE * MC-R-RATE (MCR-IDX) / 1200
007250         MOVE "INTEREST" TO MC-CHARGE-KIND
007260         MOVE MC-R-RATE (MCR-IDX) TO MC-DT-RATE
007270     ELSE
007280         COMPUTE MC-CHARGE = ZERO - MC-R-FEE-AMOUNT (MCR-IDX)
007290         MOVE "FEE" TO MC-CHARGE-KIND
007300         MOVE MC-R-FEE-AMOUNT (MCR-IDX) TO MC-DT-FEE
007310     END-IF.
007320     IF MC-CHARGE = ZERO
007330         GO TO 4200-EXIT
007340     END-IF.
007350     PERFORM 4500-RAISE-CHARGE THRU 4500-EXIT.
007360 4200-EXIT.
007370     EXIT.
007380*
007390 4300-TEST-CARD.
007400     MOVE "Y" TO MC-MATCH-SW.
007410     IF MC-R-PREFIX-LEN (MCR-IDX) > ZERO
007420         IF MST-ACCOUNT-ID (1:MC-R-PREFIX-LEN (MCR-IDX)) NOT =
007430             MC-R-PREFIX (MCR-IDX) (1:MC-R-PREFIX-LEN (MCR-IDX))
007440             MOVE "N" TO MC-MATCH-SW
007450             GO TO 4300-EXIT
007460         END-IF
007470     END-IF.
007480     IF MC-R-HAS-LOW (MCR-IDX)
007490         IF MST-BALANCE < MC-R-LOW (MCR-IDX)
007500             MOVE "N" TO MC-MATCH-SW
007510             GO TO 4300-EXIT
007520         END-IF
007530     END-IF.
007540     IF MC-R-HAS-HIGH (MCR-IDX)
007550         IF MST-BALANCE > MC-R-HIGH (MCR-IDX)
007560             MOVE "N" TO MC-MATCH-SW
007570             GO TO 4300-EXIT
007580         END-IF
007590     END-IF.
007600     IF MC-R-HAS-CNT-LOW (MCR-IDX)
007610         IF MC-TRAN-COUNT < MC-R-CNT-LOW (MCR-IDX)
007620             MOVE "N" TO MC-MATCH-SW
007630             GO TO 4300-EXIT
007640         END-IF
007650     END-IF.
007660     IF MC-R-HAS-CNT-HIGH (MCR-IDX)
007670         IF MC-TRAN-COUNT > MC-R-CNT-HIGH (MCR-IDX)
007680             MOVE "N" TO MC-MATCH-SW
007690         END-IF
007700     END-IF.
007710 4300-EXIT.
007720     EXIT.
007730*
007740*****************************************************************
007750*    4500-RAISE-CHARGE - ONE "U" DETAIL FOR THE BATCH AND ONE   *
007760*    REGISTER LINE.  A CHARGE SAMPLE1 WOULD REFUSE IS HELD.     *
007770*****************************************************************
007780 4500-RAISE-CHARGE.
007790     SET MC-CHARGED TO TRUE.
007800     IF MC-CHARGE < ZERO
007810         COMPUTE MC-CHARGE-ABS = ZERO - MC-CHARGE
007820     ELSE
007830         MOVE MC-CHARGE TO MC-CHARGE-ABS
007840     END-IF.
007850     EVALUATE TRUE
007860         WHEN MST-STAT-FROZEN
007870             MOVE "HELD - FROZEN" TO MC-CHARGE-STATUS
007880         WHEN MST-STAT-CLOSED
007890             MOVE "HELD - CLOSED" TO MC-CHARGE-STATUS
007900         WHEN MC-CHARGE-ABS > 9999999.99
007910             MOVE "HELD - TOO BIG" TO MC-CHARGE-STATUS
007920         WHEN MC-DRY-RUN
007930             MOVE "DRY RUN" TO MC-CHARGE-STATUS
007940         WHEN OTHER
007950             MOVE "RAISED" TO MC-CHARGE-STATUS
007960     END-EVALUATE.
007970     IF MC-CHARGE-STATUS (1:4) = "HELD"
007980         ADD 1 TO MC-HELD-COUNT
007990         ADD MC-CHARGE TO MC-HELD-TOTAL
008000     ELSE
008010         IF MC-R-INTEREST (MCR-IDX)
008020             ADD 1 TO MC-INTEREST-COUNT
008030             ADD MC-CHARGE TO MC-INTEREST-TOTAL
008040         ELSE
008050             ADD 1 TO MC-FEE-COUNT
008060             ADD MC-CHARGE TO MC-FEE-TOTAL
008070         END-IF
008080     END-IF.
008090     IF MC-CHARGE-STATUS = "RAISED"
008100         MOVE SPACES TO TRAN-RECORD
008110         SET TRN-ACT-UPDATE TO TRUE
008120         MOVE MST-ACCOUNT-ID TO TRN-ACCOUNT-ID
008130         IF MC-CHARGE < ZERO
008140             MOVE "-" TO TRN-SIGN
008150         ELSE
008160             MOVE "+" TO TRN-SIGN
008170         END-IF
008180         MOVE MC-CHARGE-ABS TO TRN-AMOUNT
008190         STRING MC-R-DESCRIPTION (MCR-IDX) DELIMITED BY SIZE
008200                " " DELIMITED BY SIZE
008210                MC-CHARGE-MONTH DELIMITED BY SIZE
008220             INTO TRN-DESCRIPTION
008230         END-STRING
008240         WRITE TRAN-RECORD
008250         ADD 1 TO MC-BATCH-COUNT
008260         ADD MC-CHARGE TO MC-BATCH-HASH
008270     END-IF.
008280     MOVE MST-ACCOUNT-ID  TO MC-DT-ACCOUNT.
008290     MOVE MST-DESCRIPTION TO MC-DT-TITLE.
008300     MOVE MST-BALANCE     TO MC-DT-BALANCE.
008310     MOVE MC-TRAN-COUNT   TO MC-DT-TRAN-COUNT.
008320     MOVE MC-CHARGE-KIND  TO MC-DT-KIND.
008330     MOVE MC-R-DESCRIPTION (MCR-IDX) TO MC-DT-CARD.
008340     MOVE MC-CHARGE       TO MC-DT-AMOUNT.
008350     MOVE MC-CHARGE-STATUS TO MC-DT-STATUS.
008360     MOVE MC-DETAIL-LINE TO REPORT-RECORD.
008370     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008380 4500-EXIT.
008390     EXIT.
008400*
008410*****************************************************************
008420*    5000-CLOSE-BATCH - THE TRAILER THAT LETS SAMPLE1'S 7050    *
008430*    PROVE THE BATCH.  WRITTEN EVEN WHEN NOTHING WAS RAISED.    *
008440*****************************************************************
008450 5000-CLOSE-BATCH.
008460     IF NOT MC-CHG-OPEN
008470         GO TO 5000-EXIT
008480     END-IF.
008490     MOVE SPACES TO TRAN-RECORD.
008500     SET TRN-ACT-BTCH-TRAILER TO TRUE.
008510     MOVE "MTHCHRG"      TO TRN-CTL-BATCH-SOURCE.
008520     MOVE MC-RUN-DATE    TO TRN-CTL-BATCH-DATE.
008530     MOVE MC-BATCH-COUNT TO TRN-CTL-RECORD-COUNT.
008540     IF MC-BATCH-HASH < ZERO
008550         MOVE "-" TO TRN-CTL-HASH-SIGN
008560         COMPUTE TRN-CTL-HASH-TOTAL = ZERO - MC-BATCH-HASH
008570     ELSE
008580         MOVE "+" TO TRN-CTL-HASH-SIGN
008590         MOVE MC-BATCH-HASH TO TRN-CTL-HASH-TOTAL
008600     END-IF.
008610     WRITE TRAN-RECORD.
008620 5000-EXIT.
008630     EXIT.
008640*
008650*****************************************************************
008660*    6000-WRITE-TOTALS - RUN ROLL-UP FOR THE OPERATOR.          *
008670*****************************************************************
008680 6000-WRITE-TOTALS.
008690     MOVE SPACES TO REPORT-RECORD.
008700     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008710     MOVE "REGISTER TOTALS" TO MC-SEC-TITLE.
008720     MOVE MC-SECTION-LINE TO REPORT-RECORD.
008730     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008740     MOVE "RATE/FEE CARDS LOADED" TO MC-CNT-TITLE.
008750     MOVE MC-RATE-COUNT TO MC-CNT-VALUE.
008760     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008770     MOVE "MASTER ACCOUNTS READ" TO MC-CNT-TITLE.
008780     MOVE MC-MST-READ TO MC-CNT-VALUE.
008790     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008800     MOVE "ACCOUNTS CHARGED OR CREDITED" TO MC-CNT-TITLE.
008810     MOVE MC-ACCOUNTS-CHARGED TO MC-CNT-VALUE.
008820     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008830     MOVE "INTEREST CREDITS" TO MC-CNT-TITLE.
008840     MOVE MC-INTEREST-COUNT TO MC-CNT-VALUE.
008850     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008860     MOVE "INTEREST TOTAL" TO MC-AMT-TITLE.
008870     MOVE MC-INTEREST-TOTAL TO MC-AMT-VALUE.
008880     PERFORM 6200-WRITE-AMOUNT THRU 6200-EXIT.
008890     MOVE "FEES CHARGED" TO MC-CNT-TITLE.
008900     MOVE MC-FEE-COUNT TO MC-CNT-VALUE.
008910     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008920     MOVE "FEE TOTAL" TO MC-AMT-TITLE.
008930     MOVE MC-FEE-TOTAL TO MC-AMT-VALUE.
008940     PERFORM 6200-WRITE-AMOUNT THRU 6200-EXIT.
008950     MOVE "CHARGES HELD - NOT WRITTEN" TO MC-CNT-TITLE.
008960     MOVE MC-HELD-COUNT TO MC-CNT-VALUE.
008970     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
008980     MOVE "HELD TOTAL" TO MC-AMT-TITLE.
008990     MOVE MC-HELD-TOTAL TO MC-AMT-VALUE.
009000     PERFORM 6200-WRITE-AMOUNT THRU 6200-EXIT.
009010     IF MC-DRY-RUN OR MC-FATAL
009020         MOVE "NO BATCH WRITTEN" TO MC-SEC-TITLE
009030         MOVE MC-SECTION-LINE TO REPORT-RECORD
009040         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
009050         GO TO 6000-EXIT
009060     END-IF.
009070     MOVE "BATCH DETAIL RECORDS (TRAILER COUNT)" TO MC-CNT-TITLE.
009080     MOVE MC-BATCH-COUNT TO MC-CNT-VALUE.
009090     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009100     MOVE "BATCH HASH TOTAL (TRAILER HASH)" TO MC-AMT-TITLE.
009110     MOVE MC-BATCH-HASH TO MC-AMT-VALUE.
009120     PERFORM 6200-WRITE-AMOUNT THRU 6200-EXIT.
009130 6000-EXIT.
009140     EXIT.
009150*
009160 6100-WRITE-COUNT.
009170     MOVE MC-COUNT-LINE TO REPORT-RECORD.
009180     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009190 6100-EXIT.
009200     EXIT.
009210*
009220 6200-WRITE-AMOUNT.
009230     MOVE MC-AMOUNT-LINE TO REPORT-RECORD.
009240     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009250 6200-EXIT.
009260     EXIT.
009270*
009280*****************************************************************
009290*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
009300*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
009310*    BREAK CANNOT CLOBBER IT.                                   *
009320*****************************************************************
009330 9100-WRITE-REPORT-LINE.
009340     MOVE REPORT-RECORD TO MC-HOLD-LINE.
009350     IF MC-LINE-COUNT > MC-LINES-PER-PAGE
009360         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
009370     END-IF.
009380     WRITE REPORT-RECORD FROM MC-HOLD-LINE
009390         AFTER ADVANCING 1 LINE.
009400     ADD 1 TO MC-LINE-COUNT.
009410 9100-EXIT.
009420     EXIT.
009430*
009440 9200-WRITE-PAGE-HEADING.
009450     ADD 1 TO MC-PAGE-COUNT.
009460     MOVE MC-RUN-DATE  TO MC-H1-DATE.
009470     MOVE MC-RUN-TIME  TO MC-H1-TIME.
009480     MOVE MC-PAGE-COUNT TO MC-H1-PAGE.
009490     MOVE MC-HEADING-1 TO REPORT-RECORD.
009500     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
009510     MOVE SPACES TO REPORT-RECORD.
009520     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
009530     MOVE 3 TO MC-LINE-COUNT.
009540 9200-EXIT.
009550     EXIT.
009560*
009570*****************************************************************
009580*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
009590*****************************************************************
009600 9800-CLOSE-FILES.
009610     IF MC-MST-OPEN
009620         CLOSE MASTER-FILE
009630     END-IF.
009640     IF MC-CHG-OPEN
009650         CLOSE CHARGE-FILE
009660     END-IF.
009670     CLOSE REPORT-FILE.
009680 9800-EXIT.
009690     EXIT.
