000010*
000020*****************************************************************
000030*                                                                *
000040*    IDENTIFICATION DIVISION.
000050*                                                                *
000060*****************************************************************
000070*
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     STMTCYC.
000100 AUTHOR.         R T MILLHOUSE.
000110 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000120 DATE-WRITTEN.   2026-10-15.
000130 DATE-COMPILED.  2026-10-15.
000140*
000150*****************************************************************
000160*                                                                *
000170*    REMARKS.  MONTH-END CUSTOMER STATEMENT CYCLE.  READS THE    *
000180*    MONTH'S POSTING JOURNAL GENERATIONS (JRNFILE - SEE JRNREC)  *
000190*    AND THE ACCOUNT MASTER, AND PRINTS A STATEMENT (STMTFILE)   *
000200*    FOR EVERY ACCOUNT WITH ACTIVITY IN THE MONTH OR A NON-ZERO  *
000210*    BALANCE - OPENING BALANCE, EVERY POSTING WITH ITS DATE,     *
000220*    ACTION AND SIGNED AMOUNT, CLOSING BALANCE, UNDER THE        *
000230*    ACCOUNT'S MST-DESCRIPTION.                                  *
000240*                                                                *
000250*    THE JOURNAL IS SORTED INTO ACCOUNT ORDER (POSTING ORDER     *
000260*    KEPT WITHIN EACH ACCOUNT) AND MATCHED TO THE MASTER.  THE   *
000270*    OPENING BALANCE IS THE FIRST POSTING'S BEFORE IMAGE; EACH   *
000280*    POSTING'S AMOUNT IS ITS AFTER-MINUS-BEFORE MOVEMENT, SO A   *
000290*    DELETE SHOWS THE RESIDUAL IT REMOVED.  EACH BEFORE IMAGE    *
000300*    MUST EQUAL THE RUNNING BALANCE AND THE LAST AFTER IMAGE     *
000310*    MUST EQUAL THE MASTER - AN ACCOUNT THAT DOES NOT PROVE IS   *
000320*    NOT PRINTED BUT LISTED ON THE EXCEPTION REPORT (RPTFILE),   *
000330*    WHICH ENDS WITH THE CYCLE SUMMARY PAGE.  AN ACCOUNT DELETED *
000340*    IN THE MONTH GETS A FINAL STATEMENT CLOSING AT ZERO.        *
000350*                                                                *
000360*    PARM CARD - COLS 1-6 STATEMENT MONTH, YYYYMM.  BLANK MEANS  *
000370*    THE MONTH OF THE RUN DATE.  JOURNAL RECORDS FROM ANY OTHER  *
000380*    MONTH ARE COUNTED AND IGNORED.                              *
000390*                                                                *
000400*    RETURN CODES - 0 EVERY STATEMENT PRINTED, 4 ONE OR MORE     *
000410*    ACCOUNTS ON THE EXCEPTION LIST, 12 NOTHING PRINTED (BAD     *
000420*    PARM, JOURNAL, MASTER OR STATEMENT FILE UNAVAILABLE).       *
000430*                                                                *
000440*    MOD LOG                                                     *
000450*    ---------- ---- ----------------------------------------    *
000460*    2026-10-15 RTM  ORIGINAL PROGRAM.                           *
000461*    2026-10-15 RTM  RC 12 WHEN THE STATEMENT FILE CANNOT BE     *
000462*                     OPENED.  A MASTER BALANCE THAT IS NOT      *
000463*                     NUMERIC GOES ON THE EXCEPTION LIST         *
000464*                     INSTEAD OF BEING SKIPPED AS ZERO.  THE     *
000465*                     CLOSING-BALANCE EXCEPTION REASON NO        *
000466*                     LONGER RUNS PAST ITS 40-BYTE FIELD.        *
000470*                                                                *
000480*****************************************************************
000490*
000500 ENVIRONMENT DIVISION.
000510*
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.    IBM-370.
000540 OBJECT-COMPUTER.    IBM-370.
000550*
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS SC-PARM-STAT.
000610*
000620     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS SC-JRN-STAT.
000650*
000660     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS MST-ACCOUNT-ID
000700         FILE STATUS IS SC-MST-STAT.
000710*
000720     SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS SC-STM-STAT.
000750*
000760     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS SC-RPT-STAT.
000790*
000800     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000810*
000820*****************************************************************
000830*                                                                *
000840*    DATA DIVISION.
000850*                                                                *
000860*****************************************************************
000870*
000880 DATA DIVISION.
000890*
000900 FILE SECTION.
000910*
000920 FD  PARM-FILE
000930     RECORDING MODE F
000940     LABEL RECORDS STANDARD
000950     BLOCK CONTAINS 0 RECORDS
000960     RECORD CONTAINS 80 CHARACTERS
000970     DATA RECORD IS STMT-PARM-RECORD.
000980 01  STMT-PARM-RECORD.
000990     05  SP-CYCLE-MONTH          PIC X(06).
001000     05  SP-CYCLE-PARTS REDEFINES SP-CYCLE-MONTH.
001010         10  SP-CYCLE-YEAR       PIC 9(04).
001020         10  SP-CYCLE-MM         PIC 9(02).
001030     05  FILLER                  PIC X(74).
001040*
001050 FD  JOURNAL-FILE
001060     RECORDING MODE F
001070     LABEL RECORDS STANDARD
001080     BLOCK CONTAINS 0 RECORDS
001090     RECORD CONTAINS 80 CHARACTERS
001100     DATA RECORD IS JOURNAL-RECORD.
001110     COPY JRNREC.
001120*
001130 FD  MASTER-FILE
001140     RECORD CONTAINS 70 CHARACTERS
001150     DATA RECORD IS MASTER-RECORD.
001160     COPY MASTREC.
001170*
001180 FD  STATEMENT-FILE
001190     RECORDING MODE F
001200     LABEL RECORDS STANDARD
001210     BLOCK CONTAINS 0 RECORDS
001220     RECORD CONTAINS 133 CHARACTERS
001230     DATA RECORD IS STATEMENT-RECORD.
001240 01  STATEMENT-RECORD            PIC X(133).
001250*
001260 FD  REPORT-FILE
001270     RECORDING MODE F
001280     LABEL RECORDS STANDARD
001290     BLOCK CONTAINS 0 RECORDS
001300     RECORD CONTAINS 133 CHARACTERS
001310     DATA RECORD IS REPORT-RECORD.
001320 01  REPORT-RECORD               PIC X(133).
001330*
001340 SD  SORT-FILE
001350     RECORD CONTAINS 80 CHARACTERS
001360     DATA RECORD IS SORT-RECORD.
001370 01  SORT-RECORD.
001380     05  SRT-ACCOUNT-ID          PIC X(10).
001390     05  SRT-DATE                PIC X(08).
001400     05  SRT-TIME                PIC X(08).
001410     05  SRT-SEQ                 PIC 9(07).
001420     05  SRT-JOB-NAME            PIC X(08).
001430     05  SRT-ACTION              PIC X(01).
001440     05  SRT-BEFORE-SIGN         PIC X(01).
001450         88  SRT-BEFORE-MINUS         VALUE "-".
001460     05  SRT-BAL-BEFORE          PIC 9(09)V99.
001470     05  SRT-AFTER-SIGN          PIC X(01).
001480         88  SRT-AFTER-MINUS          VALUE "-".
001490     05  SRT-BAL-AFTER           PIC 9(09)V99.
001500     05  FILLER                  PIC X(14).
001510*
001520 WORKING-STORAGE SECTION.
001530*
001540 01  SC-SWITCHES.
001550     05  SC-EOF-JRNFILE          PIC X(01) VALUE "N".
001560         88  SC-END-OF-JRNFILE       VALUE "Y".
001570     05  SC-EOF-SORTFILE         PIC X(01) VALUE "N".
001580         88  SC-END-OF-SORTFILE      VALUE "Y".
001590     05  SC-EOF-MASTFILE         PIC X(01) VALUE "N".
001600         88  SC-END-OF-MASTFILE      VALUE "Y".
001610     05  SC-FATAL-SW             PIC X(01) VALUE "N".
001620         88  SC-FATAL                VALUE "Y".
001630     05  SC-ON-MASTER-SW         PIC X(01) VALUE "N".
001640         88  SC-ON-MASTER            VALUE "Y".
001650     05  SC-OVERFLOW-SW          PIC X(01) VALUE "N".
001660         88  SC-OVERFLOW             VALUE "Y".
001661     05  SC-STM-OPEN-SW          PIC X(01) VALUE "N".
001662         88  SC-STM-OPEN             VALUE "Y".
001670*
001680 01  SC-FILE-STATUS-CODES.
001690     05  SC-PARM-STAT            PIC X(02) VALUE "00".
001700     05  SC-JRN-STAT             PIC X(02) VALUE "00".
001710     05  SC-MST-STAT             PIC X(02) VALUE "00".
001720     05  SC-STM-STAT             PIC X(02) VALUE "00".
001730     05  SC-RPT-STAT             PIC X(02) VALUE "00".
001740*
001750 01  SC-CONTROL-FIELDS.
001760     05  SC-CYCLE-MONTH          PIC X(06) VALUE SPACES.
001770     05  SC-MST-KEY              PIC X(10).
001780     05  SC-SRT-KEY              PIC X(10).
001790     05  SC-CUR-ACCOUNT          PIC X(10).
001800     05  SC-EXC-REASON           PIC X(40).
001810     05  SC-RELEASE-SEQ          PIC 9(07) COMP VALUE ZERO.
001820     05  SC-JRN-READ             PIC 9(09) COMP VALUE ZERO.
001830     05  SC-JRN-OTHER-MONTH      PIC 9(09) COMP VALUE ZERO.
001840     05  SC-MST-READ             PIC 9(09) COMP VALUE ZERO.
001850     05  SC-MST-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001860     05  SC-STMT-ACTIVE          PIC 9(09) COMP VALUE ZERO.
001870     05  SC-STMT-BALANCE-ONLY    PIC 9(09) COMP VALUE ZERO.
001880     05  SC-STMT-REMOVED         PIC 9(09) COMP VALUE ZERO.
001890     05  SC-EXCEPTIONS           PIC 9(09) COMP VALUE ZERO.
001900     05  SC-POSTINGS-PRINTED     PIC 9(09) COMP VALUE ZERO.
001910     05  SC-TOT-OPENING          PIC S9(13)V99 COMP-3
001920                                     VALUE ZERO.
001930     05  SC-TOT-NET              PIC S9(13)V99 COMP-3
001940                                     VALUE ZERO.
001950     05  SC-TOT-CLOSING          PIC S9(13)V99 COMP-3
001960                                     VALUE ZERO.
001970     05  SC-EXC-NET              PIC S9(13)V99 COMP-3
001980                                     VALUE ZERO.
001990     05  SC-OPENING              PIC S9(11)V99 COMP-3.
002000     05  SC-RUNNING              PIC S9(11)V99 COMP-3.
002010     05  SC-MOVEMENT             PIC S9(11)V99 COMP-3.
002020*
002030*    ONE ACCOUNT'S POSTINGS FOR THE MONTH, IN POSTING ORDER,
002040*    HELD UNTIL THE ACCOUNT HAS PROVED AND CAN BE PRINTED.
002050 01  SC-POSTING-TABLE-AREA.
002060     05  SC-POST-COUNT           PIC 9(05) COMP VALUE ZERO.
002070     05  SC-POST-ENTRY OCCURS 1000 TIMES
002080                 INDEXED BY SCP-IDX.
002090         10  SC-P-DATE           PIC X(08).
002100         10  SC-P-TIME           PIC X(08).
002110         10  SC-P-JOB-NAME       PIC X(08).
002120         10  SC-P-ACTION         PIC X(01).
002130             88  SC-P-ADD             VALUE "A".
002140             88  SC-P-UPDATE          VALUE "U".
002150             88  SC-P-DELETE          VALUE "D".
002160         10  SC-P-IMAGE-SW       PIC X(01).
002170             88  SC-P-IMAGES-OK       VALUE "Y".
002180         10  SC-P-BEFORE         PIC S9(09)V99 COMP-3.
002190         10  SC-P-AFTER          PIC S9(09)V99 COMP-3.
002200*
002210 01  SC-TIME-FIELDS.
002220     05  SC-RUN-DATE             PIC X(08).
002230     05  SC-RUN-TIME             PIC X(08).
002240*
002250 77  SC-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002260 77  SC-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002270 77  SC-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002280 77  SC-STM-LINE-COUNT           PIC 9(03) COMP VALUE 99.
002290 77  SC-STM-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
002300*
002310 01  SC-HOLD-LINE                PIC X(133).
002320*
002330*****************************************************************
002340*                                                                *
002350*    STATEMENT LINE LAYOUTS.                                     *
002360*                                                                *
002370*****************************************************************
002380*
002390 01  SC-STM-HEADING-1.
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  FILLER                  PIC X(38) VALUE
002420             "ACCOUNT STATEMENT                     ".
002430     05  FILLER                  PIC X(16) VALUE
002440             "STATEMENT MONTH ".
002450     05  SC-SH1-MONTH            PIC X(06).
002460     05  FILLER                  PIC X(06) VALUE " PAGE ".
002470     05  SC-SH1-PAGE             PIC Z(04)9.
002480     05  FILLER                  PIC X(61) VALUE SPACES.
002490*
002500 01  SC-STM-HEADING-2.
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
002530     05  SC-SH2-ACCOUNT          PIC X(10).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  SC-SH2-TITLE            PIC X(30).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  SC-SH2-STATUS           PIC X(20).
002580     05  FILLER                  PIC X(60) VALUE SPACES.
002590*
002600 01  SC-STM-COLUMN-LINE.
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  FILLER                  PIC X(10) VALUE "DATE".
002630     05  FILLER                  PIC X(10) VALUE "TIME".
002640     05  FILLER                  PIC X(12) VALUE "ACTION".
002650     05  FILLER                  PIC X(18) VALUE
002660             "          AMOUNT  ".
002670     05  FILLER                  PIC X(16) VALUE
002680             "         BALANCE".
002690     05  FILLER                  PIC X(66) VALUE SPACES.
002700*
002710 01  SC-STM-DETAIL-LINE.
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  SC-SD-DATE              PIC X(08).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  SC-SD-TIME              PIC X(08).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  SC-SD-ACTION            PIC X(10).
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  SC-SD-AMOUNT            PIC -(12)9.99.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  SC-SD-BALANCE           PIC -(12)9.99.
002820     05  FILLER                  PIC X(66) VALUE SPACES.
002830*
002840 01  SC-STM-BALANCE-LINE.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  SC-SB-TITLE             PIC X(50).
002870     05  SC-SB-AMOUNT            PIC -(12)9.99.
002880     05  FILLER                  PIC X(66) VALUE SPACES.
002890*
002900 01  SC-STM-COUNT-LINE.
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  FILLER                  PIC X(30) VALUE
002930             "POSTINGS THIS STATEMENT".
002940     05  SC-SC-COUNT             PIC Z(06)9.
002950     05  FILLER                  PIC X(95) VALUE SPACES.
002960*
002970 01  SC-STM-NOTE-LINE.
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  SC-SN-TEXT              PIC X(60).
003000     05  FILLER                  PIC X(72) VALUE SPACES.
003010*
003020*****************************************************************
003030*                                                                *
003040*    REPORT LINE LAYOUTS.                                        *
003050*                                                                *
003060*****************************************************************
003070*
003080 01  SC-HEADING-1.
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  FILLER                  PIC X(38) VALUE
003110             "MONTHLY STATEMENT CYCLE               ".
003120     05  FILLER                  PIC X(06) VALUE " DATE ".
003130     05  SC-H1-DATE              PIC X(08).
003140     05  FILLER                  PIC X(06) VALUE " TIME ".
003150     05  SC-H1-TIME              PIC X(08).
003160     05  FILLER                  PIC X(06) VALUE " PAGE ".
003170     05  SC-H1-PAGE              PIC Z(04)9.
003180     05  FILLER                  PIC X(55) VALUE SPACES.
003190*
003200 01  SC-CYCLE-LINE.
003210     05  FILLER                  PIC X(01) VALUE SPACE.
003220     05  FILLER                  PIC X(16) VALUE
003230             "STATEMENT MONTH ".
003240     05  SC-CY-MONTH             PIC X(06).
003250     05  FILLER                  PIC X(110) VALUE SPACES.
003260*
003270 01  SC-SECTION-LINE.
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  SC-SEC-TITLE            PIC X(40).
003300     05  FILLER                  PIC X(92) VALUE SPACES.
003310*
003320 01  SC-EXC-COLUMN-LINE.
003330     05  FILLER                  PIC X(01) VALUE SPACE.
003340     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
003350     05  FILLER                  PIC X(42) VALUE "REASON".
003360     05  FILLER                  PIC X(18) VALUE
003370             "         OPENING  ".
003380     05  FILLER                  PIC X(18) VALUE
003390             "    POSTINGS NET  ".
003400     05  FILLER                  PIC X(16) VALUE
003410             "       ON MASTER".
003420     05  FILLER                  PIC X(26) VALUE SPACES.
003430*
003440 01  SC-EXC-DETAIL-LINE.
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  SC-EXC-ACCOUNT          PIC X(10).
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  SC-EXC-TEXT             PIC X(40).
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  SC-EXC-OPENING          PIC -(12)9.99.
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  SC-EXC-POSTINGS         PIC -(12)9.99.
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  SC-EXC-MASTER-X         PIC X(16).
003550     05  SC-EXC-MASTER REDEFINES SC-EXC-MASTER-X
003560                                 PIC -(12)9.99.
003570     05  FILLER                  PIC X(26) VALUE SPACES.
003580*
003590 01  SC-COUNT-LINE.
003600     05  FILLER                  PIC X(01) VALUE SPACE.
003610     05  SC-CNT-TITLE            PIC X(40).
003620     05  SC-CNT-VALUE            PIC Z(08)9.
003630     05  FILLER                  PIC X(83) VALUE SPACES.
003640*
003650 01  SC-AMOUNT-LINE.
003660     05  FILLER                  PIC X(01) VALUE SPACE.
003670     05  SC-AMT-TITLE            PIC X(40).
003680     05  SC-AMT-VALUE            PIC -(13)9.99.
003690     05  FILLER                  PIC X(75) VALUE SPACES.
003700*
003710 01  SC-VERDICT-LINE.
003720     05  FILLER                  PIC X(01) VALUE SPACE.
003730     05  FILLER                  PIC X(08) VALUE "VERDICT ".
003740     05  SC-VER-TEXT             PIC X(60).
003750     05  FILLER                  PIC X(64) VALUE SPACES.
003760*
003770 01  SC-ERROR-LINE.
003780     05  FILLER                  PIC X(01) VALUE SPACE.
003790     05  SC-ERR-TEXT             PIC X(70).
003800     05  FILLER                  PIC X(62) VALUE SPACES.
003810*
003820*****************************************************************
003830*                                                                *
003840*    PROCEDURE DIVISION.
003850*                                                                *
003860*****************************************************************
003870*
003880 PROCEDURE DIVISION.
003890*
003900*****************************************************************
003910*    0000-MAINLINE - SORT THE MONTH'S JOURNAL INTO ACCOUNT      *
003920*    ORDER, MATCH IT TO THE MASTER, PRINT, SUMMARIZE.           *
003930*****************************************************************
003940 0000-MAINLINE.
003950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003960     IF NOT SC-FATAL
003970         PERFORM 2000-RUN-THE-CYCLE THRU 2000-EXIT
003980     END-IF.
003990     PERFORM 8000-CYCLE-SUMMARY THRU 8000-EXIT.
004000     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
004010     EVALUATE TRUE
004020         WHEN SC-FATAL
004030             MOVE 12 TO RETURN-CODE
004040         WHEN SC-EXCEPTIONS > ZERO
004050             MOVE 4 TO RETURN-CODE
004060         WHEN OTHER
004070             MOVE 0 TO RETURN-CODE
004080     END-EVALUATE.
004090     GOBACK.
004100*
004110*****************************************************************
004120*    1000-INITIALIZE - STATEMENT MONTH FROM THE PARM CARD, THE  *
004130*    REPORT AND STATEMENT FILES OPENED.                         *
004140*****************************************************************
004150 1000-INITIALIZE.
004160     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
004170     ACCEPT SC-RUN-TIME FROM TIME.
004180     OPEN OUTPUT REPORT-FILE.
004190     MOVE SC-RUN-DATE (1:6) TO SC-CYCLE-MONTH.
004200     OPEN INPUT PARM-FILE.
004210     IF SC-PARM-STAT = "00"
004220         READ PARM-FILE
004230             AT END
004240                 MOVE "10" TO SC-PARM-STAT
004250         END-READ
004260         IF SC-PARM-STAT = "00" AND SP-CYCLE-MONTH NOT = SPACES
004270             IF SP-CYCLE-MONTH IS NUMERIC
004280                     AND SP-CYCLE-MM > ZERO AND SP-CYCLE-MM < 13
004290                 MOVE SP-CYCLE-MONTH TO SC-CYCLE-MONTH
004300             ELSE
004310                 MOVE SPACES TO SC-CYCLE-MONTH
004320             END-IF
004330         END-IF
004340         CLOSE PARM-FILE
004350     END-IF.
004360     IF SC-CYCLE-MONTH = SPACES
004370         MOVE "PARM CARD STATEMENT MONTH INVALID"
004380             TO SC-ERR-TEXT
004390         MOVE SC-ERROR-LINE TO REPORT-RECORD
004400         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004410         SET SC-FATAL TO TRUE
004420         GO TO 1000-EXIT
004430     END-IF.
004440     MOVE SC-CYCLE-MONTH TO SC-CY-MONTH.
004450     MOVE SC-CYCLE-LINE TO REPORT-RECORD.
004460     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004470     OPEN OUTPUT STATEMENT-FILE.
004471     IF SC-STM-STAT NOT = "00"
004472         MOVE "STATEMENT FILE UNAVAILABLE - NOTHING PRINTED"
004473             TO SC-ERR-TEXT
004474         MOVE SC-ERROR-LINE TO REPORT-RECORD
004475         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004476         SET SC-FATAL TO TRUE
004477         GO TO 1000-EXIT
004478     END-IF.
004479     SET SC-STM-OPEN TO TRUE.
004480 1000-EXIT.
004490     EXIT.
004500*
004510*****************************************************************
004520*    2000-RUN-THE-CYCLE - THE MONTH'S JOURNAL RECORDS ARE       *
004530*    RELEASED WITH A SEQUENCE NUMBER SO THE SORT KEEPS EACH     *
004540*    ACCOUNT'S POSTINGS IN THE ORDER THEY WERE MADE.            *
004550*****************************************************************
004560 2000-RUN-THE-CYCLE.
004570     OPEN INPUT JOURNAL-FILE.
004580     IF SC-JRN-STAT NOT = "00"
004590         MOVE "POSTING JOURNAL UNAVAILABLE - NOTHING PRINTED"
004600             TO SC-ERR-TEXT
004610         MOVE SC-ERROR-LINE TO REPORT-RECORD
004620         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004630         SET SC-FATAL TO TRUE
004640         GO TO 2000-EXIT
004650     END-IF.
004660     OPEN INPUT MASTER-FILE.
004670     IF SC-MST-STAT NOT = "00"
004680         CLOSE JOURNAL-FILE
004690         MOVE "ACCOUNT MASTER UNAVAILABLE - NOTHING PRINTED"
004700             TO SC-ERR-TEXT
004710         MOVE SC-ERROR-LINE TO REPORT-RECORD
004720         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004730         SET SC-FATAL TO TRUE
004740         GO TO 2000-EXIT
004750     END-IF.
004760     MOVE SPACES TO REPORT-RECORD.
004770     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004780     MOVE "ACCOUNTS NOT PROVED - NOT PRINTED"
004790         TO SC-SEC-TITLE.
004800     MOVE SC-SECTION-LINE TO REPORT-RECORD.
004810     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004820     MOVE SC-EXC-COLUMN-LINE TO REPORT-RECORD.
004830     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004840     SORT SORT-FILE
004850         ASCENDING KEY SRT-ACCOUNT-ID SRT-DATE SRT-TIME SRT-SEQ
004860         INPUT PROCEDURE 2100-RELEASE-JOURNAL THRU 2100-EXIT
004870         OUTPUT PROCEDURE 3000-PRODUCE-STATEMENTS THRU 3000-EXIT.
004880     CLOSE JOURNAL-FILE.
004890     CLOSE MASTER-FILE.
004900     IF SC-EXCEPTIONS = ZERO
004910         MOVE "NONE" TO SC-SEC-TITLE
004920         MOVE SC-SECTION-LINE TO REPORT-RECORD
004930         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004940     END-IF.
004950 2000-EXIT.
004960     EXIT.
004970*
004980 2100-RELEASE-JOURNAL.
004990     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
005000         UNTIL SC-END-OF-JRNFILE.
005010 2100-EXIT.
005020     EXIT.
005030*
005040 2200-RELEASE-ONE.
005050     READ JOURNAL-FILE
005060         AT END
005070             SET SC-END-OF-JRNFILE TO TRUE
005080     END-READ.
005090     IF SC-END-OF-JRNFILE
005100         GO TO 2200-EXIT
005110     END-IF.
005120     ADD 1 TO SC-JRN-READ.
005130     IF JRN-DATE (1:6) NOT = SC-CYCLE-MONTH
005140         ADD 1 TO SC-JRN-OTHER-MONTH
005150         GO TO 2200-EXIT
005160     END-IF.
005170     ADD 1 TO SC-RELEASE-SEQ.
005180     MOVE SPACES           TO SORT-RECORD.
005190     MOVE JRN-ACCOUNT-ID   TO SRT-ACCOUNT-ID.
005200     MOVE JRN-DATE         TO SRT-DATE.
005210     MOVE JRN-TIME         TO SRT-TIME.
005220     MOVE SC-RELEASE-SEQ   TO SRT-SEQ.
005230     MOVE JRN-JOB-NAME     TO SRT-JOB-NAME.
005240     MOVE JRN-ACTION       TO SRT-ACTION.
005250     MOVE JRN-BEFORE-SIGN  TO SRT-BEFORE-SIGN.
005260     MOVE JRN-BAL-BEFORE   TO SRT-BAL-BEFORE.
005270     MOVE JRN-AFTER-SIGN   TO SRT-AFTER-SIGN.
005280     MOVE JRN-BAL-AFTER    TO SRT-BAL-AFTER.
005290     RELEASE SORT-RECORD.
005300 2200-EXIT.
005310     EXIT.
005320*
005330*****************************************************************
005340*    3000-PRODUCE-STATEMENTS - MATCH THE SORTED POSTINGS TO     *
005350*    THE MASTER, BOTH IN ACCOUNT ORDER.  A MASTER ACCOUNT WITH  *
005360*    NO POSTINGS GETS A BALANCE-ONLY STATEMENT UNLESS IT IS AT  *
005370*    ZERO; AN ACCOUNT WITH POSTINGS IS PROVED FIRST.            *
005380*****************************************************************
005390 3000-PRODUCE-STATEMENTS.
005400     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
005410     PERFORM 3200-RETURN-POSTING THRU 3200-EXIT.
005420     PERFORM 3300-MATCH-ONE-KEY THRU 3300-EXIT
005430         UNTIL SC-END-OF-MASTFILE AND SC-END-OF-SORTFILE.
005440 3000-EXIT.
005450     EXIT.
005460*
005470 3100-READ-MASTER.
005480     READ MASTER-FILE
005490         AT END
005500             SET SC-END-OF-MASTFILE TO TRUE
005510     END-READ.
005520     IF SC-END-OF-MASTFILE
005530         MOVE HIGH-VALUES TO SC-MST-KEY
005540     ELSE
005550         ADD 1 TO SC-MST-READ
005560         MOVE MST-ACCOUNT-ID TO SC-MST-KEY
005570     END-IF.
005580 3100-EXIT.
005590     EXIT.
005600*
005610 3200-RETURN-POSTING.
005620     RETURN SORT-FILE
005630         AT END
005640             SET SC-END-OF-SORTFILE TO TRUE
005650     END-RETURN.
005660     IF SC-END-OF-SORTFILE
005670         MOVE HIGH-VALUES TO SC-SRT-KEY
005680     ELSE
005690         MOVE SRT-ACCOUNT-ID TO SC-SRT-KEY
005700     END-IF.
005710 3200-EXIT.
005720     EXIT.
005730*
005740 3300-MATCH-ONE-KEY.
005750     IF SC-MST-KEY < SC-SRT-KEY
005760         PERFORM 4000-BALANCE-ONLY THRU 4000-EXIT
005770         PERFORM 3100-READ-MASTER THRU 3100-EXIT
005780         GO TO 3300-EXIT
005790     END-IF.
005800     MOVE SC-SRT-KEY TO SC-CUR-ACCOUNT.
005810     MOVE ZERO TO SC-POST-COUNT.
005820     MOVE "N" TO SC-OVERFLOW-SW.
005830     PERFORM 3400-HOLD-ONE-POSTING THRU 3400-EXIT
005840         UNTIL SC-SRT-KEY NOT = SC-CUR-ACCOUNT.
005850     IF SC-MST-KEY = SC-CUR-ACCOUNT
005860         SET SC-ON-MASTER TO TRUE
005870     ELSE
005880         MOVE "N" TO SC-ON-MASTER-SW
005890     END-IF.
005900     PERFORM 5000-PROVE-ACCOUNT THRU 5000-EXIT.
005910     IF SC-ON-MASTER
005920         PERFORM 3100-READ-MASTER THRU 3100-EXIT
005930     END-IF.
005940 3300-EXIT.
005950     EXIT.
005960*
005970 3400-HOLD-ONE-POSTING.
005980     IF SC-POST-COUNT NOT < 1000
005990         SET SC-OVERFLOW TO TRUE
006000     ELSE
006010         ADD 1 TO SC-POST-COUNT
006020         SET SCP-IDX TO SC-POST-COUNT
006030         MOVE SRT-DATE     TO SC-P-DATE (SCP-IDX)
006040         MOVE SRT-TIME     TO SC-P-TIME (SCP-IDX)
006050         MOVE SRT-JOB-NAME TO SC-P-JOB-NAME (SCP-IDX)
006060         MOVE SRT-ACTION   TO SC-P-ACTION (SCP-IDX)
006070         MOVE ZERO TO SC-P-BEFORE (SCP-IDX) SC-P-AFTER (SCP-IDX)
006080         MOVE "N" TO SC-P-IMAGE-SW (SCP-IDX)
006090         IF SRT-BAL-BEFORE IS NUMERIC AND SRT-BAL-AFTER IS NUMERIC
006100             MOVE "Y" TO SC-P-IMAGE-SW (SCP-IDX)
006110             MOVE SRT-BAL-BEFORE TO SC-P-BEFORE (SCP-IDX)
006120             IF SRT-BEFORE-MINUS
006130                 COMPUTE SC-P-BEFORE (SCP-IDX) =
006140                     ZERO - SC-P-BEFORE (SCP-IDX)
006150             END-IF
006160             MOVE SRT-BAL-AFTER TO SC-P-AFTER (SCP-IDX)
006170             IF SRT-AFTER-MINUS
006180                 COMPUTE SC-P-AFTER (SCP-IDX) =
006190                     ZERO - SC-P-AFTER (SCP-IDX)
006200             END-IF
006210         END-IF
006220     END-IF.
006230     PERFORM 3200-RETURN-POSTING THRU 3200-EXIT.
006240 3400-EXIT.
006250     EXIT.
006260*
006270*****************************************************************
006280*    4000-BALANCE-ONLY - A MASTER ACCOUNT THE MONTH DID NOT     *
006290*    POST.  OPENING AND CLOSING ARE BOTH THE MASTER BALANCE.    *
006291*    A BALANCE THAT IS NOT NUMERIC IS AN EXCEPTION, NOT A       *
006292*    ZERO BALANCE TO SKIP.                                      *
006300*****************************************************************
006310 4000-BALANCE-ONLY.
006311     IF MST-BALANCE IS NOT NUMERIC
006312         SET SC-ON-MASTER TO TRUE
006313         MOVE MST-ACCOUNT-ID TO SC-CUR-ACCOUNT
006314         MOVE ZERO TO SC-OPENING SC-RUNNING
006315         MOVE "MASTER BALANCE NOT NUMERIC" TO SC-EXC-REASON
006316         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
006317         GO TO 4000-EXIT
006318     END-IF.
006320     IF MST-BALANCE = ZERO
006330         ADD 1 TO SC-MST-SKIPPED
006340         GO TO 4000-EXIT
006350     END-IF.
006360     MOVE MST-BALANCE TO SC-OPENING SC-RUNNING.
006370     MOVE ZERO TO SC-POST-COUNT.
006380     SET SC-ON-MASTER TO TRUE.
006390     MOVE MST-ACCOUNT-ID TO SC-CUR-ACCOUNT.
006400     PERFORM 7000-PRINT-STATEMENT THRU 7000-EXIT.
006410     ADD 1 TO SC-STMT-BALANCE-ONLY.
006420 4000-EXIT.
006430     EXIT.
006440*
006450*****************************************************************
006460*    5000-PROVE-ACCOUNT - OPENING BALANCE PLUS THE POSTINGS     *
006470*    MUST CHAIN IMAGE TO IMAGE AND CLOSE ON THE MASTER.  AN     *
006480*    ACCOUNT NOT ON THE MASTER PROVES ONLY IF THE MONTH         *
006490*    DELETED IT AND IT CLOSED AT ZERO.                          *
006500*****************************************************************
006510 5000-PROVE-ACCOUNT.
006520     MOVE SPACES TO SC-EXC-REASON.
006530     SET SCP-IDX TO 1.
006540     MOVE SC-P-BEFORE (SCP-IDX) TO SC-OPENING SC-RUNNING.
006550     IF SC-OVERFLOW
006560         MOVE "OVER 1000 POSTINGS - TOO MANY TO PRINT"
006570             TO SC-EXC-REASON
006580     END-IF.
006590     PERFORM 5100-CHAIN-ONE-POSTING THRU 5100-EXIT
006600         VARYING SCP-IDX FROM 1 BY 1
006610         UNTIL SCP-IDX > SC-POST-COUNT
006620             OR SC-EXC-REASON NOT = SPACES.
006630     IF SC-EXC-REASON NOT = SPACES
006640         GO TO 5000-NOT-PROVED
006650     END-IF.
006651     IF SC-ON-MASTER AND MST-BALANCE IS NOT NUMERIC
006652         MOVE "MASTER BALANCE NOT NUMERIC" TO SC-EXC-REASON
006653         GO TO 5000-NOT-PROVED
006654     END-IF.
006660     SET SCP-IDX TO SC-POST-COUNT.
006670     IF SC-ON-MASTER
006680         IF SC-RUNNING NOT = MST-BALANCE
006690             MOVE "CLOSING BALANCE DISAGREES WITH MASTER"
006700                 TO SC-EXC-REASON
006710         END-IF
006720     ELSE
006730         IF NOT SC-P-DELETE (SCP-IDX)
006740             MOVE "POSTED BUT NOT ON THE MASTER"
006750                 TO SC-EXC-REASON
006760         END-IF
006770         IF SC-P-DELETE (SCP-IDX) AND SC-RUNNING NOT = ZERO
006780             MOVE "DELETED BUT DID NOT CLOSE AT ZERO"
006790                 TO SC-EXC-REASON
006800         END-IF
006810     END-IF.
006820     IF SC-EXC-REASON NOT = SPACES
006830         GO TO 5000-NOT-PROVED
006840     END-IF.
006850     PERFORM 7000-PRINT-STATEMENT THRU 7000-EXIT.
006860     IF SC-ON-MASTER
006870         ADD 1 TO SC-STMT-ACTIVE
006880     ELSE
006890         ADD 1 TO SC-STMT-REMOVED
006900     END-IF.
006910     GO TO 5000-EXIT.
006920 5000-NOT-PROVED.
006930     PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT.
006940 5000-EXIT.
006950     EXIT.
006960*
006970 5100-CHAIN-ONE-POSTING.
006980     IF NOT SC-P-IMAGES-OK (SCP-IDX)
006990         MOVE "JOURNAL BALANCE IMAGES DAMAGED"
007000             TO SC-EXC-REASON
007010         GO TO 5100-EXIT
007020     END-IF.
007030     IF SC-P-BEFORE (SCP-IDX) NOT = SC-RUNNING
007040         MOVE "JOURNAL BREAK - A POSTING IS MISSING"
007050             TO SC-EXC-REASON
007060         GO TO 5100-EXIT
007070     END-IF.
007080     MOVE SC-P-AFTER (SCP-IDX) TO SC-RUNNING.
007090 5100-EXIT.
007100     EXIT.
007110*
007120*****************************************************************
007130*    6000-LIST-EXCEPTION - AN ACCOUNT THAT DID NOT PROVE, WITH  *
007140*    WHAT THE JOURNAL AND THE MASTER SAY.  NOTHING IS PRINTED   *
007150*    FOR THE CUSTOMER UNTIL IT IS RESOLVED.                     *
007160*****************************************************************
007170 6000-LIST-EXCEPTION.
007180     ADD 1 TO SC-EXCEPTIONS.
007190     COMPUTE SC-EXC-NET = SC-RUNNING - SC-OPENING.
007200     MOVE SC-CUR-ACCOUNT TO SC-EXC-ACCOUNT.
007210     MOVE SC-EXC-REASON  TO SC-EXC-TEXT.
007220     MOVE SC-OPENING     TO SC-EXC-OPENING.
007230     MOVE SC-EXC-NET     TO SC-EXC-POSTINGS.
007240     IF SC-ON-MASTER
007250         IF MST-BALANCE IS NUMERIC
007251             MOVE MST-BALANCE TO SC-EXC-MASTER
007252         ELSE
007253             MOVE "     NOT NUMERIC" TO SC-EXC-MASTER-X
007254         END-IF
007260     ELSE
007270         MOVE "   NOT ON MASTER" TO SC-EXC-MASTER-X
007280     END-IF.
007290     MOVE SC-EXC-DETAIL-LINE TO REPORT-RECORD.
007300     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007310 6000-EXIT.
007320     EXIT.
007330*
007340*****************************************************************
007350*    7000-PRINT-STATEMENT - ONE STATEMENT, STARTING ON A NEW    *
007360*    PAGE.  THE ACCOUNT TITLE IS MST-DESCRIPTION; AN ACCOUNT    *
007370*    THE MONTH REMOVED FROM THE MASTER HAS NONE TO GIVE.        *
007380*****************************************************************
007390 7000-PRINT-STATEMENT.
007400     MOVE SC-CUR-ACCOUNT TO SC-SH2-ACCOUNT.
007410     IF SC-ON-MASTER
007420         MOVE MST-DESCRIPTION TO SC-SH2-TITLE
007430         EVALUATE TRUE
007440             WHEN MST-STAT-FROZEN
007450                 MOVE "ACCOUNT FROZEN" TO SC-SH2-STATUS
007460             WHEN MST-STAT-CLOSED
007470                 MOVE "ACCOUNT CLOSED" TO SC-SH2-STATUS
007480             WHEN OTHER
007490                 MOVE SPACES TO SC-SH2-STATUS
007500         END-EVALUATE
007510     ELSE
007520         MOVE SPACES TO SC-SH2-TITLE
007530         MOVE "ACCOUNT REMOVED" TO SC-SH2-STATUS
007540     END-IF.
007550     MOVE ZERO TO SC-STM-PAGE-COUNT.
007560     PERFORM 9400-WRITE-STATEMENT-HEADING THRU 9400-EXIT.
007570     MOVE "OPENING BALANCE" TO SC-SB-TITLE.
007580     MOVE SC-OPENING TO SC-SB-AMOUNT.
007590     MOVE SC-STM-BALANCE-LINE TO STATEMENT-RECORD.
007600     PERFORM 9300-WRITE-STATEMENT-LINE THRU 9300-EXIT.
007610     MOVE SC-OPENING TO SC-RUNNING.
007620     IF SC-POST-COUNT = ZERO
007630         MOVE "NO POSTINGS THIS STATEMENT MONTH" TO SC-SN-TEXT
007640         MOVE SC-STM-NOTE-LINE TO STATEMENT-RECORD
007650         PERFORM 9300-WRITE-STATEMENT-LINE THRU 9300-EXIT
007660     END-IF.
007670     PERFORM 7100-PRINT-ONE-POSTING THRU 7100-EXIT
007680         VARYING SCP-IDX FROM 1 BY 1
007690         UNTIL SCP-IDX > SC-POST-COUNT.
007700     MOVE "CLOSING BALANCE" TO SC-SB-TITLE.
007710     MOVE SC-RUNNING TO SC-SB-AMOUNT.
007720     MOVE SC-STM-BALANCE-LINE TO STATEMENT-RECORD.
007730     PERFORM 9300-WRITE-STATEMENT-LINE THRU 9300-EXIT.
007740     MOVE SC-POST-COUNT TO SC-SC-COUNT.
007750     MOVE SC-STM-COUNT-LINE TO STATEMENT-RECORD.
007760     PERFORM 9300-WRITE-STATEMENT-LINE THRU 9300-EXIT.
007770     ADD SC-OPENING TO SC-TOT-OPENING.
007780     ADD SC-RUNNING TO SC-TOT-CLOSING.
007790     COMPUTE SC-MOVEMENT = SC-RUNNING - SC-OPENING.
007800     ADD SC-MOVEMENT TO SC-TOT-NET.
007810     ADD SC-POST-COUNT TO SC-POSTINGS-PRINTED.
007820 7000-EXIT.
007830     EXIT.
007840*
007850 7100-PRINT-ONE-POSTING.
007860     COMPUTE SC-MOVEMENT =
007870         SC-P-AFTER (SCP-IDX) - SC-P-BEFORE (SCP-IDX).
007880     MOVE SC-P-AFTER (SCP-IDX) TO SC-RUNNING.
007890     MOVE SC-P-DATE (SCP-IDX) TO SC-SD-DATE.
007900     MOVE SC-P-TIME (SCP-IDX) TO SC-SD-TIME.
007910     EVALUATE TRUE
007920         WHEN SC-P-JOB-NAME (SCP-IDX) = "BACKOUT"
007930             MOVE "REVERSAL" TO SC-SD-ACTION
007940         WHEN SC-P-ADD (SCP-IDX)
007950             MOVE "OPENED" TO SC-SD-ACTION
007960         WHEN SC-P-DELETE (SCP-IDX)
007970             MOVE "CLOSED OUT" TO SC-SD-ACTION
007980         WHEN SC-MOVEMENT < ZERO
007990             MOVE "DEBIT" TO SC-SD-ACTION
008000         WHEN OTHER
008010             MOVE "CREDIT" TO SC-SD-ACTION
008020     END-EVALUATE.
008030     MOVE SC-MOVEMENT TO SC-SD-AMOUNT.
008040     MOVE SC-RUNNING TO SC-SD-BALANCE.
008050     MOVE SC-STM-DETAIL-LINE TO STATEMENT-RECORD.
008060     PERFORM 9300-WRITE-STATEMENT-LINE THRU 9300-EXIT.
008070 7100-EXIT.
008080     EXIT.
008090*
008100*****************************************************************
008110*    8000-CYCLE-SUMMARY - ACCOUNTS, POSTINGS AND TOTALS FOR THE *
008120*    CYCLE, ON A PAGE OF ITS OWN.                               *
008130*****************************************************************
008140 8000-CYCLE-SUMMARY.
008150     MOVE 99 TO SC-LINE-COUNT.
008160     MOVE "CYCLE SUMMARY" TO SC-SEC-TITLE.
008170     MOVE SC-SECTION-LINE TO REPORT-RECORD.
008180     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008190     MOVE SC-CYCLE-MONTH TO SC-CY-MONTH.
008200     MOVE SC-CYCLE-LINE TO REPORT-RECORD.
008210     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008220     MOVE SPACES TO REPORT-RECORD.
008230     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008240     MOVE "MASTER ACCOUNTS READ" TO SC-CNT-TITLE.
008250     MOVE SC-MST-READ TO SC-CNT-VALUE.
008260     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
008270     MOVE "JOURNAL RECORDS READ" TO SC-CNT-TITLE.
008280     MOVE SC-JRN-READ TO SC-CNT-VALUE.
008290     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
008300     MOVE "JOURNAL RECORDS OF OTHER MONTHS IGNORED"
008310         TO SC-CNT-TITLE.
008320     MOVE SC-JRN-OTHER-MONTH TO SC-CNT-VALUE.
008330     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
008340     MOVE "STATEMENTS - ACCOUNTS WITH ACTIVITY" TO SC-CNT-TITLE.
008350     MOVE SC-STMT-ACTIVE TO SC-CNT-VALUE.
008360     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
008370     MOVE "STATEMENTS - BALANCE ONLY" TO SC-CNT-TITLE.
008380     MOVE SC-STMT-BALANCE-ONLY TO SC-CNT-VALUE.
008390     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
008400     MOVE "STATEMENTS - ACCOUNTS REMOVED" TO SC-CNT-TITLE.
008410     MOVE SC-STMT-REMOVED TO SC-CNT-VALUE.
008420     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
008430     MOVE "NO STATEMENT - INACTIVE AT ZERO" TO SC-CNT-TITLE.
008440     MOVE SC-MST-SKIPPED TO SC-CNT-VALUE.
008450     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
008460     MOVE "NO STATEMENT - EXCEPTIONS" TO SC-CNT-TITLE.
008470     MOVE SC-EXCEPTIONS TO SC-CNT-VALUE.
008480     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
008490     MOVE "POSTINGS PRINTED" TO SC-CNT-TITLE.
008500     MOVE SC-POSTINGS-PRINTED TO SC-CNT-VALUE.
008510     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
008520     MOVE "TOTAL OPENING BALANCES" TO SC-AMT-TITLE.
008530     MOVE SC-TOT-OPENING TO SC-AMT-VALUE.
008540     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
008550     MOVE "TOTAL NET POSTINGS" TO SC-AMT-TITLE.
008560     MOVE SC-TOT-NET TO SC-AMT-VALUE.
008570     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
008580     MOVE "TOTAL CLOSING BALANCES" TO SC-AMT-TITLE.
008590     MOVE SC-TOT-CLOSING TO SC-AMT-VALUE.
008600     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
008610     MOVE SPACES TO REPORT-RECORD.
008620     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008630     EVALUATE TRUE
008640         WHEN SC-FATAL
008650             MOVE "NOTHING PRINTED - SEE THE MESSAGE ABOVE"
008660                 TO SC-VER-TEXT
008670         WHEN SC-EXCEPTIONS > ZERO
008680             MOVE "PRINTED - EXCEPTION ACCOUNTS HELD BACK"
008690                 TO SC-VER-TEXT
008700         WHEN OTHER
008710             MOVE "EVERY STATEMENT PRINTED" TO SC-VER-TEXT
008720     END-EVALUATE.
008730     MOVE SC-VERDICT-LINE TO REPORT-RECORD.
008740     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008750 8000-EXIT.
008760     EXIT.
008770*
008780 8100-WRITE-COUNT.
008790     MOVE SC-COUNT-LINE TO REPORT-RECORD.
008800     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008810 8100-EXIT.
008820     EXIT.
008830*
008840 8200-WRITE-AMOUNT.
008850     MOVE SC-AMOUNT-LINE TO REPORT-RECORD.
008860     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008870 8200-EXIT.
008880     EXIT.
008890*
008900*****************************************************************
008910*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
008920*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
008930*    BREAK CANNOT CLOBBER IT.                                   *
008940*****************************************************************
008950 9100-WRITE-REPORT-LINE.
008960     MOVE REPORT-RECORD TO SC-HOLD-LINE.
008970     IF SC-LINE-COUNT > SC-LINES-PER-PAGE
008980         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
008990     END-IF.
009000     WRITE REPORT-RECORD FROM SC-HOLD-LINE
009010         AFTER ADVANCING 1 LINE.
009020     ADD 1 TO SC-LINE-COUNT.
009030 9100-EXIT.
009040     EXIT.
009050*
009060 9200-WRITE-PAGE-HEADING.
009070     ADD 1 TO SC-PAGE-COUNT.
009080     MOVE SC-RUN-DATE  TO SC-H1-DATE.
009090     MOVE SC-RUN-TIME  TO SC-H1-TIME.
009100     MOVE SC-PAGE-COUNT TO SC-H1-PAGE.
009110     MOVE SC-HEADING-1 TO REPORT-RECORD.
009120     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
009130     MOVE SPACES TO REPORT-RECORD.
009140     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
009150     MOVE 3 TO SC-LINE-COUNT.
009160 9200-EXIT.
009170     EXIT.
009180*
009190*****************************************************************
009200*    9300-WRITE-STATEMENT-LINE - STATEMENT PRINT ROUTINE.  A    *
009210*    STATEMENT RUNNING OVER A PAGE CARRIES ITS ACCOUNT HEADING  *
009220*    ONTO THE NEXT.                                             *
009230*****************************************************************
009240 9300-WRITE-STATEMENT-LINE.
009250     MOVE STATEMENT-RECORD TO SC-HOLD-LINE.
009260     IF SC-STM-LINE-COUNT > SC-LINES-PER-PAGE
009270         PERFORM 9400-WRITE-STATEMENT-HEADING THRU 9400-EXIT
009280     END-IF.
009290     WRITE STATEMENT-RECORD FROM SC-HOLD-LINE
009300         AFTER ADVANCING 1 LINE.
009310     ADD 1 TO SC-STM-LINE-COUNT.
009320 9300-EXIT.
009330     EXIT.
009340*
009350 9400-WRITE-STATEMENT-HEADING.
009360     ADD 1 TO SC-STM-PAGE-COUNT.
009370     MOVE SC-CYCLE-MONTH    TO SC-SH1-MONTH.
009380     MOVE SC-STM-PAGE-COUNT TO SC-SH1-PAGE.
009390     MOVE SC-STM-HEADING-1 TO STATEMENT-RECORD.
009400     WRITE STATEMENT-RECORD AFTER ADVANCING PAGE.
009410     MOVE SC-STM-HEADING-2 TO STATEMENT-RECORD.
009420     WRITE STATEMENT-RECORD AFTER ADVANCING 1 LINE.
009430     MOVE SPACES TO STATEMENT-RECORD.
009440     WRITE STATEMENT-RECORD AFTER ADVANCING 1 LINE.
009450     MOVE SC-STM-COLUMN-LINE TO STATEMENT-RECORD.
009460     WRITE STATEMENT-RECORD AFTER ADVANCING 1 LINE.
009470     MOVE 5 TO SC-STM-LINE-COUNT.
009480 9400-EXIT.
009490     EXIT.
009500*
009510*****************************************************************
009520*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
009530*****************************************************************
009540 9800-CLOSE-FILES.
009550     IF SC-STM-OPEN
009560         CLOSE STATEMENT-FILE
009570     END-IF.
009580     CLOSE REPORT-FILE.
009590 9800-EXIT.
009600     EXIT.
