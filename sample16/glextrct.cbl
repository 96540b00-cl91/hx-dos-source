000010*
000020*****************************************************************
000030*                                                                *
000040*    IDENTIFICATION DIVISION.
000050*                                                                *
000060*****************************************************************
000070*
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     GLEXTRCT.
000100 AUTHOR.         R T MILLHOUSE.
000110 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000120 DATE-WRITTEN.   2026-10-15.
000130 DATE-COMPILED.  2026-10-15.
000140*
000150*****************************************************************
000160*                                                                *
000170*    REMARKS.  END-OF-DAY GENERAL LEDGER INTERFACE EXTRACT.      *
000180*    READS THE DAY'S POSTING JOURNAL GENERATION (JRNFILE - SEE   *
000190*    JRNREC) AND SUMMARIZES EVERY POSTING INTO DEBIT AND CREDIT  *
000200*    ENTRIES BY GL ACCOUNT, FOR GLFILE (SEE GLIREC).             *
000210*                                                                *
000220*    EACH POSTING MOVES ITS ACCOUNT BY AFTER-MINUS-BEFORE IMAGE  *
000230*    - THE SAME MOVEMENT MSTRECON PROVES.  A RISE IN A CUSTOMER  *
000240*    BALANCE IS A CREDIT, A FALL A DEBIT.  THE GL ACCOUNT COMES  *
000250*    FROM THE MAPPING CARDS (MAPFILE), FIRST MATCH WINS -        *
000260*                                                                *
000270*    R  ACCOUNT-ID RANGE, LOW AND HIGH INCLUSIVE.                *
000280*    P  ACCOUNT-ID PREFIX (THE LOW FIELD, UP TO ITS FIRST        *
000290*       SPACE).                                                  *
000300*    C  CLEARING ACCOUNT - TAKES ANY POSTING NO R OR P CARD      *
000310*       MAPS.  REQUIRED.                                         *
000320*    O  OFFSET ACCOUNT - TAKES THE OTHER SIDE OF THE DAY'S NET   *
000330*       CUSTOMER MOVEMENT, SO THE FEED BALANCES.  REQUIRED.      *
000340*    *  COMMENT.                                                 *
000350*                                                                *
000360*    THE DEBIT AND CREDIT TOTALS ARE RE-ADDED FROM THE ENTRIES   *
000370*    AND THE GL FILE IS NOT EVEN OPENED UNLESS THEY AGREE.  THE  *
000380*    REPORT THEN TIES THE EXTRACT BACK TO THE NET MOVEMENT       *
000390*    MSTRECON PROVED FOR THE SAME DAY (PRVFILE - SEE PRVREC).    *
000400*                                                                *
000410*    RETURN CODES - 0 WRITTEN AND TIED TO THE PROOF, 4 WRITTEN   *
000420*    BUT NO PROOF SUPPLIED TO TIE TO, 8 WRITTEN BUT IT DOES NOT  *
000430*    TIE OR THE DAY WAS NOT PROVED (HOLD THE GL FEED), 12        *
000440*    NOTHING WRITTEN (MAPPING CARDS OR JOURNAL UNUSABLE, TABLE   *
000450*    FULL, OR DEBITS NOT EQUAL TO CREDITS).                      *
000460*                                                                *
000470*    MOD LOG                                                     *
000480*    ---------- ---- ----------------------------------------    *
000490*    2026-10-15 RTM  ORIGINAL PROGRAM.                           *
000491*    2026-10-15 RTM  THE PROOF MUST BE FOR THE JOURNAL'S         *
000492*                     BUSINESS DAY - A PRV-DATE THAT DIFFERS     *
000493*                     DOES NOT TIE (RC 8).                       *
000500*                                                                *
000510*****************************************************************
000520*
000530 ENVIRONMENT DIVISION.
000540*
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.    IBM-370.
000570 OBJECT-COMPUTER.    IBM-370.
000580*
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT MAP-FILE ASSIGN TO "MAPFILE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS GX-MAP-STAT.
000640*
000650     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS GX-JRN-STAT.
000680*
000690     SELECT PROOF-FILE ASSIGN TO "PRVFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS GX-PRV-STAT.
000720*
000730     SELECT GL-FILE ASSIGN TO "GLFILE"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS GX-GL-STAT.
000760*
000770     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS GX-RPT-STAT.
000800*
000810*****************************************************************
000820*                                                                *
000830*    DATA DIVISION.
000840*                                                                *
000850*****************************************************************
000860*
000870 DATA DIVISION.
000880*
000890 FILE SECTION.
000900*
000910 FD  MAP-FILE
000920     RECORDING MODE F
000930     LABEL RECORDS STANDARD
000940     BLOCK CONTAINS 0 RECORDS
000950     RECORD CONTAINS 80 CHARACTERS
000960     DATA RECORD IS GL-MAP-RECORD.
000970 01  GL-MAP-RECORD.
000980     05  GM-TYPE                 PIC X(01).
000990         88  GM-TYPE-RANGE            VALUE "R".
001000         88  GM-TYPE-PREFIX           VALUE "P".
001010         88  GM-TYPE-CLEARING         VALUE "C".
001020         88  GM-TYPE-OFFSET           VALUE "O".
001030         88  GM-TYPE-COMMENT          VALUE "*".
001040     05  FILLER                  PIC X(01).
001050     05  GM-LOW-ACCOUNT          PIC X(10).
001060     05  FILLER                  PIC X(01).
001070     05  GM-HIGH-ACCOUNT         PIC X(10).
001080     05  FILLER                  PIC X(01).
001090     05  GM-GL-ACCOUNT           PIC X(10).
001100     05  FILLER                  PIC X(01).
001110     05  GM-DESCRIPTION          PIC X(30).
001120     05  FILLER                  PIC X(15).
001130*
001140 FD  JOURNAL-FILE
001150     RECORDING MODE F
001160     LABEL RECORDS STANDARD
001170     BLOCK CONTAINS 0 RECORDS
001180     RECORD CONTAINS 80 CHARACTERS
001190     DATA RECORD IS JOURNAL-RECORD.
001200     COPY JRNREC.
001210*
001220 FD  PROOF-FILE
001230     RECORDING MODE F
001240     LABEL RECORDS STANDARD
001250     BLOCK CONTAINS 0 RECORDS
001260     RECORD CONTAINS 80 CHARACTERS
001270     DATA RECORD IS PROOF-RECORD.
001280     COPY PRVREC.
001290*
001300 FD  GL-FILE
001310     RECORDING MODE F
001320     LABEL RECORDS STANDARD
001330     BLOCK CONTAINS 0 RECORDS
001340     RECORD CONTAINS 80 CHARACTERS
001350     DATA RECORD IS GL-INTERFACE-RECORD.
001360     COPY GLIREC.
001370*
001380 FD  REPORT-FILE
001390     RECORDING MODE F
001400     LABEL RECORDS STANDARD
001410     BLOCK CONTAINS 0 RECORDS
001420     RECORD CONTAINS 133 CHARACTERS
001430     DATA RECORD IS REPORT-RECORD.
001440 01  REPORT-RECORD               PIC X(133).
001450*
001460 WORKING-STORAGE SECTION.
001470*
001480 01  GX-SWITCHES.
001490     05  GX-EOF-MAPFILE          PIC X(01) VALUE "N".
001500         88  GX-END-OF-MAPFILE       VALUE "Y".
001510     05  GX-EOF-JRNFILE          PIC X(01) VALUE "N".
001520         88  GX-END-OF-JRNFILE       VALUE "Y".
001530     05  GX-FATAL-SW             PIC X(01) VALUE "N".
001540         88  GX-FATAL                VALUE "Y".
001550     05  GX-REFUSED-SW           PIC X(01) VALUE "N".
001560         88  GX-REFUSED              VALUE "Y".
001570     05  GX-MAP-FOUND-SW         PIC X(01) VALUE "N".
001580         88  GX-MAP-FOUND            VALUE "Y".
001590     05  GX-ENT-FOUND-SW         PIC X(01) VALUE "N".
001600         88  GX-ENT-FOUND            VALUE "Y".
001610     05  GX-PROOF-SW             PIC X(01) VALUE "N".
001620         88  GX-PROOF-PRESENT        VALUE "Y".
001630     05  GX-TIE-SW               PIC X(01) VALUE "Y".
001640         88  GX-TIED                 VALUE "Y".
001650*
001660 01  GX-FILE-STATUS-CODES.
001670     05  GX-MAP-STAT             PIC X(02) VALUE "00".
001680     05  GX-JRN-STAT             PIC X(02) VALUE "00".
001690     05  GX-PRV-STAT             PIC X(02) VALUE "00".
001700     05  GX-GL-STAT              PIC X(02) VALUE "00".
001710     05  GX-RPT-STAT             PIC X(02) VALUE "00".
001720*
001730 01  GX-CONTROL-FIELDS.
001740     05  GX-BUSINESS-DATE        PIC X(08) VALUE SPACES.
001750     05  GX-CLEARING-GL          PIC X(10) VALUE SPACES.
001760     05  GX-CLEARING-DESC        PIC X(30) VALUE SPACES.
001770     05  GX-OFFSET-GL            PIC X(10) VALUE SPACES.
001780     05  GX-OFFSET-DESC          PIC X(30) VALUE SPACES.
001790     05  GX-MAP-CARDS            PIC 9(05) COMP VALUE ZERO.
001800     05  GX-JRN-READ             PIC 9(09) COMP VALUE ZERO.
001810     05  GX-JRN-MAPPED           PIC 9(09) COMP VALUE ZERO.
001820     05  GX-JRN-CLEARED          PIC 9(09) COMP VALUE ZERO.
001830     05  GX-JRN-NO-MOVEMENT      PIC 9(09) COMP VALUE ZERO.
001840     05  GX-JRN-UNUSABLE         PIC 9(09) COMP VALUE ZERO.
001850     05  GX-GL-WRITTEN           PIC 9(07) COMP VALUE ZERO.
001860     05  GX-JRN-NET              PIC S9(13)V99 COMP-3
001870                                     VALUE ZERO.
001880     05  GX-CUST-DEBITS          PIC S9(13)V99 COMP-3
001890                                     VALUE ZERO.
001900     05  GX-CUST-CREDITS         PIC S9(13)V99 COMP-3
001910                                     VALUE ZERO.
001920     05  GX-CUST-NET             PIC S9(13)V99 COMP-3
001930                                     VALUE ZERO.
001940     05  GX-TOTAL-DEBITS         PIC S9(13)V99 COMP-3
001950                                     VALUE ZERO.
001960     05  GX-TOTAL-CREDITS        PIC S9(13)V99 COMP-3
001970                                     VALUE ZERO.
001980     05  GX-PROOF-MOVEMENT       PIC S9(13)V99 COMP-3
001990                                     VALUE ZERO.
002000     05  GX-TIE-DIFF             PIC S9(13)V99 COMP-3
002010                                     VALUE ZERO.
002020     05  GX-MOVEMENT             PIC S9(11)V99 COMP-3.
002030     05  GX-JRN-WORK             PIC S9(11)V99 COMP-3.
002040*
002050*    THE ENTRY 3300 IS TO POST TO - GL ACCOUNT, DESCRIPTION AND
002060*    ROLE IT IS OPENED WITH IF THE TABLE DOES NOT HOLD IT YET.
002070 01  GX-POST-WORK.
002080     05  GX-POST-GL              PIC X(10).
002090     05  GX-POST-DESC            PIC X(30).
002100     05  GX-POST-ROLE            PIC X(01).
002110*
002120*    THE MAPPING CARDS, IN CARD ORDER.
002130 01  GX-MAP-TABLE-AREA.
002140     05  GX-MAP-COUNT            PIC 9(05) COMP VALUE ZERO.
002150     05  GX-MAP-ENTRY OCCURS 100 TIMES
002160                 INDEXED BY GXM-IDX.
002170         10  GX-M-TYPE           PIC X(01).
002180             88  GX-M-RANGE           VALUE "R".
002190             88  GX-M-PREFIX          VALUE "P".
002200         10  GX-M-LOW            PIC X(10).
002210         10  GX-M-HIGH           PIC X(10).
002220         10  GX-M-PREFIX-LEN     PIC 9(03) COMP.
002230         10  GX-M-GL-ACCOUNT     PIC X(10).
002240         10  GX-M-DESCRIPTION    PIC X(30).
002250*
002260*    ONE ENTRY PER GL ACCOUNT POSTED, IN ORDER OF FIRST POSTING.
002270 01  GX-GL-TABLE-AREA.
002280     05  GX-ENT-COUNT            PIC 9(05) COMP VALUE ZERO.
002290     05  GX-GL-ENTRY OCCURS 200 TIMES
002300                 INDEXED BY GXG-IDX.
002310         10  GX-G-GL-ACCOUNT     PIC X(10).
002320         10  GX-G-DESCRIPTION    PIC X(30).
002330         10  GX-G-ROLE           PIC X(01).
002340             88  GX-G-MAPPED          VALUE "M".
002350             88  GX-G-CLEARING        VALUE "C".
002360             88  GX-G-OFFSET          VALUE "O".
002370         10  GX-G-DEBITS         PIC S9(13)V99 COMP-3.
002380         10  GX-G-CREDITS        PIC S9(13)V99 COMP-3.
002390         10  GX-G-DR-COUNT       PIC 9(07) COMP.
002400         10  GX-G-CR-COUNT       PIC 9(07) COMP.
002410*
002420 01  GX-TIME-FIELDS.
002430     05  GX-RUN-DATE             PIC X(08).
002440     05  GX-RUN-TIME             PIC X(08).
002450*
002460 77  GX-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002470 77  GX-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002480 77  GX-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002490 77  GX-RETURN-CODE              PIC 9(02) COMP VALUE ZERO.
002500*
002510 01  GX-HOLD-LINE                PIC X(133).
002520*
002530*****************************************************************
002540*                                                                *
002550*    REPORT LINE LAYOUTS.                                        *
002560*                                                                *
002570*****************************************************************
002580*
002590 01  GX-HEADING-1.
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  FILLER                  PIC X(38) VALUE
002620             "GENERAL LEDGER INTERFACE EXTRACT      ".
002630     05  FILLER                  PIC X(06) VALUE " DATE ".
002640     05  GX-H1-DATE              PIC X(08).
002650     05  FILLER                  PIC X(06) VALUE " TIME ".
002660     05  GX-H1-TIME              PIC X(08).
002670     05  FILLER                  PIC X(06) VALUE " PAGE ".
002680     05  GX-H1-PAGE              PIC Z(04)9.
002690     05  FILLER                  PIC X(55) VALUE SPACES.
002700*
002710 01  GX-BUSINESS-LINE.
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  FILLER                  PIC X(14) VALUE
002740             "BUSINESS DATE ".
002750     05  GX-BUS-DATE             PIC X(08).
002760     05  FILLER                  PIC X(110) VALUE SPACES.
002770*
002780 01  GX-COLUMN-LINE.
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  FILLER                  PIC X(12) VALUE "GL ACCOUNT  ".
002810     05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
002820     05  FILLER                  PIC X(19) VALUE
002830             "           DEBITS  ".
002840     05  FILLER                  PIC X(19) VALUE
002850             "          CREDITS  ".
002860     05  FILLER                  PIC X(09) VALUE "  POSTS  ".
002870     05  FILLER                  PIC X(08) VALUE "ROLE    ".
002880     05  FILLER                  PIC X(33) VALUE SPACES.
002890*
002900 01  GX-ENTRY-LINE.
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  GX-ENT-GL-ACCOUNT       PIC X(10).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  GX-ENT-DESCRIPTION      PIC X(30).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  GX-ENT-DEBITS           PIC Z(13)9.99.
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  GX-ENT-CREDITS          PIC Z(13)9.99.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  GX-ENT-POSTINGS         PIC Z(06)9.
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  GX-ENT-ROLE             PIC X(08).
003030     05  FILLER                  PIC X(33) VALUE SPACES.
003040*
003050 01  GX-TOTAL-LINE.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  FILLER                  PIC X(44) VALUE
003080             "TOTALS".
003090     05  GX-TOT-DEBITS           PIC Z(13)9.99.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  GX-TOT-CREDITS          PIC Z(13)9.99.
003120     05  FILLER                  PIC X(52) VALUE SPACES.
003130*
003140 01  GX-SECTION-LINE.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  GX-SEC-TITLE            PIC X(40).
003170     05  FILLER                  PIC X(92) VALUE SPACES.
003180*
003190 01  GX-COUNT-LINE.
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  GX-CNT-TITLE            PIC X(40).
003220     05  GX-CNT-VALUE            PIC Z(08)9.
003230     05  FILLER                  PIC X(83) VALUE SPACES.
003240*
003250 01  GX-AMOUNT-LINE.
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  GX-AMT-TITLE            PIC X(40).
003280     05  GX-AMT-VALUE            PIC -(13)9.99.
003290     05  FILLER                  PIC X(75) VALUE SPACES.
003300*
003310 01  GX-PROOF-LINE.
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  FILLER                  PIC X(20) VALUE
003340             "MSTRECON PROOF DATE ".
003350     05  GX-PRF-DATE             PIC X(08).
003360     05  FILLER                  PIC X(10) VALUE "  VERDICT ".
003370     05  GX-PRF-VERDICT          PIC X(30).
003380     05  FILLER                  PIC X(64) VALUE SPACES.
003390*
003400 01  GX-VERDICT-LINE.
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  FILLER                  PIC X(08) VALUE "VERDICT ".
003430     05  GX-VER-TEXT             PIC X(60).
003440     05  FILLER                  PIC X(64) VALUE SPACES.
003450*
003460 01  GX-ERROR-LINE.
003470     05  FILLER                  PIC X(01) VALUE SPACE.
003480     05  GX-ERR-TEXT             PIC X(70).
003490     05  FILLER                  PIC X(62) VALUE SPACES.
003500*
003510*****************************************************************
003520*                                                                *
003530*    PROCEDURE DIVISION.
003540*                                                                *
003550*****************************************************************
003560*
003570 PROCEDURE DIVISION.
003580*
003590*****************************************************************
003600*    0000-MAINLINE - LOAD THE MAP, SUMMARIZE THE JOURNAL,       *
003610*    BALANCE, WRITE THE FEED, TIE IT TO THE PROOF.              *
003620*****************************************************************
003630 0000-MAINLINE.
003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003650     PERFORM 2000-LOAD-MAP THRU 2000-EXIT.
003660     IF NOT GX-FATAL
003670         PERFORM 3000-SUMMARIZE-JOURNAL THRU 3000-EXIT
003680     END-IF.
003690     IF NOT GX-FATAL
003700         PERFORM 4000-ADD-OFFSET-ENTRY THRU 4000-EXIT
003710     END-IF.
003720     IF NOT GX-FATAL
003730         PERFORM 4500-PROVE-EXTRACT THRU 4500-EXIT
003740     END-IF.
003750     IF NOT GX-FATAL
003760         PERFORM 5000-WRITE-INTERFACE THRU 5000-EXIT
003770     END-IF.
003780     IF NOT GX-FATAL
003790         PERFORM 6000-READ-PROOF THRU 6000-EXIT
003800     END-IF.
003810     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
003820     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
003830     MOVE GX-RETURN-CODE TO RETURN-CODE.
003840     GOBACK.
003850*
003860*****************************************************************
003870*    1000-INITIALIZE - RUN STAMP AND THE REPORT OPENED.         *
003880*****************************************************************
003890 1000-INITIALIZE.
003900     ACCEPT GX-RUN-DATE FROM DATE YYYYMMDD.
003910     ACCEPT GX-RUN-TIME FROM TIME.
003920     OPEN OUTPUT REPORT-FILE.
003930 1000-EXIT.
003940     EXIT.
003950*
003960*****************************************************************
003970*    2000-LOAD-MAP - THE MAPPING CARDS.  A BAD CARD OR A        *
003980*    MISSING CLEARING OR OFFSET CARD STOPS THE RUN - A FEED     *
003990*    BUILT ON A GUESSED MAP IS WORSE THAN A LATE ONE.           *
004000*****************************************************************
004010 2000-LOAD-MAP.
004020     OPEN INPUT MAP-FILE.
004030     IF GX-MAP-STAT NOT = "00"
004040         MOVE "MAPPING CARDS UNAVAILABLE - NOTHING WRITTEN"
004050             TO GX-ERR-TEXT
004060         MOVE GX-ERROR-LINE TO REPORT-RECORD
004070         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004080         SET GX-FATAL TO TRUE
004090         GO TO 2000-EXIT
004100     END-IF.
004110     PERFORM 2100-LOAD-ONE-CARD THRU 2100-EXIT
004120         UNTIL GX-END-OF-MAPFILE OR GX-FATAL.
004130     CLOSE MAP-FILE.
004140     IF GX-FATAL
004150         GO TO 2000-EXIT
004160     END-IF.
004170     IF GX-CLEARING-GL = SPACES OR GX-OFFSET-GL = SPACES
004180         MOVE "CLEARING (C) OR OFFSET (O) CARD MISSING - NO FEED"
004190             TO GX-ERR-TEXT
004200         MOVE GX-ERROR-LINE TO REPORT-RECORD
004210         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004220         SET GX-FATAL TO TRUE
004230     END-IF.
004240 2000-EXIT.
004250     EXIT.
004260*
004270 2100-LOAD-ONE-CARD.
004280     READ MAP-FILE
004290         AT END
004300             SET GX-END-OF-MAPFILE TO TRUE
004310     END-READ.
004320     IF GX-END-OF-MAPFILE
004330         GO TO 2100-EXIT
004340     END-IF.
004350     IF GM-TYPE-COMMENT OR GL-MAP-RECORD = SPACES
004360         GO TO 2100-EXIT
004370     END-IF.
004380     ADD 1 TO GX-MAP-CARDS.
004390     IF GM-GL-ACCOUNT = SPACES
004400         GO TO 2100-BAD-CARD
004410     END-IF.
004420     EVALUATE TRUE
004430         WHEN GM-TYPE-CLEARING
004440             IF GX-CLEARING-GL NOT = SPACES
004450                 GO TO 2100-BAD-CARD
004460             END-IF
004470             MOVE GM-GL-ACCOUNT  TO GX-CLEARING-GL
004480             MOVE GM-DESCRIPTION TO GX-CLEARING-DESC
004490             GO TO 2100-EXIT
004500         WHEN GM-TYPE-OFFSET
004510             IF GX-OFFSET-GL NOT = SPACES
004520                 GO TO 2100-BAD-CARD
004530             END-IF
004540             MOVE GM-GL-ACCOUNT  TO GX-OFFSET-GL
004550             MOVE GM-DESCRIPTION TO GX-OFFSET-DESC
004560             GO TO 2100-EXIT
004570         WHEN GM-TYPE-RANGE
004580             IF GM-LOW-ACCOUNT = SPACES
004590                     OR GM-HIGH-ACCOUNT = SPACES
004600                     OR GM-LOW-ACCOUNT > GM-HIGH-ACCOUNT
004610                 GO TO 2100-BAD-CARD
004620             END-IF
004630         WHEN GM-TYPE-PREFIX
004640             IF GM-LOW-ACCOUNT (1:1) = SPACE
004650                 GO TO 2100-BAD-CARD
004660             END-IF
004670         WHEN OTHER
004680             GO TO 2100-BAD-CARD
004690     END-EVALUATE.
004700     IF GX-MAP-COUNT NOT < 100
004710         MOVE "MORE THAN 100 MAPPING CARDS - NOTHING WRITTEN"
004720             TO GX-ERR-TEXT
004730         MOVE GX-ERROR-LINE TO REPORT-RECORD
004740         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004750         SET GX-FATAL TO TRUE
004760         GO TO 2100-EXIT
004770     END-IF.
004780     ADD 1 TO GX-MAP-COUNT.
004790     SET GXM-IDX TO GX-MAP-COUNT.
004800     MOVE GM-TYPE         TO GX-M-TYPE (GXM-IDX).
004810     MOVE GM-LOW-ACCOUNT  TO GX-M-LOW (GXM-IDX).
004820     MOVE GM-HIGH-ACCOUNT TO GX-M-HIGH (GXM-IDX).
004830     MOVE GM-GL-ACCOUNT   TO GX-M-GL-ACCOUNT (GXM-IDX).
004840     MOVE GM-DESCRIPTION  TO GX-M-DESCRIPTION (GXM-IDX).
004850     MOVE ZERO TO GX-M-PREFIX-LEN (GXM-IDX).
004860     IF GM-TYPE-PREFIX
004870         INSPECT GM-LOW-ACCOUNT TALLYING GX-M-PREFIX-LEN (GXM-IDX)
004880             FOR CHARACTERS BEFORE INITIAL SPACE
004890     END-IF.
004900     GO TO 2100-EXIT.
004910 2100-BAD-CARD.
004920     MOVE "MAPPING CARD INVALID - " TO GX-ERR-TEXT.
004930     MOVE GL-MAP-RECORD (1:45) TO GX-ERR-TEXT (24:45).
004940     MOVE GX-ERROR-LINE TO REPORT-RECORD.
004950     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004960     SET GX-FATAL TO TRUE.
004970 2100-EXIT.
004980     EXIT.
004990*
005000*****************************************************************
005010*    3000-SUMMARIZE-JOURNAL - EVERY POSTING OF THE GENERATION   *
005020*    INTO ITS GL ENTRY.  THE BUSINESS DATE IS THE FIRST         *
005030*    POSTING'S; AN EMPTY DAY TAKES THE RUN DATE.                *
005040*****************************************************************
005050 3000-SUMMARIZE-JOURNAL.
005060     OPEN INPUT JOURNAL-FILE.
005070     IF GX-JRN-STAT NOT = "00"
005080         MOVE "POSTING JOURNAL UNAVAILABLE - NOTHING WRITTEN"
005090             TO GX-ERR-TEXT
005100         MOVE GX-ERROR-LINE TO REPORT-RECORD
005110         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005120         SET GX-FATAL TO TRUE
005130         GO TO 3000-EXIT
005140     END-IF.
005150     PERFORM 3100-SUMMARIZE-ONE-POSTING THRU 3100-EXIT
005160         UNTIL GX-END-OF-JRNFILE OR GX-FATAL.
005170     CLOSE JOURNAL-FILE.
005180     IF GX-BUSINESS-DATE = SPACES
005190         MOVE GX-RUN-DATE TO GX-BUSINESS-DATE
005200     END-IF.
005210 3000-EXIT.
005220     EXIT.
005230*
005240*****************************************************************
005250*    3100-SUMMARIZE-ONE-POSTING - AFTER-MINUS-BEFORE, AS        *
005260*    MSTRECON SUMS IT.  A POSTING WITH NO NET MOVEMENT HAS      *
005270*    NOTHING TO FEED; ONE WITH DAMAGED IMAGES IS COUNTED AND    *
005280*    LEFT OUT, AND THE TIE SECTION THEN REFUSES TO PASS.        *
005290*****************************************************************
005300 3100-SUMMARIZE-ONE-POSTING.
005310     READ JOURNAL-FILE
005320         AT END
005330             SET GX-END-OF-JRNFILE TO TRUE
005340     END-READ.
005350     IF GX-END-OF-JRNFILE
005360         GO TO 3100-EXIT
005370     END-IF.
005380     ADD 1 TO GX-JRN-READ.
005390     IF GX-BUSINESS-DATE = SPACES
005400         MOVE JRN-DATE TO GX-BUSINESS-DATE
005410     END-IF.
005420     IF JRN-BAL-BEFORE IS NOT NUMERIC
005430             OR JRN-BAL-AFTER IS NOT NUMERIC
005440         ADD 1 TO GX-JRN-UNUSABLE
005450         GO TO 3100-EXIT
005460     END-IF.
005470     MOVE JRN-BAL-AFTER TO GX-MOVEMENT.
005480     IF JRN-AFTER-MINUS
005490         COMPUTE GX-MOVEMENT = ZERO - GX-MOVEMENT
005500     END-IF.
005510     MOVE JRN-BAL-BEFORE TO GX-JRN-WORK.
005520     IF JRN-BEFORE-MINUS
005530         COMPUTE GX-JRN-WORK = ZERO - GX-JRN-WORK
005540     END-IF.
005550     SUBTRACT GX-JRN-WORK FROM GX-MOVEMENT.
005560     ADD GX-MOVEMENT TO GX-JRN-NET.
005570     IF GX-MOVEMENT = ZERO
005580         ADD 1 TO GX-JRN-NO-MOVEMENT
005590         GO TO 3100-EXIT
005600     END-IF.
005610     PERFORM 3200-MAP-ACCOUNT THRU 3200-EXIT.
005620     PERFORM 3300-FIND-GL-ENTRY THRU 3300-EXIT.
005630     IF GX-FATAL
005640         GO TO 3100-EXIT
005650     END-IF.
005660     IF GX-MOVEMENT > ZERO
005670         ADD GX-MOVEMENT TO GX-G-CREDITS (GXG-IDX)
005680         ADD 1 TO GX-G-CR-COUNT (GXG-IDX)
005690         ADD GX-MOVEMENT TO GX-CUST-CREDITS
005700     ELSE
005710         SUBTRACT GX-MOVEMENT FROM GX-G-DEBITS (GXG-IDX)
005720         ADD 1 TO GX-G-DR-COUNT (GXG-IDX)
005730         SUBTRACT GX-MOVEMENT FROM GX-CUST-DEBITS
005740     END-IF.
005750 3100-EXIT.
005760     EXIT.
005770*
005780*****************************************************************
005790*    3200-MAP-ACCOUNT - FIRST MAPPING CARD THAT MATCHES, ELSE   *
005800*    THE CLEARING ACCOUNT.                                      *
005810*****************************************************************
005820 3200-MAP-ACCOUNT.
005830     MOVE "N" TO GX-MAP-FOUND-SW.
005840     PERFORM 3250-MATCH-MAP-ENTRY THRU 3250-EXIT
005850         VARYING GXM-IDX FROM 1 BY 1
005860         UNTIL GXM-IDX > GX-MAP-COUNT OR GX-MAP-FOUND.
005870     IF GX-MAP-FOUND
005880         ADD 1 TO GX-JRN-MAPPED
005890     ELSE
005900         MOVE GX-CLEARING-GL   TO GX-POST-GL
005910         MOVE GX-CLEARING-DESC TO GX-POST-DESC
005920         MOVE "C"              TO GX-POST-ROLE
005930         ADD 1 TO GX-JRN-CLEARED
005940     END-IF.
005950 3200-EXIT.
005960     EXIT.
005970*
005980 3250-MATCH-MAP-ENTRY.
005990     IF GX-M-RANGE (GXM-IDX)
006000         IF JRN-ACCOUNT-ID NOT < GX-M-LOW (GXM-IDX)
006010                 AND JRN-ACCOUNT-ID NOT > GX-M-HIGH (GXM-IDX)
006020             SET GX-MAP-FOUND TO TRUE
006030         END-IF
006040     ELSE
006050         IF JRN-ACCOUNT-ID (1:GX-M-PREFIX-LEN (GXM-IDX)) =
006060                 GX-M-LOW (GXM-IDX) (1:GX-M-PREFIX-LEN (GXM-IDX))
006070             SET GX-MAP-FOUND TO TRUE
006080         END-IF
006090     END-IF.
006100     IF GX-MAP-FOUND
006110         MOVE GX-M-GL-ACCOUNT (GXM-IDX)  TO GX-POST-GL
006120         MOVE GX-M-DESCRIPTION (GXM-IDX) TO GX-POST-DESC
006130         MOVE "M"                        TO GX-POST-ROLE
006140     END-IF.
006150 3250-EXIT.
006160     EXIT.
006170*
006180*****************************************************************
006190*    3300-FIND-GL-ENTRY - THE TABLE ENTRY FOR GX-POST-GL,       *
006200*    OPENED ON FIRST USE.  LEAVES GXG-IDX ON IT.                *
006210*****************************************************************
006220 3300-FIND-GL-ENTRY.
006230     MOVE "N" TO GX-ENT-FOUND-SW.
006240     PERFORM 3350-MATCH-GL-ENTRY THRU 3350-EXIT
006250         VARYING GXG-IDX FROM 1 BY 1
006260         UNTIL GXG-IDX > GX-ENT-COUNT OR GX-ENT-FOUND.
006270     IF GX-ENT-FOUND
006280         SET GXG-IDX DOWN BY 1
006290         GO TO 3300-EXIT
006300     END-IF.
006310     IF GX-ENT-COUNT NOT < 200
006320         MOVE "MORE THAN 200 GL ACCOUNTS POSTED - NOTHING WRITTEN"
006330             TO GX-ERR-TEXT
006340         MOVE GX-ERROR-LINE TO REPORT-RECORD
006350         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006360         SET GX-FATAL TO TRUE
006370         GO TO 3300-EXIT
006380     END-IF.
006390     ADD 1 TO GX-ENT-COUNT.
006400     SET GXG-IDX TO GX-ENT-COUNT.
006410     MOVE GX-POST-GL   TO GX-G-GL-ACCOUNT (GXG-IDX).
006420     MOVE GX-POST-DESC TO GX-G-DESCRIPTION (GXG-IDX).
006430     MOVE GX-POST-ROLE TO GX-G-ROLE (GXG-IDX).
006440     MOVE ZERO TO GX-G-DEBITS (GXG-IDX) GX-G-CREDITS (GXG-IDX)
006450                  GX-G-DR-COUNT (GXG-IDX) GX-G-CR-COUNT (GXG-IDX).
006460 3300-EXIT.
006470     EXIT.
006480*
006490 3350-MATCH-GL-ENTRY.
006500     IF GX-G-GL-ACCOUNT (GXG-IDX) = GX-POST-GL
006510         SET GX-ENT-FOUND TO TRUE
006520     END-IF.
006530 3350-EXIT.
006540     EXIT.
006550*
006560*****************************************************************
006570*    4000-ADD-OFFSET-ENTRY - THE OTHER SIDE OF THE DAY'S NET    *
006580*    CUSTOMER MOVEMENT.  A NET RISE IN CUSTOMER BALANCES IS     *
006590*    DEBITED TO THE OFFSET ACCOUNT, A NET FALL CREDITED.        *
006600*****************************************************************
006610 4000-ADD-OFFSET-ENTRY.
006620     COMPUTE GX-CUST-NET = GX-CUST-CREDITS - GX-CUST-DEBITS.
006630     IF GX-CUST-NET = ZERO
006640         GO TO 4000-EXIT
006650     END-IF.
006660     MOVE GX-OFFSET-GL   TO GX-POST-GL.
006670     MOVE GX-OFFSET-DESC TO GX-POST-DESC.
006680     MOVE "O"            TO GX-POST-ROLE.
006690     PERFORM 3300-FIND-GL-ENTRY THRU 3300-EXIT.
006700     IF GX-FATAL
006710         GO TO 4000-EXIT
006720     END-IF.
006730     IF GX-CUST-NET > ZERO
006740         ADD GX-CUST-NET TO GX-G-DEBITS (GXG-IDX)
006750         ADD 1 TO GX-G-DR-COUNT (GXG-IDX)
006760     ELSE
006770         SUBTRACT GX-CUST-NET FROM GX-G-CREDITS (GXG-IDX)
006780         ADD 1 TO GX-G-CR-COUNT (GXG-IDX)
006790     END-IF.
006800 4000-EXIT.
006810     EXIT.
006820*
006830*****************************************************************
006840*    4500-PROVE-EXTRACT - DEBITS AND CREDITS RE-ADDED FROM THE  *
006850*    ENTRIES THEMSELVES.  UNLESS THEY AGREE THE FEED IS         *
006860*    REFUSED AND GLFILE IS NEVER OPENED.                        *
006870*****************************************************************
006880 4500-PROVE-EXTRACT.
006890     MOVE ZERO TO GX-TOTAL-DEBITS GX-TOTAL-CREDITS.
006900     PERFORM 4550-ADD-ENTRY-TOTALS THRU 4550-EXIT
006910         VARYING GXG-IDX FROM 1 BY 1
006920         UNTIL GXG-IDX > GX-ENT-COUNT.
006930     IF GX-TOTAL-DEBITS NOT = GX-TOTAL-CREDITS
006940         MOVE "DEBITS NOT EQUAL TO CREDITS - GL FILE REFUSED"
006950             TO GX-ERR-TEXT
006960         MOVE GX-ERROR-LINE TO REPORT-RECORD
006970         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006980         SET GX-REFUSED TO TRUE
006990         SET GX-FATAL TO TRUE
007000     END-IF.
007010 4500-EXIT.
007020     EXIT.
007030*
007040 4550-ADD-ENTRY-TOTALS.
007050     ADD GX-G-DEBITS (GXG-IDX)  TO GX-TOTAL-DEBITS.
007060     ADD GX-G-CREDITS (GXG-IDX) TO GX-TOTAL-CREDITS.
007070     IF GX-G-DEBITS (GXG-IDX) NOT = ZERO
007080         ADD 1 TO GX-GL-WRITTEN
007090     END-IF.
007100     IF GX-G-CREDITS (GXG-IDX) NOT = ZERO
007110         ADD 1 TO GX-GL-WRITTEN
007120     END-IF.
007130 4550-EXIT.
007140     EXIT.
007150*
007160*****************************************************************
007170*    5000-WRITE-INTERFACE - HEADER, ONE DETAIL PER GL ACCOUNT   *
007180*    AND SIDE, TRAILER.  HEADER AND TRAILER CARRY THE SAME      *
007190*    CONTROL TOTALS SO THE LEDGER CAN CHECK EITHER END.         *
007200*****************************************************************
007210 5000-WRITE-INTERFACE.
007220     OPEN OUTPUT GL-FILE.
007230     IF GX-GL-STAT NOT = "00"
007240         MOVE "GL INTERFACE FILE WILL NOT OPEN - NOTHING WRITTEN"
007250             TO GX-ERR-TEXT
007260         MOVE GX-ERROR-LINE TO REPORT-RECORD
007270         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007280         SET GX-FATAL TO TRUE
007290         GO TO 5000-EXIT
007300     END-IF.
007310     MOVE SPACES TO GL-INTERFACE-RECORD.
007320     SET GLI-TYPE-HEADER TO TRUE.
007330     PERFORM 5100-FILL-CONTROL THRU 5100-EXIT.
007340     WRITE GL-INTERFACE-RECORD.
007350     PERFORM 5200-WRITE-ENTRY THRU 5200-EXIT
007360         VARYING GXG-IDX FROM 1 BY 1
007370         UNTIL GXG-IDX > GX-ENT-COUNT.
007380     MOVE SPACES TO GL-INTERFACE-RECORD.
007390     SET GLI-TYPE-TRAILER TO TRUE.
007400     PERFORM 5100-FILL-CONTROL THRU 5100-EXIT.
007410     WRITE GL-INTERFACE-RECORD.
007420     CLOSE GL-FILE.
007430 5000-EXIT.
007440     EXIT.
007450*
007460 5100-FILL-CONTROL.
007470     MOVE "SAMPLE1"        TO GLI-C-SOURCE.
007480     MOVE GX-BUSINESS-DATE TO GLI-C-BUSINESS-DATE.
007490     MOVE GX-RUN-DATE      TO GLI-C-CREATED-DATE.
007500     MOVE GX-RUN-TIME      TO GLI-C-CREATED-TIME.
007510     MOVE GX-GL-WRITTEN    TO GLI-C-ENTRY-COUNT.
007520     MOVE GX-TOTAL-DEBITS  TO GLI-C-TOTAL-DEBITS.
007530     MOVE GX-TOTAL-CREDITS TO GLI-C-TOTAL-CREDITS.
007540 5100-EXIT.
007550     EXIT.
007560*
007570 5200-WRITE-ENTRY.
007580     IF GX-G-DEBITS (GXG-IDX) NOT = ZERO
007590         MOVE SPACES TO GL-INTERFACE-RECORD
007600         SET GLI-TYPE-DETAIL TO TRUE
007610         SET GLI-D-DEBIT TO TRUE
007620         MOVE GX-G-DEBITS (GXG-IDX)   TO GLI-D-AMOUNT
007630         MOVE GX-G-DR-COUNT (GXG-IDX) TO GLI-D-POSTINGS
007640         PERFORM 5300-WRITE-DETAIL THRU 5300-EXIT
007650     END-IF.
007660     IF GX-G-CREDITS (GXG-IDX) NOT = ZERO
007670         MOVE SPACES TO GL-INTERFACE-RECORD
007680         SET GLI-TYPE-DETAIL TO TRUE
007690         SET GLI-D-CREDIT TO TRUE
007700         MOVE GX-G-CREDITS (GXG-IDX)  TO GLI-D-AMOUNT
007710         MOVE GX-G-CR-COUNT (GXG-IDX) TO GLI-D-POSTINGS
007720         PERFORM 5300-WRITE-DETAIL THRU 5300-EXIT
007730     END-IF.
007740 5200-EXIT.
007750     EXIT.
007760*
007770 5300-WRITE-DETAIL.
007780     MOVE GX-BUSINESS-DATE TO GLI-D-BUSINESS-DATE.
007790     MOVE GX-G-GL-ACCOUNT (GXG-IDX)  TO GLI-D-GL-ACCOUNT.
007800     MOVE GX-G-DESCRIPTION (GXG-IDX) TO GLI-D-DESCRIPTION.
007810     WRITE GL-INTERFACE-RECORD.
007820 5300-EXIT.
007830     EXIT.
007840*
007850*****************************************************************
007860*    6000-READ-PROOF - MSTRECON'S RECORD OF THE SAME DAY.  NO   *
007870*    PRVFILE, OR AN EMPTY ONE, LEAVES THE FEED UNTIED.          *
007880*****************************************************************
007890 6000-READ-PROOF.
007900     OPEN INPUT PROOF-FILE.
007910     IF GX-PRV-STAT NOT = "00"
007920         GO TO 6000-EXIT
007930     END-IF.
007940     READ PROOF-FILE
007950         AT END
007960             MOVE "10" TO GX-PRV-STAT
007970     END-READ.
007980     IF GX-PRV-STAT = "00"
007990         SET GX-PROOF-PRESENT TO TRUE
008000         MOVE PRV-MOVEMENT TO GX-PROOF-MOVEMENT
008010         IF PRV-MOVE-MINUS
008020             COMPUTE GX-PROOF-MOVEMENT = ZERO - GX-PROOF-MOVEMENT
008030         END-IF
008040     END-IF.
008050     CLOSE PROOF-FILE.
008060 6000-EXIT.
008070     EXIT.
008080*
008090*****************************************************************
008100*    7000-WRITE-REPORT - THE ENTRIES, THE COUNTS, THE TIE TO    *
008110*    THE PROOF AND THE VERDICT THE SCHEDULER TRAPS.             *
008120*****************************************************************
008130 7000-WRITE-REPORT.
008140     MOVE GX-BUSINESS-DATE TO GX-BUS-DATE.
008150     MOVE GX-BUSINESS-LINE TO REPORT-RECORD.
008160     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008170     MOVE SPACES TO REPORT-RECORD.
008180     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008190     MOVE GX-COLUMN-LINE TO REPORT-RECORD.
008200     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008210     PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT
008220         VARYING GXG-IDX FROM 1 BY 1
008230         UNTIL GXG-IDX > GX-ENT-COUNT.
008240     MOVE GX-TOTAL-DEBITS  TO GX-TOT-DEBITS.
008250     MOVE GX-TOTAL-CREDITS TO GX-TOT-CREDITS.
008260     MOVE GX-TOTAL-LINE TO REPORT-RECORD.
008270     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008280     MOVE SPACES TO REPORT-RECORD.
008290     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008300     MOVE "MAPPING CARDS" TO GX-CNT-TITLE.
008310     MOVE GX-MAP-CARDS TO GX-CNT-VALUE.
008320     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
008330     MOVE "JOURNAL RECORDS READ" TO GX-CNT-TITLE.
008340     MOVE GX-JRN-READ TO GX-CNT-VALUE.
008350     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
008360     MOVE "POSTINGS MAPPED BY CARD" TO GX-CNT-TITLE.
008370     MOVE GX-JRN-MAPPED TO GX-CNT-VALUE.
008380     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
008390     MOVE "POSTINGS TO CLEARING (UNMAPPED)" TO GX-CNT-TITLE.
008400     MOVE GX-JRN-CLEARED TO GX-CNT-VALUE.
008410     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
008420     MOVE "POSTINGS WITH NO NET MOVEMENT" TO GX-CNT-TITLE.
008430     MOVE GX-JRN-NO-MOVEMENT TO GX-CNT-VALUE.
008440     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
008450     MOVE "POSTINGS WITH DAMAGED IMAGES" TO GX-CNT-TITLE.
008460     MOVE GX-JRN-UNUSABLE TO GX-CNT-VALUE.
008470     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
008480     MOVE "GL DETAIL RECORDS" TO GX-CNT-TITLE.
008490     MOVE GX-GL-WRITTEN TO GX-CNT-VALUE.
008500     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT.
008510     IF NOT GX-FATAL
008520         PERFORM 7500-TIE-TO-PROOF THRU 7500-EXIT
008530     END-IF.
008540     PERFORM 7900-JUDGE-THE-EXTRACT THRU 7900-EXIT.
008550 7000-EXIT.
008560     EXIT.
008570*
008580 7100-PRINT-ENTRY.
008590     MOVE GX-G-GL-ACCOUNT (GXG-IDX)  TO GX-ENT-GL-ACCOUNT.
008600     MOVE GX-G-DESCRIPTION (GXG-IDX) TO GX-ENT-DESCRIPTION.
008610     MOVE GX-G-DEBITS (GXG-IDX)      TO GX-ENT-DEBITS.
008620     MOVE GX-G-CREDITS (GXG-IDX)     TO GX-ENT-CREDITS.
008630     COMPUTE GX-ENT-POSTINGS =
008640         GX-G-DR-COUNT (GXG-IDX) + GX-G-CR-COUNT (GXG-IDX).
008650     EVALUATE TRUE
008660         WHEN GX-G-CLEARING (GXG-IDX)
008670             MOVE "CLEARING" TO GX-ENT-ROLE
008680         WHEN GX-G-OFFSET (GXG-IDX)
008690             MOVE "OFFSET"   TO GX-ENT-ROLE
008700         WHEN OTHER
008710             MOVE "MAPPED"   TO GX-ENT-ROLE
008720     END-EVALUATE.
008730     MOVE GX-ENTRY-LINE TO REPORT-RECORD.
008740     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008750 7100-EXIT.
008760     EXIT.
008770*
008780 7200-WRITE-COUNT.
008790     MOVE GX-COUNT-LINE TO REPORT-RECORD.
008800     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008810 7200-EXIT.
008820     EXIT.
008830*
008840 7300-WRITE-AMOUNT.
008850     MOVE GX-AMOUNT-LINE TO REPORT-RECORD.
008860     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008870 7300-EXIT.
008880     EXIT.
008890*
008900*****************************************************************
008910*    7500-TIE-TO-PROOF - THE JOURNAL'S NET MOVEMENT, THE        *
008920*    CUSTOMER SIDE OF THE EXTRACT (CREDITS LESS DEBITS) AND     *
008930*    THE MASTER MOVEMENT MSTRECON PROVED MUST ALL BE THE SAME   *
008940*    FIGURE.  WHEN THE PROOF USED A JOURNAL ITS RECORD COUNT    *
008950*    MUST MATCH TOO, OR THE TWO PROGRAMS READ DIFFERENT         *
008960*    GENERATIONS.                                               *
008961*    THE PROOF MUST ALSO BE FOR THE SAME BUSINESS DAY.          *
008970*****************************************************************
008980 7500-TIE-TO-PROOF.
008990     MOVE SPACES TO REPORT-RECORD.
009000     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009010     MOVE "TIE TO MSTRECON" TO GX-SEC-TITLE.
009020     MOVE GX-SECTION-LINE TO REPORT-RECORD.
009030     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009040     MOVE "JOURNAL NET MOVEMENT" TO GX-AMT-TITLE.
009050     MOVE GX-JRN-NET TO GX-AMT-VALUE.
009060     PERFORM 7300-WRITE-AMOUNT THRU 7300-EXIT.
009070     MOVE "EXTRACT CUSTOMER NET (CREDITS - DEBITS)"
009080         TO GX-AMT-TITLE.
009090     MOVE GX-CUST-NET TO GX-AMT-VALUE.
009100     PERFORM 7300-WRITE-AMOUNT THRU 7300-EXIT.
009110     IF GX-JRN-UNUSABLE > ZERO
009120             OR GX-CUST-NET NOT = GX-JRN-NET
009130         MOVE "N" TO GX-TIE-SW
009140     END-IF.
009150     IF NOT GX-PROOF-PRESENT
009160         MOVE "NO MSTRECON PROOF SUPPLIED - EXTRACT NOT TIED"
009170             TO GX-ERR-TEXT
009180         MOVE GX-ERROR-LINE TO REPORT-RECORD
009190         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
009200         GO TO 7500-EXIT
009210     END-IF.
009220     MOVE "MSTRECON PROVED MASTER MOVEMENT" TO GX-AMT-TITLE.
009230     MOVE GX-PROOF-MOVEMENT TO GX-AMT-VALUE.
009240     PERFORM 7300-WRITE-AMOUNT THRU 7300-EXIT.
009250     COMPUTE GX-TIE-DIFF = GX-CUST-NET - GX-PROOF-MOVEMENT.
009260     MOVE "DIFFERENCE" TO GX-AMT-TITLE.
009270     MOVE GX-TIE-DIFF TO GX-AMT-VALUE.
009280     PERFORM 7300-WRITE-AMOUNT THRU 7300-EXIT.
009290     IF GX-TIE-DIFF NOT = ZERO
009300         MOVE "N" TO GX-TIE-SW
009310     END-IF.
009320     IF PRV-JOURNAL-USED
009330         MOVE "JOURNAL RECORDS MSTRECON READ" TO GX-CNT-TITLE
009340         MOVE PRV-JRN-COUNT TO GX-CNT-VALUE
009350         PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
009360         IF PRV-JRN-COUNT NOT = GX-JRN-READ
009370             MOVE "N" TO GX-TIE-SW
009380         END-IF
009390     END-IF.
009400     MOVE PRV-DATE TO GX-PRF-DATE.
009410     EVALUATE TRUE
009420         WHEN PRV-IN-BALANCE
009430             MOVE "IN BALANCE" TO GX-PRF-VERDICT
009440         WHEN PRV-QUALIFIED
009450             MOVE "QUALIFIED" TO GX-PRF-VERDICT
009460         WHEN PRV-OUT-OF-BALANCE
009470             MOVE "OUT OF BALANCE" TO GX-PRF-VERDICT
009480         WHEN OTHER
009490             MOVE "NOT PROVED" TO GX-PRF-VERDICT
009500     END-EVALUATE.
009510     MOVE GX-PROOF-LINE TO REPORT-RECORD.
009520     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009521     IF PRV-DATE NOT = GX-BUSINESS-DATE
009522         MOVE "PROOF IS FOR ANOTHER BUSINESS DAY - NOT TIED"
009523             TO GX-ERR-TEXT
009524         MOVE GX-ERROR-LINE TO REPORT-RECORD
009525         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
009526         MOVE "N" TO GX-TIE-SW
009527     END-IF.
009530 7500-EXIT.
009540     EXIT.
009550*
009560*****************************************************************
009570*    7900-JUDGE-THE-EXTRACT - VERDICT AND RETURN CODE.          *
009580*****************************************************************
009590 7900-JUDGE-THE-EXTRACT.
009600     MOVE SPACES TO REPORT-RECORD.
009610     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009620     EVALUATE TRUE
009630         WHEN GX-REFUSED
009640             MOVE "REFUSED - DEBITS NOT EQUAL TO CREDITS"
009650                 TO GX-VER-TEXT
009660             MOVE 12 TO GX-RETURN-CODE
009670         WHEN GX-FATAL
009680             MOVE "NOTHING WRITTEN - SEE THE MESSAGE ABOVE"
009690                 TO GX-VER-TEXT
009700             MOVE 12 TO GX-RETURN-CODE
009710         WHEN NOT GX-TIED
009720             MOVE "WRITTEN - DOES NOT TIE, HOLD THE GL FEED"
009730                 TO GX-VER-TEXT
009740             MOVE 8 TO GX-RETURN-CODE
009750         WHEN NOT GX-PROOF-PRESENT
009760             MOVE "WRITTEN - NO PROOF TO TIE TO" TO GX-VER-TEXT
009770             MOVE 4 TO GX-RETURN-CODE
009780         WHEN NOT PRV-IN-BALANCE AND NOT PRV-QUALIFIED
009790             MOVE "WRITTEN - DAY NOT PROVED, HOLD THE GL FEED"
009800                 TO GX-VER-TEXT
009810             MOVE 8 TO GX-RETURN-CODE
009820         WHEN OTHER
009830             MOVE "WRITTEN AND TIED TO MSTRECON" TO GX-VER-TEXT
009840             MOVE 0 TO GX-RETURN-CODE
009850     END-EVALUATE.
009860     MOVE GX-VERDICT-LINE TO REPORT-RECORD.
009870     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009880 7900-EXIT.
009890     EXIT.
009900*
009910*****************************************************************
009920*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
009930*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
009940*    BREAK CANNOT CLOBBER IT.                                   *
009950*****************************************************************
009960 9100-WRITE-REPORT-LINE.
009970     MOVE REPORT-RECORD TO GX-HOLD-LINE.
009980     IF GX-LINE-COUNT > GX-LINES-PER-PAGE
009990         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
010000     END-IF.
010010     WRITE REPORT-RECORD FROM GX-HOLD-LINE
010020         AFTER ADVANCING 1 LINE.
010030     ADD 1 TO GX-LINE-COUNT.
010040 9100-EXIT.
010050     EXIT.
010060*
010070 9200-WRITE-PAGE-HEADING.
010080     ADD 1 TO GX-PAGE-COUNT.
010090     MOVE GX-RUN-DATE  TO GX-H1-DATE.
010100     MOVE GX-RUN-TIME  TO GX-H1-TIME.
010110     MOVE GX-PAGE-COUNT TO GX-H1-PAGE.
010120     MOVE GX-HEADING-1 TO REPORT-RECORD.
010130     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
010140     MOVE SPACES TO REPORT-RECORD.
010150     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
010160     MOVE 3 TO GX-LINE-COUNT.
010170 9200-EXIT.
010180     EXIT.
010190*
010200*****************************************************************
010210*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
010220*****************************************************************
010230 9800-CLOSE-FILES.
010240     CLOSE REPORT-FILE.
010250 9800-EXIT.
010260     EXIT.
