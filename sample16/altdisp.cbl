000330*    (DEFAULT 030), COLS 5-8 UNACKNOWLEDGED THRESHOLD IN         *
000340*    MINUTES (DEFAULT 0360).  ACK CARD (CTLFILE) - COLS 1-3     *
000350*    "ACK", 5-12 ALERT DATE, 14-21 ALERT TIME, 23-26 MESSAGE     *
000360*    NUMBER.  AN OPR CARD (COLS 1-3 "OPR", 5-12 OPERATOR ID)     *
000370*    MUST COME AHEAD OF THE ACK CARDS - EVERY ACKNOWLEDGMENT IS  *
000380*    RECORDED ON THE SHARED AUDIT FILE (AUDFILE - SEE AUDREC)    *
000390*    UNDER THAT OPERATOR, WITH THE ACK RECORD BEFORE AND AFTER.  *
000400*                                                                *
000410*    RETURN CODES - 0 CLEAN, 4 UNACKNOWLEDGED ALERTS PAST THE    *
000420*    THRESHOLD, 8 ACK CARDS REJECTED OR NOT RECORDED ON AUDFILE, *
000430*    12 ACKFILE UNAVAILABLE.                                     *
000440*                                                                *
000450*    MOD LOG                                                     *
000460*    ---------- ---- ----------------------------------------    *
000470*    2026-09-02 RTM  ORIGINAL PROGRAM.                           *
000480*    2026-10-15 RTM  CHANGE AUDIT TRAIL.  EVERY ACK CARD APPLIED *
000490*                     WRITES AN AUDREC RECORD TO AUDFILE -       *
000500*                     OPERATOR FROM THE OPR CARD, ACK RECORD     *
000510*                     BEFORE AND AFTER.  A CARD WITH NO OPR CARD *
000520*                     AHEAD OF IT, OR WITH AUDFILE UNAVAILABLE,  *
000530*                     IS REJECTED; A FAILED AUDIT WRITE ENDS THE *
000540*                     STEP RC 8.                                 *
000550*                                                                *
000560*****************************************************************
000570*
000580 ENVIRONMENT DIVISION.
000590*
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.    IBM-370.
000620 OBJECT-COMPUTER.    IBM-370.
000630*
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS AD-PARM-STAT.
000690*
000700     SELECT CTL-FILE ASSIGN TO "CTLFILE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS AD-CTL-STAT.
000730*
000740     SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS AD-ALT-STAT.
000770*
000780     SELECT ROUTE-FILE ASSIGN TO "RTEFILE"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS AD-RTE-STAT.
000810*
000820     SELECT ACK-FILE ASSIGN TO "ACKFILE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS ACK-KEY
000860         FILE STATUS IS AD-ACK-STAT.
000870*
000880     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS AUD-KEY
000920         FILE STATUS IS AD-AUD-STAT.
000930*
000940     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS AD-RPT-STAT.
000970*
000980*****************************************************************
000990*                                                                *
001000*    DATA DIVISION.
001010*                                                                *
001020*****************************************************************
001030*
001040 DATA DIVISION.
001050*
001060 FILE SECTION.
001070*
001080 FD  PARM-FILE
001090     RECORDING MODE F
001100     LABEL RECORDS STANDARD
001110     BLOCK CONTAINS 0 RECORDS
001120     RECORD CONTAINS 80 CHARACTERS
001130     DATA RECORD IS DISP-PARM-RECORD.
001140 01  DISP-PARM-RECORD.
001150     05  DP-SUPPRESS-MINS        PIC 9(03).
001160     05  FILLER                  PIC X(01).
001170     05  DP-UNACK-MINS           PIC 9(04).
001180     05  FILLER                  PIC X(72).
001190*
001200 FD  CTL-FILE
001210     RECORDING MODE F
001220     LABEL RECORDS STANDARD
001230     BLOCK CONTAINS 0 RECORDS
001240     RECORD CONTAINS 80 CHARACTERS
001250     DATA RECORD IS CTL-RECORD.
001260 01  CTL-RECORD.
001270     05  CTL-ACTION              PIC X(03).
001280         88  CTL-ACT-ACK              VALUE "ACK".
001290         88  CTL-ACT-OPERATOR         VALUE "OPR".
001300     05  FILLER                  PIC X(01).
001310     05  CTL-ALERT-DATE          PIC X(08).
001320     05  FILLER                  PIC X(01).
001330     05  CTL-ALERT-TIME          PIC X(08).
001340     05  FILLER                  PIC X(01).
001350     05  CTL-MSG-NUMBER          PIC X(04).
001360     05  FILLER                  PIC X(54).
001370 01  CTL-OPERATOR-CARD.
001380     05  FILLER                  PIC X(04).
001390     05  CTL-OPR-ID              PIC X(08).
001400     05  FILLER                  PIC X(68).
001410*
001420 FD  ALERT-FILE
001430     RECORDING MODE F
001440     LABEL RECORDS STANDARD
001450     BLOCK CONTAINS 0 RECORDS
001460     RECORD CONTAINS 114 CHARACTERS
001470     DATA RECORD IS ALERT-RECORD.
001480     COPY ALTREC.
001490*
001500 FD  ROUTE-FILE
001510     RECORDING MODE F
001520     LABEL RECORDS STANDARD
001530     BLOCK CONTAINS 0 RECORDS
001540     RECORD CONTAINS 80 CHARACTERS
001550     DATA RECORD IS ROUTE-RECORD.
001560     COPY RTEREC.
001570*
001580 FD  ACK-FILE
001590     RECORD CONTAINS 140 CHARACTERS
001600     DATA RECORD IS ACK-RECORD.
001610     COPY ACKREC.
001620*
001630 FD  AUDIT-FILE
001640     RECORD CONTAINS 420 CHARACTERS
001650     DATA RECORD IS AUDIT-RECORD.
001660     COPY AUDREC.
001670*
001680 FD  REPORT-FILE
001690     RECORDING MODE F
001700     LABEL RECORDS STANDARD
001710     BLOCK CONTAINS 0 RECORDS
001720     RECORD CONTAINS 133 CHARACTERS
001730     DATA RECORD IS REPORT-RECORD.
001740 01  REPORT-RECORD               PIC X(133).
001750*
001760 WORKING-STORAGE SECTION.
001770*
001780 01  AD-SWITCHES.
001790     05  AD-EOF-ALRTFILE         PIC X(01) VALUE "N".
001800         88  AD-END-OF-ALRTFILE      VALUE "Y".
001810     05  AD-EOF-RTEFILE          PIC X(01) VALUE "N".
001820         88  AD-END-OF-RTEFILE       VALUE "Y".
001830     05  AD-EOF-CTLFILE          PIC X(01) VALUE "N".
001840         88  AD-END-OF-CTLFILE       VALUE "Y".
001850     05  AD-EOF-ACKFILE          PIC X(01) VALUE "N".
001860         88  AD-END-OF-ACKFILE       VALUE "Y".
001870     05  AD-ACK-BAD-SW           PIC X(01) VALUE "N".
001880         88  AD-ACK-BAD              VALUE "Y".
001890     05  AD-CARD-VALID-SW        PIC X(01) VALUE "Y".
001900         88  AD-CARD-VALID           VALUE "Y".
001910     05  AD-ROUTE-FOUND-SW       PIC X(01) VALUE "N".
001920         88  AD-ROUTE-FOUND          VALUE "Y".
001930     05  AD-LAST-FOUND-SW        PIC X(01) VALUE "N".
001940         88  AD-LAST-FOUND           VALUE "Y".
001950     05  AD-AUD-OPEN-SW          PIC X(01) VALUE "N".
001960         88  AD-AUD-OPEN             VALUE "Y".
001970     05  AD-AUDIT-DUE-SW         PIC X(01) VALUE "N".
001980         88  AD-AUDIT-DUE            VALUE "Y".
001990*
002000 01  AD-FILE-STATUS-CODES.
002010     05  AD-PARM-STAT            PIC X(02) VALUE "00".
002020     05  AD-CTL-STAT             PIC X(02) VALUE "00".
002030     05  AD-ALT-STAT             PIC X(02) VALUE "00".
002040     05  AD-RTE-STAT             PIC X(02) VALUE "00".
002050     05  AD-ACK-STAT             PIC X(02) VALUE "00".
002060     05  AD-RPT-STAT             PIC X(02) VALUE "00".
002070     05  AD-AUD-STAT             PIC X(02) VALUE "00".
002080*
002090 01  AD-CONTROL-FIELDS.
002100     05  AD-SUPPRESS-MINS        PIC 9(03) VALUE 30.
002110     05  AD-UNACK-MINS           PIC 9(04) VALUE 360.
002120     05  AD-ALERTS-READ          PIC 9(07) COMP VALUE ZERO.
002130     05  AD-DISPATCHED           PIC 9(07) COMP VALUE ZERO.
002140     05  AD-SUPPRESSED           PIC 9(07) COMP VALUE ZERO.
002150     05  AD-ALREADY-SEEN         PIC 9(07) COMP VALUE ZERO.
002160     05  AD-UNACKED              PIC 9(07) COMP VALUE ZERO.
002170     05  AD-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
002180     05  AD-CARDS-APPLIED        PIC 9(05) COMP VALUE ZERO.
002190     05  AD-CARDS-REJECTED      PIC 9(05) COMP VALUE ZERO.
002200     05  AD-DELTA-MINS           PIC S9(09) COMP.
002210*
002220*    CHANGE-AUDIT WORK - THE OPERATOR FROM THE LAST OPR CARD
002230*    AND THE ACK RECORD AS IT STOOD BEFORE THE CARD.
002240 01  AD-AUDIT-FIELDS.
002250     05  AD-AUD-PROGRAM          PIC X(08) VALUE "ALTDISP ".
002260     05  AD-AUD-JOB-NAME         PIC X(08) VALUE "ALTDISP ".
002270     05  AD-OPERATOR-ID          PIC X(08) VALUE SPACES.
002280     05  AD-AUD-BEFORE           PIC X(140).
002290     05  AD-AUD-WRITTEN          PIC 9(05) COMP VALUE ZERO.
002300     05  AD-AUDIT-ERRORS         PIC 9(05) COMP VALUE ZERO.
002310*
002320*    ROUTING TABLE LOADED FROM RTEFILE AT START-UP.  AN ALERT
002330*    WHOSE NUMBER IS NOT HERE ROUTES TO THE DEFAULT GROUP AT
002340*    ESCALATION 1.
002350 01  AD-ROUTE-TABLE-AREA.
002360     05  AD-ROUTE-COUNT          PIC 9(03) COMP VALUE ZERO.
002370     05  AD-DEFAULT-GROUP        PIC X(08) VALUE "OPERATNS".
002380     05  AD-ROUTE-ENTRY OCCURS 100 TIMES
002390                 INDEXED BY RTE-IDX.
002400         10  AD-R-MSG-NUMBER     PIC 9(04).
002410         10  AD-R-GROUP          PIC X(08).
002420         10  AD-R-ESCALATION     PIC 9(01).
002430*
002440*    LAST-DISPATCH MEMORY PER MESSAGE NUMBER - ONE PASS OVER
002450*    THE ALERT STREAM IS OLDEST-FIRST, SO THIS IS ALL THE
002460*    SUPPRESSION WINDOW NEEDS.
002470 01  AD-LAST-TABLE-AREA.
002480     05  AD-LAST-COUNT           PIC 9(03) COMP VALUE ZERO.
002490     05  AD-LAST-ENTRY OCCURS 100 TIMES
002500                 INDEXED BY LST-IDX.
002510         10  AD-L-MSG-NUMBER     PIC 9(04).
002520         10  AD-L-DATE           PIC X(08).
002530         10  AD-L-TIME           PIC X(08).
002540*
002550 01  AD-ROUTE-WORK.
002560     05  AD-W-GROUP              PIC X(08).
002570     05  AD-W-ESCALATION         PIC 9(01).
002580*
002590*    WORK FIELDS FOR THE MINUTE ARITHMETIC - GREGORIAN DAY
002600*    NUMBER PLUS SECONDS SO WINDOWS COMPARE CORRECTLY ACROSS
002610*    MIDNIGHT AND MONTH BOUNDARIES.
002620 01  AD-D2D-FIELDS.
002630     05  AD-D2D-DATE             PIC X(08).
002640     05  AD-D2D-DATE-N REDEFINES AD-D2D-DATE.
002650         10  AD-D2D-YYYY         PIC 9(04).
002660         10  AD-D2D-MM           PIC 9(02).
002670         10  AD-D2D-DD           PIC 9(02).
002680     05  AD-D2D-Y                PIC 9(08) COMP.
002690     05  AD-D2D-M                PIC 9(02) COMP.
002700     05  AD-D2D-DAYS             PIC 9(08) COMP.
002710*
002720 01  AD-STAMP-FIELDS.
002730     05  AD-STAMP-1-DATE         PIC X(08).
002740     05  AD-STAMP-1-TIME         PIC X(08).
002750     05  AD-STAMP-2-DATE         PIC X(08).
002760     05  AD-STAMP-2-TIME         PIC X(08).
002770     05  AD-STAMP-1-DAYS         PIC 9(08) COMP.
002780     05  AD-STAMP-2-DAYS         PIC 9(08) COMP.
002790     05  AD-STAMP-TIME-N         PIC X(08).
002800     05  AD-STAMP-TIME-R REDEFINES AD-STAMP-TIME-N.
002810         10  AD-STAMP-HH         PIC 9(02).
002820         10  AD-STAMP-MM         PIC 9(02).
002830         10  AD-STAMP-SS         PIC 9(02).
002840         10  FILLER              PIC 9(02).
002850     05  AD-STAMP-1-SECS         PIC 9(07) COMP.
002860     05  AD-STAMP-2-SECS         PIC 9(07) COMP.
002870*
002880 01  AD-TIME-FIELDS.
002890     05  AD-RUN-DATE             PIC X(08).
002900     05  AD-RUN-TIME             PIC X(08).
002910*
002920 77  AD-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002930 77  AD-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002940 77  AD-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002950*
002960 01  AD-HOLD-LINE                PIC X(133).
002970*
002980*****************************************************************
002990*                                                                *
003000*    REPORT LINE LAYOUTS.                                        *
003010*                                                                *
003020*****************************************************************
003030*
003040 01  AD-HEADING-1.
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  FILLER                  PIC X(38) VALUE
003070             "ALERT DISPATCH AND ACKNOWLEDGMENT     ".
003080     05  FILLER                  PIC X(06) VALUE " DATE ".
003090     05  AD-H1-DATE              PIC X(08).
003100     05  FILLER                  PIC X(06) VALUE " TIME ".
003110     05  AD-H1-TIME              PIC X(08).
003120     05  FILLER                  PIC X(06) VALUE " PAGE ".
003130     05  AD-H1-PAGE              PIC Z(04)9.
003140     05  FILLER                  PIC X(55) VALUE SPACES.
003150*
003160 01  AD-SECTION-LINE.
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  AD-SEC-TITLE            PIC X(40).
003190     05  FILLER                  PIC X(92) VALUE SPACES.
003200*
003210 01  AD-DISPATCH-LINE.
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  AD-DSP-DATE             PIC X(08).
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  AD-DSP-TIME             PIC X(08).
003260     05  FILLER                  PIC X(05) VALUE " MSG ".
003270     05  AD-DSP-MSG              PIC 9(04).
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  AD-DSP-SEV              PIC X(01).
003300     05  FILLER                  PIC X(05) VALUE " TO  ".
003310     05  AD-DSP-GROUP            PIC X(08).
003320     05  FILLER                  PIC X(05) VALUE " ESC ".
003330     05  AD-DSP-ESC              PIC 9(01).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  AD-DSP-TEXT             PIC X(60).
003360     05  FILLER                  PIC X(24) VALUE SPACES.
003370*
003380 01  AD-CARD-LINE.
003390     05  FILLER                  PIC X(01) VALUE SPACE.
003400     05  FILLER                  PIC X(05) VALUE "CARD ".
003410     05  AD-CRD-KEY              PIC X(22).
003420     05  FILLER                  PIC X(03) VALUE " - ".
003430     05  AD-CRD-RESULT           PIC X(45).
003440     05  FILLER                  PIC X(57) VALUE SPACES.
003450*
003460 01  AD-UNACK-LINE.
003470     05  FILLER                  PIC X(01) VALUE SPACE.
003480     05  AD-UNA-DATE             PIC X(08).
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  AD-UNA-TIME             PIC X(08).
003510     05  FILLER                  PIC X(05) VALUE " MSG ".
003520     05  AD-UNA-MSG              PIC 9(04).
003530     05  FILLER                  PIC X(05) VALUE " TO  ".
003540     05  AD-UNA-GROUP            PIC X(08).
003550     05  FILLER                  PIC X(06) VALUE " AGE  ".
003560     05  AD-UNA-AGE              PIC Z(06)9.
003570     05  FILLER                  PIC X(09) VALUE " MINS    ".
003580     05  AD-UNA-TEXT             PIC X(50).
003590     05  FILLER                  PIC X(21) VALUE SPACES.
003600*
003610 01  AD-NOACK-LINE.
003620     05  FILLER                  PIC X(01) VALUE SPACE.
003630     05  FILLER                  PIC X(48) VALUE
003640             "ACKNOWLEDGMENT FILE UNAVAILABLE - NOTHING DISPAT".
003650     05  FILLER                  PIC X(04) VALUE "CHED".
003660     05  FILLER                  PIC X(80) VALUE SPACES.
003670*
003680 01  AD-AUDIT-LINE.
003690     05  FILLER                  PIC X(01) VALUE SPACE.
003700     05  FILLER                  PIC X(14) VALUE "AUDIT TRAIL - ".
003710     05  AD-AUD-COUNT            PIC Z(04)9.
003720     05  FILLER                  PIC X(01) VALUE SPACE.
003730     05  AD-AUD-TEXT             PIC X(50).
003740     05  FILLER                  PIC X(62) VALUE SPACES.
003750*
003760 01  AD-TOTAL-LINE.
003770     05  FILLER                  PIC X(01) VALUE SPACE.
003780     05  FILLER                  PIC X(07) VALUE "ALERTS ".
003790     05  AD-TOT-READ             PIC Z(06)9.
003800     05  FILLER                  PIC X(12) VALUE "  DISPATCHED".
003810     05  FILLER                  PIC X(01) VALUE SPACE.
003820     05  AD-TOT-DISP             PIC Z(06)9.
003830     05  FILLER                  PIC X(12) VALUE "  SUPPRESSED".
003840     05  FILLER                  PIC X(01) VALUE SPACE.
003850     05  AD-TOT-SUPP             PIC Z(06)9.
003860     05  FILLER                  PIC X(09) VALUE "  ALREADY".
003870     05  FILLER                  PIC X(01) VALUE SPACE.
003880     05  AD-TOT-SEEN             PIC Z(06)9.
003890     05  FILLER                  PIC X(09) VALUE "  UNACKED".
003900     05  FILLER                  PIC X(01) VALUE SPACE.
003910     05  AD-TOT-UNACK            PIC Z(06)9.
003920     05  FILLER                  PIC X(59) VALUE SPACES.
003930*
003940*****************************************************************
003950*                                                                *
003960*    PROCEDURE DIVISION.
003970*                                                                *
003980*****************************************************************
003990*
004000 PROCEDURE DIVISION.
004010*
004020*****************************************************************
004030*    0000-MAINLINE - ACK CARDS, DISPATCH, UNACK REVIEW,         *
004040*    TOTALS.                                                    *
004050*****************************************************************
004060 0000-MAINLINE.
004070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004080     IF AD-ACK-BAD
004090         MOVE AD-NOACK-LINE TO REPORT-RECORD
004100         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004110         PERFORM 9800-CLOSE-FILES THRU 9800-EXIT
004120         MOVE 12 TO RETURN-CODE
004130         GOBACK
004140     END-IF.
004150     PERFORM 2000-APPLY-ACK-CARDS THRU 2000-EXIT.
004160     PERFORM 3000-DISPATCH-ALERTS THRU 3000-EXIT.
004170     PERFORM 4000-UNACK-REVIEW THRU 4000-EXIT.
004180     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
004190     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
004200     EVALUATE TRUE
004210         WHEN AD-CARDS-REJECTED > ZERO
004220             MOVE 8 TO RETURN-CODE
004230         WHEN AD-AUDIT-ERRORS > ZERO
004240             MOVE 8 TO RETURN-CODE
004250         WHEN AD-UNACKED > ZERO
004260             MOVE 4 TO RETURN-CODE
004270         WHEN OTHER
004280             MOVE 0 TO RETURN-CODE
004290     END-EVALUATE.
004300     GOBACK.
004310*
004320*****************************************************************
004330*    1000-INITIALIZE - PARM LIMITS, ROUTING TABLE, ACK FILE,    *
004340*    AUDIT FILE (CREATED ON FIRST USE).                         *
004350*****************************************************************
004360 1000-INITIALIZE.
004370     ACCEPT AD-RUN-DATE FROM DATE YYYYMMDD.
004380     ACCEPT AD-RUN-TIME FROM TIME.
004390     OPEN OUTPUT REPORT-FILE.
004400     OPEN INPUT PARM-FILE.
004410     IF AD-PARM-STAT = "00"
004420         READ PARM-FILE
004430             AT END
004440                 CONTINUE
004450         END-READ
004460         IF AD-PARM-STAT = "00"
004470             IF DP-SUPPRESS-MINS IS NUMERIC
004480                     AND DP-SUPPRESS-MINS > ZERO
004490                 MOVE DP-SUPPRESS-MINS TO AD-SUPPRESS-MINS
004500             END-IF
004510             IF DP-UNACK-MINS IS NUMERIC
004520                     AND DP-UNACK-MINS > ZERO
004530                 MOVE DP-UNACK-MINS TO AD-UNACK-MINS
004540             END-IF
004550         END-IF
004560         CLOSE PARM-FILE
004570     END-IF.
004580     PERFORM 1500-LOAD-ROUTE-TABLE THRU 1500-EXIT.
004590     OPEN I-O ACK-FILE.
004600     IF AD-ACK-STAT = "35"
004610         OPEN OUTPUT ACK-FILE
004620         CLOSE ACK-FILE
004630         OPEN I-O ACK-FILE
004640     END-IF.
004650     IF AD-ACK-STAT NOT = "00"
004660         SET AD-ACK-BAD TO TRUE
004670     END-IF.
004680     OPEN I-O AUDIT-FILE.
004690     IF AD-AUD-STAT = "35"
004700         OPEN OUTPUT AUDIT-FILE
004710         CLOSE AUDIT-FILE
004720         OPEN I-O AUDIT-FILE
004730     END-IF.
004740     IF AD-AUD-STAT = "00"
004750         SET AD-AUD-OPEN TO TRUE
004760     END-IF.
004770 1000-EXIT.
004780     EXIT.
004790*
004800*****************************************************************
004810*    1500-LOAD-ROUTE-TABLE - THE WHOLE ROUTING TABLE INTO       *
004820*    STORAGE.  A MISSING TABLE IS NOT FATAL - EVERYTHING        *
004830*    ROUTES TO THE DEFAULT GROUP.                               *
004840*****************************************************************
004850 1500-LOAD-ROUTE-TABLE.
004860     OPEN INPUT ROUTE-FILE.
004870     IF AD-RTE-STAT NOT = "00"
004880         SET AD-END-OF-RTEFILE TO TRUE
004890         GO TO 1500-EXIT
004900     END-IF.
004910     PERFORM 1600-LOAD-ONE-ROUTE THRU 1600-EXIT
004920         UNTIL AD-END-OF-RTEFILE.
004930     CLOSE ROUTE-FILE.
004940 1500-EXIT.
004950     EXIT.
004960*
004970 1600-LOAD-ONE-ROUTE.
004980     READ ROUTE-FILE
004990         AT END
005000             SET AD-END-OF-RTEFILE TO TRUE
005010     END-READ.
005020     IF AD-END-OF-RTEFILE
005030         GO TO 1600-EXIT
005040     END-IF.
005050     IF AD-ROUTE-COUNT < 100
005060         ADD 1 TO AD-ROUTE-COUNT
005070         SET RTE-IDX TO AD-ROUTE-COUNT
005080         MOVE RTE-MSG-NUMBER TO AD-R-MSG-NUMBER (RTE-IDX)
005090         MOVE RTE-GROUP      TO AD-R-GROUP (RTE-IDX)
005100         MOVE RTE-ESCALATION TO AD-R-ESCALATION (RTE-IDX)
005110     END-IF.
005120 1600-EXIT.
005130     EXIT.
005140*
005150*****************************************************************
005160*    2000-APPLY-ACK-CARDS - MARKS DISPATCHED ALERTS             *
005170*    ACKNOWLEDGED.  A MISSING CTLFILE MEANS NOTHING TO ACK -    *
005180*    THAT IS NOT AN ERROR.  AN OPR CARD NAMES THE OPERATOR THE  *
005190*    ACKNOWLEDGMENTS BEHIND IT ARE RECORDED UNDER; A BLANK ONE  *
005200*    IS REJECTED AND CLEARS THE OPERATOR.                       *
005210*****************************************************************
005220 2000-APPLY-ACK-CARDS.
005230     OPEN INPUT CTL-FILE.
005240     IF AD-CTL-STAT NOT = "00"
005250         SET AD-END-OF-CTLFILE TO TRUE
005260         GO TO 2000-EXIT
005270     END-IF.
005280     MOVE "ACKNOWLEDGMENT CARD RESULTS" TO AD-SEC-TITLE.
005290     MOVE AD-SECTION-LINE TO REPORT-RECORD.
005300     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005310     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
005320         UNTIL AD-END-OF-CTLFILE.
005330     CLOSE CTL-FILE.
005340     IF AD-AUD-WRITTEN > ZERO
005350         MOVE AD-AUD-WRITTEN TO AD-AUD-COUNT
005360         MOVE "CHANGE RECORDS WRITTEN TO AUDFILE" TO AD-AUD-TEXT
005370         MOVE AD-AUDIT-LINE TO REPORT-RECORD
005380         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005390     END-IF.
005400 2000-EXIT.
005410     EXIT.
005420*
005430 2100-APPLY-ONE-CARD.
005440     READ CTL-FILE
005450         AT END
005460             SET AD-END-OF-CTLFILE TO TRUE
005470     END-READ.
005480     IF AD-END-OF-CTLFILE
005490         GO TO 2100-EXIT
005500     END-IF.
005510     ADD 1 TO AD-CARDS-READ.
005520     MOVE "Y" TO AD-CARD-VALID-SW.
005530     MOVE "N" TO AD-AUDIT-DUE-SW.
005540     MOVE SPACES TO AD-CRD-KEY.
005550     STRING CTL-ALERT-DATE DELIMITED BY SIZE
005560            "/" DELIMITED BY SIZE
005570            CTL-ALERT-TIME DELIMITED BY SIZE
005580            "/" DELIMITED BY SIZE
005590            CTL-MSG-NUMBER DELIMITED BY SIZE
005600         INTO AD-CRD-KEY
005610     END-STRING.
005620     IF CTL-ACT-OPERATOR
005630         MOVE SPACES TO AD-CRD-KEY
005640         MOVE CTL-OPR-ID TO AD-OPERATOR-ID
005650         IF AD-OPERATOR-ID = SPACES
005660             MOVE "N" TO AD-CARD-VALID-SW
005670             MOVE "REJECTED - OPERATOR ID MISSING"
005680                 TO AD-CRD-RESULT
005690             GO TO 2100-REPORT
005700         END-IF
005710         MOVE SPACES TO AD-CRD-RESULT
005720         STRING "OPERATOR " DELIMITED BY SIZE
005730                AD-OPERATOR-ID DELIMITED BY SPACE
005740                " FOR THE CARDS THAT FOLLOW" DELIMITED BY SIZE
005750             INTO AD-CRD-RESULT
005760         END-STRING
005770         GO TO 2100-REPORT
005780     END-IF.
005790     IF NOT CTL-ACT-ACK
005800         MOVE "N" TO AD-CARD-VALID-SW
005810         MOVE "REJECTED - UNKNOWN ACTION" TO AD-CRD-RESULT
005820         GO TO 2100-REPORT
005830     END-IF.
005840     IF AD-OPERATOR-ID = SPACES
005850         MOVE "N" TO AD-CARD-VALID-SW
005860         MOVE "REJECTED - NO OPR CARD AHEAD OF THIS CARD"
005870             TO AD-CRD-RESULT
005880         GO TO 2100-REPORT
005890     END-IF.
005900     IF NOT AD-AUD-OPEN
005910         MOVE "N" TO AD-CARD-VALID-SW
005920         MOVE "REJECTED - AUDIT FILE UNAVAILABLE" TO AD-CRD-RESULT
005930         GO TO 2100-REPORT
005940     END-IF.
005950     IF CTL-ALERT-DATE IS NOT NUMERIC
005960             OR CTL-ALERT-TIME IS NOT NUMERIC
005970             OR CTL-MSG-NUMBER IS NOT NUMERIC
005980         MOVE "N" TO AD-CARD-VALID-SW
005990         MOVE "REJECTED - KEY NOT NUMERIC" TO AD-CRD-RESULT
006000         GO TO 2100-REPORT
006010     END-IF.
006020     MOVE CTL-ALERT-DATE TO ACK-DATE.
006030     MOVE CTL-ALERT-TIME TO ACK-TIME.
006040     MOVE CTL-MSG-NUMBER TO ACK-MSG-NUMBER.
006050     READ ACK-FILE
006060         INVALID KEY
006070             MOVE "N" TO AD-CARD-VALID-SW
006080             MOVE "REJECTED - ALERT NOT ON FILE"
006090                 TO AD-CRD-RESULT
006100     END-READ.
006110     IF NOT AD-CARD-VALID
006120         GO TO 2100-REPORT
006130     END-IF.
006140     IF ACK-ACKNOWLEDGED
006150         MOVE "ALREADY ACKNOWLEDGED" TO AD-CRD-RESULT
006160         GO TO 2100-REPORT
006170     END-IF.
006180     MOVE ACK-RECORD TO AD-AUD-BEFORE.
006190     SET ACK-ACKNOWLEDGED TO TRUE.
006200     MOVE AD-RUN-DATE TO ACK-ACK-DATE.
006210     MOVE AD-RUN-TIME TO ACK-ACK-TIME.
006220     REWRITE ACK-RECORD.
006230     MOVE "ACKNOWLEDGED" TO AD-CRD-RESULT.
006240     SET AD-AUDIT-DUE TO TRUE.
006250 2100-REPORT.
006260     IF AD-CARD-VALID
006270         ADD 1 TO AD-CARDS-APPLIED
006280     ELSE
006290         ADD 1 TO AD-CARDS-REJECTED
006300     END-IF.
006310     MOVE AD-CARD-LINE TO REPORT-RECORD.
006320     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006330     IF AD-AUDIT-DUE
006340         PERFORM 2200-WRITE-AUDIT-RECORD THRU 2200-EXIT
006350     END-IF.
006360 2100-EXIT.
006370     EXIT.
006380*
006390*****************************************************************
006400*    2200-WRITE-AUDIT-RECORD - ONE AUDFILE RECORD FOR THE       *
006410*    ACKNOWLEDGMENT JUST APPLIED.  THE CARD'S NUMBER IN THE     *
006420*    DECK KEEPS THE KEY UNIQUE.  THE ACK IS ALREADY ON ACKFILE, *
006430*    SO A FAILED WRITE IS LISTED AND ENDS THE STEP RC 8 FOR     *
006440*    THE ACK TO BE RECORDED BY HAND.                            *
006450*****************************************************************
006460 2200-WRITE-AUDIT-RECORD.
006470     MOVE SPACES TO AUDIT-RECORD.
006480     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
006490     ACCEPT AUD-TIME FROM TIME.
006500     MOVE AD-AUD-PROGRAM  TO AUD-PROGRAM.
006510     MOVE AD-CARDS-READ   TO AUD-SEQ.
006520     MOVE AD-AUD-JOB-NAME TO AUD-JOB-NAME.
006530     MOVE AD-RUN-DATE     TO AUD-RUN-DATE.
006540     MOVE AD-RUN-TIME     TO AUD-RUN-TIME.
006550     MOVE AD-OPERATOR-ID  TO AUD-OPERATOR-ID.
006560     MOVE CTL-ACTION      TO AUD-ACTION.
006570     MOVE ACK-KEY         TO AUD-ITEM-KEY.
006580     MOVE AD-AUD-BEFORE   TO AUD-BEFORE-IMAGE.
006590     MOVE ACK-RECORD      TO AUD-AFTER-IMAGE.
006600     WRITE AUDIT-RECORD
006610         INVALID KEY
006620             CONTINUE
006630     END-WRITE.
006640     IF AD-AUD-STAT = "00"
006650         ADD 1 TO AD-AUD-WRITTEN
006660         GO TO 2200-EXIT
006670     END-IF.
006680     ADD 1 TO AD-AUDIT-ERRORS.
006690     MOVE AD-CARDS-READ TO AD-AUD-COUNT.
006700     MOVE SPACES TO AD-AUD-TEXT.
006710     STRING "CARD NOT RECORDED - AUDFILE STATUS "
006720                DELIMITED BY SIZE
006730            AD-AUD-STAT DELIMITED BY SIZE
006740         INTO AD-AUD-TEXT
006750     END-STRING.
006760     MOVE AD-AUDIT-LINE TO REPORT-RECORD.
006770     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006780 2200-EXIT.
006790     EXIT.
006800*
006810*****************************************************************
006820*    3000-DISPATCH-ALERTS - ONE PASS OVER THE ALERT STREAM,     *
006830*    OLDEST FIRST.  AN ALERT ALREADY ON THE ACK FILE WAS        *
006840*    HANDLED BY AN EARLIER RUN AND IS PASSED OVER, SO RERUNS    *
006850*    NEVER PAGE ANYONE TWICE.                                   *
006860*****************************************************************
006870 3000-DISPATCH-ALERTS.
006880     OPEN INPUT ALERT-FILE.
006890     IF AD-ALT-STAT NOT = "00"
006900         SET AD-END-OF-ALRTFILE TO TRUE
006910         GO TO 3000-EXIT
006920     END-IF.
006930     MOVE SPACES TO REPORT-RECORD.
006940     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006950     MOVE "DISPATCHES THIS RUN" TO AD-SEC-TITLE.
006960     MOVE AD-SECTION-LINE TO REPORT-RECORD.
006970     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006980     PERFORM 3100-HANDLE-ONE-ALERT THRU 3100-EXIT
006990         UNTIL AD-END-OF-ALRTFILE.
007000     CLOSE ALERT-FILE.
007010 3000-EXIT.
007020     EXIT.
007030*
007040 3100-HANDLE-ONE-ALERT.
007050     READ ALERT-FILE
007060         AT END
007070             SET AD-END-OF-ALRTFILE TO TRUE
007080     END-READ.
007090     IF AD-END-OF-ALRTFILE
007100         GO TO 3100-EXIT
007110     END-IF.
007120     ADD 1 TO AD-ALERTS-READ.
007130     MOVE ALT-DATE       TO ACK-DATE.
007140     MOVE ALT-TIME       TO ACK-TIME.
007150     MOVE ALT-MSG-NUMBER TO ACK-MSG-NUMBER.
007160     READ ACK-FILE
007170         INVALID KEY
007180             CONTINUE
007190         NOT INVALID KEY
007200             ADD 1 TO AD-ALREADY-SEEN
007210             GO TO 3100-EXIT
007220     END-READ.
007230     PERFORM 3200-CHECK-SUPPRESSION THRU 3200-EXIT.
007240     PERFORM 3300-ROUTE-ALERT THRU 3300-EXIT.
007250     MOVE ALT-DATE       TO ACK-DATE.
007260     MOVE ALT-TIME       TO ACK-TIME.
007270     MOVE ALT-MSG-NUMBER TO ACK-MSG-NUMBER.
007280     MOVE ALT-JOB-ID     TO ACK-JOB-ID.
007290     MOVE ALT-RUN-NUMBER TO ACK-RUN-NUMBER.
007300     MOVE ALT-SEVERITY   TO ACK-SEVERITY.
007310     MOVE AD-W-GROUP     TO ACK-GROUP.
007320     MOVE AD-W-ESCALATION TO ACK-ESCALATION.
007330     MOVE AD-RUN-DATE    TO ACK-DISPATCH-DATE.
007340     MOVE AD-RUN-TIME    TO ACK-DISPATCH-TIME.
007350     MOVE SPACES         TO ACK-ACK-DATE.
007360     MOVE SPACES         TO ACK-ACK-TIME.
007370     MOVE ALT-TEXT (1:60) TO ACK-TEXT.
007380     IF AD-LAST-FOUND
007390         SET ACK-SUPPRESSED TO TRUE
007400         ADD 1 TO AD-SUPPRESSED
007410     ELSE
007420         SET ACK-DISPATCHED TO TRUE
007430         ADD 1 TO AD-DISPATCHED
007440         PERFORM 3400-REMEMBER-DISPATCH THRU 3400-EXIT
007450         MOVE ALT-DATE        TO AD-DSP-DATE
007460         MOVE ALT-TIME        TO AD-DSP-TIME
007470         MOVE ALT-MSG-NUMBER  TO AD-DSP-MSG
007480         MOVE ALT-SEVERITY    TO AD-DSP-SEV
007490         MOVE AD-W-GROUP      TO AD-DSP-GROUP
007500         MOVE AD-W-ESCALATION TO AD-DSP-ESC
007510         MOVE ALT-TEXT (1:60) TO AD-DSP-TEXT
007520         MOVE AD-DISPATCH-LINE TO REPORT-RECORD
007530         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007540     END-IF.
007550     MOVE SPACES TO ACK-RECORD (137:4).
007560     WRITE ACK-RECORD
007570         INVALID KEY
007580             CONTINUE
007590     END-WRITE.
007600 3100-EXIT.
007610     EXIT.
007620*
007630*****************************************************************
007640*    3200-CHECK-SUPPRESSION - IS THIS MESSAGE NUMBER A REPEAT   *
007650*    INSIDE THE WINDOW OF ITS LAST REAL DISPATCH.               *
007660*****************************************************************
007670 3200-CHECK-SUPPRESSION.
007680     MOVE "N" TO AD-LAST-FOUND-SW.
007690     IF AD-LAST-COUNT = ZERO
007700         GO TO 3200-EXIT
007710     END-IF.
007720     PERFORM 3250-MATCH-ONE-LAST THRU 3250-EXIT
007730         VARYING LST-IDX FROM 1 BY 1 UNTIL
007740             LST-IDX > AD-LAST-COUNT
007750             OR AD-LAST-FOUND.
007760     IF NOT AD-LAST-FOUND
007770         GO TO 3200-EXIT
007780     END-IF.
007790     SET LST-IDX DOWN BY 1.
007800     MOVE AD-L-DATE (LST-IDX) TO AD-STAMP-1-DATE.
007810     MOVE AD-L-TIME (LST-IDX) TO AD-STAMP-1-TIME.
007820     MOVE ALT-DATE TO AD-STAMP-2-DATE.
007830     MOVE ALT-TIME TO AD-STAMP-2-TIME.
007840     PERFORM 8600-STAMP-DELTA-MINS THRU 8600-EXIT.
007850     IF AD-DELTA-MINS > AD-SUPPRESS-MINS
007860             OR AD-DELTA-MINS < ZERO
007870         MOVE "N" TO AD-LAST-FOUND-SW
007880     END-IF.
007890 3200-EXIT.
007900     EXIT.
007910*
007920 3250-MATCH-ONE-LAST.
007930     IF AD-L-MSG-NUMBER (LST-IDX) = ALT-MSG-NUMBER
007940         SET AD-LAST-FOUND TO TRUE
007950     END-IF.
007960 3250-EXIT.
007970     EXIT.
007980*
007990*****************************************************************
008000*    3300-ROUTE-ALERT - GROUP AND ESCALATION FROM THE TABLE,    *
008010*    DEFAULT ROUTE WHEN THE NUMBER IS NOT LISTED.               *
008020*****************************************************************
008030 3300-ROUTE-ALERT.
008040     MOVE "N" TO AD-ROUTE-FOUND-SW.
008050     MOVE AD-DEFAULT-GROUP TO AD-W-GROUP.
008060     MOVE 1 TO AD-W-ESCALATION.
008070     IF AD-ROUTE-COUNT = ZERO
008080         GO TO 3300-EXIT
008090     END-IF.
008100     PERFORM 3350-MATCH-ONE-ROUTE THRU 3350-EXIT
008110         VARYING RTE-IDX FROM 1 BY 1 UNTIL
008120             RTE-IDX > AD-ROUTE-COUNT
008130             OR AD-ROUTE-FOUND.
008140 3300-EXIT.
008150     EXIT.
008160*
008170 3350-MATCH-ONE-ROUTE.
008180     IF AD-R-MSG-NUMBER (RTE-IDX) = ALT-MSG-NUMBER
008190         SET AD-ROUTE-FOUND TO TRUE
008200         MOVE AD-R-GROUP (RTE-IDX)      TO AD-W-GROUP
008210         MOVE AD-R-ESCALATION (RTE-IDX) TO AD-W-ESCALATION
008220     END-IF.
008230 3350-EXIT.
008240     EXIT.
008250*
008260 3400-REMEMBER-DISPATCH.
008270     IF AD-LAST-COUNT = ZERO
008280         GO TO 3400-NEW
008290     END-IF.
008300     MOVE "N" TO AD-LAST-FOUND-SW.
008310     PERFORM 3250-MATCH-ONE-LAST THRU 3250-EXIT
008320         VARYING LST-IDX FROM 1 BY 1 UNTIL
008330             LST-IDX > AD-LAST-COUNT
008340             OR AD-LAST-FOUND.
008350     IF AD-LAST-FOUND
008360         SET LST-IDX DOWN BY 1
008370         MOVE ALT-DATE TO AD-L-DATE (LST-IDX)
008380         MOVE ALT-TIME TO AD-L-TIME (LST-IDX)
008390         MOVE "N" TO AD-LAST-FOUND-SW
008400         GO TO 3400-EXIT
008410     END-IF.
008420 3400-NEW.
008430     IF AD-LAST-COUNT < 100
008440         ADD 1 TO AD-LAST-COUNT
008450         SET LST-IDX TO AD-LAST-COUNT
008460         MOVE ALT-MSG-NUMBER TO AD-L-MSG-NUMBER (LST-IDX)
008470         MOVE ALT-DATE       TO AD-L-DATE (LST-IDX)
008480         MOVE ALT-TIME       TO AD-L-TIME (LST-IDX)
008490     END-IF.
008500     MOVE "N" TO AD-LAST-FOUND-SW.
008510 3400-EXIT.
008520     EXIT.
008530*
008540*****************************************************************
008550*    4000-UNACK-REVIEW - EVERY DISPATCHED-NOT-ACKNOWLEDGED      *
008560*    RECORD OLDER THAN THE THRESHOLD, SURFACED AGAIN.           *
008570*****************************************************************
008580 4000-UNACK-REVIEW.
008590     MOVE LOW-VALUES TO ACK-KEY.
008600     START ACK-FILE KEY NOT < ACK-KEY
008610         INVALID KEY
008620             SET AD-END-OF-ACKFILE TO TRUE
008630     END-START.
008640     MOVE SPACES TO REPORT-RECORD.
008650     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008660     MOVE "UNACKNOWLEDGED ALERTS PAST THRESHOLD"
008670         TO AD-SEC-TITLE.
008680     MOVE AD-SECTION-LINE TO REPORT-RECORD.
008690     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008700     PERFORM 4100-REVIEW-ONE-ACK THRU 4100-EXIT
008710         UNTIL AD-END-OF-ACKFILE.
008720 4000-EXIT.
008730     EXIT.
008740*
008750 4100-REVIEW-ONE-ACK.
008760     READ ACK-FILE NEXT
008770         AT END
008780             SET AD-END-OF-ACKFILE TO TRUE
008790     END-READ.
008800     IF AD-END-OF-ACKFILE
008810         GO TO 4100-EXIT
008820     END-IF.
008830     IF NOT ACK-DISPATCHED
008840         GO TO 4100-EXIT
008850     END-IF.
008860     MOVE ACK-DISPATCH-DATE TO AD-STAMP-1-DATE.
008870     MOVE ACK-DISPATCH-TIME TO AD-STAMP-1-TIME.
008880     MOVE AD-RUN-DATE TO AD-STAMP-2-DATE.
008890     MOVE AD-RUN-TIME TO AD-STAMP-2-TIME.
008900     PERFORM 8600-STAMP-DELTA-MINS THRU 8600-EXIT.
008910     IF AD-DELTA-MINS > AD-UNACK-MINS
008920         ADD 1 TO AD-UNACKED
008930         MOVE ACK-DATE       TO AD-UNA-DATE
008940         MOVE ACK-TIME       TO AD-UNA-TIME
008950         MOVE ACK-MSG-NUMBER TO AD-UNA-MSG
008960         MOVE ACK-GROUP      TO AD-UNA-GROUP
008970         MOVE AD-DELTA-MINS  TO AD-UNA-AGE
008980         MOVE ACK-TEXT (1:50) TO AD-UNA-TEXT
008990         MOVE AD-UNACK-LINE TO REPORT-RECORD
009000         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
009010     END-IF.
009020 4100-EXIT.
009030     EXIT.
009040*
009050*****************************************************************
009060*    6000-WRITE-TOTALS - RUN ROLL-UP FOR THE OPERATOR.          *
009070*****************************************************************
009080 6000-WRITE-TOTALS.
009090     MOVE SPACES TO REPORT-RECORD.
009100     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009110     MOVE AD-ALERTS-READ  TO AD-TOT-READ.
009120     MOVE AD-DISPATCHED   TO AD-TOT-DISP.
009130     MOVE AD-SUPPRESSED   TO AD-TOT-SUPP.
009140     MOVE AD-ALREADY-SEEN TO AD-TOT-SEEN.
009150     MOVE AD-UNACKED      TO AD-TOT-UNACK.
009160     MOVE AD-TOTAL-LINE TO REPORT-RECORD.
009170     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009180 6000-EXIT.
009190     EXIT.
009200*
009210*****************************************************************
009220*    8500-DATE-TO-DAYS - GREGORIAN DAY NUMBER FOR AD-D2D-DATE.  *
009230*    MARCH-BASED YEAR SO THE LEAP DAY FALLS AT THE END OF THE   *
009240*    COUNTING YEAR.                                             *
009250*****************************************************************
009260 8500-DATE-TO-DAYS.
009270     IF AD-D2D-MM > 2
009280         MOVE AD-D2D-YYYY TO AD-D2D-Y
009290         COMPUTE AD-D2D-M = AD-D2D-MM - 3
009300     ELSE
009310         COMPUTE AD-D2D-Y = AD-D2D-YYYY - 1
009320         COMPUTE AD-D2D-M = AD-D2D-MM + 9
009330     END-IF.
009340     COMPUTE AD-D2D-DAYS =
009350         (1461 * AD-D2D-Y / 4)
009360         - (AD-D2D-Y / 100)
009370         + (AD-D2D-Y / 400)
009380         + ((153 * AD-D2D-M + 2) / 5)
009390         + AD-D2D-DD.
009400 8500-EXIT.
009410     EXIT.
009420*
009430*****************************************************************
009440*    8600-STAMP-DELTA-MINS - WHOLE MINUTES FROM STAMP 1 TO      *
009450*    STAMP 2, NEGATIVE WHEN STAMP 2 IS THE EARLIER.             *
009460*****************************************************************
009470 8600-STAMP-DELTA-MINS.
009480     IF AD-STAMP-1-DATE IS NOT NUMERIC
009490             OR AD-STAMP-2-DATE IS NOT NUMERIC
009500             OR AD-STAMP-1-TIME IS NOT NUMERIC
009510             OR AD-STAMP-2-TIME IS NOT NUMERIC
009520         MOVE ZERO TO AD-DELTA-MINS
009530         GO TO 8600-EXIT
009540     END-IF.
009550     MOVE AD-STAMP-1-DATE TO AD-D2D-DATE.
009560     PERFORM 8500-DATE-TO-DAYS THRU 8500-EXIT.
009570     MOVE AD-D2D-DAYS TO AD-STAMP-1-DAYS.
009580     MOVE AD-STAMP-2-DATE TO AD-D2D-DATE.
009590     PERFORM 8500-DATE-TO-DAYS THRU 8500-EXIT.
009600     MOVE AD-D2D-DAYS TO AD-STAMP-2-DAYS.
009610     MOVE AD-STAMP-1-TIME TO AD-STAMP-TIME-N.
009620     COMPUTE AD-STAMP-1-SECS =
009630         (AD-STAMP-HH * 3600) + (AD-STAMP-MM * 60)
009640         + AD-STAMP-SS.
009650     MOVE AD-STAMP-2-TIME TO AD-STAMP-TIME-N.
009660     COMPUTE AD-STAMP-2-SECS =
009670         (AD-STAMP-HH * 3600) + (AD-STAMP-MM * 60)
009680         + AD-STAMP-SS.
009690     COMPUTE AD-DELTA-MINS =
009700         (((AD-STAMP-2-DAYS - AD-STAMP-1-DAYS) * 86400)
009710         + AD-STAMP-2-SECS - AD-STAMP-1-SECS) / 60.
009720 8600-EXIT.
009730     EXIT.
009740*
009750*****************************************************************
009760*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
009770*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
009780*    BREAK CANNOT CLOBBER IT.                                   *
009790*****************************************************************
009800 9100-WRITE-REPORT-LINE.
009810     MOVE REPORT-RECORD TO AD-HOLD-LINE.
009820     IF AD-LINE-COUNT > AD-LINES-PER-PAGE
009830         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
009840     END-IF.
009850     WRITE REPORT-RECORD FROM AD-HOLD-LINE
009860         AFTER ADVANCING 1 LINE.
009870     ADD 1 TO AD-LINE-COUNT.
009880 9100-EXIT.
009890     EXIT.
009900*
009910 9200-WRITE-PAGE-HEADING.
009920     ADD 1 TO AD-PAGE-COUNT.
009930     MOVE AD-RUN-DATE  TO AD-H1-DATE.
009940     MOVE AD-RUN-TIME  TO AD-H1-TIME.
009950     MOVE AD-PAGE-COUNT TO AD-H1-PAGE.
009960     MOVE AD-HEADING-1 TO REPORT-RECORD.
009970     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
009980     MOVE SPACES TO REPORT-RECORD.
009990     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
010000     MOVE 3 TO AD-LINE-COUNT.
010010 9200-EXIT.
010020     EXIT.
010030*
010040*****************************************************************
010050*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
010060*****************************************************************
010070 9800-CLOSE-FILES.
010080     IF NOT AD-ACK-BAD
010090         CLOSE ACK-FILE
010100     END-IF.
010110     IF AD-AUD-OPEN
010120         CLOSE AUDIT-FILE
010130     END-IF.
010140     CLOSE REPORT-FILE.
010150 9800-EXIT.
010160     EXIT.
