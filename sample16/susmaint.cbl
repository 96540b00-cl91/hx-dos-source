000320*    DATE, 14-21 TIME, 23-27 SEQ (TOGETHER THE SUSFILE KEY),     *
000330*    AND FOR REL THE OVERLAY FIELDS - 29 TRAN ACTION, 30-39      *
000340*    ACCOUNT, 40 SIGN, 41-49 AMOUNT, 50-79 DESCRIPTION.  A       *
000350*    BLANK OVERLAY FIELD KEEPS THE SUSPENDED VALUE.  AN OPR      *
000360*    CARD (COLS 1-3 "OPR", 5-12 OPERATOR ID) MUST COME AHEAD OF  *
000370*    THE REL/PUR CARDS - EVERY RELEASE AND PURGE IS RECORDED ON  *
000380*    THE SHARED AUDIT FILE (AUDFILE - SEE AUDREC) UNDER THAT     *
000390*    OPERATOR, WITH THE SUSPENSE RECORD BEFORE AND AFTER.        *
000400*                                                                *
000410*    PARM CARD - COLS 1-2 MAX RECYCLE COUNT (DEFAULT 03),        *
000420*    COLS 4-6 MAX AGE IN DAYS (DEFAULT 030).                     *
000430*                                                                *
000440*    RETURN CODES - 0 CLEAN, 4 AGED-SUSPENSE FINDINGS ONLY,      *
000450*    8 ONE OR MORE CONTROL CARDS REJECTED, 12 SUSPENSE FILE      *
000460*    UNAVAILABLE.                                                *
000470*                                                                *
000480*    MOD LOG                                                     *
000490*    ---------- ---- ----------------------------------------    *
000500*    2026-09-02 RTM  ORIGINAL PROGRAM.                           *
000510*    2026-09-02 RTM  THE RELEASE BATCH IS NOW CUT ON EVERY RUN,  *
000520*                     EVEN WITH NO RELEASES (HEADER AND A ZERO   *
000530*                     TRAILER) - RELFILE IS A DATED GENERATION   *
000540*                     AND THE POSTING DECK CONCATENATES (0), SO  *
000550*                     THE LATEST GENERATION MUST ALWAYS BE THIS  *
000560*                     RUN'S, NEVER A STALE, ALREADY-POSTED ONE.  *
000570*    2026-10-15 RTM  CHANGE AUDIT TRAIL.  EVERY RELEASE AND      *
000580*                     PURGE WRITES AN AUDREC RECORD TO AUDFILE - *
000590*                     OPERATOR FROM THE OPR CARD, SUSPENSE       *
000600*                     RECORD BEFORE AND AFTER.  A CARD WITH NO   *
000610*                     OPR CARD AHEAD OF IT, OR WITH AUDFILE      *
000620*                     UNAVAILABLE, IS REJECTED; A FAILED AUDIT   *
000630*                     WRITE ENDS THE STEP RC 8.                  *
000631*    2026-10-15 RTM  A RELEASE'S AUDIT AFTER IMAGE NOW CARRIES   *
000632*                     THE CORRECTED TRANSACTION AS RELEASED, NOT *
000633*                     THE IMAGE AS SUSPENDED.                    *
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
000770         FILE STATUS IS SM-PARM-STAT.
000780*
000790     SELECT CTL-FILE ASSIGN TO "CTLFILE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS SM-CTL-STAT.
000820*
000830     SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS SUS-KEY
000870         FILE STATUS IS SM-SUS-STAT.
000880*
000890     SELECT RELEASE-FILE ASSIGN TO "RELFILE"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS SM-REL-STAT.
000920*
000930     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS AUD-KEY
000970         FILE STATUS IS SM-AUD-STAT.
000980*
000990     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS SM-RPT-STAT.
001020*
001030*****************************************************************
001040*                                                                *
001050*    DATA DIVISION.
001060*                                                                *
001070*****************************************************************
001080*
001090 DATA DIVISION.
001100*
001110 FILE SECTION.
001120*
001130 FD  PARM-FILE
001140     RECORDING MODE F
001150     LABEL RECORDS STANDARD
001160     BLOCK CONTAINS 0 RECORDS
001170     RECORD CONTAINS 80 CHARACTERS
001180     DATA RECORD IS SUS-PARM-RECORD.
001190 01  SUS-PARM-RECORD.
001200     05  SP-MAX-RECYCLE          PIC 9(02).
001210     05  FILLER                  PIC X(01).
001220     05  SP-MAX-AGE-DAYS         PIC 9(03).
001230     05  FILLER                  PIC X(74).
001240*
001250 FD  CTL-FILE
001260     RECORDING MODE F
001270     LABEL RECORDS STANDARD
001280     BLOCK CONTAINS 0 RECORDS
001290     RECORD CONTAINS 80 CHARACTERS
001300     DATA RECORD IS CTL-RECORD.
001310 01  CTL-RECORD.
001320     05  CTL-ACTION              PIC X(03).
001330         88  CTL-ACT-RELEASE          VALUE "REL".
001340         88  CTL-ACT-PURGE            VALUE "PUR".
001350         88  CTL-ACT-OPERATOR         VALUE "OPR".
001360     05  FILLER                  PIC X(01).
001370     05  CTL-SUS-DATE            PIC X(08).
001380     05  FILLER                  PIC X(01).
001390     05  CTL-SUS-TIME            PIC X(08).
001400     05  FILLER                  PIC X(01).
001410     05  CTL-SUS-SEQ             PIC X(05).
001420     05  FILLER                  PIC X(01).
001430     05  CTL-TRN-ACTION          PIC X(01).
001440     05  CTL-TRN-ACCOUNT         PIC X(10).
001450     05  CTL-TRN-SIGN            PIC X(01).
001460     05  CTL-TRN-AMOUNT          PIC X(09).
001470     05  CTL-TRN-DESC            PIC X(30).
001480     05  FILLER                  PIC X(01).
001490 01  CTL-OPERATOR-CARD.
001500     05  FILLER                  PIC X(04).
001510     05  CTL-OPR-ID              PIC X(08).
001520     05  FILLER                  PIC X(68).
001530*
001540 FD  SUSPENSE-FILE
001550     RECORD CONTAINS 160 CHARACTERS
001560     DATA RECORD IS SUSPENSE-RECORD.
001570     COPY SUSREC.
001580*
001590 FD  RELEASE-FILE
001600     RECORDING MODE F
001610     LABEL RECORDS STANDARD
001620     BLOCK CONTAINS 0 RECORDS
001630     RECORD CONTAINS 80 CHARACTERS
001640     DATA RECORD IS RELEASE-RECORD.
001650 01  RELEASE-RECORD              PIC X(80).
001660*
001670 FD  AUDIT-FILE
001680     RECORD CONTAINS 420 CHARACTERS
001690     DATA RECORD IS AUDIT-RECORD.
001700     COPY AUDREC.
001710*
001720 FD  REPORT-FILE
001730     RECORDING MODE F
001740     LABEL RECORDS STANDARD
001750     BLOCK CONTAINS 0 RECORDS
001760     RECORD CONTAINS 133 CHARACTERS
001770     DATA RECORD IS REPORT-RECORD.
001780 01  REPORT-RECORD               PIC X(133).
001790*
001800 WORKING-STORAGE SECTION.
001810*
001820 01  SM-SWITCHES.
001830     05  SM-EOF-CTLFILE          PIC X(01) VALUE "N".
001840         88  SM-END-OF-CTLFILE       VALUE "Y".
001850     05  SM-EOF-SUSFILE          PIC X(01) VALUE "N".
001860         88  SM-END-OF-SUSFILE       VALUE "Y".
001870     05  SM-CARD-VALID-SW        PIC X(01) VALUE "Y".
001880         88  SM-CARD-VALID           VALUE "Y".
001890     05  SM-SUS-BAD-SW           PIC X(01) VALUE "N".
001900         88  SM-SUS-BAD              VALUE "Y".
001910     05  SM-REL-OPEN-SW          PIC X(01) VALUE "N".
001920         88  SM-REL-OPEN             VALUE "Y".
001930     05  SM-AUD-OPEN-SW          PIC X(01) VALUE "N".
001940         88  SM-AUD-OPEN             VALUE "Y".
001950*
001960 01  SM-FILE-STATUS-CODES.
001970     05  SM-PARM-STAT            PIC X(02) VALUE "00".
001980     05  SM-CTL-STAT             PIC X(02) VALUE "00".
001990     05  SM-SUS-STAT             PIC X(02) VALUE "00".
002000     05  SM-REL-STAT             PIC X(02) VALUE "00".
002010     05  SM-RPT-STAT             PIC X(02) VALUE "00".
002020     05  SM-AUD-STAT             PIC X(02) VALUE "00".
002030*
002040 01  SM-CONTROL-FIELDS.
002050     05  SM-MAX-RECYCLE          PIC 9(02) VALUE 3.
002060     05  SM-MAX-AGE-DAYS         PIC 9(03) VALUE 30.
002070     05  SM-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
002080     05  SM-CARDS-APPLIED        PIC 9(05) COMP VALUE ZERO.
002090     05  SM-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
002100     05  SM-RELEASED-COUNT       PIC 9(09) COMP VALUE ZERO.
002110     05  SM-PURGED-COUNT         PIC 9(05) COMP VALUE ZERO.
002120     05  SM-AGED-COUNT           PIC 9(05) COMP VALUE ZERO.
002130     05  SM-REL-HASH             PIC S9(11)V99 COMP-3
002140                                 VALUE ZERO.
002150     05  SM-WORK-AMOUNT          PIC S9(09)V99 COMP-3.
002160     05  SM-AGE-DAYS             PIC S9(08) COMP.
002170     05  SM-RECYCLE-WORK         PIC 9(02).
002180*
002190*    CHANGE-AUDIT WORK - THE OPERATOR FROM THE LAST OPR CARD
002200*    AND THE SUSPENSE RECORD AS IT STOOD BEFORE THE CARD.
002210 01  SM-AUDIT-FIELDS.
002220     05  SM-AUD-PROGRAM          PIC X(08) VALUE "SUSMAINT".
002230     05  SM-AUD-JOB-NAME         PIC X(08) VALUE "SUSMAINT".
002240     05  SM-OPERATOR-ID          PIC X(08) VALUE SPACES.
002250     05  SM-AUD-BEFORE           PIC X(160).
002260     05  SM-AUD-WRITTEN          PIC 9(05) COMP VALUE ZERO.
002270     05  SM-AUDIT-ERRORS         PIC 9(05) COMP VALUE ZERO.
002280*
002290*    CORRECTED TRANSACTION IMAGE BUILT FOR A RELEASE - THE
002300*    SUSPENDED IMAGE WITH THE CARD'S NON-BLANK OVERLAY FIELDS
002310*    APPLIED, RE-EDITED BEFORE IT IS ALLOWED OUT.
002320 01  SM-IMAGE-WORK.
002330     05  SM-W-ACTION             PIC X(01).
002340         88  SM-W-ACT-VALID           VALUE "A" "U" "D".
002350     05  SM-W-ACCOUNT-ID         PIC X(10).
002360     05  SM-W-SIGN               PIC X(01).
002370         88  SM-W-SIGN-VALID          VALUE "+" "-" SPACE.
002380         88  SM-W-SIGN-MINUS          VALUE "-".
002390     05  SM-W-AMOUNT             PIC X(09).
002400     05  SM-W-AMOUNT-N REDEFINES SM-W-AMOUNT
002410                                 PIC 9(07)V99.
002420     05  SM-W-DESCRIPTION        PIC X(30).
002430     05  FILLER                  PIC X(27).
002440     05  SM-W-RECYCLE            PIC 9(02).
002450*
002460*    BATCH CONTROL RECORD BUILT FOR THE RELEASE FILE - SAME
002470*    COLUMNS AS THE TRN-CONTROL VIEW IN TRNREC.
002480 01  SM-CONTROL-WORK.
002490     05  SM-C-ACTION             PIC X(01).
002500     05  SM-C-SOURCE             PIC X(08) VALUE "SUSMAINT".
002510     05  SM-C-DATE               PIC X(08).
002520     05  SM-C-COUNT              PIC 9(09).
002530     05  SM-C-HASH-SIGN          PIC X(01).
002540     05  SM-C-HASH               PIC 9(11)V99.
002550     05  FILLER                  PIC X(40) VALUE SPACES.
002560*
002570*    WORK FIELDS FOR 8500-DATE-TO-DAYS - A PLAIN GREGORIAN
002580*    DAY-NUMBER SO SUSPENSE AGES COMPARE ACROSS MONTH AND
002590*    YEAR BOUNDARIES.
002600 01  SM-D2D-FIELDS.
002610     05  SM-D2D-DATE             PIC X(08).
002620     05  SM-D2D-DATE-N REDEFINES SM-D2D-DATE.
002630         10  SM-D2D-YYYY         PIC 9(04).
002640         10  SM-D2D-MM           PIC 9(02).
002650         10  SM-D2D-DD           PIC 9(02).
002660     05  SM-D2D-Y                PIC 9(08) COMP.
002670     05  SM-D2D-M                PIC 9(02) COMP.
002680     05  SM-D2D-DAYS             PIC 9(08) COMP.
002690     05  SM-TODAY-DAYS           PIC 9(08) COMP.
002700*
002710 01  SM-TIME-FIELDS.
002720     05  SM-RUN-DATE             PIC X(08).
002730     05  SM-RUN-TIME             PIC X(08).
002740*
002750 77  SM-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002760 77  SM-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002770 77  SM-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002780*
002790 01  SM-HOLD-LINE                PIC X(133).
002800*
002810*****************************************************************
002820*                                                                *
002830*    REPORT LINE LAYOUTS.                                        *
002840*                                                                *
002850*****************************************************************
002860*
002870 01  SM-HEADING-1.
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  FILLER                  PIC X(38) VALUE
002900             "REJECT SUSPENSE REPAIR AND RECYCLE    ".
002910     05  FILLER                  PIC X(06) VALUE " DATE ".
002920     05  SM-H1-DATE              PIC X(08).
002930     05  FILLER                  PIC X(06) VALUE " TIME ".
002940     05  SM-H1-TIME              PIC X(08).
002950     05  FILLER                  PIC X(06) VALUE " PAGE ".
002960     05  SM-H1-PAGE              PIC Z(04)9.
002970     05  FILLER                  PIC X(55) VALUE SPACES.
002980*
002990 01  SM-SECTION-LINE.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  SM-SEC-TITLE            PIC X(40).
003020     05  FILLER                  PIC X(92) VALUE SPACES.
003030*
003040 01  SM-CARD-LINE.
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  FILLER                  PIC X(05) VALUE "CARD ".
003070     05  SM-CRD-ACTION           PIC X(03).
003080     05  FILLER                  PIC X(01) VALUE SPACE.
003090     05  SM-CRD-KEY              PIC X(21).
003100     05  FILLER                  PIC X(03) VALUE " - ".
003110     05  SM-CRD-RESULT           PIC X(50).
003120     05  FILLER                  PIC X(49) VALUE SPACES.
003130*
003140 01  SM-AGED-LINE.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  SM-AGD-KEY              PIC X(21).
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  SM-AGD-ACCOUNT          PIC X(10).
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  SM-AGD-CODE             PIC X(04).
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  SM-AGD-REASON           PIC X(30).
003230     05  FILLER                  PIC X(06) VALUE "  AGE ".
003240     05  SM-AGD-AGE              PIC Z(04)9.
003250     05  FILLER                  PIC X(10) VALUE "  RECYCLED".
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  SM-AGD-RECYCLE          PIC Z9.
003280     05  FILLER                  PIC X(38) VALUE SPACES.
003290*
003300 01  SM-NOSUS-LINE.
003310     05  FILLER                  PIC X(01) VALUE SPACE.
003320     05  FILLER                  PIC X(43) VALUE
003330             "SUSPENSE FILE UNAVAILABLE - NOTHING APPLIED".
003340     05  FILLER                  PIC X(89) VALUE SPACES.
003350*
003360 01  SM-AUDIT-LINE.
003370     05  FILLER                  PIC X(01) VALUE SPACE.
003380     05  FILLER                  PIC X(14) VALUE "AUDIT TRAIL - ".
003390     05  SM-AUD-COUNT            PIC Z(04)9.
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  SM-AUD-TEXT             PIC X(50).
003420     05  FILLER                  PIC X(62) VALUE SPACES.
003430*
003440 01  SM-TOTAL-LINE.
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  FILLER                  PIC X(11) VALUE "CARDS READ ".
003470     05  SM-TOT-READ             PIC Z(04)9.
003480     05  FILLER                  PIC X(09) VALUE "  APPLIED".
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  SM-TOT-APPLIED          PIC Z(04)9.
003510     05  FILLER                  PIC X(10) VALUE "  REJECTED".
003520     05  FILLER                  PIC X(01) VALUE SPACE.
003530     05  SM-TOT-REJECTED         PIC Z(04)9.
003540     05  FILLER                  PIC X(10) VALUE "  RELEASED".
003550     05  FILLER                  PIC X(01) VALUE SPACE.
003560     05  SM-TOT-RELEASED         PIC Z(04)9.
003570     05  FILLER                  PIC X(08) VALUE "  PURGED".
003580     05  FILLER                  PIC X(01) VALUE SPACE.
003590     05  SM-TOT-PURGED           PIC Z(04)9.
003600     05  FILLER                  PIC X(06) VALUE "  AGED".
003610     05  FILLER                  PIC X(01) VALUE SPACE.
003620     05  SM-TOT-AGED             PIC Z(04)9.
003630     05  FILLER                  PIC X(48) VALUE SPACES.
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
003740*    0000-MAINLINE - APPLY CARDS, CLOSE THE RELEASE BATCH,      *
003750*    REVIEW WHAT IS LEFT, REPORT.                               *
003760*****************************************************************
003770 0000-MAINLINE.
003780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003790     IF SM-SUS-BAD
003800         MOVE SM-NOSUS-LINE TO REPORT-RECORD
003810         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003820         PERFORM 9800-CLOSE-FILES THRU 9800-EXIT
003830         MOVE 12 TO RETURN-CODE
003840         GOBACK
003850     END-IF.
003860     PERFORM 3000-APPLY-CONTROL-CARDS THRU 3000-EXIT.
003870     PERFORM 3800-CLOSE-RELEASE-BATCH THRU 3800-EXIT.
003880     PERFORM 4000-AGED-REVIEW THRU 4000-EXIT.
003890     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003900     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
003910     EVALUATE TRUE
003920         WHEN SM-CARDS-REJECTED > ZERO
003930             MOVE 8 TO RETURN-CODE
003940         WHEN SM-AUDIT-ERRORS > ZERO
003950             MOVE 8 TO RETURN-CODE
003960         WHEN SM-AGED-COUNT > ZERO
003970             MOVE 4 TO RETURN-CODE
003980         WHEN OTHER
003990             MOVE 0 TO RETURN-CODE
004000     END-EVALUATE.
004010     GOBACK.
004020*
004030*****************************************************************
004040*    1000-INITIALIZE - LIMITS FROM THE PARM CARD, SUSPENSE      *
004050*    OPENED FOR UPDATE, AUDIT FILE OPENED (CREATED ON FIRST     *
004060*    USE).                                                      *
004070*****************************************************************
004080 1000-INITIALIZE.
004090     ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
004100     ACCEPT SM-RUN-TIME FROM TIME.
004110     OPEN OUTPUT REPORT-FILE.
004120     OPEN INPUT PARM-FILE.
004130     IF SM-PARM-STAT = "00"
004140         READ PARM-FILE
004150             AT END
004160                 CONTINUE
004170         END-READ
004180         IF SM-PARM-STAT = "00"
004190             IF SP-MAX-RECYCLE IS NUMERIC
004200                     AND SP-MAX-RECYCLE > ZERO
004210                 MOVE SP-MAX-RECYCLE TO SM-MAX-RECYCLE
004220             END-IF
004230             IF SP-MAX-AGE-DAYS IS NUMERIC
004240                     AND SP-MAX-AGE-DAYS > ZERO
004250                 MOVE SP-MAX-AGE-DAYS TO SM-MAX-AGE-DAYS
004260             END-IF
004270         END-IF
004280         CLOSE PARM-FILE
004290     END-IF.
004300     MOVE SM-RUN-DATE TO SM-D2D-DATE.
004310     PERFORM 8500-DATE-TO-DAYS THRU 8500-EXIT.
004320     MOVE SM-D2D-DAYS TO SM-TODAY-DAYS.
004330     OPEN I-O SUSPENSE-FILE.
004340     IF SM-SUS-STAT NOT = "00"
004350         SET SM-SUS-BAD TO TRUE
004360     END-IF.
004370     OPEN I-O AUDIT-FILE.
004380     IF SM-AUD-STAT = "35"
004390         OPEN OUTPUT AUDIT-FILE
004400         CLOSE AUDIT-FILE
004410         OPEN I-O AUDIT-FILE
004420     END-IF.
004430     IF SM-AUD-STAT = "00"
004440         SET SM-AUD-OPEN TO TRUE
004450     END-IF.
004460 1000-EXIT.
004470     EXIT.
004480*
004490*****************************************************************
004500*    3000-APPLY-CONTROL-CARDS - VALIDATES AND APPLIES THE       *
004510*    REL/PUR DECK.  A MISSING CTLFILE MEANS REVIEW-ONLY -       *
004520*    THAT IS NOT AN ERROR.                                      *
004530*****************************************************************
004540 3000-APPLY-CONTROL-CARDS.
004550     OPEN INPUT CTL-FILE.
004560     IF SM-CTL-STAT NOT = "00"
004570         SET SM-END-OF-CTLFILE TO TRUE
004580         GO TO 3000-EXIT
004590     END-IF.
004600     MOVE "CONTROL CARD RESULTS" TO SM-SEC-TITLE.
004610     MOVE SM-SECTION-LINE TO REPORT-RECORD.
004620     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004630     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
004640         UNTIL SM-END-OF-CTLFILE.
004650     CLOSE CTL-FILE.
004660     IF SM-AUD-WRITTEN > ZERO
004670         MOVE SM-AUD-WRITTEN TO SM-AUD-COUNT
004680         MOVE "CHANGE RECORDS WRITTEN TO AUDFILE" TO SM-AUD-TEXT
004690         MOVE SM-AUDIT-LINE TO REPORT-RECORD
004700         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004710     END-IF.
004720 3000-EXIT.
004730     EXIT.
004740*
004750 3100-APPLY-ONE-CARD.
004760     READ CTL-FILE
004770         AT END
004780             SET SM-END-OF-CTLFILE TO TRUE
004790     END-READ.
004800     IF SM-END-OF-CTLFILE
004810         GO TO 3100-EXIT
004820     END-IF.
004830     ADD 1 TO SM-CARDS-READ.
004840     MOVE "Y" TO SM-CARD-VALID-SW.
004850     MOVE CTL-ACTION TO SM-CRD-ACTION.
004860     MOVE SPACES TO SM-CRD-KEY.
004870     STRING CTL-SUS-DATE DELIMITED BY SIZE
004880            "/" DELIMITED BY SIZE
004890            CTL-SUS-TIME DELIMITED BY SIZE
004900            "/" DELIMITED BY SIZE
004910            CTL-SUS-SEQ DELIMITED BY SIZE
004920         INTO SM-CRD-KEY
004930     END-STRING.
004940     PERFORM 3200-VALIDATE-CARD THRU 3200-EXIT.
004950     IF SM-CARD-VALID AND NOT CTL-ACT-OPERATOR
004960         MOVE SUSPENSE-RECORD TO SM-AUD-BEFORE
004970     END-IF.
004980     IF SM-CARD-VALID
004990         EVALUATE TRUE
005000             WHEN CTL-ACT-OPERATOR
005010                 PERFORM 3150-TAKE-OPERATOR THRU 3150-EXIT
005020             WHEN CTL-ACT-RELEASE
005030                 PERFORM 3300-APPLY-RELEASE THRU 3300-EXIT
005040             WHEN OTHER
005050                 PERFORM 3500-APPLY-PURGE THRU 3500-EXIT
005060         END-EVALUATE
005070     END-IF.
005080     IF SM-CARD-VALID
005090         ADD 1 TO SM-CARDS-APPLIED
005100     ELSE
005110         ADD 1 TO SM-CARDS-REJECTED
005120     END-IF.
005130     MOVE SM-CARD-LINE TO REPORT-RECORD.
005140     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005150     IF SM-CARD-VALID AND NOT CTL-ACT-OPERATOR
005160         PERFORM 3600-WRITE-AUDIT-RECORD THRU 3600-EXIT
005170     END-IF.
005180 3100-EXIT.
005190     EXIT.
005200*
005210*    AN OPR CARD NAMES THE OPERATOR EVERY FOLLOWING RELEASE OR
005220*    PURGE IS RECORDED UNDER, UNTIL THE NEXT OPR CARD.
005230 3150-TAKE-OPERATOR.
005240     MOVE CTL-OPR-ID TO SM-OPERATOR-ID.
005250     MOVE SPACES TO SM-CRD-RESULT.
005260     STRING "OPERATOR " DELIMITED BY SIZE
005270            SM-OPERATOR-ID DELIMITED BY SPACE
005280            " FOR THE CARDS THAT FOLLOW" DELIMITED BY SIZE
005290         INTO SM-CRD-RESULT
005300     END-STRING.
005310 3150-EXIT.
005320     EXIT.
005330*
005340*    A BLANK OPR CARD IS REJECTED AND CLEARS THE OPERATOR, SO
005350*    THE CARDS BEHIND IT ARE REJECTED TOO RATHER THAN BEING
005360*    RECORDED UNDER THE PREVIOUS OPERATOR.
005370 3200-VALIDATE-CARD.
005380     IF CTL-ACT-OPERATOR
005390         MOVE SPACES TO SM-CRD-KEY
005400         IF CTL-OPR-ID = SPACES
005410             MOVE SPACES TO SM-OPERATOR-ID
005420             MOVE "N" TO SM-CARD-VALID-SW
005430             MOVE "REJECTED - OPERATOR ID MISSING"
005440                 TO SM-CRD-RESULT
005450         END-IF
005460         GO TO 3200-EXIT
005470     END-IF.
005480     IF CTL-ACT-RELEASE OR CTL-ACT-PURGE
005490         CONTINUE
005500     ELSE
005510         MOVE "N" TO SM-CARD-VALID-SW
005520         MOVE "REJECTED - UNKNOWN ACTION" TO SM-CRD-RESULT
005530         GO TO 3200-EXIT
005540     END-IF.
005550     IF SM-OPERATOR-ID = SPACES
005560         MOVE "N" TO SM-CARD-VALID-SW
005570         MOVE "REJECTED - NO OPR CARD AHEAD OF THIS CARD"
005580             TO SM-CRD-RESULT
005590         GO TO 3200-EXIT
005600     END-IF.
005610     IF NOT SM-AUD-OPEN
005620         MOVE "N" TO SM-CARD-VALID-SW
005630         MOVE "REJECTED - AUDIT FILE UNAVAILABLE" TO SM-CRD-RESULT
005640         GO TO 3200-EXIT
005650     END-IF.
005660     IF CTL-SUS-DATE IS NOT NUMERIC
005670             OR CTL-SUS-TIME IS NOT NUMERIC
005680             OR CTL-SUS-SEQ IS NOT NUMERIC
005690         MOVE "N" TO SM-CARD-VALID-SW
005700         MOVE "REJECTED - KEY NOT NUMERIC" TO SM-CRD-RESULT
005710         GO TO 3200-EXIT
005720     END-IF.
005730     MOVE CTL-SUS-DATE TO SUS-DATE.
005740     MOVE CTL-SUS-TIME TO SUS-TIME.
005750     MOVE CTL-SUS-SEQ  TO SUS-SEQ.
005760     READ SUSPENSE-FILE
005770         INVALID KEY
005780             MOVE "N" TO SM-CARD-VALID-SW
005790             MOVE "REJECTED - NOT IN SUSPENSE" TO SM-CRD-RESULT
005800     END-READ.
005810     IF NOT SM-CARD-VALID
005820         GO TO 3200-EXIT
005830     END-IF.
005840     IF NOT SUS-SUSPENDED
005850         MOVE "N" TO SM-CARD-VALID-SW
005860         MOVE "REJECTED - ITEM NOT IN SUSPENDED STATUS"
005870             TO SM-CRD-RESULT
005880     END-IF.
005890 3200-EXIT.
005900     EXIT.
005910*
005920*****************************************************************
005930*    3300-APPLY-RELEASE - OVERLAYS THE CARD'S CORRECTIONS ON    *
005940*    THE SUSPENDED IMAGE, RE-EDITS IT, STAMPS THE RECYCLE       *
005950*    COUNT AND RELEASES IT TO THE BATCH.  AN IMAGE THAT STILL   *
005960*    FAILS THE EDITS STAYS IN SUSPENSE - RELEASING IT WOULD     *
005970*    ONLY BOUNCE IT STRAIGHT BACK.                              *
005980*****************************************************************
005990 3300-APPLY-RELEASE.
006000     MOVE SUS-TRAN-IMAGE TO SM-IMAGE-WORK.
006010     IF CTL-TRN-ACTION NOT = SPACE
006020         MOVE CTL-TRN-ACTION TO SM-W-ACTION
006030     END-IF.
006040     IF CTL-TRN-ACCOUNT NOT = SPACES
006050         MOVE CTL-TRN-ACCOUNT TO SM-W-ACCOUNT-ID
006060     END-IF.
006070     IF CTL-TRN-SIGN NOT = SPACE
006080         MOVE CTL-TRN-SIGN TO SM-W-SIGN
006090     END-IF.
006100     IF CTL-TRN-AMOUNT NOT = SPACES
006110         MOVE CTL-TRN-AMOUNT TO SM-W-AMOUNT
006120     END-IF.
006130     IF CTL-TRN-DESC NOT = SPACES
006140         MOVE CTL-TRN-DESC TO SM-W-DESCRIPTION
006150     END-IF.
006160     PERFORM 3400-EDIT-RELEASE-IMAGE THRU 3400-EXIT.
006170     IF NOT SM-CARD-VALID
006180         GO TO 3300-EXIT
006190     END-IF.
006200     IF SUS-RECYCLE-COUNT IS NUMERIC
006210         MOVE SUS-RECYCLE-COUNT TO SM-RECYCLE-WORK
006220     ELSE
006230         MOVE ZERO TO SM-RECYCLE-WORK
006240     END-IF.
006250     IF SM-RECYCLE-WORK < 99
006260         ADD 1 TO SM-RECYCLE-WORK
006270     END-IF.
006280     MOVE SM-RECYCLE-WORK TO SM-W-RECYCLE.
006290     IF NOT SM-REL-OPEN
006300         PERFORM 3700-OPEN-RELEASE-BATCH THRU 3700-EXIT
006310     END-IF.
006320     IF NOT SM-REL-OPEN
006330         MOVE "N" TO SM-CARD-VALID-SW
006340         MOVE "REJECTED - RELEASE FILE UNAVAILABLE"
006350             TO SM-CRD-RESULT
006360         GO TO 3300-EXIT
006370     END-IF.
006380     MOVE SM-IMAGE-WORK TO RELEASE-RECORD.
006390     WRITE RELEASE-RECORD.
006400     ADD 1 TO SM-RELEASED-COUNT.
006410     MOVE SM-W-AMOUNT-N TO SM-WORK-AMOUNT.
006420     IF SM-W-SIGN-MINUS
006430         COMPUTE SM-WORK-AMOUNT = ZERO - SM-WORK-AMOUNT
006440     END-IF.
006450     ADD SM-WORK-AMOUNT TO SM-REL-HASH.
006460     SET SUS-RELEASED TO TRUE.
006470     MOVE SM-RECYCLE-WORK TO SUS-RECYCLE-COUNT.
006480     REWRITE SUSPENSE-RECORD.
006490     MOVE "RELEASED TO RECYCLE BATCH" TO SM-CRD-RESULT.
006500 3300-EXIT.
006510     EXIT.
006520*
006530 3400-EDIT-RELEASE-IMAGE.
006540     IF NOT SM-W-ACT-VALID
006550         MOVE "N" TO SM-CARD-VALID-SW
006560         MOVE "REJECTED - CORRECTED ACTION STILL INVALID"
006570             TO SM-CRD-RESULT
006580         GO TO 3400-EXIT
006590     END-IF.
006600     IF SM-W-ACCOUNT-ID = SPACES
006610         MOVE "N" TO SM-CARD-VALID-SW
006620         MOVE "REJECTED - CORRECTED ACCOUNT STILL MISSING"
006630             TO SM-CRD-RESULT
006640         GO TO 3400-EXIT
006650     END-IF.
006660     IF NOT SM-W-SIGN-VALID
006670         MOVE "N" TO SM-CARD-VALID-SW
006680         MOVE "REJECTED - CORRECTED SIGN STILL INVALID"
006690             TO SM-CRD-RESULT
006700         GO TO 3400-EXIT
006710     END-IF.
006720     IF SM-W-AMOUNT IS NOT NUMERIC
006730         MOVE "N" TO SM-CARD-VALID-SW
006740         MOVE "REJECTED - CORRECTED AMOUNT NOT NUMERIC"
006750             TO SM-CRD-RESULT
006760     END-IF.
006770 3400-EXIT.
006780     EXIT.
006790*
006800 3500-APPLY-PURGE.
006810     SET SUS-PURGED TO TRUE.
006820     REWRITE SUSPENSE-RECORD.
006830     ADD 1 TO SM-PURGED-COUNT.
006840     MOVE "PURGED BY OPERATOR DECISION" TO SM-CRD-RESULT.
006850 3500-EXIT.
006860     EXIT.
006870*
006880*****************************************************************
006890*    3600-WRITE-AUDIT-RECORD - ONE AUDFILE RECORD FOR THE       *
006900*    RELEASE OR PURGE JUST APPLIED.  THE CARD'S NUMBER IN THE   *
006910*    DECK KEEPS THE KEY UNIQUE.  THE CHANGE IS ALREADY ON THE   *
006920*    SUSPENSE FILE, SO A FAILED WRITE IS LISTED AND ENDS THE    *
006930*    STEP RC 8 FOR THE ITEM TO BE RECORDED BY HAND.             *
006931*    ON A RELEASE THE AFTER IMAGE CARRIES THE CORRECTED         *
006932*    TRANSACTION AS RELEASED WHERE SUS-TRAN-IMAGE SITS (BYTES   *
006933*    42-121) - THE SUSPENSE RECORD ITSELF KEEPS THE IMAGE AS    *
006934*    SUSPENDED, SO THE TWO SIDES SHOW WHAT THE CARD CORRECTED.  *
006940*****************************************************************
006950 3600-WRITE-AUDIT-RECORD.
006960     MOVE SPACES TO AUDIT-RECORD.
006970     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
006980     ACCEPT AUD-TIME FROM TIME.
006990     MOVE SM-AUD-PROGRAM  TO AUD-PROGRAM.
007000     MOVE SM-CARDS-READ   TO AUD-SEQ.
007010     MOVE SM-AUD-JOB-NAME TO AUD-JOB-NAME.
007020     MOVE SM-RUN-DATE     TO AUD-RUN-DATE.
007030     MOVE SM-RUN-TIME     TO AUD-RUN-TIME.
007040     MOVE SM-OPERATOR-ID  TO AUD-OPERATOR-ID.
007050     MOVE CTL-ACTION      TO AUD-ACTION.
007060     MOVE SUS-KEY         TO AUD-ITEM-KEY.
007070     MOVE SM-AUD-BEFORE   TO AUD-BEFORE-IMAGE.
007080     MOVE SUSPENSE-RECORD TO AUD-AFTER-IMAGE.
007081     IF CTL-ACT-RELEASE
007082         MOVE SM-IMAGE-WORK TO AUD-AFTER-IMAGE (42:80)
007083     END-IF.
007090     WRITE AUDIT-RECORD
007100         INVALID KEY
007110             CONTINUE
007120     END-WRITE.
007130     IF SM-AUD-STAT = "00"
007140         ADD 1 TO SM-AUD-WRITTEN
007150         GO TO 3600-EXIT
007160     END-IF.
007170     ADD 1 TO SM-AUDIT-ERRORS.
007180     MOVE SM-CARDS-READ TO SM-AUD-COUNT.
007190     MOVE SPACES TO SM-AUD-TEXT.
007200     STRING "CARD NOT RECORDED - AUDFILE STATUS "
007210                DELIMITED BY SIZE
007220            SM-AUD-STAT DELIMITED BY SIZE
007230         INTO SM-AUD-TEXT
007240     END-STRING.
007250     MOVE SM-AUDIT-LINE TO REPORT-RECORD.
007260     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007270 3600-EXIT.
007280     EXIT.
007290*
007300*****************************************************************
007310*    3700-OPEN-RELEASE-BATCH - OPENS RELFILE AND WRITES THE     *
007320*    BATCH HEADER.  THE BATCH IS CUT EVEN WHEN NOTHING IS       *
007330*    RELEASED - AN EMPTY HEADER/TRAILER PAIR POSTS NOTHING,     *
007340*    BUT IT KEEPS GENERATION (0) THIS RUN'S OWN SO THE          *
007350*    POSTING DECK CAN NEVER PICK UP A STALE BATCH.              *
007360*****************************************************************
007370 3700-OPEN-RELEASE-BATCH.
007380     OPEN OUTPUT RELEASE-FILE.
007390     IF SM-REL-STAT NOT = "00"
007400         GO TO 3700-EXIT
007410     END-IF.
007420     SET SM-REL-OPEN TO TRUE.
007430     MOVE "H" TO SM-C-ACTION.
007440     MOVE SM-RUN-DATE TO SM-C-DATE.
007450     MOVE ZERO TO SM-C-COUNT.
007460     MOVE "+" TO SM-C-HASH-SIGN.
007470     MOVE ZERO TO SM-C-HASH.
007480     MOVE SM-CONTROL-WORK TO RELEASE-RECORD.
007490     WRITE RELEASE-RECORD.
007500 3700-EXIT.
007510     EXIT.
007520*
007530*****************************************************************
007540*    3800-CLOSE-RELEASE-BATCH - THE TRAILER THAT LETS THE NEXT  *
007550*    RUN'S 7050 PROVE THE RECYCLE BATCH LIKE ANY OTHER.         *
007560*****************************************************************
007570 3800-CLOSE-RELEASE-BATCH.
007580     IF NOT SM-REL-OPEN
007590         PERFORM 3700-OPEN-RELEASE-BATCH THRU 3700-EXIT
007600     END-IF.
007610     IF NOT SM-REL-OPEN
007620         GO TO 3800-EXIT
007630     END-IF.
007640     MOVE "T" TO SM-C-ACTION.
007650     MOVE SM-RUN-DATE TO SM-C-DATE.
007660     MOVE SM-RELEASED-COUNT TO SM-C-COUNT.
007670     IF SM-REL-HASH < ZERO
007680         MOVE "-" TO SM-C-HASH-SIGN
007690         COMPUTE SM-C-HASH = ZERO - SM-REL-HASH
007700     ELSE
007710         MOVE "+" TO SM-C-HASH-SIGN
007720         MOVE SM-REL-HASH TO SM-C-HASH
007730     END-IF.
007740     MOVE SM-CONTROL-WORK TO RELEASE-RECORD.
007750     WRITE RELEASE-RECORD.
007760     CLOSE RELEASE-FILE.
007770 3800-EXIT.
007780     EXIT.
007790*
007800*****************************************************************
007810*    4000-AGED-REVIEW - EVERY ITEM STILL SUSPENDED, AGAINST     *
007820*    THE RECYCLE AND AGE LIMITS.  ANYTHING OVER EITHER LIMIT    *
007830*    COMES OUT ON THE REPORT - SUSPENSE IS A WAITING ROOM,      *
007840*    NOT A GRAVE.                                               *
007850*****************************************************************
007860 4000-AGED-REVIEW.
007870     MOVE LOW-VALUES TO SUS-KEY.
007880     START SUSPENSE-FILE KEY NOT < SUS-KEY
007890         INVALID KEY
007900             SET SM-END-OF-SUSFILE TO TRUE
007910     END-START.
007920     MOVE "AGED SUSPENSE REVIEW" TO SM-SEC-TITLE.
007930     MOVE SPACES TO REPORT-RECORD.
007940     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007950     MOVE SM-SECTION-LINE TO REPORT-RECORD.
007960     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007970     PERFORM 4100-REVIEW-ONE-ITEM THRU 4100-EXIT
007980         UNTIL SM-END-OF-SUSFILE.
007990 4000-EXIT.
008000     EXIT.
008010*
008020 4100-REVIEW-ONE-ITEM.
008030     READ SUSPENSE-FILE NEXT
008040         AT END
008050             SET SM-END-OF-SUSFILE TO TRUE
008060     END-READ.
008070     IF SM-END-OF-SUSFILE
008080         GO TO 4100-EXIT
008090     END-IF.
008100     IF NOT SUS-SUSPENDED
008110         GO TO 4100-EXIT
008120     END-IF.
008130     IF SUS-DATE IS NUMERIC
008140         MOVE SUS-DATE TO SM-D2D-DATE
008150         PERFORM 8500-DATE-TO-DAYS THRU 8500-EXIT
008160         COMPUTE SM-AGE-DAYS =
008170             SM-TODAY-DAYS - SM-D2D-DAYS
008180     ELSE
008190         MOVE ZERO TO SM-AGE-DAYS
008200     END-IF.
008210     IF SUS-RECYCLE-COUNT IS NUMERIC
008220         MOVE SUS-RECYCLE-COUNT TO SM-RECYCLE-WORK
008230     ELSE
008240         MOVE ZERO TO SM-RECYCLE-WORK
008250     END-IF.
008260     IF SM-RECYCLE-WORK > SM-MAX-RECYCLE
008270             OR SM-AGE-DAYS > SM-MAX-AGE-DAYS
008280         ADD 1 TO SM-AGED-COUNT
008290         MOVE SPACES TO SM-AGD-KEY
008300         STRING SUS-DATE DELIMITED BY SIZE
008310                "/" DELIMITED BY SIZE
008320                SUS-TIME DELIMITED BY SIZE
008330                "/" DELIMITED BY SIZE
008340                SUS-SEQ DELIMITED BY SIZE
008350             INTO SM-AGD-KEY
008360         END-STRING
008370         MOVE SUS-TRAN-IMAGE (2:10) TO SM-AGD-ACCOUNT
008380         MOVE SUS-REASON-CODE TO SM-AGD-CODE
008390         MOVE SUS-REASON-TEXT TO SM-AGD-REASON
008400         MOVE SM-AGE-DAYS     TO SM-AGD-AGE
008410         MOVE SM-RECYCLE-WORK TO SM-AGD-RECYCLE
008420         MOVE SM-AGED-LINE TO REPORT-RECORD
008430         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
008440     END-IF.
008450 4100-EXIT.
008460     EXIT.
008470*
008480*****************************************************************
008490*    6000-WRITE-TOTALS - RUN ROLL-UP FOR THE OPERATOR.          *
008500*****************************************************************
008510 6000-WRITE-TOTALS.
008520     MOVE SPACES TO REPORT-RECORD.
008530     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008540     MOVE SM-CARDS-READ     TO SM-TOT-READ.
008550     MOVE SM-CARDS-APPLIED  TO SM-TOT-APPLIED.
008560     MOVE SM-CARDS-REJECTED TO SM-TOT-REJECTED.
008570     MOVE SM-RELEASED-COUNT TO SM-TOT-RELEASED.
008580     MOVE SM-PURGED-COUNT   TO SM-TOT-PURGED.
008590     MOVE SM-AGED-COUNT     TO SM-TOT-AGED.
008600     MOVE SM-TOTAL-LINE TO REPORT-RECORD.
008610     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008620 6000-EXIT.
008630     EXIT.
008640*
008650*****************************************************************
008660*    8500-DATE-TO-DAYS - GREGORIAN DAY NUMBER FOR SM-D2D-DATE   *
008670*    SO SUSPENSE AGES COMPARE CORRECTLY ACROSS MONTH AND YEAR   *
008680*    BOUNDARIES.  MARCH-BASED YEAR SO THE LEAP DAY FALLS AT     *
008690*    THE END OF THE COUNTING YEAR.                              *
008700*****************************************************************
008710 8500-DATE-TO-DAYS.
008720     IF SM-D2D-MM > 2
008730         MOVE SM-D2D-YYYY TO SM-D2D-Y
008740         COMPUTE SM-D2D-M = SM-D2D-MM - 3
008750     ELSE
008760         COMPUTE SM-D2D-Y = SM-D2D-YYYY - 1
008770         COMPUTE SM-D2D-M = SM-D2D-MM + 9
008780     END-IF.
008790     COMPUTE SM-D2D-DAYS =
008800         (1461 * SM-D2D-Y / 4)
008810         - (SM-D2D-Y / 100)
008820         + (SM-D2D-Y / 400)
008830         + ((153 * SM-D2D-M + 2) / 5)
008840         + SM-D2D-DD.
008850 8500-EXIT.
008860     EXIT.
008870*
008880*****************************************************************
008890*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
008900*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
008910*    BREAK CANNOT CLOBBER IT.                                   *
008920*****************************************************************
008930 9100-WRITE-REPORT-LINE.
008940     MOVE REPORT-RECORD TO SM-HOLD-LINE.
008950     IF SM-LINE-COUNT > SM-LINES-PER-PAGE
008960         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
008970     END-IF.
008980     WRITE REPORT-RECORD FROM SM-HOLD-LINE
008990         AFTER ADVANCING 1 LINE.
009000     ADD 1 TO SM-LINE-COUNT.
009010 9100-EXIT.
009020     EXIT.
009030*
009040 9200-WRITE-PAGE-HEADING.
009050     ADD 1 TO SM-PAGE-COUNT.
009060     MOVE SM-RUN-DATE  TO SM-H1-DATE.
009070     MOVE SM-RUN-TIME  TO SM-H1-TIME.
009080     MOVE SM-PAGE-COUNT TO SM-H1-PAGE.
009090     MOVE SM-HEADING-1 TO REPORT-RECORD.
009100     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
009110     MOVE SPACES TO REPORT-RECORD.
009120     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
009130     MOVE 3 TO SM-LINE-COUNT.
009140 9200-EXIT.
009150     EXIT.
009160*
009170*****************************************************************
009180*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
009190*****************************************************************
009200 9800-CLOSE-FILES.
009210     IF NOT SM-SUS-BAD
009220         CLOSE SUSPENSE-FILE
009230     END-IF.
009240     IF SM-AUD-OPEN
009250         CLOSE AUDIT-FILE
009260     END-IF.
009270     CLOSE REPORT-FILE.
009280 9800-EXIT.
009290     EXIT.
