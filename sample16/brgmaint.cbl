000010*
000020*****************************************************************
000030*                                                                *
000040*    IDENTIFICATION DIVISION.
000050*                                                                *
000060*****************************************************************
000070*
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     BRGMAINT.
000100 AUTHOR.         R T MILLHOUSE.
000110 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000120 DATE-WRITTEN.   2026-10-15.
000130 DATE-COMPILED.  2026-10-15.
000140*
000150*****************************************************************
000160*                                                                *
000170*    REMARKS.  POSTED-BATCH REGISTER LISTING AND RELEASE         *
000180*    UTILITY OVER THE KEYED REGISTER (BREGFILE - SEE BREGREC)    *
000190*    THAT SAMPLE1'S 7090-REGISTER-BATCHES STAMPS WITH EVERY      *
000200*    TRANFILE BATCH IT POSTS.  APPLIES REL CONTROL CARDS FROM    *
000210*    CTLFILE - A RELEASED BATCH KEY MAY POST ONCE MORE, FOR A    *
000220*    GENUINELY NEW BATCH THAT CARRIES THE SAME CONTROL FIELDS    *
000230*    AS AN OLD ONE, OR A BACKED-OUT BATCH THAT MUST BE RE-       *
000240*    POSTED.  EVERY RELEASE IS STAMPED WITH THE OPERATOR, DATE,  *
000250*    TIME AND REASON FROM THE CARD.  AFTER THE CARDS THE         *
000260*    REGISTER IS LISTED IN KEY ORDER.                            *
000270*                                                                *
000280*    CONTROL CARD - COLS 1-3 ACTION (REL), 5-12 BATCH SOURCE,    *
000290*    14-21 BATCH DATE, 23-31 RECORD COUNT, 33 HASH SIGN (+/-),   *
000300*    34-46 HASH TOTAL (11.2, NO POINT) - TOGETHER THE REGISTER   *
000310*    KEY, AS SHOWN ON SAMPLE1'S MSG 0988 LINES AND ON THE        *
000320*    LISTING - THEN 48-55 OPERATOR ID, 57-80 REASON.  BOTH THE   *
000330*    OPERATOR ID AND THE REASON ARE REQUIRED.                    *
000340*                                                                *
000350*    PARM CARD - COLS 1-8 BATCH SOURCE, 10-17 EARLIEST BATCH     *
000360*    DATE.  EITHER LEFT BLANK LISTS EVERYTHING ON THAT FIELD.    *
000370*                                                                *
000380*    RETURN CODES - 0 CLEAN, 8 ONE OR MORE CONTROL CARDS         *
000390*    REJECTED, 12 REGISTER UNAVAILABLE.                          *
000400*                                                                *
000410*    MOD LOG                                                     *
000420*    ---------- ---- ----------------------------------------    *
000430*    2026-10-15 RTM  ORIGINAL PROGRAM.                           *
000440*                                                                *
000450*****************************************************************
000460*
000470 ENVIRONMENT DIVISION.
000480*
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.    IBM-370.
000510 OBJECT-COMPUTER.    IBM-370.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS BM-PARM-STAT.
000580*
000590     SELECT CTL-FILE ASSIGN TO "CTLFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS BM-CTL-STAT.
000620*
000630     SELECT BATCH-REGISTER-FILE ASSIGN TO "BREGFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS BRG-KEY
000670         FILE STATUS IS BM-BRG-STAT.
000680*
000690     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS BM-RPT-STAT.
000720*
000730*****************************************************************
000740*                                                                *
000750*    DATA DIVISION.
000760*                                                                *
000770*****************************************************************
000780*
000790 DATA DIVISION.
000800*
000810 FILE SECTION.
000820*
000830 FD  PARM-FILE
000840     RECORDING MODE F
000850     LABEL RECORDS STANDARD
000860     BLOCK CONTAINS 0 RECORDS
000870     RECORD CONTAINS 80 CHARACTERS
000880     DATA RECORD IS BREG-PARM-RECORD.
000890 01  BREG-PARM-RECORD.
000900     05  BP-BATCH-SOURCE         PIC X(08).
000910     05  FILLER                  PIC X(01).
000920     05  BP-FROM-DATE            PIC X(08).
000930     05  FILLER                  PIC X(63).
000940*
000950 FD  CTL-FILE
000960     RECORDING MODE F
000970     LABEL RECORDS STANDARD
000980     BLOCK CONTAINS 0 RECORDS
000990     RECORD CONTAINS 80 CHARACTERS
001000     DATA RECORD IS CTL-RECORD.
001010 01  CTL-RECORD.
001020     05  CTL-ACTION              PIC X(03).
001030         88  CTL-ACT-RELEASE          VALUE "REL".
001040     05  FILLER                  PIC X(01).
001050     05  CTL-BATCH-SOURCE        PIC X(08).
001060     05  FILLER                  PIC X(01).
001070     05  CTL-BATCH-DATE          PIC X(08).
001080     05  FILLER                  PIC X(01).
001090     05  CTL-RECORD-COUNT        PIC X(09).
001100     05  FILLER                  PIC X(01).
001110     05  CTL-HASH-SIGN           PIC X(01).
001120         88  CTL-HASH-SIGN-VALID      VALUE "+" "-" SPACE.
001130     05  CTL-HASH-TOTAL          PIC X(13).
001140     05  FILLER                  PIC X(01).
001150     05  CTL-OPERATOR-ID         PIC X(08).
001160     05  FILLER                  PIC X(01).
001170     05  CTL-REASON              PIC X(24).
001180*
001190 FD  BATCH-REGISTER-FILE
001200     RECORD CONTAINS 128 CHARACTERS
001210     DATA RECORD IS BATCH-REGISTER-RECORD.
001220     COPY BREGREC.
001230*
001240 FD  REPORT-FILE
001250     RECORDING MODE F
001260     LABEL RECORDS STANDARD
001270     BLOCK CONTAINS 0 RECORDS
001280     RECORD CONTAINS 133 CHARACTERS
001290     DATA RECORD IS REPORT-RECORD.
001300 01  REPORT-RECORD               PIC X(133).
001310*
001320 WORKING-STORAGE SECTION.
001330*
001340 01  BM-SWITCHES.
001350     05  BM-EOF-CTLFILE          PIC X(01) VALUE "N".
001360         88  BM-END-OF-CTLFILE       VALUE "Y".
001370     05  BM-EOF-BREGFILE         PIC X(01) VALUE "N".
001380         88  BM-END-OF-BREGFILE      VALUE "Y".
001390     05  BM-CARD-VALID-SW        PIC X(01) VALUE "Y".
001400         88  BM-CARD-VALID           VALUE "Y".
001410     05  BM-BRG-BAD-SW           PIC X(01) VALUE "N".
001420         88  BM-BRG-BAD              VALUE "Y".
001430*
001440 01  BM-FILE-STATUS-CODES.
001450     05  BM-PARM-STAT            PIC X(02) VALUE "00".
001460     05  BM-CTL-STAT             PIC X(02) VALUE "00".
001470     05  BM-BRG-STAT             PIC X(02) VALUE "00".
001480     05  BM-RPT-STAT             PIC X(02) VALUE "00".
001490*
001500 01  BM-CONTROL-FIELDS.
001510     05  BM-SEL-SOURCE           PIC X(08) VALUE SPACES.
001520     05  BM-SEL-FROM-DATE        PIC X(08) VALUE SPACES.
001530     05  BM-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
001540     05  BM-CARDS-APPLIED        PIC 9(05) COMP VALUE ZERO.
001550     05  BM-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
001560     05  BM-LISTED-COUNT         PIC 9(07) COMP VALUE ZERO.
001570     05  BM-POSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
001580     05  BM-RELEASED-COUNT       PIC 9(07) COMP VALUE ZERO.
001590     05  BM-WORK-HASH            PIC S9(11)V99 COMP-3.
001600*
001610*    REGISTER KEY BUILT FROM A CARD - SAME LAYOUT AS BRG-KEY,
001620*    WITH A BLANK HASH SIGN TAKEN AS "+" THE WAY SAMPLE1
001630*    REGISTERS IT.
001640 01  BM-CARD-KEY.
001650     05  BM-K-SOURCE             PIC X(08).
001660     05  BM-K-DATE               PIC X(08).
001670     05  BM-K-COUNT              PIC X(09).
001680     05  BM-K-HASH-SIGN          PIC X(01).
001690     05  BM-K-HASH               PIC X(13).
001700*
001710 01  BM-TIME-FIELDS.
001720     05  BM-RUN-DATE             PIC X(08).
001730     05  BM-RUN-TIME             PIC X(08).
001740*
001750 77  BM-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001760 77  BM-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001770 77  BM-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
001780*
001790 01  BM-HOLD-LINE                PIC X(133).
001800*
001810*****************************************************************
001820*                                                                *
001830*    REPORT LINE LAYOUTS.                                        *
001840*                                                                *
001850*****************************************************************
001860*
001870 01  BM-HEADING-1.
001880     05  FILLER                  PIC X(01) VALUE SPACE.
001890     05  FILLER                  PIC X(38) VALUE
001900             "POSTED-BATCH REGISTER                 ".
001910     05  FILLER                  PIC X(06) VALUE " DATE ".
001920     05  BM-H1-DATE              PIC X(08).
001930     05  FILLER                  PIC X(06) VALUE " TIME ".
001940     05  BM-H1-TIME              PIC X(08).
001950     05  FILLER                  PIC X(06) VALUE " PAGE ".
001960     05  BM-H1-PAGE              PIC Z(04)9.
001970     05  FILLER                  PIC X(55) VALUE SPACES.
001980*
001990 01  BM-SECTION-LINE.
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002010     05  BM-SEC-TITLE            PIC X(40).
002020     05  FILLER                  PIC X(92) VALUE SPACES.
002030*
002040 01  BM-CARD-LINE.
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  FILLER                  PIC X(05) VALUE "CARD ".
002070     05  BM-CRD-ACTION           PIC X(03).
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  BM-CRD-KEY              PIC X(42).
002100     05  FILLER                  PIC X(03) VALUE " - ".
002110     05  BM-CRD-RESULT           PIC X(50).
002120     05  FILLER                  PIC X(28) VALUE SPACES.
002130*
002140 01  BM-COLUMN-LINE.
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  FILLER                  PIC X(40) VALUE
002170             "SOURCE    BATCH DT      COUNT       HASH".
002180     05  FILLER                  PIC X(40) VALUE
002190             " TOTAL  S  POSTED BY       POSTED ON    ".
002200     05  FILLER                  PIC X(34) VALUE
002210             "  POSTS  RELEASED BY       REASON ".
002220     05  FILLER                  PIC X(18) VALUE SPACES.
002230*
002240 01  BM-DETAIL-LINE.
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  BM-DTL-SOURCE           PIC X(08).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  BM-DTL-DATE             PIC X(08).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  BM-DTL-COUNT            PIC Z(08)9.
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  BM-DTL-HASH             PIC -(11)9.99.
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  BM-DTL-STATUS           PIC X(01).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  BM-DTL-JOB              PIC X(08).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  BM-DTL-RUN              PIC X(05).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  BM-DTL-POSTED-DATE      PIC X(08).
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  BM-DTL-POSTED-TIME      PIC X(06).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  BM-DTL-POSTS            PIC ZZ9.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  BM-DTL-REL-DATE         PIC X(08).
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  BM-DTL-REL-OPER         PIC X(08).
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  BM-DTL-REL-REASON       PIC X(24).
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520*
002530 01  BM-NOBRG-LINE.
002540     05  FILLER                  PIC X(01) VALUE SPACE.
002550     05  FILLER                  PIC X(44) VALUE
002560             "BATCH REGISTER UNAVAILABLE - NOTHING APPLIED".
002570     05  FILLER                  PIC X(88) VALUE SPACES.
002580*
002590 01  BM-TOTAL-LINE.
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  FILLER                  PIC X(11) VALUE "CARDS READ ".
002620     05  BM-TOT-READ             PIC Z(04)9.
002630     05  FILLER                  PIC X(09) VALUE "  APPLIED".
002640     05  FILLER                  PIC X(01) VALUE SPACE.
002650     05  BM-TOT-APPLIED          PIC Z(04)9.
002660     05  FILLER                  PIC X(10) VALUE "  REJECTED".
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  BM-TOT-REJECTED         PIC Z(04)9.
002690     05  FILLER                  PIC X(08) VALUE "  LISTED".
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  BM-TOT-LISTED           PIC Z(06)9.
002720     05  FILLER                  PIC X(08) VALUE "  POSTED".
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  BM-TOT-POSTED           PIC Z(06)9.
002750     05  FILLER                  PIC X(10) VALUE "  RELEASED".
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  BM-TOT-RELEASED         PIC Z(06)9.
002780     05  FILLER                  PIC X(35) VALUE SPACES.
002790*
002800*****************************************************************
002810*                                                                *
002820*    PROCEDURE DIVISION.
002830*                                                                *
002840*****************************************************************
002850*
002860 PROCEDURE DIVISION.
002870*
002880*****************************************************************
002890*    0000-MAINLINE - APPLY CARDS, LIST THE REGISTER, REPORT.    *
002900*****************************************************************
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002930     IF BM-BRG-BAD
002940         MOVE BM-NOBRG-LINE TO REPORT-RECORD
002950         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002960         PERFORM 9800-CLOSE-FILES THRU 9800-EXIT
002970         MOVE 12 TO RETURN-CODE
002980         GOBACK
002990     END-IF.
003000     PERFORM 3000-APPLY-CONTROL-CARDS THRU 3000-EXIT.
003010     PERFORM 4000-LIST-REGISTER THRU 4000-EXIT.
003020     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003030     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
003040     IF BM-CARDS-REJECTED > ZERO
003050         MOVE 8 TO RETURN-CODE
003060     ELSE
003070         MOVE 0 TO RETURN-CODE
003080     END-IF.
003090     GOBACK.
003100*
003110*****************************************************************
003120*    1000-INITIALIZE - LISTING SELECTION FROM THE PARM CARD,    *
003130*    REGISTER OPENED FOR UPDATE.  A REGISTER THAT DOES NOT      *
003140*    EXIST YET IS NOT CREATED HERE - SAMPLE1 ALLOCATES IT ON    *
003150*    ITS FIRST POSTING RUN.                                     *
003160*****************************************************************
003170 1000-INITIALIZE.
003180     ACCEPT BM-RUN-DATE FROM DATE YYYYMMDD.
003190     ACCEPT BM-RUN-TIME FROM TIME.
003200     OPEN OUTPUT REPORT-FILE.
003210     OPEN INPUT PARM-FILE.
003220     IF BM-PARM-STAT = "00"
003230         READ PARM-FILE
003240             AT END
003250                 CONTINUE
003260         END-READ
003270         IF BM-PARM-STAT = "00"
003280             MOVE BP-BATCH-SOURCE TO BM-SEL-SOURCE
003290             MOVE BP-FROM-DATE    TO BM-SEL-FROM-DATE
003300         END-IF
003310         CLOSE PARM-FILE
003320     END-IF.
003330     OPEN I-O BATCH-REGISTER-FILE.
003340     IF BM-BRG-STAT NOT = "00"
003350         SET BM-BRG-BAD TO TRUE
003360     END-IF.
003370 1000-EXIT.
003380     EXIT.
003390*
003400*****************************************************************
003410*    3000-APPLY-CONTROL-CARDS - VALIDATES AND APPLIES THE REL   *
003420*    DECK.  A MISSING CTLFILE MEANS LIST-ONLY - THAT IS NOT AN  *
003430*    ERROR.                                                     *
003440*****************************************************************
003450 3000-APPLY-CONTROL-CARDS.
003460     OPEN INPUT CTL-FILE.
003470     IF BM-CTL-STAT NOT = "00"
003480         SET BM-END-OF-CTLFILE TO TRUE
003490         GO TO 3000-EXIT
003500     END-IF.
003510     MOVE "CONTROL CARD RESULTS" TO BM-SEC-TITLE.
003520     MOVE BM-SECTION-LINE TO REPORT-RECORD.
003530     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
003540     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
003550         UNTIL BM-END-OF-CTLFILE.
003560     CLOSE CTL-FILE.
003570 3000-EXIT.
003580     EXIT.
003590*
003600 3100-APPLY-ONE-CARD.
003610     READ CTL-FILE
003620         AT END
003630             SET BM-END-OF-CTLFILE TO TRUE
003640     END-READ.
003650     IF BM-END-OF-CTLFILE
003660         GO TO 3100-EXIT
003670     END-IF.
003680     ADD 1 TO BM-CARDS-READ.
003690     MOVE "Y" TO BM-CARD-VALID-SW.
003700     MOVE CTL-ACTION TO BM-CRD-ACTION.
003710     MOVE CTL-BATCH-SOURCE TO BM-K-SOURCE.
003720     MOVE CTL-BATCH-DATE   TO BM-K-DATE.
003730     MOVE CTL-RECORD-COUNT TO BM-K-COUNT.
003740     IF CTL-HASH-SIGN = SPACE
003750         MOVE "+" TO BM-K-HASH-SIGN
003760     ELSE
003770         MOVE CTL-HASH-SIGN TO BM-K-HASH-SIGN
003780     END-IF.
003790     MOVE CTL-HASH-TOTAL TO BM-K-HASH.
003800     MOVE SPACES TO BM-CRD-KEY.
003810     STRING BM-K-SOURCE DELIMITED BY SIZE
003820            "/" DELIMITED BY SIZE
003830            BM-K-DATE DELIMITED BY SIZE
003840            "/" DELIMITED BY SIZE
003850            BM-K-COUNT DELIMITED BY SIZE
003860            "/" DELIMITED BY SIZE
003870            BM-K-HASH-SIGN DELIMITED BY SIZE
003880            BM-K-HASH DELIMITED BY SIZE
003890         INTO BM-CRD-KEY
003900     END-STRING.
003910     PERFORM 3200-VALIDATE-CARD THRU 3200-EXIT.
003920     IF BM-CARD-VALID
003930         PERFORM 3300-APPLY-RELEASE THRU 3300-EXIT
003940     END-IF.
003950     IF BM-CARD-VALID
003960         ADD 1 TO BM-CARDS-APPLIED
003970     ELSE
003980         ADD 1 TO BM-CARDS-REJECTED
003990     END-IF.
004000     MOVE BM-CARD-LINE TO REPORT-RECORD.
004010     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004020 3100-EXIT.
004030     EXIT.
004040*
004050 3200-VALIDATE-CARD.
004060     IF NOT CTL-ACT-RELEASE
004070         MOVE "N" TO BM-CARD-VALID-SW
004080         MOVE "REJECTED - UNKNOWN ACTION" TO BM-CRD-RESULT
004090         GO TO 3200-EXIT
004100     END-IF.
004110     IF CTL-BATCH-DATE IS NOT NUMERIC
004120             OR CTL-RECORD-COUNT IS NOT NUMERIC
004130             OR CTL-HASH-TOTAL IS NOT NUMERIC
004140             OR NOT CTL-HASH-SIGN-VALID
004150         MOVE "N" TO BM-CARD-VALID-SW
004160         MOVE "REJECTED - KEY NOT NUMERIC" TO BM-CRD-RESULT
004170         GO TO 3200-EXIT
004180     END-IF.
004190     IF CTL-OPERATOR-ID = SPACES
004200         MOVE "N" TO BM-CARD-VALID-SW
004210         MOVE "REJECTED - OPERATOR ID REQUIRED" TO BM-CRD-RESULT
004220         GO TO 3200-EXIT
004230     END-IF.
004240     IF CTL-REASON = SPACES
004250         MOVE "N" TO BM-CARD-VALID-SW
004260         MOVE "REJECTED - REASON REQUIRED" TO BM-CRD-RESULT
004270         GO TO 3200-EXIT
004280     END-IF.
004290     MOVE BM-CARD-KEY TO BRG-KEY.
004300     READ BATCH-REGISTER-FILE
004310         INVALID KEY
004320             MOVE "N" TO BM-CARD-VALID-SW
004330             MOVE "REJECTED - NOT IN REGISTER" TO BM-CRD-RESULT
004340     END-READ.
004350     IF NOT BM-CARD-VALID
004360         GO TO 3200-EXIT
004370     END-IF.
004380     IF BRG-RELEASED
004390         MOVE "N" TO BM-CARD-VALID-SW
004400         MOVE "REJECTED - ALREADY RELEASED" TO BM-CRD-RESULT
004410     END-IF.
004420 3200-EXIT.
004430     EXIT.
004440*
004450*****************************************************************
004460*    3300-APPLY-RELEASE - MARKS THE KEY RELEASED WITH WHO, WHEN *
004470*    AND WHY.  THE POSTING STAMP IS LEFT AS IT WAS - THE NEXT   *
004480*    SAMPLE1 RUN TO POST THE KEY REPLACES IT.                   *
004490*****************************************************************
004500 3300-APPLY-RELEASE.
004510     SET BRG-RELEASED TO TRUE.
004520     MOVE BM-RUN-DATE     TO BRG-RELEASE-DATE.
004530     MOVE BM-RUN-TIME     TO BRG-RELEASE-TIME.
004540     MOVE CTL-OPERATOR-ID TO BRG-RELEASE-OPER.
004550     MOVE CTL-REASON      TO BRG-RELEASE-REASON.
004560     REWRITE BATCH-REGISTER-RECORD.
004570     IF BM-BRG-STAT NOT = "00"
004580         MOVE "N" TO BM-CARD-VALID-SW
004590         MOVE "REJECTED - REGISTER REWRITE FAILED"
004600             TO BM-CRD-RESULT
004610         GO TO 3300-EXIT
004620     END-IF.
004630     MOVE "RELEASED FOR REPOSTING" TO BM-CRD-RESULT.
004640 3300-EXIT.
004650     EXIT.
004660*
004670*****************************************************************
004680*    4000-LIST-REGISTER - EVERY REGISTERED BATCH IN KEY ORDER   *
004690*    (SOURCE, BATCH DATE), AFTER THE CARDS SO TODAY'S RELEASES  *
004700*    SHOW.  THE PARM SOURCE AND EARLIEST DATE NARROW THE LIST.  *
004710*****************************************************************
004720 4000-LIST-REGISTER.
004730     MOVE LOW-VALUES TO BRG-KEY.
004740     IF BM-SEL-SOURCE NOT = SPACES
004750         MOVE BM-SEL-SOURCE TO BRG-BATCH-SOURCE
004760     END-IF.
004770     START BATCH-REGISTER-FILE KEY NOT < BRG-KEY
004780         INVALID KEY
004790             SET BM-END-OF-BREGFILE TO TRUE
004800     END-START.
004810     MOVE "REGISTERED BATCHES" TO BM-SEC-TITLE.
004820     MOVE SPACES TO REPORT-RECORD.
004830     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004840     MOVE BM-SECTION-LINE TO REPORT-RECORD.
004850     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004860     MOVE BM-COLUMN-LINE TO REPORT-RECORD.
004870     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004880     PERFORM 4100-LIST-ONE-BATCH THRU 4100-EXIT
004890         UNTIL BM-END-OF-BREGFILE.
004900 4000-EXIT.
004910     EXIT.
004920*
004930 4100-LIST-ONE-BATCH.
004940     READ BATCH-REGISTER-FILE NEXT
004950         AT END
004960             SET BM-END-OF-BREGFILE TO TRUE
004970     END-READ.
004980     IF BM-END-OF-BREGFILE
004990         GO TO 4100-EXIT
005000     END-IF.
005010     IF BM-SEL-SOURCE NOT = SPACES
005020             AND BRG-BATCH-SOURCE NOT = BM-SEL-SOURCE
005030         SET BM-END-OF-BREGFILE TO TRUE
005040         GO TO 4100-EXIT
005050     END-IF.
005060     IF BM-SEL-FROM-DATE NOT = SPACES
005070             AND BRG-BATCH-DATE < BM-SEL-FROM-DATE
005080         GO TO 4100-EXIT
005090     END-IF.
005100     ADD 1 TO BM-LISTED-COUNT.
005110     IF BRG-RELEASED
005120         ADD 1 TO BM-RELEASED-COUNT
005130     ELSE
005140         ADD 1 TO BM-POSTED-COUNT
005150     END-IF.
005160     MOVE BRG-BATCH-SOURCE TO BM-DTL-SOURCE.
005170     MOVE BRG-BATCH-DATE   TO BM-DTL-DATE.
005180     MOVE BRG-RECORD-COUNT TO BM-DTL-COUNT.
005190     MOVE BRG-HASH-TOTAL   TO BM-WORK-HASH.
005200     IF BRG-HASH-SIGN = "-"
005210         COMPUTE BM-WORK-HASH = ZERO - BM-WORK-HASH
005220     END-IF.
005230     MOVE BM-WORK-HASH     TO BM-DTL-HASH.
005240     MOVE BRG-STATUS       TO BM-DTL-STATUS.
005250     MOVE BRG-JOB-NAME     TO BM-DTL-JOB.
005260     MOVE BRG-RUN-NUMBER   TO BM-DTL-RUN.
005270     MOVE BRG-POSTED-DATE  TO BM-DTL-POSTED-DATE.
005280     MOVE BRG-POSTED-TIME (1:6) TO BM-DTL-POSTED-TIME.
005290     MOVE BRG-POST-COUNT   TO BM-DTL-POSTS.
005300     MOVE BRG-RELEASE-DATE TO BM-DTL-REL-DATE.
005310     MOVE BRG-RELEASE-OPER TO BM-DTL-REL-OPER.
005320     MOVE BRG-RELEASE-REASON TO BM-DTL-REL-REASON.
005330     MOVE BM-DETAIL-LINE TO REPORT-RECORD.
005340     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005350 4100-EXIT.
005360     EXIT.
005370*
005380*****************************************************************
005390*    6000-WRITE-TOTALS - RUN ROLL-UP FOR THE OPERATOR.          *
005400*****************************************************************
005410 6000-WRITE-TOTALS.
005420     MOVE SPACES TO REPORT-RECORD.
005430     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005440     MOVE BM-CARDS-READ     TO BM-TOT-READ.
005450     MOVE BM-CARDS-APPLIED  TO BM-TOT-APPLIED.
005460     MOVE BM-CARDS-REJECTED TO BM-TOT-REJECTED.
005470     MOVE BM-LISTED-COUNT   TO BM-TOT-LISTED.
005480     MOVE BM-POSTED-COUNT   TO BM-TOT-POSTED.
005490     MOVE BM-RELEASED-COUNT TO BM-TOT-RELEASED.
005500     MOVE BM-TOTAL-LINE TO REPORT-RECORD.
005510     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005520 6000-EXIT.
005530     EXIT.
005540*
005550*****************************************************************
005560*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
005570*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
005580*    BREAK CANNOT CLOBBER IT.                                   *
005590*****************************************************************
005600 9100-WRITE-REPORT-LINE.
005610     MOVE REPORT-RECORD TO BM-HOLD-LINE.
005620     IF BM-LINE-COUNT > BM-LINES-PER-PAGE
005630         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
005640     END-IF.
005650     WRITE REPORT-RECORD FROM BM-HOLD-LINE
005660         AFTER ADVANCING 1 LINE.
005670     ADD 1 TO BM-LINE-COUNT.
005680 9100-EXIT.
005690     EXIT.
005700*
005710 9200-WRITE-PAGE-HEADING.
005720     ADD 1 TO BM-PAGE-COUNT.
005730     MOVE BM-RUN-DATE  TO BM-H1-DATE.
005740     MOVE BM-RUN-TIME  TO BM-H1-TIME.
005750     MOVE BM-PAGE-COUNT TO BM-H1-PAGE.
005760     MOVE BM-HEADING-1 TO REPORT-RECORD.
005770     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
005780     MOVE SPACES TO REPORT-RECORD.
005790     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005800     MOVE 3 TO BM-LINE-COUNT.
005810 9200-EXIT.
005820     EXIT.
005830*
005840*****************************************************************
005850*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
005860*****************************************************************
005870 9800-CLOSE-FILES.
005880     IF NOT BM-BRG-BAD
005890         CLOSE BATCH-REGISTER-FILE
005900     END-IF.
005910     CLOSE REPORT-FILE.
005920 9800-EXIT.
005930     EXIT.
