000240*                                                                *
000250*    CONTROL CARD - COLS 1-3 ACTION (ADD/REW/DEL), 5-8 MESSAGE   *
000260*    NUMBER, 10-17 GROUP, 19 ESCALATION, 21-50 DESCRIPTION.      *
000270*    ON REW A BLANK FIELD KEEPS THE TABLE VALUE.  AN OPR CARD    *
000280*    (COLS 1-3 "OPR", 5-12 OPERATOR ID) MUST COME AHEAD OF THE   *
000290*    CHANGES - EVERY CHANGE IS RECORDED ON THE SHARED AUDIT      *
000300*    FILE (AUDFILE - SEE AUDREC) UNDER THAT OPERATOR, WITH THE   *
000310*    ROUTING RECORD BEFORE AND AFTER.                            *
000320*                                                                *
000330*    RETURN CODES - 0 CLEAN, 4 AUDIT FINDINGS ONLY, 8 ONE OR     *
000340*    MORE CARDS REJECTED OR THE INPUT TABLE MISSING OR EMPTY.    *
000350*    A MISSING OR EMPTY TABLE WRITES NO STAGED TABLE AT ALL -    *
000360*    AN EMPTY NEWRTE THAT LOOKED SUCCESSFUL WOULD BE COPIED      *
000370*    OVER PRODUCTION AND WIPE IT.                                *
000380*                                                                *
000390*    MOD LOG                                                     *
000400*    ---------- ---- ----------------------------------------    *
000410*    2026-09-02 RTM  ORIGINAL PROGRAM.                           *
000420*    2026-10-15 RTM  CHANGE AUDIT TRAIL.  EACH APPLIED ADD/REW/  *
000430*                     DEL IS HELD AS AN AUDREC RECORD (OPERATOR  *
000440*                     FROM THE OPR CARD, ROUTING RECORD BEFORE   *
000450*                     AND AFTER) AND WRITTEN TO AUDFILE ONCE THE *
000460*                     STAGED TABLE IS WRITTEN - ONLY WHEN NO     *
000470*                     CARD WAS REJECTED, SINCE AN RC 8 STAGE IS  *
000480*                     NEVER COPIED OVER PRODUCTION.  A CHANGE    *
000490*                     WITH NO OPR CARD AHEAD OF IT, OR WITH      *
000500*                     AUDFILE UNAVAILABLE, IS REJECTED; A FAILED *
000510*                     AUDIT WRITE ENDS THE STEP RC 8.            *
000520*                                                                *
000530*****************************************************************
000540*
000550 ENVIRONMENT DIVISION.
000560*
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.    IBM-370.
000590 OBJECT-COMPUTER.    IBM-370.
000600*
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ROUTE-FILE ASSIGN TO "RTEFILE"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS RM-RTE-STAT.
000660*
000670     SELECT CTL-FILE ASSIGN TO "CTLFILE"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS RM-CTL-STAT.
000700*
000710     SELECT NEWRTE-FILE ASSIGN TO "NEWRTE"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS RM-NEW-STAT.
000740*
000750     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS AUD-KEY
000790         FILE STATUS IS RM-AUD-STAT.
000800*
000810     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS RM-RPT-STAT.
000840*
000850*****************************************************************
000860*                                                                *
000870*    DATA DIVISION.
000880*                                                                *
000890*****************************************************************
000900*
000910 DATA DIVISION.
000920*
000930 FILE SECTION.
000940*
000950 FD  ROUTE-FILE
000960     RECORDING MODE F
000970     LABEL RECORDS STANDARD
000980     BLOCK CONTAINS 0 RECORDS
000990     RECORD CONTAINS 80 CHARACTERS
001000     DATA RECORD IS ROUTE-RECORD.
001010     COPY RTEREC.
001020*
001030 FD  CTL-FILE
001040     RECORDING MODE F
001050     LABEL RECORDS STANDARD
001060     BLOCK CONTAINS 0 RECORDS
001070     RECORD CONTAINS 80 CHARACTERS
001080     DATA RECORD IS CTL-RECORD.
001090 01  CTL-RECORD.
001100     05  CTL-ACTION              PIC X(03).
001110         88  CTL-ACT-ADD              VALUE "ADD".
001120         88  CTL-ACT-REWORD           VALUE "REW".
001130         88  CTL-ACT-DELETE           VALUE "DEL".
001140         88  CTL-ACT-OPERATOR         VALUE "OPR".
001150     05  FILLER                  PIC X(01).
001160     05  CTL-MSG-NUMBER          PIC X(04).
001170     05  FILLER                  PIC X(01).
001180     05  CTL-GROUP               PIC X(08).
001190     05  FILLER                  PIC X(01).
001200     05  CTL-ESCALATION          PIC X(01).
001210     05  FILLER                  PIC X(01).
001220     05  CTL-DESCRIPTION         PIC X(30).
001230     05  FILLER                  PIC X(30).
001240 01  CTL-OPERATOR-CARD.
001250     05  FILLER                  PIC X(04).
001260     05  CTL-OPR-ID              PIC X(08).
001270     05  FILLER                  PIC X(68).
001280*
001290 FD  NEWRTE-FILE
001300     RECORDING MODE F
001310     LABEL RECORDS STANDARD
001320     BLOCK CONTAINS 0 RECORDS
001330     RECORD CONTAINS 80 CHARACTERS
001340     DATA RECORD IS NEWRTE-RECORD.
001350 01  NEWRTE-RECORD               PIC X(80).
001360*
001370 FD  AUDIT-FILE
001380     RECORD CONTAINS 420 CHARACTERS
001390     DATA RECORD IS AUDIT-RECORD.
001400     COPY AUDREC.
001410*
001420 FD  REPORT-FILE
001430     RECORDING MODE F
001440     LABEL RECORDS STANDARD
001450     BLOCK CONTAINS 0 RECORDS
001460     RECORD CONTAINS 133 CHARACTERS
001470     DATA RECORD IS REPORT-RECORD.
001480 01  REPORT-RECORD               PIC X(133).
001490*
001500 WORKING-STORAGE SECTION.
001510*
001520 01  RM-SWITCHES.
001530     05  RM-EOF-RTEFILE          PIC X(01) VALUE "N".
001540         88  RM-END-OF-RTEFILE       VALUE "Y".
001550     05  RM-EOF-CTLFILE          PIC X(01) VALUE "N".
001560         88  RM-END-OF-CTLFILE       VALUE "Y".
001570     05  RM-CARD-VALID-SW        PIC X(01) VALUE "Y".
001580         88  RM-CARD-VALID           VALUE "Y".
001590     05  RM-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
001600         88  RM-ENTRY-FOUND          VALUE "Y".
001610     05  RM-DUP-FOUND-SW         PIC X(01) VALUE "N".
001620         88  RM-DUP-FOUND            VALUE "Y".
001630     05  RM-TABLE-BAD-SW         PIC X(01) VALUE "N".
001640         88  RM-TABLE-BAD            VALUE "Y".
001650     05  RM-AUD-OPEN-SW          PIC X(01) VALUE "N".
001660         88  RM-AUD-OPEN             VALUE "Y".
001670*
001680 01  RM-FILE-STATUS-CODES.
001690     05  RM-RTE-STAT             PIC X(02) VALUE "00".
001700     05  RM-CTL-STAT             PIC X(02) VALUE "00".
001710     05  RM-NEW-STAT             PIC X(02) VALUE "00".
001720     05  RM-RPT-STAT             PIC X(02) VALUE "00".
001730     05  RM-AUD-STAT             PIC X(02) VALUE "00".
001740*
001750*    WORKING COPY OF THE TABLE.  BIGGER THAN THE 100-ENTRY
001760*    TABLE THE DISPATCHER LOADS SO THE AUDIT CAN SEE AND
001770*    REPORT THE OVERFLOW TAIL INSTEAD OF LOSING IT.
001780 01  RM-TABLE-AREA.
001790     05  RM-ENTRY-COUNT          PIC 9(03) COMP VALUE ZERO.
001800     05  RM-TBL-ENTRY OCCURS 300 TIMES
001810                 INDEXED BY RM-IDX RM-IDX2.
001820         10  RM-T-MSG-NUMBER     PIC X(04).
001830         10  RM-T-GROUP          PIC X(08).
001840         10  RM-T-ESCALATION     PIC X(01).
001850         10  RM-T-DESCRIPTION    PIC X(30).
001860         10  RM-T-DELETED-SW     PIC X(01).
001870*
001880 01  RM-WORK-FIELDS.
001890     05  RM-ESC-CHECK            PIC X(01).
001900         88  RM-ESC-KNOWN             VALUE "1" THRU "9".
001910     05  RM-DROPPED-RECORDS      PIC 9(05) COMP VALUE ZERO.
001920     05  RM-FINAL-COUNT          PIC 9(03) COMP VALUE ZERO.
001930*
001940 01  RM-COUNTERS.
001950     05  RM-AUDIT-FINDINGS       PIC 9(05) COMP VALUE ZERO.
001960     05  RM-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
001970     05  RM-CARDS-APPLIED        PIC 9(05) COMP VALUE ZERO.
001980     05  RM-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
001990     05  RM-AUDIT-ERRORS         PIC 9(05) COMP VALUE ZERO.
002000*
002010*    CHANGE-AUDIT WORK.  AUDIT RECORDS ARE HELD UNTIL THE STAGED
002020*    TABLE IS WRITTEN - A RUN THAT ENDS RC 8 IS NEVER COPIED
002030*    OVER PRODUCTION, SO ITS CHANGES NEVER REACH THE AUDIT FILE.
002040 01  RM-AUDIT-FIELDS.
002050     05  RM-AUD-PROGRAM          PIC X(08) VALUE "RTEMAINT".
002060     05  RM-AUD-JOB-NAME         PIC X(08) VALUE "RTEMAINT".
002070     05  RM-OPERATOR-ID          PIC X(08) VALUE SPACES.
002080     05  RM-AUD-BEFORE           PIC X(160).
002090     05  RM-AUD-IMAGE            PIC X(80).
002100     05  RM-AUD-HOLD-COUNT       PIC 9(03) COMP VALUE ZERO.
002110     05  RM-AUD-HOLD-ENTRY       PIC X(420)
002120                 OCCURS 300 TIMES INDEXED BY RM-AUD-IDX.
002130*
002140 01  RM-TIME-FIELDS.
002150     05  RM-RUN-DATE             PIC X(08).
002160     05  RM-RUN-TIME             PIC X(08).
002170*
002180 77  RM-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002190 77  RM-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002200 77  RM-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002210*
002220 01  RM-HOLD-LINE                PIC X(133).
002230*
002240*****************************************************************
002250*                                                                *
002260*    REPORT LINE LAYOUTS.                                        *
002270*                                                                *
002280*****************************************************************
002290*
002300 01  RM-HEADING-1.
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  FILLER                  PIC X(38) VALUE
002330             "ALERT ROUTING TABLE AUDIT/MAINTENANCE ".
002340     05  FILLER                  PIC X(06) VALUE " DATE ".
002350     05  RM-H1-DATE              PIC X(08).
002360     05  FILLER                  PIC X(06) VALUE " TIME ".
002370     05  RM-H1-TIME              PIC X(08).
002380     05  FILLER                  PIC X(06) VALUE " PAGE ".
002390     05  RM-H1-PAGE              PIC Z(04)9.
002400     05  FILLER                  PIC X(55) VALUE SPACES.
002410*
002420 01  RM-SECTION-LINE.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  RM-SEC-TITLE            PIC X(40).
002450     05  FILLER                  PIC X(92) VALUE SPACES.
002460*
002470 01  RM-FINDING-LINE.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  FILLER                  PIC X(04) VALUE "MSG ".
002500     05  RM-FND-MSG-NUMBER       PIC X(04).
002510     05  FILLER                  PIC X(03) VALUE " - ".
002520     05  RM-FND-TEXT             PIC X(50).
002530     05  FILLER                  PIC X(71) VALUE SPACES.
002540*
002550 01  RM-CARD-LINE.
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  FILLER                  PIC X(05) VALUE "CARD ".
002580     05  RM-CRD-ACTION           PIC X(03).
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  RM-CRD-MSG-NUMBER       PIC X(04).
002610     05  FILLER                  PIC X(03) VALUE " - ".
002620     05  RM-CRD-RESULT           PIC X(50).
002630     05  FILLER                  PIC X(66) VALUE SPACES.
002640*
002650 01  RM-NO-TABLE-LINE.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  FILLER                  PIC X(44) VALUE
002680             "ROUTING TABLE MISSING OR EMPTY - NO STAGED T".
002690     05  FILLER                  PIC X(21) VALUE
002700             "ABLE WRITTEN - RC 8. ".
002710     05  FILLER                  PIC X(67) VALUE SPACES.
002720*
002730 01  RM-AUDIT-LINE.
002740     05  FILLER                  PIC X(01) VALUE SPACE.
002750     05  FILLER                  PIC X(14) VALUE "AUDIT TRAIL - ".
002760     05  RM-AUD-COUNT            PIC Z(04)9.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  RM-AUD-TEXT             PIC X(50).
002790     05  FILLER                  PIC X(62) VALUE SPACES.
002800*
002810 01  RM-TOTAL-LINE.
002820     05  FILLER                  PIC X(01) VALUE SPACE.
002830     05  FILLER                  PIC X(09) VALUE "FINDINGS ".
002840     05  RM-TOT-FINDINGS         PIC Z(04)9.
002850     05  FILLER                  PIC X(13) VALUE "  CARDS READ ".
002860     05  RM-TOT-READ             PIC Z(04)9.
002870     05  FILLER                  PIC X(10) VALUE "  APPLIED ".
002880     05  RM-TOT-APPLIED          PIC Z(04)9.
002890     05  FILLER                  PIC X(11) VALUE "  REJECTED ".
002900     05  RM-TOT-REJECTED         PIC Z(04)9.
002910     05  FILLER                  PIC X(09) VALUE "  STAGED ".
002920     05  RM-TOT-FINAL            PIC Z(04)9.
002930     05  FILLER                  PIC X(60) VALUE SPACES.
002940*
002950*****************************************************************
002960*                                                                *
002970*    PROCEDURE DIVISION.
002980*                                                                *
002990*****************************************************************
003000*
003010 PROCEDURE DIVISION.
003020*
003030*****************************************************************
003040*    0000-MAINLINE - AUDIT, APPLY, REWRITE, REPORT.             *
003050*****************************************************************
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080     PERFORM 2000-LOAD-TABLE THRU 2000-EXIT.
003090     IF RM-ENTRY-COUNT = ZERO
003100         SET RM-TABLE-BAD TO TRUE
003110         MOVE RM-NO-TABLE-LINE TO REPORT-RECORD
003120         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003130     ELSE
003140         PERFORM 3000-AUDIT-TABLE THRU 3000-EXIT
003150         PERFORM 4000-APPLY-CONTROL-CARDS THRU 4000-EXIT
003160         PERFORM 5000-WRITE-NEW-TABLE THRU 5000-EXIT
003170         PERFORM 5500-WRITE-AUDIT-TRAIL THRU 5500-EXIT
003180     END-IF.
003190     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003200     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
003210     IF RM-TABLE-BAD OR RM-CARDS-REJECTED > ZERO
003220             OR RM-AUDIT-ERRORS > ZERO
003230         MOVE 8 TO RETURN-CODE
003240     ELSE
003250         IF RM-AUDIT-FINDINGS > ZERO
003260             MOVE 4 TO RETURN-CODE
003270         ELSE
003280             MOVE 0 TO RETURN-CODE
003290         END-IF
003300     END-IF.
003310     GOBACK.
003320*
003330*****************************************************************
003340*    1000-INITIALIZE - OPEN THE REPORT AND THE AUDIT FILE AND   *
003350*    STAMP THE RUN.  AUDFILE IS CREATED ON FIRST USE.           *
003360*****************************************************************
003370 1000-INITIALIZE.
003380     ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
003390     ACCEPT RM-RUN-TIME FROM TIME.
003400     OPEN OUTPUT REPORT-FILE.
003410     OPEN I-O AUDIT-FILE.
003420     IF RM-AUD-STAT = "35"
003430         OPEN OUTPUT AUDIT-FILE
003440         CLOSE AUDIT-FILE
003450         OPEN I-O AUDIT-FILE
003460     END-IF.
003470     IF RM-AUD-STAT = "00"
003480         SET RM-AUD-OPEN TO TRUE
003490     END-IF.
003500 1000-EXIT.
003510     EXIT.
003520*
003530*****************************************************************
003540*    2000-LOAD-TABLE - READS THE WHOLE ROUTING TABLE INTO THE   *
003550*    WORKING COPY.  RECORDS PAST THE WORK TABLE ARE COUNTED     *
003560*    AND REPORTED, NEVER SILENTLY DROPPED.                      *
003570*****************************************************************
003580 2000-LOAD-TABLE.
003590     OPEN INPUT ROUTE-FILE.
003600     IF RM-RTE-STAT NOT = "00"
003610         SET RM-END-OF-RTEFILE TO TRUE
003620         GO TO 2000-EXIT
003630     END-IF.
003640     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
003650         UNTIL RM-END-OF-RTEFILE.
003660     CLOSE ROUTE-FILE.
003670 2000-EXIT.
003680     EXIT.
003690*
003700 2100-LOAD-ONE-RECORD.
003710     READ ROUTE-FILE
003720         AT END
003730             SET RM-END-OF-RTEFILE TO TRUE
003740     END-READ.
003750     IF RM-END-OF-RTEFILE
003760         GO TO 2100-EXIT
003770     END-IF.
003780     IF RM-ENTRY-COUNT < 300
003790         ADD 1 TO RM-ENTRY-COUNT
003800         SET RM-IDX TO RM-ENTRY-COUNT
003810         MOVE ROUTE-RECORD (1:4)   TO RM-T-MSG-NUMBER (RM-IDX)
003820         MOVE RTE-GROUP            TO RM-T-GROUP (RM-IDX)
003830         MOVE ROUTE-RECORD (13:1)  TO RM-T-ESCALATION (RM-IDX)
003840         MOVE RTE-DESCRIPTION      TO RM-T-DESCRIPTION (RM-IDX)
003850         MOVE "N"                  TO RM-T-DELETED-SW (RM-IDX)
003860     ELSE
003870         ADD 1 TO RM-DROPPED-RECORDS
003880     END-IF.
003890 2100-EXIT.
003900     EXIT.
003910*
003920*****************************************************************
003930*    3000-AUDIT-TABLE - FIELD AUDIT OF EVERY LOADED ENTRY,      *
003940*    DUPLICATE-NUMBER SCAN AND CAPACITY CHECKS.                 *
003950*****************************************************************
003960 3000-AUDIT-TABLE.
003970     MOVE "ROUTING TABLE AUDIT" TO RM-SEC-TITLE.
003980     MOVE RM-SECTION-LINE TO REPORT-RECORD.
003990     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004000     PERFORM 3100-AUDIT-ONE-ENTRY THRU 3100-EXIT
004010         VARYING RM-IDX FROM 1 BY 1 UNTIL
004020             RM-IDX > RM-ENTRY-COUNT.
004030     PERFORM 3300-AUDIT-CAPACITY THRU 3300-EXIT.
004040     IF RM-AUDIT-FINDINGS = ZERO
004050         MOVE SPACES TO RM-FND-MSG-NUMBER
004060         MOVE "NO AUDIT FINDINGS" TO RM-FND-TEXT
004070         MOVE RM-FINDING-LINE TO REPORT-RECORD
004080         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004090     END-IF.
004100 3000-EXIT.
004110     EXIT.
004120*
004130 3100-AUDIT-ONE-ENTRY.
004140     MOVE RM-T-MSG-NUMBER (RM-IDX) TO RM-FND-MSG-NUMBER.
004150     IF RM-T-MSG-NUMBER (RM-IDX) IS NOT NUMERIC
004160         MOVE "MESSAGE NUMBER IS NOT NUMERIC" TO RM-FND-TEXT
004170         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004180     END-IF.
004190     IF RM-T-GROUP (RM-IDX) = SPACES
004200         MOVE "OPERATOR GROUP IS BLANK" TO RM-FND-TEXT
004210         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004220     END-IF.
004230     MOVE RM-T-ESCALATION (RM-IDX) TO RM-ESC-CHECK.
004240     IF NOT RM-ESC-KNOWN
004250         MOVE "ESCALATION LEVEL OUTSIDE 1-9" TO RM-FND-TEXT
004260         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004270     END-IF.
004280     PERFORM 3200-AUDIT-DUPLICATE THRU 3200-EXIT.
004290 3100-EXIT.
004300     EXIT.
004310*
004320*    A DUPLICATE IS REPORTED AGAINST THE LATER COPY SO EACH
004330*    DUPLICATED NUMBER SHOWS UP ONCE PER EXTRA RECORD.  THE
004340*    DISPATCHER'S SCAN WOULD ONLY EVER FIND THE FIRST COPY.
004350 3200-AUDIT-DUPLICATE.
004360     IF RM-IDX = 1
004370         GO TO 3200-EXIT
004380     END-IF.
004390     MOVE "N" TO RM-DUP-FOUND-SW.
004400     PERFORM 3250-COMPARE-ONE-ENTRY THRU 3250-EXIT
004410         VARYING RM-IDX2 FROM 1 BY 1 UNTIL
004420             RM-IDX2 >= RM-IDX
004430             OR RM-DUP-FOUND.
004440     IF RM-DUP-FOUND
004450         MOVE "DUPLICATE MESSAGE NUMBER" TO RM-FND-TEXT
004460         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004470     END-IF.
004480 3200-EXIT.
004490     EXIT.
004500*
004510 3250-COMPARE-ONE-ENTRY.
004520     IF RM-T-MSG-NUMBER (RM-IDX2) =
004530             RM-T-MSG-NUMBER (RM-IDX)
004540         SET RM-DUP-FOUND TO TRUE
004550     END-IF.
004560 3250-EXIT.
004570     EXIT.
004580*
004590 3300-AUDIT-CAPACITY.
004600     IF RM-ENTRY-COUNT > 100
004610         MOVE SPACES TO RM-FND-MSG-NUMBER
004620         MOVE "TABLE EXCEEDS THE 100-ENTRY DISPATCH LOAD"
004630             TO RM-FND-TEXT
004640         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004650     END-IF.
004660     IF RM-DROPPED-RECORDS > ZERO
004670         MOVE SPACES TO RM-FND-MSG-NUMBER
004680         MOVE "RECORDS PAST THE 300-ENTRY WORK TABLE NOT AUDITED"
004690             TO RM-FND-TEXT
004700         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004710     END-IF.
004720 3300-EXIT.
004730     EXIT.
004740*
004750 3900-WRITE-FINDING.
004760     ADD 1 TO RM-AUDIT-FINDINGS.
004770     MOVE RM-FINDING-LINE TO REPORT-RECORD.
004780     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004790 3900-EXIT.
004800     EXIT.
004810*
004820*****************************************************************
004830*    4000-APPLY-CONTROL-CARDS - VALIDATES AND APPLIES THE       *
004840*    ADD/REW/DEL DECK AGAINST THE WORKING TABLE.  A MISSING     *
004850*    CTLFILE MEANS AUDIT-ONLY - THAT IS NOT AN ERROR.           *
004860*****************************************************************
004870 4000-APPLY-CONTROL-CARDS.
004880     OPEN INPUT CTL-FILE.
004890     IF RM-CTL-STAT NOT = "00"
004900         SET RM-END-OF-CTLFILE TO TRUE
004910         GO TO 4000-EXIT
004920     END-IF.
004930     MOVE SPACES TO REPORT-RECORD.
004940     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004950     MOVE "CONTROL CARD RESULTS" TO RM-SEC-TITLE.
004960     MOVE RM-SECTION-LINE TO REPORT-RECORD.
004970     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004980     PERFORM 4100-APPLY-ONE-CARD THRU 4100-EXIT
004990         UNTIL RM-END-OF-CTLFILE.
005000     CLOSE CTL-FILE.
005010 4000-EXIT.
005020     EXIT.
005030*
005040 4100-APPLY-ONE-CARD.
005050     READ CTL-FILE
005060         AT END
005070             SET RM-END-OF-CTLFILE TO TRUE
005080     END-READ.
005090     IF RM-END-OF-CTLFILE
005100         GO TO 4100-EXIT
005110     END-IF.
005120     ADD 1 TO RM-CARDS-READ.
005130     MOVE "Y" TO RM-CARD-VALID-SW.
005140     MOVE CTL-ACTION     TO RM-CRD-ACTION.
005150     MOVE CTL-MSG-NUMBER TO RM-CRD-MSG-NUMBER.
005160     PERFORM 4200-VALIDATE-CARD THRU 4200-EXIT.
005170     IF RM-CARD-VALID AND NOT CTL-ACT-OPERATOR
005180         PERFORM 4600-SAVE-BEFORE-IMAGE THRU 4600-EXIT
005190     END-IF.
005200     IF RM-CARD-VALID
005210         EVALUATE TRUE
005220             WHEN CTL-ACT-OPERATOR
005230                 PERFORM 4150-TAKE-OPERATOR THRU 4150-EXIT
005240             WHEN CTL-ACT-ADD
005250                 PERFORM 4300-APPLY-ADD THRU 4300-EXIT
005260             WHEN CTL-ACT-REWORD
005270                 PERFORM 4400-APPLY-REWORD THRU 4400-EXIT
005280             WHEN CTL-ACT-DELETE
005290                 PERFORM 4500-APPLY-DELETE THRU 4500-EXIT
005300         END-EVALUATE
005310     END-IF.
005320     IF RM-CARD-VALID AND NOT CTL-ACT-OPERATOR
005330         PERFORM 4700-HOLD-AUDIT-RECORD THRU 4700-EXIT
005340     END-IF.
005350     IF RM-CARD-VALID
005360         ADD 1 TO RM-CARDS-APPLIED
005370     ELSE
005380         ADD 1 TO RM-CARDS-REJECTED
005390     END-IF.
005400     MOVE RM-CARD-LINE TO REPORT-RECORD.
005410     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005420 4100-EXIT.
005430     EXIT.
005440*
005450*    AN OPR CARD NAMES THE OPERATOR EVERY FOLLOWING CHANGE IS
005460*    RECORDED UNDER, UNTIL THE NEXT OPR CARD.
005470 4150-TAKE-OPERATOR.
005480     MOVE CTL-OPR-ID TO RM-OPERATOR-ID.
005490     MOVE SPACES TO RM-CRD-MSG-NUMBER.
005500     MOVE SPACES TO RM-CRD-RESULT.
005510     STRING "OPERATOR " DELIMITED BY SIZE
005520            RM-OPERATOR-ID DELIMITED BY SPACE
005530            " FOR THE CARDS THAT FOLLOW" DELIMITED BY SIZE
005540         INTO RM-CRD-RESULT
005550     END-STRING.
005560 4150-EXIT.
005570     EXIT.
005580*
005590*    A BLANK OPR CARD IS REJECTED AND CLEARS THE OPERATOR, SO
005600*    THE CHANGES BEHIND IT ARE REJECTED TOO RATHER THAN BEING
005610*    RECORDED UNDER THE PREVIOUS OPERATOR.
005620 4200-VALIDATE-CARD.
005630     IF CTL-ACT-OPERATOR
005640         IF CTL-OPR-ID = SPACES
005650             MOVE SPACES TO RM-OPERATOR-ID
005660             MOVE "N" TO RM-CARD-VALID-SW
005670             MOVE "REJECTED - OPERATOR ID MISSING"
005680                 TO RM-CRD-RESULT
005690         END-IF
005700         GO TO 4200-EXIT
005710     END-IF.
005720     IF CTL-ACT-ADD OR CTL-ACT-REWORD OR CTL-ACT-DELETE
005730         CONTINUE
005740     ELSE
005750         MOVE "N" TO RM-CARD-VALID-SW
005760         MOVE "REJECTED - UNKNOWN ACTION" TO RM-CRD-RESULT
005770         GO TO 4200-EXIT
005780     END-IF.
005790     IF RM-OPERATOR-ID = SPACES
005800         MOVE "N" TO RM-CARD-VALID-SW
005810         MOVE "REJECTED - NO OPR CARD AHEAD OF THIS CARD"
005820             TO RM-CRD-RESULT
005830         GO TO 4200-EXIT
005840     END-IF.
005850     IF NOT RM-AUD-OPEN
005860         MOVE "N" TO RM-CARD-VALID-SW
005870         MOVE "REJECTED - AUDIT FILE UNAVAILABLE" TO RM-CRD-RESULT
005880         GO TO 4200-EXIT
005890     END-IF.
005900     IF RM-AUD-HOLD-COUNT >= 300
005910         MOVE "N" TO RM-CARD-VALID-SW
005920         MOVE "REJECTED - AUDIT HOLD TABLE FULL" TO RM-CRD-RESULT
005930         GO TO 4200-EXIT
005940     END-IF.
005950     IF CTL-MSG-NUMBER IS NOT NUMERIC
005960         MOVE "N" TO RM-CARD-VALID-SW
005970         MOVE "REJECTED - MESSAGE NUMBER NOT NUMERIC"
005980             TO RM-CRD-RESULT
005990         GO TO 4200-EXIT
006000     END-IF.
006010     PERFORM 4250-LOCATE-ENTRY THRU 4250-EXIT.
006020     IF CTL-ACT-ADD AND RM-ENTRY-FOUND
006030         MOVE "N" TO RM-CARD-VALID-SW
006040         MOVE "REJECTED - NUMBER ALREADY IN TABLE"
006050             TO RM-CRD-RESULT
006060         GO TO 4200-EXIT
006070     END-IF.
006080     IF (CTL-ACT-REWORD OR CTL-ACT-DELETE)
006090             AND NOT RM-ENTRY-FOUND
006100         MOVE "N" TO RM-CARD-VALID-SW
006110         MOVE "REJECTED - NUMBER NOT IN TABLE"
006120             TO RM-CRD-RESULT
006130         GO TO 4200-EXIT
006140     END-IF.
006150     IF CTL-ACT-ADD
006160         IF CTL-GROUP = SPACES
006170             MOVE "N" TO RM-CARD-VALID-SW
006180             MOVE "REJECTED - GROUP MISSING" TO RM-CRD-RESULT
006190             GO TO 4200-EXIT
006200         END-IF
006210         MOVE CTL-ESCALATION TO RM-ESC-CHECK
006220         IF NOT RM-ESC-KNOWN
006230             MOVE "N" TO RM-CARD-VALID-SW
006240             MOVE "REJECTED - ESCALATION OUTSIDE 1-9"
006250                 TO RM-CRD-RESULT
006260             GO TO 4200-EXIT
006270         END-IF
006280     END-IF.
006290     IF CTL-ACT-REWORD AND CTL-ESCALATION NOT = SPACE
006300         MOVE CTL-ESCALATION TO RM-ESC-CHECK
006310         IF NOT RM-ESC-KNOWN
006320             MOVE "N" TO RM-CARD-VALID-SW
006330             MOVE "REJECTED - ESCALATION OUTSIDE 1-9"
006340                 TO RM-CRD-RESULT
006350             GO TO 4200-EXIT
006360         END-IF
006370     END-IF.
006380 4200-EXIT.
006390     EXIT.
006400*
006410*    LOCATES THE FIRST ACTIVE ENTRY CARRYING THE CARD'S
006420*    MESSAGE NUMBER.  RM-IDX IS LEFT POSITIONED ON THE MATCH.
006430 4250-LOCATE-ENTRY.
006440     MOVE "N" TO RM-ENTRY-FOUND-SW.
006450     PERFORM 4260-MATCH-ONE-ENTRY THRU 4260-EXIT
006460         VARYING RM-IDX FROM 1 BY 1 UNTIL
006470             RM-IDX > RM-ENTRY-COUNT
006480             OR RM-ENTRY-FOUND.
006490     IF RM-ENTRY-FOUND
006500         SET RM-IDX DOWN BY 1
006510     END-IF.
006520 4250-EXIT.
006530     EXIT.
006540*
006550 4260-MATCH-ONE-ENTRY.
006560     IF RM-T-MSG-NUMBER (RM-IDX) = CTL-MSG-NUMBER
006570             AND RM-T-DELETED-SW (RM-IDX) = "N"
006580         MOVE "Y" TO RM-ENTRY-FOUND-SW
006590     END-IF.
006600 4260-EXIT.
006610     EXIT.
006620*
006630 4300-APPLY-ADD.
006640     IF RM-ENTRY-COUNT >= 300
006650         MOVE "N" TO RM-CARD-VALID-SW
006660         MOVE "REJECTED - WORK TABLE FULL" TO RM-CRD-RESULT
006670         GO TO 4300-EXIT
006680     END-IF.
006690     ADD 1 TO RM-ENTRY-COUNT.
006700     SET RM-IDX TO RM-ENTRY-COUNT.
006710     MOVE CTL-MSG-NUMBER  TO RM-T-MSG-NUMBER (RM-IDX).
006720     MOVE CTL-GROUP       TO RM-T-GROUP (RM-IDX).
006730     MOVE CTL-ESCALATION  TO RM-T-ESCALATION (RM-IDX).
006740     MOVE CTL-DESCRIPTION TO RM-T-DESCRIPTION (RM-IDX).
006750     MOVE "N"             TO RM-T-DELETED-SW (RM-IDX).
006760     MOVE "ADDED" TO RM-CRD-RESULT.
006770 4300-EXIT.
006780     EXIT.
006790*
006800 4400-APPLY-REWORD.
006810     IF CTL-GROUP NOT = SPACES
006820         MOVE CTL-GROUP TO RM-T-GROUP (RM-IDX)
006830     END-IF.
006840     IF CTL-ESCALATION NOT = SPACE
006850         MOVE CTL-ESCALATION TO RM-T-ESCALATION (RM-IDX)
006860     END-IF.
006870     IF CTL-DESCRIPTION NOT = SPACES
006880         MOVE CTL-DESCRIPTION TO RM-T-DESCRIPTION (RM-IDX)
006890     END-IF.
006900     MOVE "REWORDED" TO RM-CRD-RESULT.
006910 4400-EXIT.
006920     EXIT.
006930*
006940 4500-APPLY-DELETE.
006950     MOVE "Y" TO RM-T-DELETED-SW (RM-IDX).
006960     MOVE "DELETED" TO RM-CRD-RESULT.
006970 4500-EXIT.
006980     EXIT.
006990*
007000*****************************************************************
007010*    4600-SAVE-BEFORE-IMAGE - THE ROUTING RECORD AS IT STANDS   *
007020*    BEFORE THE CARD IS APPLIED.  AN ADD HAS NONE.              *
007030*****************************************************************
007040 4600-SAVE-BEFORE-IMAGE.
007050     IF CTL-ACT-ADD
007060         MOVE SPACES TO RM-AUD-BEFORE
007070     ELSE
007080         PERFORM 4650-BUILD-IMAGE THRU 4650-EXIT
007090         MOVE RM-AUD-IMAGE TO RM-AUD-BEFORE
007100     END-IF.
007110 4600-EXIT.
007120     EXIT.
007130*
007140*    THE ENTRY AT RM-IDX IN ROUTING RECORD LAYOUT - THE SAME
007150*    COLUMNS 5100-WRITE-ONE-ENTRY WRITES TO NEWRTE.
007160 4650-BUILD-IMAGE.
007170     MOVE SPACES TO RM-AUD-IMAGE.
007180     STRING RM-T-MSG-NUMBER (RM-IDX)  DELIMITED BY SIZE
007190            RM-T-GROUP (RM-IDX)       DELIMITED BY SIZE
007200            RM-T-ESCALATION (RM-IDX)  DELIMITED BY SIZE
007210            RM-T-DESCRIPTION (RM-IDX) DELIMITED BY SIZE
007220         INTO RM-AUD-IMAGE
007230     END-STRING.
007240 4650-EXIT.
007250     EXIT.
007260*
007270*****************************************************************
007280*    4700-HOLD-AUDIT-RECORD - BUILDS THE AUDIT RECORD FOR AN    *
007290*    APPLIED CARD AND HOLDS IT FOR 5500-WRITE-AUDIT-TRAIL.      *
007300*    THE CARD'S NUMBER IN THE DECK KEEPS THE KEY UNIQUE.        *
007310*****************************************************************
007320 4700-HOLD-AUDIT-RECORD.
007330     MOVE SPACES TO AUDIT-RECORD.
007340     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
007350     ACCEPT AUD-TIME FROM TIME.
007360     MOVE RM-AUD-PROGRAM  TO AUD-PROGRAM.
007370     MOVE RM-CARDS-READ   TO AUD-SEQ.
007380     MOVE RM-AUD-JOB-NAME TO AUD-JOB-NAME.
007390     MOVE RM-RUN-DATE     TO AUD-RUN-DATE.
007400     MOVE RM-RUN-TIME     TO AUD-RUN-TIME.
007410     MOVE RM-OPERATOR-ID  TO AUD-OPERATOR-ID.
007420     MOVE CTL-ACTION      TO AUD-ACTION.
007430     MOVE CTL-MSG-NUMBER  TO AUD-ITEM-KEY.
007440     MOVE RM-AUD-BEFORE   TO AUD-BEFORE-IMAGE.
007450     IF CTL-ACT-DELETE
007460         MOVE SPACES TO AUD-AFTER-IMAGE
007470     ELSE
007480         PERFORM 4650-BUILD-IMAGE THRU 4650-EXIT
007490         MOVE RM-AUD-IMAGE TO AUD-AFTER-IMAGE
007500     END-IF.
007510     ADD 1 TO RM-AUD-HOLD-COUNT.
007520     SET RM-AUD-IDX TO RM-AUD-HOLD-COUNT.
007530     MOVE AUDIT-RECORD TO RM-AUD-HOLD-ENTRY (RM-AUD-IDX).
007540 4700-EXIT.
007550     EXIT.
007560*
007570*****************************************************************
007580*    5000-WRITE-NEW-TABLE - WRITES EVERY ACTIVE ENTRY TO        *
007590*    NEWRTE AND WARNS IF THE RESULT STILL EXCEEDS THE LOAD      *
007600*    TABLE THE DISPATCHER CARRIES.                              *
007610*****************************************************************
007620 5000-WRITE-NEW-TABLE.
007630     OPEN OUTPUT NEWRTE-FILE.
007640     IF RM-NEW-STAT NOT = "00"
007650         GO TO 5000-EXIT
007660     END-IF.
007670     MOVE ZERO TO RM-FINAL-COUNT.
007680     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
007690         VARYING RM-IDX FROM 1 BY 1 UNTIL
007700             RM-IDX > RM-ENTRY-COUNT.
007710     CLOSE NEWRTE-FILE.
007720     IF RM-FINAL-COUNT > 100
007730         MOVE SPACES TO REPORT-RECORD
007740         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007750         MOVE SPACES TO RM-FND-MSG-NUMBER
007760         MOVE "UPDATED TABLE STILL EXCEEDS 100 ENTRIES"
007770             TO RM-FND-TEXT
007780         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
007790     END-IF.
007800 5000-EXIT.
007810     EXIT.
007820*
007830 5100-WRITE-ONE-ENTRY.
007840     IF RM-T-DELETED-SW (RM-IDX) = "Y"
007850         GO TO 5100-EXIT
007860     END-IF.
007870     ADD 1 TO RM-FINAL-COUNT.
007880     MOVE SPACES TO NEWRTE-RECORD.
007890     STRING RM-T-MSG-NUMBER (RM-IDX)  DELIMITED BY SIZE
007900            RM-T-GROUP (RM-IDX)       DELIMITED BY SIZE
007910            RM-T-ESCALATION (RM-IDX)  DELIMITED BY SIZE
007920            RM-T-DESCRIPTION (RM-IDX) DELIMITED BY SIZE
007930         INTO NEWRTE-RECORD
007940     END-STRING.
007950     WRITE NEWRTE-RECORD.
007960 5100-EXIT.
007970     EXIT.
007980*
007990*****************************************************************
008000*    5500-WRITE-AUDIT-TRAIL - WRITES THE HELD AUDIT RECORDS TO  *
008010*    AUDFILE.  A RUN WITH A REJECTED CARD OR NO STAGED TABLE    *
008020*    IS NEVER COPIED OVER PRODUCTION, SO NOTHING IS RECORDED.   *
008030*    A FAILED WRITE ENDS THE STEP RC 8 SO THE UNRECORDED        *
008040*    CHANGE IS NOT COPIED OVER PRODUCTION EITHER.               *
008050*****************************************************************
008060 5500-WRITE-AUDIT-TRAIL.
008070     IF RM-AUD-HOLD-COUNT = ZERO
008080         GO TO 5500-EXIT
008090     END-IF.
008100     MOVE SPACES TO REPORT-RECORD.
008110     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008120     IF RM-CARDS-REJECTED > ZERO OR RM-NEW-STAT NOT = "00"
008130         MOVE RM-AUD-HOLD-COUNT TO RM-AUD-COUNT
008140         MOVE "CHANGES NOT RECORDED - STAGE IS NOT TO BE COPIED"
008150             TO RM-AUD-TEXT
008160         MOVE RM-AUDIT-LINE TO REPORT-RECORD
008170         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
008180         GO TO 5500-EXIT
008190     END-IF.
008200     PERFORM 5600-WRITE-ONE-AUDIT THRU 5600-EXIT
008210         VARYING RM-AUD-IDX FROM 1 BY 1 UNTIL
008220             RM-AUD-IDX > RM-AUD-HOLD-COUNT.
008230     SUBTRACT RM-AUDIT-ERRORS FROM RM-AUD-HOLD-COUNT
008240         GIVING RM-AUD-COUNT.
008250     MOVE "CHANGE RECORDS WRITTEN TO AUDFILE" TO RM-AUD-TEXT.
008260     MOVE RM-AUDIT-LINE TO REPORT-RECORD.
008270     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008280 5500-EXIT.
008290     EXIT.
008300*
008310 5600-WRITE-ONE-AUDIT.
008320     MOVE RM-AUD-HOLD-ENTRY (RM-AUD-IDX) TO AUDIT-RECORD.
008330     WRITE AUDIT-RECORD
008340         INVALID KEY
008350             CONTINUE
008360     END-WRITE.
008370     IF RM-AUD-STAT NOT = "00"
008380         ADD 1 TO RM-AUDIT-ERRORS
008390         MOVE AUD-SEQ TO RM-AUD-COUNT
008400         MOVE SPACES TO RM-AUD-TEXT
008410         STRING "CARD NOT RECORDED - AUDFILE STATUS "
008420                    DELIMITED BY SIZE
008430                RM-AUD-STAT DELIMITED BY SIZE
008440             INTO RM-AUD-TEXT
008450         END-STRING
008460         MOVE RM-AUDIT-LINE TO REPORT-RECORD
008470         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
008480     END-IF.
008490 5600-EXIT.
008500     EXIT.
008510*
008520*****************************************************************
008530*    6000-WRITE-TOTALS - RUN ROLL-UP FOR THE OPERATOR.          *
008540*****************************************************************
008550 6000-WRITE-TOTALS.
008560     MOVE SPACES TO REPORT-RECORD.
008570     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008580     MOVE RM-AUDIT-FINDINGS TO RM-TOT-FINDINGS.
008590     MOVE RM-CARDS-READ     TO RM-TOT-READ.
008600     MOVE RM-CARDS-APPLIED  TO RM-TOT-APPLIED.
008610     MOVE RM-CARDS-REJECTED TO RM-TOT-REJECTED.
008620     MOVE RM-FINAL-COUNT    TO RM-TOT-FINAL.
008630     MOVE RM-TOTAL-LINE TO REPORT-RECORD.
008640     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
008650 6000-EXIT.
008660     EXIT.
008670*
008680*****************************************************************
008690*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
008700*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
008710*    BREAK CANNOT CLOBBER IT.                                   *
008720*****************************************************************
008730 9100-WRITE-REPORT-LINE.
008740     MOVE REPORT-RECORD TO RM-HOLD-LINE.
008750     IF RM-LINE-COUNT > RM-LINES-PER-PAGE
008760         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
008770     END-IF.
008780     WRITE REPORT-RECORD FROM RM-HOLD-LINE
008790         AFTER ADVANCING 1 LINE.
008800     ADD 1 TO RM-LINE-COUNT.
008810 9100-EXIT.
008820     EXIT.
008830*
008840 9200-WRITE-PAGE-HEADING.
008850     ADD 1 TO RM-PAGE-COUNT.
008860     MOVE RM-RUN-DATE  TO RM-H1-DATE.
008870     MOVE RM-RUN-TIME  TO RM-H1-TIME.
008880     MOVE RM-PAGE-COUNT TO RM-H1-PAGE.
008890     MOVE RM-HEADING-1 TO REPORT-RECORD.
008900     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
008910     MOVE SPACES TO REPORT-RECORD.
008920     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
008930     MOVE 3 TO RM-LINE-COUNT.
008940 9200-EXIT.
008950     EXIT.
008960*
008970*****************************************************************
008980*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
008990*****************************************************************
009000 9800-CLOSE-FILES.
009010     IF RM-AUD-OPEN
009020         CLOSE AUDIT-FILE
009030     END-IF.
009040     CLOSE REPORT-FILE.
009050 9800-EXIT.
009060     EXIT.
