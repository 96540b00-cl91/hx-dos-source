000250*    A VALIDATED BATCH UPDATE INSTEAD OF A TEXT EDITOR.          *
000260*                                                                *
000270*    CONTROL CARD - COLS 1-3 ACTION (ADD/REW/DEL), 5-8 MESSAGE   *
000280*    NUMBER, 10 SEVERITY, 11-14 CODEPAGE, 15 REPLY FLAG (Y OR    *
000290*    BLANK) AND 16-80 MESSAGE TEXT.  AN OPR CARD (COLS 1-3       *
000300*    "OPR", 5-12 OPERATOR ID) MUST COME AHEAD OF THE CHANGES -   *
000310*    EVERY CHANGE IS RECORDED ON THE SHARED AUDIT FILE (AUDFILE  *
000320*    - SEE AUDREC) UNDER THAT OPERATOR, WITH THE CATALOG RECORD  *
000330*    BEFORE AND AFTER.                                           *
000340*    THE STORED TEXT LENGTH IS COMPUTED FROM THE TRAILING        *
000350*    TEXT, NEVER KEYED.  ON REW A BLANK SEVERITY OR CODEPAGE     *
000360*    KEEPS THE CATALOG VALUE.                                    *
000370*                                                                *
000380*    RETURN CODES - 0 CLEAN, 4 AUDIT FINDINGS ONLY, 8 ONE OR     *
000390*    MORE CONTROL CARDS REJECTED OR THE INPUT CATALOG MISSING    *
000400*    OR EMPTY.  A MISSING OR EMPTY CATALOG WRITES NO STAGED      *
000410*    CATALOG AT ALL - AN EMPTY NEWMSG THAT LOOKED SUCCESSFUL     *
000420*    WOULD BE COPIED OVER PRODUCTION AND WIPE IT.                *
000430*                                                                *
000440*    MOD LOG                                                     *
000450*    ---------- ---- ----------------------------------------    *
000460*    2026-08-22 RTM  ORIGINAL PROGRAM.                           *
000470*    2026-08-22 RTM  CATALOG RECORD GREW TO 85 BYTES - AUDIT     *
000480*                     AND CARDS NOW CARRY THE OPERATOR-REPLY     *
000490*                     FLAG (SEE MC-REPLY-FLAG).                  *
000500*    2026-08-22 RTM  A MISSING OR EMPTY MSGFILE NOW ENDS RC 8    *
000510*                     WITH NO STAGED CATALOG WRITTEN, SO THE     *
000520*                     COPY STEP CAN NEVER WIPE PRODUCTION WITH   *
000530*                     AN EMPTY NEWMSG.                           *
000540*    2026-10-15 RTM  CHANGE AUDIT TRAIL.  EACH APPLIED ADD/REW/  *
000550*                     DEL IS HELD AS AN AUDREC RECORD (OPERATOR  *
000560*                     FROM THE OPR CARD, CATALOG RECORD BEFORE   *
000570*                     AND AFTER) AND WRITTEN TO AUDFILE ONCE THE *
000580*                     STAGED CATALOG IS WRITTEN - ONLY WHEN NO   *
000590*                     CARD WAS REJECTED, SINCE AN RC 8 STAGE IS  *
000600*                     NEVER COPIED OVER PRODUCTION.  A CHANGE    *
000610*                     WITH NO OPR CARD AHEAD OF IT, OR WITH      *
000620*                     AUDFILE UNAVAILABLE, IS REJECTED; A FAILED *
000630*                     AUDIT WRITE ENDS THE STEP RC 8.            *
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
000750     SELECT MSG-FILE ASSIGN TO "MSGFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS MM-MSG-STAT.
000780*
000790     SELECT CTL-FILE ASSIGN TO "CTLFILE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS MM-CTL-STAT.
000820*
000830     SELECT NEWMSG-FILE ASSIGN TO "NEWMSG"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS MM-NEW-STAT.
000860*
000870     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS AUD-KEY
000910         FILE STATUS IS MM-AUD-STAT.
000920*
000930     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS MM-RPT-STAT.
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
001070 FD  MSG-FILE
001080     RECORDING MODE F
001090     LABEL RECORDS STANDARD
001100     BLOCK CONTAINS 0 RECORDS
001110     RECORD CONTAINS 85 CHARACTERS
001120     DATA RECORD IS MSGCAT-RECORD.
001130     COPY MSGCAT.
001140*
001150 FD  CTL-FILE
001160     RECORDING MODE F
001170     LABEL RECORDS STANDARD
001180     BLOCK CONTAINS 0 RECORDS
001190     RECORD CONTAINS 80 CHARACTERS
001200     DATA RECORD IS CTL-RECORD.
001210 01  CTL-RECORD.
001220     05  CTL-ACTION              PIC X(03).
001230         88  CTL-ACT-ADD              VALUE "ADD".
001240         88  CTL-ACT-REWORD           VALUE "REW".
001250         88  CTL-ACT-DELETE           VALUE "DEL".
001260         88  CTL-ACT-OPERATOR         VALUE "OPR".
001270     05  FILLER                  PIC X(01).
001280     05  CTL-MSG-NUMBER          PIC X(04).
001290     05  FILLER                  PIC X(01).
001300     05  CTL-SEVERITY            PIC X(01).
001310     05  CTL-CODEPAGE            PIC X(04).
001320     05  CTL-REPLY-FLAG          PIC X(01).
001330     05  CTL-TEXT                PIC X(65).
001340 01  CTL-OPERATOR-CARD.
001350     05  FILLER                  PIC X(04).
001360     05  CTL-OPR-ID              PIC X(08).
001370     05  FILLER                  PIC X(68).
001380*
001390 FD  NEWMSG-FILE
001400     RECORDING MODE F
001410     LABEL RECORDS STANDARD
001420     BLOCK CONTAINS 0 RECORDS
001430     RECORD CONTAINS 85 CHARACTERS
001440     DATA RECORD IS NEWMSG-RECORD.
001450 01  NEWMSG-RECORD               PIC X(85).
001460*
001470 FD  AUDIT-FILE
001480     RECORD CONTAINS 420 CHARACTERS
001490     DATA RECORD IS AUDIT-RECORD.
001500     COPY AUDREC.
001510*
001520 FD  REPORT-FILE
001530     RECORDING MODE F
001540     LABEL RECORDS STANDARD
001550     BLOCK CONTAINS 0 RECORDS
001560     RECORD CONTAINS 133 CHARACTERS
001570     DATA RECORD IS REPORT-RECORD.
001580 01  REPORT-RECORD               PIC X(133).
001590*
001600 WORKING-STORAGE SECTION.
001610*
001620 01  MM-SWITCHES.
001630     05  MM-EOF-MSGFILE          PIC X(01) VALUE "N".
001640         88  MM-END-OF-MSGFILE       VALUE "Y".
001650     05  MM-EOF-CTLFILE          PIC X(01) VALUE "N".
001660         88  MM-END-OF-CTLFILE       VALUE "Y".
001670     05  MM-CARD-VALID-SW        PIC X(01) VALUE "Y".
001680         88  MM-CARD-VALID           VALUE "Y".
001690     05  MM-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
001700         88  MM-ENTRY-FOUND          VALUE "Y".
001710     05  MM-DUP-FOUND-SW         PIC X(01) VALUE "N".
001720         88  MM-DUP-FOUND            VALUE "Y".
001730     05  MM-CATALOG-BAD-SW       PIC X(01) VALUE "N".
001740         88  MM-CATALOG-BAD          VALUE "Y".
001750     05  MM-AUD-OPEN-SW          PIC X(01) VALUE "N".
001760         88  MM-AUD-OPEN             VALUE "Y".
001770*
001780 01  MM-FILE-STATUS-CODES.
001790     05  MM-MSG-STAT             PIC X(02) VALUE "00".
001800     05  MM-CTL-STAT             PIC X(02) VALUE "00".
001810     05  MM-NEW-STAT             PIC X(02) VALUE "00".
001820     05  MM-RPT-STAT             PIC X(02) VALUE "00".
001830     05  MM-AUD-STAT             PIC X(02) VALUE "00".
001840*
001850*    WORKING COPY OF THE CATALOG.  BIGGER THAN THE 50-ENTRY
001860*    TABLE THE ANNOUNCER LOADS SO THE AUDIT CAN SEE AND REPORT
001870*    THE OVERFLOW TAIL INSTEAD OF LOSING IT.
001880 01  MM-CATALOG-AREA.
001890     05  MM-ENTRY-COUNT          PIC 9(03) COMP VALUE ZERO.
001900     05  MM-CAT-ENTRY OCCURS 200 TIMES
001910                 INDEXED BY MM-IDX MM-IDX2.
001920         10  MM-T-MSG-NUMBER     PIC X(04).
001930         10  MM-T-SEVERITY       PIC X(01).
001940         10  MM-T-CODEPAGE       PIC X(04).
001950         10  MM-T-TEXT-LENGTH    PIC X(03).
001960         10  MM-T-TEXT           PIC X(72).
001970         10  MM-T-REPLY-FLAG     PIC X(01).
001980         10  MM-T-DELETED-SW     PIC X(01).
001990*
002000 01  MM-WORK-FIELDS.
002010     05  MM-CODEPAGE-CHECK       PIC X(04).
002020         88  MM-CODEPAGE-KNOWN        VALUE "0037" "0273" "0437"
002030                                            "0500" "0850" "1047"
002040                                            "1140".
002050     05  MM-SEVERITY-CHECK       PIC X(01).
002060         88  MM-SEVERITY-KNOWN        VALUE "I" "W" "E".
002070     05  MM-REPLY-CHECK          PIC X(01).
002080         88  MM-REPLY-KNOWN           VALUE "Y" "N" SPACE.
002090     05  MM-COMPUTED-LEN         PIC 9(03) COMP.
002100     05  MM-SCAN-POS             PIC S9(03) COMP.
002110     05  MM-LENGTH-NUM           PIC 9(03).
002120     05  MM-TEXT-WORK            PIC X(72).
002130     05  MM-DROPPED-RECORDS      PIC 9(05) COMP VALUE ZERO.
002140     05  MM-FINAL-COUNT          PIC 9(03) COMP VALUE ZERO.
002150*
002160 01  MM-COUNTERS.
002170     05  MM-AUDIT-FINDINGS       PIC 9(05) COMP VALUE ZERO.
002180     05  MM-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
002190     05  MM-CARDS-APPLIED        PIC 9(05) COMP VALUE ZERO.
002200     05  MM-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
002210     05  MM-AUDIT-ERRORS         PIC 9(05) COMP VALUE ZERO.
002220*
002230*    CHANGE-AUDIT WORK.  AUDIT RECORDS ARE HELD UNTIL THE STAGED
002240*    CATALOG IS WRITTEN - A RUN THAT ENDS RC 8 IS NEVER COPIED
002250*    OVER PRODUCTION, SO ITS CHANGES NEVER REACH THE AUDIT FILE.
002260 01  MM-AUDIT-FIELDS.
002270     05  MM-AUD-PROGRAM          PIC X(08) VALUE "MSGMAINT".
002280     05  MM-AUD-JOB-NAME         PIC X(08) VALUE "MSGMAINT".
002290     05  MM-OPERATOR-ID          PIC X(08) VALUE SPACES.
002300     05  MM-AUD-BEFORE           PIC X(160).
002310     05  MM-AUD-IMAGE            PIC X(85).
002320     05  MM-AUD-HOLD-COUNT       PIC 9(03) COMP VALUE ZERO.
002330     05  MM-AUD-HOLD-ENTRY       PIC X(420)
002340                 OCCURS 200 TIMES INDEXED BY MM-AUD-IDX.
002350*
002360 01  MM-TIME-FIELDS.
002370     05  MM-RUN-DATE             PIC X(08).
002380     05  MM-RUN-TIME             PIC X(08).
002390*
002400 77  MM-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002410 77  MM-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002420 77  MM-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002430*
002440 01  MM-HOLD-LINE                PIC X(133).
002450*
002460*****************************************************************
002470*                                                                *
002480*    REPORT LINE LAYOUTS.                                        *
002490*                                                                *
002500*****************************************************************
002510*
002520 01  MM-HEADING-1.
002530     05  FILLER                  PIC X(01) VALUE SPACE.
002540     05  FILLER                  PIC X(37) VALUE
002550             "MESSAGE CATALOG AUDIT AND MAINTENANCE".
002560     05  FILLER                  PIC X(06) VALUE " DATE ".
002570     05  MM-H1-DATE              PIC X(08).
002580     05  FILLER                  PIC X(06) VALUE " TIME ".
002590     05  MM-H1-TIME              PIC X(08).
002600     05  FILLER                  PIC X(06) VALUE " PAGE ".
002610     05  MM-H1-PAGE              PIC Z(04)9.
002620     05  FILLER                  PIC X(56) VALUE SPACES.
002630*
002640 01  MM-SECTION-LINE.
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  MM-SEC-TITLE            PIC X(40).
002670     05  FILLER                  PIC X(92) VALUE SPACES.
002680*
002690 01  MM-FINDING-LINE.
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  FILLER                  PIC X(04) VALUE "MSG ".
002720     05  MM-FND-MSG-NUMBER       PIC X(04).
002730     05  FILLER                  PIC X(03) VALUE " - ".
002740     05  MM-FND-TEXT             PIC X(50).
002750     05  FILLER                  PIC X(71) VALUE SPACES.
002760*
002770 01  MM-CARD-LINE.
002780     05  FILLER                  PIC X(01) VALUE SPACE.
002790     05  FILLER                  PIC X(05) VALUE "CARD ".
002800     05  MM-CRD-ACTION           PIC X(03).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  MM-CRD-MSG-NUMBER       PIC X(04).
002830     05  FILLER                  PIC X(03) VALUE " - ".
002840     05  MM-CRD-RESULT           PIC X(50).
002850     05  FILLER                  PIC X(66) VALUE SPACES.
002860*
002870 01  MM-NO-CATALOG-LINE.
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  FILLER                  PIC X(44) VALUE
002900             "MESSAGE CATALOG MISSING OR EMPTY - NO STAGED".
002910     05  FILLER                  PIC X(24) VALUE
002920             " CATALOG WRITTEN - RC 8.".
002930     05  FILLER                  PIC X(64) VALUE SPACES.
002940*
002950 01  MM-AUDIT-LINE.
002960     05  FILLER                  PIC X(01) VALUE SPACE.
002970     05  FILLER                  PIC X(14) VALUE "AUDIT TRAIL - ".
002980     05  MM-AUD-COUNT            PIC Z(04)9.
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  MM-AUD-TEXT             PIC X(50).
003010     05  FILLER                  PIC X(62) VALUE SPACES.
003020*
003030 01  MM-TOTAL-LINE.
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  FILLER                  PIC X(09) VALUE "FINDINGS ".
003060     05  MM-TOT-FINDINGS         PIC Z(04)9.
003070     05  FILLER                  PIC X(13) VALUE "  CARDS READ ".
003080     05  MM-TOT-READ             PIC Z(04)9.
003090     05  FILLER                  PIC X(09) VALUE "  APPLIED".
003100     05  FILLER                  PIC X(01) VALUE SPACE.
003110     05  MM-TOT-APPLIED          PIC Z(04)9.
003120     05  FILLER                  PIC X(10) VALUE "  REJECTED".
003130     05  FILLER                  PIC X(01) VALUE SPACE.
003140     05  MM-TOT-REJECTED         PIC Z(04)9.
003150     05  FILLER                  PIC X(12) VALUE "  CATALOGED ".
003160     05  MM-TOT-FINAL            PIC Z(04)9.
003170     05  FILLER                  PIC X(52) VALUE SPACES.
003180*
003190*****************************************************************
003200*                                                                *
003210*    PROCEDURE DIVISION.
003220*                                                                *
003230*****************************************************************
003240*
003250 PROCEDURE DIVISION.
003260*
003270*****************************************************************
003280*    0000-MAINLINE - AUDIT, APPLY, REWRITE, REPORT.             *
003290*****************************************************************
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT.
003330     IF MM-ENTRY-COUNT = ZERO
003340         SET MM-CATALOG-BAD TO TRUE
003350         MOVE MM-NO-CATALOG-LINE TO REPORT-RECORD
003360         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003370     ELSE
003380         PERFORM 3000-AUDIT-CATALOG THRU 3000-EXIT
003390         PERFORM 4000-APPLY-CONTROL-CARDS THRU 4000-EXIT
003400         PERFORM 5000-WRITE-NEW-CATALOG THRU 5000-EXIT
003410         PERFORM 5500-WRITE-AUDIT-TRAIL THRU 5500-EXIT
003420     END-IF.
003430     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003440     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
003450     IF MM-CATALOG-BAD OR MM-CARDS-REJECTED > ZERO
003460             OR MM-AUDIT-ERRORS > ZERO
003470         MOVE 8 TO RETURN-CODE
003480     ELSE
003490         IF MM-AUDIT-FINDINGS > ZERO
003500             MOVE 4 TO RETURN-CODE
003510         ELSE
003520             MOVE 0 TO RETURN-CODE
003530         END-IF
003540     END-IF.
003550     GOBACK.
003560*
003570*****************************************************************
003580*    1000-INITIALIZE - OPEN THE REPORT AND THE AUDIT FILE AND   *
003590*    STAMP THE RUN.  AUDFILE IS CREATED ON FIRST USE.           *
003600*****************************************************************
003610 1000-INITIALIZE.
003620     ACCEPT MM-RUN-DATE FROM DATE YYYYMMDD.
003630     ACCEPT MM-RUN-TIME FROM TIME.
003640     OPEN OUTPUT REPORT-FILE.
003650     OPEN I-O AUDIT-FILE.
003660     IF MM-AUD-STAT = "35"
003670         OPEN OUTPUT AUDIT-FILE
003680         CLOSE AUDIT-FILE
003690         OPEN I-O AUDIT-FILE
003700     END-IF.
003710     IF MM-AUD-STAT = "00"
003720         SET MM-AUD-OPEN TO TRUE
003730     END-IF.
003740 1000-EXIT.
003750     EXIT.
003760*
003770*****************************************************************
003780*    2000-LOAD-CATALOG - READS THE WHOLE CATALOG INTO THE       *
003790*    WORKING TABLE.  RECORDS PAST THE WORKING TABLE ARE         *
003800*    COUNTED AND REPORTED, NEVER SILENTLY DROPPED.              *
003810*****************************************************************
003820 2000-LOAD-CATALOG.
003830     OPEN INPUT MSG-FILE.
003840     IF MM-MSG-STAT NOT = "00"
003850         SET MM-END-OF-MSGFILE TO TRUE
003860         GO TO 2000-EXIT
003870     END-IF.
003880     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
003890         UNTIL MM-END-OF-MSGFILE.
003900     CLOSE MSG-FILE.
003910 2000-EXIT.
003920     EXIT.
003930*
003940 2100-LOAD-ONE-RECORD.
003950     READ MSG-FILE
003960         AT END
003970             SET MM-END-OF-MSGFILE TO TRUE
003980     END-READ.
003990     IF MM-END-OF-MSGFILE
004000         GO TO 2100-EXIT
004010     END-IF.
004020     IF MM-ENTRY-COUNT < 200
004030         ADD 1 TO MM-ENTRY-COUNT
004040         SET MM-IDX TO MM-ENTRY-COUNT
004050         MOVE MC-MSG-NUMBER  TO MM-T-MSG-NUMBER (MM-IDX)
004060         MOVE MC-SEVERITY    TO MM-T-SEVERITY (MM-IDX)
004070         MOVE MC-CODEPAGE    TO MM-T-CODEPAGE (MM-IDX)
004080         MOVE MC-TEXT-LENGTH TO MM-T-TEXT-LENGTH (MM-IDX)
004090         MOVE MC-TEXT        TO MM-T-TEXT (MM-IDX)
004100         MOVE MC-REPLY-FLAG  TO MM-T-REPLY-FLAG (MM-IDX)
004110         MOVE "N"            TO MM-T-DELETED-SW (MM-IDX)
004120     ELSE
004130         ADD 1 TO MM-DROPPED-RECORDS
004140     END-IF.
004150 2100-EXIT.
004160     EXIT.
004170*
004180*****************************************************************
004190*    3000-AUDIT-CATALOG - FIELD AUDIT OF EVERY LOADED ENTRY,    *
004200*    DUPLICATE-NUMBER SCAN AND CAPACITY CHECKS.                 *
004210*****************************************************************
004220 3000-AUDIT-CATALOG.
004230     MOVE "CATALOG AUDIT" TO MM-SEC-TITLE.
004240     MOVE MM-SECTION-LINE TO REPORT-RECORD.
004250     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004260     PERFORM 3100-AUDIT-ONE-ENTRY THRU 3100-EXIT
004270         VARYING MM-IDX FROM 1 BY 1 UNTIL
004280             MM-IDX > MM-ENTRY-COUNT.
004290     PERFORM 3300-AUDIT-CAPACITY THRU 3300-EXIT.
004300     IF MM-AUDIT-FINDINGS = ZERO
004310         MOVE SPACES TO MM-FND-MSG-NUMBER
004320         MOVE "NO AUDIT FINDINGS" TO MM-FND-TEXT
004330         MOVE MM-FINDING-LINE TO REPORT-RECORD
004340         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004350     END-IF.
004360 3000-EXIT.
004370     EXIT.
004380*
004390 3100-AUDIT-ONE-ENTRY.
004400     MOVE MM-T-MSG-NUMBER (MM-IDX) TO MM-FND-MSG-NUMBER.
004410     IF MM-T-MSG-NUMBER (MM-IDX) IS NOT NUMERIC
004420         MOVE "MESSAGE NUMBER IS NOT NUMERIC" TO MM-FND-TEXT
004430         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004440     END-IF.
004450     MOVE MM-T-SEVERITY (MM-IDX) TO MM-SEVERITY-CHECK.
004460     IF NOT MM-SEVERITY-KNOWN
004470         MOVE "INVALID SEVERITY CODE" TO MM-FND-TEXT
004480         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004490     END-IF.
004500     MOVE MM-T-CODEPAGE (MM-IDX) TO MM-CODEPAGE-CHECK.
004510     IF NOT MM-CODEPAGE-KNOWN
004520         MOVE "UNKNOWN CODEPAGE" TO MM-FND-TEXT
004530         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004540     END-IF.
004550     MOVE MM-T-REPLY-FLAG (MM-IDX) TO MM-REPLY-CHECK.
004560     IF NOT MM-REPLY-KNOWN
004570         MOVE "INVALID REPLY FLAG" TO MM-FND-TEXT
004580         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004590     END-IF.
004600     MOVE MM-T-TEXT (MM-IDX) TO MM-TEXT-WORK.
004610     PERFORM 3950-COMPUTE-TEXT-LENGTH THRU 3950-EXIT.
004620     IF MM-T-TEXT-LENGTH (MM-IDX) IS NOT NUMERIC
004630         MOVE "TEXT LENGTH IS NOT NUMERIC" TO MM-FND-TEXT
004640         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004650     ELSE
004660         MOVE MM-T-TEXT-LENGTH (MM-IDX) TO MM-LENGTH-NUM
004670         IF MM-LENGTH-NUM NOT = MM-COMPUTED-LEN
004680             MOVE "TEXT LENGTH DISAGREES WITH TRAILING TEXT"
004690                 TO MM-FND-TEXT
004700             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004710         END-IF
004720     END-IF.
004730     PERFORM 3200-AUDIT-DUPLICATE THRU 3200-EXIT.
004740 3100-EXIT.
004750     EXIT.
004760*
004770*    A DUPLICATE IS REPORTED AGAINST THE LATER COPY SO EACH
004780*    DUPLICATED NUMBER SHOWS UP ONCE PER EXTRA RECORD.  THE
004790*    ANNOUNCER'S SEARCH WOULD ONLY EVER FIND THE FIRST COPY.
004800 3200-AUDIT-DUPLICATE.
004810     IF MM-IDX = 1
004820         GO TO 3200-EXIT
004830     END-IF.
004840     MOVE "N" TO MM-DUP-FOUND-SW.
004850     PERFORM 3250-COMPARE-ONE-ENTRY THRU 3250-EXIT
004860         VARYING MM-IDX2 FROM 1 BY 1 UNTIL
004870             MM-IDX2 >= MM-IDX
004880             OR MM-DUP-FOUND.
004890     IF MM-DUP-FOUND
004900         MOVE "DUPLICATE MESSAGE NUMBER" TO MM-FND-TEXT
004910         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004920     END-IF.
004930 3200-EXIT.
004940     EXIT.
004950*
004960 3250-COMPARE-ONE-ENTRY.
004970     IF MM-T-MSG-NUMBER (MM-IDX2) =
004980             MM-T-MSG-NUMBER (MM-IDX)
004990         SET MM-DUP-FOUND TO TRUE
005000     END-IF.
005010 3250-EXIT.
005020     EXIT.
005030*
005040 3300-AUDIT-CAPACITY.
005050     IF MM-ENTRY-COUNT > 50
005060         MOVE SPACES TO MM-FND-MSG-NUMBER
005070         MOVE "CATALOG EXCEEDS THE 50-ENTRY LOAD TABLE"
005080             TO MM-FND-TEXT
005090         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005100     END-IF.
005110     IF MM-DROPPED-RECORDS > ZERO
005120         MOVE SPACES TO MM-FND-MSG-NUMBER
005130         MOVE "RECORDS PAST THE 200-ENTRY WORK TABLE NOT AUDITED"
005140             TO MM-FND-TEXT
005150         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005160     END-IF.
005170 3300-EXIT.
005180     EXIT.
005190*
005200 3900-WRITE-FINDING.
005210     ADD 1 TO MM-AUDIT-FINDINGS.
005220     MOVE MM-FINDING-LINE TO REPORT-RECORD.
005230     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005240 3900-EXIT.
005250     EXIT.
005260*
005270*****************************************************************
005280*    3950-COMPUTE-TEXT-LENGTH - LENGTH OF MM-TEXT-WORK UP TO    *
005290*    THE LAST NON-SPACE CHARACTER.                              *
005300*****************************************************************
005310 3950-COMPUTE-TEXT-LENGTH.
005320     MOVE ZERO TO MM-COMPUTED-LEN.
005330     PERFORM 3960-SCAN-ONE-CHAR THRU 3960-EXIT
005340         VARYING MM-SCAN-POS FROM 72 BY -1 UNTIL
005350             MM-SCAN-POS < 1
005360             OR MM-COMPUTED-LEN > ZERO.
005370 3950-EXIT.
005380     EXIT.
005390*
005400 3960-SCAN-ONE-CHAR.
005410     IF MM-TEXT-WORK (MM-SCAN-POS:1) NOT = SPACE
005420         MOVE MM-SCAN-POS TO MM-COMPUTED-LEN
005430     END-IF.
005440 3960-EXIT.
005450     EXIT.
005460*
005470*****************************************************************
005480*    4000-APPLY-CONTROL-CARDS - VALIDATES AND APPLIES THE       *
005490*    ADD/REW/DEL DECK AGAINST THE WORKING TABLE.  A MISSING     *
005500*    CTLFILE MEANS AUDIT-ONLY - THAT IS NOT AN ERROR.           *
005510*****************************************************************
005520 4000-APPLY-CONTROL-CARDS.
005530     OPEN INPUT CTL-FILE.
005540     IF MM-CTL-STAT NOT = "00"
005550         SET MM-END-OF-CTLFILE TO TRUE
005560         GO TO 4000-EXIT
005570     END-IF.
005580     MOVE SPACES TO REPORT-RECORD.
005590     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005600     MOVE "CONTROL CARD RESULTS" TO MM-SEC-TITLE.
005610     MOVE MM-SECTION-LINE TO REPORT-RECORD.
005620     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005630     PERFORM 4100-APPLY-ONE-CARD THRU 4100-EXIT
005640         UNTIL MM-END-OF-CTLFILE.
005650     CLOSE CTL-FILE.
005660 4000-EXIT.
005670     EXIT.
005680*
005690 4100-APPLY-ONE-CARD.
005700     READ CTL-FILE
005710         AT END
005720             SET MM-END-OF-CTLFILE TO TRUE
005730     END-READ.
005740     IF MM-END-OF-CTLFILE
005750         GO TO 4100-EXIT
005760     END-IF.
005770     ADD 1 TO MM-CARDS-READ.
005780     MOVE "Y" TO MM-CARD-VALID-SW.
005790     MOVE CTL-ACTION     TO MM-CRD-ACTION.
005800     MOVE CTL-MSG-NUMBER TO MM-CRD-MSG-NUMBER.
005810     PERFORM 4200-VALIDATE-CARD THRU 4200-EXIT.
005820     IF MM-CARD-VALID AND NOT CTL-ACT-OPERATOR
005830         PERFORM 4600-SAVE-BEFORE-IMAGE THRU 4600-EXIT
005840     END-IF.
005850     IF MM-CARD-VALID
005860         EVALUATE TRUE
005870             WHEN CTL-ACT-OPERATOR
005880                 PERFORM 4150-TAKE-OPERATOR THRU 4150-EXIT
005890             WHEN CTL-ACT-ADD
005900                 PERFORM 4300-APPLY-ADD THRU 4300-EXIT
005910             WHEN CTL-ACT-REWORD
005920                 PERFORM 4400-APPLY-REWORD THRU 4400-EXIT
005930             WHEN CTL-ACT-DELETE
005940                 PERFORM 4500-APPLY-DELETE THRU 4500-EXIT
005950         END-EVALUATE
005960     END-IF.
005970     IF MM-CARD-VALID AND NOT CTL-ACT-OPERATOR
005980         PERFORM 4700-HOLD-AUDIT-RECORD THRU 4700-EXIT
005990     END-IF.
006000     IF MM-CARD-VALID
006010         ADD 1 TO MM-CARDS-APPLIED
006020     ELSE
006030         ADD 1 TO MM-CARDS-REJECTED
006040     END-IF.
006050     MOVE MM-CARD-LINE TO REPORT-RECORD.
006060     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006070 4100-EXIT.
006080     EXIT.
006090*
006100*    AN OPR CARD NAMES THE OPERATOR EVERY FOLLOWING CHANGE IS
006110*    RECORDED UNDER, UNTIL THE NEXT OPR CARD.
006120 4150-TAKE-OPERATOR.
006130     MOVE CTL-OPR-ID TO MM-OPERATOR-ID.
006140     MOVE SPACES TO MM-CRD-MSG-NUMBER.
006150     MOVE SPACES TO MM-CRD-RESULT.
006160     STRING "OPERATOR " DELIMITED BY SIZE
006170            MM-OPERATOR-ID DELIMITED BY SPACE
006180            " FOR THE CARDS THAT FOLLOW" DELIMITED BY SIZE
006190         INTO MM-CRD-RESULT
006200     END-STRING.
006210 4150-EXIT.
006220     EXIT.
006230*
006240*    A BLANK OPR CARD IS REJECTED AND CLEARS THE OPERATOR, SO
006250*    THE CHANGES BEHIND IT ARE REJECTED TOO RATHER THAN BEING
006260*    RECORDED UNDER THE PREVIOUS OPERATOR.
006270 4200-VALIDATE-CARD.
006280     IF CTL-ACT-OPERATOR
006290         IF CTL-OPR-ID = SPACES
006300             MOVE SPACES TO MM-OPERATOR-ID
006310             MOVE "N" TO MM-CARD-VALID-SW
006320             MOVE "REJECTED - OPERATOR ID MISSING"
006330                 TO MM-CRD-RESULT
006340         END-IF
006350         GO TO 4200-EXIT
006360     END-IF.
006370     IF CTL-ACT-ADD OR CTL-ACT-REWORD OR CTL-ACT-DELETE
006380         CONTINUE
006390     ELSE
006400         MOVE "N" TO MM-CARD-VALID-SW
006410         MOVE "REJECTED - UNKNOWN ACTION" TO MM-CRD-RESULT
006420         GO TO 4200-EXIT
006430     END-IF.
006440     IF MM-OPERATOR-ID = SPACES
006450         MOVE "N" TO MM-CARD-VALID-SW
006460         MOVE "REJECTED - NO OPR CARD AHEAD OF THIS CARD"
006470             TO MM-CRD-RESULT
006480         GO TO 4200-EXIT
006490     END-IF.
006500     IF NOT MM-AUD-OPEN
006510         MOVE "N" TO MM-CARD-VALID-SW
006520         MOVE "REJECTED - AUDIT FILE UNAVAILABLE" TO MM-CRD-RESULT
006530         GO TO 4200-EXIT
006540     END-IF.
006550     IF MM-AUD-HOLD-COUNT >= 200
006560         MOVE "N" TO MM-CARD-VALID-SW
006570         MOVE "REJECTED - AUDIT HOLD TABLE FULL" TO MM-CRD-RESULT
006580         GO TO 4200-EXIT
006590     END-IF.
006600     IF CTL-MSG-NUMBER IS NOT NUMERIC
006610         MOVE "N" TO MM-CARD-VALID-SW
006620         MOVE "REJECTED - MESSAGE NUMBER NOT NUMERIC"
006630             TO MM-CRD-RESULT
006640         GO TO 4200-EXIT
006650     END-IF.
006660     PERFORM 4250-LOCATE-ENTRY THRU 4250-EXIT.
006670     IF CTL-ACT-ADD AND MM-ENTRY-FOUND
006680         MOVE "N" TO MM-CARD-VALID-SW
006690         MOVE "REJECTED - NUMBER ALREADY IN CATALOG"
006700             TO MM-CRD-RESULT
006710         GO TO 4200-EXIT
006720     END-IF.
006730     IF (CTL-ACT-REWORD OR CTL-ACT-DELETE)
006740             AND NOT MM-ENTRY-FOUND
006750         MOVE "N" TO MM-CARD-VALID-SW
006760         MOVE "REJECTED - NUMBER NOT IN CATALOG"
006770             TO MM-CRD-RESULT
006780         GO TO 4200-EXIT
006790     END-IF.
006800     IF CTL-ACT-ADD
006810         MOVE CTL-SEVERITY TO MM-SEVERITY-CHECK
006820         IF NOT MM-SEVERITY-KNOWN
006830             MOVE "N" TO MM-CARD-VALID-SW
006840             MOVE "REJECTED - INVALID SEVERITY" TO MM-CRD-RESULT
006850             GO TO 4200-EXIT
006860         END-IF
006870         MOVE CTL-CODEPAGE TO MM-CODEPAGE-CHECK
006880         IF NOT MM-CODEPAGE-KNOWN
006890             MOVE "N" TO MM-CARD-VALID-SW
006900             MOVE "REJECTED - UNKNOWN CODEPAGE" TO MM-CRD-RESULT
006910             GO TO 4200-EXIT
006920         END-IF
006930     END-IF.
006940     IF CTL-ACT-ADD OR CTL-ACT-REWORD
006950         MOVE CTL-REPLY-FLAG TO MM-REPLY-CHECK
006960         IF NOT MM-REPLY-KNOWN
006970             MOVE "N" TO MM-CARD-VALID-SW
006980             MOVE "REJECTED - INVALID REPLY FLAG"
006990                 TO MM-CRD-RESULT
007000             GO TO 4200-EXIT
007010         END-IF
007020     END-IF.
007030     IF CTL-ACT-REWORD AND CTL-SEVERITY NOT = SPACE
007040         MOVE CTL-SEVERITY TO MM-SEVERITY-CHECK
007050         IF NOT MM-SEVERITY-KNOWN
007060             MOVE "N" TO MM-CARD-VALID-SW
007070             MOVE "REJECTED - INVALID SEVERITY" TO MM-CRD-RESULT
007080             GO TO 4200-EXIT
007090         END-IF
007100     END-IF.
007110     IF CTL-ACT-REWORD AND CTL-CODEPAGE NOT = SPACES
007120         MOVE CTL-CODEPAGE TO MM-CODEPAGE-CHECK
007130         IF NOT MM-CODEPAGE-KNOWN
007140             MOVE "N" TO MM-CARD-VALID-SW
007150             MOVE "REJECTED - UNKNOWN CODEPAGE" TO MM-CRD-RESULT
007160             GO TO 4200-EXIT
007170         END-IF
007180     END-IF.
007190     IF CTL-ACT-ADD OR CTL-ACT-REWORD
007200         MOVE SPACES TO MM-TEXT-WORK
007210         MOVE CTL-TEXT TO MM-TEXT-WORK
007220         PERFORM 3950-COMPUTE-TEXT-LENGTH THRU 3950-EXIT
007230         IF MM-COMPUTED-LEN = ZERO
007240             MOVE "N" TO MM-CARD-VALID-SW
007250             MOVE "REJECTED - MESSAGE TEXT MISSING"
007260                 TO MM-CRD-RESULT
007270             GO TO 4200-EXIT
007280         END-IF
007290     END-IF.
007300 4200-EXIT.
007310     EXIT.
007320*
007330*    LOCATES THE FIRST ACTIVE ENTRY CARRYING THE CARD'S MESSAGE
007340*    NUMBER.  MM-IDX IS LEFT POSITIONED ON THE MATCH.
007350 4250-LOCATE-ENTRY.
007360     MOVE "N" TO MM-ENTRY-FOUND-SW.
007370     PERFORM 4260-MATCH-ONE-ENTRY THRU 4260-EXIT
007380         VARYING MM-IDX FROM 1 BY 1 UNTIL
007390             MM-IDX > MM-ENTRY-COUNT
007400             OR MM-ENTRY-FOUND.
007410     IF MM-ENTRY-FOUND
007420         SET MM-IDX DOWN BY 1
007430     END-IF.
007440 4250-EXIT.
007450     EXIT.
007460*
007470 4260-MATCH-ONE-ENTRY.
007480     IF MM-T-MSG-NUMBER (MM-IDX) = CTL-MSG-NUMBER
007490             AND MM-T-DELETED-SW (MM-IDX) = "N"
007500         MOVE "Y" TO MM-ENTRY-FOUND-SW
007510     END-IF.
007520 4260-EXIT.
007530     EXIT.
007540*
007550 4300-APPLY-ADD.
007560     IF MM-ENTRY-COUNT >= 200
007570         MOVE "N" TO MM-CARD-VALID-SW
007580         MOVE "REJECTED - WORK TABLE FULL" TO MM-CRD-RESULT
007590         GO TO 4300-EXIT
007600     END-IF.
007610     ADD 1 TO MM-ENTRY-COUNT.
007620     SET MM-IDX TO MM-ENTRY-COUNT.
007630     MOVE CTL-MSG-NUMBER TO MM-T-MSG-NUMBER (MM-IDX).
007640     MOVE CTL-SEVERITY   TO MM-T-SEVERITY (MM-IDX).
007650     MOVE CTL-CODEPAGE   TO MM-T-CODEPAGE (MM-IDX).
007660     MOVE MM-COMPUTED-LEN TO MM-LENGTH-NUM.
007670     MOVE MM-LENGTH-NUM  TO MM-T-TEXT-LENGTH (MM-IDX).
007680     MOVE MM-TEXT-WORK   TO MM-T-TEXT (MM-IDX).
007690     IF CTL-REPLY-FLAG = "Y"
007700         MOVE "Y" TO MM-T-REPLY-FLAG (MM-IDX)
007710     ELSE
007720         MOVE "N" TO MM-T-REPLY-FLAG (MM-IDX)
007730     END-IF.
007740     MOVE "N"            TO MM-T-DELETED-SW (MM-IDX).
007750     MOVE "ADDED" TO MM-CRD-RESULT.
007760 4300-EXIT.
007770     EXIT.
007780*
007790 4400-APPLY-REWORD.
007800     IF CTL-SEVERITY NOT = SPACE
007810         MOVE CTL-SEVERITY TO MM-T-SEVERITY (MM-IDX)
007820     END-IF.
007830     IF CTL-CODEPAGE NOT = SPACES
007840         MOVE CTL-CODEPAGE TO MM-T-CODEPAGE (MM-IDX)
007850     END-IF.
007860     MOVE MM-COMPUTED-LEN TO MM-LENGTH-NUM.
007870     MOVE MM-LENGTH-NUM  TO MM-T-TEXT-LENGTH (MM-IDX).
007880     MOVE MM-TEXT-WORK   TO MM-T-TEXT (MM-IDX).
007890     IF CTL-REPLY-FLAG NOT = SPACE
007900         MOVE CTL-REPLY-FLAG TO MM-T-REPLY-FLAG (MM-IDX)
007910     END-IF.
007920     MOVE "REWORDED" TO MM-CRD-RESULT.
007930 4400-EXIT.
007940     EXIT.
007950*
007960 4500-APPLY-DELETE.
007970     MOVE "Y" TO MM-T-DELETED-SW (MM-IDX).
007980     MOVE "DELETED" TO MM-CRD-RESULT.
007990 4500-EXIT.
008000     EXIT.
008010*
008020*****************************************************************
008030*    4600-SAVE-BEFORE-IMAGE - THE CATALOG RECORD AS IT STANDS   *
008040*    BEFORE THE CARD IS APPLIED.  AN ADD HAS NONE.              *
008050*****************************************************************
008060 4600-SAVE-BEFORE-IMAGE.
008070     IF CTL-ACT-ADD
008080         MOVE SPACES TO MM-AUD-BEFORE
008090     ELSE
008100         PERFORM 4650-BUILD-IMAGE THRU 4650-EXIT
008110         MOVE MM-AUD-IMAGE TO MM-AUD-BEFORE
008120     END-IF.
008130 4600-EXIT.
008140     EXIT.
008150*
008160*    THE ENTRY AT MM-IDX IN CATALOG RECORD LAYOUT - THE SAME
008170*    COLUMNS 5100-WRITE-ONE-ENTRY WRITES TO NEWMSG.
008180 4650-BUILD-IMAGE.
008190     MOVE SPACES TO MM-AUD-IMAGE.
008200     STRING MM-T-MSG-NUMBER (MM-IDX)  DELIMITED BY SIZE
008210            MM-T-SEVERITY (MM-IDX)    DELIMITED BY SIZE
008220            MM-T-CODEPAGE (MM-IDX)    DELIMITED BY SIZE
008230            MM-T-TEXT-LENGTH (MM-IDX) DELIMITED BY SIZE
008240            MM-T-TEXT (MM-IDX)        DELIMITED BY SIZE
008250            MM-T-REPLY-FLAG (MM-IDX)  DELIMITED BY SIZE
008260         INTO MM-AUD-IMAGE
008270     END-STRING.
008280 4650-EXIT.
008290     EXIT.
008300*
008310*****************************************************************
008320*    4700-HOLD-AUDIT-RECORD - BUILDS THE AUDIT RECORD FOR AN    *
008330*    APPLIED CARD AND HOLDS IT FOR 5500-WRITE-AUDIT-TRAIL.      *
008340*    THE CARD'S NUMBER IN THE DECK KEEPS THE KEY UNIQUE.        *
008350*****************************************************************
008360 4700-HOLD-AUDIT-RECORD.
008370     MOVE SPACES TO AUDIT-RECORD.
008380     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
008390     ACCEPT AUD-TIME FROM TIME.
008400     MOVE MM-AUD-PROGRAM  TO AUD-PROGRAM.
008410     MOVE MM-CARDS-READ   TO AUD-SEQ.
008420     MOVE MM-AUD-JOB-NAME TO AUD-JOB-NAME.
008430     MOVE MM-RUN-DATE     TO AUD-RUN-DATE.
008440     MOVE MM-RUN-TIME     TO AUD-RUN-TIME.
008450     MOVE MM-OPERATOR-ID  TO AUD-OPERATOR-ID.
008460     MOVE CTL-ACTION      TO AUD-ACTION.
008470     MOVE CTL-MSG-NUMBER  TO AUD-ITEM-KEY.
008480     MOVE MM-AUD-BEFORE   TO AUD-BEFORE-IMAGE.
008490     IF CTL-ACT-DELETE
008500         MOVE SPACES TO AUD-AFTER-IMAGE
008510     ELSE
008520         PERFORM 4650-BUILD-IMAGE THRU 4650-EXIT
008530         MOVE MM-AUD-IMAGE TO AUD-AFTER-IMAGE
008540     END-IF.
008550     ADD 1 TO MM-AUD-HOLD-COUNT.
008560     SET MM-AUD-IDX TO MM-AUD-HOLD-COUNT.
008570     MOVE AUDIT-RECORD TO MM-AUD-HOLD-ENTRY (MM-AUD-IDX).
008580 4700-EXIT.
008590     EXIT.
008600*
008610*****************************************************************
008620*    5000-WRITE-NEW-CATALOG - WRITES EVERY ACTIVE ENTRY TO      *
008630*    NEWMSG AND WARNS IF THE RESULT STILL EXCEEDS THE LOAD      *
008640*    TABLE THE ANNOUNCER CARRIES.                               *
008650*****************************************************************
008660 5000-WRITE-NEW-CATALOG.
008670     OPEN OUTPUT NEWMSG-FILE.
008680     IF MM-NEW-STAT NOT = "00"
008690         GO TO 5000-EXIT
008700     END-IF.
008710     MOVE ZERO TO MM-FINAL-COUNT.
008720     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
008730         VARYING MM-IDX FROM 1 BY 1 UNTIL
008740             MM-IDX > MM-ENTRY-COUNT.
008750     CLOSE NEWMSG-FILE.
008760     IF MM-FINAL-COUNT > 50
008770         MOVE SPACES TO REPORT-RECORD
008780         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
008790         MOVE SPACES TO MM-FND-MSG-NUMBER
008800         MOVE "UPDATED CATALOG STILL EXCEEDS 50 ENTRIES"
008810             TO MM-FND-TEXT
008820         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
008830     END-IF.
008840 5000-EXIT.
008850     EXIT.
008860*
008870 5100-WRITE-ONE-ENTRY.
008880     IF MM-T-DELETED-SW (MM-IDX) = "Y"
008890         GO TO 5100-EXIT
008900     END-IF.
008910     ADD 1 TO MM-FINAL-COUNT.
008920     MOVE SPACES TO NEWMSG-RECORD.
008930     STRING MM-T-MSG-NUMBER (MM-IDX)  DELIMITED BY SIZE
008940            MM-T-SEVERITY (MM-IDX)    DELIMITED BY SIZE
008950            MM-T-CODEPAGE (MM-IDX)    DELIMITED BY SIZE
008960            MM-T-TEXT-LENGTH (MM-IDX) DELIMITED BY SIZE
008970            MM-T-TEXT (MM-IDX)        DELIMITED BY SIZE
008980            MM-T-REPLY-FLAG (MM-IDX)  DELIMITED BY SIZE
008990         INTO NEWMSG-RECORD
009000     END-STRING.
009010     WRITE NEWMSG-RECORD.
009020 5100-EXIT.
009030     EXIT.
009040*
009050*****************************************************************
009060*    5500-WRITE-AUDIT-TRAIL - WRITES THE HELD AUDIT RECORDS TO  *
009070*    AUDFILE.  A RUN WITH A REJECTED CARD OR NO STAGED CATALOG  *
009080*    IS NEVER COPIED OVER PRODUCTION, SO NOTHING IS RECORDED.   *
009090*    A FAILED WRITE ENDS THE STEP RC 8 SO THE UNRECORDED        *
009100*    CHANGE IS NOT COPIED OVER PRODUCTION EITHER.               *
009110*****************************************************************
009120 5500-WRITE-AUDIT-TRAIL.
009130     IF MM-AUD-HOLD-COUNT = ZERO
009140         GO TO 5500-EXIT
009150     END-IF.
009160     MOVE SPACES TO REPORT-RECORD.
009170     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009180     IF MM-CARDS-REJECTED > ZERO OR MM-NEW-STAT NOT = "00"
009190         MOVE MM-AUD-HOLD-COUNT TO MM-AUD-COUNT
009200         MOVE "CHANGES NOT RECORDED - STAGE IS NOT TO BE COPIED"
009210             TO MM-AUD-TEXT
009220         MOVE MM-AUDIT-LINE TO REPORT-RECORD
009230         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
009240         GO TO 5500-EXIT
009250     END-IF.
009260     PERFORM 5600-WRITE-ONE-AUDIT THRU 5600-EXIT
009270         VARYING MM-AUD-IDX FROM 1 BY 1 UNTIL
009280             MM-AUD-IDX > MM-AUD-HOLD-COUNT.
009290     SUBTRACT MM-AUDIT-ERRORS FROM MM-AUD-HOLD-COUNT
009300         GIVING MM-AUD-COUNT.
009310     MOVE "CHANGE RECORDS WRITTEN TO AUDFILE" TO MM-AUD-TEXT.
009320     MOVE MM-AUDIT-LINE TO REPORT-RECORD.
009330     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009340 5500-EXIT.
009350     EXIT.
009360*
009370 5600-WRITE-ONE-AUDIT.
009380     MOVE MM-AUD-HOLD-ENTRY (MM-AUD-IDX) TO AUDIT-RECORD.
009390     WRITE AUDIT-RECORD
009400         INVALID KEY
009410             CONTINUE
009420     END-WRITE.
009430     IF MM-AUD-STAT NOT = "00"
009440         ADD 1 TO MM-AUDIT-ERRORS
009450         MOVE AUD-SEQ TO MM-AUD-COUNT
009460         MOVE SPACES TO MM-AUD-TEXT
009470         STRING "CARD NOT RECORDED - AUDFILE STATUS "
009480                    DELIMITED BY SIZE
009490                MM-AUD-STAT DELIMITED BY SIZE
009500             INTO MM-AUD-TEXT
009510         END-STRING
009520         MOVE MM-AUDIT-LINE TO REPORT-RECORD
009530         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
009540     END-IF.
009550 5600-EXIT.
009560     EXIT.
009570*
009580*****************************************************************
009590*    6000-WRITE-TOTALS - RUN ROLL-UP FOR THE OPERATOR.          *
009600*****************************************************************
009610 6000-WRITE-TOTALS.
009620     MOVE SPACES TO REPORT-RECORD.
009630     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009640     MOVE MM-AUDIT-FINDINGS TO MM-TOT-FINDINGS.
009650     MOVE MM-CARDS-READ     TO MM-TOT-READ.
009660     MOVE MM-CARDS-APPLIED  TO MM-TOT-APPLIED.
009670     MOVE MM-CARDS-REJECTED TO MM-TOT-REJECTED.
009680     MOVE MM-FINAL-COUNT    TO MM-TOT-FINAL.
009690     MOVE MM-TOTAL-LINE TO REPORT-RECORD.
009700     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009710 6000-EXIT.
009720     EXIT.
009730*
009740*****************************************************************
009750*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
009760*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
009770*    BREAK CANNOT CLOBBER IT.                                   *
009780*****************************************************************
009790 9100-WRITE-REPORT-LINE.
009800     MOVE REPORT-RECORD TO MM-HOLD-LINE.
009810     IF MM-LINE-COUNT > MM-LINES-PER-PAGE
009820         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
009830     END-IF.
009840     WRITE REPORT-RECORD FROM MM-HOLD-LINE
009850         AFTER ADVANCING 1 LINE.
009860     ADD 1 TO MM-LINE-COUNT.
009870 9100-EXIT.
009880     EXIT.
009890*
009900 9200-WRITE-PAGE-HEADING.
009910     ADD 1 TO MM-PAGE-COUNT.
009920     MOVE MM-RUN-DATE  TO MM-H1-DATE.
009930     MOVE MM-RUN-TIME  TO MM-H1-TIME.
009940     MOVE MM-PAGE-COUNT TO MM-H1-PAGE.
009950     MOVE MM-HEADING-1 TO REPORT-RECORD.
009960     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
009970     MOVE SPACES TO REPORT-RECORD.
009980     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
009990     MOVE 3 TO MM-LINE-COUNT.
010000 9200-EXIT.
010010     EXIT.
010020*
010030*****************************************************************
010040*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
010050*****************************************************************
010060 9800-CLOSE-FILES.
010070     IF MM-AUD-OPEN
010080         CLOSE AUDIT-FILE
010090     END-IF.
010100     CLOSE REPORT-FILE.
010110 9800-EXIT.
010120     EXIT.
