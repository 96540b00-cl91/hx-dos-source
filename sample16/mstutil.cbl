000300*             CLUSTER, RE-VERIFIES EVERY RECORD, AND REFUSES     *
000310*             THE LOAD WHEN THE TRAILER COUNT OR BALANCE         *
000320*             DISAGREES WITH WHAT WAS LOADED.                    *
000330*    RECOVR - FORWARD RECOVERY.  RELOADS THE BACKUP AS ABOVE,    *
000340*             THEN RE-APPLIES EVERY POSTING JOURNAL RECORD       *
000350*             (JRNFILE - THE GENERATIONS CUT SINCE THE BACKUP,   *
000360*             CONCATENATED OLDEST FIRST) AND EVERY ACCMAINT      *
000370*             STATUS RECORD (ACJFILE - LIKEWISE) STAMPED AFTER   *
000380*             THE BACKUP HEADER, THE TWO MERGED IN TIME-STAMP    *
000390*             ORDER.  EVERY BEFORE IMAGE MUST MATCH THE BALANCE  *
000400*             BEING REBUILT - THE FIRST MISMATCH STOPS THE       *
000410*             RECOVERY AND NAMES THE ACCOUNT AND THE GENERATION  *
000420*             (JOB/RUN) HOLDING IT.  AN ACCMAINT OPEN OF A NEW   *
000430*             ACCOUNT REBUILDS IT AT ZERO; A FREEZE, UNFREEZE,   *
000440*             CLOSE OR REOPEN RESETS THE STATUS BYTE.  NEITHER   *
000450*             JOURNAL CARRIES DESCRIPTIONS, SO AN ACCOUNT ADDED  *
000460*             SINCE THE BACKUP COMES BACK WITHOUT ONE.           *
000470*                                                                *
000480*    BOTH SIDES OF THE COPY ARE REPORTED - RECORD COUNT AND      *
000490*    TOTAL BALANCE - SO THE OPERATOR CAN SEE AT A GLANCE THAT    *
000500*    THE COPY IS WHOLE.                                          *
000510*                                                                *
000520*    RETURN CODES - 0 CLEAN, 8 VERIFY FINDINGS (THE COPY WAS     *
000530*    STILL TAKEN - A FLAWED BACKUP BEATS NO BACKUP), 12 FILES    *
000540*    UNAVAILABLE, TRAILER MISMATCH ON RELOAD, A RELOAD WRITE     *
000550*    FAILURE, OR A RECOVERY STOPPED BY A JOURNAL MISMATCH OR A   *
000560*    JOURNAL OUT OF ORDER.                                       *
000570*                                                                *
000580*    MOD LOG                                                     *
000590*    ---------- ---- ----------------------------------------    *
000600*    2026-09-02 RTM  ORIGINAL PROGRAM.                           *
000610*    2026-10-15 RTM  VERIFY NOW CHECKS THE ACCOUNT STATUS BYTE   *
000620*                     (MST-STATUS - OPEN/FROZEN/CLOSED) AND      *
000630*                     FLAGS A CLOSED ACCOUNT STILL CARRYING A    *
000640*                     BALANCE.                                   *
000650*    2026-10-15 RTM  ADDED THE RECOVR (FORWARD RECOVERY) MODE -  *
000660*                     RELOAD, THEN ROLL FORWARD FROM THE POSTING *
000670*                     JOURNAL WITH EVERY BEFORE IMAGE PROVED     *
000680*                     AGAINST THE REBUILT MASTER.  MASTFILE IS   *
000690*                     NOW DYNAMIC ACCESS FOR THE KEYED APPLY.    *
000700*    2026-10-15 RTM  RECOVR ALSO READS THE ACCMAINT ACCOUNT      *
000710*                     JOURNAL (ACJFILE), MERGED WITH THE         *
000720*                     POSTING JOURNAL BY TIME STAMP, AND         *
000730*                     REPLAYS ITS "S" STATUS RECORDS - NEW       *
000740*                     ACCOUNTS AT ZERO, STATUS CHANGES ON        *
000750*                     EXISTING ONES.  BOTH JOURNALS ARE NOW      *
000760*                     READ INTO WORKING STORAGE.                 *
000770*                                                                *
000780*****************************************************************
000790*
000800 ENVIRONMENT DIVISION.
000810*
000820 CONFIGURATION SECTION.
000830 SOURCE-COMPUTER.    IBM-370.
000840 OBJECT-COMPUTER.    IBM-370.
000850*
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS MU-PARM-STAT.
000910*
000920     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS MST-ACCOUNT-ID
000960         FILE STATUS IS MU-MST-STAT.
000970*
000980     SELECT BACKUP-FILE ASSIGN TO "BACKFILE"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS MU-BKP-STAT.
001010*
001020     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS MU-JRN-STAT.
001050*
001060     SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACJFILE"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS MU-ACJ-STAT.
001090*
001100     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS MU-RPT-STAT.
001130*
001140*****************************************************************
001150*                                                                *
001160*    DATA DIVISION.
001170*                                                                *
001180*****************************************************************
001190*
001200 DATA DIVISION.
001210*
001220 FILE SECTION.
001230*
001240 FD  PARM-FILE
001250     RECORDING MODE F
001260     LABEL RECORDS STANDARD
001270     BLOCK CONTAINS 0 RECORDS
001280     RECORD CONTAINS 80 CHARACTERS
001290     DATA RECORD IS UTIL-PARM-RECORD.
001300 01  UTIL-PARM-RECORD.
001310     05  UP-MODE                 PIC X(06).
001320         88  UP-MODE-UNLOAD           VALUE "UNLOAD".
001330         88  UP-MODE-RELOAD           VALUE "RELOAD".
001340         88  UP-MODE-RECOVER          VALUE "RECOVR".
001350     05  FILLER                  PIC X(74).
001360*
001370 FD  MASTER-FILE
001380     RECORD CONTAINS 70 CHARACTERS
001390     DATA RECORD IS MASTER-RECORD.
001400     COPY MASTREC.
001410*
001420 FD  BACKUP-FILE
001430     RECORDING MODE F
001440     LABEL RECORDS STANDARD
001450     BLOCK CONTAINS 0 RECORDS
001460     RECORD CONTAINS 80 CHARACTERS
001470     DATA RECORD IS BACKUP-RECORD.
001480 01  BACKUP-RECORD.
001490     05  BKP-TYPE                PIC X(01).
001500         88  BKP-TYPE-HEADER          VALUE "H".
001510         88  BKP-TYPE-DETAIL          VALUE "D".
001520         88  BKP-TYPE-TRAILER         VALUE "T".
001530     05  BKP-DATA                PIC X(79).
001540     05  BKP-DETAIL REDEFINES BKP-DATA.
001550         10  BKP-MASTER-IMAGE    PIC X(70).
001560         10  FILLER              PIC X(09).
001570     05  BKP-CONTROL REDEFINES BKP-DATA.
001580         10  BKP-CTL-DATE        PIC X(08).
001590         10  BKP-CTL-TIME        PIC X(08).
001600         10  BKP-CTL-COUNT       PIC 9(09).
001610         10  BKP-CTL-BAL-SIGN    PIC X(01).
001620             88  BKP-CTL-BAL-MINUS    VALUE "-".
001630         10  BKP-CTL-BALANCE     PIC 9(13)V99.
001640         10  FILLER              PIC X(38).
001650*
001660 FD  JOURNAL-FILE
001670     RECORDING MODE F
001680     LABEL RECORDS STANDARD
001690     BLOCK CONTAINS 0 RECORDS
001700     RECORD CONTAINS 80 CHARACTERS
001710     DATA RECORD IS JOURNAL-FILE-RECORD.
001720 01  JOURNAL-FILE-RECORD         PIC X(80).
001730*
001740 FD  ACCT-JOURNAL-FILE
001750     RECORDING MODE F
001760     LABEL RECORDS STANDARD
001770     BLOCK CONTAINS 0 RECORDS
001780     RECORD CONTAINS 80 CHARACTERS
001790     DATA RECORD IS ACCT-JOURNAL-FILE-RECORD.
001800 01  ACCT-JOURNAL-FILE-RECORD    PIC X(80).
001810*
001820 FD  REPORT-FILE
001830     RECORDING MODE F
001840     LABEL RECORDS STANDARD
001850     BLOCK CONTAINS 0 RECORDS
001860     RECORD CONTAINS 133 CHARACTERS
001870     DATA RECORD IS REPORT-RECORD.
001880 01  REPORT-RECORD               PIC X(133).
001890*
001900 WORKING-STORAGE SECTION.
001910*
001920 01  MU-SWITCHES.
001930     05  MU-EOF-MASTFILE         PIC X(01) VALUE "N".
001940         88  MU-END-OF-MASTFILE      VALUE "Y".
001950     05  MU-EOF-BACKFILE         PIC X(01) VALUE "N".
001960         88  MU-END-OF-BACKFILE      VALUE "Y".
001970     05  MU-RUN-MODE-SW          PIC X(01) VALUE "U".
001980         88  MU-MODE-UNLOAD          VALUE "U".
001990         88  MU-MODE-RELOAD          VALUE "R" "F".
002000         88  MU-MODE-RECOVER         VALUE "F".
002010     05  MU-FATAL-SW             PIC X(01) VALUE "N".
002020         88  MU-FATAL                VALUE "Y".
002030     05  MU-TRAILER-SW           PIC X(01) VALUE "N".
002040         88  MU-TRAILER-SEEN         VALUE "Y".
002050     05  MU-EOF-JRNFILE          PIC X(01) VALUE "N".
002060         88  MU-END-OF-JRNFILE       VALUE "Y".
002070     05  MU-JRN-OPEN-SW          PIC X(01) VALUE "N".
002080         88  MU-JRN-OPEN             VALUE "Y".
002090     05  MU-EOF-ACJFILE          PIC X(01) VALUE "N".
002100         88  MU-END-OF-ACJFILE       VALUE "Y".
002110     05  MU-ACJ-OPEN-SW          PIC X(01) VALUE "N".
002120         88  MU-ACJ-OPEN             VALUE "Y".
002130     05  MU-MST-FOUND-SW         PIC X(01) VALUE "N".
002140         88  MU-MST-FOUND            VALUE "Y".
002150*
002160 01  MU-FILE-STATUS-CODES.
002170     05  MU-PARM-STAT            PIC X(02) VALUE "00".
002180     05  MU-MST-STAT             PIC X(02) VALUE "00".
002190     05  MU-BKP-STAT             PIC X(02) VALUE "00".
002200     05  MU-JRN-STAT             PIC X(02) VALUE "00".
002210     05  MU-ACJ-STAT             PIC X(02) VALUE "00".
002220     05  MU-RPT-STAT             PIC X(02) VALUE "00".
002230*
002240 01  MU-CONTROL-FIELDS.
002250     05  MU-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
002260     05  MU-TOTAL-BALANCE        PIC S9(13)V99 COMP-3
002270                                 VALUE ZERO.
002280     05  MU-VERIFY-FINDINGS      PIC 9(07) COMP VALUE ZERO.
002290     05  MU-EXP-COUNT            PIC 9(09) COMP VALUE ZERO.
002300     05  MU-EXP-BALANCE          PIC S9(13)V99 COMP-3
002310                                 VALUE ZERO.
002320     05  MU-PREV-KEY             PIC X(10) VALUE LOW-VALUES.
002330     05  MU-DATE-MM              PIC 9(02).
002340     05  MU-DATE-DD              PIC 9(02).
002350*
002360*    FORWARD RECOVERY.  A GENERATION IS A RUN OF JOURNAL RECORDS
002370*    WITH ONE JOB NAME / RUN NUMBER STAMP - EACH POSTING RUN (AND
002380*    EACH BACKOUT) CUTS ITS OWN.  THE STAMPS ARE DATE AND TIME
002390*    SIDE BY SIDE, SO THEY COMPARE AS ONE 16-BYTE KEY.
002400 01  MU-RECOVERY-FIELDS.
002410     05  MU-BKP-STAMP            PIC X(16) VALUE LOW-VALUES.
002420     05  MU-JRN-STAMP            PIC X(16).
002430     05  MU-PREV-STAMP           PIC X(16) VALUE LOW-VALUES.
002440     05  MU-GEN-JOB-NAME         PIC X(08) VALUE SPACES.
002450     05  MU-GEN-RUN-NUMBER       PIC 9(05) VALUE ZERO.
002460     05  MU-GEN-NUMBER           PIC 9(03) COMP VALUE ZERO.
002470     05  MU-GEN-RECORDS          PIC 9(07) COMP VALUE ZERO.
002480     05  MU-GEN-ADDS             PIC 9(07) COMP VALUE ZERO.
002490     05  MU-GEN-UPDATES          PIC 9(07) COMP VALUE ZERO.
002500     05  MU-GEN-DELETES          PIC 9(07) COMP VALUE ZERO.
002510     05  MU-GEN-STATUS           PIC 9(07) COMP VALUE ZERO.
002520     05  MU-JRN-READ             PIC 9(09) COMP VALUE ZERO.
002530     05  MU-JRN-SKIPPED          PIC 9(09) COMP VALUE ZERO.
002540     05  MU-JRN-APPLIED          PIC 9(09) COMP VALUE ZERO.
002550     05  MU-NO-DESC-COUNT        PIC 9(07) COMP VALUE ZERO.
002560     05  MU-JRN-BEFORE           PIC S9(09)V99 COMP-3.
002570     05  MU-JRN-AFTER            PIC S9(09)V99 COMP-3.
002580*
002590*    THE NEXT RECORD WAITING ON EACH JOURNAL.  THE EARLIER STAMP
002600*    IS APPLIED FIRST - ON A TIE THE ACCMAINT RECORD GOES FIRST,
002610*    SO AN ACCOUNT IS OPENED BEFORE ITS FIRST POSTING.  THE ONE
002620*    TAKEN IS STAGED IN JOURNAL-RECORD BELOW.
002630 01  MU-NEXT-JRN                 PIC X(80).
002640 01  MU-NEXT-ACJ                 PIC X(80).
002650*
002660*    THE JOURNAL RECORD BEING APPLIED, FROM WHICHEVER FILE.
002670     COPY JRNREC.
002680*
002690*    VERIFY WORK RECORD - BOTH SIDES RUN THE SAME CHECKS, SO
002700*    THE RECORD UNDER TEST IS STAGED HERE WHATEVER FILE IT
002710*    CAME FROM.
002720 01  MU-WORK-RECORD.
002730     05  MU-W-ACCOUNT-ID         PIC X(10).
002740     05  MU-W-BALANCE            PIC S9(09)V99 COMP-3.
002750     05  MU-W-TRAN-COUNT         PIC 9(07).
002760     05  MU-W-LAST-TRAN-DATE     PIC X(08).
002770     05  MU-W-DATE-N REDEFINES MU-W-LAST-TRAN-DATE.
002780         10  MU-W-YYYY           PIC 9(04).
002790         10  MU-W-MM             PIC 9(02).
002800         10  MU-W-DD             PIC 9(02).
002810     05  MU-W-DESCRIPTION        PIC X(30).
002820     05  MU-W-STATUS             PIC X(01).
002830         88  MU-W-STAT-VALID          VALUE "O" "F" "C" SPACE.
002840         88  MU-W-STAT-CLOSED         VALUE "C".
002850     05  FILLER                  PIC X(08).
002860*
002870 01  MU-TIME-FIELDS.
002880     05  MU-RUN-DATE             PIC X(08).
002890     05  MU-RUN-TIME             PIC X(08).
002900*
002910 77  MU-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002920 77  MU-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002930 77  MU-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002940 77  MU-RETURN-CODE              PIC 9(02) COMP VALUE ZERO.
002950*
002960 01  MU-HOLD-LINE                PIC X(133).
002970*
002980*****************************************************************
002990*                                                                *
003000*    REPORT LINE LAYOUTS.                                        *
003010*                                                                *
003020*****************************************************************
003030*
003040 01  MU-HEADING-1.
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  FILLER                  PIC X(38) VALUE
003070             "ACCOUNT MASTER BACKUP/RELOAD UTILITY  ".
003080     05  FILLER                  PIC X(06) VALUE " DATE ".
003090     05  MU-H1-DATE              PIC X(08).
003100     05  FILLER                  PIC X(06) VALUE " TIME ".
003110     05  MU-H1-TIME              PIC X(08).
003120     05  FILLER                  PIC X(06) VALUE " PAGE ".
003130     05  MU-H1-PAGE              PIC Z(04)9.
003140     05  FILLER                  PIC X(55) VALUE SPACES.
003150*
003160 01  MU-SIDE-LINE.
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  MU-SD-TITLE             PIC X(26).
003190     05  FILLER                  PIC X(08) VALUE "RECORDS ".
003200     05  MU-SD-COUNT             PIC -(08)9.
003210     05  FILLER                  PIC X(15) VALUE
003220             "  TOTAL BALANCE".
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  MU-SD-BALANCE           PIC -(13)9.99.
003250     05  FILLER                  PIC X(56) VALUE SPACES.
003260*
003270 01  MU-FINDING-LINE.
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
003300     05  MU-FND-ACCOUNT          PIC X(10).
003310     05  FILLER                  PIC X(03) VALUE " - ".
003320     05  MU-FND-TEXT             PIC X(50).
003330     05  FILLER                  PIC X(61) VALUE SPACES.
003340*
003350 01  MU-ERROR-LINE.
003360     05  FILLER                  PIC X(01) VALUE SPACE.
003370     05  MU-ERR-TEXT             PIC X(70).
003380     05  FILLER                  PIC X(62) VALUE SPACES.
003390*
003400 01  MU-VERDICT-LINE.
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  FILLER                  PIC X(08) VALUE "RESULT  ".
003430     05  MU-VER-TEXT             PIC X(60).
003440     05  FILLER                  PIC X(64) VALUE SPACES.
003450*
003460 01  MU-GEN-LINE.
003470     05  FILLER                  PIC X(01) VALUE SPACE.
003480     05  FILLER                  PIC X(11) VALUE "GENERATION ".
003490     05  MU-GN-NUMBER            PIC ZZ9.
003500     05  FILLER                  PIC X(06) VALUE "  JOB ".
003510     05  MU-GN-JOB-NAME          PIC X(08).
003520     05  FILLER                  PIC X(05) VALUE " RUN ".
003530     05  MU-GN-RUN-NUMBER        PIC 9(05).
003540     05  FILLER                  PIC X(10) VALUE "  RECORDS ".
003550     05  MU-GN-RECORDS           PIC Z(06)9.
003560     05  FILLER                  PIC X(07) VALUE "  ADDS ".
003570     05  MU-GN-ADDS              PIC Z(06)9.
003580     05  FILLER                  PIC X(10) VALUE "  UPDATES ".
003590     05  MU-GN-UPDATES           PIC Z(06)9.
003600     05  FILLER                  PIC X(10) VALUE "  DELETES ".
003610     05  MU-GN-DELETES           PIC Z(06)9.
003620     05  FILLER                  PIC X(09) VALUE "  STATUS ".
003630     05  MU-GN-STATUS            PIC Z(06)9.
003640     05  FILLER                  PIC X(13) VALUE SPACES.
003650*
003660 01  MU-STOP-LINE.
003670     05  FILLER                  PIC X(01) VALUE SPACE.
003680     05  FILLER                  PIC X(19) VALUE
003690             "STOPPED GENERATION ".
003700     05  MU-ST-NUMBER            PIC ZZ9.
003710     05  FILLER                  PIC X(06) VALUE "  JOB ".
003720     05  MU-ST-JOB-NAME          PIC X(08).
003730     05  FILLER                  PIC X(05) VALUE " RUN ".
003740     05  MU-ST-RUN-NUMBER        PIC 9(05).
003750     05  FILLER                  PIC X(17) VALUE
003760             "  JOURNAL BEFORE ".
003770     05  MU-ST-JRN-BEFORE        PIC -(10)9.99.
003780     05  FILLER                  PIC X(17) VALUE
003790             "  REBUILT MASTER ".
003800     05  MU-ST-MASTER-X          PIC X(14).
003810     05  MU-ST-MASTER REDEFINES MU-ST-MASTER-X
003820                                 PIC -(10)9.99.
003830     05  FILLER                  PIC X(24) VALUE SPACES.
003840*
003850 01  MU-COUNT-LINE.
003860     05  FILLER                  PIC X(01) VALUE SPACE.
003870     05  MU-CT-TITLE             PIC X(40).
003880     05  MU-CT-VALUE             PIC Z(08)9.
003890     05  FILLER                  PIC X(83) VALUE SPACES.
003900*
003910*****************************************************************
003920*                                                                *
003930*    PROCEDURE DIVISION.
003940*                                                                *
003950*****************************************************************
003960*
003970 PROCEDURE DIVISION.
003980*
003990*****************************************************************
004000*    0000-MAINLINE - UNLOAD, RELOAD OR RECOVER, PER THE PARM    *
004010*    CARD.                                                      *
004020*****************************************************************
004030 0000-MAINLINE.
004040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004050     IF MU-MODE-UNLOAD
004060         PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
004070     ELSE
004080         IF MU-MODE-RECOVER
004090             PERFORM 5000-OPEN-JOURNAL THRU 5000-EXIT
004100         END-IF
004110         IF NOT MU-FATAL
004120             PERFORM 4000-RELOAD-MASTER THRU 4000-EXIT
004130         END-IF
004140         IF MU-MODE-RECOVER AND NOT MU-FATAL
004150             PERFORM 5100-ROLL-FORWARD THRU 5100-EXIT
004160         END-IF
004170     END-IF.
004180     PERFORM 7000-WRITE-VERDICT THRU 7000-EXIT.
004190     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
004200     MOVE MU-RETURN-CODE TO RETURN-CODE.
004210     GOBACK.
004220*
004230*****************************************************************
004240*    1000-INITIALIZE - MODE FROM THE PARM CARD (DEFAULT         *
004250*    UNLOAD) AND THE REPORT OPENED.                             *
004260*****************************************************************
004270 1000-INITIALIZE.
004280     ACCEPT MU-RUN-DATE FROM DATE YYYYMMDD.
004290     ACCEPT MU-RUN-TIME FROM TIME.
004300     OPEN OUTPUT REPORT-FILE.
004310     OPEN INPUT PARM-FILE.
004320     IF MU-PARM-STAT = "00"
004330         READ PARM-FILE
004340             AT END
004350                 CONTINUE
004360         END-READ
004370         IF MU-PARM-STAT = "00" AND UP-MODE-RELOAD
004380             SET MU-MODE-RELOAD TO TRUE
004390         END-IF
004400         IF MU-PARM-STAT = "00" AND UP-MODE-RECOVER
004410             SET MU-MODE-RECOVER TO TRUE
004420         END-IF
004430         CLOSE PARM-FILE
004440     END-IF.
004450 1000-EXIT.
004460     EXIT.
004470*
004480*****************************************************************
004490*    2000-UNLOAD-MASTER - MASTER TO FLAT BACKUP, EVERY RECORD   *
004500*    VERIFIED ON THE WAY PAST.                                  *
004510*****************************************************************
004520 2000-UNLOAD-MASTER.
004530     OPEN INPUT MASTER-FILE.
004540     IF MU-MST-STAT NOT = "00"
004550         MOVE "ACCOUNT MASTER UNAVAILABLE - NO BACKUP TAKEN"
004560             TO MU-ERR-TEXT
004570         MOVE MU-ERROR-LINE TO REPORT-RECORD
004580         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004590         SET MU-FATAL TO TRUE
004600         GO TO 2000-EXIT
004610     END-IF.
004620     OPEN OUTPUT BACKUP-FILE.
004630     IF MU-BKP-STAT NOT = "00"
004640         MOVE "BACKUP FILE UNAVAILABLE - NO BACKUP TAKEN"
004650             TO MU-ERR-TEXT
004660         MOVE MU-ERROR-LINE TO REPORT-RECORD
004670         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004680         SET MU-FATAL TO TRUE
004690         CLOSE MASTER-FILE
004700         GO TO 2000-EXIT
004710     END-IF.
004720     MOVE "H" TO BKP-TYPE.
004730     MOVE SPACES TO BKP-DATA.
004740     MOVE MU-RUN-DATE TO BKP-CTL-DATE.
004750     MOVE MU-RUN-TIME TO BKP-CTL-TIME.
004760     MOVE ZERO TO BKP-CTL-COUNT.
004770     MOVE "+" TO BKP-CTL-BAL-SIGN.
004780     MOVE ZERO TO BKP-CTL-BALANCE.
004790     WRITE BACKUP-RECORD.
004800     MOVE LOW-VALUES TO MU-PREV-KEY.
004810     PERFORM 2100-UNLOAD-ONE-RECORD THRU 2100-EXIT
004820         UNTIL MU-END-OF-MASTFILE.
004830     PERFORM 2200-WRITE-BACKUP-TRAILER THRU 2200-EXIT.
004840     CLOSE BACKUP-FILE.
004850     CLOSE MASTER-FILE.
004860     MOVE "MASTER READ               " TO MU-SD-TITLE.
004870     MOVE MU-RECORD-COUNT  TO MU-SD-COUNT.
004880     MOVE MU-TOTAL-BALANCE TO MU-SD-BALANCE.
004890     MOVE MU-SIDE-LINE TO REPORT-RECORD.
004900     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004910     MOVE "BACKUP WRITTEN            " TO MU-SD-TITLE.
004920     MOVE MU-SIDE-LINE TO REPORT-RECORD.
004930     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004940 2000-EXIT.
004950     EXIT.
004960*
004970 2100-UNLOAD-ONE-RECORD.
004980     READ MASTER-FILE NEXT
004990         AT END
005000             SET MU-END-OF-MASTFILE TO TRUE
005010     END-READ.
005020     IF MU-END-OF-MASTFILE
005030         GO TO 2100-EXIT
005040     END-IF.
005050     MOVE MASTER-RECORD TO MU-WORK-RECORD.
005060     PERFORM 3000-VERIFY-ONE-RECORD THRU 3000-EXIT.
005070     ADD 1 TO MU-RECORD-COUNT.
005080     IF MU-W-BALANCE IS NUMERIC
005090         ADD MU-W-BALANCE TO MU-TOTAL-BALANCE
005100     END-IF.
005110     MOVE "D" TO BKP-TYPE.
005120     MOVE SPACES TO BKP-DATA.
005130     MOVE MASTER-RECORD TO BKP-MASTER-IMAGE.
005140     WRITE BACKUP-RECORD.
005150 2100-EXIT.
005160     EXIT.
005170*
005180 2200-WRITE-BACKUP-TRAILER.
005190     MOVE "T" TO BKP-TYPE.
005200     MOVE SPACES TO BKP-DATA.
005210     MOVE MU-RUN-DATE TO BKP-CTL-DATE.
005220     MOVE MU-RUN-TIME TO BKP-CTL-TIME.
005230     MOVE MU-RECORD-COUNT TO BKP-CTL-COUNT.
005240     IF MU-TOTAL-BALANCE < ZERO
005250         MOVE "-" TO BKP-CTL-BAL-SIGN
005260         COMPUTE BKP-CTL-BALANCE = ZERO - MU-TOTAL-BALANCE
005270     ELSE
005280         MOVE "+" TO BKP-CTL-BAL-SIGN
005290         MOVE MU-TOTAL-BALANCE TO BKP-CTL-BALANCE
005300     END-IF.
005310     WRITE BACKUP-RECORD.
005320 2200-EXIT.
005330     EXIT.
005340*
005350*****************************************************************
005360*    3000-VERIFY-ONE-RECORD - THE INTEGRITY CHECKS, RUN ON THE  *
005370*    STAGED WORK RECORD WHICHEVER SIDE IT CAME FROM.  EVERY     *
005380*    FINDING IS A REPORT LINE, NEVER A STOP - THE COPY ITSELF   *
005390*    MUST STILL COMPLETE.                                       *
005400*****************************************************************
005410 3000-VERIFY-ONE-RECORD.
005420     MOVE MU-W-ACCOUNT-ID TO MU-FND-ACCOUNT.
005430     IF MU-W-ACCOUNT-ID = SPACES
005440         MOVE "ACCOUNT ID IS BLANK" TO MU-FND-TEXT
005450         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005460     END-IF.
005470     IF MU-W-ACCOUNT-ID NOT > MU-PREV-KEY
005480         MOVE "KEY NOT IN ASCENDING SEQUENCE" TO MU-FND-TEXT
005490         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005500     END-IF.
005510     MOVE MU-W-ACCOUNT-ID TO MU-PREV-KEY.
005520     IF MU-W-BALANCE IS NOT NUMERIC
005530         MOVE "BALANCE IS NOT VALID PACKED DATA" TO MU-FND-TEXT
005540         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005550     END-IF.
005560     IF MU-W-TRAN-COUNT IS NOT NUMERIC
005570         MOVE "TRANSACTION COUNT IS NOT NUMERIC" TO MU-FND-TEXT
005580         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005590     END-IF.
005600     IF NOT MU-W-STAT-VALID
005610         MOVE "ACCOUNT STATUS IS NOT O, F OR C" TO MU-FND-TEXT
005620         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005630     END-IF.
005640     IF MU-W-STAT-CLOSED AND MU-W-BALANCE IS NUMERIC
005650             AND MU-W-BALANCE NOT = ZERO
005660         MOVE "CLOSED ACCOUNT CARRIES A BALANCE" TO MU-FND-TEXT
005670         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005680     END-IF.
005690     IF MU-W-LAST-TRAN-DATE IS NOT NUMERIC
005700         MOVE "LAST-TRAN DATE IS NOT NUMERIC" TO MU-FND-TEXT
005710         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005720         GO TO 3000-EXIT
005730     END-IF.
005740     MOVE MU-W-MM TO MU-DATE-MM.
005750     MOVE MU-W-DD TO MU-DATE-DD.
005760     IF MU-DATE-MM < 1 OR MU-DATE-MM > 12
005770             OR MU-DATE-DD < 1 OR MU-DATE-DD > 31
005780         MOVE "LAST-TRAN DATE IS NOT A VALID DATE"
005790             TO MU-FND-TEXT
005800         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005810     END-IF.
005820 3000-EXIT.
005830     EXIT.
005840*
005850 3900-WRITE-FINDING.
005860     ADD 1 TO MU-VERIFY-FINDINGS.
005870     MOVE MU-FINDING-LINE TO REPORT-RECORD.
005880     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005890 3900-EXIT.
005900     EXIT.
005910*
005920*****************************************************************
005930*    4000-RELOAD-MASTER - FLAT BACKUP INTO A FRESHLY DEFINED    *
005940*    CLUSTER.  THE TRAILER MUST AGREE WITH WHAT WAS LOADED OR   *
005950*    THE WHOLE LOAD IS DECLARED BAD - A RELOAD THAT ONLY        *
005960*    PROBABLY WORKED IS A RELOAD THAT FAILED.                   *
005970*****************************************************************
005980 4000-RELOAD-MASTER.
005990     OPEN INPUT BACKUP-FILE.
006000     IF MU-BKP-STAT NOT = "00"
006010         MOVE "BACKUP FILE UNAVAILABLE - NOTHING RELOADED"
006020             TO MU-ERR-TEXT
006030         MOVE MU-ERROR-LINE TO REPORT-RECORD
006040         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006050         SET MU-FATAL TO TRUE
006060         GO TO 4000-EXIT
006070     END-IF.
006080     OPEN OUTPUT MASTER-FILE.
006090     IF MU-MST-STAT NOT = "00"
006100         MOVE "MASTER CLUSTER UNAVAILABLE - NOTHING RELOADED"
006110             TO MU-ERR-TEXT
006120         MOVE MU-ERROR-LINE TO REPORT-RECORD
006130         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006140         SET MU-FATAL TO TRUE
006150         CLOSE BACKUP-FILE
006160         GO TO 4000-EXIT
006170     END-IF.
006180     MOVE LOW-VALUES TO MU-PREV-KEY.
006190     PERFORM 4100-RELOAD-ONE-RECORD THRU 4100-EXIT
006200         UNTIL MU-END-OF-BACKFILE OR MU-FATAL.
006210     CLOSE BACKUP-FILE.
006220     CLOSE MASTER-FILE.
006230     MOVE "BACKUP TRAILER SAYS       " TO MU-SD-TITLE.
006240     MOVE MU-EXP-COUNT   TO MU-SD-COUNT.
006250     MOVE MU-EXP-BALANCE TO MU-SD-BALANCE.
006260     MOVE MU-SIDE-LINE TO REPORT-RECORD.
006270     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006280     MOVE "MASTER LOADED             " TO MU-SD-TITLE.
006290     MOVE MU-RECORD-COUNT  TO MU-SD-COUNT.
006300     MOVE MU-TOTAL-BALANCE TO MU-SD-BALANCE.
006310     MOVE MU-SIDE-LINE TO REPORT-RECORD.
006320     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006330     IF NOT MU-TRAILER-SEEN
006340         MOVE "BACKUP TRAILER MISSING - LOAD IS NOT PROVED"
006350             TO MU-ERR-TEXT
006360         MOVE MU-ERROR-LINE TO REPORT-RECORD
006370         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006380         SET MU-FATAL TO TRUE
006390         GO TO 4000-EXIT
006400     END-IF.
006410     IF MU-EXP-COUNT NOT = MU-RECORD-COUNT
006420             OR MU-EXP-BALANCE NOT = MU-TOTAL-BALANCE
006430         MOVE "TRAILER DISAGREES WITH LOADED TOTALS"
006440             TO MU-ERR-TEXT
006450         MOVE MU-ERROR-LINE TO REPORT-RECORD
006460         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006470         SET MU-FATAL TO TRUE
006480     END-IF.
006490 4000-EXIT.
006500     EXIT.
006510*
006520 4100-RELOAD-ONE-RECORD.
006530     READ BACKUP-FILE
006540         AT END
006550             SET MU-END-OF-BACKFILE TO TRUE
006560     END-READ.
006570     IF MU-END-OF-BACKFILE
006580         GO TO 4100-EXIT
006590     END-IF.
006600     EVALUATE TRUE
006610         WHEN BKP-TYPE-HEADER
006620             MOVE BKP-CTL-DATE TO MU-BKP-STAMP (1:8)
006630             MOVE BKP-CTL-TIME TO MU-BKP-STAMP (9:8)
006640         WHEN BKP-TYPE-TRAILER
006650             SET MU-TRAILER-SEEN TO TRUE
006660             MOVE BKP-CTL-COUNT TO MU-EXP-COUNT
006670             MOVE BKP-CTL-BALANCE TO MU-EXP-BALANCE
006680             IF BKP-CTL-BAL-MINUS
006690                 COMPUTE MU-EXP-BALANCE =
006700                     ZERO - MU-EXP-BALANCE
006710             END-IF
006720         WHEN BKP-TYPE-DETAIL
006730             PERFORM 4200-LOAD-ONE-DETAIL THRU 4200-EXIT
006740         WHEN OTHER
006750             MOVE SPACES TO MU-FND-ACCOUNT
006760             MOVE "UNRECOGNIZED BACKUP RECORD TYPE"
006770                 TO MU-FND-TEXT
006780             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
006790     END-EVALUATE.
006800 4100-EXIT.
006810     EXIT.
006820*
006830 4200-LOAD-ONE-DETAIL.
006840     MOVE BKP-MASTER-IMAGE TO MU-WORK-RECORD.
006850     PERFORM 3000-VERIFY-ONE-RECORD THRU 3000-EXIT.
006860     MOVE BKP-MASTER-IMAGE TO MASTER-RECORD.
006870     WRITE MASTER-RECORD
006880         INVALID KEY
006890             MOVE MU-W-ACCOUNT-ID TO MU-FND-ACCOUNT
006900             MOVE "MASTER WRITE FAILED - LOAD STOPPED"
006910                 TO MU-FND-TEXT
006920             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
006930             SET MU-FATAL TO TRUE
006940     END-WRITE.
006950     IF MU-FATAL
006960         GO TO 4200-EXIT
006970     END-IF.
006980     ADD 1 TO MU-RECORD-COUNT.
006990     IF MU-W-BALANCE IS NUMERIC
007000         ADD MU-W-BALANCE TO MU-TOTAL-BALANCE
007010     END-IF.
007020 4200-EXIT.
007030     EXIT.
007040*
007050*****************************************************************
007060*    5000-OPEN-JOURNAL - BOTH JOURNALS ARE OPENED BEFORE THE    *
007070*    RELOAD, SO A RECOVERY THAT CANNOT ROLL FORWARD DOES NOT    *
007080*    START BY EMPTYING THE MASTER.  NO GENERATIONS SINCE THE    *
007090*    BACKUP IS A DUMMY JRNFILE OR ACJFILE, NOT A MISSING ONE.   *
007100*****************************************************************
007110 5000-OPEN-JOURNAL.
007120     OPEN INPUT JOURNAL-FILE.
007130     IF MU-JRN-STAT NOT = "00"
007140         MOVE "JOURNAL UNAVAILABLE - NOTHING RELOADED"
007150             TO MU-ERR-TEXT
007160         MOVE MU-ERROR-LINE TO REPORT-RECORD
007170         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007180         SET MU-FATAL TO TRUE
007190         GO TO 5000-EXIT
007200     END-IF.
007210     SET MU-JRN-OPEN TO TRUE.
007220     OPEN INPUT ACCT-JOURNAL-FILE.
007230     IF MU-ACJ-STAT NOT = "00"
007240         MOVE "ACCOUNT JOURNAL UNAVAILABLE - NOTHING RELOADED"
007250             TO MU-ERR-TEXT
007260         MOVE MU-ERROR-LINE TO REPORT-RECORD
007270         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007280         SET MU-FATAL TO TRUE
007290         GO TO 5000-EXIT
007300     END-IF.
007310     SET MU-ACJ-OPEN TO TRUE.
007320 5000-EXIT.
007330     EXIT.
007340*
007350*****************************************************************
007360*    5100-ROLL-FORWARD - THE RELOADED MASTER IS REOPENED FOR    *
007370*    KEYED UPDATE AND THE TWO JOURNALS APPLIED RECORD BY        *
007380*    RECORD, EARLIEST STAMP FIRST, JUST AS THE POSTING RUNS AND *
007390*    ACCMAINT APPLIED THEM.  MU-RECORD-COUNT AND MU-TOTAL-      *
007400*    BALANCE CARRY ON FROM THE RELOAD, SO AT THE END THEY ARE   *
007410*    THE RECOVERED MASTER'S COUNT AND TOTAL.                    *
007420*****************************************************************
007430 5100-ROLL-FORWARD.
007440     IF MU-BKP-STAMP = LOW-VALUES
007450         MOVE "BACKUP HEADER MISSING - NOTHING ROLLED FORWARD"
007460             TO MU-ERR-TEXT
007470         MOVE MU-ERROR-LINE TO REPORT-RECORD
007480         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007490         SET MU-FATAL TO TRUE
007500         GO TO 5100-EXIT
007510     END-IF.
007520     OPEN I-O MASTER-FILE.
007530     IF MU-MST-STAT NOT = "00"
007540         MOVE "MASTER NOT REOPENED - NOTHING ROLLED FORWARD"
007550             TO MU-ERR-TEXT
007560         MOVE MU-ERROR-LINE TO REPORT-RECORD
007570         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007580         SET MU-FATAL TO TRUE
007590         GO TO 5100-EXIT
007600     END-IF.
007610     MOVE SPACES TO REPORT-RECORD.
007620     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007630     MOVE MU-BKP-STAMP TO MU-PREV-STAMP.
007640     PERFORM 5150-READ-JOURNAL THRU 5150-EXIT.
007650     PERFORM 5160-READ-ACCT-JOURNAL THRU 5160-EXIT.
007660     PERFORM 5200-APPLY-ONE-JOURNAL THRU 5200-EXIT
007670         UNTIL (MU-END-OF-JRNFILE AND MU-END-OF-ACJFILE)
007680             OR MU-FATAL.
007690     IF MU-GEN-NUMBER > ZERO AND NOT MU-FATAL
007700         PERFORM 5400-WRITE-GENERATION-LINE THRU 5400-EXIT
007710     END-IF.
007720     CLOSE MASTER-FILE.
007730     PERFORM 5900-WRITE-RECOVERY-TOTALS THRU 5900-EXIT.
007740 5100-EXIT.
007750     EXIT.
007760*
007770 5150-READ-JOURNAL.
007780     READ JOURNAL-FILE INTO MU-NEXT-JRN
007790         AT END
007800             SET MU-END-OF-JRNFILE TO TRUE
007810     END-READ.
007820 5150-EXIT.
007830     EXIT.
007840*
007850 5160-READ-ACCT-JOURNAL.
007860     READ ACCT-JOURNAL-FILE INTO MU-NEXT-ACJ
007870         AT END
007880             SET MU-END-OF-ACJFILE TO TRUE
007890     END-READ.
007900 5160-EXIT.
007910     EXIT.
007920*
007930 5200-APPLY-ONE-JOURNAL.
007940     PERFORM 5210-TAKE-NEXT-RECORD THRU 5210-EXIT.
007950     ADD 1 TO MU-JRN-READ.
007960     MOVE JOURNAL-RECORD (1:16) TO MU-JRN-STAMP.
007970     IF MU-JRN-STAMP NOT > MU-BKP-STAMP
007980         ADD 1 TO MU-JRN-SKIPPED
007990         GO TO 5200-EXIT
008000     END-IF.
008010     IF JRN-JOB-NAME NOT = MU-GEN-JOB-NAME
008020             OR JRN-RUN-NUMBER NOT = MU-GEN-RUN-NUMBER
008030             OR MU-GEN-NUMBER = ZERO
008040         PERFORM 5300-START-GENERATION THRU 5300-EXIT
008050     END-IF.
008060     ADD 1 TO MU-GEN-RECORDS.
008070     IF MU-JRN-STAMP < MU-PREV-STAMP
008080         MOVE "JOURNAL OUT OF TIME ORDER - CHECK CONCATENATION"
008090             TO MU-FND-TEXT
008100         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
008110         GO TO 5200-EXIT
008120     END-IF.
008130     MOVE MU-JRN-STAMP TO MU-PREV-STAMP.
008140     IF JRN-BAL-BEFORE IS NOT NUMERIC
008150             OR JRN-BAL-AFTER IS NOT NUMERIC
008160         MOVE "JOURNAL BALANCE IMAGE IS NOT NUMERIC"
008170             TO MU-FND-TEXT
008180         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
008190         GO TO 5200-EXIT
008200     END-IF.
008210     MOVE JRN-BAL-BEFORE TO MU-JRN-BEFORE.
008220     IF JRN-BEFORE-MINUS
008230         COMPUTE MU-JRN-BEFORE = ZERO - MU-JRN-BEFORE
008240     END-IF.
008250     MOVE JRN-BAL-AFTER TO MU-JRN-AFTER.
008260     IF JRN-AFTER-MINUS
008270         COMPUTE MU-JRN-AFTER = ZERO - MU-JRN-AFTER
008280     END-IF.
008290     MOVE JRN-ACCOUNT-ID TO MST-ACCOUNT-ID.
008300     READ MASTER-FILE
008310         INVALID KEY
008320             MOVE "N" TO MU-MST-FOUND-SW
008330         NOT INVALID KEY
008340             MOVE "Y" TO MU-MST-FOUND-SW
008350     END-READ.
008360     EVALUATE TRUE
008370         WHEN JRN-ACT-ADD
008380             PERFORM 5500-APPLY-ADD THRU 5500-EXIT
008390         WHEN JRN-ACT-UPDATE
008400             PERFORM 5600-APPLY-UPDATE THRU 5600-EXIT
008410         WHEN JRN-ACT-DELETE
008420             PERFORM 5700-APPLY-DELETE THRU 5700-EXIT
008430         WHEN JRN-ACT-STATUS
008440             PERFORM 5650-APPLY-STATUS THRU 5650-EXIT
008450         WHEN OTHER
008460             MOVE "JOURNAL ACTION IS NOT A, U, D OR S"
008470                 TO MU-FND-TEXT
008480             PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
008490     END-EVALUATE.
008500     IF NOT MU-FATAL
008510         ADD 1 TO MU-JRN-APPLIED
008520     END-IF.
008530 5200-EXIT.
008540     EXIT.
008550*
008560*****************************************************************
008570*    5210-TAKE-NEXT-RECORD - THE EARLIER OF THE TWO WAITING     *
008580*    RECORDS IS STAGED FOR THE APPLY AND ITS FILE READ ON.  THE *
008590*    CALLER HAS ALREADY SEEN THAT AT LEAST ONE FILE IS NOT AT   *
008600*    END.                                                       *
008610*****************************************************************
008620 5210-TAKE-NEXT-RECORD.
008630     IF MU-END-OF-ACJFILE
008640         GO TO 5210-TAKE-JOURNAL
008650     END-IF.
008660     IF NOT MU-END-OF-JRNFILE
008670             AND MU-NEXT-JRN (1:16) < MU-NEXT-ACJ (1:16)
008680         GO TO 5210-TAKE-JOURNAL
008690     END-IF.
008700     MOVE MU-NEXT-ACJ TO JOURNAL-RECORD.
008710     PERFORM 5160-READ-ACCT-JOURNAL THRU 5160-EXIT.
008720     GO TO 5210-EXIT.
008730 5210-TAKE-JOURNAL.
008740     MOVE MU-NEXT-JRN TO JOURNAL-RECORD.
008750     PERFORM 5150-READ-JOURNAL THRU 5150-EXIT.
008760 5210-EXIT.
008770     EXIT.
008780*
008790*****************************************************************
008800*    5300-START-GENERATION - A NEW JOB/RUN STAMP.  THE          *
008810*    GENERATION JUST FINISHED IS PRINTED BEFORE ITS COUNTS ARE  *
008820*    RESET.                                                     *
008830*****************************************************************
008840 5300-START-GENERATION.
008850     IF MU-GEN-NUMBER > ZERO
008860         PERFORM 5400-WRITE-GENERATION-LINE THRU 5400-EXIT
008870     END-IF.
008880     ADD 1 TO MU-GEN-NUMBER.
008890     MOVE JRN-JOB-NAME   TO MU-GEN-JOB-NAME.
008900     MOVE JRN-RUN-NUMBER TO MU-GEN-RUN-NUMBER.
008910     MOVE ZERO TO MU-GEN-RECORDS.
008920     MOVE ZERO TO MU-GEN-ADDS.
008930     MOVE ZERO TO MU-GEN-UPDATES.
008940     MOVE ZERO TO MU-GEN-DELETES.
008950     MOVE ZERO TO MU-GEN-STATUS.
008960 5300-EXIT.
008970     EXIT.
008980*
008990 5400-WRITE-GENERATION-LINE.
009000     MOVE MU-GEN-NUMBER     TO MU-GN-NUMBER.
009010     MOVE MU-GEN-JOB-NAME   TO MU-GN-JOB-NAME.
009020     MOVE MU-GEN-RUN-NUMBER TO MU-GN-RUN-NUMBER.
009030     MOVE MU-GEN-RECORDS    TO MU-GN-RECORDS.
009040     MOVE MU-GEN-ADDS       TO MU-GN-ADDS.
009050     MOVE MU-GEN-UPDATES    TO MU-GN-UPDATES.
009060     MOVE MU-GEN-DELETES    TO MU-GN-DELETES.
009070     MOVE MU-GEN-STATUS     TO MU-GN-STATUS.
009080     MOVE MU-GEN-LINE TO REPORT-RECORD.
009090     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009100 5400-EXIT.
009110     EXIT.
009120*
009130*****************************************************************
009140*    5500-APPLY-ADD - THE ACCOUNT MUST NOT BE ON THE REBUILT    *
009150*    MASTER.  THE ADD IS REBUILT AS THE POSTING RUN BUILT IT,   *
009160*    LESS THE DESCRIPTION, WHICH THE JOURNAL DOES NOT CARRY.    *
009170*****************************************************************
009180 5500-APPLY-ADD.
009190     IF MU-MST-FOUND
009200         MOVE "ADD OF AN ACCOUNT ALREADY ON THE REBUILT MASTER"
009210             TO MU-FND-TEXT
009220         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
009230         GO TO 5500-EXIT
009240     END-IF.
009250     IF MU-JRN-BEFORE NOT = ZERO
009260         MOVE "ADD WITH A NON-ZERO BEFORE BALANCE" TO MU-FND-TEXT
009270         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
009280         GO TO 5500-EXIT
009290     END-IF.
009300     MOVE SPACES TO MASTER-RECORD.
009310     MOVE JRN-ACCOUNT-ID TO MST-ACCOUNT-ID.
009320     MOVE MU-JRN-AFTER TO MST-BALANCE.
009330     MOVE 1 TO MST-TRAN-COUNT.
009340     MOVE JRN-DATE TO MST-LAST-TRAN-DATE.
009350     SET MST-STAT-OPEN TO TRUE.
009360     WRITE MASTER-RECORD
009370         INVALID KEY
009380             MOVE "MASTER WRITE FAILED" TO MU-FND-TEXT
009390             PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
009400     END-WRITE.
009410     IF MU-FATAL
009420         GO TO 5500-EXIT
009430     END-IF.
009440     ADD 1 TO MU-GEN-ADDS.
009450     ADD 1 TO MU-NO-DESC-COUNT.
009460     ADD 1 TO MU-RECORD-COUNT.
009470     ADD MU-JRN-AFTER TO MU-TOTAL-BALANCE.
009480 5500-EXIT.
009490     EXIT.
009500*
009510*****************************************************************
009520*    5600-APPLY-UPDATE - THE REBUILT BALANCE MUST BE EXACTLY    *
009530*    THE BEFORE IMAGE THE POSTING RUN SAW.                      *
009540*****************************************************************
009550 5600-APPLY-UPDATE.
009560     IF NOT MU-MST-FOUND
009570         MOVE "UPDATE OF AN ACCOUNT NOT ON THE REBUILT MASTER"
009580             TO MU-FND-TEXT
009590         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
009600         GO TO 5600-EXIT
009610     END-IF.
009620     IF MST-BALANCE IS NOT NUMERIC
009630             OR MST-BALANCE NOT = MU-JRN-BEFORE
009640         MOVE "BEFORE IMAGE DISAGREES WITH THE REBUILT BALANCE"
009650             TO MU-FND-TEXT
009660         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
009670         GO TO 5600-EXIT
009680     END-IF.
009690     MOVE MU-JRN-AFTER TO MST-BALANCE.
009700     IF MST-TRAN-COUNT IS NUMERIC
009710         ADD 1 TO MST-TRAN-COUNT
009720     ELSE
009730         MOVE 1 TO MST-TRAN-COUNT
009740     END-IF.
009750     MOVE JRN-DATE TO MST-LAST-TRAN-DATE.
009760     REWRITE MASTER-RECORD
009770         INVALID KEY
009780             MOVE "MASTER REWRITE FAILED" TO MU-FND-TEXT
009790             PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
009800     END-REWRITE.
009810     IF MU-FATAL
009820         GO TO 5600-EXIT
009830     END-IF.
009840     ADD 1 TO MU-GEN-UPDATES.
009850     COMPUTE MU-TOTAL-BALANCE =
009860         MU-TOTAL-BALANCE + MU-JRN-AFTER - MU-JRN-BEFORE.
009870 5600-EXIT.
009880     EXIT.
009890*
009900*****************************************************************
009910*    5650-APPLY-STATUS - AN ACCMAINT STATUS RECORD.  THE        *
009920*    BALANCE IS NOT TOUCHED - BOTH IMAGES CARRY THE BALANCE     *
009930*    ACCMAINT SAW, AND IT MUST BE THE REBUILT ONE.  AN OPEN OF  *
009940*    AN ACCOUNT NOT ON THE MASTER IS A NEW ACCOUNT, REBUILT AT  *
009950*    ZERO WITH NO POSTINGS AS ACCMAINT BUILT IT, LESS THE       *
009960*    DESCRIPTION.                                               *
009970*****************************************************************
009980 5650-APPLY-STATUS.
009990     IF JRN-NEW-STATUS NOT = "O" AND NOT = "F" AND NOT = "C"
010000         MOVE "STATUS RECORD CARRIES AN INVALID STATUS"
010010             TO MU-FND-TEXT
010020         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
010030         GO TO 5650-EXIT
010040     END-IF.
010050     IF NOT MU-MST-FOUND
010060         GO TO 5650-NEW-ACCOUNT
010070     END-IF.
010080     IF MST-BALANCE IS NOT NUMERIC
010090             OR MST-BALANCE NOT = MU-JRN-BEFORE
010100         MOVE "BEFORE IMAGE DISAGREES WITH THE REBUILT BALANCE"
010110             TO MU-FND-TEXT
010120         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
010130         GO TO 5650-EXIT
010140     END-IF.
010150     MOVE JRN-NEW-STATUS TO MST-STATUS.
010160     REWRITE MASTER-RECORD
010170         INVALID KEY
010180             MOVE "MASTER REWRITE FAILED" TO MU-FND-TEXT
010190             PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
010200     END-REWRITE.
010210     IF MU-FATAL
010220         GO TO 5650-EXIT
010230     END-IF.
010240     ADD 1 TO MU-GEN-STATUS.
010250     GO TO 5650-EXIT.
010260 5650-NEW-ACCOUNT.
010270     IF JRN-NEW-STATUS NOT = "O"
010280         MOVE "STATUS CHANGE TO AN ACCOUNT NOT ON THE MASTER"
010290             TO MU-FND-TEXT
010300         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
010310         GO TO 5650-EXIT
010320     END-IF.
010330     IF MU-JRN-BEFORE NOT = ZERO
010340         MOVE "NEW ACCOUNT WITH A NON-ZERO BALANCE" TO MU-FND-TEXT
010350         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
010360         GO TO 5650-EXIT
010370     END-IF.
010380     MOVE SPACES TO MASTER-RECORD.
010390     MOVE JRN-ACCOUNT-ID TO MST-ACCOUNT-ID.
010400     MOVE ZERO TO MST-BALANCE.
010410     MOVE ZERO TO MST-TRAN-COUNT.
010420     MOVE JRN-DATE TO MST-LAST-TRAN-DATE.
010430     SET MST-STAT-OPEN TO TRUE.
010440     WRITE MASTER-RECORD
010450         INVALID KEY
010460             MOVE "MASTER WRITE FAILED" TO MU-FND-TEXT
010470             PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
010480     END-WRITE.
010490     IF MU-FATAL
010500         GO TO 5650-EXIT
010510     END-IF.
010520     ADD 1 TO MU-GEN-STATUS.
010530     ADD 1 TO MU-NO-DESC-COUNT.
010540     ADD 1 TO MU-RECORD-COUNT.
010550 5650-EXIT.
010560     EXIT.
010570*
010580*****************************************************************
010590*    5700-APPLY-DELETE - THE RESIDUAL BEING DELETED MUST BE     *
010600*    EXACTLY THE BEFORE IMAGE THE POSTING RUN SAW.              *
010610*****************************************************************
010620 5700-APPLY-DELETE.
010630     IF NOT MU-MST-FOUND
010640         MOVE "DELETE OF AN ACCOUNT NOT ON THE REBUILT MASTER"
010650             TO MU-FND-TEXT
010660         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
010670         GO TO 5700-EXIT
010680     END-IF.
010690     IF MST-BALANCE IS NOT NUMERIC
010700             OR MST-BALANCE NOT = MU-JRN-BEFORE
010710         MOVE "BEFORE IMAGE DISAGREES WITH THE REBUILT BALANCE"
010720             TO MU-FND-TEXT
010730         PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
010740         GO TO 5700-EXIT
010750     END-IF.
010760     DELETE MASTER-FILE
010770         INVALID KEY
010780             MOVE "MASTER DELETE FAILED" TO MU-FND-TEXT
010790             PERFORM 5800-STOP-RECOVERY THRU 5800-EXIT
010800     END-DELETE.
010810     IF MU-FATAL
010820         GO TO 5700-EXIT
010830     END-IF.
010840     ADD 1 TO MU-GEN-DELETES.
010850     SUBTRACT 1 FROM MU-RECORD-COUNT.
010860     SUBTRACT MU-JRN-BEFORE FROM MU-TOTAL-BALANCE.
010870 5700-EXIT.
010880     EXIT.
010890*
010900*****************************************************************
010910*    5800-STOP-RECOVERY - THE FIRST JOURNAL RECORD THAT WILL    *
010920*    NOT APPLY ENDS THE RECOVERY.  THE ACCOUNT, THE GENERATION  *
010930*    AND BOTH BALANCES ARE PRINTED; THE MASTER IS LEFT ROLLED   *
010940*    FORWARD TO THE RECORD BEFORE.                              *
010950*****************************************************************
010960 5800-STOP-RECOVERY.
010970     MOVE JRN-ACCOUNT-ID TO MU-FND-ACCOUNT.
010980     PERFORM 3900-WRITE-FINDING THRU 3900-EXIT.
010990     MOVE MU-GEN-NUMBER     TO MU-ST-NUMBER.
011000     MOVE MU-GEN-JOB-NAME   TO MU-ST-JOB-NAME.
011010     MOVE MU-GEN-RUN-NUMBER TO MU-ST-RUN-NUMBER.
011020     IF JRN-BAL-BEFORE IS NUMERIC
011030         MOVE MU-JRN-BEFORE TO MU-ST-JRN-BEFORE
011040     ELSE
011050         MOVE ZERO TO MU-ST-JRN-BEFORE
011060     END-IF.
011070     IF NOT MU-MST-FOUND
011080         MOVE " NOT ON MASTER" TO MU-ST-MASTER-X
011090     ELSE
011100         IF MST-BALANCE IS NUMERIC
011110             MOVE MST-BALANCE TO MU-ST-MASTER
011120         ELSE
011130             MOVE " NOT NUMERIC  " TO MU-ST-MASTER-X
011140         END-IF
011150     END-IF.
011160     MOVE MU-STOP-LINE TO REPORT-RECORD.
011170     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011180     MOVE "RECOVERY STOPPED - MASTER ROLLED FORWARD ONLY TO HERE"
011190         TO MU-ERR-TEXT.
011200     MOVE MU-ERROR-LINE TO REPORT-RECORD.
011210     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011220     SET MU-FATAL TO TRUE.
011230 5800-EXIT.
011240     EXIT.
011250*
011260*****************************************************************
011270*    5900-WRITE-RECOVERY-TOTALS - WHAT WAS ROLLED FORWARD AND   *
011280*    THE RECOVERED MASTER'S COUNT AND TOTAL BALANCE.            *
011290*****************************************************************
011300 5900-WRITE-RECOVERY-TOTALS.
011310     MOVE SPACES TO REPORT-RECORD.
011320     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011330     MOVE "GENERATIONS APPLIED" TO MU-CT-TITLE.
011340     MOVE MU-GEN-NUMBER TO MU-CT-VALUE.
011350     PERFORM 5950-WRITE-COUNT THRU 5950-EXIT.
011360     MOVE "JOURNAL RECORDS READ" TO MU-CT-TITLE.
011370     MOVE MU-JRN-READ TO MU-CT-VALUE.
011380     PERFORM 5950-WRITE-COUNT THRU 5950-EXIT.
011390     MOVE "SKIPPED - NOT AFTER THE BACKUP" TO MU-CT-TITLE.
011400     MOVE MU-JRN-SKIPPED TO MU-CT-VALUE.
011410     PERFORM 5950-WRITE-COUNT THRU 5950-EXIT.
011420     MOVE "APPLIED TO THE MASTER" TO MU-CT-TITLE.
011430     MOVE MU-JRN-APPLIED TO MU-CT-VALUE.
011440     PERFORM 5950-WRITE-COUNT THRU 5950-EXIT.
011450     MOVE "ADDS REBUILT WITHOUT DESCRIPTION" TO MU-CT-TITLE.
011460     MOVE MU-NO-DESC-COUNT TO MU-CT-VALUE.
011470     PERFORM 5950-WRITE-COUNT THRU 5950-EXIT.
011480     MOVE "MASTER AFTER RECOVERY     " TO MU-SD-TITLE.
011490     MOVE MU-RECORD-COUNT  TO MU-SD-COUNT.
011500     MOVE MU-TOTAL-BALANCE TO MU-SD-BALANCE.
011510     MOVE MU-SIDE-LINE TO REPORT-RECORD.
011520     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011530 5900-EXIT.
011540     EXIT.
011550*
011560 5950-WRITE-COUNT.
011570     MOVE MU-COUNT-LINE TO REPORT-RECORD.
011580     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011590 5950-EXIT.
011600     EXIT.
011610*
011620*****************************************************************
011630*    7000-WRITE-VERDICT - ONE RESULT LINE AND THE RETURN CODE   *
011640*    THE SCHEDULER TRAPS.                                       *
011650*****************************************************************
011660 7000-WRITE-VERDICT.
011670     EVALUATE TRUE
011680         WHEN MU-FATAL
011690             MOVE "FAILED - SEE MESSAGES ABOVE" TO MU-VER-TEXT
011700             MOVE 12 TO MU-RETURN-CODE
011710         WHEN MU-VERIFY-FINDINGS > ZERO
011720             MOVE "COMPLETE WITH VERIFY FINDINGS"
011730                 TO MU-VER-TEXT
011740             MOVE 8 TO MU-RETURN-CODE
011750         WHEN MU-MODE-RECOVER
011760             MOVE "COMPLETE - RELOADED AND ROLLED FORWARD"
011770                 TO MU-VER-TEXT
011780             MOVE 0 TO MU-RETURN-CODE
011790         WHEN OTHER
011800             MOVE "COMPLETE - COPY PROVED WHOLE" TO MU-VER-TEXT
011810             MOVE 0 TO MU-RETURN-CODE
011820     END-EVALUATE.
011830     MOVE SPACES TO REPORT-RECORD.
011840     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011850     MOVE MU-VERDICT-LINE TO REPORT-RECORD.
011860     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011870 7000-EXIT.
011880     EXIT.
011890*
011900*****************************************************************
011910*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
011920*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
011930*    BREAK CANNOT CLOBBER IT.                                   *
011940*****************************************************************
011950 9100-WRITE-REPORT-LINE.
011960     MOVE REPORT-RECORD TO MU-HOLD-LINE.
011970     IF MU-LINE-COUNT > MU-LINES-PER-PAGE
011980         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
011990     END-IF.
012000     WRITE REPORT-RECORD FROM MU-HOLD-LINE
012010         AFTER ADVANCING 1 LINE.
012020     ADD 1 TO MU-LINE-COUNT.
012030 9100-EXIT.
012040     EXIT.
012050*
012060 9200-WRITE-PAGE-HEADING.
012070     ADD 1 TO MU-PAGE-COUNT.
012080     MOVE MU-RUN-DATE  TO MU-H1-DATE.
012090     MOVE MU-RUN-TIME  TO MU-H1-TIME.
012100     MOVE MU-PAGE-COUNT TO MU-H1-PAGE.
012110     MOVE MU-HEADING-1 TO REPORT-RECORD.
012120     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
012130     MOVE SPACES TO REPORT-RECORD.
012140     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
012150     MOVE 3 TO MU-LINE-COUNT.
012160 9200-EXIT.
012170     EXIT.
012180*
012190*****************************************************************
012200*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
012210*****************************************************************
012220 9800-CLOSE-FILES.
012230     IF MU-JRN-OPEN
012240         CLOSE JOURNAL-FILE
012250     END-IF.
012260     IF MU-ACJ-OPEN
012270         CLOSE ACCT-JOURNAL-FILE
012280     END-IF.
012290     CLOSE REPORT-FILE.
012300 9800-EXIT.
012310     EXIT.
