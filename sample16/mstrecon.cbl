000470*                     EXACT EVEN ACROSS DELETED RESIDUALS, SO    *
000480*                     THE QUALIFIED VERDICT ONLY REMAINS FOR     *
000490*                     RUNS PROVED WITHOUT A JOURNAL.             *
000500*    2026-10-15 RTM  PROVE NOW LEAVES ITS VERDICT AND THE DAY'S  *
000510*                     MASTER MOVEMENT ON PRVFILE (SEE PRVREC)    *
000520*                     FOR THE GL EXTRACT TO TIE BACK TO.  THE    *
000530*                     DD IS OPTIONAL - LEFT OUT, NO RECORD.      *
000531*    2026-10-15 RTM  PRV-DATE IS NOW THE BUSINESS DAY PROVED -   *
000532*                     THE DATE OF THE FIRST JOURNAL RECORD, THE  *
000533*                     RUN DATE WHEN PROVED WITHOUT A JOURNAL -   *
000534*                     SO THE GL EXTRACT CAN REFUSE A PROOF OF A  *
000535*                     DIFFERENT DAY.                             *
000540*                                                                *
000550*****************************************************************
000560*
000570 ENVIRONMENT DIVISION.
000580*
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.    IBM-370.
000610 OBJECT-COMPUTER.    IBM-370.
000620*
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS MR-PARM-STAT.
000680*
000690     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS MST-ACCOUNT-ID
000730         FILE STATUS IS MR-MST-STAT.
000740*
000750     SELECT SNAP-FILE ASSIGN TO "SNAPFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS MR-SNAP-STAT.
000780*
000790     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS MR-TRAN-STAT.
000820*
000830     SELECT REJECT-FILE ASSIGN TO "REJFILE"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS MR-REJ-STAT.
000860*
000870     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS MR-JRN-STAT.
000900*
000910     SELECT PROOF-FILE ASSIGN TO "PRVFILE"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS MR-PRV-STAT.
000940*
000950     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS MR-RPT-STAT.
000980*
000990*****************************************************************
001000*                                                                *
001010*    DATA DIVISION.
001020*                                                                *
001030*****************************************************************
001040*
001050 DATA DIVISION.
001060*
001070 FILE SECTION.
001080*
001090 FD  PARM-FILE
001100     RECORDING MODE F
001110     LABEL RECORDS STANDARD
001120     BLOCK CONTAINS 0 RECORDS
001130     RECORD CONTAINS 80 CHARACTERS
001140     DATA RECORD IS RECON-PARM-RECORD.
001150 01  RECON-PARM-RECORD.
001160     05  RP-MODE                 PIC X(05).
001170         88  RP-MODE-SNAP             VALUE "SNAP ".
001180         88  RP-MODE-PROVE            VALUE "PROVE".
001190     05  FILLER                  PIC X(75).
001200*
001210 FD  MASTER-FILE
001220     RECORD CONTAINS 70 CHARACTERS
001230     DATA RECORD IS MASTER-RECORD.
001240     COPY MASTREC.
001250*
001260 FD  SNAP-FILE
001270     RECORDING MODE F
001280     LABEL RECORDS STANDARD
001290     BLOCK CONTAINS 0 RECORDS
001300     RECORD CONTAINS 80 CHARACTERS
001310     DATA RECORD IS SNAPSHOT-RECORD.
001320 01  SNAPSHOT-RECORD.
001330     05  SNP-DATE                PIC X(08).
001340     05  SNP-TIME                PIC X(08).
001350     05  SNP-ACCT-COUNT          PIC 9(09).
001360     05  SNP-BAL-SIGN            PIC X(01).
001370         88  SNP-BAL-MINUS            VALUE "-".
001380     05  SNP-BALANCE             PIC 9(13)V99.
001390     05  FILLER                  PIC X(39).
001400*
001410 FD  TRAN-FILE
001420     RECORDING MODE F
001430     LABEL RECORDS STANDARD
001440     BLOCK CONTAINS 0 RECORDS
001450     RECORD CONTAINS 80 CHARACTERS
001460     DATA RECORD IS TRAN-RECORD.
001470     COPY TRNREC.
001480*
001490 FD  REJECT-FILE
001500     RECORDING MODE F
001510     LABEL RECORDS STANDARD
001520     BLOCK CONTAINS 0 RECORDS
001530     RECORD CONTAINS 110 CHARACTERS
001540     DATA RECORD IS REJECT-RECORD.
001550 01  REJECT-RECORD.
001560     05  REJ-TRAN-IMAGE          PIC X(80).
001570     05  REJ-TRAN-FIELDS REDEFINES REJ-TRAN-IMAGE.
001580         10  REJ-TRN-ACTION      PIC X(01).
001590             88  REJ-ACT-ADD          VALUE "A".
001600             88  REJ-ACT-UPDATE       VALUE "U".
001610             88  REJ-ACT-DELETE       VALUE "D".
001620         10  REJ-TRN-ACCOUNT-ID  PIC X(10).
001630         10  REJ-TRN-SIGN        PIC X(01).
001640             88  REJ-SIGN-MINUS       VALUE "-".
001650         10  REJ-TRN-AMOUNT      PIC 9(07)V99.
001660         10  FILLER              PIC X(59).
001670     05  REJ-REASON              PIC X(30).
001680*
001690 FD  JOURNAL-FILE
001700     RECORDING MODE F
001710     LABEL RECORDS STANDARD
001720     BLOCK CONTAINS 0 RECORDS
001730     RECORD CONTAINS 80 CHARACTERS
001740     DATA RECORD IS JOURNAL-RECORD.
001750     COPY JRNREC.
001760*
001770 FD  PROOF-FILE
001780     RECORDING MODE F
001790     LABEL RECORDS STANDARD
001800     BLOCK CONTAINS 0 RECORDS
001810     RECORD CONTAINS 80 CHARACTERS
001820     DATA RECORD IS PROOF-RECORD.
001830     COPY PRVREC.
001840*
001850 FD  REPORT-FILE
001860     RECORDING MODE F
001870     LABEL RECORDS STANDARD
001880     BLOCK CONTAINS 0 RECORDS
001890     RECORD CONTAINS 133 CHARACTERS
001900     DATA RECORD IS REPORT-RECORD.
001910 01  REPORT-RECORD               PIC X(133).
001920*
001930 WORKING-STORAGE SECTION.
001940*
001950 01  MR-SWITCHES.
001960     05  MR-EOF-MASTFILE         PIC X(01) VALUE "N".
001970         88  MR-END-OF-MASTFILE      VALUE "Y".
001980     05  MR-EOF-TRANFILE         PIC X(01) VALUE "N".
001990         88  MR-END-OF-TRANFILE      VALUE "Y".
002000     05  MR-EOF-REJFILE          PIC X(01) VALUE "N".
002010         88  MR-END-OF-REJFILE       VALUE "Y".
002020     05  MR-EOF-JRNFILE          PIC X(01) VALUE "N".
002030         88  MR-END-OF-JRNFILE       VALUE "Y".
002040     05  MR-JOURNAL-SW           PIC X(01) VALUE "N".
002050         88  MR-JOURNAL-PRESENT      VALUE "Y".
002060     05  MR-RUN-MODE-SW          PIC X(01) VALUE "P".
002070         88  MR-MODE-SNAP            VALUE "S".
002080         88  MR-MODE-PROVE           VALUE "P".
002090     05  MR-VERDICT-SW           PIC X(01) VALUE "B".
002100         88  MR-IN-BALANCE           VALUE "B".
002110         88  MR-QUALIFIED            VALUE "Q".
002120         88  MR-OUT-OF-BALANCE       VALUE "O".
002130         88  MR-UNPROVABLE           VALUE "U".
002140*
002150 01  MR-FILE-STATUS-CODES.
002160     05  MR-PARM-STAT            PIC X(02) VALUE "00".
002170     05  MR-MST-STAT             PIC X(02) VALUE "00".
002180     05  MR-SNAP-STAT            PIC X(02) VALUE "00".
002190     05  MR-TRAN-STAT            PIC X(02) VALUE "00".
002200     05  MR-REJ-STAT             PIC X(02) VALUE "00".
002210     05  MR-JRN-STAT             PIC X(02) VALUE "00".
002220     05  MR-PRV-STAT             PIC X(02) VALUE "00".
002230     05  MR-RPT-STAT             PIC X(02) VALUE "00".
002240*
002250 01  MR-POSITION-FIELDS.
002260     05  MR-OPEN-COUNT           PIC 9(09) COMP VALUE ZERO.
002270     05  MR-OPEN-BALANCE         PIC S9(13)V99 COMP-3
002280                                 VALUE ZERO.
002290     05  MR-CLOSE-COUNT          PIC 9(09) COMP VALUE ZERO.
002300     05  MR-CLOSE-BALANCE        PIC S9(13)V99 COMP-3
002310                                 VALUE ZERO.
002320     05  MR-EXP-COUNT            PIC S9(09) COMP VALUE ZERO.
002330     05  MR-EXP-BALANCE          PIC S9(13)V99 COMP-3
002340                                 VALUE ZERO.
002350     05  MR-COUNT-DIFF           PIC S9(09) COMP VALUE ZERO.
002360     05  MR-BAL-DIFF             PIC S9(13)V99 COMP-3
002370                                 VALUE ZERO.
002380*
002390 01  MR-ACTIVITY-FIELDS.
002400     05  MR-TRAN-DETAIL          PIC 9(09) COMP VALUE ZERO.
002410     05  MR-TRAN-ADDS            PIC 9(09) COMP VALUE ZERO.
002420     05  MR-TRAN-DELETES         PIC 9(09) COMP VALUE ZERO.
002430     05  MR-TRAN-NET             PIC S9(13)V99 COMP-3
002440                                 VALUE ZERO.
002450     05  MR-REJ-COUNT            PIC 9(09) COMP VALUE ZERO.
002460     05  MR-REJ-ADDS             PIC 9(09) COMP VALUE ZERO.
002470     05  MR-REJ-DELETES          PIC 9(09) COMP VALUE ZERO.
002480     05  MR-REJ-NET              PIC S9(13)V99 COMP-3
002490                                 VALUE ZERO.
002500     05  MR-NET-DELETES          PIC S9(09) COMP VALUE ZERO.
002510     05  MR-JRN-COUNT            PIC 9(09) COMP VALUE ZERO.
002520     05  MR-JRN-ADDS             PIC 9(09) COMP VALUE ZERO.
002530     05  MR-JRN-DELETES          PIC 9(09) COMP VALUE ZERO.
002540     05  MR-JRN-MOVEMENT         PIC S9(13)V99 COMP-3
002550                                 VALUE ZERO.
002560     05  MR-JRN-WORK             PIC S9(11)V99 COMP-3.
002570     05  MR-WORK-AMOUNT          PIC S9(09)V99 COMP-3.
002580     05  MR-MOVE-WORK            PIC S9(13)V99 COMP-3.
002590*
002600 01  MR-TIME-FIELDS.
002610     05  MR-RUN-DATE             PIC X(08).
002620     05  MR-RUN-TIME             PIC X(08).
002621     05  MR-BUSINESS-DATE        PIC X(08) VALUE SPACES.
002630*
002640 77  MR-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002650 77  MR-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002660 77  MR-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002670 77  MR-RETURN-CODE              PIC 9(02) COMP VALUE ZERO.
002680*
002690 01  MR-HOLD-LINE                PIC X(133).
002700*
002710*****************************************************************
002720*                                                                *
002730*    REPORT LINE LAYOUTS.                                        *
002740*                                                                *
002750*****************************************************************
002760*
002770 01  MR-HEADING-1.
002780     05  FILLER                  PIC X(01) VALUE SPACE.
002790     05  FILLER                  PIC X(37) VALUE
002800             "ACCOUNT MASTER DAILY RECONCILIATION  ".
002810     05  FILLER                  PIC X(06) VALUE " DATE ".
002820     05  MR-H1-DATE              PIC X(08).
002830     05  FILLER                  PIC X(06) VALUE " TIME ".
002840     05  MR-H1-TIME              PIC X(08).
002850     05  FILLER                  PIC X(06) VALUE " PAGE ".
002860     05  MR-H1-PAGE              PIC Z(04)9.
002870     05  FILLER                  PIC X(56) VALUE SPACES.
002880*
002890 01  MR-POSITION-LINE.
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  MR-POS-TITLE            PIC X(26).
002920     05  FILLER                  PIC X(09) VALUE "ACCOUNTS ".
002930     05  MR-POS-COUNT            PIC -(08)9.
002940     05  FILLER                  PIC X(09) VALUE "  BALANCE".
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  MR-POS-BALANCE          PIC -(13)9.99.
002970     05  FILLER                  PIC X(61) VALUE SPACES.
002980*
002990 01  MR-ACTIVITY-LINE.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  MR-ACT-TITLE            PIC X(26).
003020     05  FILLER                  PIC X(09) VALUE "RECORDS  ".
003030     05  MR-ACT-COUNT            PIC -(08)9.
003040     05  FILLER                  PIC X(06) VALUE "  ADDS".
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  MR-ACT-ADDS             PIC -(06)9.
003070     05  FILLER                  PIC X(09) VALUE "  DELETES".
003080     05  FILLER                  PIC X(01) VALUE SPACE.
003090     05  MR-ACT-DELETES          PIC -(06)9.
003100     05  FILLER                  PIC X(05) VALUE "  NET".
003110     05  FILLER                  PIC X(01) VALUE SPACE.
003120     05  MR-ACT-NET              PIC -(13)9.99.
003130     05  FILLER                  PIC X(34) VALUE SPACES.
003140*
003150 01  MR-RESIDUAL-LINE.
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  FILLER                  PIC X(42) VALUE
003180             "RESIDUAL BALANCE REMOVED BY DELETED ACCOUN".
003190     05  FILLER                  PIC X(03) VALUE "TS ".
003200     05  MR-RES-AMOUNT           PIC -(13)9.99.
003210     05  FILLER                  PIC X(70) VALUE SPACES.
003220*
003230 01  MR-VERDICT-LINE.
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  FILLER                  PIC X(08) VALUE "VERDICT ".
003260     05  MR-VER-TEXT             PIC X(60).
003270     05  FILLER                  PIC X(64) VALUE SPACES.
003280*
003290 01  MR-SNAP-LINE.
003300     05  FILLER                  PIC X(01) VALUE SPACE.
003310     05  FILLER                  PIC X(26) VALUE
003320             "SNAPSHOT TAKEN            ".
003330     05  FILLER                  PIC X(09) VALUE "ACCOUNTS ".
003340     05  MR-SNP-COUNT            PIC -(08)9.
003350     05  FILLER                  PIC X(09) VALUE "  BALANCE".
003360     05  FILLER                  PIC X(01) VALUE SPACE.
003370     05  MR-SNP-BALANCE          PIC -(13)9.99.
003380     05  FILLER                  PIC X(61) VALUE SPACES.
003390*
003400 01  MR-ERROR-LINE.
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  MR-ERR-TEXT             PIC X(70).
003430     05  FILLER                  PIC X(62) VALUE SPACES.
003440*
003450*****************************************************************
003460*                                                                *
003470*    PROCEDURE DIVISION.
003480*                                                                *
003490*****************************************************************
003500*
003510 PROCEDURE DIVISION.
003520*
003530*****************************************************************
003540*    0000-MAINLINE - SNAPSHOT OR PROVE, PER THE PARM CARD.      *
003550*****************************************************************
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003580     IF MR-MODE-SNAP
003590         PERFORM 2000-TAKE-SNAPSHOT THRU 2000-EXIT
003600     ELSE
003610         PERFORM 3000-PROVE-THE-DAY THRU 3000-EXIT
003620         PERFORM 7500-WRITE-PROOF THRU 7500-EXIT
003630     END-IF.
003640     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
003650     MOVE MR-RETURN-CODE TO RETURN-CODE.
003660     GOBACK.
003670*
003680*****************************************************************
003690*    1000-INITIALIZE - MODE FROM THE PARM CARD (DEFAULT PROVE)  *
003700*    AND THE REPORT OPENED.                                     *
003710*****************************************************************
003720 1000-INITIALIZE.
003730     ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD.
003740     ACCEPT MR-RUN-TIME FROM TIME.
003750     OPEN OUTPUT REPORT-FILE.
003760     OPEN INPUT PARM-FILE.
003770     IF MR-PARM-STAT = "00"
003780         READ PARM-FILE
003790             AT END
003800                 CONTINUE
003810         END-READ
003820         IF MR-PARM-STAT = "00" AND RP-MODE-SNAP
003830             SET MR-MODE-SNAP TO TRUE
003840         END-IF
003850         CLOSE PARM-FILE
003860     END-IF.
003870 1000-EXIT.
003880     EXIT.
003890*
003900*****************************************************************
003910*    2000-TAKE-SNAPSHOT - OPENING POSITION OF THE MASTER,       *
003920*    WRITTEN TO SNAPFILE BEFORE THE POSTING RUN TOUCHES IT.     *
003930*****************************************************************
003940 2000-TAKE-SNAPSHOT.
003950     PERFORM 6000-SCAN-MASTER THRU 6000-EXIT.
003960     IF MR-UNPROVABLE
003970         MOVE "ACCOUNT MASTER UNAVAILABLE - NO SNAPSHOT TAKEN"
003980             TO MR-ERR-TEXT
003990         MOVE MR-ERROR-LINE TO REPORT-RECORD
004000         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004010         MOVE 12 TO MR-RETURN-CODE
004020         GO TO 2000-EXIT
004030     END-IF.
004040     OPEN OUTPUT SNAP-FILE.
004050     IF MR-SNAP-STAT NOT = "00"
004060         MOVE "SNAPSHOT FILE UNAVAILABLE - NO SNAPSHOT TAKEN"
004070             TO MR-ERR-TEXT
004080         MOVE MR-ERROR-LINE TO REPORT-RECORD
004090         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004100         MOVE 12 TO MR-RETURN-CODE
004110         GO TO 2000-EXIT
004120     END-IF.
004130     MOVE MR-RUN-DATE TO SNP-DATE.
004140     MOVE MR-RUN-TIME TO SNP-TIME.
004150     MOVE MR-CLOSE-COUNT TO SNP-ACCT-COUNT.
004160     IF MR-CLOSE-BALANCE < ZERO
004170         MOVE "-" TO SNP-BAL-SIGN
004180         COMPUTE SNP-BALANCE = ZERO - MR-CLOSE-BALANCE
004190     ELSE
004200         MOVE "+" TO SNP-BAL-SIGN
004210         MOVE MR-CLOSE-BALANCE TO SNP-BALANCE
004220     END-IF.
004230     MOVE SPACES TO SNAPSHOT-RECORD (42:39).
004240     WRITE SNAPSHOT-RECORD.
004250     CLOSE SNAP-FILE.
004260     MOVE MR-CLOSE-COUNT   TO MR-SNP-COUNT.
004270     MOVE MR-CLOSE-BALANCE TO MR-SNP-BALANCE.
004280     MOVE MR-SNAP-LINE TO REPORT-RECORD.
004290     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004300 2000-EXIT.
004310     EXIT.
004320*
004330*****************************************************************
004340*    3000-PROVE-THE-DAY - SNAPSHOT PLUS ACCEPTED NET AGAINST    *
004350*    THE ACTUAL CLOSING MASTER.                                 *
004360*****************************************************************
004370 3000-PROVE-THE-DAY.
004380     PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT.
004390     IF MR-UNPROVABLE
004400         MOVE "OPENING SNAPSHOT MISSING - DAY CANNOT BE PROVED"
004410             TO MR-ERR-TEXT
004420         MOVE MR-ERROR-LINE TO REPORT-RECORD
004430         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004440         MOVE 12 TO MR-RETURN-CODE
004450         GO TO 3000-EXIT
004460     END-IF.
004470     PERFORM 4000-SCAN-TRANFILE THRU 4000-EXIT.
004480     PERFORM 5000-SCAN-REJECTS THRU 5000-EXIT.
004490     PERFORM 5500-SCAN-JOURNAL THRU 5500-EXIT.
004500     PERFORM 6000-SCAN-MASTER THRU 6000-EXIT.
004510     IF MR-UNPROVABLE
004520         MOVE "ACCOUNT MASTER UNAVAILABLE - DAY CANNOT BE PROVED"
004530             TO MR-ERR-TEXT
004540         MOVE MR-ERROR-LINE TO REPORT-RECORD
004550         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004560         MOVE 12 TO MR-RETURN-CODE
004570         GO TO 3000-EXIT
004580     END-IF.
004590     PERFORM 7000-BALANCE-REPORT THRU 7000-EXIT.
004600 3000-EXIT.
004610     EXIT.
004620*
004630 3100-READ-SNAPSHOT.
004640     OPEN INPUT SNAP-FILE.
004650     IF MR-SNAP-STAT NOT = "00"
004660         SET MR-UNPROVABLE TO TRUE
004670         GO TO 3100-EXIT
004680     END-IF.
004690     READ SNAP-FILE
004700         AT END
004710             SET MR-UNPROVABLE TO TRUE
004720     END-READ.
004730     CLOSE SNAP-FILE.
004740     IF MR-UNPROVABLE
004750         GO TO 3100-EXIT
004760     END-IF.
004770     IF SNP-ACCT-COUNT IS NOT NUMERIC
004780             OR SNP-BALANCE IS NOT NUMERIC
004790         SET MR-UNPROVABLE TO TRUE
004800         GO TO 3100-EXIT
004810     END-IF.
004820     MOVE SNP-ACCT-COUNT TO MR-OPEN-COUNT.
004830     MOVE SNP-BALANCE TO MR-OPEN-BALANCE.
004840     IF SNP-BAL-MINUS
004850         COMPUTE MR-OPEN-BALANCE = ZERO - MR-OPEN-BALANCE
004860     END-IF.
004870 3100-EXIT.
004880     EXIT.
004890*
004900*****************************************************************
004910*    4000-SCAN-TRANFILE - GROSS ACTIVITY OF THE DAY'S INPUT.    *
004920*    BATCH CONTROL RECORDS CARRY NOTHING TO POST AND ARE        *
004930*    PASSED OVER.  A MISSING TRANFILE MEANS A DAY WITH NO       *
004940*    ACTIVITY - THE MASTER SHOULD NOT HAVE MOVED AT ALL.        *
004950*****************************************************************
004960 4000-SCAN-TRANFILE.
004970     OPEN INPUT TRAN-FILE.
004980     IF MR-TRAN-STAT NOT = "00"
004990         SET MR-END-OF-TRANFILE TO TRUE
005000         GO TO 4000-EXIT
005010     END-IF.
005020     PERFORM 4100-SCAN-ONE-TRAN THRU 4100-EXIT
005030         UNTIL MR-END-OF-TRANFILE.
005040     CLOSE TRAN-FILE.
005050 4000-EXIT.
005060     EXIT.
005070*
005080 4100-SCAN-ONE-TRAN.
005090     READ TRAN-FILE
005100         AT END
005110             SET MR-END-OF-TRANFILE TO TRUE
005120     END-READ.
005130     IF MR-END-OF-TRANFILE
005140         GO TO 4100-EXIT
005150     END-IF.
005160     IF TRN-ACT-BTCH-HEADER OR TRN-ACT-BTCH-TRAILER
005170         GO TO 4100-EXIT
005180     END-IF.
005190     ADD 1 TO MR-TRAN-DETAIL.
005200     IF TRN-ACT-ADD
005210         ADD 1 TO MR-TRAN-ADDS
005220     END-IF.
005230     IF TRN-ACT-DELETE
005240         ADD 1 TO MR-TRAN-DELETES
005250     END-IF.
005260     IF TRN-AMOUNT IS NUMERIC
005270         MOVE TRN-AMOUNT TO MR-WORK-AMOUNT
005280         IF TRN-SIGN-MINUS
005290             COMPUTE MR-WORK-AMOUNT = ZERO - MR-WORK-AMOUNT
005300         END-IF
005310         ADD MR-WORK-AMOUNT TO MR-TRAN-NET
005320     END-IF.
005330 4100-EXIT.
005340     EXIT.
005350*
005360*****************************************************************
005370*    5000-SCAN-REJECTS - THE EXCLUDED RECORDS, BACKED OUT OF    *
005380*    THE GROSS ACTIVITY.  THE REJFILE DD MUST CARRY ONLY THE    *
005390*    DAY BEING PROVED - SEE THE RUN DECK.                       *
005400*****************************************************************
005410 5000-SCAN-REJECTS.
005420     OPEN INPUT REJECT-FILE.
005430     IF MR-REJ-STAT NOT = "00"
005440         SET MR-END-OF-REJFILE TO TRUE
005450         GO TO 5000-EXIT
005460     END-IF.
005470     PERFORM 5100-SCAN-ONE-REJECT THRU 5100-EXIT
005480         UNTIL MR-END-OF-REJFILE.
005490     CLOSE REJECT-FILE.
005500 5000-EXIT.
005510     EXIT.
005520*
005530 5100-SCAN-ONE-REJECT.
005540     READ REJECT-FILE
005550         AT END
005560             SET MR-END-OF-REJFILE TO TRUE
005570     END-READ.
005580     IF MR-END-OF-REJFILE
005590         GO TO 5100-EXIT
005600     END-IF.
005610     ADD 1 TO MR-REJ-COUNT.
005620     IF REJ-ACT-ADD
005630         ADD 1 TO MR-REJ-ADDS
005640     END-IF.
005650     IF REJ-ACT-DELETE
005660         ADD 1 TO MR-REJ-DELETES
005670     END-IF.
005680     IF REJ-TRN-AMOUNT IS NUMERIC
005690         MOVE REJ-TRN-AMOUNT TO MR-WORK-AMOUNT
005700         IF REJ-SIGN-MINUS
005710             COMPUTE MR-WORK-AMOUNT = ZERO - MR-WORK-AMOUNT
005720         END-IF
005730         ADD MR-WORK-AMOUNT TO MR-REJ-NET
005740     END-IF.
005750 5100-EXIT.
005760     EXIT.
005770*
005780*****************************************************************
005790*    5500-SCAN-JOURNAL - THE EXACT MOVEMENT, WHEN THE DAY'S     *
005800*    JOURNAL IS SUPPLIED.  EACH POSTING'S AFTER-MINUS-BEFORE    *
005810*    IMAGE SUMS TO PRECISELY WHAT THE MASTER SHOULD HAVE        *
005820*    MOVED, DELETED RESIDUALS INCLUDED.  A MISSING JRNFILE DD   *
005830*    FALLS BACK TO THE TRANFILE/REJFILE ARITHMETIC.             *
005840*****************************************************************
005850 5500-SCAN-JOURNAL.
005860     OPEN INPUT JOURNAL-FILE.
005870     IF MR-JRN-STAT NOT = "00"
005880         SET MR-END-OF-JRNFILE TO TRUE
005890         GO TO 5500-EXIT
005900     END-IF.
005910     SET MR-JOURNAL-PRESENT TO TRUE.
005920     PERFORM 5600-SCAN-ONE-POSTING THRU 5600-EXIT
005930         UNTIL MR-END-OF-JRNFILE.
005940     CLOSE JOURNAL-FILE.
005950 5500-EXIT.
005960     EXIT.
005970*
005980 5600-SCAN-ONE-POSTING.
005990     READ JOURNAL-FILE
006000         AT END
006010             SET MR-END-OF-JRNFILE TO TRUE
006020     END-READ.
006030     IF MR-END-OF-JRNFILE
006040         GO TO 5600-EXIT
006050     END-IF.
006060     ADD 1 TO MR-JRN-COUNT.
006061     IF MR-BUSINESS-DATE = SPACES
006062         MOVE JRN-DATE TO MR-BUSINESS-DATE
006063     END-IF.
006070     IF JRN-ACT-ADD
006080         ADD 1 TO MR-JRN-ADDS
006090     END-IF.
006100     IF JRN-ACT-DELETE
006110         ADD 1 TO MR-JRN-DELETES
006120     END-IF.
006130     IF JRN-BAL-BEFORE IS NUMERIC
006140             AND JRN-BAL-AFTER IS NUMERIC
006150         MOVE JRN-BAL-AFTER TO MR-JRN-WORK
006160         IF JRN-AFTER-MINUS
006170             COMPUTE MR-JRN-WORK = ZERO - MR-JRN-WORK
006180         END-IF
006190         ADD MR-JRN-WORK TO MR-JRN-MOVEMENT
006200         MOVE JRN-BAL-BEFORE TO MR-JRN-WORK
006210         IF JRN-BEFORE-MINUS
006220             COMPUTE MR-JRN-WORK = ZERO - MR-JRN-WORK
006230         END-IF
006240         SUBTRACT MR-JRN-WORK FROM MR-JRN-MOVEMENT
006250     END-IF.
006260 5600-EXIT.
006270     EXIT.
006280*
006290*****************************************************************
006300*    6000-SCAN-MASTER - ACTUAL POSITION OF THE MASTER, IN KEY   *
006310*    ORDER.                                                     *
006320*****************************************************************
006330 6000-SCAN-MASTER.
006340     MOVE ZERO TO MR-CLOSE-COUNT.
006350     MOVE ZERO TO MR-CLOSE-BALANCE.
006360     MOVE "N" TO MR-EOF-MASTFILE.
006370     OPEN INPUT MASTER-FILE.
006380     IF MR-MST-STAT NOT = "00"
006390         SET MR-UNPROVABLE TO TRUE
006400         GO TO 6000-EXIT
006410     END-IF.
006420     PERFORM 6100-SCAN-ONE-ACCOUNT THRU 6100-EXIT
006430         UNTIL MR-END-OF-MASTFILE.
006440     CLOSE MASTER-FILE.
006450 6000-EXIT.
006460     EXIT.
006470*
006480 6100-SCAN-ONE-ACCOUNT.
006490     READ MASTER-FILE NEXT
006500         AT END
006510             SET MR-END-OF-MASTFILE TO TRUE
006520     END-READ.
006530     IF MR-END-OF-MASTFILE
006540         GO TO 6100-EXIT
006550     END-IF.
006560     ADD 1 TO MR-CLOSE-COUNT.
006570     ADD MST-BALANCE TO MR-CLOSE-BALANCE.
006580 6100-EXIT.
006590     EXIT.
006600*
006610*****************************************************************
006620*    7000-BALANCE-REPORT - EXPECTED CLOSING POSITION AGAINST    *
006630*    THE ACTUAL MASTER, WITH THE VERDICT AND RETURN CODE THE    *
006640*    SCHEDULER TRAPS.                                           *
006650*****************************************************************
006660 7000-BALANCE-REPORT.
006670     COMPUTE MR-NET-DELETES =
006680         MR-TRAN-DELETES - MR-REJ-DELETES.
006690     IF MR-JOURNAL-PRESENT
006700         COMPUTE MR-EXP-COUNT =
006710             MR-OPEN-COUNT + MR-JRN-ADDS - MR-JRN-DELETES
006720         COMPUTE MR-EXP-BALANCE =
006730             MR-OPEN-BALANCE + MR-JRN-MOVEMENT
006740     ELSE
006750         COMPUTE MR-EXP-COUNT =
006760             MR-OPEN-COUNT
006770             + MR-TRAN-ADDS - MR-REJ-ADDS
006780             - MR-NET-DELETES
006790         COMPUTE MR-EXP-BALANCE =
006800             MR-OPEN-BALANCE + MR-TRAN-NET - MR-REJ-NET
006810     END-IF.
006820     COMPUTE MR-COUNT-DIFF = MR-CLOSE-COUNT - MR-EXP-COUNT.
006830     COMPUTE MR-BAL-DIFF = MR-CLOSE-BALANCE - MR-EXP-BALANCE.
006840     MOVE "OPENING SNAPSHOT          " TO MR-POS-TITLE.
006850     MOVE MR-OPEN-COUNT   TO MR-POS-COUNT.
006860     MOVE MR-OPEN-BALANCE TO MR-POS-BALANCE.
006870     MOVE MR-POSITION-LINE TO REPORT-RECORD.
006880     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006890     MOVE "TRANSACTION INPUT (GROSS) " TO MR-ACT-TITLE.
006900     MOVE MR-TRAN-DETAIL  TO MR-ACT-COUNT.
006910     MOVE MR-TRAN-ADDS    TO MR-ACT-ADDS.
006920     MOVE MR-TRAN-DELETES TO MR-ACT-DELETES.
006930     MOVE MR-TRAN-NET     TO MR-ACT-NET.
006940     MOVE MR-ACTIVITY-LINE TO REPORT-RECORD.
006950     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006960     MOVE "REJECTED (EXCLUDED)       " TO MR-ACT-TITLE.
006970     MOVE MR-REJ-COUNT    TO MR-ACT-COUNT.
006980     MOVE MR-REJ-ADDS     TO MR-ACT-ADDS.
006990     MOVE MR-REJ-DELETES  TO MR-ACT-DELETES.
007000     MOVE MR-REJ-NET      TO MR-ACT-NET.
007010     MOVE MR-ACTIVITY-LINE TO REPORT-RECORD.
007020     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007030     IF MR-JOURNAL-PRESENT
007040         MOVE "JOURNAL MOVEMENT (EXACT)  " TO MR-ACT-TITLE
007050         MOVE MR-JRN-COUNT    TO MR-ACT-COUNT
007060         MOVE MR-JRN-ADDS     TO MR-ACT-ADDS
007070         MOVE MR-JRN-DELETES  TO MR-ACT-DELETES
007080         MOVE MR-JRN-MOVEMENT TO MR-ACT-NET
007090         MOVE MR-ACTIVITY-LINE TO REPORT-RECORD
007100         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007110     END-IF.
007120     MOVE "EXPECTED CLOSING POSITION " TO MR-POS-TITLE.
007130     MOVE MR-EXP-COUNT    TO MR-POS-COUNT.
007140     MOVE MR-EXP-BALANCE  TO MR-POS-BALANCE.
007150     MOVE MR-POSITION-LINE TO REPORT-RECORD.
007160     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007170     MOVE "ACTUAL CLOSING MASTER     " TO MR-POS-TITLE.
007180     MOVE MR-CLOSE-COUNT   TO MR-POS-COUNT.
007190     MOVE MR-CLOSE-BALANCE TO MR-POS-BALANCE.
007200     MOVE MR-POSITION-LINE TO REPORT-RECORD.
007210     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007220     MOVE "DIFFERENCE                " TO MR-POS-TITLE.
007230     MOVE MR-COUNT-DIFF TO MR-POS-COUNT.
007240     MOVE MR-BAL-DIFF   TO MR-POS-BALANCE.
007250     MOVE MR-POSITION-LINE TO REPORT-RECORD.
007260     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007270     PERFORM 7100-JUDGE-THE-DAY THRU 7100-EXIT.
007280     MOVE MR-VERDICT-LINE TO REPORT-RECORD.
007290     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007300 7000-EXIT.
007310     EXIT.
007320*
007330*****************************************************************
007340*    7100-JUDGE-THE-DAY - THE VERDICT.  A COUNT MISMATCH IS     *
007350*    ALWAYS OUT OF BALANCE.  A BALANCE DIFFERENCE ON A DAY      *
007360*    WITH ACCEPTED DELETES IS THE RESIDUAL THE DELETED          *
007370*    ACCOUNTS CARRIED - REPORTED, AND QUALIFIED RC 4 RATHER     *
007380*    THAN PROVED, BECAUSE THE TRANSACTION RECORD DOES NOT SAY   *
007390*    WHAT THAT RESIDUAL SHOULD HAVE BEEN.                       *
007400*****************************************************************
007410 7100-JUDGE-THE-DAY.
007420     EVALUATE TRUE
007430         WHEN MR-COUNT-DIFF NOT = ZERO
007440             SET MR-OUT-OF-BALANCE TO TRUE
007450         WHEN MR-BAL-DIFF = ZERO
007460             SET MR-IN-BALANCE TO TRUE
007470         WHEN MR-NET-DELETES > ZERO
007480                 AND NOT MR-JOURNAL-PRESENT
007490             SET MR-QUALIFIED TO TRUE
007500         WHEN OTHER
007510             SET MR-OUT-OF-BALANCE TO TRUE
007520     END-EVALUATE.
007530     IF MR-QUALIFIED
007540         MOVE MR-BAL-DIFF TO MR-RES-AMOUNT
007550         MOVE MR-RESIDUAL-LINE TO REPORT-RECORD
007560         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007570     END-IF.
007580     EVALUATE TRUE
007590         WHEN MR-IN-BALANCE
007600             MOVE "IN BALANCE" TO MR-VER-TEXT
007610             MOVE 0 TO MR-RETURN-CODE
007620         WHEN MR-QUALIFIED
007630             MOVE "QUALIFIED - INCLUDES DELETED RESIDUALS"
007640                 TO MR-VER-TEXT
007650             MOVE 4 TO MR-RETURN-CODE
007660         WHEN OTHER
007670             MOVE "OUT OF BALANCE - HOLD THE DOWNSTREAM STEPS"
007680                 TO MR-VER-TEXT
007690             MOVE 8 TO MR-RETURN-CODE
007700     END-EVALUATE.
007710 7100-EXIT.
007720     EXIT.
007730*
007740*****************************************************************
007750*    7500-WRITE-PROOF - THE DAY'S VERDICT AND MASTER MOVEMENT   *
007760*    FOR THE FEEDS DOWNSTREAM OF THE PROOF.  A DAY THAT COULD   *
007770*    NOT BE PROVED IS STILL RECORDED, AS U, SO A FEED CANNOT    *
007780*    MISTAKE YESTERDAY'S PROOF FOR TODAY'S.  NO PRVFILE DD, NO  *
007790*    RECORD - THE PROOF ITSELF IS UNAFFECTED.                   *
007791*    PRV-DATE IS THE BUSINESS DAY PROVED - THE FIRST JOURNAL    *
007792*    RECORD'S DATE, OR THE RUN DATE WITHOUT A JOURNAL - NOT THE *
007793*    DATE THIS STEP HAPPENED TO RUN.                            *
007800*****************************************************************
007810 7500-WRITE-PROOF.
007820     OPEN OUTPUT PROOF-FILE.
007830     IF MR-PRV-STAT NOT = "00"
007840         GO TO 7500-EXIT
007850     END-IF.
007860     MOVE SPACES TO PROOF-RECORD.
007870     IF MR-BUSINESS-DATE = SPACES
007871         MOVE MR-RUN-DATE TO PRV-DATE
007872     ELSE
007873         MOVE MR-BUSINESS-DATE TO PRV-DATE
007874     END-IF.
007880     MOVE MR-RUN-TIME  TO PRV-TIME.
007890     MOVE MR-VERDICT-SW TO PRV-VERDICT.
007900     MOVE MR-JOURNAL-SW TO PRV-JOURNAL-SW.
007910     MOVE MR-JRN-COUNT TO PRV-JRN-COUNT.
007920     IF MR-UNPROVABLE
007930         MOVE ZERO TO MR-OPEN-BALANCE MR-CLOSE-BALANCE
007940     END-IF.
007950     MOVE MR-OPEN-BALANCE TO PRV-OPEN-BALANCE.
007960     IF MR-OPEN-BALANCE < ZERO
007970         MOVE "-" TO PRV-OPEN-SIGN
007980     END-IF.
007990     MOVE MR-CLOSE-BALANCE TO PRV-CLOSE-BALANCE.
008000     IF MR-CLOSE-BALANCE < ZERO
008010         MOVE "-" TO PRV-CLOSE-SIGN
008020     END-IF.
008030     COMPUTE MR-MOVE-WORK = MR-CLOSE-BALANCE - MR-OPEN-BALANCE.
008040     MOVE MR-MOVE-WORK TO PRV-MOVEMENT.
008050     IF MR-MOVE-WORK < ZERO
008060         MOVE "-" TO PRV-MOVE-SIGN
008070     END-IF.
008080     WRITE PROOF-RECORD.
008090     CLOSE PROOF-FILE.
008100 7500-EXIT.
008110     EXIT.
008120*
008130*****************************************************************
008140*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
008150*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
008160*    BREAK CANNOT CLOBBER IT.                                   *
008170*****************************************************************
008180 9100-WRITE-REPORT-LINE.
008190     MOVE REPORT-RECORD TO MR-HOLD-LINE.
008200     IF MR-LINE-COUNT > MR-LINES-PER-PAGE
008210         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
008220     END-IF.
008230     WRITE REPORT-RECORD FROM MR-HOLD-LINE
008240         AFTER ADVANCING 1 LINE.
008250     ADD 1 TO MR-LINE-COUNT.
008260 9100-EXIT.
008270     EXIT.
008280*
008290 9200-WRITE-PAGE-HEADING.
008300     ADD 1 TO MR-PAGE-COUNT.
008310     MOVE MR-RUN-DATE  TO MR-H1-DATE.
008320     MOVE MR-RUN-TIME  TO MR-H1-TIME.
008330     MOVE MR-PAGE-COUNT TO MR-H1-PAGE.
008340     MOVE MR-HEADING-1 TO REPORT-RECORD.
008350     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
008360     MOVE SPACES TO REPORT-RECORD.
008370     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
008380     MOVE 3 TO MR-LINE-COUNT.
008390 9200-EXIT.
008400     EXIT.
008410*
008420*****************************************************************
008430*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
008440*****************************************************************
008450 9800-CLOSE-FILES.
008460     CLOSE REPORT-FILE.
008470 9800-EXIT.
008480     EXIT.
