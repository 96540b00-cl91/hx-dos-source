000010*
000020*****************************************************************
000030*                                                                *
000040*    IDENTIFICATION DIVISION.
000050*                                                                *
000060*****************************************************************
000070*
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     ACCMAINT.
000100 AUTHOR.         R T MILLHOUSE.
000110 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000120 DATE-WRITTEN.   2026-10-15.
000130 DATE-COMPILED.  2026-10-15.
000140*
000150*****************************************************************
000160*                                                                *
000170*    REMARKS.  ACCOUNT STATUS AND DESCRIPTION MAINTENANCE OVER   *
000180*    THE KEYED ACCOUNT MASTER (MASTFILE - SEE MASTREC).  AN      *
000190*    ACCOUNT IS OPEN, FROZEN (NO POSTINGS, INQUIRY STILL         *
000200*    WORKS) OR CLOSED (NO POSTINGS, ONLY AT A ZERO BALANCE) -    *
000210*    SAMPLE1 REFUSES A POSTING TO A FROZEN OR CLOSED ACCOUNT     *
000220*    WITH ITS OWN REJECT CODE SO IT LANDS IN SUSPENSE.  THIS     *
000230*    PROGRAM APPLIES OPN/FRZ/UNF/CLS/DSC CONTROL CARDS FROM      *
000240*    CTLFILE AND PRINTS THE BEFORE AND AFTER IMAGE OF EVERY      *
000250*    ACCOUNT IT CHANGES.  IT NEVER MOVES A BALANCE - BALANCES    *
000260*    CHANGE ONLY THROUGH A POSTED, JOURNALED TRANSACTION.        *
000270*                                                                *
000280*    EVERY OPN, FRZ, UNF AND CLS APPLIED IS ALSO WRITTEN TO THE  *
000290*    ACCOUNT JOURNAL (ACJFILE - A GENERATION OF ITS OWN, JRNREC  *
000300*    LAYOUT) AS AN "S" RECORD CARRYING THE NEW STATUS, SO        *
000310*    MSTUTIL RECOVR REPLAYS IT AFTER A RELOAD - A NEW ACCOUNT    *
000320*    COMES BACK AT ZERO, A FREEZE OR CLOSE STAYS FROZEN OR       *
000330*    CLOSED.  DSC IS NOT JOURNALED - THE JOURNAL RECORD HAS NO   *
000340*    ROOM FOR A DESCRIPTION.  NOTHING IS APPLIED WITHOUT THE     *
000350*    JOURNAL OPEN, AND A JOURNAL WRITE FAILURE STOPS THE DECK AT *
000360*    THAT CARD.                                                  *
000370*                                                                *
000380*    OPN - OPENS A NEW ACCOUNT AT A ZERO BALANCE (DESCRIPTION    *
000390*          REQUIRED), OR REOPENS A CLOSED ONE (A NON-BLANK       *
000400*          DESCRIPTION REPLACES THE OLD ONE).                    *
000410*    FRZ - FREEZES AN OPEN ACCOUNT.                              *
000420*    UNF - RETURNS A FROZEN ACCOUNT TO OPEN.                     *
000430*    CLS - CLOSES AN OPEN OR FROZEN ACCOUNT WHOSE BALANCE IS     *
000440*          EXACTLY ZERO.                                         *
000450*    DSC - REPLACES THE DESCRIPTION OF AN ACCOUNT THAT IS NOT    *
000460*          CLOSED.                                               *
000470*                                                                *
000480*    CONTROL CARD - COLS 1-3 ACTION, 5-14 ACCOUNT ID, 16-45      *
000490*    DESCRIPTION (OPN AND DSC ONLY).                             *
000500*                                                                *
000510*    RETURN CODES - 0 CLEAN, 8 ONE OR MORE CONTROL CARDS         *
000520*    REJECTED, 12 ACCOUNT MASTER OR ACCOUNT JOURNAL UNAVAILABLE, *
000530*    OR A JOURNAL WRITE FAILED.                                  *
000540*                                                                *
000550*    MOD LOG                                                     *
000560*    ---------- ---- ----------------------------------------    *
000570*    2026-10-15 RTM  ORIGINAL PROGRAM.                           *
000580*    2026-10-15 RTM  EVERY OPN/FRZ/UNF/CLS NOW WRITES AN         *
000590*                     "S" STATUS RECORD TO THE ACCOUNT           *
000600*                     JOURNAL (ACJFILE) SO FORWARD RECOVERY      *
000610*                     (MSTUTIL RECOVR) REPLAYS IT.  RC 12        *
000620*                     WHEN THE JOURNAL CANNOT BE OPENED OR       *
000630*                     WRITTEN.                                   *
000631*    2026-10-15 RTM  JOURNAL SIGNS ARE "+" FOR A ZERO OR         *
000632*                     POSITIVE AMOUNT OR BALANCE, AS SAMPLE1     *
000633*                     AND BACKOUT WRITE THEM, NOT BLANK.         *
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
000750     SELECT CTL-FILE ASSIGN TO "CTLFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS AM-CTL-STAT.
000780*
000790     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS MST-ACCOUNT-ID
000830         FILE STATUS IS AM-MST-STAT.
000840*
000850     SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACJFILE"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS AM-ACJ-STAT.
000880*
000890     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS AM-RPT-STAT.
000920*
000930*****************************************************************
000940*                                                                *
000950*    DATA DIVISION.
000960*                                                                *
000970*****************************************************************
000980*
000990 DATA DIVISION.
001000*
001010 FILE SECTION.
001020*
001030 FD  CTL-FILE
001040     RECORDING MODE F
001050     LABEL RECORDS STANDARD
001060     BLOCK CONTAINS 0 RECORDS
001070     RECORD CONTAINS 80 CHARACTERS
001080     DATA RECORD IS CTL-RECORD.
001090 01  CTL-RECORD.
001100     05  CTL-ACTION              PIC X(03).
001110         88  CTL-ACT-OPEN             VALUE "OPN".
001120         88  CTL-ACT-FREEZE           VALUE "FRZ".
001130         88  CTL-ACT-UNFREEZE         VALUE "UNF".
001140         88  CTL-ACT-CLOSE            VALUE "CLS".
001150         88  CTL-ACT-DESCRIBE         VALUE "DSC".
001160     05  FILLER                  PIC X(01).
001170     05  CTL-ACCOUNT-ID          PIC X(10).
001180     05  FILLER                  PIC X(01).
001190     05  CTL-DESCRIPTION         PIC X(30).
001200     05  FILLER                  PIC X(35).
001210*
001220 FD  MASTER-FILE
001230     RECORD CONTAINS 70 CHARACTERS
001240     DATA RECORD IS MASTER-RECORD.
001250     COPY MASTREC.
001260*
001270 FD  ACCT-JOURNAL-FILE
001280     RECORDING MODE F
001290     LABEL RECORDS STANDARD
001300     BLOCK CONTAINS 0 RECORDS
001310     RECORD CONTAINS 80 CHARACTERS
001320     DATA RECORD IS JOURNAL-RECORD.
001330     COPY JRNREC.
001340*
001350 FD  REPORT-FILE
001360     RECORDING MODE F
001370     LABEL RECORDS STANDARD
001380     BLOCK CONTAINS 0 RECORDS
001390     RECORD CONTAINS 133 CHARACTERS
001400     DATA RECORD IS REPORT-RECORD.
001410 01  REPORT-RECORD               PIC X(133).
001420*
001430 WORKING-STORAGE SECTION.
001440*
001450 01  AM-SWITCHES.
001460     05  AM-EOF-CTLFILE          PIC X(01) VALUE "N".
001470         88  AM-END-OF-CTLFILE       VALUE "Y".
001480     05  AM-CARD-VALID-SW        PIC X(01) VALUE "Y".
001490         88  AM-CARD-VALID           VALUE "Y".
001500     05  AM-MST-BAD-SW           PIC X(01) VALUE "N".
001510         88  AM-MST-BAD              VALUE "Y".
001520     05  AM-MST-FOUND-SW         PIC X(01) VALUE "N".
001530         88  AM-MST-FOUND            VALUE "Y".
001540     05  AM-ACJ-BAD-SW           PIC X(01) VALUE "N".
001550         88  AM-ACJ-BAD              VALUE "Y".
001560     05  AM-ACJ-OPEN-SW          PIC X(01) VALUE "N".
001570         88  AM-ACJ-OPEN             VALUE "Y".
001580     05  AM-ACJ-FAILED-SW        PIC X(01) VALUE "N".
001590         88  AM-ACJ-FAILED           VALUE "Y".
001600*
001610 01  AM-FILE-STATUS-CODES.
001620     05  AM-CTL-STAT             PIC X(02) VALUE "00".
001630     05  AM-MST-STAT             PIC X(02) VALUE "00".
001640     05  AM-RPT-STAT             PIC X(02) VALUE "00".
001650     05  AM-ACJ-STAT             PIC X(02) VALUE "00".
001660*
001670 01  AM-CONTROL-FIELDS.
001680     05  AM-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
001690     05  AM-CARDS-APPLIED        PIC 9(05) COMP VALUE ZERO.
001700     05  AM-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
001710     05  AM-OPENED-COUNT         PIC 9(05) COMP VALUE ZERO.
001720     05  AM-FROZEN-COUNT         PIC 9(05) COMP VALUE ZERO.
001730     05  AM-UNFROZEN-COUNT       PIC 9(05) COMP VALUE ZERO.
001740     05  AM-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
001750     05  AM-DESCRIBED-COUNT      PIC 9(05) COMP VALUE ZERO.
001760     05  AM-JOURNALED-COUNT      PIC 9(05) COMP VALUE ZERO.
001770*
001780*    SIGN SPLIT FOR THE JOURNAL BALANCE IMAGES - THE JOURNAL
001790*    CARRIES SIGNS IN THEIR OWN COLUMNS.
001800 01  AM-SIGN-FIELDS.
001810     05  AM-SGN-IN               PIC S9(09)V99 COMP-3.
001820     05  AM-SGN-SIGN             PIC X(01).
001830     05  AM-SGN-VALUE            PIC 9(09)V99.
001840*
001850*    THE MASTER RECORD AS IT STOOD BEFORE THE CARD WAS APPLIED,
001860*    HELD FOR THE BEFORE LINE OF THE CHANGE REPORT.
001870 01  AM-BEFORE-IMAGE             PIC X(70).
001880*
001890*    IMAGE WORK RECORD - THE BEFORE AND AFTER LINES ARE BOTH
001900*    FORMATTED FROM HERE, SO THE TWO ALWAYS PRINT ALIKE.
001910 01  AM-IMAGE-WORK.
001920     05  AM-I-ACCOUNT-ID         PIC X(10).
001930     05  AM-I-BALANCE            PIC S9(09)V99 COMP-3.
001940     05  AM-I-TRAN-COUNT         PIC 9(07).
001950     05  AM-I-LAST-TRAN-DATE     PIC X(08).
001960     05  AM-I-DESCRIPTION        PIC X(30).
001970     05  AM-I-STATUS             PIC X(01).
001980         88  AM-I-STAT-OPEN           VALUE "O" SPACE.
001990         88  AM-I-STAT-FROZEN         VALUE "F".
002000         88  AM-I-STAT-CLOSED         VALUE "C".
002010     05  FILLER                  PIC X(08).
002020*
002030 01  AM-TIME-FIELDS.
002040     05  AM-RUN-DATE             PIC X(08).
002050     05  AM-RUN-TIME             PIC X(08).
002060*
002070 77  AM-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002080 77  AM-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
002090 77  AM-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
002100*
002110 01  AM-HOLD-LINE                PIC X(133).
002120*
002130*****************************************************************
002140*                                                                *
002150*    REPORT LINE LAYOUTS.                                        *
002160*                                                                *
002170*****************************************************************
002180*
002190 01  AM-HEADING-1.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  FILLER                  PIC X(38) VALUE
002220             "ACCOUNT STATUS MAINTENANCE            ".
002230     05  FILLER                  PIC X(06) VALUE " DATE ".
002240     05  AM-H1-DATE              PIC X(08).
002250     05  FILLER                  PIC X(06) VALUE " TIME ".
002260     05  AM-H1-TIME              PIC X(08).
002270     05  FILLER                  PIC X(06) VALUE " PAGE ".
002280     05  AM-H1-PAGE              PIC Z(04)9.
002290     05  FILLER                  PIC X(55) VALUE SPACES.
002300*
002310 01  AM-SECTION-LINE.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  AM-SEC-TITLE            PIC X(40).
002340     05  FILLER                  PIC X(92) VALUE SPACES.
002350*
002360 01  AM-CARD-LINE.
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  FILLER                  PIC X(05) VALUE "CARD ".
002390     05  AM-CRD-ACTION           PIC X(03).
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  AM-CRD-KEY              PIC X(10).
002420     05  FILLER                  PIC X(03) VALUE " - ".
002430     05  AM-CRD-RESULT           PIC X(50).
002440     05  FILLER                  PIC X(60) VALUE SPACES.
002450*
002460 01  AM-IMAGE-LINE.
002470     05  FILLER                  PIC X(11) VALUE SPACES.
002480     05  AM-IMG-LABEL            PIC X(07).
002490     05  FILLER                  PIC X(07) VALUE "STATUS ".
002500     05  AM-IMG-STATUS           PIC X(06).
002510     05  FILLER                  PIC X(10) VALUE "  BALANCE ".
002520     05  AM-IMG-BALANCE          PIC -(10)9.99.
002530     05  FILLER                  PIC X(08) VALUE "  TRANS ".
002540     05  AM-IMG-TRANS            PIC Z(06)9.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  AM-IMG-DESC             PIC X(30).
002570     05  FILLER                  PIC X(31) VALUE SPACES.
002580*
002590 01  AM-NEW-ACCOUNT-LINE.
002600     05  FILLER                  PIC X(11) VALUE SPACES.
002610     05  FILLER                  PIC X(07) VALUE "BEFORE ".
002620     05  FILLER                  PIC X(27) VALUE
002630             "NOT ON MASTER - NEW ACCOUNT".
002640     05  FILLER                  PIC X(88) VALUE SPACES.
002650*
002660 01  AM-NOMST-LINE.
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  FILLER                  PIC X(44) VALUE
002690             "ACCOUNT MASTER UNAVAILABLE - NOTHING APPLIED".
002700     05  FILLER                  PIC X(88) VALUE SPACES.
002710*
002720 01  AM-NOACJ-LINE.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  FILLER                  PIC X(45) VALUE
002750             "ACCOUNT JOURNAL UNAVAILABLE - NOTHING APPLIED".
002760     05  FILLER                  PIC X(87) VALUE SPACES.
002770*
002780 01  AM-ACJFAIL-LINE.
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  FILLER                  PIC X(46) VALUE
002810             "JOURNAL WRITE FAILED - LATER CARDS NOT APPLIED".
002820     05  FILLER                  PIC X(86) VALUE SPACES.
002830*
002840 01  AM-TOTAL-LINE.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  FILLER                  PIC X(11) VALUE "CARDS READ ".
002870     05  AM-TOT-READ             PIC Z(04)9.
002880     05  FILLER                  PIC X(09) VALUE "  APPLIED".
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  AM-TOT-APPLIED          PIC Z(04)9.
002910     05  FILLER                  PIC X(10) VALUE "  REJECTED".
002920     05  FILLER                  PIC X(01) VALUE SPACE.
002930     05  AM-TOT-REJECTED         PIC Z(04)9.
002940     05  FILLER                  PIC X(11) VALUE "  JOURNALED".
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  AM-TOT-JOURNALED        PIC Z(04)9.
002970     05  FILLER                  PIC X(68) VALUE SPACES.
002980*
002990 01  AM-ACTION-LINE.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  FILLER                  PIC X(07) VALUE "OPENED ".
003020     05  AM-ACT-OPENED           PIC Z(04)9.
003030     05  FILLER                  PIC X(09) VALUE "  FROZEN ".
003040     05  AM-ACT-FROZEN           PIC Z(04)9.
003050     05  FILLER                  PIC X(11) VALUE "  UNFROZEN ".
003060     05  AM-ACT-UNFROZEN         PIC Z(04)9.
003070     05  FILLER                  PIC X(09) VALUE "  CLOSED ".
003080     05  AM-ACT-CLOSED           PIC Z(04)9.
003090     05  FILLER                  PIC X(12) VALUE "  DESCRIBED ".
003100     05  AM-ACT-DESCRIBED        PIC Z(04)9.
003110     05  FILLER                  PIC X(59) VALUE SPACES.
003120*
003130*****************************************************************
003140*                                                                *
003150*    PROCEDURE DIVISION.
003160*                                                                *
003170*****************************************************************
003180*
003190 PROCEDURE DIVISION.
003200*
003210*****************************************************************
003220*    0000-MAINLINE - APPLY CARDS, REPORT.                       *
003230*****************************************************************
003240 0000-MAINLINE.
003250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003260     IF AM-MST-BAD
003270         MOVE AM-NOMST-LINE TO REPORT-RECORD
003280         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003290         PERFORM 9800-CLOSE-FILES THRU 9800-EXIT
003300         MOVE 12 TO RETURN-CODE
003310         GOBACK
003320     END-IF.
003330     IF AM-ACJ-BAD
003340         MOVE AM-NOACJ-LINE TO REPORT-RECORD
003350         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003360         PERFORM 9800-CLOSE-FILES THRU 9800-EXIT
003370         MOVE 12 TO RETURN-CODE
003380         GOBACK
003390     END-IF.
003400     PERFORM 3000-APPLY-CONTROL-CARDS THRU 3000-EXIT.
003410     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003420     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
003430     IF AM-ACJ-FAILED
003440         MOVE 12 TO RETURN-CODE
003450     ELSE
003460         IF AM-CARDS-REJECTED > ZERO
003470             MOVE 8 TO RETURN-CODE
003480         ELSE
003490             MOVE 0 TO RETURN-CODE
003500         END-IF
003510     END-IF.
003520     GOBACK.
003530*
003540*****************************************************************
003550*    1000-INITIALIZE - REPORT OPENED, MASTER OPENED FOR UPDATE  *
003560*    AND THE ACCOUNT JOURNAL OPENED FOR OUTPUT.  A MISSING      *
003570*    MASTER IS NEVER ALLOCATED HERE - AN ACCOUNT OPENED INTO AN *
003580*    EMPTY CLUSTER WOULD HIDE A MISPOINTED MASTFILE DD.  NO     *
003590*    CARD IS APPLIED UNLESS ITS JOURNAL RECORD CAN BE WRITTEN.  *
003600*****************************************************************
003610 1000-INITIALIZE.
003620     ACCEPT AM-RUN-DATE FROM DATE YYYYMMDD.
003630     ACCEPT AM-RUN-TIME FROM TIME.
003640     OPEN OUTPUT REPORT-FILE.
003650     OPEN I-O MASTER-FILE.
003660     IF AM-MST-STAT NOT = "00"
003670         SET AM-MST-BAD TO TRUE
003680         GO TO 1000-EXIT
003690     END-IF.
003700     OPEN OUTPUT ACCT-JOURNAL-FILE.
003710     IF AM-ACJ-STAT NOT = "00"
003720         SET AM-ACJ-BAD TO TRUE
003730     ELSE
003740         SET AM-ACJ-OPEN TO TRUE
003750     END-IF.
003760 1000-EXIT.
003770     EXIT.
003780*
003790*****************************************************************
003800*    3000-APPLY-CONTROL-CARDS - VALIDATES AND APPLIES THE       *
003810*    OPN/FRZ/UNF/CLS/DSC DECK.  A MISSING CTLFILE MEANS THERE   *
003820*    IS NOTHING TO DO - THAT IS NOT AN ERROR.                   *
003830*****************************************************************
003840 3000-APPLY-CONTROL-CARDS.
003850     OPEN INPUT CTL-FILE.
003860     IF AM-CTL-STAT NOT = "00"
003870         SET AM-END-OF-CTLFILE TO TRUE
003880         GO TO 3000-EXIT
003890     END-IF.
003900     MOVE "CONTROL CARD RESULTS" TO AM-SEC-TITLE.
003910     MOVE AM-SECTION-LINE TO REPORT-RECORD.
003920     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
003930     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
003940         UNTIL AM-END-OF-CTLFILE.
003950     CLOSE CTL-FILE.
003960 3000-EXIT.
003970     EXIT.
003980*
003990 3100-APPLY-ONE-CARD.
004000     READ CTL-FILE
004010         AT END
004020             SET AM-END-OF-CTLFILE TO TRUE
004030     END-READ.
004040     IF AM-END-OF-CTLFILE
004050         GO TO 3100-EXIT
004060     END-IF.
004070     ADD 1 TO AM-CARDS-READ.
004080     MOVE "Y" TO AM-CARD-VALID-SW.
004090     MOVE CTL-ACTION     TO AM-CRD-ACTION.
004100     MOVE CTL-ACCOUNT-ID TO AM-CRD-KEY.
004110     PERFORM 3200-VALIDATE-CARD THRU 3200-EXIT.
004120     IF AM-CARD-VALID
004130         EVALUATE TRUE
004140             WHEN CTL-ACT-OPEN
004150                 PERFORM 3300-APPLY-OPEN THRU 3300-EXIT
004160             WHEN CTL-ACT-FREEZE
004170                 PERFORM 3400-APPLY-FREEZE THRU 3400-EXIT
004180             WHEN CTL-ACT-UNFREEZE
004190                 PERFORM 3500-APPLY-UNFREEZE THRU 3500-EXIT
004200             WHEN CTL-ACT-CLOSE
004210                 PERFORM 3600-APPLY-CLOSE THRU 3600-EXIT
004220             WHEN CTL-ACT-DESCRIBE
004230                 PERFORM 3700-APPLY-DESCRIBE THRU 3700-EXIT
004240         END-EVALUATE
004250     END-IF.
004260     IF AM-CARD-VALID AND NOT CTL-ACT-DESCRIBE
004270         PERFORM 3800-WRITE-JOURNAL THRU 3800-EXIT
004280     END-IF.
004290     IF AM-CARD-VALID
004300         ADD 1 TO AM-CARDS-APPLIED
004310     ELSE
004320         ADD 1 TO AM-CARDS-REJECTED
004330     END-IF.
004340     MOVE AM-CARD-LINE TO REPORT-RECORD.
004350     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004360     IF AM-CARD-VALID
004370         PERFORM 5000-WRITE-CHANGE-IMAGES THRU 5000-EXIT
004380     END-IF.
004390     IF AM-ACJ-FAILED
004400         MOVE AM-ACJFAIL-LINE TO REPORT-RECORD
004410         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004420         SET AM-END-OF-CTLFILE TO TRUE
004430     END-IF.
004440 3100-EXIT.
004450     EXIT.
004460*
004470*****************************************************************
004480*    3200-VALIDATE-CARD - ACTION AND ACCOUNT EDITS AND THE      *
004490*    MASTER LOOKUP.  EVERY ACTION BUT OPN NEEDS THE ACCOUNT ON  *
004500*    THE MASTER.  THE RECORD AS READ IS KEPT AS THE BEFORE      *
004510*    IMAGE.                                                     *
004520*****************************************************************
004530 3200-VALIDATE-CARD.
004540     IF CTL-ACT-OPEN OR CTL-ACT-FREEZE OR CTL-ACT-UNFREEZE
004550             OR CTL-ACT-CLOSE OR CTL-ACT-DESCRIBE
004560         CONTINUE
004570     ELSE
004580         MOVE "N" TO AM-CARD-VALID-SW
004590         MOVE "REJECTED - UNKNOWN ACTION" TO AM-CRD-RESULT
004600         GO TO 3200-EXIT
004610     END-IF.
004620     IF CTL-ACCOUNT-ID = SPACES
004630         MOVE "N" TO AM-CARD-VALID-SW
004640         MOVE "REJECTED - ACCOUNT ID MISSING" TO AM-CRD-RESULT
004650         GO TO 3200-EXIT
004660     END-IF.
004670     MOVE CTL-ACCOUNT-ID TO MST-ACCOUNT-ID.
004680     READ MASTER-FILE
004690         INVALID KEY
004700             MOVE "N" TO AM-MST-FOUND-SW
004710         NOT INVALID KEY
004720             MOVE "Y" TO AM-MST-FOUND-SW
004730     END-READ.
004740     IF AM-MST-FOUND
004750         MOVE MASTER-RECORD TO AM-BEFORE-IMAGE
004760     ELSE
004770         MOVE SPACES TO AM-BEFORE-IMAGE
004780     END-IF.
004790     IF NOT AM-MST-FOUND AND NOT CTL-ACT-OPEN
004800         MOVE "N" TO AM-CARD-VALID-SW
004810         MOVE "REJECTED - ACCOUNT NOT ON MASTER" TO AM-CRD-RESULT
004820     END-IF.
004830 3200-EXIT.
004840     EXIT.
004850*
004860*****************************************************************
004870*    3300-APPLY-OPEN - A NEW ACCOUNT STARTS AT A ZERO BALANCE   *
004880*    WITH NO POSTINGS; ITS MONEY ARRIVES THROUGH THE POSTING    *
004890*    RUN LIKE ANY OTHER.  A CLOSED ACCOUNT IS SIMPLY REOPENED.  *
004900*****************************************************************
004910 3300-APPLY-OPEN.
004920     IF AM-MST-FOUND
004930         GO TO 3300-REOPEN
004940     END-IF.
004950     IF CTL-DESCRIPTION = SPACES
004960         MOVE "N" TO AM-CARD-VALID-SW
004970         MOVE "REJECTED - DESCRIPTION REQUIRED TO OPEN"
004980             TO AM-CRD-RESULT
004990         GO TO 3300-EXIT
005000     END-IF.
005010     MOVE SPACES TO MASTER-RECORD.
005020     MOVE CTL-ACCOUNT-ID  TO MST-ACCOUNT-ID.
005030     MOVE ZERO            TO MST-BALANCE.
005040     MOVE ZERO            TO MST-TRAN-COUNT.
005050     MOVE AM-RUN-DATE     TO MST-LAST-TRAN-DATE.
005060     MOVE CTL-DESCRIPTION TO MST-DESCRIPTION.
005070     SET MST-STAT-OPEN TO TRUE.
005080     WRITE MASTER-RECORD
005090         INVALID KEY
005100             MOVE "N" TO AM-CARD-VALID-SW
005110             MOVE "REJECTED - MASTER WRITE FAILED"
005120                 TO AM-CRD-RESULT
005130     END-WRITE.
005140     IF AM-CARD-VALID
005150         ADD 1 TO AM-OPENED-COUNT
005160         MOVE "OPENED - NEW ACCOUNT AT ZERO BALANCE"
005170             TO AM-CRD-RESULT
005180     END-IF.
005190     GO TO 3300-EXIT.
005200 3300-REOPEN.
005210     IF NOT MST-STAT-CLOSED
005220         MOVE "N" TO AM-CARD-VALID-SW
005230         MOVE "REJECTED - ACCOUNT ON MASTER AND NOT CLOSED"
005240             TO AM-CRD-RESULT
005250         GO TO 3300-EXIT
005260     END-IF.
005270     SET MST-STAT-OPEN TO TRUE.
005280     IF CTL-DESCRIPTION NOT = SPACES
005290         MOVE CTL-DESCRIPTION TO MST-DESCRIPTION
005300     END-IF.
005310     PERFORM 3900-REWRITE-MASTER THRU 3900-EXIT.
005320     IF AM-CARD-VALID
005330         ADD 1 TO AM-OPENED-COUNT
005340         MOVE "REOPENED" TO AM-CRD-RESULT
005350     END-IF.
005360 3300-EXIT.
005370     EXIT.
005380*
005390 3400-APPLY-FREEZE.
005400     IF MST-STAT-FROZEN
005410         MOVE "N" TO AM-CARD-VALID-SW
005420         MOVE "REJECTED - ACCOUNT ALREADY FROZEN" TO AM-CRD-RESULT
005430         GO TO 3400-EXIT
005440     END-IF.
005450     IF MST-STAT-CLOSED
005460         MOVE "N" TO AM-CARD-VALID-SW
005470         MOVE "REJECTED - ACCOUNT IS CLOSED" TO AM-CRD-RESULT
005480         GO TO 3400-EXIT
005490     END-IF.
005500     SET MST-STAT-FROZEN TO TRUE.
005510     PERFORM 3900-REWRITE-MASTER THRU 3900-EXIT.
005520     IF AM-CARD-VALID
005530         ADD 1 TO AM-FROZEN-COUNT
005540         MOVE "FROZEN - POSTINGS WILL BE REJECTED"
005550             TO AM-CRD-RESULT
005560     END-IF.
005570 3400-EXIT.
005580     EXIT.
005590*
005600 3500-APPLY-UNFREEZE.
005610     IF NOT MST-STAT-FROZEN
005620         MOVE "N" TO AM-CARD-VALID-SW
005630         MOVE "REJECTED - ACCOUNT IS NOT FROZEN" TO AM-CRD-RESULT
005640         GO TO 3500-EXIT
005650     END-IF.
005660     SET MST-STAT-OPEN TO TRUE.
005670     PERFORM 3900-REWRITE-MASTER THRU 3900-EXIT.
005680     IF AM-CARD-VALID
005690         ADD 1 TO AM-UNFROZEN-COUNT
005700         MOVE "UNFROZEN - OPEN FOR POSTINGS" TO AM-CRD-RESULT
005710     END-IF.
005720 3500-EXIT.
005730     EXIT.
005740*
005750*****************************************************************
005760*    3600-APPLY-CLOSE - ONLY AT A BALANCE OF EXACTLY ZERO.  A   *
005770*    CLOSED ACCOUNT STAYS ON THE MASTER, SO ITS HISTORY STILL   *
005780*    ANSWERS AN INQUIRY - UNLIKE A "D" TRANSACTION, CLOSING     *
005790*    NEVER TAKES A RESIDUAL BALANCE AWAY WITH IT.               *
005800*****************************************************************
005810 3600-APPLY-CLOSE.
005820     IF MST-STAT-CLOSED
005830         MOVE "N" TO AM-CARD-VALID-SW
005840         MOVE "REJECTED - ACCOUNT ALREADY CLOSED" TO AM-CRD-RESULT
005850         GO TO 3600-EXIT
005860     END-IF.
005870     IF MST-BALANCE IS NOT NUMERIC
005880         MOVE "N" TO AM-CARD-VALID-SW
005890         MOVE "REJECTED - BALANCE NOT VALID - CANNOT CLOSE"
005900             TO AM-CRD-RESULT
005910         GO TO 3600-EXIT
005920     END-IF.
005930     IF MST-BALANCE NOT = ZERO
005940         MOVE "N" TO AM-CARD-VALID-SW
005950         MOVE "REJECTED - BALANCE NOT ZERO - CANNOT CLOSE"
005960             TO AM-CRD-RESULT
005970         GO TO 3600-EXIT
005980     END-IF.
005990     SET MST-STAT-CLOSED TO TRUE.
006000     PERFORM 3900-REWRITE-MASTER THRU 3900-EXIT.
006010     IF AM-CARD-VALID
006020         ADD 1 TO AM-CLOSED-COUNT
006030         MOVE "CLOSED" TO AM-CRD-RESULT
006040     END-IF.
006050 3600-EXIT.
006060     EXIT.
006070*
006080 3700-APPLY-DESCRIBE.
006090     IF CTL-DESCRIPTION = SPACES
006100         MOVE "N" TO AM-CARD-VALID-SW
006110         MOVE "REJECTED - DESCRIPTION MISSING" TO AM-CRD-RESULT
006120         GO TO 3700-EXIT
006130     END-IF.
006140     IF MST-STAT-CLOSED
006150         MOVE "N" TO AM-CARD-VALID-SW
006160         MOVE "REJECTED - ACCOUNT IS CLOSED" TO AM-CRD-RESULT
006170         GO TO 3700-EXIT
006180     END-IF.
006190     MOVE CTL-DESCRIPTION TO MST-DESCRIPTION.
006200     PERFORM 3900-REWRITE-MASTER THRU 3900-EXIT.
006210     IF AM-CARD-VALID
006220         ADD 1 TO AM-DESCRIBED-COUNT
006230         MOVE "DESCRIPTION CHANGED" TO AM-CRD-RESULT
006240     END-IF.
006250 3700-EXIT.
006260     EXIT.
006270*
006280*****************************************************************
006290*    3800-WRITE-JOURNAL - ONE "S" RECORD IN THE ACCOUNT JOURNAL *
006300*    FOR THE CHANGE JUST APPLIED - THE ACCOUNT, ITS NEW STATUS, *
006310*    A ZERO AMOUNT AND THE BALANCE (UNCHANGED) ON BOTH SIDES,   *
006320*    SO RECOVR CAN PROVE IT AGAINST THE MASTER IT IS            *
006330*    REBUILDING.  STAMPED JOB ACCMAINT, RUN ZERO.  THE MASTER   *
006340*    IS ALREADY CHANGED, SO A FAILED WRITE LEAVES THE CARD      *
006350*    APPLIED BUT STOPS THE DECK.                                *
006360*****************************************************************
006370 3800-WRITE-JOURNAL.
006380     MOVE SPACES TO JOURNAL-RECORD.
006390     ACCEPT JRN-DATE FROM DATE YYYYMMDD.
006400     ACCEPT JRN-TIME FROM TIME.
006410     MOVE "ACCMAINT"      TO JRN-JOB-NAME.
006420     MOVE ZERO            TO JRN-RUN-NUMBER.
006430     MOVE MST-ACCOUNT-ID  TO JRN-ACCOUNT-ID.
006440     SET JRN-ACT-STATUS TO TRUE.
006450     MOVE ZERO            TO JRN-AMOUNT.
006455     MOVE "+"             TO JRN-AMT-SIGN.
006460     IF MST-BALANCE IS NUMERIC
006470         MOVE MST-BALANCE TO AM-SGN-IN
006480     ELSE
006490         MOVE ZERO TO AM-SGN-IN
006500     END-IF.
006510     IF AM-SGN-IN < ZERO
006520         MOVE "-" TO AM-SGN-SIGN
006530         COMPUTE AM-SGN-VALUE = ZERO - AM-SGN-IN
006540     ELSE
006550         MOVE "+" TO AM-SGN-SIGN
006560         MOVE AM-SGN-IN TO AM-SGN-VALUE
006570     END-IF.
006580     MOVE AM-SGN-SIGN     TO JRN-BEFORE-SIGN.
006590     MOVE AM-SGN-VALUE    TO JRN-BAL-BEFORE.
006600     MOVE AM-SGN-SIGN     TO JRN-AFTER-SIGN.
006610     MOVE AM-SGN-VALUE    TO JRN-BAL-AFTER.
006620     IF MST-STAT-OPEN
006630         MOVE "O" TO JRN-NEW-STATUS
006640     ELSE
006650         MOVE MST-STATUS TO JRN-NEW-STATUS
006660     END-IF.
006670     WRITE JOURNAL-RECORD.
006680     IF AM-ACJ-STAT NOT = "00"
006690         SET AM-ACJ-FAILED TO TRUE
006700     ELSE
006710         ADD 1 TO AM-JOURNALED-COUNT
006720     END-IF.
006730 3800-EXIT.
006740     EXIT.
006750*
006760 3900-REWRITE-MASTER.
006770     REWRITE MASTER-RECORD
006780         INVALID KEY
006790             MOVE "N" TO AM-CARD-VALID-SW
006800             MOVE "REJECTED - MASTER REWRITE FAILED"
006810                 TO AM-CRD-RESULT
006820     END-REWRITE.
006830 3900-EXIT.
006840     EXIT.
006850*
006860*****************************************************************
006870*    5000-WRITE-CHANGE-IMAGES - THE BEFORE AND AFTER LINES      *
006880*    UNDER AN APPLIED CARD.  THE AFTER IMAGE IS THE RECORD      *
006890*    JUST WRITTEN BACK TO THE MASTER.                           *
006900*****************************************************************
006910 5000-WRITE-CHANGE-IMAGES.
006920     IF AM-MST-FOUND
006930         MOVE AM-BEFORE-IMAGE TO AM-IMAGE-WORK
006940         MOVE "BEFORE " TO AM-IMG-LABEL
006950         PERFORM 5100-FORMAT-IMAGE-LINE THRU 5100-EXIT
006960     ELSE
006970         MOVE AM-NEW-ACCOUNT-LINE TO REPORT-RECORD
006980         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006990     END-IF.
007000     MOVE MASTER-RECORD TO AM-IMAGE-WORK.
007010     MOVE "AFTER  " TO AM-IMG-LABEL.
007020     PERFORM 5100-FORMAT-IMAGE-LINE THRU 5100-EXIT.
007030 5000-EXIT.
007040     EXIT.
007050*
007060 5100-FORMAT-IMAGE-LINE.
007070     EVALUATE TRUE
007080         WHEN AM-I-STAT-FROZEN
007090             MOVE "FROZEN" TO AM-IMG-STATUS
007100         WHEN AM-I-STAT-CLOSED
007110             MOVE "CLOSED" TO AM-IMG-STATUS
007120         WHEN AM-I-STAT-OPEN
007130             MOVE "OPEN  " TO AM-IMG-STATUS
007140         WHEN OTHER
007150             MOVE "??????" TO AM-IMG-STATUS
007160     END-EVALUATE.
007170     IF AM-I-BALANCE IS NUMERIC
007180         MOVE AM-I-BALANCE TO AM-IMG-BALANCE
007190     ELSE
007200         MOVE ZERO TO AM-IMG-BALANCE
007210     END-IF.
007220     IF AM-I-TRAN-COUNT IS NUMERIC
007230         MOVE AM-I-TRAN-COUNT TO AM-IMG-TRANS
007240     ELSE
007250         MOVE ZERO TO AM-IMG-TRANS
007260     END-IF.
007270     MOVE AM-I-DESCRIPTION TO AM-IMG-DESC.
007280     MOVE AM-IMAGE-LINE TO REPORT-RECORD.
007290     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007300 5100-EXIT.
007310     EXIT.
007320*
007330*****************************************************************
007340*    6000-WRITE-TOTALS - RUN ROLL-UP FOR THE OPERATOR.          *
007350*****************************************************************
007360 6000-WRITE-TOTALS.
007370     MOVE SPACES TO REPORT-RECORD.
007380     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007390     MOVE AM-CARDS-READ     TO AM-TOT-READ.
007400     MOVE AM-CARDS-APPLIED  TO AM-TOT-APPLIED.
007410     MOVE AM-CARDS-REJECTED TO AM-TOT-REJECTED.
007420     MOVE AM-JOURNALED-COUNT TO AM-TOT-JOURNALED.
007430     MOVE AM-TOTAL-LINE TO REPORT-RECORD.
007440     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007450     MOVE AM-OPENED-COUNT    TO AM-ACT-OPENED.
007460     MOVE AM-FROZEN-COUNT    TO AM-ACT-FROZEN.
007470     MOVE AM-UNFROZEN-COUNT  TO AM-ACT-UNFROZEN.
007480     MOVE AM-CLOSED-COUNT    TO AM-ACT-CLOSED.
007490     MOVE AM-DESCRIBED-COUNT TO AM-ACT-DESCRIBED.
007500     MOVE AM-ACTION-LINE TO REPORT-RECORD.
007510     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007520 6000-EXIT.
007530     EXIT.
007540*
007550*****************************************************************
007560*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
007570*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
007580*    BREAK CANNOT CLOBBER IT.                                   *
007590*****************************************************************
007600 9100-WRITE-REPORT-LINE.
007610     MOVE REPORT-RECORD TO AM-HOLD-LINE.
007620     IF AM-LINE-COUNT > AM-LINES-PER-PAGE
007630         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
007640     END-IF.
007650     WRITE REPORT-RECORD FROM AM-HOLD-LINE
007660         AFTER ADVANCING 1 LINE.
007670     ADD 1 TO AM-LINE-COUNT.
007680 9100-EXIT.
007690     EXIT.
007700*
007710 9200-WRITE-PAGE-HEADING.
007720     ADD 1 TO AM-PAGE-COUNT.
007730     MOVE AM-RUN-DATE  TO AM-H1-DATE.
007740     MOVE AM-RUN-TIME  TO AM-H1-TIME.
007750     MOVE AM-PAGE-COUNT TO AM-H1-PAGE.
007760     MOVE AM-HEADING-1 TO REPORT-RECORD.
007770     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
007780     MOVE SPACES TO REPORT-RECORD.
007790     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007800     MOVE 3 TO AM-LINE-COUNT.
007810 9200-EXIT.
007820     EXIT.
007830*
007840*****************************************************************
007850*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
007860*****************************************************************
007870 9800-CLOSE-FILES.
007880     IF NOT AM-MST-BAD
007890         CLOSE MASTER-FILE
007900     END-IF.
007910     IF AM-ACJ-OPEN
007920         CLOSE ACCT-JOURNAL-FILE
007930     END-IF.
007940     CLOSE REPORT-FILE.
007950 9800-EXIT.
007960     EXIT.
