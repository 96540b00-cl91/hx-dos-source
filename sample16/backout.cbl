000010*
000020*****************************************************************
000030*                                                                *
000040*    IDENTIFICATION DIVISION.
000050*                                                                *
000060*****************************************************************
000070*
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     BACKOUT.
000100 AUTHOR.         R T MILLHOUSE.
000110 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000120 DATE-WRITTEN.   2026-10-15.
000130 DATE-COMPILED.  2026-10-15.
000140*
000150*****************************************************************
000160*                                                                *
000170*    REMARKS.  BACKS OUT ONE COMPLETED POSTING RUN FROM ITS OWN  *
000180*    JOURNAL GENERATION (JRNFILE - SEE JRNREC).  THE PARM CARD   *
000190*    NAMES THE JOB AND RUN NUMBER; ONLY JOURNAL RECORDS STAMPED  *
000200*    WITH THAT JOB/RUN ARE USED.  THE WHOLE GENERATION IS        *
000210*    LOADED AND CHECKED BEFORE ANYTHING IS TOUCHED, THEN EACH    *
000220*    ACCOUNT THE RUN POSTED IS PUT BACK TO ITS BALANCE BEFORE    *
000230*    THE RUN (THE FIRST JRN-BAL-BEFORE OF THE RUN) -             *
000240*                                                                *
000250*    ADDED BY THE RUN       - REMOVED FROM THE MASTER.           *
000260*    UPDATED BY THE RUN     - BALANCE RESET, POSTING COUNT       *
000270*                             REDUCED BY THE RUN'S POSTINGS.     *
000280*    DELETED BY THE RUN     - RESTORED FROM THE BEFORE IMAGE.    *
000290*                             THE JOURNAL CARRIES NO             *
000300*                             DESCRIPTION, SO IT COMES BACK      *
000310*                             BLANK - RE-KEY IT WITH AN ACCMAINT *
000320*                             DSC CARD.                          *
000330*                                                                *
000340*    AN ACCOUNT WHOSE MASTER RECORD NO LONGER MATCHES THE RUN'S  *
000350*    AFTER IMAGE, THAT WAS POSTED SINCE, THAT HAS BEEN CLOSED    *
000360*    SINCE, OR THAT APPEARS ON A LATER JOURNAL GENERATION        *
000370*    (LATRFILE - OPTIONAL, CONCATENATE EVERY GENERATION CUT      *
000380*    AFTER THE RUN) IS REPORTED AND LEFT ALONE - REVERSING IT    *
000390*    WOULD ALSO WIPE OUT THE LATER WORK.                         *
000400*                                                                *
000410*    EVERY REVERSAL IS JOURNALED TO REVFILE (A NEW GENERATION    *
000420*    OF THE POSTING JOURNAL) IN JRNREC LAYOUT, STAMPED JOB NAME  *
000430*    BACKOUT AND THE RUN NUMBER BACKED OUT, SO MSTRECON AND A    *
000440*    FORWARD RECOVERY SEE THE REVERSAL LIKE ANY OTHER POSTING.   *
000450*    THE RUN IS THEN MARKED BACKED OUT IN THE RESTART REGISTRY   *
000460*    (RESTFILE) AND A BACKED-OUT ENTRY IS APPENDED TO THE RUN    *
000470*    HISTORY (HISTFILE).                                         *
000480*    BOTH ARE DONE ONLY WHEN EVERY ACCOUNT UPDATE WORKED.  AFTER *
000490*    A FAILED UPDATE THE RUN STAYS COMPLETE AND IS REPORTED AS   *
000500*    PARTLY BACKED OUT, SO BACKOUT CAN BE RERUN ONCE THE CAUSE   *
000510*    IS FIXED - THE ACCOUNTS ALREADY PUT BACK NO LONGER MATCH    *
000520*    THE RUN'S AFTER IMAGE AND ARE LEFT ALONE ON THE RERUN.      *
000530*                                                                *
000540*    PARM CARD - COLS 1-8 JOB NAME, 10-14 RUN NUMBER.            *
000550*                                                                *
000560*    RETURN CODES - 0 RUN BACKED OUT IN FULL, 4 BACKED OUT BUT   *
000570*    ONE OR MORE ACCOUNTS LEFT ALONE, 8 A MASTER OR REGISTRY     *
000580*    UPDATE FAILED PART WAY, 12 NOTHING BACKED OUT (BAD PARM,    *
000590*    RUN NOT COMPLETE OR ALREADY BACKED OUT, JOURNAL OR MASTER   *
000600*    UNAVAILABLE, RUN TOO LARGE FOR THE ACCOUNT TABLE).          *
000610*                                                                *
000620*    MOD LOG                                                     *
000630*    ---------- ---- ----------------------------------------    *
000640*    2026-10-15 RTM  ORIGINAL PROGRAM.                           *
000650*    2026-10-15 RTM  A RUN THE REGISTRY SHOWS AS ENDED WITHOUT   *
000660*                     POSTING IS REFUSED WITH ITS OWN MESSAGE.   *
000670*    2026-10-15 RTM  A RUN WITH A FAILED ACCOUNT UPDATE IS NOT   *
000680*                     MARKED BACKED OUT OR WRITTEN TO THE RUN    *
000690*                     HISTORY - IT STAYS COMPLETE FOR A RERUN.   *
000700*                     THE REGISTRY UPDATE IS NOW JUDGED ON THE   *
000710*                     READ/REWRITE STATUS, NOT THE CLOSE.        *
000720*                                                                *
000730*****************************************************************
000740*
000750 ENVIRONMENT DIVISION.
000760*
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER.    IBM-370.
000790 OBJECT-COMPUTER.    IBM-370.
000800*
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS BK-PARM-STAT.
000860*
000870     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS BK-JRN-STAT.
000900*
000910     SELECT LATER-FILE ASSIGN TO "LATRFILE"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS BK-LTR-STAT.
000940*
000950     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS MST-ACCOUNT-ID
000990         FILE STATUS IS BK-MST-STAT.
001000*
001010     SELECT RESTART-FILE ASSIGN TO "RESTFILE"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS RANDOM
001040         RECORD KEY IS RST-KEY
001050         FILE STATUS IS BK-RST-STAT.
001060*
001070     SELECT REVERSAL-FILE ASSIGN TO "REVFILE"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS BK-REV-STAT.
001100*
001110     SELECT HIST-FILE ASSIGN TO "HISTFILE"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS BK-HIST-STAT.
001140*
001150     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS BK-RPT-STAT.
001180*
001190*****************************************************************
001200*                                                                *
001210*    DATA DIVISION.
001220*                                                                *
001230*****************************************************************
001240*
001250 DATA DIVISION.
001260*
001270 FILE SECTION.
001280*
001290 FD  PARM-FILE
001300     RECORDING MODE F
001310     LABEL RECORDS STANDARD
001320     BLOCK CONTAINS 0 RECORDS
001330     RECORD CONTAINS 80 CHARACTERS
001340     DATA RECORD IS BACKOUT-PARM-RECORD.
001350 01  BACKOUT-PARM-RECORD.
001360     05  BP-JOB-NAME             PIC X(08).
001370     05  FILLER                  PIC X(01).
001380     05  BP-RUN-NUMBER           PIC 9(05).
001390     05  FILLER                  PIC X(66).
001400*
001410 FD  JOURNAL-FILE
001420     RECORDING MODE F
001430     LABEL RECORDS STANDARD
001440     BLOCK CONTAINS 0 RECORDS
001450     RECORD CONTAINS 80 CHARACTERS
001460     DATA RECORD IS JOURNAL-RECORD.
001470     COPY JRNREC.
001480*
001490*    LATER JOURNAL GENERATIONS - ONLY THE STAMP AND THE ACCOUNT
001500*    ARE NEEDED, SO JUST THOSE JRNREC POSITIONS ARE NAMED.
001510 FD  LATER-FILE
001520     RECORDING MODE F
001530     LABEL RECORDS STANDARD
001540     BLOCK CONTAINS 0 RECORDS
001550     RECORD CONTAINS 80 CHARACTERS
001560     DATA RECORD IS LATER-RECORD.
001570 01  LATER-RECORD.
001580     05  FILLER                  PIC X(16).
001590     05  LTR-JOB-NAME            PIC X(08).
001600     05  LTR-RUN-NUMBER          PIC 9(05).
001610     05  LTR-ACCOUNT-ID          PIC X(10).
001620     05  FILLER                  PIC X(41).
001630*
001640 FD  MASTER-FILE
001650     RECORD CONTAINS 70 CHARACTERS
001660     DATA RECORD IS MASTER-RECORD.
001670     COPY MASTREC.
001680*
001690 FD  RESTART-FILE
001700     RECORD CONTAINS 55 CHARACTERS
001710     DATA RECORD IS RESTART-RECORD.
001720     COPY RESTREC.
001730*
001740 FD  REVERSAL-FILE
001750     RECORDING MODE F
001760     LABEL RECORDS STANDARD
001770     BLOCK CONTAINS 0 RECORDS
001780     RECORD CONTAINS 80 CHARACTERS
001790     DATA RECORD IS REVERSAL-RECORD.
001800 01  REVERSAL-RECORD             PIC X(80).
001810*
001820 FD  HIST-FILE
001830     RECORDING MODE F
001840     LABEL RECORDS STANDARD
001850     BLOCK CONTAINS 0 RECORDS
001860     RECORD CONTAINS 80 CHARACTERS
001870     DATA RECORD IS RUNH-RECORD.
001880     COPY RUNHREC.
001890*
001900 FD  REPORT-FILE
001910     RECORDING MODE F
001920     LABEL RECORDS STANDARD
001930     BLOCK CONTAINS 0 RECORDS
001940     RECORD CONTAINS 133 CHARACTERS
001950     DATA RECORD IS REPORT-RECORD.
001960 01  REPORT-RECORD               PIC X(133).
001970*
001980 WORKING-STORAGE SECTION.
001990*
002000 01  BK-SWITCHES.
002010     05  BK-EOF-JRNFILE          PIC X(01) VALUE "N".
002020         88  BK-END-OF-JRNFILE       VALUE "Y".
002030     05  BK-EOF-LATRFILE         PIC X(01) VALUE "N".
002040         88  BK-END-OF-LATRFILE      VALUE "Y".
002050     05  BK-FATAL-SW             PIC X(01) VALUE "N".
002060         88  BK-FATAL                VALUE "Y".
002070     05  BK-UPDATE-OPEN-SW       PIC X(01) VALUE "N".
002080         88  BK-UPDATE-OPEN          VALUE "Y".
002090     05  BK-MST-FOUND-SW         PIC X(01) VALUE "N".
002100         88  BK-MST-FOUND            VALUE "Y".
002110     05  BK-ACCT-FOUND-SW        PIC X(01) VALUE "N".
002120         88  BK-ACCT-FOUND           VALUE "Y".
002130     05  BK-LEAVE-SW             PIC X(01) VALUE "N".
002140         88  BK-LEAVE-ALONE          VALUE "Y".
002150     05  BK-APPLY-SW             PIC X(01) VALUE "Y".
002160         88  BK-APPLY-OK             VALUE "Y".
002170*
002180 01  BK-FILE-STATUS-CODES.
002190     05  BK-PARM-STAT            PIC X(02) VALUE "00".
002200     05  BK-JRN-STAT             PIC X(02) VALUE "00".
002210     05  BK-LTR-STAT             PIC X(02) VALUE "00".
002220     05  BK-MST-STAT             PIC X(02) VALUE "00".
002230     05  BK-RST-STAT             PIC X(02) VALUE "00".
002240     05  BK-RST-SAVE-STAT        PIC X(02) VALUE "00".
002250     05  BK-REV-STAT             PIC X(02) VALUE "00".
002260     05  BK-HIST-STAT            PIC X(02) VALUE "00".
002270     05  BK-RPT-STAT             PIC X(02) VALUE "00".
002280*
002290 01  BK-CONTROL-FIELDS.
002300     05  BK-JOB-NAME             PIC X(08) VALUE SPACES.
002310     05  BK-RUN-NUMBER           PIC 9(05) VALUE ZERO.
002320     05  BK-LAST-JRN-DATE        PIC X(08) VALUE LOW-VALUES.
002330     05  BK-SEARCH-KEY           PIC X(10).
002340     05  BK-JRN-MATCHED          PIC 9(09) COMP VALUE ZERO.
002350     05  BK-JRN-OTHER            PIC 9(09) COMP VALUE ZERO.
002360     05  BK-LTR-READ             PIC 9(09) COMP VALUE ZERO.
002370     05  BK-LTR-MARKED           PIC 9(05) COMP VALUE ZERO.
002380     05  BK-ADDS-REMOVED         PIC 9(05) COMP VALUE ZERO.
002390     05  BK-UPDATES-REVERSED     PIC 9(05) COMP VALUE ZERO.
002400     05  BK-DELETES-RESTORED     PIC 9(05) COMP VALUE ZERO.
002410     05  BK-NO-NET-CHANGE        PIC 9(05) COMP VALUE ZERO.
002420     05  BK-LEFT-ALONE           PIC 9(05) COMP VALUE ZERO.
002430     05  BK-FAILED-COUNT         PIC 9(05) COMP VALUE ZERO.
002440     05  BK-REV-WRITTEN          PIC 9(05) COMP VALUE ZERO.
002450     05  BK-RUN-MOVEMENT         PIC S9(13)V99 COMP-3
002460                                     VALUE ZERO.
002470     05  BK-REV-MOVEMENT         PIC S9(13)V99 COMP-3
002480                                     VALUE ZERO.
002490     05  BK-JRN-BEFORE           PIC S9(09)V99 COMP-3.
002500     05  BK-JRN-AFTER            PIC S9(09)V99 COMP-3.
002510*
002520*    ONE REVERSAL, STAGED BY 5300/5400/5500 FOR 5800.
002530 01  BK-REVERSAL-WORK.
002540     05  BK-RV-ACTION            PIC X(01).
002550     05  BK-RV-AMOUNT            PIC S9(09)V99 COMP-3.
002560     05  BK-RV-BEFORE            PIC S9(09)V99 COMP-3.
002570     05  BK-RV-AFTER             PIC S9(09)V99 COMP-3.
002580*
002590 01  BK-SIGNED-WORK.
002600     05  BK-SGN-IN               PIC S9(09)V99 COMP-3.
002610     05  BK-SGN-SIGN             PIC X(01).
002620     05  BK-SGN-VALUE            PIC 9(09)V99.
002630*
002640*    EVERY ACCOUNT THE RUN POSTED, WITH ITS POSITION EITHER
002650*    SIDE OF THE RUN - THE FIRST BEFORE IMAGE AND THE LAST
002660*    AFTER IMAGE.  THE FIRST AND LAST ACTIONS SAY WHETHER THE
002670*    ACCOUNT EXISTED BEFORE THE RUN AND WHETHER IT STILL DID
002680*    AFTER IT.
002690 01  BK-ACCOUNT-TABLE-AREA.
002700     05  BK-ACCT-COUNT           PIC 9(05) COMP VALUE ZERO.
002710     05  BK-ACCT-ENTRY OCCURS 1000 TIMES
002720                 INDEXED BY BKA-IDX BKA-IDX2.
002730         10  BK-A-ACCOUNT-ID     PIC X(10).
002740         10  BK-A-FIRST-ACTION   PIC X(01).
002750             88  BK-A-FIRST-ADD       VALUE "A".
002760         10  BK-A-LAST-ACTION    PIC X(01).
002770             88  BK-A-LAST-DELETE     VALUE "D".
002780         10  BK-A-BAL-BEFORE     PIC S9(09)V99 COMP-3.
002790         10  BK-A-BAL-AFTER      PIC S9(09)V99 COMP-3.
002800         10  BK-A-POSTINGS       PIC 9(05) COMP.
002810         10  BK-A-LATER-SW       PIC X(01).
002820             88  BK-A-LATER           VALUE "Y".
002830*
002840*    REVERSAL JOURNAL RECORD - JRNREC LAYOUT.
002850 01  BK-REVERSAL-RECORD.
002860     05  BK-R-DATE               PIC X(08).
002870     05  BK-R-TIME               PIC X(08).
002880     05  BK-R-JOB-NAME           PIC X(08).
002890     05  BK-R-RUN-NUMBER         PIC 9(05).
002900     05  BK-R-ACCOUNT-ID         PIC X(10).
002910     05  BK-R-ACTION             PIC X(01).
002920     05  BK-R-AMT-SIGN           PIC X(01).
002930     05  BK-R-AMOUNT             PIC 9(09)V99.
002940     05  BK-R-BEFORE-SIGN        PIC X(01).
002950     05  BK-R-BAL-BEFORE         PIC 9(09)V99.
002960     05  BK-R-AFTER-SIGN         PIC X(01).
002970     05  BK-R-BAL-AFTER          PIC 9(09)V99.
002980     05  FILLER                  PIC X(04).
002990*
003000 01  BK-TIME-FIELDS.
003010     05  BK-RUN-DATE             PIC X(08).
003020     05  BK-RUN-TIME             PIC X(08).
003030     05  BK-NOW-DATE             PIC X(08).
003040     05  BK-NOW-TIME             PIC X(08).
003050*
003060 77  BK-LINE-COUNT               PIC 9(03) COMP VALUE 99.
003070 77  BK-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
003080 77  BK-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
003090*
003100 01  BK-HOLD-LINE                PIC X(133).
003110*
003120*****************************************************************
003130*                                                                *
003140*    REPORT LINE LAYOUTS.                                        *
003150*                                                                *
003160*****************************************************************
003170*
003180 01  BK-HEADING-1.
003190     05  FILLER                  PIC X(01) VALUE SPACE.
003200     05  FILLER                  PIC X(38) VALUE
003210             "POSTING RUN BACKOUT                   ".
003220     05  FILLER                  PIC X(06) VALUE " DATE ".
003230     05  BK-H1-DATE              PIC X(08).
003240     05  FILLER                  PIC X(06) VALUE " TIME ".
003250     05  BK-H1-TIME              PIC X(08).
003260     05  FILLER                  PIC X(06) VALUE " PAGE ".
003270     05  BK-H1-PAGE              PIC Z(04)9.
003280     05  FILLER                  PIC X(55) VALUE SPACES.
003290*
003300 01  BK-TARGET-LINE.
003310     05  FILLER                  PIC X(01) VALUE SPACE.
003320     05  FILLER                  PIC X(16) VALUE
003330             "BACKING OUT JOB ".
003340     05  BK-TGT-JOB-NAME         PIC X(08).
003350     05  FILLER                  PIC X(05) VALUE " RUN ".
003360     05  BK-TGT-RUN-NUMBER       PIC 9(05).
003370     05  FILLER                  PIC X(98) VALUE SPACES.
003380*
003390 01  BK-SECTION-LINE.
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  BK-SEC-TITLE            PIC X(40).
003420     05  FILLER                  PIC X(92) VALUE SPACES.
003430*
003440 01  BK-COLUMN-LINE.
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  FILLER                  PIC X(12) VALUE "ACCOUNT     ".
003470     05  FILLER                  PIC X(07) VALUE "POSTS  ".
003480     05  FILLER                  PIC X(16) VALUE
003490             "    BEFORE RUN  ".
003500     05  FILLER                  PIC X(16) VALUE
003510             "     AFTER RUN  ".
003520     05  FILLER                  PIC X(16) VALUE
003530             "     ON MASTER  ".
003540     05  FILLER                  PIC X(06) VALUE "RESULT".
003550     05  FILLER                  PIC X(59) VALUE SPACES.
003560*
003570 01  BK-DETAIL-LINE.
003580     05  FILLER                  PIC X(01) VALUE SPACE.
003590     05  BK-DET-ACCOUNT          PIC X(10).
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  BK-DET-POSTINGS         PIC Z(04)9.
003620     05  FILLER                  PIC X(02) VALUE SPACES.
003630     05  BK-DET-RUN-BEFORE       PIC -(10)9.99.
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  BK-DET-RUN-AFTER        PIC -(10)9.99.
003660     05  FILLER                  PIC X(02) VALUE SPACES.
003670     05  BK-DET-MASTER-X         PIC X(14).
003680     05  BK-DET-MASTER REDEFINES BK-DET-MASTER-X
003690                                 PIC -(10)9.99.
003700     05  FILLER                  PIC X(02) VALUE SPACES.
003710     05  BK-DET-RESULT           PIC X(50).
003720     05  FILLER                  PIC X(15) VALUE SPACES.
003730*
003740 01  BK-COUNT-LINE.
003750     05  FILLER                  PIC X(01) VALUE SPACE.
003760     05  BK-CNT-TITLE            PIC X(40).
003770     05  BK-CNT-VALUE            PIC Z(08)9.
003780     05  FILLER                  PIC X(83) VALUE SPACES.
003790*
003800 01  BK-AMOUNT-LINE.
003810     05  FILLER                  PIC X(01) VALUE SPACE.
003820     05  BK-AMT-TITLE            PIC X(40).
003830     05  BK-AMT-VALUE            PIC -(13)9.99.
003840     05  FILLER                  PIC X(75) VALUE SPACES.
003850*
003860 01  BK-VERDICT-LINE.
003870     05  FILLER                  PIC X(01) VALUE SPACE.
003880     05  FILLER                  PIC X(08) VALUE "VERDICT ".
003890     05  BK-VER-TEXT             PIC X(60).
003900     05  FILLER                  PIC X(64) VALUE SPACES.
003910*
003920 01  BK-ERROR-LINE.
003930     05  FILLER                  PIC X(01) VALUE SPACE.
003940     05  BK-ERR-TEXT             PIC X(70).
003950     05  FILLER                  PIC X(62) VALUE SPACES.
003960*
003970*****************************************************************
003980*                                                                *
003990*    PROCEDURE DIVISION.
004000*                                                                *
004010*****************************************************************
004020*
004030 PROCEDURE DIVISION.
004040*
004050*****************************************************************
004060*    0000-MAINLINE - PROVE THE RUN CAN BE BACKED OUT, LOAD IT,  *
004070*    REVERSE IT, MARK IT, REPORT.                               *
004080*****************************************************************
004090 0000-MAINLINE.
004100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004110     IF NOT BK-FATAL
004120         PERFORM 2000-CHECK-REGISTRY THRU 2000-EXIT
004130     END-IF.
004140     IF NOT BK-FATAL
004150         PERFORM 3000-LOAD-RUN-JOURNAL THRU 3000-EXIT
004160     END-IF.
004170     IF NOT BK-FATAL
004180         PERFORM 3500-MARK-LATER-ACCOUNTS THRU 3500-EXIT
004190     END-IF.
004200     IF NOT BK-FATAL
004210         PERFORM 4000-OPEN-UPDATE-FILES THRU 4000-EXIT
004220     END-IF.
004230     IF NOT BK-FATAL
004240         PERFORM 5000-REVERSE-ACCOUNTS THRU 5000-EXIT
004250         IF BK-FAILED-COUNT = ZERO
004260             PERFORM 6000-MARK-BACKED-OUT THRU 6000-EXIT
004270             PERFORM 6500-WRITE-RUN-HISTORY THRU 6500-EXIT
004280         ELSE
004290             PERFORM 6900-REPORT-PARTIAL THRU 6900-EXIT
004300         END-IF
004310     END-IF.
004320     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
004330     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
004340     EVALUATE TRUE
004350         WHEN BK-FATAL
004360             MOVE 12 TO RETURN-CODE
004370         WHEN BK-FAILED-COUNT > ZERO
004380             MOVE 8 TO RETURN-CODE
004390         WHEN BK-LEFT-ALONE > ZERO
004400             MOVE 4 TO RETURN-CODE
004410         WHEN OTHER
004420             MOVE 0 TO RETURN-CODE
004430     END-EVALUATE.
004440     GOBACK.
004450*
004460*****************************************************************
004470*    1000-INITIALIZE - THE RUN TO BACK OUT, FROM THE PARM       *
004480*    CARD.  THERE IS NO DEFAULT - A BACKOUT OF THE WRONG RUN    *
004490*    IS WORSE THAN NO BACKOUT.                                  *
004500*****************************************************************
004510 1000-INITIALIZE.
004520     ACCEPT BK-RUN-DATE FROM DATE YYYYMMDD.
004530     ACCEPT BK-RUN-TIME FROM TIME.
004540     OPEN OUTPUT REPORT-FILE.
004550     OPEN INPUT PARM-FILE.
004560     IF BK-PARM-STAT = "00"
004570         READ PARM-FILE
004580             AT END
004590                 MOVE "10" TO BK-PARM-STAT
004600         END-READ
004610         IF BK-PARM-STAT = "00"
004620                 AND BP-JOB-NAME NOT = SPACES
004630                 AND BP-RUN-NUMBER IS NUMERIC
004640             MOVE BP-JOB-NAME   TO BK-JOB-NAME
004650             MOVE BP-RUN-NUMBER TO BK-RUN-NUMBER
004660         END-IF
004670         CLOSE PARM-FILE
004680     END-IF.
004690     IF BK-JOB-NAME = SPACES OR BK-RUN-NUMBER = ZERO
004700         MOVE "PARM CARD MISSING OR INVALID - NOTHING BACKED OUT"
004710             TO BK-ERR-TEXT
004720         MOVE BK-ERROR-LINE TO REPORT-RECORD
004730         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004740         SET BK-FATAL TO TRUE
004750         GO TO 1000-EXIT
004760     END-IF.
004770     MOVE BK-JOB-NAME   TO BK-TGT-JOB-NAME.
004780     MOVE BK-RUN-NUMBER TO BK-TGT-RUN-NUMBER.
004790     MOVE BK-TARGET-LINE TO REPORT-RECORD.
004800     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004810 1000-EXIT.
004820     EXIT.
004830*
004840*****************************************************************
004850*    2000-CHECK-REGISTRY - ONLY A RUN THE RESTART REGISTRY      *
004860*    SHOWS COMPLETE MAY BE BACKED OUT.  AN IN-PROGRESS RUN IS   *
004870*    RESTARTED TO COMPLETION FIRST; A RUN ALREADY BACKED OUT    *
004880*    MUST NEVER BE REVERSED TWICE.                              *
004890*****************************************************************
004900 2000-CHECK-REGISTRY.
004910     OPEN INPUT RESTART-FILE.
004920     IF BK-RST-STAT NOT = "00"
004930         MOVE "RESTART REGISTRY UNAVAILABLE - NOTHING BACKED OUT"
004940             TO BK-ERR-TEXT
004950         GO TO 2000-REFUSE
004960     END-IF.
004970     MOVE BK-JOB-NAME   TO RST-JOB-NAME.
004980     MOVE BK-RUN-NUMBER TO RST-RUN-NUMBER.
004990     READ RESTART-FILE
005000         INVALID KEY
005010             MOVE SPACES TO RST-STATUS
005020     END-READ.
005030     CLOSE RESTART-FILE.
005040     EVALUATE TRUE
005050         WHEN RST-COMPLETE
005060             GO TO 2000-EXIT
005070         WHEN RST-BACKED-OUT
005080             MOVE "RUN IS ALREADY BACKED OUT - NOTHING DONE"
005090                 TO BK-ERR-TEXT
005100         WHEN RST-ENDED-UNPOSTED
005110             MOVE "RUN ENDED WITHOUT POSTING - NOTHING TO UNDO"
005120                 TO BK-ERR-TEXT
005130         WHEN RST-IN-PROGRESS
005140             MOVE "RUN STILL IN PROGRESS - RESTART IT FIRST"
005150                 TO BK-ERR-TEXT
005160         WHEN OTHER
005170             MOVE "RUN NOT COMPLETE IN REGISTRY - NOTHING DONE"
005180                 TO BK-ERR-TEXT
005190     END-EVALUATE.
005200 2000-REFUSE.
005210     MOVE BK-ERROR-LINE TO REPORT-RECORD.
005220     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005230     SET BK-FATAL TO TRUE.
005240 2000-EXIT.
005250     EXIT.
005260*
005270*****************************************************************
005280*    3000-LOAD-RUN-JOURNAL - THE WHOLE GENERATION IS READ AND   *
005290*    TABLED BEFORE THE MASTER IS OPENED, SO A BAD IMAGE OR A    *
005300*    FULL TABLE STOPS THE BACKOUT WITH NOTHING HALF DONE.       *
005310*****************************************************************
005320 3000-LOAD-RUN-JOURNAL.
005330     OPEN INPUT JOURNAL-FILE.
005340     IF BK-JRN-STAT NOT = "00"
005350         MOVE "RUN JOURNAL UNAVAILABLE - NOTHING BACKED OUT"
005360             TO BK-ERR-TEXT
005370         MOVE BK-ERROR-LINE TO REPORT-RECORD
005380         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005390         SET BK-FATAL TO TRUE
005400         GO TO 3000-EXIT
005410     END-IF.
005420     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
005430         UNTIL BK-END-OF-JRNFILE OR BK-FATAL.
005440     CLOSE JOURNAL-FILE.
005450     IF BK-FATAL
005460         GO TO 3000-EXIT
005470     END-IF.
005480     IF BK-JRN-MATCHED = ZERO
005490         MOVE "JOURNAL HOLDS NO RECORDS FOR THIS RUN - CHECK GDG"
005500             TO BK-ERR-TEXT
005510         MOVE BK-ERROR-LINE TO REPORT-RECORD
005520         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005530         SET BK-FATAL TO TRUE
005540     END-IF.
005550 3000-EXIT.
005560     EXIT.
005570*
005580 3100-LOAD-ONE-RECORD.
005590     READ JOURNAL-FILE
005600         AT END
005610             SET BK-END-OF-JRNFILE TO TRUE
005620     END-READ.
005630     IF BK-END-OF-JRNFILE
005640         GO TO 3100-EXIT
005650     END-IF.
005660     IF JRN-JOB-NAME NOT = BK-JOB-NAME
005670             OR JRN-RUN-NUMBER NOT = BK-RUN-NUMBER
005680         ADD 1 TO BK-JRN-OTHER
005690         GO TO 3100-EXIT
005700     END-IF.
005710     ADD 1 TO BK-JRN-MATCHED.
005720     IF JRN-BAL-BEFORE IS NOT NUMERIC
005730             OR JRN-BAL-AFTER IS NOT NUMERIC
005740         MOVE JRN-ACCOUNT-ID TO BK-ERR-TEXT (1:10)
005750         MOVE " - JOURNAL BALANCE IMAGE NOT NUMERIC - NOT DONE"
005760             TO BK-ERR-TEXT (11:60)
005770         MOVE BK-ERROR-LINE TO REPORT-RECORD
005780         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005790         SET BK-FATAL TO TRUE
005800         GO TO 3100-EXIT
005810     END-IF.
005820     IF JRN-DATE > BK-LAST-JRN-DATE
005830         MOVE JRN-DATE TO BK-LAST-JRN-DATE
005840     END-IF.
005850     MOVE JRN-BAL-BEFORE TO BK-JRN-BEFORE.
005860     IF JRN-BEFORE-MINUS
005870         COMPUTE BK-JRN-BEFORE = ZERO - BK-JRN-BEFORE
005880     END-IF.
005890     MOVE JRN-BAL-AFTER TO BK-JRN-AFTER.
005900     IF JRN-AFTER-MINUS
005910         COMPUTE BK-JRN-AFTER = ZERO - BK-JRN-AFTER
005920     END-IF.
005930     COMPUTE BK-RUN-MOVEMENT =
005940         BK-RUN-MOVEMENT + BK-JRN-AFTER - BK-JRN-BEFORE.
005950     MOVE JRN-ACCOUNT-ID TO BK-SEARCH-KEY.
005960     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
005970     IF NOT BK-ACCT-FOUND
005980         IF BK-ACCT-COUNT >= 1000
005990             MOVE "RUN POSTED OVER 1000 ACCOUNTS - NOTHING DONE"
006000                 TO BK-ERR-TEXT
006010             MOVE BK-ERROR-LINE TO REPORT-RECORD
006020             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006030             SET BK-FATAL TO TRUE
006040             GO TO 3100-EXIT
006050         END-IF
006060         ADD 1 TO BK-ACCT-COUNT
006070         SET BKA-IDX TO BK-ACCT-COUNT
006080         MOVE JRN-ACCOUNT-ID TO BK-A-ACCOUNT-ID (BKA-IDX)
006090         MOVE JRN-ACTION     TO BK-A-FIRST-ACTION (BKA-IDX)
006100         MOVE BK-JRN-BEFORE  TO BK-A-BAL-BEFORE (BKA-IDX)
006110         MOVE ZERO           TO BK-A-POSTINGS (BKA-IDX)
006120         MOVE "N"            TO BK-A-LATER-SW (BKA-IDX)
006130     END-IF.
006140     MOVE JRN-ACTION   TO BK-A-LAST-ACTION (BKA-IDX).
006150     MOVE BK-JRN-AFTER TO BK-A-BAL-AFTER (BKA-IDX).
006160     ADD 1 TO BK-A-POSTINGS (BKA-IDX).
006170 3100-EXIT.
006180     EXIT.
006190*
006200 3200-FIND-ACCOUNT.
006210     MOVE "N" TO BK-ACCT-FOUND-SW.
006220     IF BK-ACCT-COUNT = ZERO
006230         GO TO 3200-EXIT
006240     END-IF.
006250     PERFORM 3210-MATCH-ONE-ACCOUNT THRU 3210-EXIT
006260         VARYING BKA-IDX2 FROM 1 BY 1 UNTIL
006270             BKA-IDX2 > BK-ACCT-COUNT
006280             OR BK-ACCT-FOUND.
006290 3200-EXIT.
006300     EXIT.
006310*
006320 3210-MATCH-ONE-ACCOUNT.
006330     IF BK-A-ACCOUNT-ID (BKA-IDX2) = BK-SEARCH-KEY
006340         SET BK-ACCT-FOUND TO TRUE
006350         SET BKA-IDX TO BKA-IDX2
006360     END-IF.
006370 3210-EXIT.
006380     EXIT.
006390*
006400*****************************************************************
006410*    3500-MARK-LATER-ACCOUNTS - ANY ACCOUNT OF THE RUN THAT A   *
006420*    LATER GENERATION ALSO POSTED IS FLAGGED TO BE LEFT ALONE.  *
006430*    LATRFILE IS OPTIONAL - WITHOUT IT THE MASTER IMAGE CHECKS  *
006440*    IN 5200 STILL CATCH A LATER POSTING THAT MOVED A BALANCE.  *
006450*****************************************************************
006460 3500-MARK-LATER-ACCOUNTS.
006470     OPEN INPUT LATER-FILE.
006480     IF BK-LTR-STAT NOT = "00"
006490         MOVE "NO LATER JOURNAL - MASTER IMAGES CHECKED ONLY"
006500             TO BK-ERR-TEXT
006510         MOVE BK-ERROR-LINE TO REPORT-RECORD
006520         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006530         GO TO 3500-EXIT
006540     END-IF.
006550     PERFORM 3600-MARK-ONE-LATER THRU 3600-EXIT
006560         UNTIL BK-END-OF-LATRFILE.
006570     CLOSE LATER-FILE.
006580 3500-EXIT.
006590     EXIT.
006600*
006610 3600-MARK-ONE-LATER.
006620     READ LATER-FILE
006630         AT END
006640             SET BK-END-OF-LATRFILE TO TRUE
006650     END-READ.
006660     IF BK-END-OF-LATRFILE
006670         GO TO 3600-EXIT
006680     END-IF.
006690     ADD 1 TO BK-LTR-READ.
006700     IF LTR-JOB-NAME = BK-JOB-NAME
006710             AND LTR-RUN-NUMBER = BK-RUN-NUMBER
006720         GO TO 3600-EXIT
006730     END-IF.
006740     MOVE LTR-ACCOUNT-ID TO BK-SEARCH-KEY.
006750     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
006760     IF BK-ACCT-FOUND AND NOT BK-A-LATER (BKA-IDX)
006770         MOVE "Y" TO BK-A-LATER-SW (BKA-IDX)
006780         ADD 1 TO BK-LTR-MARKED
006790     END-IF.
006800 3600-EXIT.
006810     EXIT.
006820*
006830*****************************************************************
006840*    4000-OPEN-UPDATE-FILES - THE REVERSAL JOURNAL IS OPENED    *
006850*    BEFORE THE MASTER, AS IN THE POSTING RUN - A REVERSAL      *
006860*    THAT CANNOT BE JOURNALED IS NOT MADE.                      *
006870*****************************************************************
006880 4000-OPEN-UPDATE-FILES.
006890     OPEN OUTPUT REVERSAL-FILE.
006900     IF BK-REV-STAT NOT = "00"
006910         MOVE "REVERSAL JOURNAL UNAVAILABLE - NOTHING BACKED OUT"
006920             TO BK-ERR-TEXT
006930         MOVE BK-ERROR-LINE TO REPORT-RECORD
006940         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006950         SET BK-FATAL TO TRUE
006960         GO TO 4000-EXIT
006970     END-IF.
006980     OPEN I-O MASTER-FILE.
006990     IF BK-MST-STAT NOT = "00"
007000         MOVE "ACCOUNT MASTER UNAVAILABLE - NOTHING BACKED OUT"
007010             TO BK-ERR-TEXT
007020         MOVE BK-ERROR-LINE TO REPORT-RECORD
007030         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
007040         SET BK-FATAL TO TRUE
007050         CLOSE REVERSAL-FILE
007060         GO TO 4000-EXIT
007070     END-IF.
007080     SET BK-UPDATE-OPEN TO TRUE.
007090 4000-EXIT.
007100     EXIT.
007110*
007120*****************************************************************
007130*    5000-REVERSE-ACCOUNTS - ONE DETAIL LINE PER ACCOUNT THE    *
007140*    RUN POSTED, IN THE ORDER THE RUN FIRST TOUCHED THEM.       *
007150*****************************************************************
007160 5000-REVERSE-ACCOUNTS.
007170     MOVE "ACCOUNTS POSTED BY THE RUN" TO BK-SEC-TITLE.
007180     MOVE BK-SECTION-LINE TO REPORT-RECORD.
007190     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007200     MOVE BK-COLUMN-LINE TO REPORT-RECORD.
007210     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007220     PERFORM 5100-REVERSE-ONE-ACCOUNT THRU 5100-EXIT
007230         VARYING BKA-IDX FROM 1 BY 1 UNTIL
007240             BKA-IDX > BK-ACCT-COUNT.
007250 5000-EXIT.
007260     EXIT.
007270*
007280 5100-REVERSE-ONE-ACCOUNT.
007290     MOVE BK-A-ACCOUNT-ID (BKA-IDX) TO BK-DET-ACCOUNT.
007300     MOVE BK-A-POSTINGS (BKA-IDX)   TO BK-DET-POSTINGS.
007310     MOVE BK-A-BAL-BEFORE (BKA-IDX) TO BK-DET-RUN-BEFORE.
007320     MOVE BK-A-BAL-AFTER (BKA-IDX)  TO BK-DET-RUN-AFTER.
007330     MOVE BK-A-ACCOUNT-ID (BKA-IDX) TO MST-ACCOUNT-ID.
007340     READ MASTER-FILE
007350         INVALID KEY
007360             MOVE "N" TO BK-MST-FOUND-SW
007370         NOT INVALID KEY
007380             MOVE "Y" TO BK-MST-FOUND-SW
007390     END-READ.
007400     IF NOT BK-MST-FOUND
007410         MOVE " NOT ON MASTER" TO BK-DET-MASTER-X
007420     ELSE
007430         IF MST-BALANCE IS NUMERIC
007440             MOVE MST-BALANCE TO BK-DET-MASTER
007450         ELSE
007460             MOVE " NOT NUMERIC  " TO BK-DET-MASTER-X
007470         END-IF
007480     END-IF.
007490     MOVE "N" TO BK-LEAVE-SW.
007500     PERFORM 5200-CHECK-UNCHANGED THRU 5200-EXIT.
007510     IF BK-LEAVE-ALONE
007520         ADD 1 TO BK-LEFT-ALONE
007530         GO TO 5100-WRITE
007540     END-IF.
007550     MOVE "Y" TO BK-APPLY-SW.
007560     EVALUATE TRUE
007570         WHEN BK-A-FIRST-ADD (BKA-IDX) AND NOT BK-MST-FOUND
007580             ADD 1 TO BK-NO-NET-CHANGE
007590             MOVE "NO NET CHANGE - ADDED AND DELETED BY THE RUN"
007600                 TO BK-DET-RESULT
007610         WHEN BK-A-FIRST-ADD (BKA-IDX)
007620             PERFORM 5300-REMOVE-ADD THRU 5300-EXIT
007630         WHEN BK-MST-FOUND
007640             PERFORM 5400-REVERSE-UPDATE THRU 5400-EXIT
007650         WHEN OTHER
007660             PERFORM 5500-RESTORE-DELETE THRU 5500-EXIT
007670     END-EVALUATE.
007680     IF NOT BK-APPLY-OK
007690         ADD 1 TO BK-FAILED-COUNT
007700     END-IF.
007710 5100-WRITE.
007720     MOVE BK-DETAIL-LINE TO REPORT-RECORD.
007730     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
007740 5100-EXIT.
007750     EXIT.
007760*
007770*****************************************************************
007780*    5200-CHECK-UNCHANGED - THE MASTER MUST STILL SHOW EXACTLY  *
007790*    WHAT THE RUN LEFT.  ANYTHING ELSE MEANS SOMETHING LATER    *
007800*    HAS WORKED ON THE ACCOUNT, AND PUTTING BACK THE BEFORE     *
007810*    IMAGE WOULD QUIETLY UNDO THAT WORK AS WELL.                *
007820*****************************************************************
007830 5200-CHECK-UNCHANGED.
007840     IF BK-A-LATER (BKA-IDX)
007850         MOVE "POSTED BY A LATER RUN - LEFT ALONE"
007860             TO BK-DET-RESULT
007870         SET BK-LEAVE-ALONE TO TRUE
007880         GO TO 5200-EXIT
007890     END-IF.
007900     IF BK-A-LAST-DELETE (BKA-IDX)
007910         IF BK-MST-FOUND
007920             MOVE "BACK ON MASTER SINCE THE RUN - LEFT ALONE"
007930                 TO BK-DET-RESULT
007940             SET BK-LEAVE-ALONE TO TRUE
007950         END-IF
007960         GO TO 5200-EXIT
007970     END-IF.
007980     IF NOT BK-MST-FOUND
007990         MOVE "DELETED SINCE THE RUN - LEFT ALONE"
008000             TO BK-DET-RESULT
008010         SET BK-LEAVE-ALONE TO TRUE
008020         GO TO 5200-EXIT
008030     END-IF.
008040     IF MST-BALANCE IS NOT NUMERIC
008050         MOVE "MASTER BALANCE NOT VALID - LEFT ALONE"
008060             TO BK-DET-RESULT
008070         SET BK-LEAVE-ALONE TO TRUE
008080         GO TO 5200-EXIT
008090     END-IF.
008100     IF MST-BALANCE NOT = BK-A-BAL-AFTER (BKA-IDX)
008110         MOVE "BALANCE CHANGED SINCE THE RUN - LEFT ALONE"
008120             TO BK-DET-RESULT
008130         SET BK-LEAVE-ALONE TO TRUE
008140         GO TO 5200-EXIT
008150     END-IF.
008160     IF MST-LAST-TRAN-DATE > BK-LAST-JRN-DATE
008170         MOVE "POSTED SINCE THE RUN - LEFT ALONE"
008180             TO BK-DET-RESULT
008190         SET BK-LEAVE-ALONE TO TRUE
008200         GO TO 5200-EXIT
008210     END-IF.
008220     IF MST-STAT-CLOSED
008230         MOVE "CLOSED SINCE THE RUN - LEFT ALONE"
008240             TO BK-DET-RESULT
008250         SET BK-LEAVE-ALONE TO TRUE
008260     END-IF.
008270 5200-EXIT.
008280     EXIT.
008290*
008300*****************************************************************
008310*    5300-REMOVE-ADD - THE ACCOUNT DID NOT EXIST BEFORE THE     *
008320*    RUN, SO IT IS DELETED; THE REVERSAL IS JOURNALED AS A      *
008330*    DELETE OF THE BALANCE THE RUN LEFT.                        *
008340*****************************************************************
008350 5300-REMOVE-ADD.
008360     DELETE MASTER-FILE
008370         INVALID KEY
008380             MOVE "N" TO BK-APPLY-SW
008390             MOVE "MASTER DELETE FAILED" TO BK-DET-RESULT
008400     END-DELETE.
008410     IF NOT BK-APPLY-OK
008420         GO TO 5300-EXIT
008430     END-IF.
008440     MOVE "D" TO BK-RV-ACTION.
008450     MOVE BK-A-BAL-AFTER (BKA-IDX) TO BK-RV-BEFORE.
008460     MOVE ZERO TO BK-RV-AFTER.
008470     PERFORM 5800-WRITE-REVERSAL THRU 5800-EXIT.
008480     ADD 1 TO BK-ADDS-REMOVED.
008490     MOVE "ADD REMOVED" TO BK-DET-RESULT.
008500 5300-EXIT.
008510     EXIT.
008520*
008530*****************************************************************
008540*    5400-REVERSE-UPDATE - BALANCE BACK TO ITS BEFORE-RUN       *
008550*    VALUE AND THE RUN'S POSTINGS TAKEN OFF THE POSTING COUNT.  *
008560*    THE LAST-TRANSACTION DATE IS NOT JOURNALED AND STAYS AS    *
008570*    THE RUN LEFT IT.                                           *
008580*****************************************************************
008590 5400-REVERSE-UPDATE.
008600     MOVE BK-A-BAL-BEFORE (BKA-IDX) TO MST-BALANCE.
008610     IF MST-TRAN-COUNT IS NUMERIC
008620             AND MST-TRAN-COUNT > BK-A-POSTINGS (BKA-IDX)
008630         SUBTRACT BK-A-POSTINGS (BKA-IDX) FROM MST-TRAN-COUNT
008640     ELSE
008650         MOVE ZERO TO MST-TRAN-COUNT
008660     END-IF.
008670     REWRITE MASTER-RECORD
008680         INVALID KEY
008690             MOVE "N" TO BK-APPLY-SW
008700             MOVE "MASTER REWRITE FAILED" TO BK-DET-RESULT
008710     END-REWRITE.
008720     IF NOT BK-APPLY-OK
008730         GO TO 5400-EXIT
008740     END-IF.
008750     MOVE "U" TO BK-RV-ACTION.
008760     MOVE BK-A-BAL-AFTER (BKA-IDX)  TO BK-RV-BEFORE.
008770     MOVE BK-A-BAL-BEFORE (BKA-IDX) TO BK-RV-AFTER.
008780     PERFORM 5800-WRITE-REVERSAL THRU 5800-EXIT.
008790     ADD 1 TO BK-UPDATES-REVERSED.
008800     MOVE "POSTINGS REVERSED" TO BK-DET-RESULT.
008810 5400-EXIT.
008820     EXIT.
008830*
008840*****************************************************************
008850*    5500-RESTORE-DELETE - THE RUN DELETED AN ACCOUNT THAT      *
008860*    EXISTED BEFORE IT.  THE JOURNAL HOLDS ONLY THE BALANCE,    *
008870*    SO THE ACCOUNT COMES BACK OPEN, AT THAT BALANCE, WITH NO   *
008880*    DESCRIPTION - THE DETAIL LINE TELLS THE OPERATOR TO        *
008890*    RE-KEY IT.                                                 *
008900*****************************************************************
008910 5500-RESTORE-DELETE.
008920     MOVE SPACES TO MASTER-RECORD.
008930     MOVE BK-A-ACCOUNT-ID (BKA-IDX) TO MST-ACCOUNT-ID.
008940     MOVE BK-A-BAL-BEFORE (BKA-IDX) TO MST-BALANCE.
008950     MOVE ZERO TO MST-TRAN-COUNT.
008960     MOVE BK-LAST-JRN-DATE TO MST-LAST-TRAN-DATE.
008970     SET MST-STAT-OPEN TO TRUE.
008980     WRITE MASTER-RECORD
008990         INVALID KEY
009000             MOVE "N" TO BK-APPLY-SW
009010             MOVE "MASTER WRITE FAILED" TO BK-DET-RESULT
009020     END-WRITE.
009030     IF NOT BK-APPLY-OK
009040         GO TO 5500-EXIT
009050     END-IF.
009060     MOVE "A" TO BK-RV-ACTION.
009070     MOVE ZERO TO BK-RV-BEFORE.
009080     MOVE BK-A-BAL-BEFORE (BKA-IDX) TO BK-RV-AFTER.
009090     PERFORM 5800-WRITE-REVERSAL THRU 5800-EXIT.
009100     ADD 1 TO BK-DELETES-RESTORED.
009110     MOVE "DELETE RESTORED - RE-KEY DESCRIPTION WITH ACCMAINT"
009120         TO BK-DET-RESULT.
009130 5500-EXIT.
009140     EXIT.
009150*
009160*****************************************************************
009170*    5800-WRITE-REVERSAL - ONE JOURNAL RECORD PER REVERSED      *
009180*    ACCOUNT, STAMPED JOB BACKOUT AND THE RUN IT REVERSES.      *
009190*    THE AMOUNT IS THE NET MOVEMENT OF THE REVERSAL.            *
009200*****************************************************************
009210 5800-WRITE-REVERSAL.
009220     ACCEPT BK-NOW-DATE FROM DATE YYYYMMDD.
009230     ACCEPT BK-NOW-TIME FROM TIME.
009240     COMPUTE BK-RV-AMOUNT = BK-RV-AFTER - BK-RV-BEFORE.
009250     MOVE BK-NOW-DATE   TO BK-R-DATE.
009260     MOVE BK-NOW-TIME   TO BK-R-TIME.
009270     MOVE "BACKOUT "    TO BK-R-JOB-NAME.
009280     MOVE BK-RUN-NUMBER TO BK-R-RUN-NUMBER.
009290     MOVE BK-A-ACCOUNT-ID (BKA-IDX) TO BK-R-ACCOUNT-ID.
009300     MOVE BK-RV-ACTION  TO BK-R-ACTION.
009310     MOVE BK-RV-AMOUNT  TO BK-SGN-IN.
009320     PERFORM 5850-SPLIT-SIGNED THRU 5850-EXIT.
009330     MOVE BK-SGN-SIGN   TO BK-R-AMT-SIGN.
009340     MOVE BK-SGN-VALUE  TO BK-R-AMOUNT.
009350     MOVE BK-RV-BEFORE  TO BK-SGN-IN.
009360     PERFORM 5850-SPLIT-SIGNED THRU 5850-EXIT.
009370     MOVE BK-SGN-SIGN   TO BK-R-BEFORE-SIGN.
009380     MOVE BK-SGN-VALUE  TO BK-R-BAL-BEFORE.
009390     MOVE BK-RV-AFTER   TO BK-SGN-IN.
009400     PERFORM 5850-SPLIT-SIGNED THRU 5850-EXIT.
009410     MOVE BK-SGN-SIGN   TO BK-R-AFTER-SIGN.
009420     MOVE BK-SGN-VALUE  TO BK-R-BAL-AFTER.
009430     MOVE SPACES        TO BK-REVERSAL-RECORD (77:4).
009440     WRITE REVERSAL-RECORD FROM BK-REVERSAL-RECORD.
009450     ADD 1 TO BK-REV-WRITTEN.
009460     ADD BK-RV-AMOUNT TO BK-REV-MOVEMENT.
009470 5800-EXIT.
009480     EXIT.
009490*
009500 5850-SPLIT-SIGNED.
009510     IF BK-SGN-IN < ZERO
009520         MOVE "-" TO BK-SGN-SIGN
009530         COMPUTE BK-SGN-VALUE = ZERO - BK-SGN-IN
009540     ELSE
009550         MOVE "+" TO BK-SGN-SIGN
009560         MOVE BK-SGN-IN TO BK-SGN-VALUE
009570     END-IF.
009580 5850-EXIT.
009590     EXIT.
009600*
009610*****************************************************************
009620*    6000-MARK-BACKED-OUT - THE REGISTRY ENTRY OF THE RUN IS    *
009630*    SET BACKED OUT, SO RSTINQ SHOWS IT AND A SECOND BACKOUT    *
009640*    OF THE SAME RUN IS REFUSED.  ONLY DONE WHEN EVERY ACCOUNT  *
009650*    UPDATE WORKED.  THE READ OR REWRITE STATUS IS KEPT ACROSS  *
009660*    THE CLOSE, SO A FAILED UPDATE CANNOT BE HIDDEN BEHIND A    *
009670*    CLEAN CLOSE.                                               *
009680*****************************************************************
009690 6000-MARK-BACKED-OUT.
009700     OPEN I-O RESTART-FILE.
009710     IF BK-RST-STAT NOT = "00"
009720         GO TO 6000-FAILED
009730     END-IF.
009740     MOVE BK-JOB-NAME   TO RST-JOB-NAME.
009750     MOVE BK-RUN-NUMBER TO RST-RUN-NUMBER.
009760     READ RESTART-FILE
009770         INVALID KEY
009780             CONTINUE
009790     END-READ.
009800     IF BK-RST-STAT = "00"
009810         ACCEPT BK-NOW-DATE FROM DATE YYYYMMDD
009820         ACCEPT BK-NOW-TIME FROM TIME
009830         SET RST-BACKED-OUT TO TRUE
009840         MOVE BK-NOW-DATE TO RST-LAST-UPDATE-DATE
009850         MOVE BK-NOW-TIME TO RST-LAST-UPDATE-TIME
009860         REWRITE RESTART-RECORD
009870     END-IF.
009880     MOVE BK-RST-STAT TO BK-RST-SAVE-STAT.
009890     CLOSE RESTART-FILE.
009900     IF BK-RST-SAVE-STAT = "00"
009910         GO TO 6000-EXIT
009920     END-IF.
009930 6000-FAILED.
009940     MOVE "RESTART REGISTRY NOT UPDATED - MARK THE RUN BY HAND"
009950         TO BK-ERR-TEXT.
009960     MOVE BK-ERROR-LINE TO REPORT-RECORD.
009970     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009980     ADD 1 TO BK-FAILED-COUNT.
009990 6000-EXIT.
010000     EXIT.
010010*
010020*****************************************************************
010030*    6500-WRITE-RUN-HISTORY - A BACKED-OUT ENTRY UNDER THE JOB  *
010040*    AND RUN NUMBER OF THE RUN ITSELF, SO RUNTREND SHOWS THE    *
010050*    RUN AS BACKED OUT.  IT CARRIES NO ELAPSED TIME OF ITS OWN  *
010060*    AND THE TREND AND FORECAST PROGRAMS DO NOT TIME IT.  A     *
010070*    MISSING HISTFILE IS NOT FATAL - THE BACKOUT IS DONE.       *
010080*****************************************************************
010090 6500-WRITE-RUN-HISTORY.
010100     OPEN EXTEND HIST-FILE.
010110     IF BK-HIST-STAT NOT = "00"
010120         OPEN OUTPUT HIST-FILE
010130     END-IF.
010140     IF BK-HIST-STAT NOT = "00"
010150         GO TO 6500-EXIT
010160     END-IF.
010170     ACCEPT BK-NOW-DATE FROM DATE YYYYMMDD.
010180     ACCEPT BK-NOW-TIME FROM TIME.
010190     MOVE BK-JOB-NAME        TO RH-JOB-NAME.
010200     MOVE BK-RUN-NUMBER      TO RH-RUN-NUMBER.
010210     MOVE BK-RUN-DATE        TO RH-START-DATE.
010220     MOVE BK-RUN-TIME        TO RH-START-TIME.
010230     MOVE BK-NOW-DATE        TO RH-END-DATE.
010240     MOVE BK-NOW-TIME        TO RH-END-TIME.
010250     MOVE ZERO               TO RH-ELAPSED-SECS.
010260     SET RH-COMP-BACKED-OUT  TO TRUE.
010270     MOVE "N"                TO RH-RESTART-FLAG.
010280     MOVE ZERO               TO RH-MSG-COUNT.
010290     MOVE SPACES             TO RUNH-RECORD (62:19).
010300     WRITE RUNH-RECORD.
010310     CLOSE HIST-FILE.
010320 6500-EXIT.
010330     EXIT.
010340*
010350*****************************************************************
010360*    6900-REPORT-PARTIAL - SOME ACCOUNT UPDATES FAILED.  THE    *
010370*    RUN IS LEFT COMPLETE IN THE REGISTRY SO IT CAN BE BACKED   *
010380*    OUT AGAIN ONCE THE CAUSE IS FIXED.                         *
010390*****************************************************************
010400 6900-REPORT-PARTIAL.
010410     MOVE "PARTLY BACKED OUT - RUN LEFT COMPLETE FOR A RERUN"
010420         TO BK-ERR-TEXT.
010430     MOVE BK-ERROR-LINE TO REPORT-RECORD.
010440     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
010450 6900-EXIT.
010460     EXIT.
010470*
010480*****************************************************************
010490*    7000-WRITE-TOTALS - WHAT THE RUN DID, WHAT WAS UNDONE AND  *
010500*    WHAT WAS LEFT FOR THE OPERATOR.  WITH NOTHING LEFT ALONE   *
010510*    THE REVERSAL MOVEMENT IS EXACTLY THE RUN'S, SIGN TURNED.   *
010520*****************************************************************
010530 7000-WRITE-TOTALS.
010540     MOVE SPACES TO REPORT-RECORD.
010550     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
010560     MOVE "JOURNAL RECORDS OF THE RUN" TO BK-CNT-TITLE.
010570     MOVE BK-JRN-MATCHED TO BK-CNT-VALUE.
010580     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010590     MOVE "JOURNAL RECORDS OF OTHER RUNS IGNORED" TO BK-CNT-TITLE.
010600     MOVE BK-JRN-OTHER TO BK-CNT-VALUE.
010610     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010620     MOVE "ACCOUNTS POSTED BY THE RUN" TO BK-CNT-TITLE.
010630     MOVE BK-ACCT-COUNT TO BK-CNT-VALUE.
010640     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010650     MOVE "LATER JOURNAL RECORDS READ" TO BK-CNT-TITLE.
010660     MOVE BK-LTR-READ TO BK-CNT-VALUE.
010670     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010680     MOVE "ACCOUNTS ALSO POSTED BY A LATER RUN" TO BK-CNT-TITLE.
010690     MOVE BK-LTR-MARKED TO BK-CNT-VALUE.
010700     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010710     MOVE "ADDS REMOVED" TO BK-CNT-TITLE.
010720     MOVE BK-ADDS-REMOVED TO BK-CNT-VALUE.
010730     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010740     MOVE "UPDATES REVERSED" TO BK-CNT-TITLE.
010750     MOVE BK-UPDATES-REVERSED TO BK-CNT-VALUE.
010760     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010770     MOVE "DELETES RESTORED" TO BK-CNT-TITLE.
010780     MOVE BK-DELETES-RESTORED TO BK-CNT-VALUE.
010790     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010800     MOVE "NO NET CHANGE" TO BK-CNT-TITLE.
010810     MOVE BK-NO-NET-CHANGE TO BK-CNT-VALUE.
010820     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010830     MOVE "ACCOUNTS LEFT ALONE" TO BK-CNT-TITLE.
010840     MOVE BK-LEFT-ALONE TO BK-CNT-VALUE.
010850     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010860     MOVE "UPDATES FAILED" TO BK-CNT-TITLE.
010870     MOVE BK-FAILED-COUNT TO BK-CNT-VALUE.
010880     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010890     MOVE "REVERSAL JOURNAL RECORDS WRITTEN" TO BK-CNT-TITLE.
010900     MOVE BK-REV-WRITTEN TO BK-CNT-VALUE.
010910     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
010920     MOVE "NET MOVEMENT OF THE RUN" TO BK-AMT-TITLE.
010930     MOVE BK-RUN-MOVEMENT TO BK-AMT-VALUE.
010940     MOVE BK-AMOUNT-LINE TO REPORT-RECORD.
010950     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
010960     MOVE "NET MOVEMENT REVERSED" TO BK-AMT-TITLE.
010970     MOVE BK-REV-MOVEMENT TO BK-AMT-VALUE.
010980     MOVE BK-AMOUNT-LINE TO REPORT-RECORD.
010990     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011000     MOVE SPACES TO REPORT-RECORD.
011010     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011020     EVALUATE TRUE
011030         WHEN BK-FATAL
011040             MOVE "NOTHING BACKED OUT - SEE THE MESSAGE ABOVE"
011050                 TO BK-VER-TEXT
011060         WHEN BK-FAILED-COUNT > ZERO
011070             MOVE "INCOMPLETE - UPDATE FAILURES ABOVE NEED REPAIR"
011080                 TO BK-VER-TEXT
011090         WHEN BK-LEFT-ALONE > ZERO
011100             MOVE "BACKED OUT - LEFT-ALONE ACCOUNTS TO REPAIR"
011110                 TO BK-VER-TEXT
011120         WHEN OTHER
011130             MOVE "RUN BACKED OUT IN FULL" TO BK-VER-TEXT
011140     END-EVALUATE.
011150     MOVE BK-VERDICT-LINE TO REPORT-RECORD.
011160     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011170 7000-EXIT.
011180     EXIT.
011190*
011200 7100-WRITE-COUNT.
011210     MOVE BK-COUNT-LINE TO REPORT-RECORD.
011220     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
011230 7100-EXIT.
011240     EXIT.
011250*
011260*****************************************************************
011270*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
011280*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
011290*    BREAK CANNOT CLOBBER IT.                                   *
011300*****************************************************************
011310 9100-WRITE-REPORT-LINE.
011320     MOVE REPORT-RECORD TO BK-HOLD-LINE.
011330     IF BK-LINE-COUNT > BK-LINES-PER-PAGE
011340         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
011350     END-IF.
011360     WRITE REPORT-RECORD FROM BK-HOLD-LINE
011370         AFTER ADVANCING 1 LINE.
011380     ADD 1 TO BK-LINE-COUNT.
011390 9100-EXIT.
011400     EXIT.
011410*
011420 9200-WRITE-PAGE-HEADING.
011430     ADD 1 TO BK-PAGE-COUNT.
011440     MOVE BK-RUN-DATE  TO BK-H1-DATE.
011450     MOVE BK-RUN-TIME  TO BK-H1-TIME.
011460     MOVE BK-PAGE-COUNT TO BK-H1-PAGE.
011470     MOVE BK-HEADING-1 TO REPORT-RECORD.
011480     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
011490     MOVE SPACES TO REPORT-RECORD.
011500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
011510     MOVE 3 TO BK-LINE-COUNT.
011520 9200-EXIT.
011530     EXIT.
011540*
011550*****************************************************************
011560*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
011570*****************************************************************
011580 9800-CLOSE-FILES.
011590     IF BK-UPDATE-OPEN
011600         CLOSE MASTER-FILE
011610         CLOSE REVERSAL-FILE
011620     END-IF.
011630     CLOSE REPORT-FILE.
011640 9800-EXIT.
011650     EXIT.
