001120*                     AT END - STEP NAME, RETURN CODE, RECORDS  *
001130*                     PROCESSED, END STAMP - FOR THE STRMVRFY   *
001140*                     END-OF-STREAM VERIFIER.                   *
001150*    2026-10-15 RTM  POSTINGS TO A FROZEN OR CLOSED ACCOUNT     *
001160*                     (MST-STATUS - SEE ACCMAINT) ARE NOW       *
001170*                     REJECTED 2006/2007 IN BOTH THE UPDATE AND *
001180*                     TRIAL PATHS, SO THEY LAND IN SUSFILE LIKE *
001190*                     ANY OTHER REJECT.  AN ADD OPENS THE NEW   *
001200*                     ACCOUNT WITH STATUS OPEN.                 *
001210*    2026-10-15 RTM  POSTED-BATCH REGISTER (BREGFILE - SEE      *
001220*                     BREGREC).  EVERY BALANCED BATCH IS KEYED  *
001230*                     ON ITS TRAILER'S SOURCE, BATCH DATE,      *
001240*                     COUNT AND HASH TOTAL AND LOOKED UP BEFORE *
001250*                     ANYTHING IS APPLIED - A BATCH ALREADY     *
001260*                     POSTED, UNDER ANY RUN NUMBER, REFUSES THE *
001270*                     WHOLE FILE RC 16 (MSG 0988).  AN UPDATE   *
001280*                     RUN REGISTERS ITS BATCHES, STAMPED WITH   *
001290*                     THE JOB/RUN, JUST BEFORE THE FIRST APPLY; *
001300*                     AN UNREACHABLE REGISTER DOES NOT POST     *
001310*                     (MSG 0987, RC 12).  SEE BRGMAINT FOR THE  *
001320*                     LISTING AND THE OPERATOR RELEASE.         *
001330*    2026-10-15 RTM  PREDECESSOR CHECK AT STARTUP.  THE JOB'S   *
001340*                     DEADFILE ENTRY (SEE DLNREC) NAMES THE     *
001350*                     UPSTREAM JOB IT DEPENDS ON; UNLESS THE    *
001360*                     REGISTRY HOLDS A COMPLETE RUN OF THAT JOB *
001370*                     FOR THE RUN DATE, WITH NONE STILL IN      *
001380*                     PROGRESS, THE RUN DOES NOT START.         *
001390*                     ATTENDED - OPERATOR REPLIES WAIT (CHECK   *
001400*                     AGAIN), OVERRIDE (OPERATOR ID AND REASON  *
001410*                     LOGGED AS MSG 0119 FOR THE SHIFT REPORT)  *
001420*                     OR CANCEL (RC 8).  UNATTENDED - RC 20     *
001430*                     AND AN ERROR ALERT (MSG 0986) FOR         *
001440*                     ALTDISP TO ROUTE.  A RESTART OR TRIAL RUN *
001450*                     IS NOT CHECKED.                           *
001451*    2026-10-15 RTM  A RUN THAT ENDS WITHOUT POSTING - OPERATOR *
001452*                     CANCEL, BATCH REFUSED AS ALREADY POSTED,  *
001453*                     HELD FOR ITS PREDECESSOR - IS MARKED      *
001454*                     ENDED-UNPOSTED (X) IN RESTFILE, NOT       *
001455*                     COMPLETE, SO IT NEVER SATISFIES A         *
001456*                     SUCCESSOR'S PREDECESSOR CHECK OR BACKOUT. *
001457*    2026-10-15 RTM  A PREDECESSOR COMPLETION COUNTS ONLY FOR   *
001458*                     A RUN STARTED ON OR AFTER THE RUN DATE -  *
001459*                     ONE ENDING PAST MIDNIGHT NO LONGER DOES.  *
001460*    2026-10-15 RTM  MSG 0988 NOW CARRIES THE WHOLE REGISTER    *
001461*                     KEY, HASH SIGN AND TOTAL INCLUDED, LAID   *
001462*                     OUT AS ON THE BRGMAINT REL CARD.  A       *
001463*                     REGISTER STAMP THAT CANNOT BE WRITTEN     *
001464*                     ENDS THE RUN RC 12 (MSG 0987) BEFORE      *
001465*                     ANYTHING IS APPLIED.                      *
001469*                                                                *
001470*****************************************************************
001480*
001490 ENVIRONMENT DIVISION.
001500*
001510 CONFIGURATION SECTION.
001520 SOURCE-COMPUTER.    IBM-370.
001530 OBJECT-COMPUTER.    IBM-370.
001540*
001550 INPUT-OUTPUT SECTION.
001560 FILE-CONTROL.
001570     SELECT PARM-FILE ASSIGN TO "PARMFILE"
001580         ORGANIZATION IS SEQUENTIAL
001590         FILE STATUS IS S1-PARM-STAT.
001600*
001610     SELECT MSG-FILE ASSIGN TO "MSGFILE"
001620         ORGANIZATION IS SEQUENTIAL
001630         FILE STATUS IS S1-MSG-STAT.
001640*
001650     SELECT LOG-FILE ASSIGN TO "LOGFILE"
001660         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS IS S1-LOG-STAT.
001680*
001690     SELECT RESTART-FILE ASSIGN TO "RESTFILE"
001700         ORGANIZATION IS INDEXED
001710         ACCESS MODE IS DYNAMIC
001720         RECORD KEY IS RST-KEY
001730         FILE STATUS IS S1-RST-STAT.
001740*
001750     SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
001760         ORGANIZATION IS SEQUENTIAL
001770         FILE STATUS IS S1-ALT-STAT.
001780*
001790     SELECT HIST-FILE ASSIGN TO "HISTFILE"
001800         ORGANIZATION IS SEQUENTIAL
001810         FILE STATUS IS S1-HIST-STAT.
001820*
001830     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
001840         ORGANIZATION IS SEQUENTIAL
001850         FILE STATUS IS S1-TRAN-STAT.
001860*
001870     SELECT MASTER-FILE ASSIGN TO "MASTFILE"
001880         ORGANIZATION IS INDEXED
001890         ACCESS MODE IS RANDOM
001900         RECORD KEY IS MST-ACCOUNT-ID
001910         FILE STATUS IS S1-MST-STAT.
001920*
001930     SELECT REJECT-FILE ASSIGN TO "REJFILE"
001940         ORGANIZATION IS SEQUENTIAL
001950         FILE STATUS IS S1-REJ-STAT.
001960*
001970     SELECT CONTEXT-FILE ASSIGN TO "CTXFILE"
001980         ORGANIZATION IS SEQUENTIAL
001990         FILE STATUS IS S1-CTX-STAT.
002000*
002010     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
002020         ORGANIZATION IS SEQUENTIAL
002030         FILE STATUS IS S1-JRN-STAT.
002040*
002050     SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
002060         ORGANIZATION IS INDEXED
002070         ACCESS MODE IS RANDOM
002080         RECORD KEY IS SUS-KEY
002090         FILE STATUS IS S1-SUS-STAT.
002100*
002110     SELECT PREVIEW-FILE ASSIGN TO "PREVFILE"
002120         ORGANIZATION IS SEQUENTIAL
002130         FILE STATUS IS S1-PRV-STAT.
002140*
002150     SELECT BATCH-REGISTER-FILE ASSIGN TO "BREGFILE"
002160         ORGANIZATION IS INDEXED
002170         ACCESS MODE IS RANDOM
002180         RECORD KEY IS BRG-KEY
002190         FILE STATUS IS S1-BRG-STAT.
002200*
002210     SELECT DEADLINE-FILE ASSIGN TO "DEADFILE"
002220         ORGANIZATION IS SEQUENTIAL
002230         FILE STATUS IS S1-DLN-STAT.
002240*
002250*****************************************************************
002260*                                                                *
002270*    DATA DIVISION.
002280*                                                                *
002290*****************************************************************
002300*
002310 DATA DIVISION.
002320*
002330 FILE SECTION.
002340*
002350 FD  PARM-FILE
002360     RECORDING MODE F
002370     LABEL RECORDS STANDARD
002380     BLOCK CONTAINS 0 RECORDS
002390     RECORD CONTAINS 80 CHARACTERS
002400     DATA RECORD IS PARM-RECORD.
002410     COPY PARMREC.
002420*
002430 FD  MSG-FILE
002440     RECORDING MODE F
002450     LABEL RECORDS STANDARD
002460     BLOCK CONTAINS 0 RECORDS
002470     RECORD CONTAINS 85 CHARACTERS
002480     DATA RECORD IS MSGCAT-RECORD.
002490     COPY MSGCAT.
002500*
002510 FD  LOG-FILE
002520     RECORDING MODE F
002530     LABEL RECORDS STANDARD
002540     BLOCK CONTAINS 0 RECORDS
002550     RECORD CONTAINS 119 CHARACTERS
002560     DATA RECORD IS LOG-RECORD.
002570     COPY LOGREC.
002580*
002590 FD  RESTART-FILE
002600     RECORD CONTAINS 55 CHARACTERS
002610     DATA RECORD IS RESTART-RECORD.
002620     COPY RESTREC.
002630*
002640 FD  ALERT-FILE
002650     RECORDING MODE F
002660     LABEL RECORDS STANDARD
002670     BLOCK CONTAINS 0 RECORDS
002680     RECORD CONTAINS 114 CHARACTERS
002690     DATA RECORD IS ALERT-RECORD.
002700     COPY ALTREC.
002710*
002720 FD  HIST-FILE
002730     RECORDING MODE F
002740     LABEL RECORDS STANDARD
002750     BLOCK CONTAINS 0 RECORDS
002760     RECORD CONTAINS 80 CHARACTERS
002770     DATA RECORD IS RUNH-RECORD.
002780     COPY RUNHREC.
002790*
002800 FD  TRAN-FILE
002810     RECORDING MODE F
002820     LABEL RECORDS STANDARD
002830     BLOCK CONTAINS 0 RECORDS
002840     RECORD CONTAINS 80 CHARACTERS
002850     DATA RECORD IS TRAN-RECORD.
002860     COPY TRNREC.
002870*
002880 FD  MASTER-FILE
002890     RECORD CONTAINS 70 CHARACTERS
002900     DATA RECORD IS MASTER-RECORD.
002910     COPY MASTREC.
002920*
002930 FD  REJECT-FILE
002940     RECORDING MODE F
002950     LABEL RECORDS STANDARD
002960     BLOCK CONTAINS 0 RECORDS
002970     RECORD CONTAINS 110 CHARACTERS
002980     DATA RECORD IS REJECT-RECORD.
002990 01  REJECT-RECORD.
003000     05  REJ-TRAN-IMAGE          PIC X(80).
003010     05  REJ-REASON              PIC X(30).
003020*
003030 FD  CONTEXT-FILE
003040     RECORDING MODE F
003050     LABEL RECORDS STANDARD
003060     BLOCK CONTAINS 0 RECORDS
003070     RECORD CONTAINS 80 CHARACTERS
003080     DATA RECORD IS RUN-CONTEXT-RECORD.
003090     COPY RUNCTX.
003100*
003110*    RECORD 2 ONWARD OF CTXFILE - ONE STEP-COMPLETION RECORD
003120*    APPENDED PER STEP AS IT ENDS (SEE STRMVRFY).
003130     COPY STEPREC.
003140*
003150 FD  JOURNAL-FILE
003160     RECORDING MODE F
003170     LABEL RECORDS STANDARD
003180     BLOCK CONTAINS 0 RECORDS
003190     RECORD CONTAINS 80 CHARACTERS
003200     DATA RECORD IS JOURNAL-RECORD.
003210     COPY JRNREC.
003220*
003230 FD  SUSPENSE-FILE
003240     RECORD CONTAINS 160 CHARACTERS
003250     DATA RECORD IS SUSPENSE-RECORD.
003260     COPY SUSREC.
003270*
003280 FD  PREVIEW-FILE
003290     RECORDING MODE F
003300     LABEL RECORDS STANDARD
003310     BLOCK CONTAINS 0 RECORDS
003320     RECORD CONTAINS 133 CHARACTERS
003330     DATA RECORD IS PREVIEW-RECORD.
003340 01  PREVIEW-RECORD              PIC X(133).
003350*
003360 FD  BATCH-REGISTER-FILE
003370     RECORD CONTAINS 128 CHARACTERS
003380     DATA RECORD IS BATCH-REGISTER-RECORD.
003390     COPY BREGREC.
003400*
003410 FD  DEADLINE-FILE
003420     RECORDING MODE F
003430     LABEL RECORDS STANDARD
003440     BLOCK CONTAINS 0 RECORDS
003450     RECORD CONTAINS 80 CHARACTERS
003460     DATA RECORD IS DEADLINE-RECORD.
003470     COPY DLNREC.
003480*
003490 WORKING-STORAGE SECTION.
003500*
003510 COPY MSGTBL.
003520*
003530 COPY STRTBL.
003540*
003550 COPY BNRTBL.
003560*
003570 COPY XLATE.
003580*
003590 01  S1-SWITCHES.
003600     05  S1-EOF-MSGFILE          PIC X(01) VALUE "N".
003610         88  S1-END-OF-MSGFILE       VALUE "Y".
003620     05  S1-RUN-MODE-SW          PIC X(01) VALUE "A".
003630         88  S1-MODE-ATTENDED        VALUE "A".
003640         88  S1-MODE-UNATTENDED      VALUE "U".
003650     05  S1-RESTART-SW           PIC X(01) VALUE "N".
003660         88  S1-IS-RESTART           VALUE "Y".
003670     05  S1-COMPLETION-SW        PIC X(01) VALUE "N".
003680         88  S1-STATUS-NORMAL        VALUE "N".
003690         88  S1-STATUS-ABEND         VALUE "A".
003700     05  S1-EOF-TRANFILE         PIC X(01) VALUE "N".
003710         88  S1-END-OF-TRANFILE      VALUE "Y".
003720     05  S1-TRAN-VALID-SW        PIC X(01) VALUE "Y".
003730         88  S1-TRAN-VALID           VALUE "Y".
003740     05  S1-MST-FOUND-SW         PIC X(01) VALUE "N".
003750         88  S1-MST-FOUND            VALUE "Y".
003760     05  S1-RST-FOUND-SW         PIC X(01) VALUE "N".
003770         88  S1-RST-FOUND            VALUE "Y".
003780     05  S1-CANCEL-SW            PIC X(01) VALUE "N".
003790         88  S1-OPERATOR-CANCEL      VALUE "Y".
003800     05  S1-DUPLICATE-SW         PIC X(01) VALUE "N".
003810         88  S1-DUPLICATE-RUN        VALUE "Y".
003820     05  S1-SUS-OK-SW            PIC X(01) VALUE "N".
003830         88  S1-SUS-OK               VALUE "Y".
003840     05  S1-TRIAL-SW             PIC X(01) VALUE "N".
003850         88  S1-TRIAL-RUN            VALUE "Y".
003860     05  S1-TRIAL-FOUND-SW       PIC X(01) VALUE "N".
003870         88  S1-TRIAL-FOUND          VALUE "Y".
003880     05  S1-PRV-REJHDR-SW        PIC X(01) VALUE "N".
003890         88  S1-PRV-REJHDR-DONE      VALUE "Y".
003900     05  S1-CTX-WRITTEN-SW       PIC X(01) VALUE "N".
003910         88  S1-CTX-WRITTEN          VALUE "Y".
003920     05  S1-DUP-BATCH-SW         PIC X(01) VALUE "N".
003930         88  S1-DUPLICATE-BATCH      VALUE "Y".
003940     05  S1-BREG-OPEN-SW         PIC X(01) VALUE "N".
003950         88  S1-BREG-OPEN            VALUE "Y".
003960     05  S1-BRG-FOUND-SW         PIC X(01) VALUE "N".
003970         88  S1-BRG-FOUND            VALUE "Y".
003980     05  S1-BR-MATCH-SW          PIC X(01) VALUE "N".
003990         88  S1-BR-MATCH             VALUE "Y".
004000     05  S1-EOF-DEADFILE         PIC X(01) VALUE "N".
004010         88  S1-END-OF-DEADFILE      VALUE "Y".
004020     05  S1-EOF-RESTFILE         PIC X(01) VALUE "N".
004030         88  S1-END-OF-RESTFILE      VALUE "Y".
004040     05  S1-PRED-STATE-SW        PIC X(01) VALUE "N".
004050         88  S1-PRED-MISSING         VALUE "N".
004060         88  S1-PRED-RUNNING         VALUE "S".
004070         88  S1-PRED-COMPLETE        VALUE "C".
004080         88  S1-PRED-OVERRIDDEN      VALUE "O".
004090     05  S1-PRED-HELD-SW         PIC X(01) VALUE "N".
004100         88  S1-PREDECESSOR-HELD     VALUE "Y".
004110*
004120 01  S1-FILE-STATUS-CODES.
004130     05  S1-PARM-STAT            PIC X(02) VALUE "00".
004140     05  S1-MSG-STAT             PIC X(02) VALUE "00".
004150     05  S1-LOG-STAT             PIC X(02) VALUE "00".
004160     05  S1-RST-STAT             PIC X(02) VALUE "00".
004170     05  S1-ALT-STAT             PIC X(02) VALUE "00".
004180     05  S1-HIST-STAT            PIC X(02) VALUE "00".
004190     05  S1-TRAN-STAT            PIC X(02) VALUE "00".
004200     05  S1-MST-STAT             PIC X(02) VALUE "00".
004210     05  S1-REJ-STAT             PIC X(02) VALUE "00".
004220     05  S1-CTX-STAT             PIC X(02) VALUE "00".
004230     05  S1-JRN-STAT             PIC X(02) VALUE "00".
004240     05  S1-SUS-STAT             PIC X(02) VALUE "00".
004250     05  S1-PRV-STAT             PIC X(02) VALUE "00".
004260     05  S1-BRG-STAT             PIC X(02) VALUE "00".
004270     05  S1-DLN-STAT             PIC X(02) VALUE "00".
004280*
004290 01  S1-TTY-FIELDS.
004300     05  S1-TEXT                 PIC X(80).
004310     05  S1-TEXT-LEN             PIC 9(04) COMP.
004320     05  S1-CODEPAGE             PIC X(04) VALUE "0037".
004330     05  S1-SITE-CODEPAGE        PIC X(04) VALUE "0037".
004340     05  S1-LOOKUP-NUMBER        PIC 9(04).
004350     05  S1-LOG-MSG-NUMBER       PIC 9(04).
004360     05  S1-STR-PTR              PIC 9(04) COMP.
004370*
004380 01  S1-SEVERITY-FIELDS.
004390     05  S1-MSG-SEVERITY         PIC X(01) VALUE "I".
004400     05  S1-MIN-SEVERITY         PIC X(01) VALUE "I".
004410     05  S1-SEV-RANK             PIC 9(01) COMP VALUE 1.
004420     05  S1-MIN-RANK             PIC 9(01) COMP VALUE 1.
004430     05  S1-RANK-SEV-IN          PIC X(01).
004440     05  S1-RANK-OUT             PIC 9(01) COMP.
004450     05  S1-REPLY-FLAG           PIC X(01) VALUE "N".
004460         88  S1-REPLY-REQUIRED       VALUE "Y".
004470     05  S1-OPERATOR-REPLY       PIC X(08).
004480     05  S1-REPLY-TRIES          PIC 9(01) COMP.
004490*
004500 01  S1-TRAN-FIELDS.
004510     05  S1-TRAN-READ            PIC 9(09) COMP VALUE ZERO.
004520     05  S1-TRAN-ACCEPTED        PIC 9(09) COMP VALUE ZERO.
004530     05  S1-TRAN-REJECTED        PIC 9(09) COMP VALUE ZERO.
004540     05  S1-TRAN-SKIPPED         PIC 9(09) COMP VALUE ZERO.
004550     05  S1-RESUME-COUNT         PIC 9(09) COMP VALUE ZERO.
004560     05  S1-CHKPT-FREQ           PIC 9(05) COMP VALUE 1000.
004570     05  S1-CHKPT-QUOT           PIC 9(09) COMP.
004580     05  S1-CHKPT-REM            PIC 9(09) COMP.
004590     05  S1-TRAN-AMOUNT          PIC S9(09)V99 COMP-3.
004600     05  S1-REJECT-REASON        PIC X(30).
004610     05  S1-REJECT-CODE          PIC X(04).
004620     05  S1-CNT-READ             PIC 9(07).
004630     05  S1-CNT-ACCEPTED         PIC 9(07).
004640     05  S1-CNT-REJECTED         PIC 9(07).
004650     05  S1-CNT-SKIPPED          PIC 9(07).
004660*
004670*    BATCH-CONTROL WORK FIELDS FOR THE 7050 PRE-POSTING PASS.
004680*    THE HASH TOTAL IS THE SUM OF THE SIGNED DETAIL AMOUNTS -
004690*    WIDE ENOUGH THAT A FULL FILE OF MAXIMUM AMOUNTS CANNOT
004700*    OVERFLOW IT.
004710 01  S1-BATCH-FIELDS.
004720     05  S1-BC-IN-BATCH-SW       PIC X(01) VALUE "N".
004730         88  S1-BC-IN-BATCH          VALUE "Y".
004740     05  S1-BC-ERRORS            PIC 9(05) COMP VALUE ZERO.
004750     05  S1-BC-VERIFY-READ       PIC 9(09) COMP VALUE ZERO.
004760     05  S1-BC-DETAIL-COUNT      PIC 9(09) COMP VALUE ZERO.
004770     05  S1-BC-HASH-TOTAL        PIC S9(11)V99 COMP-3
004780                                 VALUE ZERO.
004790     05  S1-BC-EXP-HASH          PIC S9(11)V99 COMP-3.
004800     05  S1-BATCH-STATUS-TEXT    PIC X(08) VALUE "EMPTY".
004810*
004820*    POSTED-BATCH REGISTER WORK FIELDS.  7075 NOTES THE KEY OF
004830*    EVERY BATCH THAT BALANCES (SAME LAYOUT AS BRG-KEY); 7080
004840*    LOOKS EACH ONE UP AND 7090 REGISTERS THEM.  DISPOSITION -
004850*    N NEW, R RELEASED BY THE OPERATOR, S ALREADY STAMPED BY
004860*    THIS SAME JOB/RUN (A RESTART), D DUPLICATE.  AN EMPTY
004870*    BATCH POSTS NOTHING AND IS NEVER REGISTERED.
004880 01  S1-BREG-FIELDS.
004890     05  S1-BR-ERRORS-HOLD       PIC 9(05) COMP.
004900     05  S1-BR-DUP-COUNT         PIC 9(04) COMP VALUE ZERO.
004910     05  S1-BR-WORK-KEY.
004920         10  S1-BRK-SOURCE       PIC X(08).
004930         10  S1-BRK-DATE         PIC X(08).
004940         10  S1-BRK-COUNT        PIC 9(09).
004950         10  S1-BRK-HASH-SIGN    PIC X(01).
004960         10  S1-BRK-HASH         PIC 9(11)V99.
004970     05  S1-BR-DUP-TEXT          PIC X(30).
004980*
004990 01  S1-BREG-TABLE-AREA.
005000     05  S1-BR-COUNT             PIC 9(04) COMP VALUE ZERO.
005010     05  S1-BR-ENTRY OCCURS 1 TO 200 TIMES
005020                 DEPENDING ON S1-BR-COUNT
005030                 INDEXED BY BR-IDX.
005040         10  S1-BR-KEY           PIC X(39).
005050         10  S1-BR-DISP          PIC X(01).
005060*
005070*    JOURNAL WORK FIELDS - THE BALANCE IMAGES AROUND ONE APPLY
005080*    AND THE SIGN-SPLITTING SCRATCH FIELDS 7360 USES TO RENDER
005090*    A SIGNED VALUE INTO THE JOURNAL'S SIGN-COLUMN FORMAT.
005100 01  S1-JOURNAL-FIELDS.
005110     05  S1-BAL-BEFORE           PIC S9(09)V99 COMP-3
005120                                 VALUE ZERO.
005130     05  S1-BAL-AFTER            PIC S9(09)V99 COMP-3
005140                                 VALUE ZERO.
005150     05  S1-SGN-IN               PIC S9(09)V99 COMP-3.
005160     05  S1-SGN-SIGN             PIC X(01).
005170     05  S1-SGN-VALUE            PIC 9(09)V99.
005180*
005190*    TRIAL-RUN PROJECTION TABLE - ONE ENTRY PER ACCOUNT THE
005200*    BATCH TOUCHES.  THE MASTER IS READ ONCE PER ACCOUNT AND
005210*    EVERY LATER TRANSACTION WORKS AGAINST THE PROJECTED
005220*    BALANCE HELD HERE, SO A MULTI-TRANSACTION ACCOUNT
005230*    PREVIEWS EXACTLY AS IT WOULD POST.
005240 01  S1-TRIAL-FIELDS.
005250     05  S1-TRIAL-COUNT          PIC 9(04) COMP VALUE ZERO.
005260     05  S1-CRT-ON-MASTER        PIC X(01).
005270     05  S1-CRT-STATUS           PIC X(01).
005280     05  S1-CRT-BALANCE          PIC S9(09)V99 COMP-3.
005290     05  S1-PRV-REJECTS          PIC 9(07) COMP VALUE ZERO.
005300     05  S1-PRV-LINE-COUNT       PIC 9(03) COMP VALUE 99.
005310     05  S1-PRV-PAGE-COUNT       PIC 9(05) COMP VALUE ZERO.
005320     05  S1-PRV-LINES-PER-PAGE   PIC 9(03) COMP VALUE 56.
005330*
005340 01  S1-TRIAL-TABLE-AREA.
005350     05  S1-TRIAL-ENTRY OCCURS 500 TIMES
005360                 INDEXED BY TRL-IDX TRL-IDX2.
005370         10  S1-T-ACCOUNT-ID     PIC X(10).
005380         10  S1-T-ON-MASTER      PIC X(01).
005390         10  S1-T-DELETED-SW     PIC X(01).
005400         10  S1-T-STATUS         PIC X(01).
005410             88  S1-T-FROZEN         VALUE "F".
005420             88  S1-T-CLOSED         VALUE "C".
005430         10  S1-T-BAL-BEFORE     PIC S9(09)V99 COMP-3.
005440         10  S1-T-BAL-AFTER      PIC S9(09)V99 COMP-3.
005450         10  S1-T-TRAN-COUNT     PIC 9(05) COMP.
005460*
005470 01  S1-PRV-HOLD-LINE            PIC X(133).
005480*
005490 01  S1-PRV-HEADING-1.
005500     05  FILLER                  PIC X(01) VALUE SPACE.
005510     05  FILLER                  PIC X(31) VALUE
005520             "TRANSACTION TRIAL-RUN PREVIEW  ".
005530     05  FILLER                  PIC X(04) VALUE "JOB ".
005540     05  S1-PH1-JOB              PIC X(08).
005550     05  FILLER                  PIC X(06) VALUE " DATE ".
005560     05  S1-PH1-DATE             PIC X(08).
005570     05  FILLER                  PIC X(06) VALUE " PAGE ".
005580     05  S1-PH1-PAGE             PIC Z(04)9.
005590     05  FILLER                  PIC X(64) VALUE SPACES.
005600*
005610 01  S1-PRV-REJ-SECTION.
005620     05  FILLER                  PIC X(01) VALUE SPACE.
005630     05  FILLER                  PIC X(21) VALUE
005640             "REJECTED TRANSACTIONS".
005650     05  FILLER                  PIC X(111) VALUE SPACES.
005660*
005670 01  S1-PRV-REJ-LINE.
005680     05  FILLER                  PIC X(01) VALUE SPACE.
005690     05  S1-PRJ-ACTION           PIC X(01).
005700     05  FILLER                  PIC X(01) VALUE SPACE.
005710     05  S1-PRJ-ACCOUNT          PIC X(10).
005720     05  FILLER                  PIC X(01) VALUE SPACE.
005730     05  S1-PRJ-SIGN             PIC X(01).
005740     05  S1-PRJ-AMOUNT           PIC X(09).
005750     05  FILLER                  PIC X(02) VALUE SPACES.
005760     05  S1-PRJ-REASON           PIC X(30).
005770     05  FILLER                  PIC X(77) VALUE SPACES.
005780*
005790 01  S1-PRV-ACCT-SECTION.
005800     05  FILLER                  PIC X(01) VALUE SPACE.
005810     05  FILLER                  PIC X(27) VALUE
005820             "PER-ACCOUNT BALANCE PREVIEW".
005830     05  FILLER                  PIC X(105) VALUE SPACES.
005840*
005850 01  S1-PRV-ACCT-HEADING.
005860     05  FILLER                  PIC X(01) VALUE SPACE.
005870     05  FILLER                  PIC X(12) VALUE "ACCOUNT     ".
005880     05  FILLER                  PIC X(09) VALUE "DISP     ".
005890     05  FILLER                  PIC X(16) VALUE
005900             "BALANCE BEFORE  ".
005910     05  FILLER                  PIC X(16) VALUE
005920             "BALANCE AFTER   ".
005930     05  FILLER                  PIC X(05) VALUE "TRANS".
005940     05  FILLER                  PIC X(74) VALUE SPACES.
005950*
005960 01  S1-PRV-ACCT-LINE.
005970     05  FILLER                  PIC X(01) VALUE SPACE.
005980     05  S1-PAC-ACCOUNT          PIC X(10).
005990     05  FILLER                  PIC X(02) VALUE SPACES.
006000     05  S1-PAC-DISP             PIC X(07).
006010     05  FILLER                  PIC X(02) VALUE SPACES.
006020     05  S1-PAC-BEFORE           PIC -(10)9.99.
006030     05  FILLER                  PIC X(01) VALUE SPACE.
006040     05  S1-PAC-AFTER            PIC -(10)9.99.
006050     05  FILLER                  PIC X(02) VALUE SPACES.
006060     05  S1-PAC-TRANS            PIC Z(04)9.
006070     05  FILLER                  PIC X(75) VALUE SPACES.
006080*
006090 01  S1-PRV-TOTAL-LINE.
006100     05  FILLER                  PIC X(01) VALUE SPACE.
006110     05  FILLER                  PIC X(17) VALUE
006120             "ACCOUNTS TOUCHED ".
006130     05  S1-PTL-ACCOUNTS         PIC Z(04)9.
006140     05  FILLER                  PIC X(16) VALUE
006150             "  TRIAL REJECTS ".
006160     05  S1-PTL-REJECTS          PIC Z(06)9.
006170     05  FILLER                  PIC X(87) VALUE SPACES.
006180*
006190*    PREDECESSOR-CHECK WORK FIELDS.  THE UPSTREAM JOB COMES
006200*    FROM DEADFILE; THE RUN NUMBER IS THE REGISTRY ENTRY THAT
006210*    DECIDED ITS STATE.  AN OVERRIDE CARRIES THE OPERATOR ID
006220*    AND REASON TYPED AT THE CONSOLE INTO THE LOG.
006230 01  S1-PREDECESSOR-FIELDS.
006240     05  S1-PRED-JOB-NAME        PIC X(08).
006250     05  S1-PRED-RUN-NUMBER      PIC 9(05).
006260     05  S1-PRED-RUN-DATE        PIC X(08).
006270     05  S1-OVR-OPERATOR         PIC X(08).
006280     05  S1-OVR-REASON           PIC X(40).
006290*
006300*    ACTIVE-RUN INTERLOCK WORK FIELDS.  THE LOCK WINDOW IS SET
006310*    WELL ABOVE THE CHECKPOINT CADENCE SO A LIVE RUN IS NEVER
006320*    MISTAKEN FOR A DEAD ONE BETWEEN HEARTBEATS.
006330 01  S1-LOCK-FIELDS.
006340     05  S1-LOCK-WINDOW-SECS     PIC 9(05) COMP VALUE 900.
006350     05  S1-HB-TIME              PIC X(08).
006360     05  S1-HB-TIME-N REDEFINES S1-HB-TIME.
006370         10  S1-HB-HH            PIC 9(02).
006380         10  S1-HB-MM            PIC 9(02).
006390         10  S1-HB-SS            PIC 9(02).
006400         10  FILLER              PIC 9(02).
006410     05  S1-HB-SECS              PIC 9(07) COMP.
006420     05  S1-NOW-SECS             PIC 9(07) COMP.
006430     05  S1-HB-DELTA             PIC S9(09) COMP.
006440     05  S1-D2D-DATE             PIC X(08).
006450     05  S1-D2D-DATE-N REDEFINES S1-D2D-DATE.
006460         10  S1-D2D-YYYY         PIC 9(04).
006470         10  S1-D2D-MM           PIC 9(02).
006480         10  S1-D2D-DD           PIC 9(02).
006490     05  S1-D2D-Y                PIC 9(08) COMP.
006500     05  S1-D2D-M                PIC 9(02) COMP.
006510     05  S1-D2D-DAYS             PIC 9(08) COMP.
006520     05  S1-HB-DAYS              PIC 9(08) COMP.
006530     05  S1-TODAY-DAYS           PIC 9(08) COMP.
006540*
006550 01  S1-JOB-FIELDS.
006560     05  S1-JOB-ID               PIC X(08).
006570     05  S1-RUN-NUMBER           PIC 9(05).
006580     05  S1-MSG-COUNT            PIC 9(07) COMP VALUE ZERO.
006590*
006600 01  S1-TIME-FIELDS.
006610     05  S1-START-DATE           PIC X(08).
006620     05  S1-START-TIME           PIC X(08).
006630     05  S1-START-TIME-N REDEFINES S1-START-TIME.
006640         10  S1-START-HH         PIC 9(02).
006650         10  S1-START-MM         PIC 9(02).
006660         10  S1-START-SS         PIC 9(02).
006670         10  S1-START-TH         PIC 9(02).
006680     05  S1-END-DATE             PIC X(08).
006690     05  S1-END-TIME             PIC X(08).
006700     05  S1-END-TIME-N REDEFINES S1-END-TIME.
006710         10  S1-END-HH           PIC 9(02).
006720         10  S1-END-MM           PIC 9(02).
006730         10  S1-END-SS           PIC 9(02).
006740         10  S1-END-TH           PIC 9(02).
006750     05  S1-NOW-DATE             PIC X(08).
006760     05  S1-NOW-TIME             PIC X(08).
006770     05  S1-START-SECS           PIC 9(07).
006780     05  S1-END-SECS             PIC 9(07).
006790     05  S1-ELAPSED-SECS         PIC 9(07).
006800     05  S1-ELAPSED-REM          PIC 9(07).
006810     05  S1-ELAPSED-HH           PIC 9(02).
006820     05  S1-ELAPSED-MM           PIC 9(02).
006830     05  S1-ELAPSED-SS           PIC 9(02).
006840     05  S1-ELAPSED-DISPLAY      PIC X(08).
006850*
006860 01  S1-COMPLETION-TEXT          PIC X(80).
006870 01  S1-COMPLETION-STATUS-TEXT   PIC X(06).
006880*
006890*****************************************************************
006900*                                                                *
006910*    PROCEDURE DIVISION.
006920*                                                                *
006930*****************************************************************
006940*
006950 PROCEDURE DIVISION.
006960*
006970*****************************************************************
006980*    0000-MAINLINE - OVERALL JOB-STEP FLOW.                     *
006990*****************************************************************
007000 0000-MAINLINE.
007010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007020     PERFORM 2000-LOAD-MSG-CATALOG THRU 2000-EXIT.
007030     PERFORM 1500-VALIDATE-PARM THRU 1500-EXIT.
007040     IF S1-STATUS-ABEND
007050         GO TO 0000-FINISH
007060     END-IF.
007070*    A TRIAL RUN TOUCHES NOTHING - IT TAKES NO ACTIVE-RUN LOCK
007080*    AND NEVER LOOKS LIKE A RESTART, SO A CRASHED REAL RUN'S
007090*    CHECKPOINT POSITION IS LEFT ALONE FOR THE REAL RERUN.
007100     IF NOT S1-TRIAL-RUN
007110         PERFORM 3000-CHECK-RESTART THRU 3000-EXIT
007120     END-IF.
007130     IF S1-DUPLICATE-RUN
007140         MOVE 4 TO RETURN-CODE
007150         PERFORM 9800-CLOSE-FILES THRU 9800-EXIT
007160         GOBACK
007170     END-IF.
007180*    A RESTART RESUMES A RUN THAT WAS ALREADY ALLOWED TO START,
007190*    SO ONLY A FRESH REAL RUN WAITS ON ITS PREDECESSOR.
007200     IF NOT S1-TRIAL-RUN AND NOT S1-IS-RESTART
007210         PERFORM 3100-CHECK-PREDECESSOR THRU 3100-EXIT
007220     END-IF.
007230     IF S1-STATUS-ABEND
007240         GO TO 0000-FINISH
007250     END-IF.
007260     PERFORM 3500-WRITE-RUN-CONTEXT THRU 3500-EXIT.
007270     IF NOT S1-IS-RESTART
007280         PERFORM 4000-BUILD-STARTUP-BANNER THRU 4000-EXIT
007290         PERFORM 6000-WRITE-BANNER THRU 6000-EXIT
007300         PERFORM 5000-WRITE-STARTUP-SEQUENCE THRU 5000-EXIT
007310     ELSE
007320         MOVE 0110 TO S1-LOOKUP-NUMBER
007330         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
007340     END-IF.
007350     IF S1-STATUS-ABEND
007360         GO TO 0000-FINISH
007370     END-IF.
007380     MOVE 0103 TO S1-LOOKUP-NUMBER.
007390     PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT.
007400     IF S1-STATUS-ABEND
007410         GO TO 0000-FINISH
007420     END-IF.
007430     PERFORM 7000-MAIN-PROCESS THRU 7000-EXIT.
007440*
007450 0000-FINISH.
007460     PERFORM 8000-WRITE-COMPLETION THRU 8000-EXIT.
007470     PERFORM 3600-WRITE-STEP-COMPLETE THRU 3600-EXIT.
007480     PERFORM 8200-WRITE-RUN-HISTORY THRU 8200-EXIT.
007490     PERFORM 3900-UPDATE-RESTART-COMPLETE THRU 3900-EXIT.
007500     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
007510     EVALUATE TRUE
007520         WHEN S1-OPERATOR-CANCEL
007530             MOVE 8 TO RETURN-CODE
007540         WHEN S1-DUPLICATE-BATCH
007550             MOVE 16 TO RETURN-CODE
007560         WHEN S1-PREDECESSOR-HELD
007570             MOVE 20 TO RETURN-CODE
007580         WHEN S1-STATUS-ABEND
007590             MOVE 12 TO RETURN-CODE
007600         WHEN OTHER
007610             MOVE 0 TO RETURN-CODE
007620     END-EVALUATE.
007630     GOBACK.
007640*
007650*****************************************************************
007660*    1000-INITIALIZE - OPEN PARMFILE/LOGFILE, ESTABLISH RUN     *
007670*    IDENTITY AND RUN MODE FOR THIS EXECUTION.                  *
007680*****************************************************************
007690 1000-INITIALIZE.
007700     ACCEPT S1-START-DATE FROM DATE YYYYMMDD.
007710     ACCEPT S1-START-TIME FROM TIME.
007720     SET S1-STATUS-NORMAL TO TRUE.
007730     OPEN INPUT PARM-FILE.
007740     IF S1-PARM-STAT = "00"
007750         READ PARM-FILE
007760             AT END
007770                 PERFORM 1100-DEFAULT-PARM THRU 1100-EXIT
007780         END-READ
007790         CLOSE PARM-FILE
007800     ELSE
007810         PERFORM 1100-DEFAULT-PARM THRU 1100-EXIT
007820     END-IF.
007830     MOVE PARM-JOB-NAME TO S1-JOB-ID.
007840     MOVE PARM-RUN-NUMBER TO S1-RUN-NUMBER.
007850     IF PARM-MODE-UNATTENDED
007860         SET S1-MODE-UNATTENDED TO TRUE
007870     ELSE
007880         SET S1-MODE-ATTENDED TO TRUE
007890     END-IF.
007900     IF PARM-MODE-TRIAL
007910         SET S1-TRIAL-RUN TO TRUE
007920     END-IF.
007930     IF PARM-SITE-CODEPAGE NOT = SPACES
007940         MOVE PARM-SITE-CODEPAGE TO S1-SITE-CODEPAGE
007950     END-IF.
007960     IF PARM-MIN-SEVERITY NOT = SPACE
007970         MOVE PARM-MIN-SEVERITY TO S1-MIN-SEVERITY
007980     END-IF.
007990     MOVE S1-MIN-SEVERITY TO S1-RANK-SEV-IN.
008000     PERFORM 9250-RANK-SEVERITY THRU 9250-EXIT.
008010     MOVE S1-RANK-OUT TO S1-MIN-RANK.
008020     IF PARM-CHECKPOINT-FREQ IS NUMERIC
008030             AND PARM-CHECKPOINT-FREQ > ZERO
008040         MOVE PARM-CHECKPOINT-FREQ TO S1-CHKPT-FREQ
008050     END-IF.
008060     OPEN EXTEND LOG-FILE.
008070     IF S1-LOG-STAT NOT = "00"
008080         OPEN OUTPUT LOG-FILE
008090     END-IF.
008100     OPEN EXTEND ALERT-FILE.
008110     IF S1-ALT-STAT NOT = "00"
008120         OPEN OUTPUT ALERT-FILE
008130     END-IF.
008140 1000-EXIT.
008150     EXIT.
008160*
008170*****************************************************************
008180*    1100-DEFAULT-PARM - SUPPLIES A PARM RECORD WHEN PARMFILE   *
008190*    IS MISSING SO THE STEP CAN STILL RUN STANDALONE.           *
008200*****************************************************************
008210 1100-DEFAULT-PARM.
008220     MOVE "SAMPLE1 " TO PARM-JOB-NAME.
008230     MOVE S1-START-DATE TO PARM-RUN-DATE.
008240     MOVE 1 TO PARM-RUN-NUMBER.
008250     MOVE "A" TO PARM-RUN-MODE.
008260     MOVE S1-SITE-CODEPAGE TO PARM-SITE-CODEPAGE.
008270     MOVE "I" TO PARM-MIN-SEVERITY.
008280     MOVE ZERO TO PARM-CHECKPOINT-FREQ.
008290 1100-EXIT.
008300     EXIT.
008310*
008320*****************************************************************
008330*    1500-VALIDATE-PARM - REJECTS AN UNRECOGNIZED RUN-MODE OR   *
008340*    MINIMUM-SEVERITY VALUE RATHER THAN GUESSING WHAT THE       *
008350*    OPERATOR MEANT.                                            *
008360*****************************************************************
008370 1500-VALIDATE-PARM.
008380     IF PARM-MODE-ATTENDED OR PARM-MODE-UNATTENDED
008390             OR PARM-MODE-TRIAL
008400         SET S1-STATUS-NORMAL TO TRUE
008410     ELSE
008420         SET S1-STATUS-ABEND TO TRUE
008430         MOVE 0999 TO S1-LOOKUP-NUMBER
008440         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
008450         GO TO 1500-EXIT
008460     END-IF.
008470     IF PARM-MIN-SEV-INFO OR PARM-MIN-SEV-WARNING
008480             OR PARM-MIN-SEV-ERROR
008490         CONTINUE
008500     ELSE
008510         SET S1-STATUS-ABEND TO TRUE
008520         MOVE 0998 TO S1-LOOKUP-NUMBER
008530         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
008540     END-IF.
008550 1500-EXIT.
008560     EXIT.
008570*
008580*****************************************************************
008590*    2000-LOAD-MSG-CATALOG - READS MSGFILE ENTIRELY INTO THE    *
008600*    MC-TABLE SO OPERATOR TEXT CAN BE MAINTAINED WITHOUT A      *
008610*    RECOMPILE.  A MISSING OR EMPTY MSGFILE IS NOT FATAL - THE  *
008620*    TABLE IS SIMPLY LEFT EMPTY AND LOOKUPS FALL BACK TO A      *
008630*    NOT-FOUND MESSAGE.
008640*****************************************************************
008650 2000-LOAD-MSG-CATALOG.
008660     MOVE ZERO TO MC-TABLE-COUNT.
008670     MOVE "N" TO S1-EOF-MSGFILE.
008680     OPEN INPUT MSG-FILE.
008690     IF S1-MSG-STAT NOT = "00"
008700         GO TO 2000-EXIT
008710     END-IF.
008720     PERFORM 2100-LOAD-ONE-MESSAGE THRU 2100-EXIT
008730         UNTIL S1-END-OF-MSGFILE.
008740     CLOSE MSG-FILE.
008750 2000-EXIT.
008760     EXIT.
008770*
008780 2100-LOAD-ONE-MESSAGE.
008790     READ MSG-FILE
008800         AT END
008810             SET S1-END-OF-MSGFILE TO TRUE
008820     END-READ.
008830     IF S1-END-OF-MSGFILE
008840         GO TO 2100-EXIT
008850     END-IF.
008860     IF MC-TABLE-COUNT < 50
008870         ADD 1 TO MC-TABLE-COUNT
008880         SET MC-IDX TO MC-TABLE-COUNT
008890         MOVE MC-MSG-NUMBER    TO MCT-MSG-NUMBER (MC-IDX)
008900         MOVE MC-SEVERITY      TO MCT-SEVERITY (MC-IDX)
008910         MOVE MC-CODEPAGE      TO MCT-CODEPAGE (MC-IDX)
008920         MOVE MC-TEXT-LENGTH   TO MCT-TEXT-LENGTH (MC-IDX)
008930         MOVE MC-TEXT          TO MCT-TEXT (MC-IDX)
008940         MOVE MC-REPLY-FLAG    TO MCT-REPLY-FLAG (MC-IDX)
008950     END-IF.
008960 2100-EXIT.
008970     EXIT.
008980*
008990*****************************************************************
009000*    3000-CHECK-RESTART - ESTABLISHES WHETHER THIS IS A FRESH   *
009010*    RUN OR THE RESTART OF A STEP THAT DID NOT COMPLETE, AND    *
009020*    MARKS THIS JOB/RUN NUMBER IN-PROGRESS IN THE KEYED        *
009030*    RESTART REGISTRY.  A FIRST RUN AGAINST A SITE ALLOCATES    *
009040*    AN EMPTY REGISTRY AND LOADS ITS FIRST RECORD.              *
009050*****************************************************************
009060 3000-CHECK-RESTART.
009070     OPEN I-O RESTART-FILE.
009080     IF S1-RST-STAT = "35"
009090         OPEN OUTPUT RESTART-FILE
009100         CLOSE RESTART-FILE
009110         OPEN I-O RESTART-FILE
009120     END-IF.
009130     IF S1-RST-STAT NOT = "00"
009140         GO TO 3000-EXIT
009150     END-IF.
009160     MOVE S1-JOB-ID TO RST-JOB-NAME.
009170     MOVE S1-RUN-NUMBER TO RST-RUN-NUMBER.
009180     READ RESTART-FILE
009190         INVALID KEY
009200             MOVE "N" TO S1-RST-FOUND-SW
009210         NOT INVALID KEY
009220             MOVE "Y" TO S1-RST-FOUND-SW
009230     END-READ.
009240     IF S1-RST-FOUND AND RST-IN-PROGRESS
009250         PERFORM 3050-CHECK-ACTIVE-DUPLICATE THRU 3050-EXIT
009260     END-IF.
009270     IF S1-DUPLICATE-RUN
009280         CLOSE RESTART-FILE
009290         MOVE 0113 TO S1-LOOKUP-NUMBER
009300         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
009310         GO TO 3000-EXIT
009320     END-IF.
009330     IF S1-RST-FOUND AND RST-IN-PROGRESS
009340         SET S1-IS-RESTART TO TRUE
009350     END-IF.
009360     IF S1-IS-RESTART
009370             AND RST-CHECKPOINT-COUNT IS NUMERIC
009380         MOVE RST-CHECKPOINT-COUNT TO S1-RESUME-COUNT
009390     ELSE
009400         MOVE ZERO TO RST-CHECKPOINT-COUNT
009410     END-IF.
009420     MOVE S1-JOB-ID TO RST-JOB-NAME.
009430     MOVE S1-RUN-NUMBER TO RST-RUN-NUMBER.
009440     SET RST-IN-PROGRESS TO TRUE.
009450     MOVE S1-START-DATE TO RST-LAST-UPDATE-DATE.
009460     MOVE S1-START-TIME TO RST-LAST-UPDATE-TIME.
009470     MOVE S1-START-DATE TO RST-START-DATE.
009480     MOVE S1-START-TIME TO RST-START-TIME.
009490     IF S1-RST-FOUND
009500         REWRITE RESTART-RECORD
009510     ELSE
009520         WRITE RESTART-RECORD
009530     END-IF.
009540     CLOSE RESTART-FILE.
009550 3000-EXIT.
009560     EXIT.
009570*
009580*****************************************************************
009590*    3050-CHECK-ACTIVE-DUPLICATE - DECIDES WHETHER AN IN-       *
009600*    PROGRESS REGISTRY RECORD BELONGS TO AN EXECUTION THAT IS   *
009610*    STILL ALIVE (ITS HEARTBEAT - THE LAST UPDATE STAMP, KEPT   *
009620*    FRESH BY EVERY CHECKPOINT - IS WITHIN THE LOCK WINDOW) OR  *
009630*    TO ONE THAT FAILED AND MAY BE RESTARTED.  A LIVE HOLDER    *
009640*    MAKES THIS SUBMISSION A DUPLICATE TO BE REJECTED, NEVER    *
009650*    A RESTART.                                                 *
009660*****************************************************************
009670 3050-CHECK-ACTIVE-DUPLICATE.
009680     IF RST-LAST-UPDATE-DATE IS NOT NUMERIC
009690         GO TO 3050-EXIT
009700     END-IF.
009710     COMPUTE S1-NOW-SECS =
009720         (S1-START-HH * 3600) + (S1-START-MM * 60)
009730         + S1-START-SS.
009740     MOVE RST-LAST-UPDATE-TIME TO S1-HB-TIME.
009750     IF S1-HB-TIME IS NOT NUMERIC
009760         GO TO 3050-EXIT
009770     END-IF.
009780     COMPUTE S1-HB-SECS =
009790         (S1-HB-HH * 3600) + (S1-HB-MM * 60) + S1-HB-SS.
009800     MOVE S1-START-DATE TO S1-D2D-DATE.
009810     PERFORM 9850-DATE-TO-DAYS THRU 9850-EXIT.
009820     MOVE S1-D2D-DAYS TO S1-TODAY-DAYS.
009830     MOVE RST-LAST-UPDATE-DATE TO S1-D2D-DATE.
009840     PERFORM 9850-DATE-TO-DAYS THRU 9850-EXIT.
009850     MOVE S1-D2D-DAYS TO S1-HB-DAYS.
009860     COMPUTE S1-HB-DELTA =
009870         ((S1-TODAY-DAYS - S1-HB-DAYS) * 86400)
009880         + S1-NOW-SECS - S1-HB-SECS.
009890     IF S1-HB-DELTA <= S1-LOCK-WINDOW-SECS
009900         SET S1-DUPLICATE-RUN TO TRUE
009910     END-IF.
009920 3050-EXIT.
009930     EXIT.
009940*
009950*****************************************************************
009960*    3100-CHECK-PREDECESSOR - HOLDS A FRESH RUN UNTIL THE JOB   *
009970*    IT DEPENDS ON (DLN-DEPENDS-ON ON ITS DEADFILE ENTRY) HAS   *
009980*    A COMPLETE RUN IN THE REGISTRY FOR THE RUN DATE AND NONE   *
009990*    STILL IN PROGRESS.  NO DEADFILE ENTRY OR NO PREDECESSOR    *
010000*    MEANS NOTHING TO WAIT FOR.  AN UNATTENDED RUN CANNOT ASK,  *
010010*    SO IT ENDS RC 20 WITH AN ERROR ALERT; AN ATTENDED RUN      *
010020*    PUTS THE DECISION TO THE OPERATOR (SEE 3200).              *
010030*****************************************************************
010040 3100-CHECK-PREDECESSOR.
010050     MOVE SPACES TO S1-PRED-JOB-NAME.
010060     MOVE "N" TO S1-EOF-DEADFILE.
010070     OPEN INPUT DEADLINE-FILE.
010080     IF S1-DLN-STAT NOT = "00"
010090         MOVE 0120 TO S1-LOOKUP-NUMBER
010100         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
010110         GO TO 3100-EXIT
010120     END-IF.
010130     PERFORM 3110-FIND-DEADLINE-ENTRY THRU 3110-EXIT
010140         UNTIL S1-END-OF-DEADFILE.
010150     CLOSE DEADLINE-FILE.
010160     IF S1-PRED-JOB-NAME = SPACES
010170             OR S1-PRED-JOB-NAME = S1-JOB-ID
010180         GO TO 3100-EXIT
010190     END-IF.
010200     MOVE PARM-RUN-DATE TO S1-PRED-RUN-DATE.
010210     IF S1-PRED-RUN-DATE IS NOT NUMERIC
010220         MOVE S1-START-DATE TO S1-PRED-RUN-DATE
010230     END-IF.
010240     PERFORM 3150-SCAN-PREDECESSOR THRU 3150-EXIT.
010250     PERFORM 3170-REPORT-PREDECESSOR THRU 3170-EXIT.
010260     IF S1-PRED-COMPLETE
010270         GO TO 3100-EXIT
010280     END-IF.
010290     IF S1-MODE-UNATTENDED
010300         SET S1-PREDECESSOR-HELD TO TRUE
010310         SET S1-STATUS-ABEND TO TRUE
010320         PERFORM 3180-REPORT-HELD THRU 3180-EXIT
010330         GO TO 3100-EXIT
010340     END-IF.
010350     PERFORM 3200-PREDECESSOR-REPLY THRU 3200-EXIT.
010360 3100-EXIT.
010370     EXIT.
010380*
010390 3110-FIND-DEADLINE-ENTRY.
010400     READ DEADLINE-FILE
010410         AT END
010420             SET S1-END-OF-DEADFILE TO TRUE
010430     END-READ.
010440     IF S1-END-OF-DEADFILE
010450         GO TO 3110-EXIT
010460     END-IF.
010470     IF DLN-JOB-NAME = S1-JOB-ID
010480         MOVE DLN-DEPENDS-ON TO S1-PRED-JOB-NAME
010490         SET S1-END-OF-DEADFILE TO TRUE
010500     END-IF.
010510 3110-EXIT.
010520     EXIT.
010530*
010540*****************************************************************
010550*    3150-SCAN-PREDECESSOR - READS EVERY REGISTRY RECORD OF THE *
010560*    PREDECESSOR JOB, IN RUN-NUMBER ORDER.  A RUN STARTED ON OR *
010570*    AFTER THE RUN DATE AND STILL IN PROGRESS OUTRANKS ANY      *
010580*    COMPLETION - IT MAY STILL BE WRITING WHAT THIS JOB READS.  *
010590*    AN UNREACHABLE REGISTRY PROVES NOTHING - THE PREDECESSOR   *
010600*    IS TAKEN AS MISSING.  A COMPLETION COUNTS ONLY FOR A RUN   *
010601*    STARTED ON OR AFTER THE RUN DATE - YESTERDAY'S RUN THAT    *
010602*    FINISHED AFTER MIDNIGHT IS NOT TODAY'S.                    *
010610*****************************************************************
010620 3150-SCAN-PREDECESSOR.
010630     SET S1-PRED-MISSING TO TRUE.
010640     MOVE ZERO TO S1-PRED-RUN-NUMBER.
010650     MOVE "N" TO S1-EOF-RESTFILE.
010660     OPEN INPUT RESTART-FILE.
010670     IF S1-RST-STAT NOT = "00"
010680         GO TO 3150-EXIT
010690     END-IF.
010700     MOVE S1-PRED-JOB-NAME TO RST-JOB-NAME.
010710     MOVE ZERO TO RST-RUN-NUMBER.
010720     START RESTART-FILE KEY IS NOT LESS THAN RST-KEY
010730         INVALID KEY
010740             SET S1-END-OF-RESTFILE TO TRUE
010750     END-START.
010760     PERFORM 3160-SCAN-ONE-ENTRY THRU 3160-EXIT
010770         UNTIL S1-END-OF-RESTFILE.
010780     CLOSE RESTART-FILE.
010790 3150-EXIT.
010800     EXIT.
010810*
010820 3160-SCAN-ONE-ENTRY.
010830     READ RESTART-FILE NEXT
010840         AT END
010850             SET S1-END-OF-RESTFILE TO TRUE
010860     END-READ.
010870     IF S1-END-OF-RESTFILE
010880         GO TO 3160-EXIT
010890     END-IF.
010900     IF RST-JOB-NAME NOT = S1-PRED-JOB-NAME
010910         SET S1-END-OF-RESTFILE TO TRUE
010920         GO TO 3160-EXIT
010930     END-IF.
010940     IF RST-IN-PROGRESS
010950             AND RST-START-DATE NOT < S1-PRED-RUN-DATE
010960         SET S1-PRED-RUNNING TO TRUE
010970         MOVE RST-RUN-NUMBER TO S1-PRED-RUN-NUMBER
010980         GO TO 3160-EXIT
010990     END-IF.
011000     IF RST-COMPLETE
011010             AND RST-START-DATE NOT < S1-PRED-RUN-DATE
011020             AND NOT S1-PRED-RUNNING
011030         SET S1-PRED-COMPLETE TO TRUE
011040         MOVE RST-RUN-NUMBER TO S1-PRED-RUN-NUMBER
011050     END-IF.
011060 3160-EXIT.
011070     EXIT.
011080*
011090*****************************************************************
011100*    3170-REPORT-PREDECESSOR - ONE LINE NAMING THE PREDECESSOR  *
011110*    AND WHAT THE REGISTRY SHOWS FOR IT - MSG 0114 COMPLETE,    *
011120*    0115 RUNNING OR MISSING.                                   *
011130*****************************************************************
011140 3170-REPORT-PREDECESSOR.
011150     MOVE 1 TO S1-STR-PTR.
011160     MOVE SPACES TO S1-TEXT.
011170     EVALUATE TRUE
011180         WHEN S1-PRED-COMPLETE
011190             STRING "PREDECESSOR " DELIMITED BY SIZE
011200                    S1-PRED-JOB-NAME DELIMITED BY SPACE
011210                    " RUN " DELIMITED BY SIZE
011220                    S1-PRED-RUN-NUMBER DELIMITED BY SIZE
011230                    " COMPLETE" DELIMITED BY SIZE
011240                 INTO S1-TEXT
011250                 WITH POINTER S1-STR-PTR
011260             END-STRING
011270             MOVE 0114 TO S1-LOG-MSG-NUMBER
011280             MOVE "I" TO S1-MSG-SEVERITY
011290         WHEN S1-PRED-RUNNING
011300             STRING "PREDECESSOR " DELIMITED BY SIZE
011310                    S1-PRED-JOB-NAME DELIMITED BY SPACE
011320                    " RUN " DELIMITED BY SIZE
011330                    S1-PRED-RUN-NUMBER DELIMITED BY SIZE
011340                    " STILL IN PROGRESS" DELIMITED BY SIZE
011350                 INTO S1-TEXT
011360                 WITH POINTER S1-STR-PTR
011370             END-STRING
011380             MOVE 0115 TO S1-LOG-MSG-NUMBER
011390             MOVE "W" TO S1-MSG-SEVERITY
011400         WHEN OTHER
011410             STRING "PREDECESSOR " DELIMITED BY SIZE
011420                    S1-PRED-JOB-NAME DELIMITED BY SPACE
011430                    " HAS NO COMPLETE RUN FOR " DELIMITED BY SIZE
011440                    S1-PRED-RUN-DATE DELIMITED BY SIZE
011450                 INTO S1-TEXT
011460                 WITH POINTER S1-STR-PTR
011470             END-STRING
011480             MOVE 0115 TO S1-LOG-MSG-NUMBER
011490             MOVE "W" TO S1-MSG-SEVERITY
011500     END-EVALUATE.
011510     COMPUTE S1-TEXT-LEN = S1-STR-PTR - 1.
011520     MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE.
011530     MOVE "N" TO S1-REPLY-FLAG.
011540     PERFORM 9200-WRITE-RAW-LINE THRU 9200-EXIT.
011550 3170-EXIT.
011560     EXIT.
011570*
011580*****************************************************************
011590*    3180-REPORT-HELD - THE UNATTENDED HOLD.  ERROR SEVERITY,   *
011600*    SO IT REACHES ALRTFILE UNDER MSG 0986 WITH THE             *
011610*    PREDECESSOR NAMED FOR WHOEVER ALTDISP PAGES.               *
011620*****************************************************************
011630 3180-REPORT-HELD.
011640     MOVE 1 TO S1-STR-PTR.
011650     MOVE SPACES TO S1-TEXT.
011660     STRING "PREDECESSOR " DELIMITED BY SIZE
011670            S1-PRED-JOB-NAME DELIMITED BY SPACE
011680            " NOT COMPLETE - UNATTENDED RUN NOT STARTED"
011690                DELIMITED BY SIZE
011700         INTO S1-TEXT
011710         WITH POINTER S1-STR-PTR
011720     END-STRING.
011730     COMPUTE S1-TEXT-LEN = S1-STR-PTR - 1.
011740     MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE.
011750     MOVE 0986 TO S1-LOG-MSG-NUMBER.
011760     MOVE "E" TO S1-MSG-SEVERITY.
011770     MOVE "N" TO S1-REPLY-FLAG.
011780     PERFORM 9200-WRITE-RAW-LINE THRU 9200-EXIT.
011790 3180-EXIT.
011800     EXIT.
011810*
011820*****************************************************************
011830*    3200-PREDECESSOR-REPLY - WAIT / OVERRIDE / CANCEL FOR AN   *
011840*    ATTENDED RUN WHOSE PREDECESSOR IS NOT COMPLETE.  WAIT      *
011850*    LOOKS AT THE REGISTRY AGAIN AND CARRIES ON ONCE THE        *
011860*    PREDECESSOR HAS FINISHED; OVERRIDE STARTS THE RUN OUT OF   *
011870*    ORDER ONCE AN OPERATOR ID AND REASON ARE GIVEN; CANCEL     *
011880*    ENDS THE STEP RC 8.  AS IN 9700, THREE INVALID REPLIES IN  *
011890*    A ROW CANCEL, AND THE HEARTBEAT IS REFRESHED AT EVERY      *
011900*    PROMPT SO THE WAITING RUN KEEPS ITS ACTIVE-RUN LOCK.       *
011910*****************************************************************
011920 3200-PREDECESSOR-REPLY.
011930     MOVE ZERO TO S1-REPLY-TRIES.
011940 3200-PROMPT.
011950     ADD 1 TO S1-REPLY-TRIES.
011960     IF S1-REPLY-TRIES > 3
011970         GO TO 3200-CANCEL
011980     END-IF.
011990     PERFORM 9770-REFRESH-HEARTBEAT THRU 9770-EXIT.
012000     MOVE 0116 TO S1-LOOKUP-NUMBER.
012010     PERFORM 9750-EMIT-REPLY-MSG THRU 9750-EXIT.
012020     MOVE SPACES TO S1-OPERATOR-REPLY.
012030     ACCEPT S1-OPERATOR-REPLY FROM CONSOLE.
012040     INSPECT S1-OPERATOR-REPLY
012050         CONVERTING "abcdefghijklmnopqrstuvwxyz"
012060                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012070     IF S1-OPERATOR-REPLY = "WAIT"
012080         PERFORM 3150-SCAN-PREDECESSOR THRU 3150-EXIT
012090         PERFORM 3170-REPORT-PREDECESSOR THRU 3170-EXIT
012100         IF S1-PRED-COMPLETE
012110             GO TO 3200-EXIT
012120         END-IF
012130         MOVE ZERO TO S1-REPLY-TRIES
012140         GO TO 3200-PROMPT
012150     END-IF.
012160     IF S1-OPERATOR-REPLY = "OVERRIDE"
012170         PERFORM 3250-TAKE-OVERRIDE THRU 3250-EXIT
012180         IF S1-PRED-OVERRIDDEN
012190             GO TO 3200-EXIT
012200         END-IF
012210         GO TO 3200-PROMPT
012220     END-IF.
012230     IF S1-OPERATOR-REPLY = "CANCEL"
012240         GO TO 3200-CANCEL
012250     END-IF.
012260     GO TO 3200-PROMPT.
012270 3200-CANCEL.
012280     SET S1-OPERATOR-CANCEL TO TRUE.
012290     SET S1-STATUS-ABEND TO TRUE.
012300     MOVE 0995 TO S1-LOOKUP-NUMBER.
012310     PERFORM 9750-EMIT-REPLY-MSG THRU 9750-EXIT.
012320 3200-EXIT.
012330     EXIT.
012340*
012350*****************************************************************
012360*    3250-TAKE-OVERRIDE - COLLECTS THE OPERATOR ID AND REASON   *
012370*    FOR AN OUT-OF-ORDER START AND LOGS THEM AS MSG 0119, THE   *
012380*    LINE THE SHIFT REPORT LISTS.  A BLANK ID OR REASON IS NO   *
012390*    OVERRIDE - THE OPERATOR IS ASKED AGAIN.                    *
012400*****************************************************************
012410 3250-TAKE-OVERRIDE.
012420     MOVE 0117 TO S1-LOOKUP-NUMBER.
012430     PERFORM 9750-EMIT-REPLY-MSG THRU 9750-EXIT.
012440     MOVE SPACES TO S1-OVR-OPERATOR.
012450     ACCEPT S1-OVR-OPERATOR FROM CONSOLE.
012460     IF S1-OVR-OPERATOR = SPACES
012470         GO TO 3250-EXIT
012480     END-IF.
012490     MOVE 0118 TO S1-LOOKUP-NUMBER.
012500     PERFORM 9750-EMIT-REPLY-MSG THRU 9750-EXIT.
012510     MOVE SPACES TO S1-OVR-REASON.
012520     ACCEPT S1-OVR-REASON FROM CONSOLE.
012530     IF S1-OVR-REASON = SPACES
012540         GO TO 3250-EXIT
012550     END-IF.
012560     INSPECT S1-OVR-OPERATOR
012570         CONVERTING "abcdefghijklmnopqrstuvwxyz"
012580                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012590     INSPECT S1-OVR-REASON
012600         CONVERTING "abcdefghijklmnopqrstuvwxyz"
012610                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012620     SET S1-PRED-OVERRIDDEN TO TRUE.
012630     MOVE 1 TO S1-STR-PTR.
012640     MOVE SPACES TO S1-TEXT.
012650     STRING "PRED " DELIMITED BY SIZE
012660            S1-PRED-JOB-NAME DELIMITED BY SPACE
012670            " OVERRIDDEN BY " DELIMITED BY SIZE
012680            S1-OVR-OPERATOR DELIMITED BY SPACE
012690            " - " DELIMITED BY SIZE
012700            S1-OVR-REASON DELIMITED BY SIZE
012710         INTO S1-TEXT
012720         WITH POINTER S1-STR-PTR
012730     END-STRING.
012740     COMPUTE S1-TEXT-LEN = S1-STR-PTR - 1.
012750     MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE.
012760     MOVE 0119 TO S1-LOG-MSG-NUMBER.
012770     MOVE "W" TO S1-MSG-SEVERITY.
012780     MOVE "N" TO S1-REPLY-FLAG.
012790     PERFORM 9200-WRITE-RAW-LINE THRU 9200-EXIT.
012800 3250-EXIT.
012810     EXIT.
012820*
012830*****************************************************************
012840*    3500-WRITE-RUN-CONTEXT - HANDS THIS RUN'S IDENTITY TO THE  *
012850*    REST OF THE JOB STREAM.  EVERY LATER STEP READS CTXFILE    *
012860*    AS ITS FIRST ACT SO THE WHOLE STREAM LOGS AGAINST ONE JOB  *
012870*    NAME AND RUN NUMBER.  A STEP THAT CANNOT WRITE IT STILL    *
012880*    RUNS - DOWNSTREAM STEPS WILL REFUSE THE MISSING FILE.      *
012890*****************************************************************
012900 3500-WRITE-RUN-CONTEXT.
012910     OPEN OUTPUT CONTEXT-FILE.
012920     IF S1-CTX-STAT NOT = "00"
012930         GO TO 3500-EXIT
012940     END-IF.
012950     MOVE S1-JOB-ID          TO CTX-JOB-NAME.
012960     MOVE S1-RUN-NUMBER      TO CTX-RUN-NUMBER.
012970     MOVE PARM-RUN-DATE      TO CTX-RUN-DATE.
012980     MOVE S1-RUN-MODE-SW     TO CTX-RUN-MODE.
012990     MOVE S1-SITE-CODEPAGE   TO CTX-SITE-CODEPAGE.
013000     MOVE S1-RESTART-SW      TO CTX-RESTART-FLAG.
013010     MOVE S1-START-DATE      TO CTX-LOG-GEN-DATE.
013020     MOVE S1-START-TIME      TO CTX-LOG-GEN-TIME.
013030     MOVE SPACES             TO RUN-CONTEXT-RECORD (44:37).
013040     WRITE RUN-CONTEXT-RECORD.
013050     CLOSE CONTEXT-FILE.
013060     SET S1-CTX-WRITTEN TO TRUE.
013070 3500-EXIT.
013080     EXIT.
013090*
013100*****************************************************************
013110*    3600-WRITE-STEP-COMPLETE - APPENDS THIS STEP'S OWN         *
013120*    COMPLETION RECORD TO THE HANDOFF IT OPENED, SO THE END-    *
013130*    OF-STREAM VERIFIER CAN PROVE THE STEP RAN, IN ORDER, AND   *
013140*    HOW IT ENDED.  NOTHING TO APPEND TO IF THE CONTEXT WAS     *
013150*    NEVER WRITTEN.                                             *
013160*****************************************************************
013170 3600-WRITE-STEP-COMPLETE.
013180     IF NOT S1-CTX-WRITTEN
013190         GO TO 3600-EXIT
013200     END-IF.
013210     OPEN EXTEND CONTEXT-FILE.
013220     IF S1-CTX-STAT NOT = "00"
013230         GO TO 3600-EXIT
013240     END-IF.
013250     MOVE "SAMPLE1 " TO STP-STEP-NAME.
013260     EVALUATE TRUE
013270         WHEN S1-OPERATOR-CANCEL
013280             MOVE 8 TO STP-RETURN-CODE
013290         WHEN S1-DUPLICATE-BATCH
013300             MOVE 16 TO STP-RETURN-CODE
013310         WHEN S1-PREDECESSOR-HELD
013320             MOVE 20 TO STP-RETURN-CODE
013330         WHEN S1-STATUS-ABEND
013340             MOVE 12 TO STP-RETURN-CODE
013350         WHEN OTHER
013360             MOVE 0 TO STP-RETURN-CODE
013370     END-EVALUATE.
013380     MOVE S1-TRAN-READ TO STP-RECORDS.
013390     MOVE S1-END-DATE  TO STP-END-DATE.
013400     MOVE S1-END-TIME  TO STP-END-TIME.
013410     MOVE SPACES       TO STEP-RECORD (38:43).
013420     WRITE STEP-RECORD.
013430     CLOSE CONTEXT-FILE.
013440 3600-EXIT.
013450     EXIT.
013460*
013470*****************************************************************
013480*    3900-UPDATE-RESTART-COMPLETE - MARKS RESTFILE COMPLETE ON  *
013490*    A NORMAL END, OR ENDED-UNPOSTED ON A DECISION END, SO THE  *
013500*    NEXT RUN OF THIS JOB/RUN NUMBER IS A FRESH START, NOT A    *
013510*    RESTART.  LEFT IN-PROGRESS ON AN ABEND SO A RERUN SKIPS    *
013511*    THE BANNER.                                                *
013520*****************************************************************
013530 3900-UPDATE-RESTART-COMPLETE.
013540*    AN OPERATOR CANCEL IS A DECISION, NOT A CRASH - THE RUN
013550*    IS CLOSED OFF SO THE RESUBMISSION STARTS FRESH WITH THE
013560*    FULL BANNER AND STARTUP CHECKS.  A TRIAL RUN NEVER TOOK
013570*    A REGISTRY RECORD, SO THERE IS NOTHING TO COMPLETE.
013580*    A FILE REFUSED AS ALREADY POSTED IS LIKEWISE A DECISION -
013590*    NOTHING WAS APPLIED AND THERE IS NOTHING TO RESUME.  SO
013600*    IS A RUN HELD FOR ITS PREDECESSOR - IT NEVER STARTED.
013601*    NONE OF THE THREE POSTED ANYTHING, SO THEY ARE MARKED
013602*    ENDED-UNPOSTED, NOT COMPLETE - ONLY A GENUINE POSTING
013603*    COMPLETION MAY SATISFY A SUCCESSOR (3160) OR BE BACKED OUT.
013610     IF S1-TRIAL-RUN
013620         GO TO 3900-EXIT
013630     END-IF.
013640     IF S1-STATUS-ABEND AND NOT S1-OPERATOR-CANCEL
013650             AND NOT S1-DUPLICATE-BATCH
013660             AND NOT S1-PREDECESSOR-HELD
013670         GO TO 3900-EXIT
013680     END-IF.
013690     OPEN I-O RESTART-FILE.
013700     IF S1-RST-STAT NOT = "00"
013710         GO TO 3900-EXIT
013720     END-IF.
013730     MOVE S1-JOB-ID TO RST-JOB-NAME.
013740     MOVE S1-RUN-NUMBER TO RST-RUN-NUMBER.
013750     READ RESTART-FILE
013760         INVALID KEY
013770             CONTINUE
013780     END-READ.
013790     IF S1-RST-STAT = "00"
013800         IF S1-OPERATOR-CANCEL OR S1-DUPLICATE-BATCH
013801                 OR S1-PREDECESSOR-HELD
013802             SET RST-ENDED-UNPOSTED TO TRUE
013803         ELSE
013804             SET RST-COMPLETE TO TRUE
013805         END-IF
013810         MOVE S1-END-DATE TO RST-LAST-UPDATE-DATE
013820         MOVE S1-END-TIME TO RST-LAST-UPDATE-TIME
013830         REWRITE RESTART-RECORD
013840     END-IF.
013850     CLOSE RESTART-FILE.
013860 3900-EXIT.
013870     EXIT.
013880*
013890*****************************************************************
013900*    4000-BUILD-STARTUP-BANNER - BUILDS THE VARIABLE-LENGTH,    *
013910*    MULTI-LINE JOB-START BANNER FROM THE PARM RECORD.  THE     *
013920*    CATALOG'S FRONT-DOOR GREETING (MSG 0001) IS ITS FIRST LINE *
013930*    SO THE BANNER REPLACES RATHER THAN SUPPLEMENTS IT.         *
013940*****************************************************************
013950 4000-BUILD-STARTUP-BANNER.
013960     MOVE ZERO TO BANNER-COUNT.
013970     MOVE 0001 TO S1-LOOKUP-NUMBER.
013980     PERFORM 9050-LOOKUP-MSG-TEXT THRU 9050-EXIT.
013990     PERFORM 4100-ADD-BANNER-LINE THRU 4100-EXIT.
014000     MOVE 1 TO S1-STR-PTR.
014010     MOVE SPACES TO S1-TEXT.
014020     STRING "JOB " DELIMITED BY SIZE
014030            PARM-JOB-NAME DELIMITED BY SPACE
014040            " STARTING - RUN NUMBER " DELIMITED BY SIZE
014050            PARM-RUN-NUMBER DELIMITED BY SIZE
014060         INTO S1-TEXT
014070         WITH POINTER S1-STR-PTR
014080     END-STRING.
014090     COMPUTE S1-TEXT-LEN = S1-STR-PTR - 1.
014100     MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE.
014110     PERFORM 4100-ADD-BANNER-LINE THRU 4100-EXIT.
014120     MOVE 1 TO S1-STR-PTR.
014130     MOVE SPACES TO S1-TEXT.
014140     STRING "RUN DATE " DELIMITED BY SIZE
014150            PARM-RUN-DATE DELIMITED BY SIZE
014160         INTO S1-TEXT
014170         WITH POINTER S1-STR-PTR
014180     END-STRING.
014190     COMPUTE S1-TEXT-LEN = S1-STR-PTR - 1.
014200     MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE.
014210     PERFORM 4100-ADD-BANNER-LINE THRU 4100-EXIT.
014220 4000-EXIT.
014230     EXIT.
014240*
014250 4100-ADD-BANNER-LINE.
014260     IF BANNER-COUNT < 10
014270         ADD 1 TO BANNER-COUNT
014280         SET BANNER-IDX TO BANNER-COUNT
014290         MOVE S1-TEXT-LEN TO BANNER-LENGTH (BANNER-IDX)
014300         MOVE S1-CODEPAGE TO BANNER-CODEPAGE (BANNER-IDX)
014310         MOVE S1-TEXT     TO BANNER-TEXT (BANNER-IDX)
014320     END-IF.
014330 4100-EXIT.
014340     EXIT.
014350*
014360*****************************************************************
014370*    5000-WRITE-STARTUP-SEQUENCE - STEPS THROUGH THE DRIVEN     *
014380*    TABLE OF STARTUP-CHECK MESSAGES IN ORDER.                  *
014390*****************************************************************
014400 5000-WRITE-STARTUP-SEQUENCE.
014410     PERFORM 5100-WRITE-ONE-STARTUP-MSG THRU 5100-EXIT
014420         VARYING STR-IDX FROM 1 BY 1 UNTIL
014430             STR-IDX > STR-SEQ-COUNT
014440             OR S1-STATUS-ABEND.
014450 5000-EXIT.
014460     EXIT.
014470*
014480 5100-WRITE-ONE-STARTUP-MSG.
014490     MOVE STR-MSG-NUMBER (STR-IDX) TO S1-LOOKUP-NUMBER.
014500     PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT.
014510 5100-EXIT.
014520     EXIT.
014530*
014540*****************************************************************
014550*    6000-WRITE-BANNER - PUTS OUT EACH LINE BUILT BY 4000.      *
014560*****************************************************************
014570 6000-WRITE-BANNER.
014580     PERFORM 6100-WRITE-ONE-BANNER-LINE THRU 6100-EXIT
014590         VARYING BANNER-IDX FROM 1 BY 1 UNTIL
014600             BANNER-IDX > BANNER-COUNT.
014610 6000-EXIT.
014620     EXIT.
014630*
014640 6100-WRITE-ONE-BANNER-LINE.
014650     MOVE BANNER-TEXT (BANNER-IDX)     TO S1-TEXT.
014660     MOVE BANNER-LENGTH (BANNER-IDX)   TO S1-TEXT-LEN.
014670     MOVE BANNER-CODEPAGE (BANNER-IDX) TO S1-CODEPAGE.
014680     MOVE ZERO TO S1-LOG-MSG-NUMBER.
014690     MOVE "I" TO S1-MSG-SEVERITY.
014700     PERFORM 9200-WRITE-RAW-LINE THRU 9200-EXIT.
014710 6100-EXIT.
014720     EXIT.
014730*
014740*****************************************************************
014750*    7000-MAIN-PROCESS - READS THE BATCH TRANSACTION INPUT      *
014760*    FILE, VALIDATES EACH RECORD, APPLIES IT TO THE KEYED       *
014770*    ACCOUNT MASTER AND REPORTS ACCEPTED/REJECTED COUNTS AT     *
014780*    COMPLETION.  A CHECKPOINT IS TAKEN EVERY N TRANSACTIONS    *
014790*    (SEE 7500) SO A RESTART RESUMES FROM THE LAST COMMIT       *
014800*    POINT INSTEAD OF REAPPLYING THE WHOLE FILE.  A MISSING     *
014810*    TRANFILE MEANS THIS RUN HAS NOTHING TO APPLY - THAT IS     *
014820*    ANNOUNCED, NOT ABENDED.                                    *
014830*****************************************************************
014840 7000-MAIN-PROCESS.
014850     OPEN INPUT TRAN-FILE.
014860     IF S1-TRAN-STAT NOT = "00"
014870         MOVE 0104 TO S1-LOOKUP-NUMBER
014880         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
014890         GO TO 7000-EXIT
014900     END-IF.
014910     PERFORM 7050-VERIFY-BATCH-CONTROL THRU 7050-EXIT.
014920     CLOSE TRAN-FILE.
014930     IF S1-BC-ERRORS > ZERO
014940         SET S1-STATUS-ABEND TO TRUE
014950         MOVE 0994 TO S1-LOOKUP-NUMBER
014960         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
014970         PERFORM 7600-WRITE-TRAN-TOTALS THRU 7600-EXIT
014980         GO TO 7000-EXIT
014990     END-IF.
015000     PERFORM 7080-CHECK-BATCH-REGISTER THRU 7080-EXIT.
015010     IF S1-DUPLICATE-BATCH
015020         SET S1-STATUS-ABEND TO TRUE
015030         MOVE 0988 TO S1-LOOKUP-NUMBER
015040         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
015050     END-IF.
015060     IF S1-STATUS-ABEND
015070         PERFORM 7600-WRITE-TRAN-TOTALS THRU 7600-EXIT
015080         GO TO 7000-EXIT
015090     END-IF.
015100     OPEN INPUT TRAN-FILE.
015110     MOVE "N" TO S1-EOF-TRANFILE.
015120     IF S1-TRIAL-RUN
015130         PERFORM 7020-OPEN-TRIAL-FILES THRU 7020-EXIT
015140     ELSE
015150         PERFORM 7030-OPEN-UPDATE-FILES THRU 7030-EXIT
015160     END-IF.
015170     IF S1-STATUS-ABEND
015180         CLOSE TRAN-FILE
015190         IF S1-BREG-OPEN
015200             CLOSE BATCH-REGISTER-FILE
015210         END-IF
015220         GO TO 7000-EXIT
015230     END-IF.
015240     IF S1-BREG-OPEN
015250         PERFORM 7090-REGISTER-BATCHES THRU 7090-EXIT
015260     END-IF.
015261     IF S1-STATUS-ABEND
015262         GO TO 7000-EXIT
015263     END-IF.
015270     IF S1-IS-RESTART AND S1-RESUME-COUNT > ZERO
015280         MOVE 0111 TO S1-LOOKUP-NUMBER
015290         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
015300     END-IF.
015310     PERFORM 7100-PROCESS-ONE-TRAN THRU 7100-EXIT
015320         UNTIL S1-END-OF-TRANFILE.
015330     IF NOT S1-TRIAL-RUN
015340         PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
015350     END-IF.
015360     PERFORM 7600-WRITE-TRAN-TOTALS THRU 7600-EXIT.
015370     IF S1-TRIAL-RUN
015380         PERFORM 7700-WRITE-PREVIEW-REPORT THRU 7700-EXIT
015390     END-IF.
015400     CLOSE TRAN-FILE.
015410     CLOSE MASTER-FILE.
015420     IF S1-TRIAL-RUN
015430         CLOSE PREVIEW-FILE
015440     ELSE
015450         CLOSE REJECT-FILE
015460         CLOSE JOURNAL-FILE
015470         IF S1-SUS-OK
015480             CLOSE SUSPENSE-FILE
015490         END-IF
015500     END-IF.
015510 7000-EXIT.
015520     EXIT.
015530*
015540*****************************************************************
015550*    7020-OPEN-TRIAL-FILES - THE TRIAL RUN'S WORLD IS A READ-   *
015560*    ONLY MASTER AND THE PREVIEW REPORT.  NOTHING ELSE IS       *
015570*    OPENED, SO NOTHING ELSE CAN BE TOUCHED.                    *
015580*****************************************************************
015590 7020-OPEN-TRIAL-FILES.
015600     MOVE 0991 TO S1-LOOKUP-NUMBER.
015610     PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT.
015620     MOVE ZERO TO S1-RESUME-COUNT.
015630     OPEN OUTPUT PREVIEW-FILE.
015640     IF S1-PRV-STAT NOT = "00"
015650         SET S1-STATUS-ABEND TO TRUE
015660         MOVE 0990 TO S1-LOOKUP-NUMBER
015670         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
015680         GO TO 7020-EXIT
015690     END-IF.
015700     OPEN INPUT MASTER-FILE.
015710     IF S1-MST-STAT NOT = "00"
015720         SET S1-STATUS-ABEND TO TRUE
015730         MOVE 0997 TO S1-LOOKUP-NUMBER
015740         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
015750         CLOSE PREVIEW-FILE
015760     END-IF.
015770 7020-EXIT.
015780     EXIT.
015790*
015800*****************************************************************
015810*    7030-OPEN-UPDATE-FILES - THE REAL RUN'S FILE SET.  THE     *
015820*    JOURNAL IS NOT OPTIONAL - A POSTING RUN THAT CANNOT        *
015830*    LEAVE ITS AUDIT TRAIL DOES NOT POST.                       *
015840*****************************************************************
015850 7030-OPEN-UPDATE-FILES.
015860     OPEN EXTEND JOURNAL-FILE.
015870     IF S1-JRN-STAT NOT = "00"
015880         OPEN OUTPUT JOURNAL-FILE
015890     END-IF.
015900     IF S1-JRN-STAT NOT = "00"
015910         SET S1-STATUS-ABEND TO TRUE
015920         MOVE 0992 TO S1-LOOKUP-NUMBER
015930         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
015940         GO TO 7030-EXIT
015950     END-IF.
015960     OPEN I-O MASTER-FILE.
015970*    A MISSING MASTER IS ONLY LEGITIMATE ON THE VERY FIRST RUN
015980*    AGAINST A SITE.  ON ANY LATER RUN IT MEANS A MISPOINTED
015990*    MASTFILE DD - ALLOCATING A FRESH EMPTY MASTER AND POSTING
016000*    A DAY'S TRANSACTIONS INTO IT WOULD BURY THE MISTAKE, SO
016010*    THE RUN IS REFUSED INSTEAD (MSG 0989).
016020     IF S1-MST-STAT = "35"
016030         IF PARM-RUN-NUMBER IS NUMERIC
016040                 AND PARM-RUN-NUMBER > 1
016050             SET S1-STATUS-ABEND TO TRUE
016060             MOVE 0989 TO S1-LOOKUP-NUMBER
016070             PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
016080             CLOSE JOURNAL-FILE
016090             GO TO 7030-EXIT
016100         END-IF
016110         OPEN OUTPUT MASTER-FILE
016120         CLOSE MASTER-FILE
016130         OPEN I-O MASTER-FILE
016140     END-IF.
016150     IF S1-MST-STAT NOT = "00"
016160         SET S1-STATUS-ABEND TO TRUE
016170         MOVE 0997 TO S1-LOOKUP-NUMBER
016180         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
016190         CLOSE JOURNAL-FILE
016200         GO TO 7030-EXIT
016210     END-IF.
016220     OPEN EXTEND REJECT-FILE.
016230     IF S1-REJ-STAT NOT = "00"
016240         OPEN OUTPUT REJECT-FILE
016250     END-IF.
016260*    THE KEYED SUSPENSE FILE IS WHERE A REJECT BECOMES A WORK
016270*    ITEM FOR SUSMAINT.  AN UNREACHABLE SUSFILE DOES NOT STOP
016280*    THE RUN - THE FLAT REJFILE IMAGE IS STILL WRITTEN.
016290     OPEN I-O SUSPENSE-FILE.
016300     IF S1-SUS-STAT = "35"
016310         OPEN OUTPUT SUSPENSE-FILE
016320         CLOSE SUSPENSE-FILE
016330         OPEN I-O SUSPENSE-FILE
016340     END-IF.
016350     IF S1-SUS-STAT = "00"
016360         SET S1-SUS-OK TO TRUE
016370     END-IF.
016380 7030-EXIT.
016390     EXIT.
016400*
016410*****************************************************************
016420*    7050-VERIFY-BATCH-CONTROL - PRE-POSTING PASS OVER THE      *
016430*    WHOLE TRANSACTION FILE.  EVERY BATCH MUST OPEN WITH A      *
016440*    HEADER AND CLOSE WITH A TRAILER WHOSE RECORD COUNT AND     *
016450*    SIGNED-AMOUNT HASH TOTAL AGREE WITH THE DETAIL RECORDS     *
016460*    READ.  A RELEASED SUSPENSE BATCH CONCATENATED AHEAD OF     *
016470*    THE KEYED BATCH IS SIMPLY ANOTHER HEADER/TRAILER PAIR.     *
016480*    ANY DISAGREEMENT, A RECORD OUTSIDE A BATCH, OR A MISSING   *
016490*    TRAILER AT END-OF-FILE FAILS THE WHOLE FILE - NOTHING IS   *
016500*    POSTED FROM A FILE THAT DOES NOT BALANCE.                  *
016510*****************************************************************
016520 7050-VERIFY-BATCH-CONTROL.
016530     MOVE "N" TO S1-EOF-TRANFILE.
016540     MOVE "N" TO S1-BC-IN-BATCH-SW.
016550     MOVE ZERO TO S1-BC-ERRORS.
016560     MOVE ZERO TO S1-BC-VERIFY-READ.
016570     MOVE ZERO TO S1-BR-COUNT.
016580     PERFORM 7060-VERIFY-ONE-RECORD THRU 7060-EXIT
016590         UNTIL S1-END-OF-TRANFILE.
016600     IF S1-BC-IN-BATCH
016610         ADD 1 TO S1-BC-ERRORS
016620     END-IF.
016630     EVALUATE TRUE
016640         WHEN S1-BC-ERRORS > ZERO
016650             MOVE "FAILED" TO S1-BATCH-STATUS-TEXT
016660         WHEN S1-BC-VERIFY-READ = ZERO
016670             MOVE "EMPTY" TO S1-BATCH-STATUS-TEXT
016680         WHEN OTHER
016690             MOVE "BALANCED" TO S1-BATCH-STATUS-TEXT
016700     END-EVALUATE.
016710 7050-EXIT.
016720     EXIT.
016730*
016740 7060-VERIFY-ONE-RECORD.
016750     READ TRAN-FILE
016760         AT END
016770             SET S1-END-OF-TRANFILE TO TRUE
016780     END-READ.
016790     IF S1-END-OF-TRANFILE
016800         GO TO 7060-EXIT
016810     END-IF.
016820     ADD 1 TO S1-BC-VERIFY-READ.
016830     EVALUATE TRUE
016840         WHEN TRN-ACT-BTCH-HEADER
016850             IF S1-BC-IN-BATCH
016860                 ADD 1 TO S1-BC-ERRORS
016870             END-IF
016880             SET S1-BC-IN-BATCH TO TRUE
016890             MOVE ZERO TO S1-BC-DETAIL-COUNT
016900             MOVE ZERO TO S1-BC-HASH-TOTAL
016910         WHEN TRN-ACT-BTCH-TRAILER
016920             PERFORM 7070-CHECK-ONE-TRAILER THRU 7070-EXIT
016930         WHEN NOT S1-BC-IN-BATCH
016940             ADD 1 TO S1-BC-ERRORS
016950         WHEN OTHER
016960             ADD 1 TO S1-BC-DETAIL-COUNT
016970             IF TRN-AMOUNT IS NUMERIC
016980                 MOVE TRN-AMOUNT TO S1-TRAN-AMOUNT
016990                 IF TRN-SIGN-MINUS
017000                     COMPUTE S1-TRAN-AMOUNT =
017010                         ZERO - S1-TRAN-AMOUNT
017020                 END-IF
017030                 ADD S1-TRAN-AMOUNT TO S1-BC-HASH-TOTAL
017040*            A DELETE NEEDS NO AMOUNT - 7200 ONLY EDITS THE
017050*            AMOUNT ON ADD/UPDATE, SO A BLANK-AMOUNT DELETE
017060*            HASHES AS ZERO HERE AND IS JUDGED RECORD BY
017070*            RECORD IN THE NORMAL PASS, NOT REFUSED AS A
017080*            WHOLE FILE.
017090             ELSE
017100                 IF NOT TRN-ACT-DELETE
017110                     ADD 1 TO S1-BC-ERRORS
017120                 END-IF
017130             END-IF
017140     END-EVALUATE.
017150 7060-EXIT.
017160     EXIT.
017170*
017180 7070-CHECK-ONE-TRAILER.
017190     IF NOT S1-BC-IN-BATCH
017200         ADD 1 TO S1-BC-ERRORS
017210         GO TO 7070-EXIT
017220     END-IF.
017230     MOVE "N" TO S1-BC-IN-BATCH-SW.
017240     IF TRN-CTL-RECORD-COUNT IS NOT NUMERIC
017250             OR TRN-CTL-HASH-TOTAL IS NOT NUMERIC
017260         ADD 1 TO S1-BC-ERRORS
017270         GO TO 7070-EXIT
017280     END-IF.
017290     MOVE S1-BC-ERRORS TO S1-BR-ERRORS-HOLD.
017300     IF TRN-CTL-RECORD-COUNT NOT = S1-BC-DETAIL-COUNT
017310         ADD 1 TO S1-BC-ERRORS
017320     END-IF.
017330     MOVE TRN-CTL-HASH-TOTAL TO S1-BC-EXP-HASH.
017340     IF TRN-CTL-HASH-MINUS
017350         COMPUTE S1-BC-EXP-HASH = ZERO - S1-BC-EXP-HASH
017360     END-IF.
017370     IF S1-BC-EXP-HASH NOT = S1-BC-HASH-TOTAL
017380         ADD 1 TO S1-BC-ERRORS
017390     END-IF.
017400     IF S1-BC-ERRORS = S1-BR-ERRORS-HOLD
017410             AND TRN-CTL-RECORD-COUNT > ZERO
017420         PERFORM 7075-NOTE-BATCH-KEY THRU 7075-EXIT
017430     END-IF.
017440 7070-EXIT.
017450     EXIT.
017460*
017470*****************************************************************
017480*    7075-NOTE-BATCH-KEY - ADDS A BALANCED BATCH'S REGISTER KEY *
017490*    TO THE TABLE 7080 CHECKS.  THE SAME KEY TWICE IN ONE FILE  *
017500*    IS ITSELF A DUPLICATE.  A FILE OF MORE BATCHES THAN THE    *
017510*    TABLE HOLDS CANNOT BE PROVED UNIQUE AND FAILS CONTROL.     *
017520*****************************************************************
017530 7075-NOTE-BATCH-KEY.
017540     MOVE TRN-CTL-BATCH-SOURCE TO S1-BRK-SOURCE.
017550     MOVE TRN-CTL-BATCH-DATE   TO S1-BRK-DATE.
017560     MOVE TRN-CTL-RECORD-COUNT TO S1-BRK-COUNT.
017570     MOVE TRN-CTL-HASH-TOTAL   TO S1-BRK-HASH.
017580     IF TRN-CTL-HASH-MINUS AND TRN-CTL-HASH-TOTAL > ZERO
017590         MOVE "-" TO S1-BRK-HASH-SIGN
017600     ELSE
017610         MOVE "+" TO S1-BRK-HASH-SIGN
017620     END-IF.
017630     MOVE "N" TO S1-BR-MATCH-SW.
017640     IF S1-BR-COUNT > ZERO
017650         SET BR-IDX TO 1
017660         SEARCH S1-BR-ENTRY
017670             WHEN S1-BR-KEY (BR-IDX) = S1-BR-WORK-KEY
017680                 SET S1-BR-MATCH TO TRUE
017690         END-SEARCH
017700     END-IF.
017710     IF S1-BR-COUNT NOT < 200
017720         ADD 1 TO S1-BC-ERRORS
017730         GO TO 7075-EXIT
017740     END-IF.
017750     ADD 1 TO S1-BR-COUNT.
017760     SET BR-IDX TO S1-BR-COUNT.
017770     MOVE S1-BR-WORK-KEY TO S1-BR-KEY (BR-IDX).
017780     IF S1-BR-MATCH
017790         MOVE "D" TO S1-BR-DISP (BR-IDX)
017800     ELSE
017810         MOVE "N" TO S1-BR-DISP (BR-IDX)
017820     END-IF.
017830 7075-EXIT.
017840     EXIT.
017850*
017860*****************************************************************
017870*    7080-CHECK-BATCH-REGISTER - LOOKS EVERY BALANCED BATCH UP  *
017880*    IN THE POSTED-BATCH REGISTER BEFORE ANYTHING IS APPLIED.   *
017890*    A KEY ALREADY POSTED - BY ANOTHER RUN, OR BY THIS JOB/RUN  *
017900*    WHEN THIS IS NOT ITS RESTART - IS A DUPLICATE AND THE      *
017910*    WHOLE FILE IS REFUSED; EACH ONE IS NAMED ON THE CONSOLE    *
017920*    WITH THE RUN THAT POSTED IT.  A TRIAL RUN READS THE        *
017930*    REGISTER ONLY, AND SKIPS THE CHECK IF IT IS NOT THERE.     *
017940*    AN UPDATE RUN LEAVES THE REGISTER OPEN FOR 7090.           *
017950*****************************************************************
017960 7080-CHECK-BATCH-REGISTER.
017970     MOVE ZERO TO S1-BR-DUP-COUNT.
017980     IF S1-BR-COUNT = ZERO
017990         GO TO 7080-EXIT
018000     END-IF.
018010     IF S1-TRIAL-RUN
018020         OPEN INPUT BATCH-REGISTER-FILE
018030         IF S1-BRG-STAT NOT = "00"
018040             GO TO 7080-EXIT
018050         END-IF
018060     ELSE
018070         OPEN I-O BATCH-REGISTER-FILE
018080         IF S1-BRG-STAT = "35"
018090             OPEN OUTPUT BATCH-REGISTER-FILE
018100             CLOSE BATCH-REGISTER-FILE
018110             OPEN I-O BATCH-REGISTER-FILE
018120         END-IF
018130         IF S1-BRG-STAT NOT = "00"
018140             SET S1-STATUS-ABEND TO TRUE
018150             MOVE 0987 TO S1-LOOKUP-NUMBER
018160             PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
018170             GO TO 7080-EXIT
018180         END-IF
018190     END-IF.
018200     PERFORM 7085-CHECK-ONE-BATCH THRU 7085-EXIT
018210         VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > S1-BR-COUNT.
018220     IF S1-TRIAL-RUN OR S1-DUPLICATE-BATCH
018230         CLOSE BATCH-REGISTER-FILE
018240     ELSE
018250         SET S1-BREG-OPEN TO TRUE
018260     END-IF.
018270 7080-EXIT.
018280     EXIT.
018290*
018300 7085-CHECK-ONE-BATCH.
018310     MOVE S1-BR-KEY (BR-IDX) TO S1-BR-WORK-KEY.
018320     IF S1-BR-DISP (BR-IDX) = "D"
018330         MOVE "REPEATED IN THIS TRANFILE" TO S1-BR-DUP-TEXT
018340         PERFORM 7088-REPORT-DUPLICATE THRU 7088-EXIT
018350         GO TO 7085-EXIT
018360     END-IF.
018370     MOVE S1-BR-WORK-KEY TO BRG-KEY.
018380     READ BATCH-REGISTER-FILE
018390         INVALID KEY
018400             MOVE "N" TO S1-BRG-FOUND-SW
018410         NOT INVALID KEY
018420             MOVE "Y" TO S1-BRG-FOUND-SW
018430     END-READ.
018440     IF NOT S1-BRG-FOUND
018450         GO TO 7085-EXIT
018460     END-IF.
018470     EVALUATE TRUE
018480         WHEN BRG-RELEASED
018490             MOVE "R" TO S1-BR-DISP (BR-IDX)
018500         WHEN BRG-JOB-NAME = S1-JOB-ID
018510                 AND BRG-RUN-NUMBER = S1-RUN-NUMBER
018520                 AND (S1-IS-RESTART OR S1-TRIAL-RUN)
018530             MOVE "S" TO S1-BR-DISP (BR-IDX)
018540         WHEN OTHER
018550             MOVE "D" TO S1-BR-DISP (BR-IDX)
018560             MOVE SPACES TO S1-BR-DUP-TEXT
018570             STRING "POSTED BY " DELIMITED BY SIZE
018580                    BRG-JOB-NAME DELIMITED BY SPACE
018590                    " RUN " DELIMITED BY SIZE
018600                    BRG-RUN-NUMBER DELIMITED BY SIZE
018610                    " " DELIMITED BY SIZE
018620                    BRG-POSTED-DATE DELIMITED BY SIZE
018630                 INTO S1-BR-DUP-TEXT
018640             END-STRING
018650             PERFORM 7088-REPORT-DUPLICATE THRU 7088-EXIT
018660     END-EVALUATE.
018670 7085-EXIT.
018680     EXIT.
018690*
018700*****************************************************************
018710*    7088-REPORT-DUPLICATE - ONE ERROR LINE PER REFUSED BATCH,  *
018720*    SO THE OPERATOR HAS THE KEY TO LOOK UP (OR RELEASE) IN     *
018730*    BRGMAINT.  ERROR SEVERITY, SO IT REACHES ALRTFILE TOO.     *
018731*    THE KEY IS LAID OUT AS ON THE REL CARD, COLUMN 5 ON - THE  *
018732*    HASH SIGN AND 13-DIGIT HASH TOTAL WITH NO POINT.           *
018740*****************************************************************
018750 7088-REPORT-DUPLICATE.
018760     SET S1-DUPLICATE-BATCH TO TRUE.
018770     ADD 1 TO S1-BR-DUP-COUNT.
018780     MOVE 1 TO S1-STR-PTR.
018790     MOVE SPACES TO S1-TEXT.
018800     STRING S1-BRK-SOURCE DELIMITED BY SIZE
018810            " " DELIMITED BY SIZE
018820            S1-BRK-DATE DELIMITED BY SIZE
018830            " " DELIMITED BY SIZE
018840            S1-BRK-COUNT DELIMITED BY SIZE
018850            " " DELIMITED BY SIZE
018860            S1-BRK-HASH-SIGN DELIMITED BY SIZE
018870            S1-BRK-HASH DELIMITED BY SIZE
018871            " " DELIMITED BY SIZE
018872            S1-BR-DUP-TEXT DELIMITED BY SIZE
018880         INTO S1-TEXT
018890         WITH POINTER S1-STR-PTR
018900     END-STRING.
018910     COMPUTE S1-TEXT-LEN = S1-STR-PTR - 1.
018920     MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE.
018930     MOVE 0988 TO S1-LOG-MSG-NUMBER.
018940     MOVE "E" TO S1-MSG-SEVERITY.
018950     PERFORM 9200-WRITE-RAW-LINE THRU 9200-EXIT.
018960 7088-EXIT.
018970     EXIT.
018980*
018990*****************************************************************
019000*    7090-REGISTER-BATCHES - STAMPS EVERY BATCH IN THE FILE     *
019010*    POSTED BY THIS JOB/RUN, ONCE THE UPDATE FILE SET IS OPEN   *
019020*    AND BEFORE THE FIRST APPLY, SO A BATCH CAN NEVER BE HALF-  *
019030*    POSTED WITHOUT BEING REGISTERED.  A RESTART FINDS ITS OWN  *
019040*    STAMPS AND LEAVES THEM.  A RELEASED KEY IS RE-STAMPED,     *
019050*    KEEPING ITS LAST RELEASE, AND ITS POSTING COUNT BUMPED.    *
019051*    A STAMP THAT CANNOT BE WRITTEN ENDS THE RUN (MSG 0987,     *
019052*    RC 12) WITH THE UPDATE FILES CLOSED AND NOTHING APPLIED.   *
019053*    THE RUN STAYS IN PROGRESS, SO ITS RERUN IS A RESTART AND   *
019054*    TAKES ANY STAMPS ALREADY WRITTEN AS ITS OWN.               *
019060*****************************************************************
019070 7090-REGISTER-BATCHES.
019080     PERFORM 7095-REGISTER-ONE-BATCH THRU 7095-EXIT
019090         VARYING BR-IDX FROM 1 BY 1
019091         UNTIL BR-IDX > S1-BR-COUNT OR S1-STATUS-ABEND.
019100     CLOSE BATCH-REGISTER-FILE.
019110     MOVE "N" TO S1-BREG-OPEN-SW.
019111     IF S1-STATUS-ABEND
019112         CLOSE TRAN-FILE
019113         CLOSE MASTER-FILE
019114         CLOSE REJECT-FILE
019115         CLOSE JOURNAL-FILE
019116         IF S1-SUS-OK
019117             CLOSE SUSPENSE-FILE
019118         END-IF
019119     END-IF.
019120 7090-EXIT.
019130     EXIT.
019140*
019150 7095-REGISTER-ONE-BATCH.
019160     IF S1-BR-DISP (BR-IDX) = "S"
019170         GO TO 7095-EXIT
019180     END-IF.
019190     MOVE "N" TO S1-BRG-FOUND-SW.
019200     IF S1-BR-DISP (BR-IDX) = "R"
019210         MOVE S1-BR-KEY (BR-IDX) TO BRG-KEY
019220         READ BATCH-REGISTER-FILE
019230             INVALID KEY
019240                 MOVE "N" TO S1-BRG-FOUND-SW
019250             NOT INVALID KEY
019260                 MOVE "Y" TO S1-BRG-FOUND-SW
019270         END-READ
019280     END-IF.
019290     IF NOT S1-BRG-FOUND
019300         MOVE SPACES TO BATCH-REGISTER-RECORD
019310         MOVE S1-BR-KEY (BR-IDX) TO BRG-KEY
019320         MOVE ZERO TO BRG-POST-COUNT
019330     END-IF.
019340     SET BRG-POSTED TO TRUE.
019350     MOVE S1-JOB-ID     TO BRG-JOB-NAME.
019360     MOVE S1-RUN-NUMBER TO BRG-RUN-NUMBER.
019370     MOVE S1-START-DATE TO BRG-POSTED-DATE.
019380     MOVE S1-START-TIME TO BRG-POSTED-TIME.
019390     IF BRG-POST-COUNT IS NOT NUMERIC
019400         MOVE ZERO TO BRG-POST-COUNT
019410     END-IF.
019420     IF BRG-POST-COUNT < 999
019430         ADD 1 TO BRG-POST-COUNT
019440     END-IF.
019450     IF S1-BRG-FOUND
019460         REWRITE BATCH-REGISTER-RECORD
019461             INVALID KEY
019462                 CONTINUE
019463         END-REWRITE
019470     ELSE
019480         WRITE BATCH-REGISTER-RECORD
019481             INVALID KEY
019482                 CONTINUE
019483         END-WRITE
019490     END-IF.
019491     IF S1-BRG-STAT NOT = "00"
019492         SET S1-STATUS-ABEND TO TRUE
019493         MOVE 0987 TO S1-LOOKUP-NUMBER
019494         PERFORM 9000-WRITE-MSG-BY-NUMBER THRU 9000-EXIT
019495     END-IF.
019500 7095-EXIT.
019510     EXIT.
019520*
019530 7100-PROCESS-ONE-TRAN.
019540     READ TRAN-FILE
019550         AT END
019560             SET S1-END-OF-TRANFILE TO TRUE
019570     END-READ.
019580     IF S1-END-OF-TRANFILE
019590         GO TO 7100-EXIT
019600     END-IF.
019610     ADD 1 TO S1-TRAN-READ.
019620     IF S1-TRAN-READ NOT > S1-RESUME-COUNT
019630         ADD 1 TO S1-TRAN-SKIPPED
019640         GO TO 7100-EXIT
019650     END-IF.
019660*    CONTROL RECORDS WERE PROVED BY 7050 - THEY CARRY NOTHING
019670*    TO POST, BUT THEY STILL COUNT AS FILE POSITIONS SO THE
019680*    CHECKPOINT RESUME POINT STAYS AN EXACT RECORD NUMBER.
019690     IF TRN-ACT-BTCH-HEADER OR TRN-ACT-BTCH-TRAILER
019700         GO TO 7100-CHECKPOINT
019710     END-IF.
019720     PERFORM 7200-VALIDATE-TRAN THRU 7200-EXIT.
019730     IF NOT S1-TRAN-VALID
019740         ADD 1 TO S1-TRAN-REJECTED
019750         PERFORM 7400-WRITE-REJECT THRU 7400-EXIT
019760         GO TO 7100-CHECKPOINT
019770     END-IF.
019780     PERFORM 7300-APPLY-TRAN THRU 7300-EXIT.
019790     IF S1-TRAN-VALID
019800         ADD 1 TO S1-TRAN-ACCEPTED
019810     ELSE
019820         ADD 1 TO S1-TRAN-REJECTED
019830         PERFORM 7400-WRITE-REJECT THRU 7400-EXIT
019840     END-IF.
019850 7100-CHECKPOINT.
019860     IF S1-TRIAL-RUN
019870         GO TO 7100-EXIT
019880     END-IF.
019890     DIVIDE S1-TRAN-READ BY S1-CHKPT-FREQ
019900         GIVING S1-CHKPT-QUOT
019910         REMAINDER S1-CHKPT-REM.
019920     IF S1-CHKPT-REM = ZERO
019930         PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
019940     END-IF.
019950 7100-EXIT.
019960     EXIT.
019970*
019980*****************************************************************
019990*    7200-VALIDATE-TRAN - FIELD-LEVEL EDIT OF ONE TRANSACTION.  *
020000*    THE FIRST FAILED EDIT NAMES THE REJECT REASON.  THE        *
020010*    ACCOUNT-STATUS EDITS (FROZEN 2006, CLOSED 2007) NEED THE   *
020020*    MASTER RECORD, SO THEY ARE MADE WHERE THE MASTER IS READ - *
020030*    7300 FOR A POSTING RUN, 7310 FOR A TRIAL RUN.              *
020040*****************************************************************
020050 7200-VALIDATE-TRAN.
020060     MOVE "Y" TO S1-TRAN-VALID-SW.
020070     MOVE SPACES TO S1-REJECT-REASON.
020080     MOVE SPACES TO S1-REJECT-CODE.
020090     IF TRN-ACT-ADD OR TRN-ACT-UPDATE OR TRN-ACT-DELETE
020100         CONTINUE
020110     ELSE
020120         MOVE "N" TO S1-TRAN-VALID-SW
020130         MOVE "INVALID ACTION CODE" TO S1-REJECT-REASON
020140         MOVE "1001" TO S1-REJECT-CODE
020150         GO TO 7200-EXIT
020160     END-IF.
020170     IF TRN-ACCOUNT-ID = SPACES
020180         MOVE "N" TO S1-TRAN-VALID-SW
020190         MOVE "ACCOUNT ID MISSING" TO S1-REJECT-REASON
020200         MOVE "1002" TO S1-REJECT-CODE
020210         GO TO 7200-EXIT
020220     END-IF.
020230     IF TRN-SIGN-PLUS OR TRN-SIGN-MINUS
020240         CONTINUE
020250     ELSE
020260         MOVE "N" TO S1-TRAN-VALID-SW
020270         MOVE "INVALID AMOUNT SIGN" TO S1-REJECT-REASON
020280         MOVE "1003" TO S1-REJECT-CODE
020290         GO TO 7200-EXIT
020300     END-IF.
020310     IF (TRN-ACT-ADD OR TRN-ACT-UPDATE)
020320             AND TRN-AMOUNT IS NOT NUMERIC
020330         MOVE "N" TO S1-TRAN-VALID-SW
020340         MOVE "AMOUNT NOT NUMERIC" TO S1-REJECT-REASON
020350         MOVE "1004" TO S1-REJECT-CODE
020360     END-IF.
020370 7200-EXIT.
020380     EXIT.
020390*
020400*****************************************************************
020410*    7300-APPLY-TRAN - APPLIES ONE EDITED TRANSACTION TO THE    *
020420*    ACCOUNT MASTER.  A TRANSACTION THE MASTER CANNOT ACCEPT    *
020430*    (DUPLICATE ADD, UPDATE/DELETE OF A MISSING ACCOUNT, ANY    *
020440*    POSTING TO A FROZEN OR CLOSED ACCOUNT) IS REJECTED, NOT    *
020450*    ABENDED - THE REST OF THE FILE STILL RUNS.                 *
020460*****************************************************************
020470 7300-APPLY-TRAN.
020480     IF S1-TRIAL-RUN
020490         PERFORM 7310-APPLY-TRIAL THRU 7310-EXIT
020500         GO TO 7300-EXIT
020510     END-IF.
020520     MOVE TRN-ACCOUNT-ID TO MST-ACCOUNT-ID.
020530     READ MASTER-FILE
020540         INVALID KEY
020550             MOVE "N" TO S1-MST-FOUND-SW
020560         NOT INVALID KEY
020570             MOVE "Y" TO S1-MST-FOUND-SW
020580     END-READ.
020590     IF S1-MST-FOUND
020600         MOVE MST-BALANCE TO S1-BAL-BEFORE
020610     ELSE
020620         MOVE ZERO TO S1-BAL-BEFORE
020630     END-IF.
020640*    A BLANK-AMOUNT DELETE PASSED 7200 - IT MUST NOT RAISE A
020650*    DATA EXCEPTION HERE OR CARRY GARBAGE INTO THE JOURNAL.
020660     IF TRN-AMOUNT IS NUMERIC
020670         MOVE TRN-AMOUNT TO S1-TRAN-AMOUNT
020680     ELSE
020690         MOVE ZERO TO S1-TRAN-AMOUNT
020700     END-IF.
020710     IF TRN-SIGN-MINUS
020720         COMPUTE S1-TRAN-AMOUNT = ZERO - S1-TRAN-AMOUNT
020730     END-IF.
020740     EVALUATE TRUE
020750         WHEN TRN-ACT-ADD AND S1-MST-FOUND
020760             MOVE "N" TO S1-TRAN-VALID-SW
020770             MOVE "ACCOUNT ALREADY ON MASTER" TO
020780                 S1-REJECT-REASON
020790             MOVE "2001" TO S1-REJECT-CODE
020800         WHEN TRN-ACT-ADD
020810             MOVE TRN-ACCOUNT-ID TO MST-ACCOUNT-ID
020820             MOVE S1-TRAN-AMOUNT TO MST-BALANCE
020830             MOVE 1 TO MST-TRAN-COUNT
020840             MOVE S1-START-DATE TO MST-LAST-TRAN-DATE
020850             MOVE TRN-DESCRIPTION TO MST-DESCRIPTION
020860             MOVE SPACES TO MASTER-RECORD (62:9)
020870             SET MST-STAT-OPEN TO TRUE
020880             MOVE MST-BALANCE TO S1-BAL-AFTER
020890             WRITE MASTER-RECORD
020900                 INVALID KEY
020910                     MOVE "N" TO S1-TRAN-VALID-SW
020920                     MOVE "MASTER WRITE FAILED" TO
020930                         S1-REJECT-REASON
020940                     MOVE "2002" TO S1-REJECT-CODE
020950             END-WRITE
020960         WHEN NOT S1-MST-FOUND
020970             MOVE "N" TO S1-TRAN-VALID-SW
020980             MOVE "ACCOUNT NOT ON MASTER" TO S1-REJECT-REASON
020990             MOVE "2003" TO S1-REJECT-CODE
021000         WHEN MST-STAT-FROZEN
021010             MOVE "N" TO S1-TRAN-VALID-SW
021020             MOVE "ACCOUNT FROZEN - NO POSTINGS" TO
021030                 S1-REJECT-REASON
021040             MOVE "2006" TO S1-REJECT-CODE
021050         WHEN MST-STAT-CLOSED
021060             MOVE "N" TO S1-TRAN-VALID-SW
021070             MOVE "ACCOUNT CLOSED - NO POSTINGS" TO
021080                 S1-REJECT-REASON
021090             MOVE "2007" TO S1-REJECT-CODE
021100         WHEN TRN-ACT-UPDATE
021110             ADD S1-TRAN-AMOUNT TO MST-BALANCE
021120             ADD 1 TO MST-TRAN-COUNT
021130             MOVE S1-START-DATE TO MST-LAST-TRAN-DATE
021140             MOVE MST-BALANCE TO S1-BAL-AFTER
021150             REWRITE MASTER-RECORD
021160                 INVALID KEY
021170                     MOVE "N" TO S1-TRAN-VALID-SW
021180                     MOVE "MASTER REWRITE FAILED" TO
021190                         S1-REJECT-REASON
021200                     MOVE "2004" TO S1-REJECT-CODE
021210             END-REWRITE
021220         WHEN TRN-ACT-DELETE
021230             MOVE ZERO TO S1-BAL-AFTER
021240             DELETE MASTER-FILE
021250                 INVALID KEY
021260                     MOVE "N" TO S1-TRAN-VALID-SW
021270                     MOVE "MASTER DELETE FAILED" TO
021280                         S1-REJECT-REASON
021290                     MOVE "2005" TO S1-REJECT-CODE
021300             END-DELETE
021310     END-EVALUATE.
021320     IF S1-TRAN-VALID
021330         PERFORM 7350-WRITE-JOURNAL THRU 7350-EXIT
021340     END-IF.
021350 7300-EXIT.
021360     EXIT.
021370*
021380*****************************************************************
021390*    7310-APPLY-TRIAL - ONE TRANSACTION AGAINST THE PROJECTION  *
021400*    TABLE.  THE FIRST TOUCH OF AN ACCOUNT READS THE MASTER     *
021410*    FOR ITS OPENING BALANCE; EVERY EDIT AND MASTER CONDITION   *
021420*    OF THE REAL APPLY IS JUDGED THE SAME WAY, BUT THE ONLY     *
021430*    THING UPDATED IS THE PROJECTED BALANCE IN STORAGE.         *
021440*****************************************************************
021450 7310-APPLY-TRIAL.
021460     IF TRN-AMOUNT IS NUMERIC
021470         MOVE TRN-AMOUNT TO S1-TRAN-AMOUNT
021480     ELSE
021490         MOVE ZERO TO S1-TRAN-AMOUNT
021500     END-IF.
021510     IF TRN-SIGN-MINUS
021520         COMPUTE S1-TRAN-AMOUNT = ZERO - S1-TRAN-AMOUNT
021530     END-IF.
021540     PERFORM 7320-FIND-TRIAL-ENTRY THRU 7320-EXIT.
021550     IF NOT S1-TRIAL-FOUND
021560         MOVE TRN-ACCOUNT-ID TO MST-ACCOUNT-ID
021570         READ MASTER-FILE
021580             INVALID KEY
021590                 MOVE "N" TO S1-MST-FOUND-SW
021600             NOT INVALID KEY
021610                 MOVE "Y" TO S1-MST-FOUND-SW
021620         END-READ
021630         IF S1-MST-FOUND
021640             MOVE "Y" TO S1-CRT-ON-MASTER
021650             MOVE MST-BALANCE TO S1-CRT-BALANCE
021660             MOVE MST-STATUS TO S1-CRT-STATUS
021670             PERFORM 7330-CREATE-TRIAL-ENTRY THRU 7330-EXIT
021680             IF NOT S1-TRIAL-FOUND
021690                 MOVE "N" TO S1-TRAN-VALID-SW
021700                 MOVE "TRIAL ACCOUNT TABLE FULL" TO
021710                     S1-REJECT-REASON
021720                 MOVE "3001" TO S1-REJECT-CODE
021730                 GO TO 7310-EXIT
021740             END-IF
021750         END-IF
021760     END-IF.
021770     EVALUATE TRUE
021780         WHEN TRN-ACT-ADD AND S1-TRIAL-FOUND
021790                 AND S1-T-DELETED-SW (TRL-IDX) = "N"
021800             MOVE "N" TO S1-TRAN-VALID-SW
021810             MOVE "ACCOUNT ALREADY ON MASTER" TO
021820                 S1-REJECT-REASON
021830             MOVE "2001" TO S1-REJECT-CODE
021840         WHEN TRN-ACT-ADD AND S1-TRIAL-FOUND
021850             MOVE "N" TO S1-T-DELETED-SW (TRL-IDX)
021860             MOVE "O" TO S1-T-STATUS (TRL-IDX)
021870             MOVE S1-TRAN-AMOUNT TO S1-T-BAL-AFTER (TRL-IDX)
021880             ADD 1 TO S1-T-TRAN-COUNT (TRL-IDX)
021890         WHEN TRN-ACT-ADD
021900             MOVE "N" TO S1-CRT-ON-MASTER
021910             MOVE ZERO TO S1-CRT-BALANCE
021920             MOVE "O" TO S1-CRT-STATUS
021930             PERFORM 7330-CREATE-TRIAL-ENTRY THRU 7330-EXIT
021940             IF S1-TRIAL-FOUND
021950                 MOVE S1-TRAN-AMOUNT TO
021960                     S1-T-BAL-AFTER (TRL-IDX)
021970                 ADD 1 TO S1-T-TRAN-COUNT (TRL-IDX)
021980             ELSE
021990                 MOVE "N" TO S1-TRAN-VALID-SW
022000                 MOVE "TRIAL ACCOUNT TABLE FULL" TO
022010                     S1-REJECT-REASON
022020                 MOVE "3001" TO S1-REJECT-CODE
022030             END-IF
022040         WHEN NOT S1-TRIAL-FOUND
022050             MOVE "N" TO S1-TRAN-VALID-SW
022060             MOVE "ACCOUNT NOT ON MASTER" TO S1-REJECT-REASON
022070             MOVE "2003" TO S1-REJECT-CODE
022080         WHEN S1-T-DELETED-SW (TRL-IDX) = "Y"
022090             MOVE "N" TO S1-TRAN-VALID-SW
022100             MOVE "ACCOUNT NOT ON MASTER" TO S1-REJECT-REASON
022110             MOVE "2003" TO S1-REJECT-CODE
022120         WHEN S1-T-FROZEN (TRL-IDX)
022130             MOVE "N" TO S1-TRAN-VALID-SW
022140             MOVE "ACCOUNT FROZEN - NO POSTINGS" TO
022150                 S1-REJECT-REASON
022160             MOVE "2006" TO S1-REJECT-CODE
022170         WHEN S1-T-CLOSED (TRL-IDX)
022180             MOVE "N" TO S1-TRAN-VALID-SW
022190             MOVE "ACCOUNT CLOSED - NO POSTINGS" TO
022200                 S1-REJECT-REASON
022210             MOVE "2007" TO S1-REJECT-CODE
022220         WHEN TRN-ACT-UPDATE
022230             ADD S1-TRAN-AMOUNT TO S1-T-BAL-AFTER (TRL-IDX)
022240             ADD 1 TO S1-T-TRAN-COUNT (TRL-IDX)
022250         WHEN TRN-ACT-DELETE
022260             MOVE "Y" TO S1-T-DELETED-SW (TRL-IDX)
022270             MOVE ZERO TO S1-T-BAL-AFTER (TRL-IDX)
022280             ADD 1 TO S1-T-TRAN-COUNT (TRL-IDX)
022290     END-EVALUATE.
022300 7310-EXIT.
022310     EXIT.
022320*
022330 7320-FIND-TRIAL-ENTRY.
022340     MOVE "N" TO S1-TRIAL-FOUND-SW.
022350     IF S1-TRIAL-COUNT = ZERO
022360         GO TO 7320-EXIT
022370     END-IF.
022380     PERFORM 7325-MATCH-ONE-ENTRY THRU 7325-EXIT
022390         VARYING TRL-IDX2 FROM 1 BY 1 UNTIL
022400             TRL-IDX2 > S1-TRIAL-COUNT
022410             OR S1-TRIAL-FOUND.
022420 7320-EXIT.
022430     EXIT.
022440*
022450 7325-MATCH-ONE-ENTRY.
022460     IF S1-T-ACCOUNT-ID (TRL-IDX2) = TRN-ACCOUNT-ID
022470         SET S1-TRIAL-FOUND TO TRUE
022480         SET TRL-IDX TO TRL-IDX2
022490     END-IF.
022500 7325-EXIT.
022510     EXIT.
022520*
022530 7330-CREATE-TRIAL-ENTRY.
022540     IF S1-TRIAL-COUNT >= 500
022550         MOVE "N" TO S1-TRIAL-FOUND-SW
022560         GO TO 7330-EXIT
022570     END-IF.
022580     ADD 1 TO S1-TRIAL-COUNT.
022590     SET TRL-IDX TO S1-TRIAL-COUNT.
022600     MOVE TRN-ACCOUNT-ID   TO S1-T-ACCOUNT-ID (TRL-IDX).
022610     MOVE S1-CRT-ON-MASTER TO S1-T-ON-MASTER (TRL-IDX).
022620     MOVE "N"              TO S1-T-DELETED-SW (TRL-IDX).
022630     MOVE S1-CRT-STATUS    TO S1-T-STATUS (TRL-IDX).
022640     MOVE S1-CRT-BALANCE   TO S1-T-BAL-BEFORE (TRL-IDX).
022650     MOVE S1-CRT-BALANCE   TO S1-T-BAL-AFTER (TRL-IDX).
022660     MOVE ZERO             TO S1-T-TRAN-COUNT (TRL-IDX).
022670     SET S1-TRIAL-FOUND TO TRUE.
022680 7330-EXIT.
022690     EXIT.
022700*
022710*****************************************************************
022720*    7350-WRITE-JOURNAL - ONE PERMANENT JOURNAL RECORD PER      *
022730*    APPLIED TRANSACTION, WITH THE BALANCE IMAGE ON EACH SIDE   *
022740*    OF THE APPLY.  THE JOURNAL WAS PROVED OPEN BEFORE THE      *
022750*    MASTER WAS - EVERY APPLY HAS ITS RECORD.                   *
022760*****************************************************************
022770 7350-WRITE-JOURNAL.
022780     ACCEPT S1-NOW-DATE FROM DATE YYYYMMDD.
022790     ACCEPT S1-NOW-TIME FROM TIME.
022800     MOVE S1-NOW-DATE     TO JRN-DATE.
022810     MOVE S1-NOW-TIME     TO JRN-TIME.
022820     MOVE S1-JOB-ID       TO JRN-JOB-NAME.
022830     MOVE S1-RUN-NUMBER   TO JRN-RUN-NUMBER.
022840     MOVE TRN-ACCOUNT-ID  TO JRN-ACCOUNT-ID.
022850     MOVE TRN-ACTION      TO JRN-ACTION.
022860     MOVE S1-TRAN-AMOUNT  TO S1-SGN-IN.
022870     PERFORM 7360-SPLIT-SIGNED THRU 7360-EXIT.
022880     MOVE S1-SGN-SIGN     TO JRN-AMT-SIGN.
022890     MOVE S1-SGN-VALUE    TO JRN-AMOUNT.
022900     MOVE S1-BAL-BEFORE   TO S1-SGN-IN.
022910     PERFORM 7360-SPLIT-SIGNED THRU 7360-EXIT.
022920     MOVE S1-SGN-SIGN     TO JRN-BEFORE-SIGN.
022930     MOVE S1-SGN-VALUE    TO JRN-BAL-BEFORE.
022940     MOVE S1-BAL-AFTER    TO S1-SGN-IN.
022950     PERFORM 7360-SPLIT-SIGNED THRU 7360-EXIT.
022960     MOVE S1-SGN-SIGN     TO JRN-AFTER-SIGN.
022970     MOVE S1-SGN-VALUE    TO JRN-BAL-AFTER.
022980     MOVE SPACES          TO JOURNAL-RECORD (77:4).
022990     WRITE JOURNAL-RECORD.
023000 7350-EXIT.
023010     EXIT.
023020*
023030 7360-SPLIT-SIGNED.
023040     IF S1-SGN-IN < ZERO
023050         MOVE "-" TO S1-SGN-SIGN
023060         COMPUTE S1-SGN-VALUE = ZERO - S1-SGN-IN
023070     ELSE
023080         MOVE "+" TO S1-SGN-SIGN
023090         MOVE S1-SGN-IN TO S1-SGN-VALUE
023100     END-IF.
023110 7360-EXIT.
023120     EXIT.
023130*
023140 7400-WRITE-REJECT.
023150*    A TRIAL REJECT BELONGS ON THE PREVIEW REPORT, NOT IN THE
023160*    REAL REJECT OR SUSPENSE FILES - NOTHING REALLY REJECTED.
023170     IF S1-TRIAL-RUN
023180         PERFORM 7460-WRITE-PREVIEW-REJECT THRU 7460-EXIT
023190         GO TO 7400-EXIT
023200     END-IF.
023210     MOVE TRAN-RECORD TO REJ-TRAN-IMAGE.
023220     MOVE S1-REJECT-REASON TO REJ-REASON.
023230     WRITE REJECT-RECORD.
023240     IF S1-SUS-OK
023250         PERFORM 7450-WRITE-SUSPENSE THRU 7450-EXIT
023260     END-IF.
023270 7400-EXIT.
023280     EXIT.
023290*
023300*****************************************************************
023310*    7450-WRITE-SUSPENSE - ONE KEYED SUSPENSE ITEM PER REJECT.  *
023320*    THE KEY IS THE REJECT STAMP PLUS THE RUN'S REJECT NUMBER,  *
023330*    SO IT IS UNIQUE WITHOUT A REGISTRY.  A KEY CLASH (TWO      *
023340*    RUNS REJECTING IN THE SAME HUNDREDTH WITH THE SAME         *
023350*    NUMBER) JUST KEEPS THE FIRST - THE REJFILE IMAGE IS THE    *
023360*    COMPLETE RECORD EITHER WAY.                                *
023370*****************************************************************
023380 7450-WRITE-SUSPENSE.
023390     ACCEPT S1-NOW-DATE FROM DATE YYYYMMDD.
023400     ACCEPT S1-NOW-TIME FROM TIME.
023410     MOVE S1-NOW-DATE      TO SUS-DATE.
023420     MOVE S1-NOW-TIME      TO SUS-TIME.
023430     MOVE S1-TRAN-REJECTED TO SUS-SEQ.
023440     MOVE S1-JOB-ID        TO SUS-JOB-NAME.
023450     MOVE S1-RUN-NUMBER    TO SUS-RUN-NUMBER.
023460     MOVE S1-REJECT-CODE   TO SUS-REASON-CODE.
023470     IF TRN-RECYCLE-COUNT IS NUMERIC
023480         MOVE TRN-RECYCLE-COUNT TO SUS-RECYCLE-COUNT
023490     ELSE
023500         MOVE ZERO TO SUS-RECYCLE-COUNT
023510     END-IF.
023520     SET SUS-SUSPENDED     TO TRUE.
023530     MOVE TRAN-RECORD      TO SUS-TRAN-IMAGE.
023540     MOVE S1-REJECT-REASON TO SUS-REASON-TEXT.
023550     MOVE SPACES           TO SUSPENSE-RECORD (152:9).
023560     WRITE SUSPENSE-RECORD
023570         INVALID KEY
023580             CONTINUE
023590     END-WRITE.
023600 7450-EXIT.
023610     EXIT.
023620*
023630 7460-WRITE-PREVIEW-REJECT.
023640     ADD 1 TO S1-PRV-REJECTS.
023650     IF NOT S1-PRV-REJHDR-DONE
023660         SET S1-PRV-REJHDR-DONE TO TRUE
023670         MOVE S1-PRV-REJ-SECTION TO PREVIEW-RECORD
023680         PERFORM 7800-WRITE-PREVIEW-LINE THRU 7800-EXIT
023690     END-IF.
023700     MOVE TRN-ACTION       TO S1-PRJ-ACTION.
023710     MOVE TRN-ACCOUNT-ID   TO S1-PRJ-ACCOUNT.
023720     MOVE TRN-SIGN         TO S1-PRJ-SIGN.
023730     MOVE TRAN-RECORD (13:9) TO S1-PRJ-AMOUNT.
023740     MOVE S1-REJECT-REASON TO S1-PRJ-REASON.
023750     MOVE S1-PRV-REJ-LINE TO PREVIEW-RECORD.
023760     PERFORM 7800-WRITE-PREVIEW-LINE THRU 7800-EXIT.
023770 7460-EXIT.
023780     EXIT.
023790*
023800*****************************************************************
023810*    7500-TAKE-CHECKPOINT - RECORDS THE LAST TRANFILE POSITION  *
023820*    PROCESSED IN THE RESTART RECORD SO 3000-CHECK-RESTART CAN  *
023830*    HAND A RERUN THE RESUME POINT.                             *
023840*****************************************************************
023850 7500-TAKE-CHECKPOINT.
023860     OPEN I-O RESTART-FILE.
023870     IF S1-RST-STAT NOT = "00"
023880         GO TO 7500-EXIT
023890     END-IF.
023900     MOVE S1-JOB-ID TO RST-JOB-NAME.
023910     MOVE S1-RUN-NUMBER TO RST-RUN-NUMBER.
023920     READ RESTART-FILE
023930         INVALID KEY
023940             CONTINUE
023950     END-READ.
023960     IF S1-RST-STAT = "00"
023970         MOVE S1-TRAN-READ TO RST-CHECKPOINT-COUNT
023980         ACCEPT S1-NOW-DATE FROM DATE YYYYMMDD
023990         ACCEPT S1-NOW-TIME FROM TIME
024000         MOVE S1-NOW-DATE TO RST-LAST-UPDATE-DATE
024010         MOVE S1-NOW-TIME TO RST-LAST-UPDATE-TIME
024020         REWRITE RESTART-RECORD
024030     END-IF.
024040     CLOSE RESTART-FILE.
024050 7500-EXIT.
024060     EXIT.
024070*
024080*****************************************************************
024090*    7600-WRITE-TRAN-TOTALS - ONE CONSOLE LINE OF ACCEPTED/     *
024100*    REJECTED COUNTS AND THE BATCH-CONTROL STATUS AT            *
024110*    COMPLETION OF THE MAIN PROCESS.                            *
024120*****************************************************************
024130 7600-WRITE-TRAN-TOTALS.
024140     MOVE S1-TRAN-READ     TO S1-CNT-READ.
024150     MOVE S1-TRAN-ACCEPTED TO S1-CNT-ACCEPTED.
024160     MOVE S1-TRAN-REJECTED TO S1-CNT-REJECTED.
024170     MOVE S1-TRAN-SKIPPED  TO S1-CNT-SKIPPED.
024180     MOVE 1 TO S1-STR-PTR.
024190     MOVE SPACES TO S1-TEXT.
024200     STRING "TRANS READ " DELIMITED BY SIZE
024210            S1-CNT-READ DELIMITED BY SIZE
024220            " ACC " DELIMITED BY SIZE
024230            S1-CNT-ACCEPTED DELIMITED BY SIZE
024240            " REJ " DELIMITED BY SIZE
024250            S1-CNT-REJECTED DELIMITED BY SIZE
024260            " SKIP " DELIMITED BY SIZE
024270            S1-CNT-SKIPPED DELIMITED BY SIZE
024280            " BATCH " DELIMITED BY SIZE
024290            S1-BATCH-STATUS-TEXT DELIMITED BY SIZE
024300         INTO S1-TEXT
024310         WITH POINTER S1-STR-PTR
024320     END-STRING.
024330     COMPUTE S1-TEXT-LEN = S1-STR-PTR - 1.
024340     MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE.
024350     MOVE ZERO TO S1-LOG-MSG-NUMBER.
024360     MOVE "I" TO S1-MSG-SEVERITY.
024370     PERFORM 9200-WRITE-RAW-LINE THRU 9200-EXIT.
024380 7600-EXIT.
024390     EXIT.
024400*
024410*****************************************************************
024420*    7700-WRITE-PREVIEW-REPORT - THE PER-ACCOUNT BALANCE        *
024430*    PICTURE THE TRIAL RUN EXISTS FOR - EVERY TOUCHED ACCOUNT   *
024440*    WITH ITS MASTER BALANCE, ITS PROJECTED BALANCE AND WHAT    *
024450*    THE BATCH WOULD HAVE DONE TO IT.                           *
024460*****************************************************************
024470 7700-WRITE-PREVIEW-REPORT.
024480     IF S1-PRV-REJHDR-DONE
024490         MOVE SPACES TO PREVIEW-RECORD
024500         PERFORM 7800-WRITE-PREVIEW-LINE THRU 7800-EXIT
024510     END-IF.
024520     MOVE S1-PRV-ACCT-SECTION TO PREVIEW-RECORD.
024530     PERFORM 7800-WRITE-PREVIEW-LINE THRU 7800-EXIT.
024540     MOVE S1-PRV-ACCT-HEADING TO PREVIEW-RECORD.
024550     PERFORM 7800-WRITE-PREVIEW-LINE THRU 7800-EXIT.
024560     PERFORM 7710-WRITE-ONE-ACCOUNT THRU 7710-EXIT
024570         VARYING TRL-IDX FROM 1 BY 1 UNTIL
024580             TRL-IDX > S1-TRIAL-COUNT.
024590     MOVE SPACES TO PREVIEW-RECORD.
024600     PERFORM 7800-WRITE-PREVIEW-LINE THRU 7800-EXIT.
024610     MOVE S1-TRIAL-COUNT TO S1-PTL-ACCOUNTS.
024620     MOVE S1-PRV-REJECTS TO S1-PTL-REJECTS.
024630     MOVE S1-PRV-TOTAL-LINE TO PREVIEW-RECORD.
024640     PERFORM 7800-WRITE-PREVIEW-LINE THRU 7800-EXIT.
024650 7700-EXIT.
024660     EXIT.
024670*
024680 7710-WRITE-ONE-ACCOUNT.
024690     MOVE S1-T-ACCOUNT-ID (TRL-IDX) TO S1-PAC-ACCOUNT.
024700     EVALUATE TRUE
024710         WHEN S1-T-DELETED-SW (TRL-IDX) = "Y"
024720             MOVE "DELETED" TO S1-PAC-DISP
024730         WHEN S1-T-TRAN-COUNT (TRL-IDX) = ZERO
024740             MOVE "NO CHNG" TO S1-PAC-DISP
024750         WHEN S1-T-ON-MASTER (TRL-IDX) = "N"
024760             MOVE "ADDED  " TO S1-PAC-DISP
024770         WHEN OTHER
024780             MOVE "UPDATED" TO S1-PAC-DISP
024790     END-EVALUATE.
024800     MOVE S1-T-BAL-BEFORE (TRL-IDX) TO S1-PAC-BEFORE.
024810     MOVE S1-T-BAL-AFTER (TRL-IDX)  TO S1-PAC-AFTER.
024820     MOVE S1-T-TRAN-COUNT (TRL-IDX) TO S1-PAC-TRANS.
024830     MOVE S1-PRV-ACCT-LINE TO PREVIEW-RECORD.
024840     PERFORM 7800-WRITE-PREVIEW-LINE THRU 7800-EXIT.
024850 7710-EXIT.
024860     EXIT.
024870*
024880*****************************************************************
024890*    7800-WRITE-PREVIEW-LINE - COMMON PREVIEW PRINT ROUTINE     *
024900*    WITH PAGE OVERFLOW HANDLING.  THE PENDING LINE IS HELD     *
024910*    SO A PAGE BREAK CANNOT CLOBBER IT.                         *
024920*****************************************************************
024930 7800-WRITE-PREVIEW-LINE.
024940     MOVE PREVIEW-RECORD TO S1-PRV-HOLD-LINE.
024950     IF S1-PRV-LINE-COUNT > S1-PRV-LINES-PER-PAGE
024960         PERFORM 7850-WRITE-PREVIEW-HEADING THRU 7850-EXIT
024970     END-IF.
024980     WRITE PREVIEW-RECORD FROM S1-PRV-HOLD-LINE
024990         AFTER ADVANCING 1 LINE.
025000     ADD 1 TO S1-PRV-LINE-COUNT.
025010 7800-EXIT.
025020     EXIT.
025030*
025040 7850-WRITE-PREVIEW-HEADING.
025050     ADD 1 TO S1-PRV-PAGE-COUNT.
025060     MOVE S1-JOB-ID        TO S1-PH1-JOB.
025070     MOVE S1-START-DATE    TO S1-PH1-DATE.
025080     MOVE S1-PRV-PAGE-COUNT TO S1-PH1-PAGE.
025090     MOVE S1-PRV-HEADING-1 TO PREVIEW-RECORD.
025100     WRITE PREVIEW-RECORD AFTER ADVANCING PAGE.
025110     MOVE SPACES TO PREVIEW-RECORD.
025120     WRITE PREVIEW-RECORD AFTER ADVANCING 1 LINE.
025130     MOVE 3 TO S1-PRV-LINE-COUNT.
025140 7850-EXIT.
025150     EXIT.
025160*
025170*****************************************************************
025180*    8000-WRITE-COMPLETION - REPORTS ELAPSED RUN TIME AND       *
025190*    NORMAL/ABEND COMPLETION STATUS RIGHT BEFORE GOBACK.        *
025200*****************************************************************
025210 8000-WRITE-COMPLETION.
025220     ACCEPT S1-END-DATE FROM DATE YYYYMMDD.
025230     ACCEPT S1-END-TIME FROM TIME.
025240     PERFORM 8100-COMPUTE-ELAPSED THRU 8100-EXIT.
025250     IF S1-STATUS-NORMAL
025260         MOVE "NORMAL" TO S1-COMPLETION-STATUS-TEXT
025270     ELSE
025280         MOVE "ABEND " TO S1-COMPLETION-STATUS-TEXT
025290     END-IF.
025300     MOVE 1 TO S1-STR-PTR.
025310     MOVE SPACES TO S1-TEXT.
025320     STRING "JOB " DELIMITED BY SIZE
025330            S1-JOB-ID DELIMITED BY SPACE
025340            " ENDED " DELIMITED BY SIZE
025350            S1-COMPLETION-STATUS-TEXT DELIMITED BY SPACE
025360            " - ELAPSED " DELIMITED BY SIZE
025370            S1-ELAPSED-DISPLAY DELIMITED BY SIZE
025380         INTO S1-TEXT
025390         WITH POINTER S1-STR-PTR
025400     END-STRING.
025410     COMPUTE S1-TEXT-LEN = S1-STR-PTR - 1.
025420     MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE.
025430     MOVE ZERO TO S1-LOG-MSG-NUMBER.
025440     MOVE "I" TO S1-MSG-SEVERITY.
025450     PERFORM 9200-WRITE-RAW-LINE THRU 9200-EXIT.
025460 8000-EXIT.
025470     EXIT.
025480*
025490 8100-COMPUTE-ELAPSED.
025500     COMPUTE S1-START-SECS =
025510         (S1-START-HH * 3600) + (S1-START-MM * 60) + S1-START-SS.
025520     COMPUTE S1-END-SECS =
025530         (S1-END-HH * 3600) + (S1-END-MM * 60) + S1-END-SS.
025540     IF S1-END-SECS >= S1-START-SECS
025550         COMPUTE S1-ELAPSED-SECS = S1-END-SECS - S1-START-SECS
025560     ELSE
025570         COMPUTE S1-ELAPSED-SECS =
025580             S1-END-SECS - S1-START-SECS + 86400
025590     END-IF.
025600     DIVIDE S1-ELAPSED-SECS BY 3600
025610         GIVING S1-ELAPSED-HH
025620         REMAINDER S1-ELAPSED-REM.
025630     DIVIDE S1-ELAPSED-REM BY 60
025640         GIVING S1-ELAPSED-MM
025650         REMAINDER S1-ELAPSED-SS.
025660     STRING S1-ELAPSED-HH DELIMITED BY SIZE
025670            ":" DELIMITED BY SIZE
025680            S1-ELAPSED-MM DELIMITED BY SIZE
025690            ":" DELIMITED BY SIZE
025700            S1-ELAPSED-SS DELIMITED BY SIZE
025710         INTO S1-ELAPSED-DISPLAY
025720     END-STRING.
025730 8100-EXIT.
025740     EXIT.
025750*
025760*****************************************************************
025770*    8200-WRITE-RUN-HISTORY - APPENDS THIS EXECUTION TO THE     *
025780*    PERMANENT RUN-HISTORY FILE (HISTFILE) SO ELAPSED-TIME      *
025790*    TRENDS CAN BE REPORTED BY RUNTREND.  A MISSING HISTFILE    *
025800*    IS NOT FATAL - THE RUN ITSELF ALREADY COMPLETED.           *
025810*****************************************************************
025820 8200-WRITE-RUN-HISTORY.
025830     OPEN EXTEND HIST-FILE.
025840     IF S1-HIST-STAT NOT = "00"
025850         OPEN OUTPUT HIST-FILE
025860     END-IF.
025870     IF S1-HIST-STAT NOT = "00"
025880         GO TO 8200-EXIT
025890     END-IF.
025900     MOVE S1-JOB-ID          TO RH-JOB-NAME.
025910     MOVE S1-RUN-NUMBER      TO RH-RUN-NUMBER.
025920     MOVE S1-START-DATE      TO RH-START-DATE.
025930     MOVE S1-START-TIME      TO RH-START-TIME.
025940     MOVE S1-END-DATE        TO RH-END-DATE.
025950     MOVE S1-END-TIME        TO RH-END-TIME.
025960     MOVE S1-ELAPSED-SECS    TO RH-ELAPSED-SECS.
025970     MOVE S1-COMPLETION-SW   TO RH-COMPLETION.
025980     MOVE S1-RESTART-SW      TO RH-RESTART-FLAG.
025990     MOVE S1-MSG-COUNT       TO RH-MSG-COUNT.
026000     MOVE SPACES             TO RUNH-RECORD (62:19).
026010     WRITE RUNH-RECORD.
026020     CLOSE HIST-FILE.
026030 8200-EXIT.
026040     EXIT.
026050*
026060*****************************************************************
026070*    9000-WRITE-MSG-BY-NUMBER - LOOKS UP S1-LOOKUP-NUMBER IN    *
026080*    THE MESSAGE CATALOG TABLE AND PUTS THE TEXT OUT.           *
026090*****************************************************************
026100 9000-WRITE-MSG-BY-NUMBER.
026110     PERFORM 9050-LOOKUP-MSG-TEXT THRU 9050-EXIT.
026120     MOVE S1-LOOKUP-NUMBER TO S1-LOG-MSG-NUMBER.
026130     PERFORM 9200-WRITE-RAW-LINE THRU 9200-EXIT.
026140     IF S1-REPLY-REQUIRED
026150         PERFORM 9700-OPERATOR-REPLY THRU 9700-EXIT
026160     END-IF.
026170 9000-EXIT.
026180     EXIT.
026190*
026200*****************************************************************
026210*    9050-LOOKUP-MSG-TEXT - SEARCHES THE CATALOG FOR S1-LOOKUP-  *
026220*    NUMBER AND LOADS ITS TEXT/LENGTH/CODEPAGE INTO S1-TEXT      *
026230*    WITHOUT DISPLAYING OR LOGGING IT, SO CALLERS THAT NEED THE  *
026240*    TEXT FOR SOMETHING OTHER THAN AN IMMEDIATE CONSOLE WRITE    *
026250*    (E.G. 4000-BUILD-STARTUP-BANNER) CAN REUSE THE LOOKUP.      *
026260*****************************************************************
026270 9050-LOOKUP-MSG-TEXT.
026280     SET MC-IDX TO 1.
026290     SEARCH MC-TABLE
026300         AT END
026310             MOVE "MESSAGE NOT FOUND IN CATALOG" TO S1-TEXT
026320             MOVE 28 TO S1-TEXT-LEN
026330             MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE
026340             MOVE "W" TO S1-MSG-SEVERITY
026350             MOVE "N" TO S1-REPLY-FLAG
026360         WHEN MCT-MSG-NUMBER (MC-IDX) = S1-LOOKUP-NUMBER
026370             MOVE MCT-TEXT (MC-IDX)        TO S1-TEXT
026380             MOVE MCT-TEXT-LENGTH (MC-IDX) TO S1-TEXT-LEN
026390             MOVE MCT-CODEPAGE (MC-IDX)    TO S1-CODEPAGE
026400             MOVE MCT-SEVERITY (MC-IDX)    TO S1-MSG-SEVERITY
026410             MOVE MCT-REPLY-FLAG (MC-IDX)  TO S1-REPLY-FLAG
026420     END-SEARCH.
026430 9050-EXIT.
026440     EXIT.
026450*
026460*****************************************************************
026470*    9200-WRITE-RAW-LINE - COMMON CONSOLE-WRITE ROUTINE USED BY *
026480*    EVERY MESSAGE THIS PROGRAM PUTS OUT.  TRANSLATES EXTENDED  *
026490*    CHARACTERS WHEN NEEDED, ROUTES BY SEVERITY (E-LEVEL LINES  *
026500*    ALSO GO TO ALRTFILE;  W/E LINES ARE EMITTED EVEN IN        *
026510*    UNATTENDED MODE; LINES BELOW THE PARM MINIMUM SEVERITY     *
026520*    ARE LOGGED SILENTLY), CHECKS THE CBL_WRITE_SCR_TTY RETURN  *
026530*    CODE AND FALLS BACK TO                                     *
026540*    DISPLAY WHEN THERE IS NO ATTACHED CONSOLE, AND ALWAYS      *
026550*    APPENDS THE LINE TO LOGFILE.                                *
026560*****************************************************************
026570 9200-WRITE-RAW-LINE.
026580     IF S1-CODEPAGE NOT = S1-SITE-CODEPAGE
026590         PERFORM 9300-TRANSLATE-TEXT THRU 9300-EXIT
026600     END-IF.
026610     MOVE S1-MSG-SEVERITY TO S1-RANK-SEV-IN.
026620     PERFORM 9250-RANK-SEVERITY THRU 9250-EXIT.
026630     MOVE S1-RANK-OUT TO S1-SEV-RANK.
026640     IF S1-MSG-SEVERITY = "E"
026650         PERFORM 9600-WRITE-ALERT-RECORD THRU 9600-EXIT
026660     END-IF.
026670     IF ((S1-MODE-UNATTENDED AND S1-SEV-RANK < 2)
026680             OR S1-SEV-RANK < S1-MIN-RANK)
026690             AND NOT S1-REPLY-REQUIRED
026700         SET LOG-STATUS-SILENT TO TRUE
026710         PERFORM 9500-WRITE-LOG-RECORD THRU 9500-EXIT
026720         GO TO 9200-EXIT
026730     END-IF.
026740     CALL "CBL_WRITE_SCR_TTY" USING S1-TEXT S1-TEXT-LEN.
026750     IF RETURN-CODE = ZERO
026760         SET LOG-STATUS-TTY-OK TO TRUE
026770     ELSE
026780         SET LOG-STATUS-TTY-FAILED TO TRUE
026790         DISPLAY S1-TEXT (1:S1-TEXT-LEN)
026800     END-IF.
026810     PERFORM 9500-WRITE-LOG-RECORD THRU 9500-EXIT.
026820 9200-EXIT.
026830     EXIT.
026840*
026850*****************************************************************
026860*    9250-RANK-SEVERITY - MAPS A SEVERITY CODE TO ITS RANK (I   *
026870*    = 1, W = 2, E = 3) SO SEVERITIES CAN BE COMPARED.  AN      *
026880*    UNRECOGNIZED CODE RANKS AS INFORMATION.                    *
026890*****************************************************************
026900 9250-RANK-SEVERITY.
026910     EVALUATE S1-RANK-SEV-IN
026920         WHEN "E"
026930             MOVE 3 TO S1-RANK-OUT
026940         WHEN "W"
026950             MOVE 2 TO S1-RANK-OUT
026960         WHEN OTHER
026970             MOVE 1 TO S1-RANK-OUT
026980     END-EVALUATE.
026990 9250-EXIT.
027000     EXIT.
027010*
027020 9300-TRANSLATE-TEXT.
027030     INSPECT S1-TEXT (1:S1-TEXT-LEN)
027040         CONVERTING XLATE-FROM-CHARS TO XLATE-TO-CHARS.
027050     MOVE S1-SITE-CODEPAGE TO S1-CODEPAGE.
027060 9300-EXIT.
027070     EXIT.
027080*
027090*****************************************************************
027100*    9500-WRITE-LOG-RECORD - APPENDS ONE RECORD TO LOGFILE.     *
027110*****************************************************************
027120 9500-WRITE-LOG-RECORD.
027130     ACCEPT S1-NOW-DATE FROM DATE YYYYMMDD.
027140     ACCEPT S1-NOW-TIME FROM TIME.
027150     MOVE S1-NOW-DATE       TO LOG-DATE.
027160     MOVE S1-NOW-TIME       TO LOG-TIME.
027170     MOVE S1-JOB-ID         TO LOG-JOB-ID.
027180     MOVE S1-RUN-NUMBER     TO LOG-RUN-NUMBER.
027190     MOVE S1-LOG-MSG-NUMBER TO LOG-MSG-NUMBER.
027200     MOVE S1-CODEPAGE       TO LOG-CODEPAGE.
027210     MOVE S1-TEXT           TO LOG-TEXT.
027220     MOVE S1-MSG-SEVERITY   TO LOG-SEVERITY.
027230     WRITE LOG-RECORD.
027240     ADD 1 TO S1-MSG-COUNT.
027250 9500-EXIT.
027260     EXIT.
027270*
027280*****************************************************************
027290*    9600-WRITE-ALERT-RECORD - APPENDS ONE RECORD TO ALRTFILE   *
027300*    FOR AN ERROR-SEVERITY LINE SO SITE MONITORING SEES ERROR   *
027310*    TRAFFIC WHATEVER THE RUN MODE OR CONSOLE THRESHOLD.        *
027320*****************************************************************
027330 9600-WRITE-ALERT-RECORD.
027340     ACCEPT S1-NOW-DATE FROM DATE YYYYMMDD.
027350     ACCEPT S1-NOW-TIME FROM TIME.
027360     MOVE S1-NOW-DATE       TO ALT-DATE.
027370     MOVE S1-NOW-TIME       TO ALT-TIME.
027380     MOVE S1-JOB-ID         TO ALT-JOB-ID.
027390     MOVE S1-RUN-NUMBER     TO ALT-RUN-NUMBER.
027400     MOVE S1-LOG-MSG-NUMBER TO ALT-MSG-NUMBER.
027410     MOVE S1-MSG-SEVERITY   TO ALT-SEVERITY.
027420     MOVE S1-TEXT           TO ALT-TEXT.
027430     WRITE ALERT-RECORD.
027440 9600-EXIT.
027450     EXIT.
027460*
027470*****************************************************************
027480*    9700-OPERATOR-REPLY - PAUSES A REPLY-REQUIRED STARTUP      *
027490*    MESSAGE FOR AN OPERATOR GO/CANCEL.  THE CONSOLE HAS NO     *
027500*    TIMED READ IN THIS DIALECT, SO THREE INVALID (OR EMPTY)    *
027510*    REPLIES ARE TREATED AS THE TIMEOUT AND CANCEL THE STEP.    *
027520*    THE REGISTRY HEARTBEAT IS REFRESHED BEFORE EVERY PROMPT    *
027530*    SO A RUN WAITING ON THE OPERATOR STILL HOLDS THE ACTIVE-   *
027540*    RUN LOCK AGAINST A DUPLICATE SUBMISSION (SEE 3050).        *
027550*    IN UNATTENDED MODE THERE IS NOBODY TO CONFIRM - THE RUN    *
027560*    ABENDS AT ONCE.                                            *
027570*****************************************************************
027580 9700-OPERATOR-REPLY.
027590     IF S1-MODE-UNATTENDED
027600         SET S1-STATUS-ABEND TO TRUE
027610         MOVE 0996 TO S1-LOOKUP-NUMBER
027620         PERFORM 9750-EMIT-REPLY-MSG THRU 9750-EXIT
027630         GO TO 9700-EXIT
027640     END-IF.
027650     MOVE ZERO TO S1-REPLY-TRIES.
027660 9700-PROMPT.
027670     ADD 1 TO S1-REPLY-TRIES.
027680     IF S1-REPLY-TRIES > 3
027690         GO TO 9700-CANCEL
027700     END-IF.
027710     PERFORM 9770-REFRESH-HEARTBEAT THRU 9770-EXIT.
027720     MOVE 0112 TO S1-LOOKUP-NUMBER.
027730     PERFORM 9750-EMIT-REPLY-MSG THRU 9750-EXIT.
027740     MOVE SPACES TO S1-OPERATOR-REPLY.
027750     ACCEPT S1-OPERATOR-REPLY FROM CONSOLE.
027760     INSPECT S1-OPERATOR-REPLY
027770         CONVERTING "abcdefghijklmnopqrstuvwxyz"
027780                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
027790     IF S1-OPERATOR-REPLY = "GO"
027800         GO TO 9700-EXIT
027810     END-IF.
027820     IF S1-OPERATOR-REPLY = "CANCEL"
027830         GO TO 9700-CANCEL
027840     END-IF.
027850     GO TO 9700-PROMPT.
027860 9700-CANCEL.
027870     SET S1-OPERATOR-CANCEL TO TRUE.
027880     SET S1-STATUS-ABEND TO TRUE.
027890     MOVE 0995 TO S1-LOOKUP-NUMBER.
027900     PERFORM 9750-EMIT-REPLY-MSG THRU 9750-EXIT.
027910 9700-EXIT.
027920     EXIT.
027930*
027940*****************************************************************
027950*    9750-EMIT-REPLY-MSG - CATALOG LOOKUP AND CONSOLE WRITE     *
027960*    FOR THE REPLY DIALOG, BYPASSING 9000 SO AN ACTIVE 9000     *
027970*    PERFORM IS NEVER RE-ENTERED.                               *
027980*****************************************************************
027990 9750-EMIT-REPLY-MSG.
028000     PERFORM 9050-LOOKUP-MSG-TEXT THRU 9050-EXIT.
028010     MOVE S1-LOOKUP-NUMBER TO S1-LOG-MSG-NUMBER.
028020     PERFORM 9200-WRITE-RAW-LINE THRU 9200-EXIT.
028030 9750-EXIT.
028040     EXIT.
028050*
028060*****************************************************************
028070*    9770-REFRESH-HEARTBEAT - RE-STAMPS THIS RUN'S REGISTRY     *
028080*    RECORD SO THE ACTIVE-RUN LOCK STAYS FRESH WHILE THE STEP   *
028090*    WAITS ON AN OPERATOR REPLY.  A REGISTRY THAT CANNOT BE     *
028100*    REACHED IS SKIPPED - THE PROMPT ITSELF MUST STILL RUN.     *
028110*****************************************************************
028120 9770-REFRESH-HEARTBEAT.
028130     OPEN I-O RESTART-FILE.
028140     IF S1-RST-STAT NOT = "00"
028150         GO TO 9770-EXIT
028160     END-IF.
028170     MOVE S1-JOB-ID TO RST-JOB-NAME.
028180     MOVE S1-RUN-NUMBER TO RST-RUN-NUMBER.
028190     READ RESTART-FILE
028200         INVALID KEY
028210             CONTINUE
028220     END-READ.
028230     IF S1-RST-STAT = "00"
028240         ACCEPT S1-NOW-DATE FROM DATE YYYYMMDD
028250         ACCEPT S1-NOW-TIME FROM TIME
028260         MOVE S1-NOW-DATE TO RST-LAST-UPDATE-DATE
028270         MOVE S1-NOW-TIME TO RST-LAST-UPDATE-TIME
028280         REWRITE RESTART-RECORD
028290     END-IF.
028300     CLOSE RESTART-FILE.
028310 9770-EXIT.
028320     EXIT.
028330*
028340*****************************************************************
028350*    9850-DATE-TO-DAYS - GREGORIAN DAY NUMBER FOR S1-D2D-DATE   *
028360*    SO HEARTBEAT AGES COMPARE CORRECTLY ACROSS MIDNIGHT AND    *
028370*    MONTH BOUNDARIES.  MARCH-BASED YEAR SO THE LEAP DAY FALLS  *
028380*    AT THE END OF THE COUNTING YEAR.                           *
028390*****************************************************************
028400 9850-DATE-TO-DAYS.
028410     IF S1-D2D-MM > 2
028420         MOVE S1-D2D-YYYY TO S1-D2D-Y
028430         COMPUTE S1-D2D-M = S1-D2D-MM - 3
028440     ELSE
028450         COMPUTE S1-D2D-Y = S1-D2D-YYYY - 1
028460         COMPUTE S1-D2D-M = S1-D2D-MM + 9
028470     END-IF.
028480     COMPUTE S1-D2D-DAYS =
028490         (1461 * S1-D2D-Y / 4)
028500         - (S1-D2D-Y / 100)
028510         + (S1-D2D-Y / 400)
028520         + ((153 * S1-D2D-M + 2) / 5)
028530         + S1-D2D-DD.
028540 9850-EXIT.
028550     EXIT.
028560*
028570*****************************************************************
028580*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
028590*****************************************************************
028600 9800-CLOSE-FILES.
028610     CLOSE LOG-FILE.
028620     CLOSE ALERT-FILE.
028630 9800-EXIT.
028640     EXIT.
