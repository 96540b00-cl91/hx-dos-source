000010*
000020*****************************************************************
000030*                                                                *
000040*    IDENTIFICATION DIVISION.
000050*                                                                *
000060*****************************************************************
000070*
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     ACTMON.
000100 AUTHOR.         R T MILLHOUSE.
000110 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000120 DATE-WRITTEN.   2026-10-15.
000130 DATE-COMPILED.  2026-10-15.
000140*
000150*****************************************************************
000160*                                                                *
000170*    REMARKS.  LARGE-VALUE AND UNUSUAL-ACTIVITY MONITOR.  READS  *
000180*    THE JOURNAL GENERATION A SAMPLE1 POSTING RUN HAS JUST       *
000190*    WRITTEN (JRNFILE - SEE JRNREC) AND TESTS EVERY POSTING      *
000200*    AGAINST THE THRESHOLD CARDS (THRFILE).  EACH HIT IS         *
000210*    APPENDED TO ALRTFILE (SEE ALTREC) UNDER ITS OWN CATALOGUED  *
000220*    MESSAGE NUMBER, SO ALTDISP ROUTES IT BY RTEFILE AND TRACKS  *
000230*    ITS ACKNOWLEDGMENT LIKE ANY JOB ERROR, AND IS LISTED ON THE *
000240*    DAILY EXCEPTION REPORT (RPTFILE) WITH THE BALANCE BEFORE    *
000250*    AND AFTER THE POSTING.                                      *
000260*                                                                *
000270*    CONDITIONS, EACH UNDER ITS OWN MESSAGE NUMBER -             *
000280*                                                                *
000290*    P  0301  AN UPDATE WHOSE AMOUNT IS OVER THE LIMIT.          *
000300*    N  0302  A BALANCE POSITIVE BEFORE THE POSTING AND          *
000310*             NEGATIVE AFTER IT.                                 *
000320*    C  0303  MORE POSTINGS TO ONE ACCOUNT IN ONE RUN THAN THE   *
000330*             COUNT.  EVERY POSTING OF THE ACCOUNT IS LISTED;    *
000340*             ONE ALERT, AT THE POSTING THAT GOES OVER.          *
000350*    A  0304  AN ADD OR DELETE MOVING THE BALANCE BY MORE THAN   *
000360*             THE LIMIT.                                         *
000370*                                                                *
000380*    SEVERITY AND TEXT COME FROM THE MESSAGE CATALOG (MSGFILE -  *
000390*    SEE MSGCAT) WHEN THE NUMBER IS CATALOGUED, SO OPERATIONS    *
000400*    CAN RE-WORD OR RE-SEVERITY A HIT WITH MSGMAINT; OTHERWISE   *
000410*    THE BUILT-IN TEXT STANDS.  EACH ALERT IS STAMPED WITH THE   *
000420*    POSTING'S OWN JOURNAL DATE AND TIME, MOVED ON A HUNDREDTH   *
000430*    WHEN IT WOULD REPEAT THE LAST STAMP USED FOR THAT NUMBER,   *
000440*    SO EVERY ALERT HAS ITS OWN ACKNOWLEDGMENT KEY AND A RERUN   *
000450*    OVER THE SAME GENERATION IS PASSED OVER BY ALTDISP.         *
000460*                                                                *
000470*    THRESHOLD CARD - COL 1 CONDITION (P, N, C, A OR * FOR A     *
000480*    COMMENT), 3-12 ACCOUNT-ID PREFIX (UP TO ITS FIRST SPACE -   *
000490*    BLANK FOR EVERY ACCOUNT), 14-24 AMOUNT 9V99 DIGITS (P AND A *
000500*    - THE LIMIT; N - THE LOWEST BALANCE BEFORE THAT COUNTS,     *
000510*    BLANK FOR ANY POSITIVE BALANCE), 26-30 POSTING COUNT (C),   *
000520*    32-47 DESCRIPTION FOR THE REPORT.  THE FIRST MATCHING CARD  *
000530*    OF EACH CONDITION APPLIES, SO SPECIFIC PREFIXES GO AHEAD    *
000540*    OF THE CATCH-ALL.                                           *
000550*                                                                *
000560*    RETURN CODES - 0 CLEAN, 4 POSTINGS FLAGGED (OR THE ACCOUNT  *
000570*    TABLE FILLED AND SOME COUNTS WERE NOT CHECKED), 12 NOTHING  *
000580*    CHECKED (THRESHOLD CARDS, JOURNAL OR ALRTFILE UNUSABLE).    *
000590*                                                                *
000600*    MOD LOG                                                     *
000610*    ---------- ---- ----------------------------------------    *
000620*    2026-10-15 RTM  ORIGINAL PROGRAM.                           *
000630*                                                                *
000640*****************************************************************
000650*
000660 ENVIRONMENT DIVISION.
000670*
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.    IBM-370.
000700 OBJECT-COMPUTER.    IBM-370.
000710*
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT THRESHOLD-FILE ASSIGN TO "THRFILE"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS AM-THR-STAT.
000770*
000780     SELECT MSG-FILE ASSIGN TO "MSGFILE"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS AM-MSG-STAT.
000810*
000820     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS AM-JRN-STAT.
000850*
000860     SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS AM-ALT-STAT.
000890*
000900     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS AM-RPT-STAT.
000930*
000940*****************************************************************
000950*                                                                *
000960*    DATA DIVISION.
000970*                                                                *
000980*****************************************************************
000990*
001000 DATA DIVISION.
001010*
001020 FILE SECTION.
001030*
001040 FD  THRESHOLD-FILE
001050     RECORDING MODE F
001060     LABEL RECORDS STANDARD
001070     BLOCK CONTAINS 0 RECORDS
001080     RECORD CONTAINS 80 CHARACTERS
001090     DATA RECORD IS THRESHOLD-CARD.
001100 01  THRESHOLD-CARD.
001110     05  TH-TYPE                 PIC X(01).
001120         88  TH-TYPE-POSTING          VALUE "P".
001130         88  TH-TYPE-NEGATIVE         VALUE "N".
001140         88  TH-TYPE-COUNT            VALUE "C".
001150         88  TH-TYPE-ADD-DELETE       VALUE "A".
001160         88  TH-TYPE-COMMENT          VALUE "*".
001170     05  FILLER                  PIC X(01).
001180     05  TH-PREFIX               PIC X(10).
001190     05  FILLER                  PIC X(01).
001200     05  TH-AMOUNT               PIC X(11).
001210     05  TH-AMOUNT-N REDEFINES TH-AMOUNT
001220                                 PIC 9(09)V99.
001230     05  FILLER                  PIC X(01).
001240     05  TH-COUNT                PIC X(05).
001250     05  TH-COUNT-N REDEFINES TH-COUNT
001260                                 PIC 9(05).
001270     05  FILLER                  PIC X(01).
001280     05  TH-DESCRIPTION          PIC X(16).
001290     05  FILLER                  PIC X(33).
001300*
001310 FD  MSG-FILE
001320     RECORDING MODE F
001330     LABEL RECORDS STANDARD
001340     BLOCK CONTAINS 0 RECORDS
001350     RECORD CONTAINS 85 CHARACTERS
001360     DATA RECORD IS MSGCAT-RECORD.
001370     COPY MSGCAT.
001380*
001390 FD  JOURNAL-FILE
001400     RECORDING MODE F
001410     LABEL RECORDS STANDARD
001420     BLOCK CONTAINS 0 RECORDS
001430     RECORD CONTAINS 80 CHARACTERS
001440     DATA RECORD IS JOURNAL-RECORD.
001450     COPY JRNREC.
001460*
001470 FD  ALERT-FILE
001480     RECORDING MODE F
001490     LABEL RECORDS STANDARD
001500     BLOCK CONTAINS 0 RECORDS
001510     RECORD CONTAINS 114 CHARACTERS
001520     DATA RECORD IS ALERT-RECORD.
001530     COPY ALTREC.
001540*
001550 FD  REPORT-FILE
001560     RECORDING MODE F
001570     LABEL RECORDS STANDARD
001580     BLOCK CONTAINS 0 RECORDS
001590     RECORD CONTAINS 133 CHARACTERS
001600     DATA RECORD IS REPORT-RECORD.
001610 01  REPORT-RECORD               PIC X(133).
001620*
001630 WORKING-STORAGE SECTION.
001640*
001650 01  AM-SWITCHES.
001660     05  AM-EOF-THRFILE          PIC X(01) VALUE "N".
001670         88  AM-END-OF-THRFILE       VALUE "Y".
001680     05  AM-EOF-MSGFILE          PIC X(01) VALUE "N".
001690         88  AM-END-OF-MSGFILE       VALUE "Y".
001700     05  AM-EOF-JRNFILE          PIC X(01) VALUE "N".
001710         88  AM-END-OF-JRNFILE       VALUE "Y".
001720     05  AM-FATAL-SW             PIC X(01) VALUE "N".
001730         88  AM-FATAL                VALUE "Y".
001740     05  AM-ALT-OPEN-SW          PIC X(01) VALUE "N".
001750         88  AM-ALT-OPEN             VALUE "Y".
001760     05  AM-MATCH-SW             PIC X(01) VALUE "N".
001770         88  AM-MATCH                VALUE "Y".
001780     05  AM-ACCT-FOUND-SW        PIC X(01) VALUE "N".
001790         88  AM-ACCT-FOUND           VALUE "Y".
001800     05  AM-TABLE-FULL-SW        PIC X(01) VALUE "N".
001810         88  AM-TABLE-FULL           VALUE "Y".
001820     05  AM-FLAGGED-SW           PIC X(01) VALUE "N".
001830         88  AM-FLAGGED              VALUE "Y".
001840     05  AM-ALERT-DUE-SW         PIC X(01) VALUE "N".
001850         88  AM-ALERT-DUE            VALUE "Y".
001860*
001870 01  AM-FILE-STATUS-CODES.
001880     05  AM-THR-STAT             PIC X(02) VALUE "00".
001890     05  AM-MSG-STAT             PIC X(02) VALUE "00".
001900     05  AM-JRN-STAT             PIC X(02) VALUE "00".
001910     05  AM-ALT-STAT             PIC X(02) VALUE "00".
001920     05  AM-RPT-STAT             PIC X(02) VALUE "00".
001930*
001940 01  AM-CONTROL-FIELDS.
001950     05  AM-THR-CARDS            PIC 9(05) COMP VALUE ZERO.
001960     05  AM-JRN-READ             PIC 9(09) COMP VALUE ZERO.
001970     05  AM-JRN-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001980     05  AM-POSTINGS-FLAGGED     PIC 9(09) COMP VALUE ZERO.
001990     05  AM-ALERTS-WRITTEN       PIC 9(09) COMP VALUE ZERO.
002000     05  AM-ACCOUNTS-OVER        PIC 9(09) COMP VALUE ZERO.
002010     05  AM-AMOUNT               PIC S9(09)V99 COMP-3.
002020     05  AM-BEFORE               PIC S9(09)V99 COMP-3.
002030     05  AM-AFTER                PIC S9(09)V99 COMP-3.
002040     05  AM-MOVE                 PIC S9(11)V99 COMP-3.
002050     05  AM-W-TYPE               PIC X(01).
002060     05  AM-W-ACCT-KEY.
002070         10  AM-WK-JOB           PIC X(08).
002080         10  AM-WK-RUN           PIC 9(05).
002090         10  AM-WK-ACCOUNT       PIC X(10).
002100*
002110*    THE FOUR CONDITIONS, IN THE ORDER EACH POSTING IS TESTED.
002120*    SEVERITY AND TEXT ARE REPLACED FROM THE CATALOG WHEN THE
002130*    NUMBER IS ON MSGFILE.
002140 01  AM-COND-VALUES.
002150     05  FILLER                  PIC X(01) VALUE "P".
002160     05  FILLER                  PIC 9(04) VALUE 0301.
002170     05  FILLER                  PIC X(01) VALUE "W".
002180     05  FILLER                  PIC X(40) VALUE
002190             "LARGE POSTING OVER LIMIT".
002200     05  FILLER                  PIC X(01) VALUE "N".
002210     05  FILLER                  PIC 9(04) VALUE 0302.
002220     05  FILLER                  PIC X(01) VALUE "W".
002230     05  FILLER                  PIC X(40) VALUE
002240             "BALANCE TURNED NEGATIVE".
002250     05  FILLER                  PIC X(01) VALUE "C".
002260     05  FILLER                  PIC 9(04) VALUE 0303.
002270     05  FILLER                  PIC X(01) VALUE "W".
002280     05  FILLER                  PIC X(40) VALUE
002290             "TOO MANY POSTINGS IN ONE RUN".
002300     05  FILLER                  PIC X(01) VALUE "A".
002310     05  FILLER                  PIC 9(04) VALUE 0304.
002320     05  FILLER                  PIC X(01) VALUE "W".
002330     05  FILLER                  PIC X(40) VALUE
002340             "LARGE ACCOUNT ADD OR DELETE".
002350*
002360 01  AM-COND-AREA REDEFINES AM-COND-VALUES.
002370     05  AM-COND OCCURS 4 TIMES
002380                 INDEXED BY CND-IDX.
002390         10  AM-C-TYPE           PIC X(01).
002400         10  AM-C-MSG-NUMBER     PIC 9(04).
002410         10  AM-C-SEVERITY       PIC X(01).
002420         10  AM-C-TEXT           PIC X(40).
002430*
002440*    HITS AND THE LAST ALERT STAMP PER CONDITION, SAME ORDER.
002450 01  AM-COND-COUNTS.
002460     05  AM-CC OCCURS 4 TIMES
002470                 INDEXED BY CNT-IDX.
002480         10  AM-C-HITS           PIC 9(09) COMP.
002490         10  AM-C-ALERTS         PIC 9(09) COMP.
002500         10  AM-C-LAST-DATE      PIC X(08).
002510         10  AM-C-LAST-HUNDS     PIC 9(07) COMP.
002520*
002530*    THE THRESHOLD CARDS IN DECK ORDER.
002540 01  AM-THR-TABLE-AREA.
002550     05  AM-THR-COUNT            PIC 9(05) COMP VALUE ZERO.
002560     05  AM-THR-ENTRY OCCURS 100 TIMES
002570                 INDEXED BY THR-IDX.
002580         10  AM-T-TYPE           PIC X(01).
002590         10  AM-T-PREFIX         PIC X(10).
002600         10  AM-T-PREFIX-LEN     PIC 9(03) COMP.
002610         10  AM-T-AMOUNT-SW      PIC X(01).
002620             88  AM-T-HAS-AMOUNT      VALUE "Y".
002630         10  AM-T-AMOUNT         PIC 9(09)V99 COMP-3.
002640         10  AM-T-COUNT          PIC 9(05) COMP.
002650         10  AM-T-DESCRIPTION    PIC X(16).
002660*
002670*    POSTINGS PER ACCOUNT PER RUN - COUNTED ON THE FIRST PASS,
002680*    SEEN COUNTS THE SECOND PASS UP TO THE POSTING THAT GOES
002690*    OVER.
002700 01  AM-ACCT-TABLE-AREA.
002710     05  AM-ACCT-COUNT           PIC 9(05) COMP VALUE ZERO.
002720     05  AM-ACCT-ENTRY OCCURS 1 TO 5000 TIMES
002730                 DEPENDING ON AM-ACCT-COUNT
002740                 INDEXED BY ACC-IDX.
002750         10  AM-A-KEY            PIC X(23).
002760         10  AM-A-POSTINGS       PIC 9(07) COMP.
002770         10  AM-A-SEEN           PIC 9(07) COMP.
002780*
002790 01  AM-STAMP-FIELDS.
002800     05  AM-STAMP-DATE           PIC X(08).
002810     05  AM-STAMP-TIME           PIC X(08).
002820     05  AM-STAMP-TIME-R REDEFINES AM-STAMP-TIME.
002830         10  AM-STAMP-HH         PIC 9(02).
002840         10  AM-STAMP-MM         PIC 9(02).
002850         10  AM-STAMP-SS         PIC 9(02).
002860         10  AM-STAMP-HS         PIC 9(02).
002870     05  AM-STAMP-HUNDS          PIC 9(07) COMP.
002880     05  AM-STAMP-REST           PIC 9(07) COMP.
002890*
002900 01  AM-ALERT-TEXT.
002910     05  FILLER                  PIC X(05) VALUE "ACCT ".
002920     05  AM-AT-ACCOUNT           PIC X(10).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  AM-AT-VALUE-X           PIC X(13).
002950     05  AM-AT-AMOUNT REDEFINES AM-AT-VALUE-X
002960                                 PIC -(09)9.99.
002970     05  AM-AT-COUNT REDEFINES AM-AT-VALUE-X
002980                                 PIC Z(12)9.
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  AM-AT-TEXT              PIC X(40).
003010     05  FILLER                  PIC X(10) VALUE SPACES.
003020*
003030 01  AM-TIME-FIELDS.
003040     05  AM-RUN-DATE             PIC X(08).
003050     05  AM-RUN-TIME             PIC X(08).
003060*
003070 77  AM-LINE-COUNT               PIC 9(03) COMP VALUE 99.
003080 77  AM-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
003090 77  AM-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
003100*
003110 01  AM-HOLD-LINE                PIC X(133).
003120*
003130*****************************************************************
003140*                                                                *
003150*    REPORT LINE LAYOUTS.                                        *
003160*                                                                *
003170*****************************************************************
003180*
003190 01  AM-HEADING-1.
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  FILLER                  PIC X(38) VALUE
003220             "DAILY POSTING EXCEPTION REPORT        ".
003230     05  FILLER                  PIC X(06) VALUE " DATE ".
003240     05  AM-H1-DATE              PIC X(08).
003250     05  FILLER                  PIC X(06) VALUE " TIME ".
003260     05  AM-H1-TIME              PIC X(08).
003270     05  FILLER                  PIC X(06) VALUE " PAGE ".
003280     05  AM-H1-PAGE              PIC Z(04)9.
003290     05  FILLER                  PIC X(55) VALUE SPACES.
003300*
003310 01  AM-COLUMN-LINE.
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  FILLER                  PIC X(11) VALUE "ACCOUNT".
003340     05  FILLER                  PIC X(02) VALUE "A".
003350     05  FILLER                  PIC X(14) VALUE
003360             "       AMOUNT ".
003370     05  FILLER                  PIC X(14) VALUE
003380             "   BAL BEFORE ".
003390     05  FILLER                  PIC X(14) VALUE
003400             "    BAL AFTER ".
003410     05  FILLER                  PIC X(25) VALUE "CONDITION".
003420     05  FILLER                  PIC X(14) VALUE
003430             "        LIMIT ".
003440     05  FILLER                  PIC X(09) VALUE "JOB".
003450     05  FILLER                  PIC X(06) VALUE "RUN".
003460     05  FILLER                  PIC X(09) VALUE "ALERT".
003470     05  FILLER                  PIC X(09) VALUE "TIME".
003480     05  FILLER                  PIC X(05) VALUE "MSG".
003490*
003500 01  AM-DETAIL-LINE.
003510     05  FILLER                  PIC X(01) VALUE SPACE.
003520     05  AM-DT-ACCOUNT           PIC X(10).
003530     05  FILLER                  PIC X(01) VALUE SPACE.
003540     05  AM-DT-ACTION            PIC X(01).
003550     05  FILLER                  PIC X(01) VALUE SPACE.
003560     05  AM-DT-AMOUNT            PIC -(09)9.99.
003570     05  FILLER                  PIC X(01) VALUE SPACE.
003580     05  AM-DT-BEFORE            PIC -(09)9.99.
003590     05  FILLER                  PIC X(01) VALUE SPACE.
003600     05  AM-DT-AFTER             PIC -(09)9.99.
003610     05  FILLER                  PIC X(01) VALUE SPACE.
003620     05  AM-DT-CONDITION         PIC X(24).
003630     05  FILLER                  PIC X(01) VALUE SPACE.
003640     05  AM-DT-LIMIT-X           PIC X(13).
003650     05  AM-DT-LIMIT-AMT REDEFINES AM-DT-LIMIT-X
003660                                 PIC -(09)9.99.
003670     05  AM-DT-LIMIT-CNT REDEFINES AM-DT-LIMIT-X
003680                                 PIC Z(12)9.
003690     05  FILLER                  PIC X(01) VALUE SPACE.
003700     05  AM-DT-JOB               PIC X(08).
003710     05  FILLER                  PIC X(01) VALUE SPACE.
003720     05  AM-DT-RUN               PIC 9(05).
003730     05  FILLER                  PIC X(01) VALUE SPACE.
003740     05  AM-DT-ALERT-DATE        PIC X(08).
003750     05  FILLER                  PIC X(01) VALUE SPACE.
003760     05  AM-DT-ALERT-TIME        PIC X(08).
003770     05  FILLER                  PIC X(01) VALUE SPACE.
003780     05  AM-DT-ALERT-MSG         PIC X(04).
003790     05  FILLER                  PIC X(01) VALUE SPACE.
003800*
003810 01  AM-SECTION-LINE.
003820     05  FILLER                  PIC X(01) VALUE SPACE.
003830     05  AM-SEC-TITLE            PIC X(40).
003840     05  FILLER                  PIC X(92) VALUE SPACES.
003850*
003860 01  AM-COUNT-LINE.
003870     05  FILLER                  PIC X(01) VALUE SPACE.
003880     05  AM-CNT-TITLE            PIC X(40).
003890     05  AM-CNT-VALUE            PIC Z(08)9.
003900     05  FILLER                  PIC X(83) VALUE SPACES.
003910*
003920 01  AM-ERROR-LINE.
003930     05  FILLER                  PIC X(01) VALUE SPACE.
003940     05  AM-ERR-TEXT             PIC X(70).
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
004060*    0000-MAINLINE - LOAD THE CARDS AND CATALOG TEXT, COUNT THE *
004070*    POSTINGS PER ACCOUNT, THEN TEST EVERY POSTING.             *
004080*****************************************************************
004090 0000-MAINLINE.
004100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004110     PERFORM 2000-LOAD-THRESHOLDS THRU 2000-EXIT.
004120     IF NOT AM-FATAL
004130         PERFORM 2500-LOAD-MESSAGES THRU 2500-EXIT
004140         PERFORM 3000-COUNT-POSTINGS THRU 3000-EXIT
004150     END-IF.
004160     IF NOT AM-FATAL
004170         PERFORM 4000-CHECK-POSTINGS THRU 4000-EXIT
004180     END-IF.
004190     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
004200     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
004210     EVALUATE TRUE
004220         WHEN AM-FATAL
004230             MOVE 12 TO RETURN-CODE
004240         WHEN AM-POSTINGS-FLAGGED > ZERO
004250             MOVE 4 TO RETURN-CODE
004260         WHEN AM-TABLE-FULL
004270             MOVE 4 TO RETURN-CODE
004280         WHEN OTHER
004290             MOVE 0 TO RETURN-CODE
004300     END-EVALUATE.
004310     GOBACK.
004320*
004330*****************************************************************
004340*    1000-INITIALIZE - RUN STAMP, REPORT, CLEARED CONDITION     *
004350*    COUNTERS.                                                  *
004360*****************************************************************
004370 1000-INITIALIZE.
004380     ACCEPT AM-RUN-DATE FROM DATE YYYYMMDD.
004390     ACCEPT AM-RUN-TIME FROM TIME.
004400     OPEN OUTPUT REPORT-FILE.
004410     PERFORM 1100-CLEAR-ONE-CONDITION THRU 1100-EXIT
004420         VARYING CNT-IDX FROM 1 BY 1 UNTIL CNT-IDX > 4.
004430 1000-EXIT.
004440     EXIT.
004450*
004460 1100-CLEAR-ONE-CONDITION.
004470     MOVE ZERO   TO AM-C-HITS (CNT-IDX).
004480     MOVE ZERO   TO AM-C-ALERTS (CNT-IDX).
004490     MOVE SPACES TO AM-C-LAST-DATE (CNT-IDX).
004500     MOVE ZERO   TO AM-C-LAST-HUNDS (CNT-IDX).
004510 1100-EXIT.
004520     EXIT.
004530*
004540*****************************************************************
004550*    2000-LOAD-THRESHOLDS - THE THRESHOLD CARDS.  A BAD CARD    *
004560*    STOPS THE RUN - A POSTING PASSED ON A GUESSED LIMIT IS     *
004570*    WORSE THAN A LATE REPORT.                                  *
004580*****************************************************************
004590 2000-LOAD-THRESHOLDS.
004600     OPEN INPUT THRESHOLD-FILE.
004610     IF AM-THR-STAT NOT = "00"
004620         MOVE "THRESHOLD CARDS UNAVAILABLE - NOTHING CHECKED"
004630             TO AM-ERR-TEXT
004640         MOVE AM-ERROR-LINE TO REPORT-RECORD
004650         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004660         SET AM-FATAL TO TRUE
004670         GO TO 2000-EXIT
004680     END-IF.
004690     PERFORM 2100-LOAD-ONE-CARD THRU 2100-EXIT
004700         UNTIL AM-END-OF-THRFILE OR AM-FATAL.
004710     CLOSE THRESHOLD-FILE.
004720     IF AM-FATAL
004730         GO TO 2000-EXIT
004740     END-IF.
004750     IF AM-THR-COUNT = ZERO
004760         MOVE "NO THRESHOLD CARDS SUPPLIED - NOTHING CHECKED"
004770             TO AM-ERR-TEXT
004780         MOVE AM-ERROR-LINE TO REPORT-RECORD
004790         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
004800         SET AM-FATAL TO TRUE
004810     END-IF.
004820 2000-EXIT.
004830     EXIT.
004840*
004850 2100-LOAD-ONE-CARD.
004860     READ THRESHOLD-FILE
004870         AT END
004880             SET AM-END-OF-THRFILE TO TRUE
004890     END-READ.
004900     IF AM-END-OF-THRFILE
004910         GO TO 2100-EXIT
004920     END-IF.
004930     IF TH-TYPE-COMMENT OR THRESHOLD-CARD = SPACES
004940         GO TO 2100-EXIT
004950     END-IF.
004960     ADD 1 TO AM-THR-CARDS.
004970     IF NOT TH-TYPE-POSTING AND NOT TH-TYPE-NEGATIVE
004980             AND NOT TH-TYPE-COUNT AND NOT TH-TYPE-ADD-DELETE
004990         GO TO 2100-BAD-CARD
005000     END-IF.
005010     IF TH-TYPE-POSTING OR TH-TYPE-ADD-DELETE
005020         IF TH-AMOUNT IS NOT NUMERIC
005030             GO TO 2100-BAD-CARD
005040         END-IF
005050     END-IF.
005060     IF TH-TYPE-NEGATIVE AND TH-AMOUNT NOT = SPACES
005070         IF TH-AMOUNT IS NOT NUMERIC
005080             GO TO 2100-BAD-CARD
005090         END-IF
005100     END-IF.
005110     IF TH-TYPE-COUNT
005120         IF TH-COUNT IS NOT NUMERIC
005130             GO TO 2100-BAD-CARD
005140         END-IF
005150     END-IF.
005160     IF AM-THR-COUNT NOT < 100
005170         MOVE "MORE THAN 100 THRESHOLD CARDS - NOTHING CHECKED"
005180             TO AM-ERR-TEXT
005190         MOVE AM-ERROR-LINE TO REPORT-RECORD
005200         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005210         SET AM-FATAL TO TRUE
005220         GO TO 2100-EXIT
005230     END-IF.
005240     ADD 1 TO AM-THR-COUNT.
005250     SET THR-IDX TO AM-THR-COUNT.
005260     MOVE TH-TYPE        TO AM-T-TYPE (THR-IDX).
005270     MOVE TH-PREFIX      TO AM-T-PREFIX (THR-IDX).
005280     MOVE TH-DESCRIPTION TO AM-T-DESCRIPTION (THR-IDX).
005290     MOVE ZERO TO AM-T-PREFIX-LEN (THR-IDX).
005300     INSPECT TH-PREFIX TALLYING AM-T-PREFIX-LEN (THR-IDX)
005310         FOR CHARACTERS BEFORE INITIAL SPACE.
005320     MOVE "N"  TO AM-T-AMOUNT-SW (THR-IDX).
005330     MOVE ZERO TO AM-T-AMOUNT (THR-IDX) AM-T-COUNT (THR-IDX).
005340     IF TH-AMOUNT NOT = SPACES
005350             AND NOT TH-TYPE-COUNT
005360         SET AM-T-HAS-AMOUNT (THR-IDX) TO TRUE
005370         MOVE TH-AMOUNT-N TO AM-T-AMOUNT (THR-IDX)
005380     END-IF.
005390     IF TH-TYPE-COUNT
005400         MOVE TH-COUNT-N TO AM-T-COUNT (THR-IDX)
005410     END-IF.
005420     GO TO 2100-EXIT.
005430 2100-BAD-CARD.
005440     MOVE "THRESHOLD CARD INVALID - " TO AM-ERR-TEXT.
005450     MOVE THRESHOLD-CARD (1:45) TO AM-ERR-TEXT (26:45).
005460     MOVE AM-ERROR-LINE TO REPORT-RECORD.
005470     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005480     SET AM-FATAL TO TRUE.
005490 2100-EXIT.
005500     EXIT.
005510*
005520*****************************************************************
005530*    2500-LOAD-MESSAGES - CATALOG SEVERITY AND TEXT FOR THE     *
005540*    MONITOR'S OWN NUMBERS.  A MISSING CATALOG IS NOT FATAL -   *
005550*    THE BUILT-IN TEXT STANDS.                                  *
005560*****************************************************************
005570 2500-LOAD-MESSAGES.
005580     OPEN INPUT MSG-FILE.
005590     IF AM-MSG-STAT NOT = "00"
005600         GO TO 2500-EXIT
005610     END-IF.
005620     PERFORM 2600-LOAD-ONE-MESSAGE THRU 2600-EXIT
005630         UNTIL AM-END-OF-MSGFILE.
005640     CLOSE MSG-FILE.
005650 2500-EXIT.
005660     EXIT.
005670*
005680 2600-LOAD-ONE-MESSAGE.
005690     READ MSG-FILE
005700         AT END
005710             SET AM-END-OF-MSGFILE TO TRUE
005720     END-READ.
005730     IF AM-END-OF-MSGFILE
005740         GO TO 2600-EXIT
005750     END-IF.
005760     SET CND-IDX TO 1.
005770     SEARCH AM-COND
005780         AT END
005790             CONTINUE
005800         WHEN AM-C-MSG-NUMBER (CND-IDX) = MC-MSG-NUMBER
005810             MOVE MC-SEVERITY TO AM-C-SEVERITY (CND-IDX)
005820             MOVE MC-TEXT     TO AM-C-TEXT (CND-IDX)
005830     END-SEARCH.
005840 2600-EXIT.
005850     EXIT.
005860*
005870*****************************************************************
005880*    3000-COUNT-POSTINGS - FIRST PASS.  POSTINGS PER ACCOUNT    *
005890*    PER RUN, SO THE SECOND PASS KNOWS WHICH ACCOUNTS GO OVER   *
005900*    THEIR COUNT BEFORE IT REACHES THEIR FIRST POSTING.         *
005910*****************************************************************
005920 3000-COUNT-POSTINGS.
005930     OPEN INPUT JOURNAL-FILE.
005940     IF AM-JRN-STAT NOT = "00"
005950         MOVE "JOURNAL GENERATION UNAVAILABLE - NOTHING CHECKED"
005960             TO AM-ERR-TEXT
005970         MOVE AM-ERROR-LINE TO REPORT-RECORD
005980         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005990         SET AM-FATAL TO TRUE
006000         GO TO 3000-EXIT
006010     END-IF.
006020     PERFORM 3100-COUNT-ONE-POSTING THRU 3100-EXIT
006030         UNTIL AM-END-OF-JRNFILE.
006040     CLOSE JOURNAL-FILE.
006050 3000-EXIT.
006060     EXIT.
006070*
006080 3100-COUNT-ONE-POSTING.
006090     READ JOURNAL-FILE
006100         AT END
006110             SET AM-END-OF-JRNFILE TO TRUE
006120     END-READ.
006130     IF AM-END-OF-JRNFILE
006140         GO TO 3100-EXIT
006150     END-IF.
006160     MOVE JRN-JOB-NAME   TO AM-WK-JOB.
006170     MOVE JRN-RUN-NUMBER TO AM-WK-RUN.
006180     MOVE JRN-ACCOUNT-ID TO AM-WK-ACCOUNT.
006190     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
006200     IF AM-ACCT-FOUND
006210         ADD 1 TO AM-A-POSTINGS (ACC-IDX)
006220         GO TO 3100-EXIT
006230     END-IF.
006240     IF AM-ACCT-COUNT NOT < 5000
006250         IF NOT AM-TABLE-FULL
006260             SET AM-TABLE-FULL TO TRUE
006270             MOVE "OVER 5000 ACCOUNTS - LATER COUNTS NOT CHECKED"
006280                 TO AM-ERR-TEXT
006290             MOVE AM-ERROR-LINE TO REPORT-RECORD
006300             PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006310         END-IF
006320         GO TO 3100-EXIT
006330     END-IF.
006340     ADD 1 TO AM-ACCT-COUNT.
006350     SET ACC-IDX TO AM-ACCT-COUNT.
006360     MOVE AM-W-ACCT-KEY TO AM-A-KEY (ACC-IDX).
006370     MOVE 1             TO AM-A-POSTINGS (ACC-IDX).
006380     MOVE ZERO          TO AM-A-SEEN (ACC-IDX).
006390 3100-EXIT.
006400     EXIT.
006410*
006420 3200-FIND-ACCOUNT.
006430     MOVE "N" TO AM-ACCT-FOUND-SW.
006440     IF AM-ACCT-COUNT = ZERO
006450         GO TO 3200-EXIT
006460     END-IF.
006470     SET ACC-IDX TO 1.
006480     SEARCH AM-ACCT-ENTRY
006490         AT END
006500             CONTINUE
006510         WHEN AM-A-KEY (ACC-IDX) = AM-W-ACCT-KEY
006520             SET AM-ACCT-FOUND TO TRUE
006530     END-SEARCH.
006540 3200-EXIT.
006550     EXIT.
006560*
006570*****************************************************************
006580*    4000-CHECK-POSTINGS - SECOND PASS.  EVERY POSTING AGAINST  *
006590*    EVERY CONDITION; ALRTFILE IS EXTENDED THE SAME WAY SAMPLE1 *
006600*    EXTENDS IT.                                                *
006610*****************************************************************
006620 4000-CHECK-POSTINGS.
006630     OPEN EXTEND ALERT-FILE.
006640     IF AM-ALT-STAT NOT = "00"
006650         OPEN OUTPUT ALERT-FILE
006660     END-IF.
006670     IF AM-ALT-STAT NOT = "00"
006680         MOVE "ALERT FILE UNAVAILABLE - NOTHING CHECKED"
006690             TO AM-ERR-TEXT
006700         MOVE AM-ERROR-LINE TO REPORT-RECORD
006710         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006720         SET AM-FATAL TO TRUE
006730         GO TO 4000-EXIT
006740     END-IF.
006750     SET AM-ALT-OPEN TO TRUE.
006760     MOVE "N" TO AM-EOF-JRNFILE.
006770     OPEN INPUT JOURNAL-FILE.
006780     IF AM-JRN-STAT NOT = "00"
006790         MOVE "JOURNAL GENERATION UNAVAILABLE - NOTHING CHECKED"
006800             TO AM-ERR-TEXT
006810         MOVE AM-ERROR-LINE TO REPORT-RECORD
006820         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006830         SET AM-FATAL TO TRUE
006840         GO TO 4000-EXIT
006850     END-IF.
006860     MOVE "FLAGGED POSTINGS" TO AM-SEC-TITLE.
006870     MOVE AM-SECTION-LINE TO REPORT-RECORD.
006880     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006890     MOVE AM-COLUMN-LINE TO REPORT-RECORD.
006900     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006910     PERFORM 4100-CHECK-ONE-POSTING THRU 4100-EXIT
006920         UNTIL AM-END-OF-JRNFILE.
006930     CLOSE JOURNAL-FILE.
006940     IF AM-POSTINGS-FLAGGED = ZERO
006950         MOVE "NO POSTINGS FLAGGED" TO AM-SEC-TITLE
006960         MOVE AM-SECTION-LINE TO REPORT-RECORD
006970         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006980     END-IF.
006990 4000-EXIT.
007000     EXIT.
007010*
007020 4100-CHECK-ONE-POSTING.
007030     READ JOURNAL-FILE
007040         AT END
007050             SET AM-END-OF-JRNFILE TO TRUE
007060     END-READ.
007070     IF AM-END-OF-JRNFILE
007080         GO TO 4100-EXIT
007090     END-IF.
007100     ADD 1 TO AM-JRN-READ.
007110     IF JRN-AMOUNT IS NOT NUMERIC
007120             OR JRN-BAL-BEFORE IS NOT NUMERIC
007130             OR JRN-BAL-AFTER IS NOT NUMERIC
007140         ADD 1 TO AM-JRN-SKIPPED
007150         GO TO 4100-EXIT
007160     END-IF.
007170     MOVE JRN-AMOUNT TO AM-AMOUNT.
007180     IF JRN-AMT-MINUS
007190         COMPUTE AM-AMOUNT = ZERO - AM-AMOUNT
007200     END-IF.
007210     MOVE JRN-BAL-BEFORE TO AM-BEFORE.
007220     IF JRN-BEFORE-MINUS
007230         COMPUTE AM-BEFORE = ZERO - AM-BEFORE
007240     END-IF.
007250     MOVE JRN-BAL-AFTER TO AM-AFTER.
007260     IF JRN-AFTER-MINUS
007270         COMPUTE AM-AFTER = ZERO - AM-AFTER
007280     END-IF.
007290     COMPUTE AM-MOVE = AM-AFTER - AM-BEFORE.
007300     IF AM-MOVE < ZERO
007310         COMPUTE AM-MOVE = ZERO - AM-MOVE
007320     END-IF.
007330     MOVE "N" TO AM-FLAGGED-SW.
007340     PERFORM 4200-CHECK-LARGE-POSTING THRU 4200-EXIT.
007350     PERFORM 4300-CHECK-NEGATIVE THRU 4300-EXIT.
007360     PERFORM 4400-CHECK-POSTING-COUNT THRU 4400-EXIT.
007370     PERFORM 4500-CHECK-ADD-DELETE THRU 4500-EXIT.
007380     IF AM-FLAGGED
007390         ADD 1 TO AM-POSTINGS-FLAGGED
007400     END-IF.
007410 4100-EXIT.
007420     EXIT.
007430*
007440 4200-CHECK-LARGE-POSTING.
007450     IF NOT JRN-ACT-UPDATE
007460         GO TO 4200-EXIT
007470     END-IF.
007480     MOVE "P" TO AM-W-TYPE.
007490     PERFORM 4900-FIND-THRESHOLD THRU 4900-EXIT.
007500     IF NOT AM-MATCH
007510         GO TO 4200-EXIT
007520     END-IF.
007530     IF JRN-AMOUNT NOT > AM-T-AMOUNT (THR-IDX)
007540         GO TO 4200-EXIT
007550     END-IF.
007560     SET CND-IDX TO 1.
007570     SET AM-ALERT-DUE TO TRUE.
007580     MOVE AM-T-AMOUNT (THR-IDX) TO AM-DT-LIMIT-AMT.
007590     MOVE AM-AMOUNT             TO AM-AT-AMOUNT.
007600     PERFORM 5000-RAISE-HIT THRU 5000-EXIT.
007610 4200-EXIT.
007620     EXIT.
007630*
007640 4300-CHECK-NEGATIVE.
007650     IF AM-BEFORE NOT > ZERO OR AM-AFTER NOT < ZERO
007660         GO TO 4300-EXIT
007670     END-IF.
007680     MOVE "N" TO AM-W-TYPE.
007690     PERFORM 4900-FIND-THRESHOLD THRU 4900-EXIT.
007700     IF NOT AM-MATCH
007710         GO TO 4300-EXIT
007720     END-IF.
007730     IF AM-T-HAS-AMOUNT (THR-IDX)
007740         IF AM-BEFORE < AM-T-AMOUNT (THR-IDX)
007750             GO TO 4300-EXIT
007760         END-IF
007770         MOVE AM-T-AMOUNT (THR-IDX) TO AM-DT-LIMIT-AMT
007780     ELSE
007790         MOVE " ANY POSITIVE" TO AM-DT-LIMIT-X
007800     END-IF.
007810     SET CND-IDX TO 2.
007820     SET AM-ALERT-DUE TO TRUE.
007830     MOVE AM-AFTER TO AM-AT-AMOUNT.
007840     PERFORM 5000-RAISE-HIT THRU 5000-EXIT.
007850 4300-EXIT.
007860     EXIT.
007870*
007880*****************************************************************
007890*    4400-CHECK-POSTING-COUNT - EVERY POSTING OF AN ACCOUNT     *
007900*    OVER ITS COUNT IS LISTED; THE ALERT GOES OUT ONCE, ON THE  *
007910*    POSTING THAT TAKES IT OVER.                                *
007920*****************************************************************
007930 4400-CHECK-POSTING-COUNT.
007940     MOVE JRN-JOB-NAME   TO AM-WK-JOB.
007950     MOVE JRN-RUN-NUMBER TO AM-WK-RUN.
007960     MOVE JRN-ACCOUNT-ID TO AM-WK-ACCOUNT.
007970     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
007980     IF NOT AM-ACCT-FOUND
007990         GO TO 4400-EXIT
008000     END-IF.
008010     ADD 1 TO AM-A-SEEN (ACC-IDX).
008020     MOVE "C" TO AM-W-TYPE.
008030     PERFORM 4900-FIND-THRESHOLD THRU 4900-EXIT.
008040     IF NOT AM-MATCH
008050         GO TO 4400-EXIT
008060     END-IF.
008070     IF AM-A-POSTINGS (ACC-IDX) NOT > AM-T-COUNT (THR-IDX)
008080         GO TO 4400-EXIT
008090     END-IF.
008100     SET CND-IDX TO 3.
008110     MOVE "N" TO AM-ALERT-DUE-SW.
008120     IF AM-A-SEEN (ACC-IDX) = AM-T-COUNT (THR-IDX) + 1
008130         SET AM-ALERT-DUE TO TRUE
008140         ADD 1 TO AM-ACCOUNTS-OVER
008150     END-IF.
008160     MOVE AM-T-COUNT (THR-IDX)    TO AM-DT-LIMIT-CNT.
008170     MOVE AM-A-POSTINGS (ACC-IDX) TO AM-AT-COUNT.
008180     PERFORM 5000-RAISE-HIT THRU 5000-EXIT.
008190 4400-EXIT.
008200     EXIT.
008210*
008220 4500-CHECK-ADD-DELETE.
008230     IF NOT JRN-ACT-ADD AND NOT JRN-ACT-DELETE
008240         GO TO 4500-EXIT
008250     END-IF.
008260     MOVE "A" TO AM-W-TYPE.
008270     PERFORM 4900-FIND-THRESHOLD THRU 4900-EXIT.
008280     IF NOT AM-MATCH
008290         GO TO 4500-EXIT
008300     END-IF.
008310     IF AM-MOVE NOT > AM-T-AMOUNT (THR-IDX)
008320         GO TO 4500-EXIT
008330     END-IF.
008340     SET CND-IDX TO 4.
008350     SET AM-ALERT-DUE TO TRUE.
008360     MOVE AM-T-AMOUNT (THR-IDX) TO AM-DT-LIMIT-AMT.
008370     COMPUTE AM-AT-AMOUNT = AM-AFTER - AM-BEFORE.
008380     PERFORM 5000-RAISE-HIT THRU 5000-EXIT.
008390 4500-EXIT.
008400     EXIT.
008410*
008420*****************************************************************
008430*    4900-FIND-THRESHOLD - FIRST CARD OF THE CONDITION IN       *
008440*    AM-W-TYPE WHOSE PREFIX MATCHES THE ACCOUNT.                *
008450*****************************************************************
008460 4900-FIND-THRESHOLD.
008470     MOVE "N" TO AM-MATCH-SW.
008480     PERFORM 4950-TEST-ONE-THRESHOLD THRU 4950-EXIT
008490         VARYING THR-IDX FROM 1 BY 1 UNTIL
008500             THR-IDX > AM-THR-COUNT
008510             OR AM-MATCH.
008520     IF AM-MATCH
008530         SET THR-IDX DOWN BY 1
008540     END-IF.
008550 4900-EXIT.
008560     EXIT.
008570*
008580 4950-TEST-ONE-THRESHOLD.
008590     IF AM-T-TYPE (THR-IDX) NOT = AM-W-TYPE
008600         GO TO 4950-EXIT
008610     END-IF.
008620     IF AM-T-PREFIX-LEN (THR-IDX) > ZERO
008630         IF JRN-ACCOUNT-ID (1:AM-T-PREFIX-LEN (THR-IDX)) NOT =
008640             AM-T-PREFIX (THR-IDX) (1:AM-T-PREFIX-LEN (THR-IDX))
008650             GO TO 4950-EXIT
008660         END-IF
008670     END-IF.
008680     SET AM-MATCH TO TRUE.
008690 4950-EXIT.
008700     EXIT.
008710*
008720*****************************************************************
008730*    5000-RAISE-HIT - ONE EXCEPTION LINE, AND THE ALERT WHEN    *
008740*    ONE IS DUE.  CND-IDX NAMES THE CONDITION, THR-IDX THE      *
008750*    CARD THAT MATCHED.                                         *
008760*****************************************************************
008770 5000-RAISE-HIT.
008780     SET AM-FLAGGED TO TRUE.
008790     SET CNT-IDX TO CND-IDX.
008800     ADD 1 TO AM-C-HITS (CNT-IDX).
008810     MOVE SPACES TO AM-DT-ALERT-DATE AM-DT-ALERT-TIME
008820                    AM-DT-ALERT-MSG.
008830     IF AM-ALERT-DUE
008840         PERFORM 5100-WRITE-ALERT THRU 5100-EXIT
008850     END-IF.
008860     MOVE JRN-ACCOUNT-ID TO AM-DT-ACCOUNT.
008870     MOVE JRN-ACTION     TO AM-DT-ACTION.
008880     MOVE AM-AMOUNT      TO AM-DT-AMOUNT.
008890     MOVE AM-BEFORE      TO AM-DT-BEFORE.
008900     MOVE AM-AFTER       TO AM-DT-AFTER.
008910     IF AM-T-DESCRIPTION (THR-IDX) NOT = SPACES
008920         MOVE AM-T-DESCRIPTION (THR-IDX) TO AM-DT-CONDITION
008930     ELSE
008940         MOVE AM-C-TEXT (CND-IDX) TO AM-DT-CONDITION
008950     END-IF.
008960     MOVE JRN-JOB-NAME   TO AM-DT-JOB.
008970     MOVE JRN-RUN-NUMBER TO AM-DT-RUN.
008980     MOVE AM-DETAIL-LINE TO REPORT-RECORD.
008990     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009000     MOVE "N" TO AM-ALERT-DUE-SW.
009010 5000-EXIT.
009020     EXIT.
009030*
009040*****************************************************************
009050*    5100-WRITE-ALERT - STAMPED WITH THE POSTING'S JOURNAL      *
009060*    DATE AND TIME, MOVED ON A HUNDREDTH PAST THE LAST STAMP    *
009070*    THIS NUMBER USED SO NO TWO ALERTS SHARE AN ACK KEY.        *
009080*****************************************************************
009090 5100-WRITE-ALERT.
009100     MOVE JRN-DATE TO AM-STAMP-DATE.
009110     MOVE JRN-TIME TO AM-STAMP-TIME.
009120     IF AM-STAMP-DATE IS NOT NUMERIC
009130             OR AM-STAMP-TIME IS NOT NUMERIC
009140         MOVE AM-RUN-DATE TO AM-STAMP-DATE
009150         MOVE AM-RUN-TIME TO AM-STAMP-TIME
009160     END-IF.
009170     COMPUTE AM-STAMP-HUNDS = AM-STAMP-HH * 360000
009180                            + AM-STAMP-MM * 6000
009190                            + AM-STAMP-SS * 100
009200                            + AM-STAMP-HS.
009210     IF AM-STAMP-DATE = AM-C-LAST-DATE (CNT-IDX)
009220             AND AM-STAMP-HUNDS NOT > AM-C-LAST-HUNDS (CNT-IDX)
009230         COMPUTE AM-STAMP-HUNDS = AM-C-LAST-HUNDS (CNT-IDX) + 1
009240         DIVIDE AM-STAMP-HUNDS BY 360000 GIVING AM-STAMP-HH
009250             REMAINDER AM-STAMP-REST
009260         DIVIDE AM-STAMP-REST BY 6000 GIVING AM-STAMP-MM
009270             REMAINDER AM-STAMP-REST
009280         DIVIDE AM-STAMP-REST BY 100 GIVING AM-STAMP-SS
009290             REMAINDER AM-STAMP-HS
009300     END-IF.
009310     MOVE AM-STAMP-DATE  TO AM-C-LAST-DATE (CNT-IDX).
009320     MOVE AM-STAMP-HUNDS TO AM-C-LAST-HUNDS (CNT-IDX).
009330     MOVE JRN-ACCOUNT-ID TO AM-AT-ACCOUNT.
009340     MOVE AM-C-TEXT (CND-IDX) TO AM-AT-TEXT.
009350     MOVE AM-STAMP-DATE  TO ALT-DATE.
009360     MOVE AM-STAMP-TIME  TO ALT-TIME.
009370     MOVE JRN-JOB-NAME   TO ALT-JOB-ID.
009380     MOVE JRN-RUN-NUMBER TO ALT-RUN-NUMBER.
009390     MOVE AM-C-MSG-NUMBER (CND-IDX) TO ALT-MSG-NUMBER.
009400     MOVE AM-C-SEVERITY (CND-IDX)   TO ALT-SEVERITY.
009410     MOVE AM-ALERT-TEXT  TO ALT-TEXT.
009420     WRITE ALERT-RECORD.
009430     ADD 1 TO AM-ALERTS-WRITTEN.
009440     ADD 1 TO AM-C-ALERTS (CNT-IDX).
009450     MOVE ALT-DATE       TO AM-DT-ALERT-DATE.
009460     MOVE ALT-TIME       TO AM-DT-ALERT-TIME.
009470     MOVE ALT-MSG-NUMBER TO AM-DT-ALERT-MSG.
009480 5100-EXIT.
009490     EXIT.
009500*
009510*****************************************************************
009520*    6000-WRITE-TOTALS - RUN ROLL-UP FOR THE OPERATOR.          *
009530*****************************************************************
009540 6000-WRITE-TOTALS.
009550     MOVE SPACES TO REPORT-RECORD.
009560     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009570     MOVE "MONITOR TOTALS" TO AM-SEC-TITLE.
009580     MOVE AM-SECTION-LINE TO REPORT-RECORD.
009590     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009600     MOVE "THRESHOLD CARDS LOADED" TO AM-CNT-TITLE.
009610     MOVE AM-THR-COUNT TO AM-CNT-VALUE.
009620     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009630     MOVE "JOURNAL RECORDS READ" TO AM-CNT-TITLE.
009640     MOVE AM-JRN-READ TO AM-CNT-VALUE.
009650     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009660     MOVE "JOURNAL RECORDS NOT NUMERIC - SKIPPED" TO AM-CNT-TITLE.
009670     MOVE AM-JRN-SKIPPED TO AM-CNT-VALUE.
009680     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009690     MOVE "ACCOUNTS POSTED" TO AM-CNT-TITLE.
009700     MOVE AM-ACCT-COUNT TO AM-CNT-VALUE.
009710     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009720     PERFORM 6200-WRITE-CONDITION THRU 6200-EXIT
009730         VARYING CND-IDX FROM 1 BY 1 UNTIL CND-IDX > 4.
009740     MOVE "ACCOUNTS OVER THEIR POSTING COUNT" TO AM-CNT-TITLE.
009750     MOVE AM-ACCOUNTS-OVER TO AM-CNT-VALUE.
009760     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009770     MOVE "POSTINGS FLAGGED" TO AM-CNT-TITLE.
009780     MOVE AM-POSTINGS-FLAGGED TO AM-CNT-VALUE.
009790     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009800     MOVE "ALERTS WRITTEN TO ALRTFILE" TO AM-CNT-TITLE.
009810     MOVE AM-ALERTS-WRITTEN TO AM-CNT-VALUE.
009820     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
009830     IF AM-FATAL
009840         MOVE "RUN ENDED - NOTHING CHECKED" TO AM-SEC-TITLE
009850         MOVE AM-SECTION-LINE TO REPORT-RECORD
009860         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
009870     END-IF.
009880 6000-EXIT.
009890     EXIT.
009900*
009910 6100-WRITE-COUNT.
009920     MOVE AM-COUNT-LINE TO REPORT-RECORD.
009930     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
009940 6100-EXIT.
009950     EXIT.
009960*
009970 6200-WRITE-CONDITION.
009980     SET CNT-IDX TO CND-IDX.
009990     MOVE SPACES TO AM-CNT-TITLE.
010000     STRING AM-C-MSG-NUMBER (CND-IDX) DELIMITED BY SIZE
010010            " " DELIMITED BY SIZE
010020            AM-C-TEXT (CND-IDX) DELIMITED BY SIZE
010030         INTO AM-CNT-TITLE
010040     END-STRING.
010050     MOVE AM-C-HITS (CNT-IDX) TO AM-CNT-VALUE.
010060     PERFORM 6100-WRITE-COUNT THRU 6100-EXIT.
010070 6200-EXIT.
010080     EXIT.
010090*
010100*****************************************************************
010110*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
010120*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
010130*    BREAK CANNOT CLOBBER IT.                                   *
010140*****************************************************************
010150 9100-WRITE-REPORT-LINE.
010160     MOVE REPORT-RECORD TO AM-HOLD-LINE.
010170     IF AM-LINE-COUNT > AM-LINES-PER-PAGE
010180         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
010190     END-IF.
010200     WRITE REPORT-RECORD FROM AM-HOLD-LINE
010210         AFTER ADVANCING 1 LINE.
010220     ADD 1 TO AM-LINE-COUNT.
010230 9100-EXIT.
010240     EXIT.
010250*
010260 9200-WRITE-PAGE-HEADING.
010270     ADD 1 TO AM-PAGE-COUNT.
010280     MOVE AM-RUN-DATE  TO AM-H1-DATE.
010290     MOVE AM-RUN-TIME  TO AM-H1-TIME.
010300     MOVE AM-PAGE-COUNT TO AM-H1-PAGE.
010310     MOVE AM-HEADING-1 TO REPORT-RECORD.
010320     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
010330     MOVE SPACES TO REPORT-RECORD.
010340     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
010350     MOVE 3 TO AM-LINE-COUNT.
010360 9200-EXIT.
010370     EXIT.
010380*
010390*****************************************************************
010400*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
010410*****************************************************************
010420 9800-CLOSE-FILES.
010430     IF AM-ALT-OPEN
010440         CLOSE ALERT-FILE
010450     END-IF.
010460     CLOSE REPORT-FILE.
010470 9800-EXIT.
010480     EXIT.
