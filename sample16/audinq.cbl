000010*
000020*****************************************************************
000030*                                                                *
000040*    IDENTIFICATION DIVISION.
000050*                                                                *
000060*****************************************************************
000070*
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.     AUDINQ.
000100 AUTHOR.         R T MILLHOUSE.
000110 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000120 DATE-WRITTEN.   2026-10-15.
000130 DATE-COMPILED.  2026-10-15.
000140*
000150*****************************************************************
000160*                                                                *
000170*    REMARKS.  CHANGE-AUDIT INQUIRY OVER THE SHARED KEYED AUDIT  *
000180*    FILE (AUDFILE - SEE AUDREC) THAT MSGMAINT, RTEMAINT,        *
000190*    SUSMAINT AND ALTDISP WRITE ONE RECORD TO FOR EVERY CONTROL  *
000200*    CARD THAT CHANGED SOMETHING.  THE PARM CARD GIVES A DATE    *
000210*    RANGE AND OPTIONAL PROGRAM AND ITEM-KEY FILTERS; EACH       *
000220*    MATCHING CHANGE COMES OUT IN KEY (CHANGE-STAMP) ORDER WITH  *
000230*    THE OPERATOR, JOB, RUN AND ACTION, FOLLOWED BY THE CHANGED  *
000240*    RECORD BEFORE AND AFTER, ONE ABOVE THE OTHER SO THE BYTES   *
000250*    THAT MOVED LINE UP.  "WHO CHANGED MESSAGE 0994'S SEVERITY"  *
000260*    IS A PARM CARD READING MSGMAINT AND 0994.                   *
000270*                                                                *
000280*    PARM CARD - COLS 1-8 FROM DATE, 10-17 TO DATE (YYYYMMDD -   *
000290*    BLANKS MEAN OPEN-ENDED), 19-26 PROGRAM (BLANK = ALL),       *
000300*    28-57 ITEM KEY (BLANK = ALL) - THE KEY OF THE THING         *
000310*    CHANGED AS AUDREC HOLDS IT: MESSAGE NUMBER FOR MSGMAINT     *
000320*    AND RTEMAINT, DATE, TIME AND SEQUENCE OR MESSAGE NUMBER     *
000330*    RUN TOGETHER FOR SUSMAINT AND ALTDISP.                      *
000340*                                                                *
000350*    RETURN CODES - 0 LISTED (EVEN IF NOTHING MATCHED), 12       *
000360*    AUDIT FILE UNAVAILABLE.                                     *
000370*                                                                *
000380*    MOD LOG                                                     *
000390*    ---------- ---- ----------------------------------------    *
000400*    2026-10-15 RTM  ORIGINAL PROGRAM.                           *
000410*                                                                *
000420*****************************************************************
000430*
000440 ENVIRONMENT DIVISION.
000450*
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.    IBM-370.
000480 OBJECT-COMPUTER.    IBM-370.
000490*
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS UQ-PARM-STAT.
000550*
000560     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS AUD-KEY
000600         FILE STATUS IS UQ-AUD-STAT.
000610*
000620     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS UQ-RPT-STAT.
000650*
000660*****************************************************************
000670*                                                                *
000680*    DATA DIVISION.
000690*                                                                *
000700*****************************************************************
000710*
000720 DATA DIVISION.
000730*
000740 FILE SECTION.
000750*
000760 FD  PARM-FILE
000770     RECORDING MODE F
000780     LABEL RECORDS STANDARD
000790     BLOCK CONTAINS 0 RECORDS
000800     RECORD CONTAINS 80 CHARACTERS
000810     DATA RECORD IS INQ-PARM-RECORD.
000820 01  INQ-PARM-RECORD.
000830     05  IQ-FROM-DATE            PIC X(08).
000840     05  FILLER                  PIC X(01).
000850     05  IQ-TO-DATE              PIC X(08).
000860     05  FILLER                  PIC X(01).
000870     05  IQ-PROGRAM              PIC X(08).
000880     05  FILLER                  PIC X(01).
000890     05  IQ-ITEM-KEY             PIC X(30).
000900     05  FILLER                  PIC X(23).
000910*
000920 FD  AUDIT-FILE
000930     RECORD CONTAINS 420 CHARACTERS
000940     DATA RECORD IS AUDIT-RECORD.
000950     COPY AUDREC.
000960*
000970 FD  REPORT-FILE
000980     RECORDING MODE F
000990     LABEL RECORDS STANDARD
001000     BLOCK CONTAINS 0 RECORDS
001010     RECORD CONTAINS 133 CHARACTERS
001020     DATA RECORD IS REPORT-RECORD.
001030 01  REPORT-RECORD               PIC X(133).
001040*
001050 WORKING-STORAGE SECTION.
001060*
001070 01  UQ-SWITCHES.
001080     05  UQ-EOF-AUDFILE          PIC X(01) VALUE "N".
001090         88  UQ-END-OF-AUDFILE       VALUE "Y".
001100     05  UQ-AUD-BAD-SW           PIC X(01) VALUE "N".
001110         88  UQ-AUD-BAD              VALUE "Y".
001120*
001130 01  UQ-FILE-STATUS-CODES.
001140     05  UQ-PARM-STAT            PIC X(02) VALUE "00".
001150     05  UQ-AUD-STAT             PIC X(02) VALUE "00".
001160     05  UQ-RPT-STAT             PIC X(02) VALUE "00".
001170*
001180 01  UQ-CONTROL-FIELDS.
001190     05  UQ-FROM-DATE            PIC X(08) VALUE "00000000".
001200     05  UQ-TO-DATE              PIC X(08) VALUE "99999999".
001210     05  UQ-PROGRAM              PIC X(08) VALUE SPACES.
001220     05  UQ-ITEM-KEY             PIC X(30) VALUE SPACES.
001230     05  UQ-SCANNED-COUNT        PIC 9(07) COMP VALUE ZERO.
001240     05  UQ-LISTED-COUNT         PIC 9(07) COMP VALUE ZERO.
001250*
001260*    A 160-BYTE IMAGE PRINTS AS 100 BYTES AND THEN THE LAST 60.
001270 01  UQ-IMAGE-WORK               PIC X(160).
001280 01  UQ-IMAGE-PARTS REDEFINES UQ-IMAGE-WORK.
001290     05  UQ-IMAGE-PART-1         PIC X(100).
001300     05  UQ-IMAGE-PART-2         PIC X(60).
001310*
001320 01  UQ-TIME-FIELDS.
001330     05  UQ-RUN-DATE             PIC X(08).
001340     05  UQ-RUN-TIME             PIC X(08).
001350*
001360 77  UQ-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001370 77  UQ-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001380 77  UQ-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
001390*
001400 01  UQ-HOLD-LINE                PIC X(133).
001410*
001420*****************************************************************
001430*                                                                *
001440*    REPORT LINE LAYOUTS.                                        *
001450*                                                                *
001460*****************************************************************
001470*
001480 01  UQ-HEADING-1.
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  FILLER                  PIC X(38) VALUE
001510             "MAINTENANCE CHANGE AUDIT INQUIRY      ".
001520     05  FILLER                  PIC X(06) VALUE " DATE ".
001530     05  UQ-H1-DATE              PIC X(08).
001540     05  FILLER                  PIC X(06) VALUE " TIME ".
001550     05  UQ-H1-TIME              PIC X(08).
001560     05  FILLER                  PIC X(06) VALUE " PAGE ".
001570     05  UQ-H1-PAGE              PIC Z(04)9.
001580     05  FILLER                  PIC X(55) VALUE SPACES.
001590*
001600 01  UQ-HEADING-2.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  FILLER                  PIC X(18) VALUE
001630             "DATE     TIME     ".
001640     05  FILLER                  PIC X(15) VALUE
001650             "PROGRAM  CARD  ".
001660     05  FILLER                  PIC X(27) VALUE
001670             "JOB      RUN DATE RUN TIME ".
001680     05  FILLER                  PIC X(13) VALUE
001690             "OPERATOR ACT ".
001700     05  FILLER                  PIC X(08) VALUE "ITEM KEY".
001710     05  FILLER                  PIC X(51) VALUE SPACES.
001720*
001730 01  UQ-DETAIL-LINE.
001740     05  FILLER                  PIC X(01) VALUE SPACE.
001750     05  UQ-DET-DATE             PIC X(08).
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  UQ-DET-TIME             PIC X(08).
001780     05  FILLER                  PIC X(01) VALUE SPACE.
001790     05  UQ-DET-PROGRAM          PIC X(08).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  UQ-DET-SEQ              PIC 9(05).
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  UQ-DET-JOB              PIC X(08).
001840     05  FILLER                  PIC X(01) VALUE SPACE.
001850     05  UQ-DET-RUN-DATE         PIC X(08).
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  UQ-DET-RUN-TIME         PIC X(08).
001880     05  FILLER                  PIC X(01) VALUE SPACE.
001890     05  UQ-DET-OPERATOR         PIC X(08).
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  UQ-DET-ACTION           PIC X(03).
001920     05  FILLER                  PIC X(01) VALUE SPACE.
001930     05  UQ-DET-ITEM-KEY         PIC X(30).
001940     05  FILLER                  PIC X(29) VALUE SPACES.
001950*
001960 01  UQ-IMAGE-LINE.
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  FILLER                  PIC X(04) VALUE SPACES.
001990     05  UQ-IMG-LABEL            PIC X(08).
002000     05  UQ-IMG-TEXT             PIC X(100).
002010     05  FILLER                  PIC X(20) VALUE SPACES.
002020*
002030 01  UQ-RANGE-LINE.
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  FILLER                  PIC X(06) VALUE "FROM  ".
002060     05  UQ-RNG-FROM-DATE        PIC X(08).
002070     05  FILLER                  PIC X(05) VALUE " TO  ".
002080     05  UQ-RNG-TO-DATE          PIC X(08).
002090     05  FILLER                  PIC X(10) VALUE " PROGRAM  ".
002100     05  UQ-RNG-PROGRAM          PIC X(08).
002110     05  FILLER                  PIC X(11) VALUE " ITEM KEY  ".
002120     05  UQ-RNG-ITEM-KEY         PIC X(30).
002130     05  FILLER                  PIC X(46) VALUE SPACES.
002140*
002150 01  UQ-NOAUD-LINE.
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  FILLER                  PIC X(30) VALUE
002180             "AUDIT FILE UNAVAILABLE - RC 12".
002190     05  FILLER                  PIC X(102) VALUE SPACES.
002200*
002210 01  UQ-TOTAL-LINE.
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  FILLER                  PIC X(16) VALUE
002240             "CHANGES SCANNED ".
002250     05  UQ-TOT-SCANNED          PIC Z(06)9.
002260     05  FILLER                  PIC X(09) VALUE "  LISTED ".
002270     05  UQ-TOT-LISTED           PIC Z(06)9.
002280     05  FILLER                  PIC X(93) VALUE SPACES.
002290*
002300*****************************************************************
002310*                                                                *
002320*    PROCEDURE DIVISION.
002330*                                                                *
002340*****************************************************************
002350*
002360 PROCEDURE DIVISION.
002370*
002380*****************************************************************
002390*    0000-MAINLINE - OVERALL INQUIRY FLOW.                      *
002400*****************************************************************
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002430     IF UQ-AUD-BAD
002440         MOVE UQ-NOAUD-LINE TO REPORT-RECORD
002450         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
002460         PERFORM 9800-CLOSE-FILES THRU 9800-EXIT
002470         MOVE 12 TO RETURN-CODE
002480         GOBACK
002490     END-IF.
002500     PERFORM 2000-EXTRACT-CHANGES THRU 2000-EXIT.
002510     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
002520     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
002530     MOVE 0 TO RETURN-CODE.
002540     GOBACK.
002550*
002560*****************************************************************
002570*    1000-INITIALIZE - RANGE AND FILTERS FROM THE PARM CARD,    *
002580*    THE AUDIT FILE POSITIONED AT THE START OF THE RANGE.       *
002590*****************************************************************
002600 1000-INITIALIZE.
002610     ACCEPT UQ-RUN-DATE FROM DATE YYYYMMDD.
002620     ACCEPT UQ-RUN-TIME FROM TIME.
002630     OPEN OUTPUT REPORT-FILE.
002640     OPEN INPUT PARM-FILE.
002650     IF UQ-PARM-STAT = "00"
002660         READ PARM-FILE
002670             AT END
002680                 CONTINUE
002690         END-READ
002700         IF UQ-PARM-STAT = "00"
002710             IF IQ-FROM-DATE IS NUMERIC
002720                 MOVE IQ-FROM-DATE TO UQ-FROM-DATE
002730             END-IF
002740             IF IQ-TO-DATE IS NUMERIC
002750                 MOVE IQ-TO-DATE TO UQ-TO-DATE
002760             END-IF
002770             MOVE IQ-PROGRAM  TO UQ-PROGRAM
002780             MOVE IQ-ITEM-KEY TO UQ-ITEM-KEY
002790         END-IF
002800         CLOSE PARM-FILE
002810     END-IF.
002820     MOVE UQ-FROM-DATE TO UQ-RNG-FROM-DATE.
002830     MOVE UQ-TO-DATE   TO UQ-RNG-TO-DATE.
002840     IF UQ-PROGRAM = SPACES
002850         MOVE "*ALL*   " TO UQ-RNG-PROGRAM
002860     ELSE
002870         MOVE UQ-PROGRAM TO UQ-RNG-PROGRAM
002880     END-IF.
002890     IF UQ-ITEM-KEY = SPACES
002900         MOVE "*ALL*" TO UQ-RNG-ITEM-KEY
002910     ELSE
002920         MOVE UQ-ITEM-KEY TO UQ-RNG-ITEM-KEY
002930     END-IF.
002940     MOVE UQ-RANGE-LINE TO REPORT-RECORD.
002950     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
002960     MOVE SPACES TO REPORT-RECORD.
002970     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
002980     OPEN INPUT AUDIT-FILE.
002990     IF UQ-AUD-STAT NOT = "00"
003000         SET UQ-AUD-BAD TO TRUE
003010         GO TO 1000-EXIT
003020     END-IF.
003030     MOVE UQ-FROM-DATE TO AUD-DATE.
003040     MOVE "00000000" TO AUD-TIME.
003050     MOVE LOW-VALUES TO AUD-PROGRAM.
003060     MOVE ZERO TO AUD-SEQ.
003070     START AUDIT-FILE KEY NOT < AUD-KEY
003080         INVALID KEY
003090             SET UQ-END-OF-AUDFILE TO TRUE
003100     END-START.
003110 1000-EXIT.
003120     EXIT.
003130*
003140*****************************************************************
003150*    2000-EXTRACT-CHANGES - READS FORWARD FROM THE RANGE START  *
003160*    IN KEY ORDER AND STOPS AT THE FIRST CHANGE PAST THE RANGE  *
003170*    END - THE KEY SEQUENCE DOES THE WORK.                      *
003180*****************************************************************
003190 2000-EXTRACT-CHANGES.
003200     PERFORM 2100-EXTRACT-ONE-CHANGE THRU 2100-EXIT
003210         UNTIL UQ-END-OF-AUDFILE.
003220 2000-EXIT.
003230     EXIT.
003240*
003250 2100-EXTRACT-ONE-CHANGE.
003260     READ AUDIT-FILE NEXT
003270         AT END
003280             SET UQ-END-OF-AUDFILE TO TRUE
003290     END-READ.
003300     IF UQ-END-OF-AUDFILE
003310         GO TO 2100-EXIT
003320     END-IF.
003330     IF AUD-DATE > UQ-TO-DATE
003340         SET UQ-END-OF-AUDFILE TO TRUE
003350         GO TO 2100-EXIT
003360     END-IF.
003370     ADD 1 TO UQ-SCANNED-COUNT.
003380     IF UQ-PROGRAM NOT = SPACES
003390             AND AUD-PROGRAM NOT = UQ-PROGRAM
003400         GO TO 2100-EXIT
003410     END-IF.
003420     IF UQ-ITEM-KEY NOT = SPACES
003430             AND AUD-ITEM-KEY NOT = UQ-ITEM-KEY
003440         GO TO 2100-EXIT
003450     END-IF.
003460     ADD 1 TO UQ-LISTED-COUNT.
003470     MOVE AUD-DATE        TO UQ-DET-DATE.
003480     MOVE AUD-TIME        TO UQ-DET-TIME.
003490     MOVE AUD-PROGRAM     TO UQ-DET-PROGRAM.
003500     MOVE AUD-SEQ         TO UQ-DET-SEQ.
003510     MOVE AUD-JOB-NAME    TO UQ-DET-JOB.
003520     MOVE AUD-RUN-DATE    TO UQ-DET-RUN-DATE.
003530     MOVE AUD-RUN-TIME    TO UQ-DET-RUN-TIME.
003540     MOVE AUD-OPERATOR-ID TO UQ-DET-OPERATOR.
003550     MOVE AUD-ACTION      TO UQ-DET-ACTION.
003560     MOVE AUD-ITEM-KEY    TO UQ-DET-ITEM-KEY.
003570     MOVE UQ-DETAIL-LINE TO REPORT-RECORD.
003580     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
003590     MOVE "BEFORE  " TO UQ-IMG-LABEL.
003600     MOVE AUD-BEFORE-IMAGE TO UQ-IMAGE-WORK.
003610     PERFORM 2200-WRITE-IMAGE THRU 2200-EXIT.
003620     MOVE "AFTER   " TO UQ-IMG-LABEL.
003630     MOVE AUD-AFTER-IMAGE TO UQ-IMAGE-WORK.
003640     PERFORM 2200-WRITE-IMAGE THRU 2200-EXIT.
003650     MOVE SPACES TO REPORT-RECORD.
003660     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
003670 2100-EXIT.
003680     EXIT.
003690*
003700*****************************************************************
003710*    2200-WRITE-IMAGE - ONE BEFORE OR AFTER IMAGE, THE FIRST    *
003720*    100 BYTES AND THEN THE REST WHEN THERE IS ANY.  A BLANK    *
003730*    IMAGE (BEFORE AN ADD, AFTER A DELETE) PRINTS AS NONE.      *
003740*****************************************************************
003750 2200-WRITE-IMAGE.
003760     IF UQ-IMAGE-WORK = SPACES
003770         MOVE "(NONE)" TO UQ-IMG-TEXT
003780         MOVE UQ-IMAGE-LINE TO REPORT-RECORD
003790         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003800         GO TO 2200-EXIT
003810     END-IF.
003820     MOVE UQ-IMAGE-PART-1 TO UQ-IMG-TEXT.
003830     MOVE UQ-IMAGE-LINE TO REPORT-RECORD.
003840     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
003850     IF UQ-IMAGE-PART-2 = SPACES
003860         GO TO 2200-EXIT
003870     END-IF.
003880     MOVE SPACES TO UQ-IMG-LABEL.
003890     MOVE UQ-IMAGE-PART-2 TO UQ-IMG-TEXT.
003900     MOVE UQ-IMAGE-LINE TO REPORT-RECORD.
003910     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
003920 2200-EXIT.
003930     EXIT.
003940*
003950*****************************************************************
003960*    3000-WRITE-TOTALS - SCANNED AND LISTED COUNTS.             *
003970*****************************************************************
003980 3000-WRITE-TOTALS.
003990     MOVE SPACES TO REPORT-RECORD.
004000     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004010     MOVE UQ-SCANNED-COUNT TO UQ-TOT-SCANNED.
004020     MOVE UQ-LISTED-COUNT  TO UQ-TOT-LISTED.
004030     MOVE UQ-TOTAL-LINE TO REPORT-RECORD.
004040     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004050 3000-EXIT.
004060     EXIT.
004070*
004080*****************************************************************
004090*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
004100*    OVERFLOW HANDLING.  THE PENDING LINE IS HELD SO A PAGE     *
004110*    BREAK CANNOT CLOBBER IT.                                   *
004120*****************************************************************
004130 9100-WRITE-REPORT-LINE.
004140     MOVE REPORT-RECORD TO UQ-HOLD-LINE.
004150     IF UQ-LINE-COUNT > UQ-LINES-PER-PAGE
004160         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
004170     END-IF.
004180     WRITE REPORT-RECORD FROM UQ-HOLD-LINE
004190         AFTER ADVANCING 1 LINE.
004200     ADD 1 TO UQ-LINE-COUNT.
004210 9100-EXIT.
004220     EXIT.
004230*
004240 9200-WRITE-PAGE-HEADING.
004250     ADD 1 TO UQ-PAGE-COUNT.
004260     MOVE UQ-RUN-DATE  TO UQ-H1-DATE.
004270     MOVE UQ-RUN-TIME  TO UQ-H1-TIME.
004280     MOVE UQ-PAGE-COUNT TO UQ-H1-PAGE.
004290     MOVE UQ-HEADING-1 TO REPORT-RECORD.
004300     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
004310     MOVE UQ-HEADING-2 TO REPORT-RECORD.
004320     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
004330     MOVE SPACES TO REPORT-RECORD.
004340     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
004350     MOVE 4 TO UQ-LINE-COUNT.
004360 9200-EXIT.
004370     EXIT.
004380*
004390*****************************************************************
004400*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
004410*****************************************************************
004420 9800-CLOSE-FILES.
004430     IF NOT UQ-AUD-BAD
004440         CLOSE AUDIT-FILE
004450     END-IF.
004460     CLOSE REPORT-FILE.
004470 9800-EXIT.
004480     EXIT.
