000200*    A FORMATTED SYSOUT REPORT - MESSAGES GROUPED BY JOB AND     *
000210*    RUN NUMBER, TOTALS BY WRITE STATUS (TTY-OK / TTY-FAILED /   *
000220*    SILENT), AND A FLAGGED EXCEPTION SECTION FOR EVERY RUN      *
000230*    WHOSE LOG SHOWS A TTY FAILURE, AND AN OUT-OF-ORDER SECTION  *
000240*    LISTING EVERY PREDECESSOR OVERRIDE.  THIS REPORT IS WHAT    *
000250*    THE INCOMING SHIFT IS HANDED AT TURNOVER.                   *
000260*                                                                *
000270*    MOD LOG                                                     *
000280*    ---------- ---- ----------------------------------------    *
000290*    2026-08-22 RTM  ORIGINAL PROGRAM.                           *
000300*    2026-10-15 RTM  OUT-OF-ORDER SECTION - EVERY SAMPLE1 RUN    *
000310*                     STARTED OVER AN INCOMPLETE PREDECESSOR     *
000320*                     (MSG 0119) IS LISTED WITH ITS JOB, RUN,    *
000330*                     TIME, OPERATOR ID AND REASON.              *
000340*                                                                *
000350*****************************************************************
000360*
000370 ENVIRONMENT DIVISION.
000380*
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.    IBM-370.
000410 OBJECT-COMPUTER.    IBM-370.
000420*
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT LOG-FILE ASSIGN TO "LOGFILE"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS SR-LOG-STAT.
000480*
000490     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS SR-RPT-STAT.
000520*
000530*****************************************************************
000540*                                                                *
000550*    DATA DIVISION.
000560*                                                                *
000570*****************************************************************
000580*
000590 DATA DIVISION.
000600*
000610 FILE SECTION.
000620*
000630 FD  LOG-FILE
000640     RECORDING MODE F
000650     LABEL RECORDS STANDARD
000660     BLOCK CONTAINS 0 RECORDS
000670     RECORD CONTAINS 119 CHARACTERS
000680     DATA RECORD IS LOG-RECORD.
000690     COPY LOGREC.
000700*
000710 FD  REPORT-FILE
000720     RECORDING MODE F
000730     LABEL RECORDS STANDARD
000740     BLOCK CONTAINS 0 RECORDS
000750     RECORD CONTAINS 133 CHARACTERS
000760     DATA RECORD IS REPORT-RECORD.
000770 01  REPORT-RECORD               PIC X(133).
000780*
000790 WORKING-STORAGE SECTION.
000800*
000810 01  SR-SWITCHES.
000820     05  SR-EOF-LOGFILE          PIC X(01) VALUE "N".
000830         88  SR-END-OF-LOGFILE       VALUE "Y".
000840     05  SR-FIRST-RECORD-SW      PIC X(01) VALUE "Y".
000850         88  SR-FIRST-RECORD         VALUE "Y".
000860     05  SR-TABLE-FULL-SW        PIC X(01) VALUE "N".
000870         88  SR-TABLE-FULL           VALUE "Y".
000880     05  SR-OVR-FULL-SW          PIC X(01) VALUE "N".
000890         88  SR-OVR-TABLE-FULL       VALUE "Y".
000900*
000910 01  SR-FILE-STATUS-CODES.
000920     05  SR-LOG-STAT             PIC X(02) VALUE "00".
000930     05  SR-RPT-STAT             PIC X(02) VALUE "00".
000940*
000950 01  SR-CONTROL-FIELDS.
000960     05  SR-PRIOR-JOB-ID         PIC X(08).
000970     05  SR-PRIOR-RUN-NUMBER     PIC 9(05).
000980*
000990 01  SR-RUN-COUNTERS.
001000     05  SR-RUN-TTY-OK           PIC 9(07) COMP VALUE ZERO.
001010     05  SR-RUN-TTY-FAILED       PIC 9(07) COMP VALUE ZERO.
001020     05  SR-RUN-SILENT           PIC 9(07) COMP VALUE ZERO.
001030*
001040 01  SR-GRAND-COUNTERS.
001050     05  SR-TOT-TTY-OK           PIC 9(07) COMP VALUE ZERO.
001060     05  SR-TOT-TTY-FAILED       PIC 9(07) COMP VALUE ZERO.
001070     05  SR-TOT-SILENT           PIC 9(07) COMP VALUE ZERO.
001080     05  SR-TOT-RECORDS          PIC 9(07) COMP VALUE ZERO.
001090*
001100 01  SR-RUN-SUMMARY-AREA.
001110     05  SR-RUN-COUNT            PIC 9(03) COMP VALUE ZERO.
001120     05  SR-RUN-ENTRY OCCURS 200 TIMES
001130                 INDEXED BY SR-RUN-IDX.
001140         10  SR-SUM-JOB-ID       PIC X(08).
001150         10  SR-SUM-RUN-NUMBER   PIC 9(05).
001160         10  SR-SUM-TTY-OK       PIC 9(07) COMP.
001170         10  SR-SUM-TTY-FAILED   PIC 9(07) COMP.
001180         10  SR-SUM-SILENT       PIC 9(07) COMP.
001190*
001200*    PREDECESSOR OVERRIDES (SAMPLE1 MSG 0119), IN LOG ORDER, FOR
001210*    THE OUT-OF-ORDER SECTION.  THE LOG TEXT ALREADY NAMES THE
001220*    PREDECESSOR, THE OPERATOR AND THE REASON.
001230 01  SR-OVERRIDE-AREA.
001240     05  SR-OVR-COUNT            PIC 9(03) COMP VALUE ZERO.
001250     05  SR-OVR-ENTRY OCCURS 100 TIMES
001260                 INDEXED BY SR-OVR-IDX.
001270         10  SR-OVR-DATE         PIC X(08).
001280         10  SR-OVR-TIME         PIC X(08).
001290         10  SR-OVR-JOB-ID       PIC X(08).
001300         10  SR-OVR-RUN-NUMBER   PIC 9(05).
001310         10  SR-OVR-TEXT         PIC X(80).
001320*
001330 77  SR-EXCEPTION-COUNT          PIC 9(03) COMP VALUE ZERO.
001340 77  SR-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001350 77  SR-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001360 77  SR-LINES-PER-PAGE           PIC 9(03) COMP VALUE 56.
001370*
001380 01  SR-TIME-FIELDS.
001390     05  SR-RUN-DATE             PIC X(08).
001400     05  SR-RUN-TIME             PIC X(08).
001410*
001420 01  SR-STATUS-WORD              PIC X(10).
001430*
001440*    PENDING PRINT LINE, HELD ACROSS THE PAGE-HEADING ROUTINE SO
001450*    A PAGE BREAK CANNOT CLOBBER THE LINE THAT TRIGGERED IT.
001460 01  SR-HOLD-LINE                PIC X(133).
001470*
001480*****************************************************************
001490*                                                                *
001500*    REPORT LINE LAYOUTS.                                        *
001510*                                                                *
001520*****************************************************************
001530*
001540 01  SR-HEADING-1.
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  FILLER                  PIC X(34) VALUE
001570             "OPERATIONS SHIFT REPORT - CONSOLE ".
001580     05  FILLER                  PIC X(12) VALUE "MESSAGE LOG ".
001590     05  FILLER                  PIC X(05) VALUE "DATE ".
001600     05  SR-H1-DATE              PIC X(08).
001610     05  FILLER                  PIC X(06) VALUE " TIME ".
001620     05  SR-H1-TIME              PIC X(08).
001630     05  FILLER                  PIC X(06) VALUE " PAGE ".
001640     05  SR-H1-PAGE              PIC Z(04)9.
001650     05  FILLER                  PIC X(48) VALUE SPACES.
001660*
001670 01  SR-HEADING-2.
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  FILLER                  PIC X(10) VALUE "DATE      ".
001700     05  FILLER                  PIC X(10) VALUE "TIME      ".
001710     05  FILLER                  PIC X(06) VALUE "MSGNO ".
001720     05  FILLER                  PIC X(11) VALUE "STATUS     ".
001730     05  FILLER                  PIC X(12) VALUE "MESSAGE TEXT".
001740     05  FILLER                  PIC X(83) VALUE SPACES.
001750*
001760 01  SR-GROUP-HEADING.
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  FILLER                  PIC X(04) VALUE "JOB ".
001790     05  SR-GH-JOB-ID            PIC X(08).
001800     05  FILLER                  PIC X(13) VALUE " - RUN NUMBER".
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  SR-GH-RUN-NUMBER        PIC 9(05).
001830     05  FILLER                  PIC X(101) VALUE SPACES.
001840*
001850 01  SR-DETAIL-LINE.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  SR-DET-DATE             PIC X(08).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  SR-DET-TIME             PIC X(08).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  SR-DET-MSG-NUMBER       PIC 9(04).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  SR-DET-STATUS           PIC X(10).
001940     05  FILLER                  PIC X(01) VALUE SPACE.
001950     05  SR-DET-TEXT             PIC X(80).
001960     05  FILLER                  PIC X(15) VALUE SPACES.
001970*
001980 01  SR-RUN-TOTAL-LINE.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  FILLER                  PIC X(14) VALUE "RUN TOTALS -  ".
002010     05  FILLER                  PIC X(07) VALUE "TTY-OK ".
002020     05  SR-RT-TTY-OK            PIC Z(06)9.
002030     05  FILLER                  PIC X(12) VALUE "  TTY-FAILED".
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  SR-RT-TTY-FAILED        PIC Z(06)9.
002060     05  FILLER                  PIC X(08) VALUE "  SILENT".
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  SR-RT-SILENT            PIC Z(06)9.
002090     05  FILLER                  PIC X(68) VALUE SPACES.
002100*
002110 01  SR-GRAND-TOTAL-LINE.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  FILLER                  PIC X(14) VALUE "SHIFT TOTALS -".
002140     05  FILLER                  PIC X(07) VALUE "TTY-OK ".
002150     05  SR-GT-TTY-OK            PIC Z(06)9.
002160     05  FILLER                  PIC X(12) VALUE "  TTY-FAILED".
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  SR-GT-TTY-FAILED        PIC Z(06)9.
002190     05  FILLER                  PIC X(08) VALUE "  SILENT".
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  SR-GT-SILENT            PIC Z(06)9.
002220     05  FILLER                  PIC X(09) VALUE "  RECORDS".
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  SR-GT-RECORDS           PIC Z(06)9.
002250     05  FILLER                  PIC X(51) VALUE SPACES.
002260*
002270 01  SR-EXCEPTION-HEADING.
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  FILLER                  PIC X(38) VALUE
002300             "*** EXCEPTIONS - RUNS WITH TTY FAILURE".
002310     05  FILLER                  PIC X(05) VALUE "S ***".
002320     05  FILLER                  PIC X(89) VALUE SPACES.
002330*
002340 01  SR-EXCEPTION-LINE.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  FILLER                  PIC X(09) VALUE "*** JOB  ".
002370     05  SR-EX-JOB-ID            PIC X(08).
002380     05  FILLER                  PIC X(06) VALUE "  RUN ".
002390     05  SR-EX-RUN-NUMBER        PIC 9(05).
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  SR-EX-TTY-FAILED        PIC Z(06)9.
002420     05  FILLER                  PIC X(26) VALUE
002430             " LINE(S) FAILED TO REACH T".
002440     05  FILLER                  PIC X(14) VALUE "HE CONSOLE ***".
002450     05  FILLER                  PIC X(55) VALUE SPACES.
002460*
002470 01  SR-NO-EXCEPTION-LINE.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  FILLER                  PIC X(36) VALUE
002500             "NO TTY FAILURES RECORDED THIS SHIFT.".
002510     05  FILLER                  PIC X(96) VALUE SPACES.
002520*
002530 01  SR-TABLE-FULL-LINE.
002540     05  FILLER                  PIC X(01) VALUE SPACE.
002550     05  FILLER                  PIC X(37) VALUE
002560             "*** MORE THAN 200 RUNS THIS SHIFT - E".
002570     05  FILLER                  PIC X(37) VALUE
002580             "XCEPTION LIST MAY BE INCOMPLETE ***  ".
002590     05  FILLER                  PIC X(58) VALUE SPACES.
002600*
002610 01  SR-OVERRIDE-HEADING.
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  FILLER                  PIC X(38) VALUE
002640             "*** OUT-OF-ORDER RUNS - PREDECESSOR OV".
002650     05  FILLER                  PIC X(12) VALUE "ERRIDES ***".
002660     05  FILLER                  PIC X(82) VALUE SPACES.
002670*
002680 01  SR-OVERRIDE-LINE.
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  FILLER                  PIC X(09) VALUE "*** JOB  ".
002710     05  SR-OV-JOB-ID            PIC X(08).
002720     05  FILLER                  PIC X(06) VALUE "  RUN ".
002730     05  SR-OV-RUN-NUMBER        PIC 9(05).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  SR-OV-DATE              PIC X(08).
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  SR-OV-TIME              PIC X(08).
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  SR-OV-TEXT              PIC X(80).
002800     05  FILLER                  PIC X(03) VALUE SPACES.
002810*
002820 01  SR-NO-OVERRIDE-LINE.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  FILLER                  PIC X(37) VALUE
002850             "NO PREDECESSOR OVERRIDES RECORDED THI".
002860     05  FILLER                  PIC X(11) VALUE "S SHIFT.".
002870     05  FILLER                  PIC X(84) VALUE SPACES.
002880*
002890 01  SR-OVR-FULL-LINE.
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  FILLER                  PIC X(37) VALUE
002920             "*** MORE THAN 100 OVERRIDES THIS SHIF".
002930     05  FILLER                  PIC X(37) VALUE
002940             "T - LIST MAY BE INCOMPLETE ***       ".
002950     05  FILLER                  PIC X(58) VALUE SPACES.
002960*
002970 01  SR-NO-INPUT-LINE.
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  FILLER                  PIC X(35) VALUE
003000             "NO LOG RECORDS PRESENT FOR THIS SHI".
003010     05  FILLER                  PIC X(03) VALUE "FT.".
003020     05  FILLER                  PIC X(94) VALUE SPACES.
003030*
003040*****************************************************************
003050*                                                                *
003060*    PROCEDURE DIVISION.
003070*                                                                *
003080*****************************************************************
003090*
003100 PROCEDURE DIVISION.
003110*
003120*****************************************************************
003130*    0000-MAINLINE - OVERALL REPORT FLOW.                       *
003140*****************************************************************
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT.
003180     IF SR-FIRST-RECORD
003190         MOVE SR-NO-INPUT-LINE TO REPORT-RECORD
003200         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
003210     ELSE
003220         PERFORM 2500-END-RUN-GROUP THRU 2500-EXIT
003230         PERFORM 7000-WRITE-GRAND-TOTALS THRU 7000-EXIT
003240         PERFORM 7500-WRITE-EXCEPTIONS THRU 7500-EXIT
003250         PERFORM 7700-WRITE-OVERRIDES THRU 7700-EXIT
003260     END-IF.
003270     PERFORM 9800-CLOSE-FILES THRU 9800-EXIT.
003280     MOVE 0 TO RETURN-CODE.
003290     GOBACK.
003300*
003310*****************************************************************
003320*    1000-INITIALIZE - OPEN FILES AND STAMP THE REPORT DATE.    *
003330*****************************************************************
003340 1000-INITIALIZE.
003350     ACCEPT SR-RUN-DATE FROM DATE YYYYMMDD.
003360     ACCEPT SR-RUN-TIME FROM TIME.
003370     OPEN OUTPUT REPORT-FILE.
003380     OPEN INPUT LOG-FILE.
003390     IF SR-LOG-STAT NOT = "00"
003400         SET SR-END-OF-LOGFILE TO TRUE
003410     END-IF.
003420 1000-EXIT.
003430     EXIT.
003440*
003450*****************************************************************
003460*    2000-PROCESS-LOG - READS EVERY LOGFILE RECORD, BREAKING    *
003470*    ON A CHANGE OF JOB-ID / RUN-NUMBER.                        *
003480*****************************************************************
003490 2000-PROCESS-LOG.
003500     PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
003510         UNTIL SR-END-OF-LOGFILE.
003520 2000-EXIT.
003530     EXIT.
003540*
003550 2100-PROCESS-ONE-RECORD.
003560     READ LOG-FILE
003570         AT END
003580             SET SR-END-OF-LOGFILE TO TRUE
003590     END-READ.
003600     IF SR-END-OF-LOGFILE
003610         GO TO 2100-EXIT
003620     END-IF.
003630     IF SR-FIRST-RECORD
003640         MOVE "N" TO SR-FIRST-RECORD-SW
003650         PERFORM 2400-START-RUN-GROUP THRU 2400-EXIT
003660     ELSE
003670         IF LOG-JOB-ID NOT = SR-PRIOR-JOB-ID
003680                 OR LOG-RUN-NUMBER NOT = SR-PRIOR-RUN-NUMBER
003690             PERFORM 2500-END-RUN-GROUP THRU 2500-EXIT
003700             PERFORM 2400-START-RUN-GROUP THRU 2400-EXIT
003710         END-IF
003720     END-IF.
003730     PERFORM 2200-TALLY-ONE-RECORD THRU 2200-EXIT.
003740     PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT.
003750     IF LOG-MSG-NUMBER = 0119
003760         PERFORM 2600-SAVE-OVERRIDE THRU 2600-EXIT
003770     END-IF.
003780 2100-EXIT.
003790     EXIT.
003800*
003810 2200-TALLY-ONE-RECORD.
003820     ADD 1 TO SR-TOT-RECORDS.
003830     EVALUATE TRUE
003840         WHEN LOG-STATUS-TTY-OK
003850             MOVE "TTY-OK    " TO SR-STATUS-WORD
003860             ADD 1 TO SR-RUN-TTY-OK
003870             ADD 1 TO SR-TOT-TTY-OK
003880         WHEN LOG-STATUS-TTY-FAILED
003890             MOVE "TTY-FAILED" TO SR-STATUS-WORD
003900             ADD 1 TO SR-RUN-TTY-FAILED
003910             ADD 1 TO SR-TOT-TTY-FAILED
003920         WHEN LOG-STATUS-SILENT
003930             MOVE "SILENT    " TO SR-STATUS-WORD
003940             ADD 1 TO SR-RUN-SILENT
003950             ADD 1 TO SR-TOT-SILENT
003960         WHEN OTHER
003970             MOVE "?         " TO SR-STATUS-WORD
003980     END-EVALUATE.
003990 2200-EXIT.
004000     EXIT.
004010*
004020 2300-PRINT-DETAIL.
004030     MOVE SPACES TO SR-DET-DATE SR-DET-TIME SR-DET-TEXT.
004040     MOVE LOG-DATE         TO SR-DET-DATE.
004050     MOVE LOG-TIME         TO SR-DET-TIME.
004060     MOVE LOG-MSG-NUMBER   TO SR-DET-MSG-NUMBER.
004070     MOVE SR-STATUS-WORD   TO SR-DET-STATUS.
004080     MOVE LOG-TEXT         TO SR-DET-TEXT.
004090     MOVE SR-DETAIL-LINE   TO REPORT-RECORD.
004100     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004110 2300-EXIT.
004120     EXIT.
004130*
004140*****************************************************************
004150*    2400-START-RUN-GROUP - PRINTS THE JOB/RUN GROUP HEADING    *
004160*    AND CLEARS THE PER-RUN STATUS COUNTERS.                    *
004170*****************************************************************
004180 2400-START-RUN-GROUP.
004190     MOVE LOG-JOB-ID     TO SR-PRIOR-JOB-ID.
004200     MOVE LOG-RUN-NUMBER TO SR-PRIOR-RUN-NUMBER.
004210     MOVE ZERO TO SR-RUN-TTY-OK.
004220     MOVE ZERO TO SR-RUN-TTY-FAILED.
004230     MOVE ZERO TO SR-RUN-SILENT.
004240     MOVE SPACES TO REPORT-RECORD.
004250     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004260     MOVE LOG-JOB-ID     TO SR-GH-JOB-ID.
004270     MOVE LOG-RUN-NUMBER TO SR-GH-RUN-NUMBER.
004280     MOVE SR-GROUP-HEADING TO REPORT-RECORD.
004290     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004300 2400-EXIT.
004310     EXIT.
004320*
004330*****************************************************************
004340*    2500-END-RUN-GROUP - PRINTS THE RUN TOTALS AND SAVES THE   *
004350*    RUN IN THE SUMMARY TABLE FOR THE EXCEPTION SECTION.        *
004360*****************************************************************
004370 2500-END-RUN-GROUP.
004380     MOVE SR-RUN-TTY-OK     TO SR-RT-TTY-OK.
004390     MOVE SR-RUN-TTY-FAILED TO SR-RT-TTY-FAILED.
004400     MOVE SR-RUN-SILENT     TO SR-RT-SILENT.
004410     MOVE SR-RUN-TOTAL-LINE TO REPORT-RECORD.
004420     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004430     IF SR-RUN-COUNT < 200
004440         ADD 1 TO SR-RUN-COUNT
004450         SET SR-RUN-IDX TO SR-RUN-COUNT
004460         MOVE SR-PRIOR-JOB-ID     TO SR-SUM-JOB-ID (SR-RUN-IDX)
004470         MOVE SR-PRIOR-RUN-NUMBER TO
004480             SR-SUM-RUN-NUMBER (SR-RUN-IDX)
004490         MOVE SR-RUN-TTY-OK       TO SR-SUM-TTY-OK (SR-RUN-IDX)
004500         MOVE SR-RUN-TTY-FAILED   TO
004510             SR-SUM-TTY-FAILED (SR-RUN-IDX)
004520         MOVE SR-RUN-SILENT       TO SR-SUM-SILENT (SR-RUN-IDX)
004530     ELSE
004540         SET SR-TABLE-FULL TO TRUE
004550     END-IF.
004560 2500-EXIT.
004570     EXIT.
004580*
004590*****************************************************************
004600*    2600-SAVE-OVERRIDE - KEEPS ONE PREDECESSOR OVERRIDE FOR    *
004610*    THE OUT-OF-ORDER SECTION.                                  *
004620*****************************************************************
004630 2600-SAVE-OVERRIDE.
004640     IF SR-OVR-COUNT < 100
004650         ADD 1 TO SR-OVR-COUNT
004660         SET SR-OVR-IDX TO SR-OVR-COUNT
004670         MOVE LOG-DATE       TO SR-OVR-DATE (SR-OVR-IDX)
004680         MOVE LOG-TIME       TO SR-OVR-TIME (SR-OVR-IDX)
004690         MOVE LOG-JOB-ID     TO SR-OVR-JOB-ID (SR-OVR-IDX)
004700         MOVE LOG-RUN-NUMBER TO SR-OVR-RUN-NUMBER (SR-OVR-IDX)
004710         MOVE LOG-TEXT       TO SR-OVR-TEXT (SR-OVR-IDX)
004720     ELSE
004730         SET SR-OVR-TABLE-FULL TO TRUE
004740     END-IF.
004750 2600-EXIT.
004760     EXIT.
004770*
004780*****************************************************************
004790*    7000-WRITE-GRAND-TOTALS - SHIFT-WIDE STATUS TOTALS.        *
004800*****************************************************************
004810 7000-WRITE-GRAND-TOTALS.
004820     MOVE SPACES TO REPORT-RECORD.
004830     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004840     MOVE SR-TOT-TTY-OK     TO SR-GT-TTY-OK.
004850     MOVE SR-TOT-TTY-FAILED TO SR-GT-TTY-FAILED.
004860     MOVE SR-TOT-SILENT     TO SR-GT-SILENT.
004870     MOVE SR-TOT-RECORDS    TO SR-GT-RECORDS.
004880     MOVE SR-GRAND-TOTAL-LINE TO REPORT-RECORD.
004890     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
004900 7000-EXIT.
004910     EXIT.
004920*
004930*****************************************************************
004940*    7500-WRITE-EXCEPTIONS - ONE FLAGGED LINE FOR EVERY RUN     *
004950*    WHOSE LOG SHOWS AT LEAST ONE TTY FAILURE.                  *
004960*****************************************************************
004970 7500-WRITE-EXCEPTIONS.
004980     MOVE SPACES TO REPORT-RECORD.
004990     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005000     MOVE SR-EXCEPTION-HEADING TO REPORT-RECORD.
005010     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005020     MOVE ZERO TO SR-EXCEPTION-COUNT.
005030     PERFORM 7600-WRITE-ONE-EXCEPTION THRU 7600-EXIT
005040         VARYING SR-RUN-IDX FROM 1 BY 1 UNTIL
005050             SR-RUN-IDX > SR-RUN-COUNT.
005060     IF SR-EXCEPTION-COUNT = ZERO
005070         MOVE SR-NO-EXCEPTION-LINE TO REPORT-RECORD
005080         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005090     END-IF.
005100     IF SR-TABLE-FULL
005110         MOVE SR-TABLE-FULL-LINE TO REPORT-RECORD
005120         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005130     END-IF.
005140 7500-EXIT.
005150     EXIT.
005160*
005170 7600-WRITE-ONE-EXCEPTION.
005180     IF SR-SUM-TTY-FAILED (SR-RUN-IDX) = ZERO
005190         GO TO 7600-EXIT
005200     END-IF.
005210     ADD 1 TO SR-EXCEPTION-COUNT.
005220     MOVE SR-SUM-JOB-ID (SR-RUN-IDX)     TO SR-EX-JOB-ID.
005230     MOVE SR-SUM-RUN-NUMBER (SR-RUN-IDX) TO SR-EX-RUN-NUMBER.
005240     MOVE SR-SUM-TTY-FAILED (SR-RUN-IDX) TO SR-EX-TTY-FAILED.
005250     MOVE SR-EXCEPTION-LINE TO REPORT-RECORD.
005260     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005270 7600-EXIT.
005280     EXIT.
005290*
005300*****************************************************************
005310*    7700-WRITE-OVERRIDES - ONE FLAGGED LINE FOR EVERY RUN AN   *
005320*    OPERATOR STARTED OVER AN INCOMPLETE PREDECESSOR, SO THE    *
005330*    INCOMING SHIFT CAN SEE WHO RAN OUT OF ORDER AND WHY.       *
005340*****************************************************************
005350 7700-WRITE-OVERRIDES.
005360     MOVE SPACES TO REPORT-RECORD.
005370     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005380     MOVE SR-OVERRIDE-HEADING TO REPORT-RECORD.
005390     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005400     PERFORM 7800-WRITE-ONE-OVERRIDE THRU 7800-EXIT
005410         VARYING SR-OVR-IDX FROM 1 BY 1 UNTIL
005420             SR-OVR-IDX > SR-OVR-COUNT.
005430     IF SR-OVR-COUNT = ZERO
005440         MOVE SR-NO-OVERRIDE-LINE TO REPORT-RECORD
005450         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005460     END-IF.
005470     IF SR-OVR-TABLE-FULL
005480         MOVE SR-OVR-FULL-LINE TO REPORT-RECORD
005490         PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
005500     END-IF.
005510 7700-EXIT.
005520     EXIT.
005530*
005540 7800-WRITE-ONE-OVERRIDE.
005550     MOVE SR-OVR-JOB-ID (SR-OVR-IDX)     TO SR-OV-JOB-ID.
005560     MOVE SR-OVR-RUN-NUMBER (SR-OVR-IDX) TO SR-OV-RUN-NUMBER.
005570     MOVE SR-OVR-DATE (SR-OVR-IDX)       TO SR-OV-DATE.
005580     MOVE SR-OVR-TIME (SR-OVR-IDX)       TO SR-OV-TIME.
005590     MOVE SR-OVR-TEXT (SR-OVR-IDX)       TO SR-OV-TEXT.
005600     MOVE SR-OVERRIDE-LINE TO REPORT-RECORD.
005610     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
005620 7800-EXIT.
005630     EXIT.
005640*
005650*****************************************************************
005660*    9100-WRITE-REPORT-LINE - COMMON PRINT ROUTINE WITH PAGE    *
005670*    OVERFLOW HANDLING.                                         *
005680*****************************************************************
005690 9100-WRITE-REPORT-LINE.
005700     MOVE REPORT-RECORD TO SR-HOLD-LINE.
005710     IF SR-LINE-COUNT > SR-LINES-PER-PAGE
005720         PERFORM 9200-WRITE-PAGE-HEADING THRU 9200-EXIT
005730     END-IF.
005740     WRITE REPORT-RECORD FROM SR-HOLD-LINE
005750         AFTER ADVANCING 1 LINE.
005760     ADD 1 TO SR-LINE-COUNT.
005770 9100-EXIT.
005780     EXIT.
005790*
005800 9200-WRITE-PAGE-HEADING.
005810     ADD 1 TO SR-PAGE-COUNT.
005820     MOVE SR-RUN-DATE  TO SR-H1-DATE.
005830     MOVE SR-RUN-TIME  TO SR-H1-TIME.
005840     MOVE SR-PAGE-COUNT TO SR-H1-PAGE.
005850     MOVE SR-HEADING-1 TO REPORT-RECORD.
005860     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
005870     MOVE SR-HEADING-2 TO REPORT-RECORD.
005880     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005890     MOVE SPACES TO REPORT-RECORD.
005900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
005910     MOVE 4 TO SR-LINE-COUNT.
005920 9200-EXIT.
005930     EXIT.
005940*
005950*****************************************************************
005960*    9800-CLOSE-FILES - FINAL FILE CLEANUP BEFORE GOBACK.       *
005970*****************************************************************
005980 9800-CLOSE-FILES.
005990     IF SR-LOG-STAT = "00" OR "10"
006000         CLOSE LOG-FILE
006010     END-IF.
006020     CLOSE REPORT-FILE.
006030 9800-EXIT.
006040     EXIT.
