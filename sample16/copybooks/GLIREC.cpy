000100*
000200*****************************************************************
000300*
000400*    GLIREC.CPY
000500*
000600*    GENERAL LEDGER INTERFACE RECORD.  GLEXTRCT WRITES ONE
000700*    GLFILE PER POSTING DAY - A HEADER, ONE DETAIL PER GL
000800*    ACCOUNT AND SIDE (DEBIT OR CREDIT) WITH A NON-ZERO TOTAL,
000900*    AND A TRAILER.  HEADER AND TRAILER BOTH CARRY THE ENTRY
001000*    COUNT AND THE DEBIT AND CREDIT TOTALS; THE FILE IS NEVER
001100*    WRITTEN UNLESS THE TWO TOTALS ARE EQUAL.  AMOUNTS ARE
001200*    UNSIGNED - THE SIDE SAYS WHICH WAY THEY GO.
001300*
001400*    MOD LOG
001500*    ---------  ----  ---------------------------------------
001600*    2026-10-15  RTM  ORIGINAL COPYBOOK.
001700*
001800*****************************************************************
001900*
002000 01  GL-INTERFACE-RECORD.
002100     05  GLI-TYPE                PIC X(01).
002200         88  GLI-TYPE-HEADER          VALUE "H".
002300         88  GLI-TYPE-DETAIL          VALUE "D".
002400         88  GLI-TYPE-TRAILER         VALUE "T".
002500     05  GLI-DATA                PIC X(79).
002600     05  GLI-DETAIL REDEFINES GLI-DATA.
002700         10  GLI-D-BUSINESS-DATE PIC X(08).
002800         10  GLI-D-GL-ACCOUNT    PIC X(10).
002900         10  GLI-D-SIDE          PIC X(01).
003000             88  GLI-D-DEBIT          VALUE "D".
003100             88  GLI-D-CREDIT         VALUE "C".
003200         10  GLI-D-AMOUNT        PIC 9(13)V99.
003300         10  GLI-D-POSTINGS      PIC 9(07).
003400         10  GLI-D-DESCRIPTION   PIC X(30).
003500         10  FILLER              PIC X(08).
003600     05  GLI-CONTROL REDEFINES GLI-DATA.
003700         10  GLI-C-SOURCE        PIC X(08).
003800         10  GLI-C-BUSINESS-DATE PIC X(08).
003900         10  GLI-C-CREATED-DATE  PIC X(08).
004000         10  GLI-C-CREATED-TIME  PIC X(08).
004100         10  GLI-C-ENTRY-COUNT   PIC 9(07).
004200         10  GLI-C-TOTAL-DEBITS  PIC 9(13)V99.
004300         10  GLI-C-TOTAL-CREDITS PIC 9(13)V99.
004400         10  FILLER              PIC X(10).
