000010*****************************************************************
000020*    DPSWORK.CPY                                                *
000030*    WORKING-STORAGE FIELDS FOR THE SHARED DENIED-PARTY         *
000040*    SCREENING ROUTINES (SEE DPSPROC.CPY).  COPY THIS INTO      *
000050*    WORKING-STORAGE, SET WS-DPS-PROGRAM AND WS-DPS-DATE ONCE   *
000060*    AT START OF RUN AND PERFORM 9400-LOAD-DENIED-PARTIES.  FOR *
000070*    EACH CUSTOMER TO BE SCREENED FILL WS-DPS-OPERATOR, WS-DPS- *
000080*    CUST-ID, WS-DPS-CUST-NAME, WS-DPS-STREET AND WS-DPS-       *
000090*    POSTCODE AND PERFORM 9420-SCREEN-PARTY; WS-DPS-HIT IS SET  *
000100*    WHEN ANY LIST ENTRY IS A PROBABLE MATCH, AND EVERY MATCH   *
000110*    HAS BEEN WRITTEN TO THE HIT FILE FOR COMPLIANCE REVIEW.    *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL FIELDS.                         *
000150*****************************************************************
000160 01  WS-DPL-FILE-STATUS       PIC X(02).
000170     88  WS-DPL-OK            VALUE '00'.
000180     88  WS-DPL-EOF           VALUE '10'.
000190 01  WS-DPC-FILE-STATUS       PIC X(02).
000200     88  WS-DPC-OK            VALUE '00'.
000210     88  WS-DPC-EOF           VALUE '10'.
000220 01  WS-DPH-FILE-STATUS       PIC X(02).
000230     88  WS-DPH-OK            VALUE '00'.
000240
000250 01  WS-DPS-WORK.
000260     05  WS-DPS-PROGRAM       PIC X(08).
000270     05  WS-DPS-DATE          PIC 9(08).
000280     05  WS-DPS-OPERATOR      PIC X(08).
000290     05  WS-DPS-CUST-ID       PIC X(05).
000300     05  WS-DPS-CUST-NAME     PIC X(20).
000310     05  WS-DPS-STREET        PIC X(20).
000320     05  WS-DPS-POSTCODE      PIC X(10).
000330     05  WS-DPS-HIT-SW        PIC X(01).
000340         88  WS-DPS-HIT       VALUE 'Y'.
000350     05  WS-DPS-BEST-SCORE    PIC 9(03).
000360     05  WS-DPS-BEST-ENTRY    PIC X(10).
000370     05  WS-DPS-LOADED-SW     PIC X(01) VALUE 'N'.
000380         88  WS-DPS-LOADED    VALUE 'Y'.
000390     05  WS-DPS-HIT-OPEN-SW   PIC X(01) VALUE 'N'.
000400         88  WS-DPS-HIT-OPEN  VALUE 'Y'.
000410     05  WS-DPS-SCREEN-COUNT  PIC 9(07) COMP VALUE 0.
000420     05  WS-DPS-HIT-COUNT     PIC 9(07) COMP VALUE 0.
000430
000440*    MATCH THRESHOLDS, AS A 0-100 SIMILARITY SCORE OF THE
000450*    NORMALIZED NAMES.  A NAME ALONE MUST SCORE THE FIRST; A NAME
000460*    WHOSE STREET OR POSTAL CODE ALSO MATCHES THE ENTRY NEEDS
000470*    ONLY THE SECOND.
000480 01  WS-DPS-NAME-THRESHOLD    PIC 9(03) VALUE 85.
000490 01  WS-DPS-ADDR-THRESHOLD    PIC 9(03) VALUE 70.
000500
000510*    NORMALIZATION - CASE FOLDED, PUNCTUATION BLANKED, NOISE
000520*    WORDS DROPPED AND THE WORDS CLOSED UP TO SINGLE SPACES.
000530 01  WS-DPS-LOWER-CASE        PIC X(26) VALUE
000540     'abcdefghijklmnopqrstuvwxyz'.
000550 01  WS-DPS-UPPER-CASE        PIC X(26) VALUE
000560     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000570 01  WS-DPS-PUNCTUATION       PIC X(11) VALUE
000580     '.,-/&()#;:'''.
000590 01  WS-DPS-PUNCT-BLANKS      PIC X(11) VALUE SPACES.
000600 01  WS-DPS-RAW               PIC X(40).
000610 01  WS-DPS-PADDED            PIC X(42).
000620 01  WS-DPS-KEY               PIC X(40).
000630 01  WS-DPS-KEY-LEN           PIC 9(02) COMP.
000640 01  WS-DPS-IN-SUB            PIC 9(02) COMP.
000650 01  WS-DPS-ONE-CHAR          PIC X(01).
000660 01  WS-DPS-LAST-CHAR         PIC X(01).
000670
000680*    SCORING WORK - THE SHARE OF ADJACENT LETTER PAIRS THE TWO
000690*    NAMES HAVE IN COMMON.
000700 01  WS-DPS-PARTY-KEY         PIC X(40).
000710 01  WS-DPS-PARTY-LEN         PIC 9(02) COMP.
000720 01  WS-DPS-PARTY-STREET      PIC X(20).
000730 01  WS-DPS-CAND-KEY          PIC X(40).
000740 01  WS-DPS-CAND-LEN          PIC 9(02) COMP.
000750 01  WS-DPS-BI-SUB            PIC 9(02) COMP.
000760 01  WS-DPS-TALLY             PIC 9(03) COMP.
000770 01  WS-DPS-COMMON            PIC 9(03) COMP.
000780 01  WS-DPS-PAIRS             PIC 9(03) COMP.
000790 01  WS-DPS-RAW-SCORE         PIC 9(05) COMP.
000800 01  WS-DPS-SCORE             PIC 9(03).
000810 01  WS-DPS-ADDR-SW           PIC X(01).
000820     88  WS-DPS-ADDR-MATCH    VALUE 'Y'.
000830 01  WS-DPS-CLEARED-SW        PIC X(01).
000840     88  WS-DPS-CLEARED       VALUE 'Y'.
000850
000860*    THE LIST, LOADED ONCE WITH ITS NORMALIZED KEYS.
000870 01  WS-DPS-SUB               PIC 9(04) COMP.
000880 01  WS-DPS-COUNT             PIC 9(04) COMP VALUE 0.
000890 01  WS-DPS-MAX-ROWS          PIC 9(04) COMP VALUE 2000.
000900 01  WS-DPS-TABLE.
000910     05  WS-DPS-ROW OCCURS 2000 TIMES.
000920         10  WS-DPS-T-ENTRY-ID    PIC X(10).
000930         10  WS-DPS-T-LIST-CODE   PIC X(04).
000940         10  WS-DPS-T-NAME        PIC X(40).
000950         10  WS-DPS-T-KEY         PIC X(40).
000960         10  WS-DPS-T-KEY-LEN     PIC 9(02) COMP.
000970         10  WS-DPS-T-STREET      PIC X(20).
000980         10  WS-DPS-T-POSTCODE    PIC X(10).
000990
001000*    CUSTOMER/ENTRY PAIRS COMPLIANCE HAS ALREADY CLEARED.
001010 01  WS-DPS-CLR-SUB           PIC 9(04) COMP.
001020 01  WS-DPS-CLR-COUNT         PIC 9(04) COMP VALUE 0.
001030 01  WS-DPS-MAX-CLR-ROWS      PIC 9(04) COMP VALUE 1000.
001040 01  WS-DPS-CLR-TABLE.
001050     05  WS-DPS-CLR-ROW OCCURS 1000 TIMES.
001060         10  WS-DPS-C-CUST-ID     PIC X(05).
001070         10  WS-DPS-C-ENTRY-ID    PIC X(10).
