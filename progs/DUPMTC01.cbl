000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DUPMTC01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - WEEKLY SUSPECT                  *
000100*                    DUPLICATE-CUSTOMER MATCHING.  EVERY PAIR OF*
000110*                    CUSTOMERS ON THE MASTER NOT ALREADY MERGED *
000120*                    IS SCORED 0-100 ON THEIR NORMALIZED NAMES  *
000130*                    (THE LETTER-PAIR SIMILARITY THE            *
000140*                    DENIED-PARTY SCREEN USES), THEIR NORMALIZED*
000150*                    STREETS AND POSTAL CODES, AND ANY PAYMENT  *
000160*                    REFERENCE THEY SHARE ON THE APPLIED-PAYMENT*
000170*                    HISTORY (PAYHIST, SORTED BY REFERENCE).  A *
000180*                    PAIR AT OR ABOVE THE THRESHOLD IS LISTED   *
000190*                    WITH BOTH ACCOUNTS' BALANCES, LAST ACTIVITY*
000200*                    AND PARENT RELATIONSHIPS AND A SUGGESTED   *
000210*                    SURVIVOR, AND CUT TO THE SUSPECT FILE      *
000220*                    (DUPSUSP) FOR THE REVIEWER'S KEYED         *
000230*                    DECISIONS.  A PAIR ALREADY REJECTED        *
000240*                    (DUPREJ) OR ALREADY WAITING ON THE         *
000250*                    MERGE-PAIR FILE IS NOT PROPOSED AGAIN.     *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CYC-FILE-STATUS.
000330
000340     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CUST-ID
000380         FILE STATUS IS WS-CUST-FILE-STATUS.
000390
000400     SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PHS-FILE-STATUS.
000430
000440     SELECT DUP-REJECT-FILE ASSIGN TO DUPREJ
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DRJ-FILE-STATUS.
000470
000480     SELECT MERGE-PAIR-FILE ASSIGN TO MRGPAIR
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MRG-FILE-STATUS.
000510
000520     SELECT DUP-SUSPECT-FILE ASSIGN TO DUPSUSP
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DSP-FILE-STATUS.
000550
000560     SELECT SUSPECT-PAIR-RPT ASSIGN TO DUPMTCRP
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-FILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CYCLE-CONTROL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY CYCLCTL.
000650
000660 FD  CUSTOMER-MASTER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CUSTMAST.
000690
000700 FD  PAYMENT-HISTORY-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY PAYHIST.
000730
000740 FD  DUP-REJECT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DUPREJ.
000770
000780 FD  MERGE-PAIR-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY MRGPAIR.
000810
000820 FD  DUP-SUSPECT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DUPSUSP.
000850
000860 FD  SUSPECT-PAIR-RPT
000870     LABEL RECORDS ARE STANDARD.
000880     01  SUSPECT-PAIR-LINE        PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910     01  WS-CYC-FILE-STATUS       PIC X(02).
000920         88  WS-CYC-OK            VALUE '00'.
000930
000940     01  WS-CUST-FILE-STATUS      PIC X(02).
000950         88  WS-CUST-OK           VALUE '00'.
000960         88  WS-CUST-EOF          VALUE '10'.
000970
000980     01  WS-PHS-FILE-STATUS       PIC X(02).
000990         88  WS-PHS-OK            VALUE '00'.
001000         88  WS-PHS-EOF           VALUE '10'.
001010
001020     01  WS-DRJ-FILE-STATUS       PIC X(02).
001030         88  WS-DRJ-OK            VALUE '00'.
001040         88  WS-DRJ-EOF           VALUE '10'.
001050
001060     01  WS-MRG-FILE-STATUS       PIC X(02).
001070         88  WS-MRG-OK            VALUE '00'.
001080         88  WS-MRG-EOF           VALUE '10'.
001090
001100     01  WS-DSP-FILE-STATUS       PIC X(02).
001110         88  WS-DSP-OK            VALUE '00'.
001120
001130     01  WS-RPT-FILE-STATUS       PIC X(02).
001140         88  WS-RPT-OK            VALUE '00'.
001150
001160     01  WS-ABORT-SW              PIC X(01) VALUE 'N'.
001170         88  WS-ABORT             VALUE 'Y'.
001180
001190     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001200
001210*    A PAIR IS LISTED AT THIS SCORE OR ABOVE.  THE NAME IS WORTH
001220*    UP TO 50 (HALF ITS SIMILARITY), THE STREET 20, THE POSTAL
001230*    CODE 15 AND A SHARED PAYMENT REFERENCE 30, SO A NAME ALONE
001240*    NEVER QUALIFIES - AN IDENTICAL NAME NEEDS THE POSTAL CODE AT
001250*    LEAST, AND A SIMILAR ONE NEEDS MORE.
001260     01  WS-DUP-THRESHOLD         PIC 9(03) VALUE 65.
001270     01  WS-DUP-NAME-MAX-POINTS   PIC 9(03) VALUE 50.
001280     01  WS-DUP-STREET-POINTS     PIC 9(03) VALUE 20.
001290     01  WS-DUP-POSTCODE-POINTS   PIC 9(03) VALUE 15.
001300     01  WS-DUP-REFERENCE-POINTS  PIC 9(03) VALUE 30.
001310*    A REFERENCE PAID UNDER MORE CUSTOMERS THAN THIS IS A
001320*    GENERIC ONE ("CASH", "INV") AND PROVES NOTHING.
001330     01  WS-DUP-MAX-REF-CUSTOMERS PIC 9(02) COMP VALUE 5.
001340
001350*****************************************************************
001360*    NORMALIZATION - THE SAME FOLDING THE DENIED-PARTY SCREEN   *
001370*    USES (DPSPROC.CPY): CASE FOLDED, PUNCTUATION BLANKED,      *
001380*    NOISE WORDS DROPPED OR STREET WORDS ABBREVIATED, AND THE   *
001390*    WORDS CLOSED UP.  A POSTAL CODE IS CLOSED UP ENTIRELY.     *
001400*****************************************************************
001410     01  WS-DUP-LOWER-CASE        PIC X(26) VALUE
001420         'abcdefghijklmnopqrstuvwxyz'.
001430     01  WS-DUP-UPPER-CASE        PIC X(26) VALUE
001440         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001450     01  WS-DUP-PUNCTUATION       PIC X(11) VALUE
001460         '.,-/&()#;:'''.
001470     01  WS-DUP-PUNCT-BLANKS      PIC X(11) VALUE SPACES.
001480     01  WS-DUP-RAW               PIC X(22).
001490     01  WS-DUP-PADDED            PIC X(24).
001500     01  WS-DUP-KEY               PIC X(22).
001510     01  WS-DUP-KEY-LEN           PIC 9(02) COMP.
001520     01  WS-DUP-IN-SUB            PIC 9(02) COMP.
001530     01  WS-DUP-ONE-CHAR          PIC X(01).
001540     01  WS-DUP-LAST-CHAR         PIC X(01).
001550     01  WS-DUP-KEEP-SPACES-SW    PIC X(01).
001560         88  WS-DUP-KEEP-SPACES   VALUE 'Y'.
001570
001580*    SCORING WORK FOR THE PAIR IN HAND.
001590     01  WS-DUP-BI-SUB            PIC 9(02) COMP.
001600     01  WS-DUP-TALLY             PIC 9(03) COMP.
001610     01  WS-DUP-COMMON            PIC 9(03) COMP.
001620     01  WS-DUP-PAIRS             PIC 9(03) COMP.
001630     01  WS-DUP-RAW-SCORE         PIC 9(05) COMP.
001640     01  WS-DUP-NAME-SCORE        PIC 9(03).
001650     01  WS-DUP-NAME-POINTS       PIC 9(03).
001660     01  WS-DUP-OTHER-POINTS      PIC 9(03).
001670     01  WS-DUP-SCORE             PIC 9(03).
001680     01  WS-DUP-STREET-SW         PIC X(01).
001690         88  WS-DUP-STREET-MATCH  VALUE 'Y'.
001700     01  WS-DUP-POSTCODE-SW       PIC X(01).
001710         88  WS-DUP-POSTCODE-MATCH VALUE 'Y'.
001720     01  WS-DUP-REFERENCE-SW      PIC X(01).
001730         88  WS-DUP-REFERENCE-MATCH VALUE 'Y'.
001740     01  WS-DUP-DECIDED-SW        PIC X(01).
001750         88  WS-DUP-DECIDED       VALUE 'Y'.
001760     01  WS-DUP-LOW-ID            PIC X(05).
001770     01  WS-DUP-HIGH-ID           PIC X(05).
001780
001790*    THE SUGGESTED SURVIVOR AND VICTIM, AS TABLE ROWS.
001800     01  WS-SRV-SUB               PIC 9(04) COMP.
001810     01  WS-VIC-SUB               PIC 9(04) COMP.
001820     01  WS-SRV-REASON            PIC X(16).
001830     01  WS-REL-TEXT              PIC X(28).
001840     01  WS-MEMBER-COUNT          PIC 9(04) COMP.
001850
001860*****************************************************************
001870*    THE CUSTOMER TABLE - EVERY CUSTOMER NOT MERGED, IN         *
001880*    CUST-ID ORDER AS THE MASTER IS READ, WITH ITS NORMALIZED   *
001890*    KEYS.  A MASTER TOO LARGE FOR THE TABLE FAILS THE RUN -    *
001900*    A PARTIAL MATCH WOULD MISS PAIRS WITHOUT SAYING SO.        *
001910*****************************************************************
001920     01  WS-CUS-SUB               PIC 9(04) COMP.
001930     01  WS-CMP-SUB               PIC 9(04) COMP.
001940     01  WS-CMP-START             PIC 9(04) COMP.
001950     01  WS-MBR-SUB               PIC 9(04) COMP.
001960     01  WS-CUS-COUNT             PIC 9(04) COMP VALUE 0.
001970     01  WS-CUS-MAX-ROWS          PIC 9(04) COMP VALUE 5000.
001980     01  WS-CUS-TABLE.
001990         05  WS-CUS-ROW OCCURS 5000 TIMES.
002000             10  WS-CUS-T-ID          PIC X(05).
002010             10  WS-CUS-T-NAME        PIC X(20).
002020             10  WS-CUS-T-KEY         PIC X(22).
002030             10  WS-CUS-T-KEY-LEN     PIC 9(02) COMP.
002040             10  WS-CUS-T-STREET      PIC X(22).
002050             10  WS-CUS-T-POSTCODE    PIC X(22).
002060             10  WS-CUS-T-STATUS      PIC X(01).
002070             10  WS-CUS-T-CURRENCY    PIC X(03).
002080             10  WS-CUS-T-BALANCE     PIC S9(07)V9(02).
002090             10  WS-CUS-T-LAST-ACTIVITY PIC 9(08).
002100             10  WS-CUS-T-PARENT      PIC X(05).
002110             10  WS-CUS-T-REF-SW      PIC X(01).
002120
002130*    BINARY SEARCH OF THE CUSTOMER TABLE BY ID.
002140     01  WS-FND-ID                PIC X(05).
002150     01  WS-FND-SUB               PIC 9(04) COMP.
002160     01  WS-FND-LOW               PIC 9(04) COMP.
002170     01  WS-FND-HIGH              PIC 9(04) COMP.
002180     01  WS-FND-MID               PIC 9(04) COMP.
002190     01  WS-FND-FOUND-SW          PIC X(01).
002200         88  WS-FND-FOUND         VALUE 'Y'.
002210
002220*****************************************************************
002230*    SHARED PAYMENT REFERENCES - THE CUSTOMERS ONE REFERENCE    *
002240*    WAS PAID UNDER ARE GATHERED AS THE SORTED HISTORY IS READ, *
002250*    AND EACH PAIR OF THEM IS KEPT, LOWER ID FIRST.             *
002260*****************************************************************
002270     01  WS-GRP-REFERENCE         PIC X(10) VALUE SPACES.
002280     01  WS-GRP-COUNT             PIC 9(02) COMP VALUE 0.
002290     01  WS-GRP-SUB               PIC 9(02) COMP.
002300     01  WS-GRP-SUB-2             PIC 9(02) COMP.
002310     01  WS-GRP-START             PIC 9(02) COMP.
002320     01  WS-GRP-FOUND-SW          PIC X(01).
002330         88  WS-GRP-FOUND         VALUE 'Y'.
002340     01  WS-GRP-TABLE.
002350         05  WS-GRP-CUST-ID       PIC X(05) OCCURS 6 TIMES.
002360
002370     01  WS-RFP-SUB               PIC 9(04) COMP.
002380     01  WS-RFP-COUNT             PIC 9(04) COMP VALUE 0.
002390     01  WS-RFP-MAX-ROWS          PIC 9(04) COMP VALUE 2000.
002400     01  WS-RFP-FOUND-SW          PIC X(01).
002410         88  WS-RFP-FOUND         VALUE 'Y'.
002420     01  WS-RFP-TABLE.
002430         05  WS-RFP-ROW OCCURS 2000 TIMES.
002440             10  WS-RFP-LOW-ID    PIC X(05).
002450             10  WS-RFP-HIGH-ID   PIC X(05).
002460
002470*    PAIRS ALREADY DECIDED - REJECTED ('R'), OR CONFIRMED AND
002480*    WAITING ON THE MERGE-PAIR FILE ('M').
002490     01  WS-DCD-SUB               PIC 9(04) COMP.
002500     01  WS-DCD-COUNT             PIC 9(04) COMP VALUE 0.
002510     01  WS-DCD-MAX-ROWS          PIC 9(04) COMP VALUE 3000.
002520     01  WS-DCD-TABLE.
002530         05  WS-DCD-ROW OCCURS 3000 TIMES.
002540             10  WS-DCD-LOW-ID    PIC X(05).
002550             10  WS-DCD-HIGH-ID   PIC X(05).
002560             10  WS-DCD-KIND      PIC X(01).
002570     01  WS-DCD-HIT-KIND          PIC X(01).
002580
002590*****************************************************************
002600*    CONTROL TOTALS                                             *
002610*****************************************************************
002620     01  WS-TOTALS.
002630         05  WS-CUST-READ         PIC 9(07) COMP VALUE 0.
002640         05  WS-MERGED-SKIPPED    PIC 9(07) COMP VALUE 0.
002650         05  WS-PAYMENTS-READ     PIC 9(07) COMP VALUE 0.
002660         05  WS-GENERIC-REFS      PIC 9(07) COMP VALUE 0.
002670         05  WS-PAIRS-SCORED      PIC 9(09) COMP VALUE 0.
002680         05  WS-SUSPECT-COUNT     PIC 9(07) COMP VALUE 0.
002690         05  WS-REJECTED-SKIPPED  PIC 9(07) COMP VALUE 0.
002700         05  WS-PENDING-SKIPPED   PIC 9(07) COMP VALUE 0.
002710
002720*****************************************************************
002730*    SUSPECT-PAIR REPORT LINE LAYOUTS                           *
002740*****************************************************************
002750     01  WS-HEADING-LINE.
002760         05  FILLER               PIC X(48) VALUE
002770             'DUPMTC01 - SUSPECT DUPLICATE CUSTOMERS FOR WEEK '.
002780         05  FILLER               PIC X(06) VALUE 'ENDING'.
002790         05  FILLER               PIC X(01) VALUE SPACE.
002800         05  WS-HDG-DATE          PIC 9(08).
002810         05  FILLER               PIC X(17) VALUE SPACES.
002820
002830     01  WS-COLUMN-LINE.
002840         05  FILLER               PIC X(40) VALUE
002850             'SCORE MATCH CUST  NAME                 S'.
002860         05  FILLER               PIC X(40) VALUE
002870             '     BALANCE CUR LAST-ACT PARNT         '.
002880
002890     01  WS-KEY-LINE.
002900         05  FILLER               PIC X(40) VALUE
002910             'MATCH: N NAME  S STREET  P POSTAL CODE  '.
002920         05  FILLER               PIC X(40) VALUE
002930             'R PAYMENT REF   * SUGGESTED SURVIVOR    '.
002940
002950     01  WS-PAIR-LINE.
002960         05  WS-PRL-SCORE         PIC ZZ9.
002970         05  FILLER               PIC X(03) VALUE SPACES.
002980         05  WS-PRL-BASIS         PIC X(04).
002990         05  FILLER               PIC X(01) VALUE SPACE.
003000         05  WS-PRL-MARK          PIC X(01).
003010         05  WS-PRL-CUST-ID       PIC X(05).
003020         05  FILLER               PIC X(01) VALUE SPACE.
003030         05  WS-PRL-NAME          PIC X(20).
003040         05  FILLER               PIC X(01) VALUE SPACE.
003050         05  WS-PRL-STATUS        PIC X(01).
003060         05  FILLER               PIC X(01) VALUE SPACE.
003070         05  WS-PRL-BALANCE       PIC -ZZZZZZ9.99.
003080         05  FILLER               PIC X(01) VALUE SPACE.
003090         05  WS-PRL-CURRENCY      PIC X(03).
003100         05  FILLER               PIC X(01) VALUE SPACE.
003110         05  WS-PRL-LAST-ACTIVITY PIC 9(08).
003120         05  FILLER               PIC X(01) VALUE SPACE.
003130         05  WS-PRL-PARENT        PIC X(05).
003140         05  FILLER               PIC X(09) VALUE SPACES.
003150
003160     01  WS-SURVIVOR-LINE.
003170         05  FILLER               PIC X(12) VALUE SPACES.
003180         05  FILLER               PIC X(09) VALUE 'SURVIVOR '.
003190         05  WS-SVL-CUST-ID       PIC X(05).
003200         05  FILLER               PIC X(01) VALUE SPACE.
003210         05  WS-SVL-REASON        PIC X(16).
003220         05  FILLER               PIC X(01) VALUE SPACE.
003230         05  WS-SVL-RELATION      PIC X(28).
003240         05  FILLER               PIC X(08) VALUE SPACES.
003250
003260     01  WS-MEMBER-LINE.
003270         05  FILLER               PIC X(12) VALUE SPACES.
003280         05  FILLER               PIC X(07) VALUE 'VICTIM '.
003290         05  WS-MBL-CUST-ID       PIC X(05).
003300         05  FILLER               PIC X(07) VALUE ' HEADS '.
003310         05  WS-MBL-COUNT         PIC ZZZ9.
003320         05  FILLER               PIC X(45) VALUE
003330             ' FAMILY MEMBER(S) - REPOINT THEM BEFORE MERGE'.
003340
003350     01  WS-COUNT-LINE.
003360         05  WS-CNT-TITLE         PIC X(30).
003370         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
003380         05  FILLER               PIC X(39) VALUE SPACES.
003390
003400 PROCEDURE DIVISION.
003410*****************************************************************
003420*    0000-MAINLINE                                              *
003430*****************************************************************
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE
003460         THRU 1000-INITIALIZE-EXIT.
003470
003480     IF NOT WS-ABORT
003490         PERFORM 2000-LOAD-REFERENCES
003500             THRU 2000-LOAD-REFERENCES-EXIT
003510         PERFORM 2500-LOAD-DECIDED-PAIRS
003520             THRU 2500-LOAD-DECIDED-PAIRS-EXIT
003530     END-IF.
003540
003550     IF NOT WS-ABORT
003560         PERFORM 3000-SCAN-CUSTOMER
003570             THRU 3000-SCAN-CUSTOMER-EXIT
003580             VARYING WS-CUS-SUB FROM 1 BY 1
003590             UNTIL WS-CUS-SUB NOT < WS-CUS-COUNT
003600         PERFORM 4000-PRINT-TOTALS
003610             THRU 4000-PRINT-TOTALS-EXIT
003620     END-IF.
003630
003640     DISPLAY 'DUPMTC01: CUSTOMERS COMPARED.... ' WS-CUS-COUNT.
003650     DISPLAY 'DUPMTC01: MERGED - NOT COMPARED. '
003660         WS-MERGED-SKIPPED.
003670     DISPLAY 'DUPMTC01: SHARED REFERENCE PAIRS ' WS-RFP-COUNT.
003680     DISPLAY 'DUPMTC01: PAIRS SCORED.......... ' WS-PAIRS-SCORED.
003690     DISPLAY 'DUPMTC01: SUSPECT PAIRS LISTED.. ' WS-SUSPECT-COUNT.
003700     DISPLAY 'DUPMTC01: ALREADY REJECTED...... '
003710         WS-REJECTED-SKIPPED.
003720     DISPLAY 'DUPMTC01: AWAITING MERGE........ '
003730         WS-PENDING-SKIPPED.
003740
003750     PERFORM 9999-TERMINATE
003760         THRU 9999-TERMINATE-EXIT.
003770
003780     STOP RUN.
003790
003800*****************************************************************
003810*    1000-INITIALIZE                                            *
003820*    THE MASTER IS LOADED WHOLE, IN KEY ORDER, BEFORE ANYTHING  *
003830*    IS COMPARED.  WITHOUT THE MASTER OR THE SUSPECT FILE THERE *
003840*    IS NOTHING TO DO, RC 8.                                    *
003850*****************************************************************
003860 1000-INITIALIZE.
003870     OPEN INPUT CYCLE-CONTROL-FILE.
003880     IF WS-CYC-OK
003890         READ CYCLE-CONTROL-FILE
003900             AT END
003910                 CONTINUE
003920             NOT AT END
003930                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003940         END-READ
003950         CLOSE CYCLE-CONTROL-FILE
003960     END-IF.
003970     IF WS-CYCLE-DATE = 0
003980         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003990     END-IF.
004000
004010     OPEN OUTPUT SUSPECT-PAIR-RPT.
004020     IF NOT WS-RPT-OK
004030         DISPLAY 'DUPMTC01: OPEN SUSPECT-PAIR-RPT FAILED '
004040             WS-RPT-FILE-STATUS
004050     END-IF.
004060     MOVE WS-CYCLE-DATE TO WS-HDG-DATE.
004070     WRITE SUSPECT-PAIR-LINE FROM WS-HEADING-LINE.
004080     WRITE SUSPECT-PAIR-LINE FROM WS-KEY-LINE.
004090     WRITE SUSPECT-PAIR-LINE FROM WS-COLUMN-LINE.
004100
004110     OPEN OUTPUT DUP-SUSPECT-FILE.
004120     IF NOT WS-DSP-OK
004130         DISPLAY 'DUPMTC01: OPEN DUP-SUSPECT-FILE FAILED '
004140             WS-DSP-FILE-STATUS
004150         MOVE 'Y' TO WS-ABORT-SW
004160         MOVE 8 TO RETURN-CODE
004170         GO TO 1000-INITIALIZE-EXIT
004180     END-IF.
004190
004200     OPEN INPUT CUSTOMER-MASTER-FILE.
004210     IF NOT WS-CUST-OK
004220         DISPLAY 'DUPMTC01: OPEN CUSTOMER-MASTER FAILED '
004230             WS-CUST-FILE-STATUS
004240         MOVE 'Y' TO WS-ABORT-SW
004250         MOVE 8 TO RETURN-CODE
004260         GO TO 1000-INITIALIZE-EXIT
004270     END-IF.
004280     PERFORM 1100-LOAD-CUSTOMER
004290         THRU 1100-LOAD-CUSTOMER-EXIT
004300         UNTIL WS-CUST-EOF
004310             OR WS-ABORT.
004320     CLOSE CUSTOMER-MASTER-FILE.
004330 1000-INITIALIZE-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*    1100-LOAD-CUSTOMER                                         *
004380*    A MERGED ACCOUNT IS ALREADY SETTLED AND IS NOT COMPARED.   *
004390*    DORMANT, INACTIVE AND PRE-ARCHIVE ACCOUNTS ARE - A DORMANT *
004400*    DUPLICATE OF A LIVE ACCOUNT IS THE COMMONEST CASE.         *
004410*****************************************************************
004420 1100-LOAD-CUSTOMER.
004430     READ CUSTOMER-MASTER-FILE NEXT RECORD
004440         AT END
004450             MOVE '10' TO WS-CUST-FILE-STATUS
004460             GO TO 1100-LOAD-CUSTOMER-EXIT
004470     END-READ.
004480     ADD 1 TO WS-CUST-READ.
004490     IF CUST-MERGED
004500         ADD 1 TO WS-MERGED-SKIPPED
004510         GO TO 1100-LOAD-CUSTOMER-EXIT
004520     END-IF.
004530     IF WS-CUS-COUNT NOT < WS-CUS-MAX-ROWS
004540         DISPLAY 'DUPMTC01: CUSTOMER TABLE FULL AT '
004550             WS-CUS-MAX-ROWS ' - MATCHING NOT RUN'
004560         MOVE 'Y' TO WS-ABORT-SW
004570         MOVE 8 TO RETURN-CODE
004580         GO TO 1100-LOAD-CUSTOMER-EXIT
004590     END-IF.
004600
004610     ADD 1 TO WS-CUS-COUNT.
004620     MOVE CUST-ID            TO WS-CUS-T-ID(WS-CUS-COUNT).
004630     MOVE CUST-NAME          TO WS-CUS-T-NAME(WS-CUS-COUNT).
004640     MOVE CUST-STATUS        TO WS-CUS-T-STATUS(WS-CUS-COUNT).
004650     MOVE CUST-CURRENCY-CODE TO WS-CUS-T-CURRENCY(WS-CUS-COUNT).
004660     MOVE CUST-BALANCE       TO WS-CUS-T-BALANCE(WS-CUS-COUNT).
004670     MOVE CUST-PARENT-ID     TO WS-CUS-T-PARENT(WS-CUS-COUNT).
004680     MOVE 'N'                TO WS-CUS-T-REF-SW(WS-CUS-COUNT).
004690     IF CUST-LAST-ACTIVITY-DATE NUMERIC
004700         MOVE CUST-LAST-ACTIVITY-DATE
004710             TO WS-CUS-T-LAST-ACTIVITY(WS-CUS-COUNT)
004720     ELSE
004730         MOVE 0 TO WS-CUS-T-LAST-ACTIVITY(WS-CUS-COUNT)
004740     END-IF.
004750
004760     MOVE CUST-NAME TO WS-DUP-RAW.
004770     PERFORM 7000-NORMALIZE-NAME
004780         THRU 7000-NORMALIZE-NAME-EXIT.
004790     MOVE WS-DUP-KEY     TO WS-CUS-T-KEY(WS-CUS-COUNT).
004800     MOVE WS-DUP-KEY-LEN TO WS-CUS-T-KEY-LEN(WS-CUS-COUNT).
004810
004820     MOVE CUST-ADDR-STREET TO WS-DUP-RAW.
004830     PERFORM 7010-NORMALIZE-STREET
004840         THRU 7010-NORMALIZE-STREET-EXIT.
004850     MOVE WS-DUP-KEY TO WS-CUS-T-STREET(WS-CUS-COUNT).
004860
004870     MOVE CUST-ADDR-POSTCODE TO WS-DUP-RAW.
004880     PERFORM 7020-NORMALIZE-POSTCODE
004890         THRU 7020-NORMALIZE-POSTCODE-EXIT.
004900     MOVE WS-DUP-KEY TO WS-CUS-T-POSTCODE(WS-CUS-COUNT).
004910 1100-LOAD-CUSTOMER-EXIT.
004920     EXIT.
004930
004940*****************************************************************
004950*    2000-LOAD-REFERENCES                                       *
004960*    THE PAYMENT HISTORY ARRIVES SORTED BY REFERENCE, SO EACH   *
004970*    REFERENCE'S CUSTOMERS ARE GATHERED AS A GROUP.  WITHOUT    *
004980*    THE HISTORY THE NAMES AND ADDRESSES ARE STILL COMPARED.    *
004990*    EVERY CUSTOMER IN A SHARED-REFERENCE PAIR IS FLAGGED SO    *
005000*    THE PAIR LOOKUP IS ONLY MADE WHERE IT CAN HIT.             *
005010*****************************************************************
005020 2000-LOAD-REFERENCES.
005030     OPEN INPUT PAYMENT-HISTORY-FILE.
005040     IF NOT WS-PHS-OK
005050         DISPLAY 'DUPMTC01: NO PAYMENT HISTORY - '
005060             'REFERENCES NOT COMPARED'
005070         GO TO 2000-LOAD-REFERENCES-EXIT
005080     END-IF.
005090     PERFORM 2100-READ-PAYMENT
005100         THRU 2100-READ-PAYMENT-EXIT
005110         UNTIL WS-PHS-EOF
005120             OR WS-ABORT.
005130     CLOSE PAYMENT-HISTORY-FILE.
005140     PERFORM 2200-CLOSE-REFERENCE-GROUP
005150         THRU 2200-CLOSE-REFERENCE-GROUP-EXIT.
005160
005170     PERFORM 2300-FLAG-REFERENCE-PAIR
005180         THRU 2300-FLAG-REFERENCE-PAIR-EXIT
005190         VARYING WS-RFP-SUB FROM 1 BY 1
005200         UNTIL WS-RFP-SUB > WS-RFP-COUNT.
005210 2000-LOAD-REFERENCES-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250*    2100-READ-PAYMENT                                          *
005260*****************************************************************
005270 2100-READ-PAYMENT.
005280     READ PAYMENT-HISTORY-FILE
005290         AT END
005300             MOVE '10' TO WS-PHS-FILE-STATUS
005310             GO TO 2100-READ-PAYMENT-EXIT
005320     END-READ.
005330     ADD 1 TO WS-PAYMENTS-READ.
005340     IF PHS-REFERENCE = SPACES
005350         GO TO 2100-READ-PAYMENT-EXIT
005360     END-IF.
005370     IF PHS-REFERENCE NOT = WS-GRP-REFERENCE
005380         PERFORM 2200-CLOSE-REFERENCE-GROUP
005390             THRU 2200-CLOSE-REFERENCE-GROUP-EXIT
005400         MOVE PHS-REFERENCE TO WS-GRP-REFERENCE
005410         MOVE 0 TO WS-GRP-COUNT
005420     END-IF.
005430
005440*    THE SAME CUSTOMER PAYING THE SAME REFERENCE TWICE IS ONE
005450*    MEMBER OF THE GROUP.  ONE PAST THE LIMIT MARKS IT GENERIC.
005460     MOVE 'N' TO WS-GRP-FOUND-SW.
005470     PERFORM 2110-MATCH-GROUP-MEMBER
005480         THRU 2110-MATCH-GROUP-MEMBER-EXIT
005490         VARYING WS-GRP-SUB FROM 1 BY 1
005500         UNTIL WS-GRP-SUB > WS-GRP-COUNT
005510             OR WS-GRP-FOUND.
005520     IF NOT WS-GRP-FOUND
005530             AND WS-GRP-COUNT NOT > WS-DUP-MAX-REF-CUSTOMERS
005540         ADD 1 TO WS-GRP-COUNT
005550         MOVE PHS-CUST-ID TO WS-GRP-CUST-ID(WS-GRP-COUNT)
005560     END-IF.
005570 2100-READ-PAYMENT-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610*    2110-MATCH-GROUP-MEMBER                                    *
005620*****************************************************************
005630 2110-MATCH-GROUP-MEMBER.
005640     IF WS-GRP-CUST-ID(WS-GRP-SUB) = PHS-CUST-ID
005650         MOVE 'Y' TO WS-GRP-FOUND-SW
005660     END-IF.
005670 2110-MATCH-GROUP-MEMBER-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710*    2200-CLOSE-REFERENCE-GROUP                                 *
005720*    A REFERENCE PAID UNDER ONE CUSTOMER, OR UNDER TOO MANY TO  *
005730*    MEAN ANYTHING, ADDS NO PAIRS.                              *
005740*****************************************************************
005750 2200-CLOSE-REFERENCE-GROUP.
005760     IF WS-GRP-COUNT > WS-DUP-MAX-REF-CUSTOMERS
005770         ADD 1 TO WS-GENERIC-REFS
005780     END-IF.
005790     IF WS-GRP-COUNT < 2
005800             OR WS-GRP-COUNT > WS-DUP-MAX-REF-CUSTOMERS
005810         MOVE 0 TO WS-GRP-COUNT
005820         GO TO 2200-CLOSE-REFERENCE-GROUP-EXIT
005830     END-IF.
005840     PERFORM 2210-PAIR-GROUP-MEMBER
005850         THRU 2210-PAIR-GROUP-MEMBER-EXIT
005860         VARYING WS-GRP-SUB FROM 1 BY 1
005870         UNTIL WS-GRP-SUB NOT < WS-GRP-COUNT.
005880     MOVE 0 TO WS-GRP-COUNT.
005890 2200-CLOSE-REFERENCE-GROUP-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930*    2210-PAIR-GROUP-MEMBER                                     *
005940*****************************************************************
005950 2210-PAIR-GROUP-MEMBER.
005960     COMPUTE WS-GRP-START = WS-GRP-SUB + 1.
005970     PERFORM 2220-ADD-REFERENCE-PAIR
005980         THRU 2220-ADD-REFERENCE-PAIR-EXIT
005990         VARYING WS-GRP-SUB-2 FROM WS-GRP-START BY 1
006000         UNTIL WS-GRP-SUB-2 > WS-GRP-COUNT.
006010 2210-PAIR-GROUP-MEMBER-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050*    2220-ADD-REFERENCE-PAIR                                    *
006060*    A TABLE TOO SMALL FOR THE SHARED REFERENCES WOULD QUIETLY  *
006070*    DROP EVIDENCE, SO THE OVERFLOW FAILS THE RUN.              *
006080*****************************************************************
006090 2220-ADD-REFERENCE-PAIR.
006100     IF WS-GRP-CUST-ID(WS-GRP-SUB) < WS-GRP-CUST-ID(WS-GRP-SUB-2)
006110         MOVE WS-GRP-CUST-ID(WS-GRP-SUB)   TO WS-DUP-LOW-ID
006120         MOVE WS-GRP-CUST-ID(WS-GRP-SUB-2) TO WS-DUP-HIGH-ID
006130     ELSE
006140         MOVE WS-GRP-CUST-ID(WS-GRP-SUB-2) TO WS-DUP-LOW-ID
006150         MOVE WS-GRP-CUST-ID(WS-GRP-SUB)   TO WS-DUP-HIGH-ID
006160     END-IF.
006170     PERFORM 6100-FIND-REFERENCE-PAIR
006180         THRU 6100-FIND-REFERENCE-PAIR-EXIT.
006190     IF WS-RFP-FOUND
006200         GO TO 2220-ADD-REFERENCE-PAIR-EXIT
006210     END-IF.
006220     IF WS-RFP-COUNT NOT < WS-RFP-MAX-ROWS
006230         DISPLAY 'DUPMTC01: SHARED-REFERENCE TABLE FULL AT '
006240             WS-RFP-MAX-ROWS ' - MATCHING NOT RUN'
006250         MOVE 'Y' TO WS-ABORT-SW
006260         MOVE 8 TO RETURN-CODE
006270         GO TO 2220-ADD-REFERENCE-PAIR-EXIT
006280     END-IF.
006290     ADD 1 TO WS-RFP-COUNT.
006300     MOVE WS-DUP-LOW-ID  TO WS-RFP-LOW-ID(WS-RFP-COUNT).
006310     MOVE WS-DUP-HIGH-ID TO WS-RFP-HIGH-ID(WS-RFP-COUNT).
006320 2220-ADD-REFERENCE-PAIR-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360*    2300-FLAG-REFERENCE-PAIR                                   *
006370*****************************************************************
006380 2300-FLAG-REFERENCE-PAIR.
006390     MOVE WS-RFP-LOW-ID(WS-RFP-SUB) TO WS-FND-ID.
006400     PERFORM 7100-FIND-CUSTOMER
006410         THRU 7100-FIND-CUSTOMER-EXIT.
006420     IF WS-FND-FOUND
006430         MOVE 'Y' TO WS-CUS-T-REF-SW(WS-FND-SUB)
006440     END-IF.
006450     MOVE WS-RFP-HIGH-ID(WS-RFP-SUB) TO WS-FND-ID.
006460     PERFORM 7100-FIND-CUSTOMER
006470         THRU 7100-FIND-CUSTOMER-EXIT.
006480     IF WS-FND-FOUND
006490         MOVE 'Y' TO WS-CUS-T-REF-SW(WS-FND-SUB)
006500     END-IF.
006510 2300-FLAG-REFERENCE-PAIR-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550*    2500-LOAD-DECIDED-PAIRS                                    *
006560*    THE REJECTED PAIRS, AND THE CONFIRMED PAIRS STILL WAITING  *
006570*    FOR CSTMRG01.  NEITHER FILE EXISTS UNTIL THE FIRST         *
006580*    DECISIONS ARE TAKEN.  A TABLE TOO SMALL TO HOLD THEM WOULD *
006590*    PUT REJECTED PAIRS BACK IN FRONT OF THE REVIEWER, SO THE   *
006600*    OVERFLOW FAILS THE RUN.                                    *
006610*****************************************************************
006620 2500-LOAD-DECIDED-PAIRS.
006630     OPEN INPUT DUP-REJECT-FILE.
006640     IF WS-DRJ-OK
006650         PERFORM 2510-READ-REJECTED-PAIR
006660             THRU 2510-READ-REJECTED-PAIR-EXIT
006670             UNTIL WS-DRJ-EOF
006680                 OR WS-ABORT
006690         CLOSE DUP-REJECT-FILE
006700     END-IF.
006710     OPEN INPUT MERGE-PAIR-FILE.
006720     IF WS-MRG-OK
006730         PERFORM 2520-READ-PENDING-PAIR
006740             THRU 2520-READ-PENDING-PAIR-EXIT
006750             UNTIL WS-MRG-EOF
006760                 OR WS-ABORT
006770         CLOSE MERGE-PAIR-FILE
006780     END-IF.
006790 2500-LOAD-DECIDED-PAIRS-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830*    2510-READ-REJECTED-PAIR                                    *
006840*****************************************************************
006850 2510-READ-REJECTED-PAIR.
006860     READ DUP-REJECT-FILE
006870         AT END
006880             MOVE '10' TO WS-DRJ-FILE-STATUS
006890             GO TO 2510-READ-REJECTED-PAIR-EXIT
006900     END-READ.
006910     MOVE DRJ-CUST-ID-LOW  TO WS-DUP-LOW-ID.
006920     MOVE DRJ-CUST-ID-HIGH TO WS-DUP-HIGH-ID.
006930     MOVE 'R'              TO WS-DCD-HIT-KIND.
006940     PERFORM 2530-ADD-DECIDED-PAIR
006950         THRU 2530-ADD-DECIDED-PAIR-EXIT.
006960 2510-READ-REJECTED-PAIR-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*    2520-READ-PENDING-PAIR                                     *
007010*****************************************************************
007020 2520-READ-PENDING-PAIR.
007030     READ MERGE-PAIR-FILE
007040         AT END
007050             MOVE '10' TO WS-MRG-FILE-STATUS
007060             GO TO 2520-READ-PENDING-PAIR-EXIT
007070     END-READ.
007080     IF MRG-SURVIVOR-ID < MRG-VICTIM-ID
007090         MOVE MRG-SURVIVOR-ID TO WS-DUP-LOW-ID
007100         MOVE MRG-VICTIM-ID   TO WS-DUP-HIGH-ID
007110     ELSE
007120         MOVE MRG-VICTIM-ID   TO WS-DUP-LOW-ID
007130         MOVE MRG-SURVIVOR-ID TO WS-DUP-HIGH-ID
007140     END-IF.
007150     MOVE 'M' TO WS-DCD-HIT-KIND.
007160     PERFORM 2530-ADD-DECIDED-PAIR
007170         THRU 2530-ADD-DECIDED-PAIR-EXIT.
007180 2520-READ-PENDING-PAIR-EXIT.
007190     EXIT.
007200
007210*****************************************************************
007220*    2530-ADD-DECIDED-PAIR                                      *
007230*****************************************************************
007240 2530-ADD-DECIDED-PAIR.
007250     IF WS-DCD-COUNT NOT < WS-DCD-MAX-ROWS
007260         DISPLAY 'DUPMTC01: DECIDED-PAIR TABLE FULL AT '
007270             WS-DCD-MAX-ROWS ' - MATCHING NOT RUN'
007280         MOVE 'Y' TO WS-ABORT-SW
007290         MOVE 8 TO RETURN-CODE
007300         GO TO 2530-ADD-DECIDED-PAIR-EXIT
007310     END-IF.
007320     ADD 1 TO WS-DCD-COUNT.
007330     MOVE WS-DUP-LOW-ID   TO WS-DCD-LOW-ID(WS-DCD-COUNT).
007340     MOVE WS-DUP-HIGH-ID  TO WS-DCD-HIGH-ID(WS-DCD-COUNT).
007350     MOVE WS-DCD-HIT-KIND TO WS-DCD-KIND(WS-DCD-COUNT).
007360 2530-ADD-DECIDED-PAIR-EXIT.
007370     EXIT.
007380
007390*****************************************************************
007400*    3000-SCAN-CUSTOMER                                         *
007410*    EVERY LATER CUSTOMER IN THE TABLE AGAINST THIS ONE, SO     *
007420*    EACH PAIR IS SCORED ONCE, LOWER ID FIRST.                  *
007430*****************************************************************
007440 3000-SCAN-CUSTOMER.
007450     COMPUTE WS-CMP-START = WS-CUS-SUB + 1.
007460     PERFORM 3100-SCORE-PAIR
007470         THRU 3100-SCORE-PAIR-EXIT
007480         VARYING WS-CMP-SUB FROM WS-CMP-START BY 1
007490         UNTIL WS-CMP-SUB > WS-CUS-COUNT.
007500 3000-SCAN-CUSTOMER-EXIT.
007510     EXIT.
007520
007530*****************************************************************
007540*    3100-SCORE-PAIR                                            *
007550*    THE ADDRESS AND REFERENCE POINTS ARE CHEAP AND COME FIRST. *
007560*    ONLY A PAIR THAT COULD STILL REACH THE THRESHOLD WITH A    *
007570*    PERFECT NAME HAS ITS NAMES COMPARED, WHICH KEEPS THE       *
007580*    LETTER-PAIR WORK TO PAIRS THAT SHARE AN ADDRESS OR A       *
007590*    REFERENCE.                                                 *
007600*****************************************************************
007610 3100-SCORE-PAIR.
007620     MOVE 0   TO WS-DUP-OTHER-POINTS.
007630     MOVE 'N' TO WS-DUP-STREET-SW.
007640     MOVE 'N' TO WS-DUP-POSTCODE-SW.
007650     MOVE 'N' TO WS-DUP-REFERENCE-SW.
007660     IF WS-CUS-T-STREET(WS-CUS-SUB) NOT = SPACES
007670             AND WS-CUS-T-STREET(WS-CUS-SUB)
007680                 = WS-CUS-T-STREET(WS-CMP-SUB)
007690         MOVE 'Y' TO WS-DUP-STREET-SW
007700         ADD WS-DUP-STREET-POINTS TO WS-DUP-OTHER-POINTS
007710     END-IF.
007720     IF WS-CUS-T-POSTCODE(WS-CUS-SUB) NOT = SPACES
007730             AND WS-CUS-T-POSTCODE(WS-CUS-SUB)
007740                 = WS-CUS-T-POSTCODE(WS-CMP-SUB)
007750         MOVE 'Y' TO WS-DUP-POSTCODE-SW
007760         ADD WS-DUP-POSTCODE-POINTS TO WS-DUP-OTHER-POINTS
007770     END-IF.
007780     IF WS-CUS-T-REF-SW(WS-CUS-SUB) = 'Y'
007790             AND WS-CUS-T-REF-SW(WS-CMP-SUB) = 'Y'
007800         MOVE WS-CUS-T-ID(WS-CUS-SUB) TO WS-DUP-LOW-ID
007810         MOVE WS-CUS-T-ID(WS-CMP-SUB) TO WS-DUP-HIGH-ID
007820         PERFORM 6100-FIND-REFERENCE-PAIR
007830             THRU 6100-FIND-REFERENCE-PAIR-EXIT
007840         IF WS-RFP-FOUND
007850             MOVE 'Y' TO WS-DUP-REFERENCE-SW
007860             ADD WS-DUP-REFERENCE-POINTS TO WS-DUP-OTHER-POINTS
007870         END-IF
007880     END-IF.
007890     IF WS-DUP-OTHER-POINTS + WS-DUP-NAME-MAX-POINTS
007900             < WS-DUP-THRESHOLD
007910         GO TO 3100-SCORE-PAIR-EXIT
007920     END-IF.
007930
007940     ADD 1 TO WS-PAIRS-SCORED.
007950     PERFORM 7050-SCORE-NAME
007960         THRU 7050-SCORE-NAME-EXIT.
007970     COMPUTE WS-DUP-NAME-POINTS
007980         = WS-DUP-NAME-SCORE * WS-DUP-NAME-MAX-POINTS / 100.
007990     COMPUTE WS-DUP-RAW-SCORE
008000         = WS-DUP-NAME-POINTS + WS-DUP-OTHER-POINTS.
008010     IF WS-DUP-RAW-SCORE > 100
008020         MOVE 100 TO WS-DUP-SCORE
008030     ELSE
008040         MOVE WS-DUP-RAW-SCORE TO WS-DUP-SCORE
008050     END-IF.
008060     IF WS-DUP-SCORE < WS-DUP-THRESHOLD
008070         GO TO 3100-SCORE-PAIR-EXIT
008080     END-IF.
008090
008100     MOVE WS-CUS-T-ID(WS-CUS-SUB) TO WS-DUP-LOW-ID.
008110     MOVE WS-CUS-T-ID(WS-CMP-SUB) TO WS-DUP-HIGH-ID.
008120     PERFORM 6200-FIND-DECIDED-PAIR
008130         THRU 6200-FIND-DECIDED-PAIR-EXIT.
008140     IF WS-DUP-DECIDED
008150         IF WS-DCD-HIT-KIND = 'R'
008160             ADD 1 TO WS-REJECTED-SKIPPED
008170         ELSE
008180             ADD 1 TO WS-PENDING-SKIPPED
008190         END-IF
008200         GO TO 3100-SCORE-PAIR-EXIT
008210     END-IF.
008220
008230     PERFORM 3200-CHOOSE-SURVIVOR
008240         THRU 3200-CHOOSE-SURVIVOR-EXIT.
008250     PERFORM 3300-DESCRIBE-FAMILY
008260         THRU 3300-DESCRIBE-FAMILY-EXIT.
008270     PERFORM 3400-LIST-SUSPECT
008280         THRU 3400-LIST-SUSPECT-EXIT.
008290 3100-SCORE-PAIR-EXIT.
008300     EXIT.
008310
008320*****************************************************************
008330*    3200-CHOOSE-SURVIVOR                                       *
008340*    THE SUGGESTION ONLY - THE REVIEWER MAY KEY THE OTHER.  AN  *
008350*    ACTIVE ACCOUNT OUTRANKS A DORMANT OR CLOSED ONE, A HEAD    *
008360*    OFFICE OUTRANKS ITS MEMBER OR A LONE ACCOUNT, THEN THE     *
008370*    LATER ACTIVITY WINS, AND FAILING ALL ELSE THE OLDER        *
008380*    (LOWER) ID SURVIVES.                                       *
008390*****************************************************************
008400 3200-CHOOSE-SURVIVOR.
008410     EVALUATE TRUE
008420         WHEN WS-CUS-T-STATUS(WS-CUS-SUB) = 'A'
008430                 AND WS-CUS-T-STATUS(WS-CMP-SUB) NOT = 'A'
008440             MOVE WS-CUS-SUB TO WS-SRV-SUB
008450             MOVE WS-CMP-SUB TO WS-VIC-SUB
008460             MOVE 'ACTIVE ACCOUNT' TO WS-SRV-REASON
008470         WHEN WS-CUS-T-STATUS(WS-CMP-SUB) = 'A'
008480                 AND WS-CUS-T-STATUS(WS-CUS-SUB) NOT = 'A'
008490             MOVE WS-CMP-SUB TO WS-SRV-SUB
008500             MOVE WS-CUS-SUB TO WS-VIC-SUB
008510             MOVE 'ACTIVE ACCOUNT' TO WS-SRV-REASON
008520         WHEN WS-CUS-T-PARENT(WS-CMP-SUB)
008530                 = WS-CUS-T-ID(WS-CUS-SUB)
008540                 OR (WS-CUS-T-PARENT(WS-CUS-SUB)
008550                         = WS-CUS-T-ID(WS-CUS-SUB)
008560                     AND WS-CUS-T-PARENT(WS-CMP-SUB)
008570                         NOT = WS-CUS-T-ID(WS-CMP-SUB))
008580             MOVE WS-CUS-SUB TO WS-SRV-SUB
008590             MOVE WS-CMP-SUB TO WS-VIC-SUB
008600             MOVE 'HEAD OFFICE' TO WS-SRV-REASON
008610         WHEN WS-CUS-T-PARENT(WS-CUS-SUB)
008620                 = WS-CUS-T-ID(WS-CMP-SUB)
008630                 OR (WS-CUS-T-PARENT(WS-CMP-SUB)
008640                         = WS-CUS-T-ID(WS-CMP-SUB)
008650                     AND WS-CUS-T-PARENT(WS-CUS-SUB)
008660                         NOT = WS-CUS-T-ID(WS-CUS-SUB))
008670             MOVE WS-CMP-SUB TO WS-SRV-SUB
008680             MOVE WS-CUS-SUB TO WS-VIC-SUB
008690             MOVE 'HEAD OFFICE' TO WS-SRV-REASON
008700         WHEN WS-CUS-T-LAST-ACTIVITY(WS-CMP-SUB)
008710                 > WS-CUS-T-LAST-ACTIVITY(WS-CUS-SUB)
008720             MOVE WS-CMP-SUB TO WS-SRV-SUB
008730             MOVE WS-CUS-SUB TO WS-VIC-SUB
008740             MOVE 'LATER ACTIVITY' TO WS-SRV-REASON
008750         WHEN WS-CUS-T-LAST-ACTIVITY(WS-CUS-SUB)
008760                 > WS-CUS-T-LAST-ACTIVITY(WS-CMP-SUB)
008770             MOVE WS-CUS-SUB TO WS-SRV-SUB
008780             MOVE WS-CMP-SUB TO WS-VIC-SUB
008790             MOVE 'LATER ACTIVITY' TO WS-SRV-REASON
008800         WHEN OTHER
008810             MOVE WS-CUS-SUB TO WS-SRV-SUB
008820             MOVE WS-CMP-SUB TO WS-VIC-SUB
008830             MOVE 'OLDER ACCOUNT' TO WS-SRV-REASON
008840     END-EVALUATE.
008850 3200-CHOOSE-SURVIVOR-EXIT.
008860     EXIT.
008870
008880*****************************************************************
008890*    3300-DESCRIBE-FAMILY                                       *
008900*    HOW THE PAIR STANDS IN THE NATIONAL-ACCOUNT FAMILIES.      *
008910*    CSTMRG01 DOES NOT REPOINT FAMILY MEMBERS, SO A VICTIM THAT *
008920*    HEADS A FAMILY IS COUNTED FOR THE REVIEWER.                *
008930*****************************************************************
008940 3300-DESCRIBE-FAMILY.
008950     EVALUATE TRUE
008960         WHEN WS-CUS-T-PARENT(WS-CMP-SUB)
008970                 = WS-CUS-T-ID(WS-CUS-SUB)
008980                 OR WS-CUS-T-PARENT(WS-CUS-SUB)
008990                     = WS-CUS-T-ID(WS-CMP-SUB)
009000             MOVE 'HEAD OFFICE AND ITS MEMBER' TO WS-REL-TEXT
009010         WHEN WS-CUS-T-PARENT(WS-CUS-SUB) NOT = SPACES
009020                 AND WS-CUS-T-PARENT(WS-CUS-SUB)
009030                     = WS-CUS-T-PARENT(WS-CMP-SUB)
009040             MOVE 'SAME ACCOUNT FAMILY' TO WS-REL-TEXT
009050         WHEN WS-CUS-T-PARENT(WS-CUS-SUB) NOT = SPACES
009060                 AND WS-CUS-T-PARENT(WS-CMP-SUB) NOT = SPACES
009070             MOVE 'DIFFERENT ACCOUNT FAMILIES' TO WS-REL-TEXT
009080         WHEN WS-CUS-T-PARENT(WS-CUS-SUB) NOT = SPACES
009090                 OR WS-CUS-T-PARENT(WS-CMP-SUB) NOT = SPACES
009100             MOVE 'ONLY ONE IN A FAMILY' TO WS-REL-TEXT
009110         WHEN OTHER
009120             MOVE 'NO FAMILY LINK' TO WS-REL-TEXT
009130     END-EVALUATE.
009140
009150     MOVE 0 TO WS-MEMBER-COUNT.
009160     PERFORM 3310-COUNT-VICTIM-MEMBER
009170         THRU 3310-COUNT-VICTIM-MEMBER-EXIT
009180         VARYING WS-MBR-SUB FROM 1 BY 1
009190         UNTIL WS-MBR-SUB > WS-CUS-COUNT.
009200 3300-DESCRIBE-FAMILY-EXIT.
009210     EXIT.
009220
009230*****************************************************************
009240*    3310-COUNT-VICTIM-MEMBER                                   *
009250*****************************************************************
009260 3310-COUNT-VICTIM-MEMBER.
009270     IF WS-CUS-T-PARENT(WS-MBR-SUB) = WS-CUS-T-ID(WS-VIC-SUB)
009280             AND WS-MBR-SUB NOT = WS-VIC-SUB
009290             AND WS-MBR-SUB NOT = WS-SRV-SUB
009300         ADD 1 TO WS-MEMBER-COUNT
009310     END-IF.
009320 3310-COUNT-VICTIM-MEMBER-EXIT.
009330     EXIT.
009340
009350*****************************************************************
009360*    3400-LIST-SUSPECT                                          *
009370*    ONE LINE PER ACCOUNT, LOWER ID FIRST, THE SUGGESTED        *
009380*    SURVIVOR STARRED, THEN THE SUGGESTION AND THE FAMILY       *
009390*    STANDING; AND THE PAIR TO THE SUSPECT FILE FOR THE         *
009400*    REVIEWER'S DECISION.                                       *
009410*****************************************************************
009420 3400-LIST-SUSPECT.
009430     ADD 1 TO WS-SUSPECT-COUNT.
009440     MOVE SPACES TO SUSPECT-PAIR-LINE.
009450     WRITE SUSPECT-PAIR-LINE.
009460
009470     MOVE WS-DUP-SCORE TO WS-PRL-SCORE.
009480     MOVE SPACES       TO WS-PRL-BASIS.
009490     IF WS-DUP-NAME-POINTS > 0
009500         MOVE 'N' TO WS-PRL-BASIS(1:1)
009510     END-IF.
009520     IF WS-DUP-STREET-MATCH
009530         MOVE 'S' TO WS-PRL-BASIS(2:1)
009540     END-IF.
009550     IF WS-DUP-POSTCODE-MATCH
009560         MOVE 'P' TO WS-PRL-BASIS(3:1)
009570     END-IF.
009580     IF WS-DUP-REFERENCE-MATCH
009590         MOVE 'R' TO WS-PRL-BASIS(4:1)
009600     END-IF.
009610     MOVE WS-CUS-SUB TO WS-FND-SUB.
009620     PERFORM 3410-FILL-PAIR-LINE
009630         THRU 3410-FILL-PAIR-LINE-EXIT.
009640     WRITE SUSPECT-PAIR-LINE FROM WS-PAIR-LINE.
009650
009660     MOVE 0      TO WS-PRL-SCORE.
009670     MOVE SPACES TO WS-PRL-BASIS.
009680     MOVE WS-CMP-SUB TO WS-FND-SUB.
009690     PERFORM 3410-FILL-PAIR-LINE
009700         THRU 3410-FILL-PAIR-LINE-EXIT.
009710     WRITE SUSPECT-PAIR-LINE FROM WS-PAIR-LINE.
009720
009730     MOVE WS-CUS-T-ID(WS-SRV-SUB) TO WS-SVL-CUST-ID.
009740     MOVE WS-SRV-REASON           TO WS-SVL-REASON.
009750     MOVE WS-REL-TEXT             TO WS-SVL-RELATION.
009760     WRITE SUSPECT-PAIR-LINE FROM WS-SURVIVOR-LINE.
009770     IF WS-MEMBER-COUNT > 0
009780         MOVE WS-CUS-T-ID(WS-VIC-SUB) TO WS-MBL-CUST-ID
009790         MOVE WS-MEMBER-COUNT         TO WS-MBL-COUNT
009800         WRITE SUSPECT-PAIR-LINE FROM WS-MEMBER-LINE
009810     END-IF.
009820
009830     MOVE SPACES                  TO DUP-SUSPECT-REC.
009840     MOVE WS-CUS-T-ID(WS-CUS-SUB) TO DSP-CUST-ID-LOW.
009850     MOVE WS-CUS-T-ID(WS-CMP-SUB) TO DSP-CUST-ID-HIGH.
009860     MOVE WS-CUS-T-ID(WS-SRV-SUB) TO DSP-SURVIVOR-ID.
009870     MOVE WS-CUS-T-ID(WS-VIC-SUB) TO DSP-VICTIM-ID.
009880     MOVE WS-DUP-SCORE            TO DSP-SCORE.
009890     MOVE WS-DUP-NAME-SCORE       TO DSP-NAME-SCORE.
009900     MOVE WS-DUP-STREET-SW        TO DSP-STREET-MATCH.
009910     MOVE WS-DUP-POSTCODE-SW      TO DSP-POSTCODE-MATCH.
009920     MOVE WS-DUP-REFERENCE-SW     TO DSP-REFERENCE-MATCH.
009930     MOVE WS-CYCLE-DATE           TO DSP-MATCH-DATE.
009940     WRITE DUP-SUSPECT-REC.
009950 3400-LIST-SUSPECT-EXIT.
009960     EXIT.
009970
009980*****************************************************************
009990*    3410-FILL-PAIR-LINE                                        *
010000*****************************************************************
010010 3410-FILL-PAIR-LINE.
010020     IF WS-FND-SUB = WS-SRV-SUB
010030         MOVE '*'   TO WS-PRL-MARK
010040     ELSE
010050         MOVE SPACE TO WS-PRL-MARK
010060     END-IF.
010070     MOVE WS-CUS-T-ID(WS-FND-SUB)       TO WS-PRL-CUST-ID.
010080     MOVE WS-CUS-T-NAME(WS-FND-SUB)     TO WS-PRL-NAME.
010090     MOVE WS-CUS-T-STATUS(WS-FND-SUB)   TO WS-PRL-STATUS.
010100     MOVE WS-CUS-T-BALANCE(WS-FND-SUB)  TO WS-PRL-BALANCE.
010110     MOVE WS-CUS-T-CURRENCY(WS-FND-SUB) TO WS-PRL-CURRENCY.
010120     MOVE WS-CUS-T-LAST-ACTIVITY(WS-FND-SUB)
010130                                        TO WS-PRL-LAST-ACTIVITY.
010140     MOVE WS-CUS-T-PARENT(WS-FND-SUB)   TO WS-PRL-PARENT.
010150 3410-FILL-PAIR-LINE-EXIT.
010160     EXIT.
010170
010180*****************************************************************
010190*    4000-PRINT-TOTALS                                          *
010200*****************************************************************
010210 4000-PRINT-TOTALS.
010220     MOVE SPACES TO SUSPECT-PAIR-LINE.
010230     WRITE SUSPECT-PAIR-LINE.
010240     MOVE 'CUSTOMERS COMPARED............' TO WS-CNT-TITLE.
010250     MOVE WS-CUS-COUNT TO WS-CNT-VALUE.
010260     WRITE SUSPECT-PAIR-LINE FROM WS-COUNT-LINE.
010270     MOVE 'MERGED - NOT COMPARED.........' TO WS-CNT-TITLE.
010280     MOVE WS-MERGED-SKIPPED TO WS-CNT-VALUE.
010290     WRITE SUSPECT-PAIR-LINE FROM WS-COUNT-LINE.
010300     MOVE 'PAYMENTS READ.................' TO WS-CNT-TITLE.
010310     MOVE WS-PAYMENTS-READ TO WS-CNT-VALUE.
010320     WRITE SUSPECT-PAIR-LINE FROM WS-COUNT-LINE.
010330     MOVE 'SHARED-REFERENCE PAIRS........' TO WS-CNT-TITLE.
010340     MOVE WS-RFP-COUNT TO WS-CNT-VALUE.
010350     WRITE SUSPECT-PAIR-LINE FROM WS-COUNT-LINE.
010360     MOVE 'GENERIC REFERENCES IGNORED....' TO WS-CNT-TITLE.
010370     MOVE WS-GENERIC-REFS TO WS-CNT-VALUE.
010380     WRITE SUSPECT-PAIR-LINE FROM WS-COUNT-LINE.
010390     MOVE 'PAIRS SCORED ON NAME..........' TO WS-CNT-TITLE.
010400     MOVE WS-PAIRS-SCORED TO WS-CNT-VALUE.
010410     WRITE SUSPECT-PAIR-LINE FROM WS-COUNT-LINE.
010420     MOVE 'SUSPECT PAIRS LISTED..........' TO WS-CNT-TITLE.
010430     MOVE WS-SUSPECT-COUNT TO WS-CNT-VALUE.
010440     WRITE SUSPECT-PAIR-LINE FROM WS-COUNT-LINE.
010450     MOVE 'ALREADY REJECTED - NOT LISTED.' TO WS-CNT-TITLE.
010460     MOVE WS-REJECTED-SKIPPED TO WS-CNT-VALUE.
010470     WRITE SUSPECT-PAIR-LINE FROM WS-COUNT-LINE.
010480     MOVE 'AWAITING MERGE - NOT LISTED...' TO WS-CNT-TITLE.
010490     MOVE WS-PENDING-SKIPPED TO WS-CNT-VALUE.
010500     WRITE SUSPECT-PAIR-LINE FROM WS-COUNT-LINE.
010510 4000-PRINT-TOTALS-EXIT.
010520     EXIT.
010530
010540*****************************************************************
010550*    6100-FIND-REFERENCE-PAIR                                   *
010560*    WS-DUP-LOW-ID AND WS-DUP-HIGH-ID IN, WS-RFP-FOUND OUT.     *
010570*****************************************************************
010580 6100-FIND-REFERENCE-PAIR.
010590     MOVE 'N' TO WS-RFP-FOUND-SW.
010600     PERFORM 6110-MATCH-REFERENCE-PAIR
010610         THRU 6110-MATCH-REFERENCE-PAIR-EXIT
010620         VARYING WS-RFP-SUB FROM 1 BY 1
010630         UNTIL WS-RFP-SUB > WS-RFP-COUNT
010640             OR WS-RFP-FOUND.
010650 6100-FIND-REFERENCE-PAIR-EXIT.
010660     EXIT.
010670
010680*****************************************************************
010690*    6110-MATCH-REFERENCE-PAIR                                  *
010700*****************************************************************
010710 6110-MATCH-REFERENCE-PAIR.
010720     IF WS-RFP-LOW-ID(WS-RFP-SUB) = WS-DUP-LOW-ID
010730             AND WS-RFP-HIGH-ID(WS-RFP-SUB) = WS-DUP-HIGH-ID
010740         MOVE 'Y' TO WS-RFP-FOUND-SW
010750     END-IF.
010760 6110-MATCH-REFERENCE-PAIR-EXIT.
010770     EXIT.
010780
010790*****************************************************************
010800*    6200-FIND-DECIDED-PAIR                                     *
010810*    WS-DUP-LOW-ID AND WS-DUP-HIGH-ID IN; WS-DUP-DECIDED AND    *
010820*    WS-DCD-HIT-KIND OUT.                                       *
010830*****************************************************************
010840 6200-FIND-DECIDED-PAIR.
010850     MOVE 'N' TO WS-DUP-DECIDED-SW.
010860     PERFORM 6210-MATCH-DECIDED-PAIR
010870         THRU 6210-MATCH-DECIDED-PAIR-EXIT
010880         VARYING WS-DCD-SUB FROM 1 BY 1
010890         UNTIL WS-DCD-SUB > WS-DCD-COUNT
010900             OR WS-DUP-DECIDED.
010910 6200-FIND-DECIDED-PAIR-EXIT.
010920     EXIT.
010930
010940*****************************************************************
010950*    6210-MATCH-DECIDED-PAIR                                    *
010960*****************************************************************
010970 6210-MATCH-DECIDED-PAIR.
010980     IF WS-DCD-LOW-ID(WS-DCD-SUB) = WS-DUP-LOW-ID
010990             AND WS-DCD-HIGH-ID(WS-DCD-SUB) = WS-DUP-HIGH-ID
011000         MOVE 'Y' TO WS-DUP-DECIDED-SW
011010         MOVE WS-DCD-KIND(WS-DCD-SUB) TO WS-DCD-HIT-KIND
011020     END-IF.
011030 6210-MATCH-DECIDED-PAIR-EXIT.
011040     EXIT.
011050
011060*****************************************************************
011070*    7000-NORMALIZE-NAME                                        *
011080*    WS-DUP-RAW IN, WS-DUP-KEY AND WS-DUP-KEY-LEN OUT.  PADDED  *
011090*    WITH A SPACE EACH SIDE SO A NOISE WORD IS ALWAYS FOUND     *
011100*    BETWEEN SPACES; TWO PASSES CATCH NOISE WORDS THAT SHARE A  *
011110*    SPACE.                                                     *
011120*****************************************************************
011130 7000-NORMALIZE-NAME.
011140     PERFORM 7030-FOLD-AND-PAD
011150         THRU 7030-FOLD-AND-PAD-EXIT.
011160     PERFORM 7035-DROP-NOISE-WORDS
011170         THRU 7035-DROP-NOISE-WORDS-EXIT 2 TIMES.
011180     MOVE 'Y' TO WS-DUP-KEEP-SPACES-SW.
011190     PERFORM 7040-COMPACT-KEY
011200         THRU 7040-COMPACT-KEY-EXIT.
011210 7000-NORMALIZE-NAME-EXIT.
011220     EXIT.
011230
011240*****************************************************************
011250*    7010-NORMALIZE-STREET                                      *
011260*    THE COMMON STREET WORDS ARE CUT TO ONE ABBREVIATION SO "12 *
011270*    HIGH STREET" AND "12 HIGH ST." AGREE.                      *
011280*****************************************************************
011290 7010-NORMALIZE-STREET.
011300     PERFORM 7030-FOLD-AND-PAD
011310         THRU 7030-FOLD-AND-PAD-EXIT.
011320     INSPECT WS-DUP-PADDED
011330         REPLACING ALL ' STREET '  BY ' ST     '
011340                   ALL ' ROAD '    BY ' RD   '
011350                   ALL ' AVENUE '  BY ' AVE    '
011360                   ALL ' DRIVE '   BY ' DR    '
011370                   ALL ' LANE '    BY ' LN   '
011380                   ALL ' PLACE '   BY ' PL    '
011390                   ALL ' SQUARE '  BY ' SQ     '.
011400     MOVE 'Y' TO WS-DUP-KEEP-SPACES-SW.
011410     PERFORM 7040-COMPACT-KEY
011420         THRU 7040-COMPACT-KEY-EXIT.
011430 7010-NORMALIZE-STREET-EXIT.
011440     EXIT.
011450
011460*****************************************************************
011470*    7020-NORMALIZE-POSTCODE                                    *
011480*    A POSTAL CODE IS CLOSED UP ENTIRELY, SO "AB1 2CD" AND      *
011490*    "AB12CD" AGREE.                                            *
011500*****************************************************************
011510 7020-NORMALIZE-POSTCODE.
011520     PERFORM 7030-FOLD-AND-PAD
011530         THRU 7030-FOLD-AND-PAD-EXIT.
011540     MOVE 'N' TO WS-DUP-KEEP-SPACES-SW.
011550     PERFORM 7040-COMPACT-KEY
011560         THRU 7040-COMPACT-KEY-EXIT.
011570 7020-NORMALIZE-POSTCODE-EXIT.
011580     EXIT.
011590
011600*****************************************************************
011610*    7030-FOLD-AND-PAD                                          *
011620*****************************************************************
011630 7030-FOLD-AND-PAD.
011640     INSPECT WS-DUP-RAW
011650         CONVERTING WS-DUP-LOWER-CASE TO WS-DUP-UPPER-CASE.
011660     INSPECT WS-DUP-RAW
011670         CONVERTING WS-DUP-PUNCTUATION TO WS-DUP-PUNCT-BLANKS.
011680     MOVE SPACES     TO WS-DUP-PADDED.
011690     MOVE WS-DUP-RAW TO WS-DUP-PADDED(2:22).
011700 7030-FOLD-AND-PAD-EXIT.
011710     EXIT.
011720
011730*****************************************************************
011740*    7035-DROP-NOISE-WORDS                                      *
011750*****************************************************************
011760 7035-DROP-NOISE-WORDS.
011770     INSPECT WS-DUP-PADDED
011780         REPLACING ALL ' THE '     BY '     '
011790                   ALL ' AND '     BY '     '
011800                   ALL ' LTD '     BY '     '
011810                   ALL ' INC '     BY '     '
011820                   ALL ' LLC '     BY '     '
011830                   ALL ' CO '      BY '    '
011840                   ALL ' CORP '    BY '      '
011850                   ALL ' LIMITED ' BY '         '
011860                   ALL ' COMPANY ' BY '         '.
011870 7035-DROP-NOISE-WORDS-EXIT.
011880     EXIT.
011890
011900*****************************************************************
011910*    7040-COMPACT-KEY                                           *
011920*    WS-DUP-PADDED IN, WS-DUP-KEY AND WS-DUP-KEY-LEN OUT - RUNS *
011930*    OF SPACES CLOSED TO ONE, OR DROPPED ALTOGETHER WHEN SPACES *
011940*    ARE NOT KEPT.                                              *
011950*****************************************************************
011960 7040-COMPACT-KEY.
011970     MOVE SPACES TO WS-DUP-KEY.
011980     MOVE 0      TO WS-DUP-KEY-LEN.
011990     MOVE SPACE  TO WS-DUP-LAST-CHAR.
012000     PERFORM 7045-COMPACT-CHAR
012010         THRU 7045-COMPACT-CHAR-EXIT
012020         VARYING WS-DUP-IN-SUB FROM 1 BY 1
012030         UNTIL WS-DUP-IN-SUB > 24.
012040     IF WS-DUP-KEY-LEN > 0
012050         IF WS-DUP-KEY(WS-DUP-KEY-LEN:1) = SPACE
012060             SUBTRACT 1 FROM WS-DUP-KEY-LEN
012070         END-IF
012080     END-IF.
012090 7040-COMPACT-KEY-EXIT.
012100     EXIT.
012110
012120*****************************************************************
012130*    7045-COMPACT-CHAR                                          *
012140*****************************************************************
012150 7045-COMPACT-CHAR.
012160     MOVE WS-DUP-PADDED(WS-DUP-IN-SUB:1) TO WS-DUP-ONE-CHAR.
012170     IF WS-DUP-KEY-LEN NOT < 22
012180         GO TO 7045-COMPACT-CHAR-EXIT
012190     END-IF.
012200     IF WS-DUP-ONE-CHAR = SPACE
012210         IF NOT WS-DUP-KEEP-SPACES
012220                 OR WS-DUP-KEY-LEN = 0
012230                 OR WS-DUP-LAST-CHAR = SPACE
012240             GO TO 7045-COMPACT-CHAR-EXIT
012250         END-IF
012260     END-IF.
012270     ADD 1 TO WS-DUP-KEY-LEN.
012280     MOVE WS-DUP-ONE-CHAR TO WS-DUP-KEY(WS-DUP-KEY-LEN:1).
012290     MOVE WS-DUP-ONE-CHAR TO WS-DUP-LAST-CHAR.
012300 7045-COMPACT-CHAR-EXIT.
012310     EXIT.
012320
012330*****************************************************************
012340*    7050-SCORE-NAME                                            *
012350*    SIMILARITY OF THE PAIR'S NAME KEYS, 0-100: TWICE THE       *
012360*    LETTER PAIRS THEY SHARE OVER THE PAIRS THEY HAVE BETWEEN   *
012370*    THEM, AS THE DENIED-PARTY SCREEN SCORES.  IDENTICAL KEYS   *
012380*    SCORE 100.                                                 *
012390*****************************************************************
012400 7050-SCORE-NAME.
012410     MOVE 0 TO WS-DUP-NAME-SCORE.
012420     IF WS-CUS-T-KEY-LEN(WS-CUS-SUB) = 0
012430             OR WS-CUS-T-KEY-LEN(WS-CMP-SUB) = 0
012440         GO TO 7050-SCORE-NAME-EXIT
012450     END-IF.
012460     IF WS-CUS-T-KEY(WS-CUS-SUB) = WS-CUS-T-KEY(WS-CMP-SUB)
012470         MOVE 100 TO WS-DUP-NAME-SCORE
012480         GO TO 7050-SCORE-NAME-EXIT
012490     END-IF.
012500     IF WS-CUS-T-KEY-LEN(WS-CUS-SUB) < 2
012510             OR WS-CUS-T-KEY-LEN(WS-CMP-SUB) < 2
012520         GO TO 7050-SCORE-NAME-EXIT
012530     END-IF.
012540     MOVE 0 TO WS-DUP-COMMON.
012550     PERFORM 7055-MATCH-LETTER-PAIR
012560         THRU 7055-MATCH-LETTER-PAIR-EXIT
012570         VARYING WS-DUP-BI-SUB FROM 1 BY 1
012580         UNTIL WS-DUP-BI-SUB NOT < WS-CUS-T-KEY-LEN(WS-CUS-SUB).
012590     COMPUTE WS-DUP-PAIRS
012600         = WS-CUS-T-KEY-LEN(WS-CUS-SUB)
012610         + WS-CUS-T-KEY-LEN(WS-CMP-SUB) - 2.
012620     COMPUTE WS-DUP-RAW-SCORE ROUNDED
012630         = WS-DUP-COMMON * 200 / WS-DUP-PAIRS.
012640     IF WS-DUP-RAW-SCORE > 100
012650         MOVE 100 TO WS-DUP-NAME-SCORE
012660     ELSE
012670         MOVE WS-DUP-RAW-SCORE TO WS-DUP-NAME-SCORE
012680     END-IF.
012690 7050-SCORE-NAME-EXIT.
012700     EXIT.
012710
012720*****************************************************************
012730*    7055-MATCH-LETTER-PAIR                                     *
012740*****************************************************************
012750 7055-MATCH-LETTER-PAIR.
012760     MOVE 0 TO WS-DUP-TALLY.
012770     INSPECT WS-CUS-T-KEY(WS-CMP-SUB)
012780             (1:WS-CUS-T-KEY-LEN(WS-CMP-SUB))
012790         TALLYING WS-DUP-TALLY
012800         FOR ALL WS-CUS-T-KEY(WS-CUS-SUB)(WS-DUP-BI-SUB:2).
012810     IF WS-DUP-TALLY > 0
012820         ADD 1 TO WS-DUP-COMMON
012830     END-IF.
012840 7055-MATCH-LETTER-PAIR-EXIT.
012850     EXIT.
012860
012870*****************************************************************
012880*    7100-FIND-CUSTOMER                                         *
012890*    BINARY SEARCH OF THE CUSTOMER TABLE, WHICH IS IN CUST-ID   *
012900*    ORDER.  WS-FND-ID IN; WS-FND-FOUND AND WS-FND-SUB OUT.     *
012910*****************************************************************
012920 7100-FIND-CUSTOMER.
012930     MOVE 'N' TO WS-FND-FOUND-SW.
012940     MOVE 1 TO WS-FND-LOW.
012950     MOVE WS-CUS-COUNT TO WS-FND-HIGH.
012960     PERFORM 7110-PROBE-CUSTOMER
012970         THRU 7110-PROBE-CUSTOMER-EXIT
012980         UNTIL WS-FND-FOUND
012990             OR WS-FND-LOW > WS-FND-HIGH.
013000 7100-FIND-CUSTOMER-EXIT.
013010     EXIT.
013020
013030*****************************************************************
013040*    7110-PROBE-CUSTOMER                                        *
013050*****************************************************************
013060 7110-PROBE-CUSTOMER.
013070     COMPUTE WS-FND-MID = (WS-FND-LOW + WS-FND-HIGH) / 2.
013080     IF WS-CUS-T-ID(WS-FND-MID) = WS-FND-ID
013090         MOVE 'Y' TO WS-FND-FOUND-SW
013100         MOVE WS-FND-MID TO WS-FND-SUB
013110         GO TO 7110-PROBE-CUSTOMER-EXIT
013120     END-IF.
013130     IF WS-CUS-T-ID(WS-FND-MID) < WS-FND-ID
013140         COMPUTE WS-FND-LOW = WS-FND-MID + 1
013150     ELSE
013160         COMPUTE WS-FND-HIGH = WS-FND-MID - 1
013170     END-IF.
013180 7110-PROBE-CUSTOMER-EXIT.
013190     EXIT.
013200
013210*****************************************************************
013220*    9999-TERMINATE                                             *
013230*****************************************************************
013240 9999-TERMINATE.
013250     IF WS-DSP-OK
013260         CLOSE DUP-SUSPECT-FILE
013270     END-IF.
013280     CLOSE SUSPECT-PAIR-RPT.
013290 9999-TERMINATE-EXIT.
013300     EXIT.
