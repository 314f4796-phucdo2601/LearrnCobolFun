000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDSMP01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - STATISTICAL AUDIT SAMPLING FOR   *
000100*                    THE EXTERNAL AUDITORS.  A CONTROL CARD      *
000110*                    (AUDCTL.CPY) NAMES THE POPULATION - POSTED  *
000120*                    ORDERS, APPLIED RECEIPTS, SUSPENSE          *
000130*                    WRITE-OFFS OR CREDIT-LIMIT CHANGES - THE    *
000140*                    PERIOD, AND EITHER A SAMPLE SIZE OR A       *
000150*                    MONETARY-UNIT INTERVAL, WITH A SEED THAT    *
000160*                    MAKES THE DRAW REPEATABLE.  EVERY SAMPLED   *
000170*                    ITEM'S SUPPORTING TRAIL (ORDER HISTORY,     *
000180*                    INVOICE LINES, GL ENTRIES, OPEN-ITEM        *
000190*                    SETTLEMENT, PAYMENT HISTORY, LIMIT          *
000200*                    APPROVALS AND THE CUSTOMER BEFORE/AFTER     *
000210*                    IMAGES) IS PULLED TO ONE EVIDENCE FILE      *
000220*                    (AUDEVD.CPY), AND THE SELECTION LOG SHOWS   *
000230*                    HOW THE SAMPLE WAS DRAWN.  DESK-RUN ON THE  *
000240*                    AUDITORS' REQUEST.                          *
000242*    2026-10-15  PD  THE GENERATION TRAILERS NOW CLOSING EACH    *
000244*                    RUN'S STRETCH OF THE CUSTOMER-MASTER        *
000246*                    JOURNAL ARE SKIPPED.                        *
000250*****************************************************************
000260*    THE PROGRAM READS WHATEVER THE RUN'S JCL SUPPLIES UNDER    *
000270*    GLJRNL, CMJRNL, INVDTL, ORDHIST AND PAYHIST - FOR A PERIOD *
000280*    LONGER THAN THE LIVE FILES HOLD, CONCATENATE THE ARCHIVED  *
000290*    GENERATIONS (GLJARCH AND THE CUTOVER COPIES) BEHIND THEM.  *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT AUDIT-CONTROL-FILE ASSIGN TO AUDCTL
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-ASC-FILE-STATUS.
000370
000380     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CYC-FILE-STATUS.
000410
000420     SELECT POSTED-ORDER-REGISTER ASSIGN TO POSTREG
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS POR-ORDER-ID
000460         FILE STATUS IS WS-POR-FILE-STATUS.
000470
000480     SELECT APPLIED-RECEIPT-REGISTER ASSIGN TO RCPREG
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS ARC-KEY
000520         FILE STATUS IS WS-ARC-FILE-STATUS.
000530
000540     SELECT WRITE-OFF-FILE ASSIGN TO ORDWOFF
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-WOF-FILE-STATUS.
000570
000580     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CMJ-FILE-STATUS.
000610
000620     SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-OHS-FILE-STATUS.
000650
000660     SELECT INVOICE-DETAIL-FILE ASSIGN TO INVDTL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-IVD-FILE-STATUS.
000690
000700     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-GLJ-FILE-STATUS.
000730
000740     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS OPI-ORDER-ID
000780         FILE STATUS IS WS-OPI-FILE-STATUS.
000790
000800     SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PHS-FILE-STATUS.
000830
000840     SELECT CREDIT-LIMIT-APPROVAL-FILE ASSIGN TO CRLAPPR
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CLA-FILE-STATUS.
000870
000880     SELECT AUDIT-EVIDENCE-FILE ASSIGN TO AUDEVID
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-AEV-FILE-STATUS.
000910
000920     SELECT SELECTION-LOG-RPT ASSIGN TO AUDLOGRP
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-LOG-FILE-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  AUDIT-CONTROL-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY AUDCTL.
001010
001020 FD  CYCLE-CONTROL-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY CYCLCTL.
001050
001060 FD  POSTED-ORDER-REGISTER
001070     LABEL RECORDS ARE STANDARD.
001080     COPY POSTREG.
001090
001100 FD  APPLIED-RECEIPT-REGISTER
001110     LABEL RECORDS ARE STANDARD.
001120     COPY RCPREG.
001130
001140 FD  WRITE-OFF-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY WRTOFF.
001170
001180 FD  CUST-JOURNAL-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY CMJRNL.
001210
001220 FD  ORDER-HISTORY-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY ORDHIST.
001250
001260 FD  INVOICE-DETAIL-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY INVDTL.
001290
001300 FD  GL-JOURNAL-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY GLJRNL.
001330
001340 FD  OPEN-ITEM-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY OPENITEM.
001370
001380 FD  PAYMENT-HISTORY-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY PAYHIST.
001410
001420 FD  CREDIT-LIMIT-APPROVAL-FILE
001430     LABEL RECORDS ARE STANDARD.
001440     COPY CRLAPPR.
001450
001460 FD  AUDIT-EVIDENCE-FILE
001470     LABEL RECORDS ARE STANDARD.
001480     COPY AUDEVD.
001490
001500 FD  SELECTION-LOG-RPT
001510     LABEL RECORDS ARE STANDARD.
001520     01  SELECTION-LOG-LINE       PIC X(80).
001530
001540 WORKING-STORAGE SECTION.
001550     01  WS-ASC-FILE-STATUS       PIC X(02).
001560         88  WS-ASC-OK            VALUE '00'.
001570     01  WS-CYC-FILE-STATUS       PIC X(02).
001580         88  WS-CYC-OK            VALUE '00'.
001590     01  WS-POR-FILE-STATUS       PIC X(02).
001600         88  WS-POR-OK            VALUE '00'.
001610     01  WS-ARC-FILE-STATUS       PIC X(02).
001620         88  WS-ARC-OK            VALUE '00'.
001630     01  WS-WOF-FILE-STATUS       PIC X(02).
001640         88  WS-WOF-OK            VALUE '00'.
001650     01  WS-CMJ-FILE-STATUS       PIC X(02).
001660         88  WS-CMJ-OK            VALUE '00'.
001670     01  WS-OHS-FILE-STATUS       PIC X(02).
001680         88  WS-OHS-OK            VALUE '00'.
001690     01  WS-IVD-FILE-STATUS       PIC X(02).
001700         88  WS-IVD-OK            VALUE '00'.
001710     01  WS-GLJ-FILE-STATUS       PIC X(02).
001720         88  WS-GLJ-OK            VALUE '00'.
001730     01  WS-OPI-FILE-STATUS       PIC X(02).
001740         88  WS-OPI-OK            VALUE '00'.
001750         88  WS-OPI-NOT-FOUND     VALUE '23'.
001760     01  WS-PHS-FILE-STATUS       PIC X(02).
001770         88  WS-PHS-OK            VALUE '00'.
001780     01  WS-CLA-FILE-STATUS       PIC X(02).
001790         88  WS-CLA-OK            VALUE '00'.
001800     01  WS-AEV-FILE-STATUS       PIC X(02).
001810         88  WS-AEV-OK            VALUE '00'.
001820     01  WS-LOG-FILE-STATUS       PIC X(02).
001830         88  WS-LOG-OK            VALUE '00'.
001840
001850     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001860     01  WS-CARD-OK-SW            PIC X(01) VALUE 'N'.
001870         88  WS-CARD-OK           VALUE 'Y'.
001880     01  WS-POP-EOF-SW            PIC X(01).
001890         88  WS-POP-EOF           VALUE 'Y'.
001900     01  WS-SRC-EOF-SW            PIC X(01).
001910         88  WS-SRC-EOF           VALUE 'Y'.
001920     01  WS-TRAIL-SHORT-SW        PIC X(01) VALUE 'N'.
001930         88  WS-TRAIL-SHORT       VALUE 'Y'.
001940     01  WS-POP-FILE-NAME         PIC X(08).
001950     01  WS-POP-TITLE             PIC X(30).
001960     01  WS-CMJ-SOURCE-PGM        PIC X(08).
001970
001980*****************************************************************
001990*    TUNABLES.  A SAMPLE IS CAPPED AT WS-MAX-SAMPLE ITEMS.  THE *
002000*    CUSTOMER JOURNAL IS STAMPED WITH THE DAY THE POSTING RAN,  *
002010*    NOT THE BUSINESS DATE, SO AN ITEM'S JOURNAL ENTRIES ARE    *
002020*    LOOKED FOR FROM ITS OWN DATE TO WS-JOURNAL-WINDOW-DAYS     *
002030*    AFTER IT.                                                  *
002040*****************************************************************
002050     01  WS-MAX-SAMPLE            PIC 9(05) VALUE 500.
002060     01  WS-JOURNAL-WINDOW-DAYS   PIC 9(03) VALUE 5.
002070
002080*****************************************************************
002090*    THE RANDOM-NUMBER GENERATOR - PARK AND MILLER'S MINIMAL    *
002100*    STANDARD, SEED = SEED * 16807 MOD (2**31 - 1).  THE SAME   *
002110*    SEED ALWAYS GIVES THE SAME SEQUENCE ON ANY MACHINE, WHICH  *
002120*    IS WHAT LETS THE AUDITORS RE-DRAW THE SAMPLE.              *
002130*****************************************************************
002140     01  WS-RNG-SEED              PIC 9(10) COMP.
002150     01  WS-RNG-MULTIPLIER        PIC 9(05) COMP VALUE 16807.
002160     01  WS-RNG-MODULUS           PIC 9(10) COMP VALUE 2147483647.
002170     01  WS-RNG-PRODUCT           PIC 9(15) COMP.
002180     01  WS-RNG-QUOTIENT          PIC 9(15) COMP.
002190     01  WS-RNG-LHS               PIC 9(18) COMP.
002200     01  WS-RNG-RHS               PIC 9(18) COMP.
002210     01  WS-SEED-USED             PIC 9(09).
002220     01  WS-SEED-SOURCE           PIC X(12).
002230     01  WS-CLOCK-TIME            PIC 9(08).
002240
002250*    POPULATION MEASURE AND THE DRAW IN PROGRESS.
002260     01  WS-POP-COUNT             PIC 9(07) VALUE 0.
002270     01  WS-POP-VALUE             PIC S9(11)V9(02) VALUE 0.
002280     01  WS-POP-ORDINAL           PIC 9(07) VALUE 0.
002290     01  WS-TAKE-ALL-SW           PIC X(01) VALUE 'N'.
002300         88  WS-TAKE-ALL          VALUE 'Y'.
002310     01  WS-SELECT-SW             PIC X(01).
002320         88  WS-SELECTED          VALUE 'Y'.
002330     01  WS-SAMPLE-TARGET         PIC 9(05) VALUE 0.
002340     01  WS-OVERFLOW-COUNT        PIC 9(07) VALUE 0.
002350     01  WS-MUS-INTERVAL          PIC 9(07)V9(02) VALUE 0.
002360     01  WS-MUS-CENTS             PIC 9(09) COMP.
002370     01  WS-MUS-REMAINDER         PIC 9(09) COMP.
002380     01  WS-MUS-START             PIC 9(07)V9(02) VALUE 0.
002390     01  WS-MUS-NEXT-HIT          PIC S9(11)V9(02) VALUE 0.
002400     01  WS-MUS-CUM               PIC S9(11)V9(02) VALUE 0.
002410     01  WS-MUS-CUM-AFTER         PIC S9(11)V9(02).
002420     01  WS-MUS-HITS              PIC 9(05).
002430
002440*    THE CURRENT POPULATION RECORD, IN COMMON FORM.
002450     01  WS-POP-ELIGIBLE-SW       PIC X(01).
002460         88  WS-POP-ELIGIBLE      VALUE 'Y'.
002470     01  WS-POP-KEY               PIC X(10).
002480     01  WS-POP-CUST-ID           PIC X(05).
002490     01  WS-POP-DATE              PIC 9(08).
002500     01  WS-POP-AMOUNT            PIC S9(09)V9(02).
002510     01  WS-POP-ABS-AMOUNT        PIC S9(09)V9(02).
002520     01  WS-POP-NEW-LIMIT         PIC S9(07)V9(02).
002530     01  WS-POP-IMAGE             PIC X(160).
002540
002550*    A CUSTOMER IMAGE FROM THE JOURNAL, SEEN AS FAR AS THE
002560*    CREDIT LIMIT (CUSTMAST.CPY).
002570     01  WS-BEFORE-IMAGE-WORK.
002580         05  FILLER               PIC X(86).
002590         05  WS-BIW-CREDIT-LIMIT  PIC S9(07)V9(02).
002600         05  FILLER               PIC X(55).
002610     01  WS-AFTER-IMAGE-WORK.
002620         05  FILLER               PIC X(86).
002630         05  WS-AIW-CREDIT-LIMIT  PIC S9(07)V9(02).
002640         05  FILLER               PIC X(55).
002650
002660*****************************************************************
002670*    THE SAMPLE - ONE ROW PER ITEM DRAWN, IN DRAW ORDER.  THE   *
002680*    ROW NUMBER IS THE ITEM'S SAMPLE NUMBER ON EVERY EVIDENCE   *
002690*    RECORD AND LOG LINE.                                       *
002700*****************************************************************
002710     01  WS-SMP-COUNT             PIC 9(05) COMP VALUE 0.
002720     01  WS-SMP-SUB               PIC 9(05) COMP.
002730     01  WS-SMP-TABLE.
002740         05  WS-SMP-ROW OCCURS 500 TIMES.
002750             10  WS-SMP-KEY       PIC X(10).
002760             10  WS-SMP-CUST-ID   PIC X(05).
002770             10  WS-SMP-DATE      PIC 9(08).
002780             10  WS-SMP-WINDOW-END PIC 9(08).
002790             10  WS-SMP-AMOUNT    PIC S9(09)V9(02).
002800             10  WS-SMP-NEW-LIMIT PIC S9(07)V9(02).
002810             10  WS-SMP-ORDINAL   PIC 9(07).
002820             10  WS-SMP-HITS      PIC 9(05).
002830             10  WS-SMP-TRAIL-COUNT PIC 9(05) COMP.
002840             10  WS-SMP-GL-COUNT  PIC 9(05) COMP.
002850             10  WS-SMP-CMJ-COUNT PIC 9(05) COMP.
002860
002870*    THE EVIDENCE RECORD BEING WRITTEN.
002880     01  WS-EVD-SAMPLE-NO         PIC 9(05).
002890     01  WS-EVD-SOURCE-SEQ        PIC 9(02).
002900     01  WS-EVD-SOURCE-NAME       PIC X(08).
002910     01  WS-EVD-IMAGE-KIND        PIC X(01).
002920     01  WS-EVD-DATA              PIC X(160).
002930     01  WS-EVIDENCE-COUNT        PIC 9(07) VALUE 0.
002940     01  WS-SHORT-COUNT           PIC 9(05) VALUE 0.
002950     01  WS-TRAIL-NOTE            PIC X(30).
002960
002970     01  WS-ROLL-DATE             PIC 9(08).
002980     01  WS-ROLL-SPLIT REDEFINES WS-ROLL-DATE.
002990         05  WS-ROLL-YYYY         PIC 9(04).
003000         05  WS-ROLL-MM           PIC 9(02).
003010         05  WS-ROLL-DD           PIC 9(02).
003020     01  WS-ROLL-DAYS             PIC 9(05) COMP.
003030
003040     COPY DVALWORK.
003050
003060*****************************************************************
003070*    SELECTION LOG LINES.                                       *
003080*****************************************************************
003090     01  WS-LOG-HEADING-LINE.
003100         05  FILLER               PIC X(32) VALUE
003110             'AUDSMP01 - AUDIT SAMPLE LOG'.
003120         05  FILLER               PIC X(11) VALUE 'ENGAGEMENT '.
003130         05  WS-LHD-ENGAGEMENT    PIC X(10).
003140         05  FILLER               PIC X(08) VALUE '  CYCLE '.
003150         05  WS-LHD-CYCLE-DATE    PIC 9(08).
003160         05  FILLER               PIC X(11) VALUE SPACES.
003170     01  WS-LOG-PARM-LINE.
003180         05  WS-LPM-TITLE         PIC X(20).
003190         05  WS-LPM-TEXT          PIC X(60).
003200     01  WS-LOG-TEXT-LINE.
003210         05  FILLER               PIC X(02) VALUE SPACES.
003220         05  WS-LTX-TEXT          PIC X(78).
003230     01  WS-LOG-DRAW-COLUMNS.
003240         05  FILLER               PIC X(40) VALUE
003250             'SAMPLE ORDINAL KEY        CUST  DATE    '.
003260         05  FILLER               PIC X(40) VALUE
003270             '           AMOUNT  HITS'.
003280     01  WS-LOG-DRAW-LINE.
003290         05  WS-LDR-SAMPLE        PIC ZZZZ9.
003300         05  FILLER               PIC X(01) VALUE SPACE.
003310         05  WS-LDR-ORDINAL       PIC ZZZZZZ9.
003320         05  FILLER               PIC X(01) VALUE SPACE.
003330         05  WS-LDR-KEY           PIC X(10).
003340         05  FILLER               PIC X(01) VALUE SPACE.
003350         05  WS-LDR-CUST-ID       PIC X(05).
003360         05  FILLER               PIC X(01) VALUE SPACE.
003370         05  WS-LDR-DATE          PIC 9(08).
003380         05  FILLER               PIC X(01) VALUE SPACE.
003390         05  WS-LDR-AMOUNT        PIC -(9)9.99.
003400         05  FILLER               PIC X(01) VALUE SPACE.
003410         05  WS-LDR-HITS          PIC ZZZZ9.
003420         05  FILLER               PIC X(21) VALUE SPACES.
003430     01  WS-LOG-TRAIL-COLUMNS.
003440         05  FILLER               PIC X(40) VALUE
003450             'SAMPLE KEY        RECORDS    GL  CUSTJNL'.
003460         05  FILLER               PIC X(40) VALUE
003470             '  NOTE'.
003480     01  WS-LOG-TRAIL-LINE.
003490         05  WS-LTR-SAMPLE        PIC ZZZZ9.
003500         05  FILLER               PIC X(01) VALUE SPACE.
003510         05  WS-LTR-KEY           PIC X(10).
003520         05  FILLER               PIC X(01) VALUE SPACE.
003530         05  WS-LTR-RECORDS       PIC ZZZZZZ9.
003540         05  FILLER               PIC X(01) VALUE SPACE.
003550         05  WS-LTR-GL            PIC ZZZZ9.
003560         05  FILLER               PIC X(02) VALUE SPACES.
003570         05  WS-LTR-CMJ           PIC ZZZZ9.
003580         05  FILLER               PIC X(03) VALUE SPACES.
003590         05  WS-LTR-NOTE          PIC X(30).
003600         05  FILLER               PIC X(10) VALUE SPACES.
003610     01  WS-EDIT-COUNT            PIC Z,ZZZ,ZZ9.
003620     01  WS-EDIT-SIZE             PIC ZZ,ZZ9.
003630     01  WS-EDIT-VALUE            PIC -,---,---,--9.99.
003640     01  WS-EDIT-SEED             PIC 9(09).
003650     01  WS-COUNT-LINE.
003660         05  WS-CNT-TITLE         PIC X(26).
003670         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
003680         05  FILLER               PIC X(43) VALUE SPACES.
003690
003700 PROCEDURE DIVISION.
003710*****************************************************************
003720*    0000-MAINLINE                                              *
003730*****************************************************************
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE
003760         THRU 1000-INITIALIZE-EXIT.
003770
003780     IF WS-CARD-OK
003790         PERFORM 2000-MEASURE-POPULATION
003800             THRU 2000-MEASURE-POPULATION-EXIT
003810     END-IF.
003820     IF WS-CARD-OK
003830         PERFORM 2100-DRAW-SAMPLE
003840             THRU 2100-DRAW-SAMPLE-EXIT
003850     END-IF.
003860     IF WS-CARD-OK AND WS-SMP-COUNT > 0
003870         PERFORM 4000-PULL-TRAIL
003880             THRU 4000-PULL-TRAIL-EXIT
003890         PERFORM 5000-PRINT-TRAIL-SUMMARY
003900             THRU 5000-PRINT-TRAIL-SUMMARY-EXIT
003910     END-IF.
003920
003930     PERFORM 6000-PRINT-TOTALS
003940         THRU 6000-PRINT-TOTALS-EXIT.
003950
003960     DISPLAY 'AUDSMP01: POPULATION ITEMS...... ' WS-POP-COUNT.
003970     DISPLAY 'AUDSMP01: ITEMS SAMPLED......... ' WS-SMP-COUNT.
003980     DISPLAY 'AUDSMP01: EVIDENCE RECORDS...... '
003990         WS-EVIDENCE-COUNT.
004000     DISPLAY 'AUDSMP01: TRAILS INCOMPLETE..... ' WS-SHORT-COUNT.
004010     DISPLAY 'AUDSMP01: SEED USED............. ' WS-SEED-USED.
004020
004030     IF WS-CARD-OK
004040         IF WS-SHORT-COUNT > 0 OR WS-TRAIL-SHORT
004050                 OR WS-OVERFLOW-COUNT > 0
004060             IF RETURN-CODE < 4
004070                 MOVE 4 TO RETURN-CODE
004080             END-IF
004090         END-IF
004100     ELSE
004110         MOVE 8 TO RETURN-CODE
004120     END-IF.
004130
004140     PERFORM 9999-TERMINATE
004150         THRU 9999-TERMINATE-EXIT.
004160
004170     STOP RUN.
004180
004190*****************************************************************
004200*    1000-INITIALIZE                                            *
004210*    THE CONTROL CARD IS READ AND EDITED AND THE SEED SETTLED   *
004220*    BEFORE ANYTHING IS DRAWN, AND ALL OF IT IS PRINTED AT THE  *
004230*    HEAD OF THE SELECTION LOG.  A BAD OR MISSING CARD DRAWS    *
004240*    NOTHING AND ENDS THE STEP RC 8.                            *
004250*****************************************************************
004260 1000-INITIALIZE.
004270     OPEN INPUT CYCLE-CONTROL-FILE.
004280     IF WS-CYC-OK
004290         READ CYCLE-CONTROL-FILE
004300             AT END
004310                 CONTINUE
004320             NOT AT END
004330                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
004340         END-READ
004350         CLOSE CYCLE-CONTROL-FILE
004360     END-IF.
004370     IF WS-CYCLE-DATE = 0
004380         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
004390     END-IF.
004400
004410     OPEN OUTPUT SELECTION-LOG-RPT.
004420     IF NOT WS-LOG-OK
004430         DISPLAY 'AUDSMP01: OPEN SELECTION-LOG-RPT FAILED '
004440             WS-LOG-FILE-STATUS
004450     END-IF.
004460     OPEN OUTPUT AUDIT-EVIDENCE-FILE.
004470     IF NOT WS-AEV-OK
004480         DISPLAY 'AUDSMP01: OPEN AUDIT-EVIDENCE-FILE FAILED '
004490             WS-AEV-FILE-STATUS
004500         MOVE 8 TO RETURN-CODE
004510         GO TO 1000-INITIALIZE-EXIT
004520     END-IF.
004530
004540     MOVE SPACES TO AUDIT-SAMPLE-CTL-REC.
004550     OPEN INPUT AUDIT-CONTROL-FILE.
004560     IF WS-ASC-OK
004570         READ AUDIT-CONTROL-FILE
004580             AT END
004590                 MOVE SPACES TO AUDIT-SAMPLE-CTL-REC
004600         END-READ
004610         CLOSE AUDIT-CONTROL-FILE
004620     ELSE
004630         DISPLAY 'AUDSMP01: OPEN AUDIT-CONTROL-FILE FAILED '
004640             WS-ASC-FILE-STATUS
004650     END-IF.
004660
004670     MOVE ASC-ENGAGEMENT-REF TO WS-LHD-ENGAGEMENT.
004680     MOVE WS-CYCLE-DATE      TO WS-LHD-CYCLE-DATE.
004690     WRITE SELECTION-LOG-LINE FROM WS-LOG-HEADING-LINE.
004700     MOVE SPACES TO SELECTION-LOG-LINE.
004710     WRITE SELECTION-LOG-LINE.
004720
004730     PERFORM 1100-EDIT-CONTROL-CARD
004740         THRU 1100-EDIT-CONTROL-CARD-EXIT.
004750     IF NOT WS-CARD-OK
004760         GO TO 1000-INITIALIZE-EXIT
004770     END-IF.
004780     PERFORM 1200-SET-SEED
004790         THRU 1200-SET-SEED-EXIT.
004800     PERFORM 1300-PRINT-PARAMETERS
004810         THRU 1300-PRINT-PARAMETERS-EXIT.
004820 1000-INITIALIZE-EXIT.
004830     EXIT.
004840
004850*****************************************************************
004860*    1100-EDIT-CONTROL-CARD                                     *
004870*    A KNOWN POPULATION, A REAL PERIOD WITH ITS START NOT AFTER *
004880*    ITS END, AND A METHOD WITH ITS OWN PARAMETER - A SAMPLE    *
004890*    SIZE FOR 'R', AN INTERVAL FOR 'M'.  THE FIRST FAULT FOUND  *
004900*    IS LOGGED.                                                 *
004910*****************************************************************
004920 1100-EDIT-CONTROL-CARD.
004930     MOVE 'N' TO WS-CARD-OK-SW.
004940     MOVE 'CONTROL CARD' TO WS-LPM-TITLE.
004950
004960     EVALUATE TRUE
004970         WHEN ASC-POP-ORDERS
004980             MOVE 'POSTREG'  TO WS-POP-FILE-NAME
004990             MOVE 'POSTED ORDERS' TO WS-POP-TITLE
005000             MOVE 'ORDPOST1' TO WS-CMJ-SOURCE-PGM
005010         WHEN ASC-POP-RECEIPTS
005020             MOVE 'RCPREG'   TO WS-POP-FILE-NAME
005030             MOVE 'APPLIED RECEIPTS' TO WS-POP-TITLE
005040             MOVE 'CSHPOST1' TO WS-CMJ-SOURCE-PGM
005050         WHEN ASC-POP-WRITE-OFFS
005060             MOVE 'ORDWOFF'  TO WS-POP-FILE-NAME
005070             MOVE 'SUSPENSE WRITE-OFFS' TO WS-POP-TITLE
005080             MOVE SPACES     TO WS-CMJ-SOURCE-PGM
005090         WHEN ASC-POP-LIMITS
005100             MOVE 'CMJRNL'   TO WS-POP-FILE-NAME
005110             MOVE 'CREDIT-LIMIT CHANGES' TO WS-POP-TITLE
005120             MOVE SPACES     TO WS-CMJ-SOURCE-PGM
005130         WHEN OTHER
005140             MOVE 'POPULATION MUST BE O, R, W OR L'
005150                 TO WS-LPM-TEXT
005160             GO TO 1100-WRITE-FAULT
005170     END-EVALUATE.
005180
005190     MOVE ASC-PERIOD-FROM TO WS-DVAL-DATE.
005200     PERFORM 9550-VALIDATE-DATE
005210         THRU 9550-VALIDATE-DATE-EXIT.
005220     IF NOT WS-DVAL-OK
005230         MOVE 'PERIOD START IS NOT A VALID DATE' TO WS-LPM-TEXT
005240         GO TO 1100-WRITE-FAULT
005250     END-IF.
005260     MOVE ASC-PERIOD-TO TO WS-DVAL-DATE.
005270     PERFORM 9550-VALIDATE-DATE
005280         THRU 9550-VALIDATE-DATE-EXIT.
005290     IF NOT WS-DVAL-OK
005300         MOVE 'PERIOD END IS NOT A VALID DATE' TO WS-LPM-TEXT
005310         GO TO 1100-WRITE-FAULT
005320     END-IF.
005330     IF ASC-PERIOD-FROM > ASC-PERIOD-TO
005340         MOVE 'PERIOD START IS AFTER ITS END' TO WS-LPM-TEXT
005350         GO TO 1100-WRITE-FAULT
005360     END-IF.
005370
005380     EVALUATE TRUE
005390         WHEN ASC-METHOD-RANDOM
005400             IF ASC-SAMPLE-SIZE NOT NUMERIC
005410                     OR ASC-SAMPLE-SIZE = 0
005420                 MOVE 'RANDOM METHOD NEEDS A SAMPLE SIZE'
005430                     TO WS-LPM-TEXT
005440                 GO TO 1100-WRITE-FAULT
005450             END-IF
005460             MOVE ASC-SAMPLE-SIZE TO WS-SAMPLE-TARGET
005470         WHEN ASC-METHOD-MUS
005480             IF ASC-MUS-INTERVAL NOT NUMERIC
005490                     OR ASC-MUS-INTERVAL = 0
005500                 MOVE 'MONETARY-UNIT METHOD NEEDS AN INTERVAL'
005510                     TO WS-LPM-TEXT
005520                 GO TO 1100-WRITE-FAULT
005530             END-IF
005540             MOVE ASC-MUS-INTERVAL TO WS-MUS-INTERVAL
005550         WHEN OTHER
005560             MOVE 'METHOD MUST BE R OR M' TO WS-LPM-TEXT
005570             GO TO 1100-WRITE-FAULT
005580     END-EVALUATE.
005590
005600     IF ASC-SEED NOT NUMERIC
005610         MOVE 'SEED MUST BE NUMERIC - ZERO FOR THE CLOCK'
005620             TO WS-LPM-TEXT
005630         GO TO 1100-WRITE-FAULT
005640     END-IF.
005650
005660     MOVE 'Y' TO WS-CARD-OK-SW.
005670     GO TO 1100-EDIT-CONTROL-CARD-EXIT.
005680
005690 1100-WRITE-FAULT.
005700     WRITE SELECTION-LOG-LINE FROM WS-LOG-PARM-LINE.
005710     MOVE 'NOTHING DRAWN - CORRECT THE CARD AND RERUN'
005720         TO WS-LPM-TEXT.
005730     MOVE SPACES TO WS-LPM-TITLE.
005740     WRITE SELECTION-LOG-LINE FROM WS-LOG-PARM-LINE.
005750     DISPLAY 'AUDSMP01: CONTROL CARD REJECTED'.
005760 1100-EDIT-CONTROL-CARD-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800*    1200-SET-SEED                                              *
005810*    THE CARD'S SEED, OR WITH ZERO ON THE CARD ONE TAKEN FROM   *
005820*    THE CLOCK.  EITHER WAY THE SEED USED GOES ON THE LOG;      *
005830*    KEYED BACK ON THE CARD IT DRAWS THE SAME SAMPLE AGAIN FROM *
005840*    THE SAME POPULATION.                                       *
005850*****************************************************************
005860 1200-SET-SEED.
005870     IF ASC-SEED = 0
005880         ACCEPT WS-CLOCK-TIME FROM TIME
005890         COMPUTE WS-RNG-SEED = WS-CLOCK-TIME + 1
005900         MOVE 'FROM CLOCK' TO WS-SEED-SOURCE
005910     ELSE
005920         MOVE ASC-SEED TO WS-RNG-SEED
005930         MOVE 'FROM CARD' TO WS-SEED-SOURCE
005940     END-IF.
005950     MOVE WS-RNG-SEED TO WS-SEED-USED.
005960 1200-SET-SEED-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000*    1300-PRINT-PARAMETERS                                      *
006010*****************************************************************
006020 1300-PRINT-PARAMETERS.
006030     MOVE 'POPULATION........' TO WS-LPM-TITLE.
006040     MOVE SPACES TO WS-LPM-TEXT.
006050     STRING ASC-POPULATION ' ' WS-POP-TITLE DELIMITED BY '  '
006060         ' (' DELIMITED BY SIZE
006070         WS-POP-FILE-NAME DELIMITED BY SPACE
006080         ')' DELIMITED BY SIZE
006090         INTO WS-LPM-TEXT.
006100     WRITE SELECTION-LOG-LINE FROM WS-LOG-PARM-LINE.
006110
006120     MOVE 'PERIOD............' TO WS-LPM-TITLE.
006130     MOVE SPACES TO WS-LPM-TEXT.
006140     STRING ASC-PERIOD-FROM ' TO ' ASC-PERIOD-TO
006150         DELIMITED BY SIZE INTO WS-LPM-TEXT.
006160     WRITE SELECTION-LOG-LINE FROM WS-LOG-PARM-LINE.
006170
006180     MOVE 'METHOD............' TO WS-LPM-TITLE.
006190     MOVE SPACES TO WS-LPM-TEXT.
006200     IF ASC-METHOD-RANDOM
006210         MOVE WS-SAMPLE-TARGET TO WS-EDIT-SIZE
006220         STRING 'R RANDOM SELECTION, SAMPLE SIZE ' WS-EDIT-SIZE
006230             DELIMITED BY SIZE INTO WS-LPM-TEXT
006240     ELSE
006250         MOVE WS-MUS-INTERVAL TO WS-EDIT-VALUE
006260         STRING 'M MONETARY UNIT, INTERVAL ' WS-EDIT-VALUE
006270             DELIMITED BY SIZE INTO WS-LPM-TEXT
006280     END-IF.
006290     WRITE SELECTION-LOG-LINE FROM WS-LOG-PARM-LINE.
006300
006310     MOVE 'SEED..............' TO WS-LPM-TITLE.
006320     MOVE SPACES TO WS-LPM-TEXT.
006330     MOVE WS-SEED-USED TO WS-EDIT-SEED.
006340     STRING WS-EDIT-SEED ' ' WS-SEED-SOURCE
006350         DELIMITED BY SIZE INTO WS-LPM-TEXT.
006360     WRITE SELECTION-LOG-LINE FROM WS-LOG-PARM-LINE.
006370
006380     MOVE 'GENERATOR.........' TO WS-LPM-TITLE.
006390     MOVE 'SEED = SEED * 16807 MOD 2147483647' TO WS-LPM-TEXT.
006400     WRITE SELECTION-LOG-LINE FROM WS-LOG-PARM-LINE.
006410 1300-PRINT-PARAMETERS-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450*    2000-MEASURE-POPULATION                                    *
006460*    THE FIRST PASS COUNTS THE ITEMS IN THE PERIOD AND TOTALS   *
006470*    THEIR ABSOLUTE VALUE, SO THE DRAW KNOWS WHAT IT IS DRAWING *
006480*    FROM.                                                      *
006490*****************************************************************
006500 2000-MEASURE-POPULATION.
006510     PERFORM 3000-OPEN-POPULATION
006520         THRU 3000-OPEN-POPULATION-EXIT.
006530     IF NOT WS-CARD-OK
006540         GO TO 2000-MEASURE-POPULATION-EXIT
006550     END-IF.
006560     PERFORM 3100-READ-POPULATION
006570         THRU 3100-READ-POPULATION-EXIT.
006580     PERFORM 2010-MEASURE-ONE
006590         THRU 2010-MEASURE-ONE-EXIT
006600         UNTIL WS-POP-EOF.
006610     PERFORM 3050-CLOSE-POPULATION
006620         THRU 3050-CLOSE-POPULATION-EXIT.
006630
006640     MOVE 'POPULATION COUNT..' TO WS-LPM-TITLE.
006650     MOVE SPACES TO WS-LPM-TEXT.
006660     MOVE WS-POP-COUNT TO WS-EDIT-COUNT.
006670     MOVE WS-EDIT-COUNT TO WS-LPM-TEXT.
006680     WRITE SELECTION-LOG-LINE FROM WS-LOG-PARM-LINE.
006690     MOVE 'POPULATION VALUE..' TO WS-LPM-TITLE.
006700     MOVE SPACES TO WS-LPM-TEXT.
006710     MOVE WS-POP-VALUE TO WS-EDIT-VALUE.
006720     MOVE WS-EDIT-VALUE TO WS-LPM-TEXT.
006730     WRITE SELECTION-LOG-LINE FROM WS-LOG-PARM-LINE.
006740 2000-MEASURE-POPULATION-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780*    2010-MEASURE-ONE                                           *
006790*****************************************************************
006800 2010-MEASURE-ONE.
006810     IF WS-POP-ELIGIBLE
006820         ADD 1 TO WS-POP-COUNT
006830         ADD WS-POP-ABS-AMOUNT TO WS-POP-VALUE
006840     END-IF.
006850     PERFORM 3100-READ-POPULATION
006860         THRU 3100-READ-POPULATION-EXIT.
006870 2010-MEASURE-ONE-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910*    2100-DRAW-SAMPLE                                           *
006920*    THE SECOND PASS DRAWS.  A RANDOM SAMPLE USES SELECTION     *
006930*    SAMPLING - EACH ITEM IS TAKEN WITH CHANCE (STILL TO TAKE)  *
006940*    / (STILL TO SEE), WHICH GIVES EXACTLY THE SIZE ASKED WITH  *
006950*    EVERY ITEM EQUALLY LIKELY.  A MONETARY-UNIT SAMPLE TAKES   *
006960*    THE ITEM HOLDING EVERY INTERVAL'TH MONETARY UNIT FROM A    *
006970*    RANDOM START; AN ITEM LARGER THAN THE INTERVAL MAY BE HIT  *
006980*    MORE THAN ONCE BUT IS TAKEN ONCE, ITS HITS SHOWN.          *
006990*****************************************************************
007000 2100-DRAW-SAMPLE.
007010     MOVE SPACES TO SELECTION-LOG-LINE.
007020     WRITE SELECTION-LOG-LINE.
007030     IF WS-POP-COUNT = 0
007040         MOVE 'NO ITEMS IN THE PERIOD - NOTHING DRAWN'
007050             TO WS-LTX-TEXT
007060         WRITE SELECTION-LOG-LINE FROM WS-LOG-TEXT-LINE
007070         GO TO 2100-DRAW-SAMPLE-EXIT
007080     END-IF.
007090
007100     IF ASC-METHOD-RANDOM
007110         IF WS-SAMPLE-TARGET NOT < WS-POP-COUNT
007120             MOVE 'Y' TO WS-TAKE-ALL-SW
007130             MOVE 'SAMPLE SIZE COVERS THE POPULATION - ALL TAKEN'
007140                 TO WS-LTX-TEXT
007150             WRITE SELECTION-LOG-LINE FROM WS-LOG-TEXT-LINE
007160         END-IF
007170     ELSE
007180         PERFORM 9800-NEXT-RANDOM
007190             THRU 9800-NEXT-RANDOM-EXIT
007200         COMPUTE WS-MUS-CENTS = WS-MUS-INTERVAL * 100
007210         DIVIDE WS-RNG-SEED BY WS-MUS-CENTS
007220             GIVING WS-RNG-QUOTIENT REMAINDER WS-MUS-REMAINDER
007230         COMPUTE WS-MUS-START = (WS-MUS-REMAINDER + 1) / 100
007240         MOVE WS-MUS-START TO WS-MUS-NEXT-HIT
007250         MOVE 0 TO WS-MUS-CUM
007260         MOVE WS-MUS-START TO WS-EDIT-VALUE
007270         MOVE SPACES TO WS-LTX-TEXT
007280         STRING 'RANDOM START ' WS-EDIT-VALUE
007290             DELIMITED BY SIZE INTO WS-LTX-TEXT
007300         WRITE SELECTION-LOG-LINE FROM WS-LOG-TEXT-LINE
007310     END-IF.
007320
007330     WRITE SELECTION-LOG-LINE FROM WS-LOG-DRAW-COLUMNS.
007340     PERFORM 3000-OPEN-POPULATION
007350         THRU 3000-OPEN-POPULATION-EXIT.
007360     IF NOT WS-CARD-OK
007370         GO TO 2100-DRAW-SAMPLE-EXIT
007380     END-IF.
007390     PERFORM 3100-READ-POPULATION
007400         THRU 3100-READ-POPULATION-EXIT.
007410     PERFORM 2110-DRAW-ONE
007420         THRU 2110-DRAW-ONE-EXIT
007430         UNTIL WS-POP-EOF.
007440     PERFORM 3050-CLOSE-POPULATION
007450         THRU 3050-CLOSE-POPULATION-EXIT.
007460 2100-DRAW-SAMPLE-EXIT.
007470     EXIT.
007480
007490*****************************************************************
007500*    2110-DRAW-ONE                                              *
007510*****************************************************************
007520 2110-DRAW-ONE.
007530     IF NOT WS-POP-ELIGIBLE
007540         GO TO 2110-READ-NEXT
007550     END-IF.
007560     ADD 1 TO WS-POP-ORDINAL.
007570     MOVE 'N' TO WS-SELECT-SW.
007580     MOVE 0 TO WS-MUS-HITS.
007590
007600     EVALUATE TRUE
007610         WHEN WS-TAKE-ALL
007620             MOVE 'Y' TO WS-SELECT-SW
007630         WHEN ASC-METHOD-RANDOM
007640             PERFORM 2120-TEST-RANDOM
007650                 THRU 2120-TEST-RANDOM-EXIT
007660         WHEN OTHER
007670             PERFORM 2130-TEST-MUS
007680                 THRU 2130-TEST-MUS-EXIT
007690     END-EVALUATE.
007700
007710     IF WS-SELECTED
007720         PERFORM 2150-KEEP-SAMPLE
007730             THRU 2150-KEEP-SAMPLE-EXIT
007740     END-IF.
007750
007760 2110-READ-NEXT.
007770     PERFORM 3100-READ-POPULATION
007780         THRU 3100-READ-POPULATION-EXIT.
007790 2110-DRAW-ONE-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830*    2120-TEST-RANDOM                                           *
007840*    WITH U THE NEXT RANDOM NUMBER AS A FRACTION OF THE         *
007850*    MODULUS, THE ITEM IS TAKEN WHEN U < (STILL TO TAKE) /      *
007860*    (STILL TO SEE).  WORKED IN WHOLE NUMBERS SO NO ROUNDING    *
007870*    CAN MOVE THE DRAW.  ONCE THE SAMPLE IS FULL NO MORE        *
007880*    NUMBERS ARE DRAWN.                                         *
007890*****************************************************************
007900 2120-TEST-RANDOM.
007910     IF WS-SMP-COUNT + WS-OVERFLOW-COUNT NOT < WS-SAMPLE-TARGET
007920         GO TO 2120-TEST-RANDOM-EXIT
007930     END-IF.
007940     PERFORM 9800-NEXT-RANDOM
007950         THRU 9800-NEXT-RANDOM-EXIT.
007960     COMPUTE WS-RNG-LHS
007970         = (WS-POP-COUNT - WS-POP-ORDINAL + 1) * WS-RNG-SEED.
007980     COMPUTE WS-RNG-RHS
007990         = (WS-SAMPLE-TARGET - WS-SMP-COUNT - WS-OVERFLOW-COUNT)
008000         * WS-RNG-MODULUS.
008010     IF WS-RNG-LHS < WS-RNG-RHS
008020         MOVE 'Y' TO WS-SELECT-SW
008030     END-IF.
008040 2120-TEST-RANDOM-EXIT.
008050     EXIT.
008060
008070*****************************************************************
008080*    2130-TEST-MUS                                              *
008090*    THE ITEM SPANS THE MONETARY UNITS FROM THE RUNNING TOTAL   *
008100*    BEFORE IT TO THE RUNNING TOTAL AFTER.  EVERY HIT POINT IN  *
008110*    THAT SPAN IS COUNTED.  A ZERO ITEM HOLDS NO UNITS AND IS   *
008120*    NEVER TAKEN.                                               *
008130*****************************************************************
008140 2130-TEST-MUS.
008150     COMPUTE WS-MUS-CUM-AFTER = WS-MUS-CUM + WS-POP-ABS-AMOUNT.
008160     PERFORM 2135-COUNT-MUS-HIT
008170         THRU 2135-COUNT-MUS-HIT-EXIT
008180         UNTIL WS-MUS-NEXT-HIT > WS-MUS-CUM-AFTER.
008190     MOVE WS-MUS-CUM-AFTER TO WS-MUS-CUM.
008200     IF WS-MUS-HITS > 0
008210         MOVE 'Y' TO WS-SELECT-SW
008220     END-IF.
008230 2130-TEST-MUS-EXIT.
008240     EXIT.
008250
008260*****************************************************************
008270*    2135-COUNT-MUS-HIT                                         *
008280*****************************************************************
008290 2135-COUNT-MUS-HIT.
008300     ADD 1 TO WS-MUS-HITS.
008310     ADD WS-MUS-INTERVAL TO WS-MUS-NEXT-HIT.
008320 2135-COUNT-MUS-HIT-EXIT.
008330     EXIT.
008340
008350*****************************************************************
008360*    2150-KEEP-SAMPLE                                           *
008370*    THE ITEM JOINS THE SAMPLE, ITS RECORD OPENS ITS EVIDENCE,  *
008380*    AND ITS DRAW GOES ON THE LOG.  PAST WS-MAX-SAMPLE THE ITEM *
008390*    IS ONLY COUNTED, AND THE STEP ENDS RC 4 SO THE SAMPLE IS   *
008400*    DRAWN AGAIN IN PARTS.                                      *
008410*****************************************************************
008420 2150-KEEP-SAMPLE.
008430     IF WS-SMP-COUNT NOT < WS-MAX-SAMPLE
008440         ADD 1 TO WS-OVERFLOW-COUNT
008450         GO TO 2150-KEEP-SAMPLE-EXIT
008460     END-IF.
008470     ADD 1 TO WS-SMP-COUNT.
008480     MOVE WS-POP-KEY       TO WS-SMP-KEY(WS-SMP-COUNT).
008490     MOVE WS-POP-CUST-ID   TO WS-SMP-CUST-ID(WS-SMP-COUNT).
008500     MOVE WS-POP-DATE      TO WS-SMP-DATE(WS-SMP-COUNT).
008510     MOVE WS-POP-AMOUNT    TO WS-SMP-AMOUNT(WS-SMP-COUNT).
008520     MOVE WS-POP-NEW-LIMIT TO WS-SMP-NEW-LIMIT(WS-SMP-COUNT).
008530     MOVE WS-POP-ORDINAL   TO WS-SMP-ORDINAL(WS-SMP-COUNT).
008540     MOVE WS-MUS-HITS      TO WS-SMP-HITS(WS-SMP-COUNT).
008550     MOVE 0 TO WS-SMP-TRAIL-COUNT(WS-SMP-COUNT).
008560     MOVE 0 TO WS-SMP-GL-COUNT(WS-SMP-COUNT).
008570     MOVE 0 TO WS-SMP-CMJ-COUNT(WS-SMP-COUNT).
008580     MOVE WS-POP-DATE TO WS-ROLL-DATE.
008590     PERFORM 7200-ADD-WINDOW-DAYS
008600         THRU 7200-ADD-WINDOW-DAYS-EXIT.
008610     MOVE WS-ROLL-DATE TO WS-SMP-WINDOW-END(WS-SMP-COUNT).
008620
008630     MOVE WS-SMP-COUNT TO WS-SMP-SUB.
008640     MOVE WS-SMP-COUNT TO WS-EVD-SAMPLE-NO.
008650     MOVE 01 TO WS-EVD-SOURCE-SEQ.
008660     MOVE WS-POP-FILE-NAME TO WS-EVD-SOURCE-NAME.
008670     IF ASC-POP-LIMITS
008680         PERFORM 4950-WRITE-JOURNAL-EVIDENCE
008690             THRU 4950-WRITE-JOURNAL-EVIDENCE-EXIT
008700     ELSE
008710         MOVE SPACE TO WS-EVD-IMAGE-KIND
008720         MOVE WS-POP-IMAGE TO WS-EVD-DATA
008730         PERFORM 4900-WRITE-EVIDENCE
008740             THRU 4900-WRITE-EVIDENCE-EXIT
008750     END-IF.
008760
008770     MOVE WS-SMP-COUNT   TO WS-LDR-SAMPLE.
008780     MOVE WS-POP-ORDINAL TO WS-LDR-ORDINAL.
008790     MOVE WS-POP-KEY     TO WS-LDR-KEY.
008800     MOVE WS-POP-CUST-ID TO WS-LDR-CUST-ID.
008810     MOVE WS-POP-DATE    TO WS-LDR-DATE.
008820     MOVE WS-POP-AMOUNT  TO WS-LDR-AMOUNT.
008830     MOVE WS-MUS-HITS    TO WS-LDR-HITS.
008840     WRITE SELECTION-LOG-LINE FROM WS-LOG-DRAW-LINE.
008850 2150-KEEP-SAMPLE-EXIT.
008860     EXIT.
008870
008880*****************************************************************
008890*    3000-OPEN-POPULATION                                       *
008900*    A POPULATION FILE THAT WILL NOT OPEN ENDS THE RUN RC 8 -   *
008910*    THERE IS NOTHING TO DRAW FROM.                             *
008920*****************************************************************
008930 3000-OPEN-POPULATION.
008940     MOVE 'N' TO WS-POP-EOF-SW.
008950     EVALUATE TRUE
008960         WHEN ASC-POP-ORDERS
008970             OPEN INPUT POSTED-ORDER-REGISTER
008980             IF NOT WS-POR-OK
008990                 MOVE 'Y' TO WS-POP-EOF-SW
009000             END-IF
009010         WHEN ASC-POP-RECEIPTS
009020             OPEN INPUT APPLIED-RECEIPT-REGISTER
009030             IF NOT WS-ARC-OK
009040                 MOVE 'Y' TO WS-POP-EOF-SW
009050             END-IF
009060         WHEN ASC-POP-WRITE-OFFS
009070             OPEN INPUT WRITE-OFF-FILE
009080             IF NOT WS-WOF-OK
009090                 MOVE 'Y' TO WS-POP-EOF-SW
009100             END-IF
009110         WHEN OTHER
009120             OPEN INPUT CUST-JOURNAL-FILE
009130             IF NOT WS-CMJ-OK
009140                 MOVE 'Y' TO WS-POP-EOF-SW
009150             END-IF
009160     END-EVALUATE.
009170     IF WS-POP-EOF
009180         DISPLAY 'AUDSMP01: OPEN ' WS-POP-FILE-NAME ' FAILED'
009190         MOVE 'N' TO WS-CARD-OK-SW
009200         MOVE 'POPULATION FILE WOULD NOT OPEN - NOTHING DRAWN'
009210             TO WS-LTX-TEXT
009220         WRITE SELECTION-LOG-LINE FROM WS-LOG-TEXT-LINE
009230     END-IF.
009240 3000-OPEN-POPULATION-EXIT.
009250     EXIT.
009260
009270*****************************************************************
009280*    3050-CLOSE-POPULATION                                      *
009290*****************************************************************
009300 3050-CLOSE-POPULATION.
009310     EVALUATE TRUE
009320         WHEN ASC-POP-ORDERS
009330             CLOSE POSTED-ORDER-REGISTER
009340         WHEN ASC-POP-RECEIPTS
009350             CLOSE APPLIED-RECEIPT-REGISTER
009360         WHEN ASC-POP-WRITE-OFFS
009370             CLOSE WRITE-OFF-FILE
009380         WHEN OTHER
009390             CLOSE CUST-JOURNAL-FILE
009400     END-EVALUATE.
009410 3050-CLOSE-POPULATION-EXIT.
009420     EXIT.
009430
009440*****************************************************************
009450*    3100-READ-POPULATION                                       *
009460*    READS THE NEXT POPULATION RECORD INTO ONE COMMON FORM -    *
009470*    KEY, CUSTOMER, DATE, VALUE AND THE RECORD IMAGE - AND SAYS *
009480*    WHETHER IT BELONGS TO THE PERIOD.                          *
009490*****************************************************************
009500 3100-READ-POPULATION.
009510     MOVE 'N' TO WS-POP-ELIGIBLE-SW.
009520     MOVE 0 TO WS-POP-NEW-LIMIT.
009530     EVALUATE TRUE
009540         WHEN ASC-POP-ORDERS
009550             PERFORM 3110-READ-POSTED-ORDER
009560                 THRU 3110-READ-POSTED-ORDER-EXIT
009570         WHEN ASC-POP-RECEIPTS
009580             PERFORM 3120-READ-RECEIPT
009590                 THRU 3120-READ-RECEIPT-EXIT
009600         WHEN ASC-POP-WRITE-OFFS
009610             PERFORM 3130-READ-WRITE-OFF
009620                 THRU 3130-READ-WRITE-OFF-EXIT
009630         WHEN OTHER
009640             PERFORM 3140-READ-LIMIT-CHANGE
009650                 THRU 3140-READ-LIMIT-CHANGE-EXIT
009660     END-EVALUATE.
009670     IF WS-POP-EOF
009680         GO TO 3100-READ-POPULATION-EXIT
009690     END-IF.
009700     IF WS-POP-DATE NOT < ASC-PERIOD-FROM
009710             AND WS-POP-DATE NOT > ASC-PERIOD-TO
009720             AND WS-POP-AMOUNT NUMERIC
009730         MOVE 'Y' TO WS-POP-ELIGIBLE-SW
009740     END-IF.
009750     IF WS-POP-ELIGIBLE
009760         IF WS-POP-AMOUNT < 0
009770             COMPUTE WS-POP-ABS-AMOUNT = 0 - WS-POP-AMOUNT
009780         ELSE
009790             MOVE WS-POP-AMOUNT TO WS-POP-ABS-AMOUNT
009800         END-IF
009810     END-IF.
009820 3100-READ-POPULATION-EXIT.
009830     EXIT.
009840
009850*****************************************************************
009860*    3110-READ-POSTED-ORDER                                     *
009870*****************************************************************
009880 3110-READ-POSTED-ORDER.
009890     READ POSTED-ORDER-REGISTER NEXT RECORD
009900         AT END
009910             MOVE 'Y' TO WS-POP-EOF-SW
009920             GO TO 3110-READ-POSTED-ORDER-EXIT
009930     END-READ.
009940     MOVE POR-ORDER-ID     TO WS-POP-KEY.
009950     MOVE POR-CUST-ID      TO WS-POP-CUST-ID.
009960     MOVE POR-POST-DATE    TO WS-POP-DATE.
009970     MOVE POR-AMOUNT       TO WS-POP-AMOUNT.
009980     MOVE POSTED-ORDER-REC TO WS-POP-IMAGE.
009990 3110-READ-POSTED-ORDER-EXIT.
010000     EXIT.
010010
010020*****************************************************************
010030*    3120-READ-RECEIPT                                          *
010040*****************************************************************
010050 3120-READ-RECEIPT.
010060     READ APPLIED-RECEIPT-REGISTER NEXT RECORD
010070         AT END
010080             MOVE 'Y' TO WS-POP-EOF-SW
010090             GO TO 3120-READ-RECEIPT-EXIT
010100     END-READ.
010110     MOVE ARC-REFERENCE       TO WS-POP-KEY.
010120     MOVE ARC-CUST-ID         TO WS-POP-CUST-ID.
010130     MOVE ARC-PAYMENT-DATE    TO WS-POP-DATE.
010140     MOVE ARC-AMOUNT          TO WS-POP-AMOUNT.
010150     MOVE APPLIED-RECEIPT-REC TO WS-POP-IMAGE.
010160 3120-READ-RECEIPT-EXIT.
010170     EXIT.
010180
010190*****************************************************************
010200*    3130-READ-WRITE-OFF                                        *
010210*****************************************************************
010220 3130-READ-WRITE-OFF.
010230     READ WRITE-OFF-FILE
010240         AT END
010250             MOVE 'Y' TO WS-POP-EOF-SW
010260             GO TO 3130-READ-WRITE-OFF-EXIT
010270     END-READ.
010280     MOVE WOF-ORDER-ID       TO WS-POP-KEY.
010290     MOVE WOF-CUST-ID        TO WS-POP-CUST-ID.
010300     MOVE WOF-WRITE-OFF-DATE TO WS-POP-DATE.
010310     MOVE WOF-ORDER-AMOUNT   TO WS-POP-AMOUNT.
010320     MOVE WRITE-OFF-REC      TO WS-POP-IMAGE.
010330 3130-READ-WRITE-OFF-EXIT.
010340     EXIT.
010350
010360*****************************************************************
010370*    3140-READ-LIMIT-CHANGE                                     *
010380*    A CREDIT-LIMIT CHANGE IS A CUSTOMER-JOURNAL REWRITE WHOSE  *
010390*    BEFORE AND AFTER IMAGES CARRY DIFFERENT LIMITS, WHICHEVER  *
010400*    PROGRAM MADE IT.  ITS VALUE FOR SAMPLING IS THE SIZE OF    *
010410*    THE CHANGE.  ANY OTHER JOURNAL ENTRY IS OUTSIDE THE        *
010420*    POPULATION.                                                *
010430*****************************************************************
010440 3140-READ-LIMIT-CHANGE.
010450     READ CUST-JOURNAL-FILE
010460         AT END
010470             MOVE 'Y' TO WS-POP-EOF-SW
010480             GO TO 3140-READ-LIMIT-CHANGE-EXIT
010490     END-READ.
010500*    A DATE OF ZERO KEEPS AN ENTRY THAT IS NOT A LIMIT CHANGE
010510*    OUT OF EVERY PERIOD.
010520     MOVE 0 TO WS-POP-AMOUNT.
010530     MOVE 0 TO WS-POP-DATE.
010540     MOVE CMJ-CUST-ID      TO WS-POP-KEY.
010550     MOVE CMJ-CUST-ID      TO WS-POP-CUST-ID.
010560     IF NOT CMJ-ACTION-REWRITE
010570             OR CMJ-BEFORE-IMAGE = SPACES
010580             OR CMJ-AFTER-IMAGE = SPACES
010590         GO TO 3140-READ-LIMIT-CHANGE-EXIT
010600     END-IF.
010610     MOVE CMJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE-WORK.
010620     MOVE CMJ-AFTER-IMAGE  TO WS-AFTER-IMAGE-WORK.
010630     IF WS-BIW-CREDIT-LIMIT NOT NUMERIC
010640             OR WS-AIW-CREDIT-LIMIT NOT NUMERIC
010650         GO TO 3140-READ-LIMIT-CHANGE-EXIT
010660     END-IF.
010670     IF WS-BIW-CREDIT-LIMIT = WS-AIW-CREDIT-LIMIT
010680         GO TO 3140-READ-LIMIT-CHANGE-EXIT
010690     END-IF.
010700     COMPUTE WS-POP-AMOUNT
010710         = WS-AIW-CREDIT-LIMIT - WS-BIW-CREDIT-LIMIT.
010720     MOVE WS-AIW-CREDIT-LIMIT TO WS-POP-NEW-LIMIT.
010730     MOVE CMJ-JOURNAL-DATE TO WS-POP-DATE.
010740 3140-READ-LIMIT-CHANGE-EXIT.
010750     EXIT.
010760
010770*****************************************************************
010780*    4000-PULL-TRAIL                                            *
010790*    ONE PASS OF EACH SUPPORTING FILE AGAINST THE WHOLE SAMPLE. *
010800*    WHICH FILES MAKE UP THE TRAIL DEPENDS ON THE POPULATION.   *
010810*    A SUPPORTING FILE THAT WILL NOT OPEN IS LOGGED AND THE     *
010820*    STEP ENDS RC 4 - THE REST OF THE TRAIL IS STILL PULLED.    *
010830*****************************************************************
010840 4000-PULL-TRAIL.
010850     EVALUATE TRUE
010860         WHEN ASC-POP-ORDERS
010870             PERFORM 4100-PULL-ORDER-HISTORY
010880                 THRU 4100-PULL-ORDER-HISTORY-EXIT
010890             PERFORM 4200-PULL-INVOICE-DETAIL
010900                 THRU 4200-PULL-INVOICE-DETAIL-EXIT
010910             PERFORM 4300-PULL-GL-JOURNAL
010920                 THRU 4300-PULL-GL-JOURNAL-EXIT
010930             PERFORM 4400-PULL-OPEN-ITEMS
010940                 THRU 4400-PULL-OPEN-ITEMS-EXIT
010950             PERFORM 4700-PULL-CUST-JOURNAL
010960                 THRU 4700-PULL-CUST-JOURNAL-EXIT
010970         WHEN ASC-POP-RECEIPTS
010980             PERFORM 4300-PULL-GL-JOURNAL
010990                 THRU 4300-PULL-GL-JOURNAL-EXIT
011000             PERFORM 4400-PULL-OPEN-ITEMS
011010                 THRU 4400-PULL-OPEN-ITEMS-EXIT
011020             PERFORM 4500-PULL-PAYMENT-HISTORY
011030                 THRU 4500-PULL-PAYMENT-HISTORY-EXIT
011040             PERFORM 4700-PULL-CUST-JOURNAL
011050                 THRU 4700-PULL-CUST-JOURNAL-EXIT
011060         WHEN ASC-POP-WRITE-OFFS
011070             PERFORM 4300-PULL-GL-JOURNAL
011080                 THRU 4300-PULL-GL-JOURNAL-EXIT
011090         WHEN OTHER
011100             PERFORM 4600-PULL-LIMIT-APPROVALS
011110                 THRU 4600-PULL-LIMIT-APPROVALS-EXIT
011120     END-EVALUATE.
011130 4000-PULL-TRAIL-EXIT.
011140     EXIT.
011150
011160*****************************************************************
011170*    4050-SOURCE-MISSING                                        *
011180*    WS-EVD-SOURCE-NAME NAMES THE FILE.                         *
011190*****************************************************************
011200 4050-SOURCE-MISSING.
011210     MOVE 'Y' TO WS-TRAIL-SHORT-SW.
011220     MOVE SPACES TO WS-LTX-TEXT.
011230     STRING WS-EVD-SOURCE-NAME DELIMITED BY SPACE
011240         ' WOULD NOT OPEN - TRAIL INCOMPLETE'
011250         DELIMITED BY SIZE INTO WS-LTX-TEXT.
011260     WRITE SELECTION-LOG-LINE FROM WS-LOG-TEXT-LINE.
011270     DISPLAY 'AUDSMP01: ' WS-LTX-TEXT.
011280 4050-SOURCE-MISSING-EXIT.
011290     EXIT.
011300
011310*****************************************************************
011320*    4100-PULL-ORDER-HISTORY                                    *
011330*    THE ORDER AS POSTED, IN THE CUSTOMER'S CURRENCY.           *
011340*****************************************************************
011350 4100-PULL-ORDER-HISTORY.
011360     MOVE 02 TO WS-EVD-SOURCE-SEQ.
011370     MOVE 'ORDHIST' TO WS-EVD-SOURCE-NAME.
011380     MOVE SPACE TO WS-EVD-IMAGE-KIND.
011390     OPEN INPUT ORDER-HISTORY-FILE.
011400     IF NOT WS-OHS-OK
011410         PERFORM 4050-SOURCE-MISSING
011420             THRU 4050-SOURCE-MISSING-EXIT
011430         GO TO 4100-PULL-ORDER-HISTORY-EXIT
011440     END-IF.
011450     MOVE 'N' TO WS-SRC-EOF-SW.
011460     PERFORM 4110-READ-ORDER-HISTORY
011470         THRU 4110-READ-ORDER-HISTORY-EXIT
011480         UNTIL WS-SRC-EOF.
011490     CLOSE ORDER-HISTORY-FILE.
011500 4100-PULL-ORDER-HISTORY-EXIT.
011510     EXIT.
011520
011530*****************************************************************
011540*    4110-READ-ORDER-HISTORY                                    *
011550*****************************************************************
011560 4110-READ-ORDER-HISTORY.
011570     READ ORDER-HISTORY-FILE
011580         AT END
011590             MOVE 'Y' TO WS-SRC-EOF-SW
011600             GO TO 4110-READ-ORDER-HISTORY-EXIT
011610     END-READ.
011620     MOVE ORDER-HISTORY-REC TO WS-EVD-DATA.
011630     PERFORM 4115-MATCH-ORDER-HISTORY
011640         THRU 4115-MATCH-ORDER-HISTORY-EXIT
011650         VARYING WS-SMP-SUB FROM 1 BY 1
011660         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
011670 4110-READ-ORDER-HISTORY-EXIT.
011680     EXIT.
011690
011700*****************************************************************
011710*    4115-MATCH-ORDER-HISTORY                                   *
011720*****************************************************************
011730 4115-MATCH-ORDER-HISTORY.
011740     IF OHS-ORDER-ID = WS-SMP-KEY(WS-SMP-SUB)
011750         PERFORM 4900-WRITE-EVIDENCE
011760             THRU 4900-WRITE-EVIDENCE-EXIT
011770     END-IF.
011780 4115-MATCH-ORDER-HISTORY-EXIT.
011790     EXIT.
011800
011810*****************************************************************
011820*    4200-PULL-INVOICE-DETAIL                                   *
011830*    THE ORDER'S INVOICE HEADER AND EVERY PRICED LINE.          *
011840*****************************************************************
011850 4200-PULL-INVOICE-DETAIL.
011860     MOVE 03 TO WS-EVD-SOURCE-SEQ.
011870     MOVE 'INVDTL' TO WS-EVD-SOURCE-NAME.
011880     MOVE SPACE TO WS-EVD-IMAGE-KIND.
011890     OPEN INPUT INVOICE-DETAIL-FILE.
011900     IF NOT WS-IVD-OK
011910         PERFORM 4050-SOURCE-MISSING
011920             THRU 4050-SOURCE-MISSING-EXIT
011930         GO TO 4200-PULL-INVOICE-DETAIL-EXIT
011940     END-IF.
011950     MOVE 'N' TO WS-SRC-EOF-SW.
011960     PERFORM 4210-READ-INVOICE-DETAIL
011970         THRU 4210-READ-INVOICE-DETAIL-EXIT
011980         UNTIL WS-SRC-EOF.
011990     CLOSE INVOICE-DETAIL-FILE.
012000 4200-PULL-INVOICE-DETAIL-EXIT.
012010     EXIT.
012020
012030*****************************************************************
012040*    4210-READ-INVOICE-DETAIL                                   *
012050*****************************************************************
012060 4210-READ-INVOICE-DETAIL.
012070     READ INVOICE-DETAIL-FILE
012080         AT END
012090             MOVE 'Y' TO WS-SRC-EOF-SW
012100             GO TO 4210-READ-INVOICE-DETAIL-EXIT
012110     END-READ.
012120     MOVE INVOICE-DETAIL-REC TO WS-EVD-DATA.
012130     PERFORM 4215-MATCH-INVOICE-DETAIL
012140         THRU 4215-MATCH-INVOICE-DETAIL-EXIT
012150         VARYING WS-SMP-SUB FROM 1 BY 1
012160         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
012170 4210-READ-INVOICE-DETAIL-EXIT.
012180     EXIT.
012190
012200*****************************************************************
012210*    4215-MATCH-INVOICE-DETAIL                                  *
012220*****************************************************************
012230 4215-MATCH-INVOICE-DETAIL.
012240     IF IVD-ORDER-ID = WS-SMP-KEY(WS-SMP-SUB)
012250         PERFORM 4900-WRITE-EVIDENCE
012260             THRU 4900-WRITE-EVIDENCE-EXIT
012270     END-IF.
012280 4215-MATCH-INVOICE-DETAIL-EXIT.
012290     EXIT.
012300
012310*****************************************************************
012320*    4300-PULL-GL-JOURNAL                                       *
012330*    EVERY GL ENTRY CARRYING THE ITEM'S REFERENCE - THE ORDER   *
012340*    ID FOR AN ORDER, THE RECEIPT REFERENCE (ON ITS PAYMENT     *
012350*    DATE) FOR A RECEIPT.  A WRITE-OFF NEVER REACHED THE        *
012360*    LEDGER, SO ANY GL ENTRY UNDER ITS ORDER ID IS A LATER CASH *
012370*    RECOVERY AND NONE IS NO GAP.                               *
012380*****************************************************************
012390 4300-PULL-GL-JOURNAL.
012400     MOVE 04 TO WS-EVD-SOURCE-SEQ.
012410     MOVE 'GLJRNL' TO WS-EVD-SOURCE-NAME.
012420     MOVE SPACE TO WS-EVD-IMAGE-KIND.
012430     OPEN INPUT GL-JOURNAL-FILE.
012440     IF NOT WS-GLJ-OK
012450         PERFORM 4050-SOURCE-MISSING
012460             THRU 4050-SOURCE-MISSING-EXIT
012470         GO TO 4300-PULL-GL-JOURNAL-EXIT
012480     END-IF.
012490     MOVE 'N' TO WS-SRC-EOF-SW.
012500     PERFORM 4310-READ-GL-JOURNAL
012510         THRU 4310-READ-GL-JOURNAL-EXIT
012520         UNTIL WS-SRC-EOF.
012530     CLOSE GL-JOURNAL-FILE.
012540 4300-PULL-GL-JOURNAL-EXIT.
012550     EXIT.
012560
012570*****************************************************************
012580*    4310-READ-GL-JOURNAL                                       *
012590*****************************************************************
012600 4310-READ-GL-JOURNAL.
012610     READ GL-JOURNAL-FILE
012620         AT END
012630             MOVE 'Y' TO WS-SRC-EOF-SW
012640             GO TO 4310-READ-GL-JOURNAL-EXIT
012650     END-READ.
012660     MOVE GL-JOURNAL-REC TO WS-EVD-DATA.
012670     PERFORM 4315-MATCH-GL-JOURNAL
012680         THRU 4315-MATCH-GL-JOURNAL-EXIT
012690         VARYING WS-SMP-SUB FROM 1 BY 1
012700         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
012710 4310-READ-GL-JOURNAL-EXIT.
012720     EXIT.
012730
012740*****************************************************************
012750*    4315-MATCH-GL-JOURNAL                                      *
012760*****************************************************************
012770 4315-MATCH-GL-JOURNAL.
012780     IF GLJ-REFERENCE NOT = WS-SMP-KEY(WS-SMP-SUB)
012790         GO TO 4315-MATCH-GL-JOURNAL-EXIT
012800     END-IF.
012810     IF ASC-POP-RECEIPTS
012820             AND GLJ-TRAN-DATE NOT = WS-SMP-DATE(WS-SMP-SUB)
012830         GO TO 4315-MATCH-GL-JOURNAL-EXIT
012840     END-IF.
012850     ADD 1 TO WS-SMP-GL-COUNT(WS-SMP-SUB).
012860     PERFORM 4900-WRITE-EVIDENCE
012870         THRU 4900-WRITE-EVIDENCE-EXIT.
012880 4315-MATCH-GL-JOURNAL-EXIT.
012890     EXIT.
012900
012910*****************************************************************
012920*    4400-PULL-OPEN-ITEMS                                       *
012930*    FOR AN ORDER, ITS OWN OPEN ITEM BY KEY - ORIGINAL AND OPEN *
012940*    AMOUNTS AND WHEN IT SETTLED.  FOR A RECEIPT, EVERY ITEM OF *
012950*    THE CUSTOMER'S IT SETTLED, FOUND BY SETTLEMENT DATE ON A   *
012960*    PASS OF THE LEDGER.                                        *
012970*****************************************************************
012980 4400-PULL-OPEN-ITEMS.
012990     MOVE 05 TO WS-EVD-SOURCE-SEQ.
013000     MOVE 'OPENITEM' TO WS-EVD-SOURCE-NAME.
013010     MOVE SPACE TO WS-EVD-IMAGE-KIND.
013020     OPEN INPUT OPEN-ITEM-FILE.
013030     IF NOT WS-OPI-OK
013040         PERFORM 4050-SOURCE-MISSING
013050             THRU 4050-SOURCE-MISSING-EXIT
013060         GO TO 4400-PULL-OPEN-ITEMS-EXIT
013070     END-IF.
013080     IF ASC-POP-ORDERS
013090         PERFORM 4410-READ-ITEM-BY-KEY
013100             THRU 4410-READ-ITEM-BY-KEY-EXIT
013110             VARYING WS-SMP-SUB FROM 1 BY 1
013120             UNTIL WS-SMP-SUB > WS-SMP-COUNT
013130     ELSE
013140         MOVE 'N' TO WS-SRC-EOF-SW
013150         PERFORM 4420-SCAN-OPEN-ITEM
013160             THRU 4420-SCAN-OPEN-ITEM-EXIT
013170             UNTIL WS-SRC-EOF
013180     END-IF.
013190     CLOSE OPEN-ITEM-FILE.
013200 4400-PULL-OPEN-ITEMS-EXIT.
013210     EXIT.
013220
013230*****************************************************************
013240*    4410-READ-ITEM-BY-KEY                                      *
013250*****************************************************************
013260 4410-READ-ITEM-BY-KEY.
013270     MOVE WS-SMP-KEY(WS-SMP-SUB) TO OPI-ORDER-ID.
013280     READ OPEN-ITEM-FILE
013290         INVALID KEY
013300             GO TO 4410-READ-ITEM-BY-KEY-EXIT
013310     END-READ.
013320     MOVE OPEN-ITEM-REC TO WS-EVD-DATA.
013330     PERFORM 4900-WRITE-EVIDENCE
013340         THRU 4900-WRITE-EVIDENCE-EXIT.
013350 4410-READ-ITEM-BY-KEY-EXIT.
013360     EXIT.
013370
013380*****************************************************************
013390*    4420-SCAN-OPEN-ITEM                                        *
013400*****************************************************************
013410 4420-SCAN-OPEN-ITEM.
013420     READ OPEN-ITEM-FILE NEXT RECORD
013430         AT END
013440             MOVE 'Y' TO WS-SRC-EOF-SW
013450             GO TO 4420-SCAN-OPEN-ITEM-EXIT
013460     END-READ.
013470     IF NOT OPI-SETTLED
013480         GO TO 4420-SCAN-OPEN-ITEM-EXIT
013490     END-IF.
013500     MOVE OPEN-ITEM-REC TO WS-EVD-DATA.
013510     PERFORM 4425-MATCH-SETTLED-ITEM
013520         THRU 4425-MATCH-SETTLED-ITEM-EXIT
013530         VARYING WS-SMP-SUB FROM 1 BY 1
013540         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
013550 4420-SCAN-OPEN-ITEM-EXIT.
013560     EXIT.
013570
013580*****************************************************************
013590*    4425-MATCH-SETTLED-ITEM                                    *
013600*****************************************************************
013610 4425-MATCH-SETTLED-ITEM.
013620     IF OPI-CUST-ID = WS-SMP-CUST-ID(WS-SMP-SUB)
013630             AND OPI-SETTLED-DATE = WS-SMP-DATE(WS-SMP-SUB)
013640         PERFORM 4900-WRITE-EVIDENCE
013650             THRU 4900-WRITE-EVIDENCE-EXIT
013660     END-IF.
013670 4425-MATCH-SETTLED-ITEM-EXIT.
013680     EXIT.
013690
013700*****************************************************************
013710*    4500-PULL-PAYMENT-HISTORY                                  *
013720*    THE RECEIPT AS THE CUSTOMER'S PAYMENT HISTORY RECORDS IT.  *
013730*****************************************************************
013740 4500-PULL-PAYMENT-HISTORY.
013750     MOVE 06 TO WS-EVD-SOURCE-SEQ.
013760     MOVE 'PAYHIST' TO WS-EVD-SOURCE-NAME.
013770     MOVE SPACE TO WS-EVD-IMAGE-KIND.
013780     OPEN INPUT PAYMENT-HISTORY-FILE.
013790     IF NOT WS-PHS-OK
013800         PERFORM 4050-SOURCE-MISSING
013810             THRU 4050-SOURCE-MISSING-EXIT
013820         GO TO 4500-PULL-PAYMENT-HISTORY-EXIT
013830     END-IF.
013840     MOVE 'N' TO WS-SRC-EOF-SW.
013850     PERFORM 4510-READ-PAYMENT-HISTORY
013860         THRU 4510-READ-PAYMENT-HISTORY-EXIT
013870         UNTIL WS-SRC-EOF.
013880     CLOSE PAYMENT-HISTORY-FILE.
013890 4500-PULL-PAYMENT-HISTORY-EXIT.
013900     EXIT.
013910
013920*****************************************************************
013930*    4510-READ-PAYMENT-HISTORY                                  *
013940*****************************************************************
013950 4510-READ-PAYMENT-HISTORY.
013960     READ PAYMENT-HISTORY-FILE
013970         AT END
013980             MOVE 'Y' TO WS-SRC-EOF-SW
013990             GO TO 4510-READ-PAYMENT-HISTORY-EXIT
014000     END-READ.
014010     MOVE PAYMENT-HISTORY-REC TO WS-EVD-DATA.
014020     PERFORM 4515-MATCH-PAYMENT
014030         THRU 4515-MATCH-PAYMENT-EXIT
014040         VARYING WS-SMP-SUB FROM 1 BY 1
014050         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
014060 4510-READ-PAYMENT-HISTORY-EXIT.
014070     EXIT.
014080
014090*****************************************************************
014100*    4515-MATCH-PAYMENT                                         *
014110*****************************************************************
014120 4515-MATCH-PAYMENT.
014130     IF PHS-REFERENCE = WS-SMP-KEY(WS-SMP-SUB)
014140             AND PHS-CUST-ID = WS-SMP-CUST-ID(WS-SMP-SUB)
014150             AND PHS-PAYMENT-DATE = WS-SMP-DATE(WS-SMP-SUB)
014160         PERFORM 4900-WRITE-EVIDENCE
014170             THRU 4900-WRITE-EVIDENCE-EXIT
014180     END-IF.
014190 4515-MATCH-PAYMENT-EXIT.
014200     EXIT.
014210
014220*****************************************************************
014230*    4600-PULL-LIMIT-APPROVALS                                  *
014240*    A LIMIT MOVED BEYOND THE DUAL-CONTROL BOUNDS WENT THROUGH  *
014250*    AN APPROVAL RECORD FOR THE SAME CUSTOMER AND NEW LIMIT.    *
014260*    ONE WITHIN BOUNDS HAS NONE, AND THAT IS NOT A GAP IN THE   *
014270*    TRAIL.                                                     *
014280*****************************************************************
014290 4600-PULL-LIMIT-APPROVALS.
014300     MOVE 07 TO WS-EVD-SOURCE-SEQ.
014310     MOVE 'CRLAPPR' TO WS-EVD-SOURCE-NAME.
014320     MOVE SPACE TO WS-EVD-IMAGE-KIND.
014330     OPEN INPUT CREDIT-LIMIT-APPROVAL-FILE.
014340     IF NOT WS-CLA-OK
014350         PERFORM 4050-SOURCE-MISSING
014360             THRU 4050-SOURCE-MISSING-EXIT
014370         GO TO 4600-PULL-LIMIT-APPROVALS-EXIT
014380     END-IF.
014390     MOVE 'N' TO WS-SRC-EOF-SW.
014400     PERFORM 4610-READ-LIMIT-APPROVAL
014410         THRU 4610-READ-LIMIT-APPROVAL-EXIT
014420         UNTIL WS-SRC-EOF.
014430     CLOSE CREDIT-LIMIT-APPROVAL-FILE.
014440 4600-PULL-LIMIT-APPROVALS-EXIT.
014450     EXIT.
014460
014470*****************************************************************
014480*    4610-READ-LIMIT-APPROVAL                                   *
014490*****************************************************************
014500 4610-READ-LIMIT-APPROVAL.
014510     READ CREDIT-LIMIT-APPROVAL-FILE
014520         AT END
014530             MOVE 'Y' TO WS-SRC-EOF-SW
014540             GO TO 4610-READ-LIMIT-APPROVAL-EXIT
014550     END-READ.
014560     MOVE CREDIT-LIMIT-APPROVAL-REC TO WS-EVD-DATA.
014570     PERFORM 4615-MATCH-LIMIT-APPROVAL
014580         THRU 4615-MATCH-LIMIT-APPROVAL-EXIT
014590         VARYING WS-SMP-SUB FROM 1 BY 1
014600         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
014610 4610-READ-LIMIT-APPROVAL-EXIT.
014620     EXIT.
014630
014640*****************************************************************
014650*    4615-MATCH-LIMIT-APPROVAL                                  *
014660*****************************************************************
014670 4615-MATCH-LIMIT-APPROVAL.
014680     IF CLA-CUST-ID = WS-SMP-CUST-ID(WS-SMP-SUB)
014690             AND CLA-NEW-LIMIT = WS-SMP-NEW-LIMIT(WS-SMP-SUB)
014700         PERFORM 4900-WRITE-EVIDENCE
014710             THRU 4900-WRITE-EVIDENCE-EXIT
014720     END-IF.
014730 4615-MATCH-LIMIT-APPROVAL-EXIT.
014740     EXIT.
014750
014760*****************************************************************
014770*    4700-PULL-CUST-JOURNAL                                     *
014780*    THE CUSTOMER BEFORE AND AFTER THE POSTING - EVERY JOURNAL  *
014790*    ENTRY THE POSTING PROGRAM MADE FOR THE ITEM'S CUSTOMER     *
014800*    FROM THE ITEM'S DATE TO THE END OF ITS JOURNAL WINDOW.     *
014810*****************************************************************
014820 4700-PULL-CUST-JOURNAL.
014830     MOVE 08 TO WS-EVD-SOURCE-SEQ.
014840     MOVE 'CMJRNL' TO WS-EVD-SOURCE-NAME.
014850     OPEN INPUT CUST-JOURNAL-FILE.
014860     IF NOT WS-CMJ-OK
014870         PERFORM 4050-SOURCE-MISSING
014880             THRU 4050-SOURCE-MISSING-EXIT
014890         GO TO 4700-PULL-CUST-JOURNAL-EXIT
014900     END-IF.
014910     MOVE 'N' TO WS-SRC-EOF-SW.
014920     PERFORM 4710-READ-CUST-JOURNAL
014930         THRU 4710-READ-CUST-JOURNAL-EXIT
014940         UNTIL WS-SRC-EOF.
014950     CLOSE CUST-JOURNAL-FILE.
014960 4700-PULL-CUST-JOURNAL-EXIT.
014970     EXIT.
014980
014990*****************************************************************
015000*    4710-READ-CUST-JOURNAL                                     *
015010*****************************************************************
015020 4710-READ-CUST-JOURNAL.
015030     READ CUST-JOURNAL-FILE
015040         AT END
015050             MOVE 'Y' TO WS-SRC-EOF-SW
015060             GO TO 4710-READ-CUST-JOURNAL-EXIT
015070     END-READ.
015072     IF CMJ-ACTION-TRAILER
015074         GO TO 4710-READ-CUST-JOURNAL-EXIT
015076     END-IF.
015080     IF CMJ-PROGRAM-ID NOT = WS-CMJ-SOURCE-PGM
015090         GO TO 4710-READ-CUST-JOURNAL-EXIT
015100     END-IF.
015110     PERFORM 4715-MATCH-CUST-JOURNAL
015120         THRU 4715-MATCH-CUST-JOURNAL-EXIT
015130         VARYING WS-SMP-SUB FROM 1 BY 1
015140         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
015150 4710-READ-CUST-JOURNAL-EXIT.
015160     EXIT.
015170
015180*****************************************************************
015190*    4715-MATCH-CUST-JOURNAL                                    *
015200*****************************************************************
015210 4715-MATCH-CUST-JOURNAL.
015220     IF CMJ-CUST-ID = WS-SMP-CUST-ID(WS-SMP-SUB)
015230             AND CMJ-JOURNAL-DATE NOT < WS-SMP-DATE(WS-SMP-SUB)
015240             AND CMJ-JOURNAL-DATE
015250                 NOT > WS-SMP-WINDOW-END(WS-SMP-SUB)
015260         ADD 1 TO WS-SMP-CMJ-COUNT(WS-SMP-SUB)
015270         MOVE WS-SMP-SUB TO WS-EVD-SAMPLE-NO
015280         PERFORM 4950-WRITE-JOURNAL-EVIDENCE
015290             THRU 4950-WRITE-JOURNAL-EVIDENCE-EXIT
015300     END-IF.
015310 4715-MATCH-CUST-JOURNAL-EXIT.
015320     EXIT.
015330
015340*****************************************************************
015350*    4900-WRITE-EVIDENCE                                        *
015360*    WRITES WS-EVD-DATA AS EVIDENCE FOR SAMPLE WS-SMP-SUB.      *
015370*****************************************************************
015380 4900-WRITE-EVIDENCE.
015390     MOVE WS-SMP-SUB         TO AEV-SAMPLE-NO.
015400     MOVE WS-EVD-SOURCE-SEQ  TO AEV-SOURCE-SEQ.
015410     MOVE WS-EVD-SOURCE-NAME TO AEV-SOURCE-NAME.
015420     MOVE WS-EVD-IMAGE-KIND  TO AEV-IMAGE-KIND.
015430     MOVE WS-EVD-DATA        TO AEV-DATA.
015440     WRITE AUDIT-EVIDENCE-REC.
015450     ADD 1 TO WS-EVIDENCE-COUNT.
015460     ADD 1 TO WS-SMP-TRAIL-COUNT(WS-SMP-SUB).
015470 4900-WRITE-EVIDENCE-EXIT.
015480     EXIT.
015490
015500*****************************************************************
015510*    4950-WRITE-JOURNAL-EVIDENCE                                *
015520*    A CUSTOMER-JOURNAL ENTRY AS THREE EVIDENCE RECORDS - WHO,  *
015530*    WHAT AND WHEN, THEN THE BEFORE IMAGE AND THE AFTER IMAGE   *
015540*    WHOLE.                                                     *
015550*****************************************************************
015560 4950-WRITE-JOURNAL-EVIDENCE.
015570     MOVE SPACE TO WS-EVD-IMAGE-KIND.
015580     MOVE SPACES TO WS-EVD-DATA.
015590     MOVE CUST-MASTER-JOURNAL-REC(1:30) TO WS-EVD-DATA.
015600     MOVE CMJ-CYCLE-NUMBER TO WS-EVD-DATA(31:7).
015610     PERFORM 4900-WRITE-EVIDENCE
015620         THRU 4900-WRITE-EVIDENCE-EXIT.
015630     MOVE 'B' TO WS-EVD-IMAGE-KIND.
015640     MOVE CMJ-BEFORE-IMAGE TO WS-EVD-DATA.
015650     PERFORM 4900-WRITE-EVIDENCE
015660         THRU 4900-WRITE-EVIDENCE-EXIT.
015670     MOVE 'A' TO WS-EVD-IMAGE-KIND.
015680     MOVE CMJ-AFTER-IMAGE TO WS-EVD-DATA.
015690     PERFORM 4900-WRITE-EVIDENCE
015700         THRU 4900-WRITE-EVIDENCE-EXIT.
015710 4950-WRITE-JOURNAL-EVIDENCE-EXIT.
015720     EXIT.
015730
015740*****************************************************************
015750*    5000-PRINT-TRAIL-SUMMARY                                   *
015760*    ONE LINE PER SAMPLED ITEM - HOW MUCH EVIDENCE WAS FOUND.   *
015770*    AN ORDER OR RECEIPT WITH NO GL ENTRY OR NO CUSTOMER        *
015780*    JOURNAL ENTRY IS NOTED AS AN INCOMPLETE TRAIL FOR THE      *
015790*    AUDITORS TO FOLLOW UP.                                     *
015800*****************************************************************
015810 5000-PRINT-TRAIL-SUMMARY.
015820     MOVE SPACES TO SELECTION-LOG-LINE.
015830     WRITE SELECTION-LOG-LINE.
015840     WRITE SELECTION-LOG-LINE FROM WS-LOG-TRAIL-COLUMNS.
015850     PERFORM 5010-PRINT-TRAIL-LINE
015860         THRU 5010-PRINT-TRAIL-LINE-EXIT
015870         VARYING WS-SMP-SUB FROM 1 BY 1
015880         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
015890 5000-PRINT-TRAIL-SUMMARY-EXIT.
015900     EXIT.
015910
015920*****************************************************************
015930*    5010-PRINT-TRAIL-LINE                                      *
015940*****************************************************************
015950 5010-PRINT-TRAIL-LINE.
015960     MOVE SPACES TO WS-TRAIL-NOTE.
015970     IF (ASC-POP-ORDERS OR ASC-POP-RECEIPTS)
015980             AND WS-SMP-GL-COUNT(WS-SMP-SUB) = 0
015990         MOVE 'NO GL ENTRY FOUND' TO WS-TRAIL-NOTE
016000     END-IF.
016010     IF WS-TRAIL-NOTE = SPACES
016020             AND (ASC-POP-ORDERS OR ASC-POP-RECEIPTS)
016030             AND WS-SMP-CMJ-COUNT(WS-SMP-SUB) = 0
016040         MOVE 'NO CUSTOMER JOURNAL FOUND' TO WS-TRAIL-NOTE
016050     END-IF.
016060     IF WS-TRAIL-NOTE NOT = SPACES
016070         ADD 1 TO WS-SHORT-COUNT
016080     END-IF.
016090
016100     MOVE WS-SMP-SUB                     TO WS-LTR-SAMPLE.
016110     MOVE WS-SMP-KEY(WS-SMP-SUB)         TO WS-LTR-KEY.
016120     MOVE WS-SMP-TRAIL-COUNT(WS-SMP-SUB) TO WS-LTR-RECORDS.
016130     MOVE WS-SMP-GL-COUNT(WS-SMP-SUB)    TO WS-LTR-GL.
016140     MOVE WS-SMP-CMJ-COUNT(WS-SMP-SUB)   TO WS-LTR-CMJ.
016150     MOVE WS-TRAIL-NOTE                  TO WS-LTR-NOTE.
016160     WRITE SELECTION-LOG-LINE FROM WS-LOG-TRAIL-LINE.
016170 5010-PRINT-TRAIL-LINE-EXIT.
016180     EXIT.
016190
016200*****************************************************************
016210*    6000-PRINT-TOTALS                                          *
016220*****************************************************************
016230 6000-PRINT-TOTALS.
016240     MOVE SPACES TO SELECTION-LOG-LINE.
016250     WRITE SELECTION-LOG-LINE.
016260
016270     MOVE 'POPULATION ITEMS..........' TO WS-CNT-TITLE.
016280     MOVE WS-POP-COUNT TO WS-CNT-VALUE.
016290     WRITE SELECTION-LOG-LINE FROM WS-COUNT-LINE.
016300
016310     MOVE 'ITEMS SAMPLED.............' TO WS-CNT-TITLE.
016320     MOVE WS-SMP-COUNT TO WS-CNT-VALUE.
016330     WRITE SELECTION-LOG-LINE FROM WS-COUNT-LINE.
016340
016350     MOVE 'DRAWN PAST THE SAMPLE CAP.' TO WS-CNT-TITLE.
016360     MOVE WS-OVERFLOW-COUNT TO WS-CNT-VALUE.
016370     WRITE SELECTION-LOG-LINE FROM WS-COUNT-LINE.
016380
016390     MOVE 'EVIDENCE RECORDS..........' TO WS-CNT-TITLE.
016400     MOVE WS-EVIDENCE-COUNT TO WS-CNT-VALUE.
016410     WRITE SELECTION-LOG-LINE FROM WS-COUNT-LINE.
016420
016430     MOVE 'TRAILS INCOMPLETE.........' TO WS-CNT-TITLE.
016440     MOVE WS-SHORT-COUNT TO WS-CNT-VALUE.
016450     WRITE SELECTION-LOG-LINE FROM WS-COUNT-LINE.
016460 6000-PRINT-TOTALS-EXIT.
016470     EXIT.
016480
016490*****************************************************************
016500*    7200-ADD-WINDOW-DAYS                                       *
016510*    WS-ROLL-DATE PLUS WS-JOURNAL-WINDOW-DAYS ON THE 30-DAY     *
016520*    MONTH.                                                     *
016530*****************************************************************
016540 7200-ADD-WINDOW-DAYS.
016550     IF WS-ROLL-DATE NOT NUMERIC
016560         MOVE 0 TO WS-ROLL-DATE
016570         GO TO 7200-ADD-WINDOW-DAYS-EXIT
016580     END-IF.
016590     COMPUTE WS-ROLL-DAYS = WS-ROLL-DD + WS-JOURNAL-WINDOW-DAYS.
016600     PERFORM 7210-ROLL-MONTH
016610         THRU 7210-ROLL-MONTH-EXIT
016620         UNTIL WS-ROLL-DAYS NOT > 30.
016630     MOVE WS-ROLL-DAYS TO WS-ROLL-DD.
016640 7200-ADD-WINDOW-DAYS-EXIT.
016650     EXIT.
016660
016670*****************************************************************
016680*    7210-ROLL-MONTH                                            *
016690*****************************************************************
016700 7210-ROLL-MONTH.
016710     SUBTRACT 30 FROM WS-ROLL-DAYS.
016720     ADD 1 TO WS-ROLL-MM.
016730     IF WS-ROLL-MM > 12
016740         MOVE 1 TO WS-ROLL-MM
016750         ADD 1 TO WS-ROLL-YYYY
016760     END-IF.
016770 7210-ROLL-MONTH-EXIT.
016780     EXIT.
016790
016800*****************************************************************
016810*    9800-NEXT-RANDOM                                           *
016820*    ONE STEP OF THE GENERATOR; WS-RNG-SEED IS LEFT BETWEEN 1   *
016830*    AND 2147483646.                                            *
016840*****************************************************************
016850 9800-NEXT-RANDOM.
016860     COMPUTE WS-RNG-PRODUCT = WS-RNG-SEED * WS-RNG-MULTIPLIER.
016870     DIVIDE WS-RNG-PRODUCT BY WS-RNG-MODULUS
016880         GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-SEED.
016890     IF WS-RNG-SEED = 0
016900         MOVE 1 TO WS-RNG-SEED
016910     END-IF.
016920 9800-NEXT-RANDOM-EXIT.
016930     EXIT.
016940
016950*****************************************************************
016960*    9999-TERMINATE                                             *
016970*****************************************************************
016980 9999-TERMINATE.
016990     CLOSE AUDIT-EVIDENCE-FILE.
017000     CLOSE SELECTION-LOG-RPT.
017010 9999-TERMINATE-EXIT.
017020     EXIT.
017030
017040*****************************************************************
017050*    9550-VALIDATE-DATE                                         *
017060*    SHARED REAL-CALENDAR DATE CHECK - SEE DATEVAL.CPY.         *
017070*****************************************************************
017080     COPY DATEVAL.
