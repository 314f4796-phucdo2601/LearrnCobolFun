000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INVGEN01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - NIGHTLY CUSTOMER INVOICE RUN.    *
000100*                    TURNS EACH ORDER POSTED TONIGHT (THE        *
000110*                    INVOICE DETAIL CUT BY ORDPOST1 AND          *
000120*                    ORDSUSP1 - THE LINES AT THE PRICES ACTUALLY *
000130*                    CHARGED, CONTRACT AND PROMOTION, AND THE    *
000140*                    POSTED TAX) INTO A NUMBERED INVOICE OR      *
000150*                    CREDIT NOTE, DELIVERED AS THE CUSTOMER'S    *
000160*                    CUST-DELIVERY-CODE SAYS - PRINTED, CUT TO   *
000170*                    THE ELECTRONIC INVOICE EXTRACT, OR          *
000180*                    NUMBERED AND REGISTERED BUT NOT RENDERED.   *
000190*                    INVOICE NUMBERS RUN GAP-FREE FROM A         *
000200*                    PERSISTENT HIGH-WATER AND ARE STAMPED ON    *
000210*                    THE POSTED-ORDER REGISTER, SO A RERUN       *
000220*                    REISSUES THE SAME NUMBER (MARKED COPY)      *
000230*                    AND NEVER TAKES A NEW ONE.  THE INVOICE     *
000240*                    REGISTER'S COUNT AND AMOUNT ARE TIED TO     *
000250*                    THE NIGHT'S POSTING JOURNAL AND THE         *
000260*                    VERDICT GOES TO THE CONTROL-OUTCOME FILE.   *
000262*    2026-10-15  PD  A LINE-LESS TYPE-'B' DOCUMENT PRINTS AS A   *
000264*                    VOLUME REBATE CREDIT FOR THE AGREEMENT      *
000266*                    YEAR.                                       *
000267*    2026-10-15  PD  THE FREIGHT CHARGE ORDPOST1 NOW CARRIES ON  *
000268*                    THE INVOICE HEADER IS BILLED AS ITS OWN     *
000269*                    FREIGHT LINE BETWEEN GOODS AND TAX,         *
000270*                    INCLUDED IN THE INVOICE TOTAL, AND APPENDED *
000271*                    TO THE END OF THE ELECTRONIC TRAILER        *
000272*                    RECORD.                                     *
000273*    2026-10-15  PD  THE GENERATION TRAILERS NOW CLOSING EACH    *
000274*                    RUN'S STRETCH OF THE POSTING JOURNAL ARE    *
000275*                    SKIPPED.                                    *
000276*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PARM-FILE-STATUS.
000340
000350     SELECT INVOICE-DETAIL-FILE ASSIGN TO INVDTL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-IVD-FILE-STATUS.
000380
000390     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CUST-ID
000430         FILE STATUS IS WS-CUST-FILE-STATUS.
000440
000450     SELECT POSTED-ORDER-REGISTER ASSIGN TO POSTREG
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS POR-ORDER-ID
000490         FILE STATUS IS WS-POR-FILE-STATUS.
000500
000510     SELECT POSTING-JOURNAL-FILE ASSIGN TO POSTJRNL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PJR-FILE-STATUS.
000540
000550     SELECT INVOICE-SEQ-FILE ASSIGN TO INVSEQ
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ISQ-FILE-STATUS.
000580
000590     SELECT INVOICE-PRINT-FILE ASSIGN TO INVPRT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PRT-FILE-STATUS.
000620
000630     SELECT INVOICE-EXTRACT ASSIGN TO INVEXT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-EXT-FILE-STATUS.
000660
000670     SELECT INVOICE-REGISTER-RPT ASSIGN TO INVREGRP
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REG-FILE-STATUS.
000700
000710     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RCT-FILE-STATUS.
000740
000750     SELECT CONTROL-OUTCOME-FILE ASSIGN TO CTLOUT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CTL-FILE-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CONTROL-CARD-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY PARMCARD.
000840
000850 FD  INVOICE-DETAIL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY INVDTL.
000880
000890 FD  CUSTOMER-MASTER-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CUSTMAST.
000920
000930 FD  POSTED-ORDER-REGISTER
000940     LABEL RECORDS ARE STANDARD.
000950     COPY POSTREG.
000960
000970 FD  POSTING-JOURNAL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY PSTJRNL.
001000
001010*****************************************************************
001020*    THE HIGH-WATER INVOICE NUMBER, CARRIED ACROSS RUNS SO AN   *
001030*    INVOICE NUMBER IS NEVER ISSUED TWICE.                      *
001040*****************************************************************
001050 FD  INVOICE-SEQ-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  INVOICE-SEQ-REC.
001080     05  ISQ-LAST-INVOICE-NO      PIC 9(07).
001090
001100 FD  INVOICE-PRINT-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     01  INVOICE-PRINT-LINE       PIC X(80).
001130
001140 FD  INVOICE-EXTRACT
001150     LABEL RECORDS ARE STANDARD.
001160     01  INVOICE-EXTRACT-LINE     PIC X(100).
001170
001180 FD  INVOICE-REGISTER-RPT
001190     LABEL RECORDS ARE STANDARD.
001200     01  INVOICE-REGISTER-LINE    PIC X(80).
001210
001220 FD  RUN-CONTROL-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY RUNCTL.
001250
001260 FD  CONTROL-OUTCOME-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY CTLOUT.
001290
001300 WORKING-STORAGE SECTION.
001310     01  WS-PARM-FILE-STATUS      PIC X(02).
001320         88  WS-PARM-OK           VALUE '00'.
001330     01  WS-IVD-FILE-STATUS       PIC X(02).
001340         88  WS-IVD-OK            VALUE '00'.
001350         88  WS-IVD-EOF           VALUE '10'.
001360     01  WS-CUST-FILE-STATUS      PIC X(02).
001370         88  WS-CUST-OK           VALUE '00'.
001380         88  WS-CUST-NOT-FOUND    VALUE '23'.
001390     01  WS-POR-FILE-STATUS       PIC X(02).
001400         88  WS-POR-OK            VALUE '00'.
001410         88  WS-POR-EOF           VALUE '10'.
001420         88  WS-POR-NOT-FOUND     VALUE '23'.
001430     01  WS-PJR-FILE-STATUS       PIC X(02).
001440         88  WS-PJR-OK            VALUE '00'.
001450         88  WS-PJR-EOF           VALUE '10'.
001460     01  WS-ISQ-FILE-STATUS       PIC X(02).
001470         88  WS-ISQ-OK            VALUE '00'.
001480     01  WS-PRT-FILE-STATUS       PIC X(02).
001490         88  WS-PRT-OK            VALUE '00'.
001500     01  WS-EXT-FILE-STATUS       PIC X(02).
001510         88  WS-EXT-OK            VALUE '00'.
001520     01  WS-REG-FILE-STATUS       PIC X(02).
001530         88  WS-REG-OK            VALUE '00'.
001540     01  WS-RCT-FILE-STATUS       PIC X(02).
001550         88  WS-RCT-OK            VALUE '00'.
001560     01  WS-CTL-FILE-STATUS       PIC X(02).
001570         88  WS-CTL-OK            VALUE '00'.
001580
001590     01  WS-IVD-EOF-SW            PIC X(01) VALUE 'N'.
001600         88  WS-IVD-DONE          VALUE 'Y'.
001610     01  WS-POR-SCAN-EOF-SW       PIC X(01) VALUE 'N'.
001620         88  WS-POR-SCAN-DONE     VALUE 'Y'.
001630     01  WS-PJR-EOF-SW            PIC X(01) VALUE 'N'.
001640         88  WS-PJR-DONE          VALUE 'Y'.
001650     01  WS-PJR-MISSING-SW        PIC X(01) VALUE 'N'.
001660         88  WS-PJR-MISSING       VALUE 'Y'.
001670     01  WS-REJECT-SW             PIC X(01).
001680         88  WS-INVOICE-REJECTED  VALUE 'Y'.
001690     01  WS-COPY-SW               PIC X(01).
001700         88  WS-INVOICE-COPY      VALUE 'Y'.
001710     01  WS-CREDIT-SW             PIC X(01).
001720         88  WS-CREDIT-NOTE       VALUE 'Y'.
001730     01  WS-TIE-SW                PIC X(01) VALUE 'Y'.
001740         88  WS-REGISTER-TIES     VALUE 'Y'.
001750
001760     01  WS-AS-OF-DATE            PIC 9(08).
001770
001780*****************************************************************
001790*    THE INVOICE NUMBER SEQUENCE.                               *
001800*****************************************************************
001810     01  WS-LAST-INVOICE-NO       PIC 9(07) VALUE 0.
001820     01  WS-REG-HIGH-WATER        PIC 9(07) VALUE 0.
001830     01  WS-INVOICE-NO            PIC 9(07).
001840
001850*****************************************************************
001860*    THE INVOICE IN HAND - ITS HEADER IS HELD HERE BECAUSE THE  *
001870*    RECORD AREA MOVES ON TO ITS LINES.                         *
001880*****************************************************************
001890     01  WS-CUR-INVOICE.
001900         05  WS-CUR-ORDER-ID      PIC X(06).
001910         05  WS-CUR-SOURCE-PGM    PIC X(08).
001920         05  WS-CUR-CUST-ID       PIC X(05).
001930         05  WS-CUR-ORDER-DATE    PIC 9(08).
001940         05  WS-CUR-TRAN-TYPE     PIC X(01).
001950         05  WS-CUR-ORDER-CCY     PIC X(03).
001960         05  WS-CUR-CUST-CCY      PIC X(03).
001970         05  WS-CUR-BRANCH-CODE   PIC X(03).
001980         05  WS-CUR-GOODS-AMOUNT  PIC S9(07)V9(02).
001990         05  WS-CUR-TAX-AMOUNT    PIC S9(07)V9(02).
001995         05  WS-CUR-FREIGHT-AMOUNT PIC S9(07)V9(02).
002000         05  WS-CUR-LINE-COUNT    PIC 9(03).
002010     01  WS-INVOICE-TOTAL         PIC S9(07)V9(02).
002020     01  WS-DOC-TITLE             PIC X(11).
002030     01  WS-REJECT-REASON         PIC X(20).
002040     01  WS-DELIVERY-CODE         PIC X(01).
002050         88  WS-DELIVER-PRINT     VALUE 'P'.
002060         88  WS-DELIVER-ELEC      VALUE 'E'.
002070         88  WS-DELIVER-NONE      VALUE 'S'.
002080
002090*****************************************************************
002100*    CONTROL TOTALS                                             *
002110*****************************************************************
002120     01  WS-TOTALS.
002130         05  WS-HEADER-COUNT      PIC 9(07) COMP VALUE 0.
002140         05  WS-INVOICED-COUNT    PIC 9(07) COMP VALUE 0.
002150         05  WS-NEW-NUMBER-COUNT  PIC 9(07) COMP VALUE 0.
002160         05  WS-REISSUED-COUNT    PIC 9(07) COMP VALUE 0.
002170         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
002180         05  WS-ORPHAN-LINE-COUNT PIC 9(07) COMP VALUE 0.
002190         05  WS-PRINT-COUNT       PIC 9(07) COMP VALUE 0.
002200         05  WS-ELEC-COUNT        PIC 9(07) COMP VALUE 0.
002210         05  WS-SUPPRESS-COUNT    PIC 9(07) COMP VALUE 0.
002220         05  WS-REENTRY-COUNT     PIC 9(07) COMP VALUE 0.
002230         05  WS-TIE-INV-COUNT     PIC 9(07) COMP VALUE 0.
002240         05  WS-PJR-COUNT         PIC 9(07) COMP VALUE 0.
002250         05  WS-PRINT-AMOUNT      PIC S9(09)V9(02) COMP-3
002260                                  VALUE 0.
002270         05  WS-ELEC-AMOUNT       PIC S9(09)V9(02) COMP-3
002280                                  VALUE 0.
002290         05  WS-SUPPRESS-AMOUNT   PIC S9(09)V9(02) COMP-3
002300                                  VALUE 0.
002310         05  WS-REENTRY-AMOUNT    PIC S9(09)V9(02) COMP-3
002320                                  VALUE 0.
002330         05  WS-ISSUED-AMOUNT     PIC S9(09)V9(02) COMP-3
002340                                  VALUE 0.
002350         05  WS-TIE-INV-AMOUNT    PIC S9(09)V9(02) COMP-3
002360                                  VALUE 0.
002370         05  WS-PJR-AMOUNT        PIC S9(09)V9(02) COMP-3
002380                                  VALUE 0.
002390
002400*****************************************************************
002410*    PRINTED INVOICE LINE LAYOUTS                               *
002420*****************************************************************
002430     01  WS-PRT-RULE-LINE         PIC X(80) VALUE ALL '-'.
002440
002450     01  WS-PRT-TITLE-LINE.
002460         05  FILLER               PIC X(20) VALUE
002470             'LEARNCOBOLFUN'.
002480         05  WS-PTL-TITLE         PIC X(12).
002490         05  FILLER               PIC X(04) VALUE 'NO. '.
002500         05  WS-PTL-INVOICE-NO    PIC 9(07).
002510         05  FILLER               PIC X(02) VALUE SPACES.
002520         05  WS-PTL-COPY          PIC X(06).
002530         05  FILLER               PIC X(29) VALUE SPACES.
002540
002550     01  WS-PRT-BILL-LINE.
002560         05  FILLER               PIC X(09) VALUE 'BILL TO: '.
002570         05  WS-PBL-CUST-ID       PIC X(05).
002580         05  FILLER               PIC X(02) VALUE SPACES.
002590         05  WS-PBL-NAME          PIC X(20).
002600         05  FILLER               PIC X(14) VALUE SPACES.
002610         05  FILLER               PIC X(06) VALUE 'DATE: '.
002620         05  WS-PBL-DATE          PIC 9(08).
002630         05  FILLER               PIC X(16) VALUE SPACES.
002640
002650     01  WS-PRT-STREET-LINE.
002660         05  FILLER               PIC X(09) VALUE SPACES.
002670         05  WS-PSL-STREET        PIC X(20).
002680         05  FILLER               PIC X(51) VALUE SPACES.
002690
002700     01  WS-PRT-CITY-LINE.
002710         05  FILLER               PIC X(09) VALUE SPACES.
002720         05  WS-PCL-CITY          PIC X(15).
002730         05  FILLER               PIC X(01) VALUE SPACES.
002740         05  WS-PCL-REGION        PIC X(03).
002750         05  FILLER               PIC X(01) VALUE SPACES.
002760         05  WS-PCL-POSTCODE      PIC X(10).
002770         05  FILLER               PIC X(41) VALUE SPACES.
002780
002790     01  WS-PRT-ORDER-LINE.
002800         05  FILLER               PIC X(06) VALUE 'ORDER '.
002810         05  WS-POL-ORDER-ID      PIC X(06).
002820         05  FILLER               PIC X(08) VALUE '  DATED '.
002830         05  WS-POL-ORDER-DATE    PIC 9(08).
002840         05  FILLER               PIC X(09) VALUE '  BRANCH '.
002850         05  WS-POL-BRANCH        PIC X(03).
002860         05  FILLER               PIC X(11) VALUE '  LINES IN '.
002870         05  WS-POL-ORDER-CCY     PIC X(03).
002880         05  FILLER               PIC X(12) VALUE
002890             '  TOTALS IN '.
002900         05  WS-POL-CUST-CCY      PIC X(03).
002910         05  FILLER               PIC X(11) VALUE SPACES.
002920
002930     01  WS-PRT-COLUMN-LINE.
002940         05  FILLER               PIC X(40) VALUE
002950             'ITEM     QTY     LIST     UNIT  PRICED  '.
002960         05  FILLER               PIC X(40) VALUE
002970             '  PROMO          AMOUNT'.
002980
002990     01  WS-PRT-ITEM-LINE.
003000         05  WS-PIL-ITM-ID        PIC X(05).
003010         05  FILLER               PIC X(02) VALUE SPACES.
003020         05  WS-PIL-QUANTITY      PIC ZZZZ9.
003030         05  FILLER               PIC X(02) VALUE SPACES.
003040         05  WS-PIL-LIST-PRICE    PIC -ZZ9.99.
003050         05  FILLER               PIC X(02) VALUE SPACES.
003060         05  WS-PIL-UNIT-PRICE    PIC -ZZ9.99.
003070         05  FILLER               PIC X(02) VALUE SPACES.
003080         05  WS-PIL-BASIS         PIC X(08).
003090         05  FILLER               PIC X(02) VALUE SPACES.
003100         05  WS-PIL-PROMO-ID      PIC X(06).
003110         05  FILLER               PIC X(02) VALUE SPACES.
003120         05  WS-PIL-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
003130         05  FILLER               PIC X(17) VALUE SPACES.
003140
003150     01  WS-PRT-PROMO-LINE.
003160         05  FILLER               PIC X(07) VALUE SPACES.
003170         05  FILLER               PIC X(15) VALUE
003180             'LESS PROMOTION '.
003190         05  WS-PPL-PROMO-ID      PIC X(06).
003200         05  FILLER               PIC X(12) VALUE
003210             ' - DISCOUNT '.
003220         05  WS-PPL-DISCOUNT      PIC -Z,ZZZ,ZZ9.99.
003230         05  FILLER               PIC X(27) VALUE SPACES.
003240
003250     01  WS-PRT-DESC-LINE.
003260         05  FILLER               PIC X(07) VALUE SPACES.
003270         05  WS-PDL-TEXT          PIC X(40).
003280         05  FILLER               PIC X(33) VALUE SPACES.
003290
003300     01  WS-PRT-TOTAL-LINE.
003310         05  FILLER               PIC X(40) VALUE SPACES.
003320         05  WS-PTT-LABEL         PIC X(13).
003330         05  WS-PTT-CCY           PIC X(03).
003340         05  FILLER               PIC X(01) VALUE SPACES.
003350         05  WS-PTT-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
003360         05  FILLER               PIC X(10) VALUE SPACES.
003370
003380*****************************************************************
003390*    ELECTRONIC INVOICE EXTRACT WORK FIELDS                     *
003400*****************************************************************
003410     01  WS-EXT-AMOUNT            PIC +9(9).99.
003420     01  WS-EXT-AMOUNT2           PIC +9(9).99.
003430     01  WS-EXT-AMOUNT3           PIC +9(9).99.
003435     01  WS-EXT-AMOUNT4           PIC +9(9).99.
003440     01  WS-EXT-PRICE             PIC +9(3).99.
003450
003460*****************************************************************
003470*    INVOICE REGISTER LINE LAYOUTS                              *
003480*****************************************************************
003490     01  WS-REG-HEADING-LINE.
003500         05  FILLER               PIC X(40) VALUE
003510             'INVGEN01 - INVOICE REGISTER AS OF'.
003520         05  WS-RHL-AS-OF         PIC 9(08).
003530         05  FILLER               PIC X(32) VALUE SPACES.
003540
003550     01  WS-REG-COLUMN-LINE.
003560         05  FILLER               PIC X(40) VALUE
003570             'INVOICE  ORDER   CUST   DOCUMENT     D  '.
003580         05  FILLER               PIC X(40) VALUE
003590             'CCY       AMOUNT  NOTE'.
003600
003610     01  WS-REG-DETAIL-LINE.
003620         05  WS-RDL-INVOICE-NO    PIC X(07).
003630         05  FILLER               PIC X(02) VALUE SPACES.
003640         05  WS-RDL-ORDER-ID      PIC X(06).
003650         05  FILLER               PIC X(02) VALUE SPACES.
003660         05  WS-RDL-CUST-ID       PIC X(05).
003670         05  FILLER               PIC X(02) VALUE SPACES.
003680         05  WS-RDL-DOCUMENT      PIC X(11).
003690         05  FILLER               PIC X(02) VALUE SPACES.
003700         05  WS-RDL-DELIVERY      PIC X(01).
003710         05  FILLER               PIC X(02) VALUE SPACES.
003720         05  WS-RDL-CCY           PIC X(03).
003730         05  FILLER               PIC X(02) VALUE SPACES.
003740         05  WS-RDL-AMOUNT        PIC -ZZZZZZ9.99.
003750         05  FILLER               PIC X(02) VALUE SPACES.
003760         05  WS-RDL-NOTE          PIC X(20).
003770         05  FILLER               PIC X(02) VALUE SPACES.
003780
003790     01  WS-REG-TOTAL-LINE.
003800         05  WS-RTL-TITLE         PIC X(30).
003810         05  WS-RTL-COUNT         PIC ZZZ,ZZ9.
003820         05  FILLER               PIC X(02) VALUE SPACES.
003830         05  WS-RTL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
003840         05  FILLER               PIC X(26) VALUE SPACES.
003850
003860     01  WS-REG-TIE-LINE.
003870         05  FILLER               PIC X(30) VALUE
003880             'TIE TO POSTING JOURNAL........'.
003890         05  WS-RTE-VERDICT       PIC X(30).
003900         05  FILLER               PIC X(20) VALUE SPACES.
003910
003920 PROCEDURE DIVISION.
003930*****************************************************************
003940*    0000-MAINLINE                                              *
003950*****************************************************************
003960 0000-MAINLINE.
003970     PERFORM 1000-INITIALIZE
003980         THRU 1000-INITIALIZE-EXIT.
003990
004000     PERFORM 2000-PROCESS-INVOICE
004010         THRU 2000-PROCESS-INVOICE-EXIT
004020         UNTIL WS-IVD-DONE.
004030
004040     PERFORM 3000-TOTAL-POSTING-JOURNAL
004050         THRU 3000-TOTAL-POSTING-JOURNAL-EXIT.
004060
004070     PERFORM 4000-PROVE-TIE-OUT
004080         THRU 4000-PROVE-TIE-OUT-EXIT.
004090
004100     PERFORM 4500-PRINT-TOTALS
004110         THRU 4500-PRINT-TOTALS-EXIT.
004120
004130     DISPLAY 'INVGEN01: INVOICE HEADERS READ.. ' WS-HEADER-COUNT.
004140     DISPLAY 'INVGEN01: INVOICES ISSUED....... '
004150         WS-INVOICED-COUNT.
004160     DISPLAY 'INVGEN01: NEW NUMBERS TAKEN..... '
004170         WS-NEW-NUMBER-COUNT.
004180     DISPLAY 'INVGEN01: REISSUED AS COPY...... '
004190         WS-REISSUED-COUNT.
004200     DISPLAY 'INVGEN01: REJECTED.............. '
004210         WS-REJECTED-COUNT.
004220     DISPLAY 'INVGEN01: LAST INVOICE NUMBER... '
004230         WS-LAST-INVOICE-NO.
004240
004250*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
004260*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
004270     IF WS-REJECTED-COUNT > 0
004280             OR WS-ORPHAN-LINE-COUNT > 0
004290             OR NOT WS-REGISTER-TIES
004300         IF RETURN-CODE < 4
004310             MOVE 4 TO RETURN-CODE
004320         END-IF
004330     END-IF.
004340
004350     PERFORM 9999-TERMINATE
004360         THRU 9999-TERMINATE-EXIT.
004370
004380     STOP RUN.
004390
004400*****************************************************************
004410*    1000-INITIALIZE                                            *
004420*****************************************************************
004430 1000-INITIALIZE.
004440     OPEN INPUT CONTROL-CARD-FILE.
004450     IF WS-PARM-OK
004460         READ CONTROL-CARD-FILE
004470             AT END
004480                 DISPLAY 'INVGEN01: NO CONTROL CARD SUPPLIED'
004490                 MOVE 0 TO PARM-RUN-DATE
004500             NOT AT END
004510                 PERFORM 9500-VALIDATE-PARM-CARD
004520                     THRU 9500-VALIDATE-PARM-CARD-EXIT
004530         END-READ
004540         CLOSE CONTROL-CARD-FILE
004550     ELSE
004560         DISPLAY 'INVGEN01: OPEN CONTROL-CARD FAILED '
004570             WS-PARM-FILE-STATUS
004580         MOVE 0 TO PARM-RUN-DATE
004590     END-IF.
004600
004610     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
004620         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
004630     ELSE
004640         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
004650     END-IF.
004660
004670     OPEN INPUT INVOICE-DETAIL-FILE.
004680     IF NOT WS-IVD-OK
004690         DISPLAY 'INVGEN01: NO INVOICE-DETAIL FILE THIS RUN'
004700         MOVE 'Y' TO WS-IVD-EOF-SW
004710     END-IF.
004720
004730     OPEN INPUT CUSTOMER-MASTER-FILE.
004740     IF NOT WS-CUST-OK
004750         DISPLAY 'INVGEN01: OPEN CUSTOMER-MASTER FAILED '
004760             WS-CUST-FILE-STATUS
004770         MOVE 'Y' TO WS-IVD-EOF-SW
004780         MOVE 8 TO RETURN-CODE
004790     END-IF.
004800
004810*    THE REGISTER CARRIES EACH ORDER'S INVOICE NUMBER ONCE
004820*    TAKEN.  WITHOUT IT A NUMBER COULD NOT BE HELD FOR A RERUN,
004830*    SO NO INVOICE IS NUMBERED AT ALL.
004840     OPEN I-O POSTED-ORDER-REGISTER.
004850     IF WS-POR-FILE-STATUS = '35'
004860         OPEN OUTPUT POSTED-ORDER-REGISTER
004870         CLOSE POSTED-ORDER-REGISTER
004880         OPEN I-O POSTED-ORDER-REGISTER
004890     END-IF.
004900     IF NOT WS-POR-OK
004910         DISPLAY 'INVGEN01: OPEN POSTED-ORDER-REGISTER FAILED '
004920             WS-POR-FILE-STATUS
004930         MOVE 'Y' TO WS-IVD-EOF-SW
004940         MOVE 8 TO RETURN-CODE
004950     END-IF.
004960
004970     OPEN INPUT POSTING-JOURNAL-FILE.
004980     IF NOT WS-PJR-OK
004990         DISPLAY 'INVGEN01: NO POSTING-JOURNAL FILE THIS RUN'
005000         MOVE 'Y' TO WS-PJR-MISSING-SW
005010         MOVE 'Y' TO WS-PJR-EOF-SW
005020     END-IF.
005030
005040*    PICK THE INVOICE SEQUENCE UP WHERE THE LAST RUN LEFT IT.
005050     OPEN INPUT INVOICE-SEQ-FILE.
005060     IF WS-ISQ-OK
005070         READ INVOICE-SEQ-FILE
005080             AT END
005090                 CONTINUE
005100             NOT AT END
005110                 MOVE ISQ-LAST-INVOICE-NO TO WS-LAST-INVOICE-NO
005120         END-READ
005130         CLOSE INVOICE-SEQ-FILE
005140     ELSE
005150         DISPLAY 'INVGEN01: NO INVOICE-SEQ-FILE - '
005160             'SEQUENCE TAKEN FROM THE REGISTER'
005170     END-IF.
005180
005190*    A SEQUENCE FILE RESTORED FROM AN OLDER BACKUP, OR A RUN
005200*    THAT FAILED BEFORE IT COULD REWRITE IT, MUST NOT HAND OUT
005210*    A NUMBER ALREADY STAMPED ON THE REGISTER - THE HIGHER OF
005220*    THE TWO HIGH-WATERS WINS.
005230     IF WS-POR-OK
005240         PERFORM 1050-SCAN-REGISTER-ROW
005250             THRU 1050-SCAN-REGISTER-ROW-EXIT
005260             UNTIL WS-POR-SCAN-DONE
005270         IF WS-REG-HIGH-WATER > WS-LAST-INVOICE-NO
005280             DISPLAY 'INVGEN01: SEQUENCE RAISED TO REGISTER '
005290                 'HIGH-WATER ' WS-REG-HIGH-WATER
005300             MOVE WS-REG-HIGH-WATER TO WS-LAST-INVOICE-NO
005310         END-IF
005320     END-IF.
005330
005340     OPEN OUTPUT INVOICE-PRINT-FILE.
005350     IF NOT WS-PRT-OK
005360         DISPLAY 'INVGEN01: OPEN INVOICE-PRINT-FILE FAILED '
005370             WS-PRT-FILE-STATUS
005380     END-IF.
005390
005400     OPEN OUTPUT INVOICE-EXTRACT.
005410     IF NOT WS-EXT-OK
005420         DISPLAY 'INVGEN01: OPEN INVOICE-EXTRACT FAILED '
005430             WS-EXT-FILE-STATUS
005440     END-IF.
005450
005460     OPEN OUTPUT INVOICE-REGISTER-RPT.
005470     IF NOT WS-REG-OK
005480         DISPLAY 'INVGEN01: OPEN INVOICE-REGISTER FAILED '
005490             WS-REG-FILE-STATUS
005500     END-IF.
005510
005520     MOVE WS-AS-OF-DATE TO WS-RHL-AS-OF.
005530     WRITE INVOICE-REGISTER-LINE FROM WS-REG-HEADING-LINE.
005540     WRITE INVOICE-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
005550
005560     IF NOT WS-IVD-DONE
005570         PERFORM 8000-READ-DETAIL
005580             THRU 8000-READ-DETAIL-EXIT
005590     END-IF.
005600 1000-INITIALIZE-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640*    1050-SCAN-REGISTER-ROW                                     *
005650*    A ROW WRITTEN BEFORE THE REGISTER CARRIED INVOICE NUMBERS  *
005660*    HOLDS NO NUMBER AND IS PASSED OVER.                        *
005670*****************************************************************
005680 1050-SCAN-REGISTER-ROW.
005690     READ POSTED-ORDER-REGISTER NEXT
005700         AT END
005710             MOVE 'Y' TO WS-POR-SCAN-EOF-SW
005720             GO TO 1050-SCAN-REGISTER-ROW-EXIT
005730     END-READ.
005740     IF POR-INVOICE-NO NUMERIC
005750         IF POR-INVOICE-NO > WS-REG-HIGH-WATER
005760             MOVE POR-INVOICE-NO TO WS-REG-HIGH-WATER
005770         END-IF
005780     END-IF.
005790 1050-SCAN-REGISTER-ROW-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830*    2000-PROCESS-INVOICE                                       *
005840*    ONE HEADER AND THE LINES THAT FOLLOW IT MAKE ONE INVOICE.  *
005850*****************************************************************
005860 2000-PROCESS-INVOICE.
005870     IF NOT IVD-TYPE-HEADER
005880         ADD 1 TO WS-ORPHAN-LINE-COUNT
005890         DISPLAY 'INVGEN01: LINE WITH NO HEADER - ORDER '
005900             IVD-ORDER-ID
005910         PERFORM 8000-READ-DETAIL
005920             THRU 8000-READ-DETAIL-EXIT
005930         GO TO 2000-PROCESS-INVOICE-EXIT
005940     END-IF.
005950
005960     ADD 1 TO WS-HEADER-COUNT.
005970     MOVE IVD-ORDER-ID         TO WS-CUR-ORDER-ID.
005980     MOVE IVD-HDR-SOURCE-PGM   TO WS-CUR-SOURCE-PGM.
005990     MOVE IVD-HDR-CUST-ID      TO WS-CUR-CUST-ID.
006000     MOVE IVD-HDR-ORDER-DATE   TO WS-CUR-ORDER-DATE.
006010     MOVE IVD-HDR-TRAN-TYPE    TO WS-CUR-TRAN-TYPE.
006020     MOVE IVD-HDR-ORDER-CCY    TO WS-CUR-ORDER-CCY.
006030     MOVE IVD-HDR-CUST-CCY     TO WS-CUR-CUST-CCY.
006040     MOVE IVD-HDR-BRANCH-CODE  TO WS-CUR-BRANCH-CODE.
006050     MOVE IVD-HDR-GOODS-AMOUNT TO WS-CUR-GOODS-AMOUNT.
006060     MOVE IVD-HDR-TAX-AMOUNT   TO WS-CUR-TAX-AMOUNT.
006065     MOVE IVD-HDR-FREIGHT-AMOUNT TO WS-CUR-FREIGHT-AMOUNT.
006070     MOVE IVD-HDR-LINE-COUNT   TO WS-CUR-LINE-COUNT.
006080     COMPUTE WS-INVOICE-TOTAL
006086         = WS-CUR-GOODS-AMOUNT + WS-CUR-FREIGHT-AMOUNT
006092         + WS-CUR-TAX-AMOUNT.
006100
006110     MOVE 'N' TO WS-REJECT-SW.
006120     MOVE 'N' TO WS-COPY-SW.
006130     MOVE SPACES TO WS-REJECT-REASON.
006140     PERFORM 2010-ASSIGN-INVOICE-NO
006150         THRU 2010-ASSIGN-INVOICE-NO-EXIT.
006160     IF NOT WS-INVOICE-REJECTED
006170         PERFORM 2020-START-DOCUMENT
006180             THRU 2020-START-DOCUMENT-EXIT
006190     END-IF.
006200
006210     PERFORM 8000-READ-DETAIL
006220         THRU 8000-READ-DETAIL-EXIT.
006230     PERFORM 2100-INVOICE-LINE
006240         THRU 2100-INVOICE-LINE-EXIT
006250         UNTIL WS-IVD-DONE
006260             OR IVD-TYPE-HEADER.
006270
006280     PERFORM 2200-FINISH-INVOICE
006290         THRU 2200-FINISH-INVOICE-EXIT.
006300 2000-PROCESS-INVOICE-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340*    2010-ASSIGN-INVOICE-NO                                     *
006350*    AN ORDER ALREADY INVOICED KEEPS ITS NUMBER AND THE         *
006360*    DOCUMENT GOES OUT AGAIN MARKED COPY.  A NEW NUMBER IS      *
006370*    ONLY TAKEN ONCE THE ORDER IS KNOWN TO BE INVOICEABLE, AND  *
006380*    IS STAMPED ON THE REGISTER BEFORE THE DOCUMENT IS CUT, SO  *
006390*    THE SEQUENCE HAS NO GAPS AND NO NUMBER IS USED TWICE.      *
006400*****************************************************************
006410 2010-ASSIGN-INVOICE-NO.
006420     MOVE WS-CUR-ORDER-ID TO POR-ORDER-ID.
006430     READ POSTED-ORDER-REGISTER
006440         INVALID KEY
006450             MOVE 'NOT ON POSTED REG' TO WS-REJECT-REASON
006460             MOVE 'Y' TO WS-REJECT-SW
006470             GO TO 2010-ASSIGN-INVOICE-NO-EXIT
006480     END-READ.
006490
006500     MOVE WS-CUR-CUST-ID TO CUST-ID.
006510     READ CUSTOMER-MASTER-FILE
006520         INVALID KEY
006530             MOVE 'NO CUSTOMER MASTER' TO WS-REJECT-REASON
006540             MOVE 'Y' TO WS-REJECT-SW
006550             GO TO 2010-ASSIGN-INVOICE-NO-EXIT
006560     END-READ.
006570
006580     IF POR-INVOICE-NO NUMERIC
006590         IF POR-INVOICE-NO > 0
006600             MOVE POR-INVOICE-NO TO WS-INVOICE-NO
006610             MOVE 'Y' TO WS-COPY-SW
006620             ADD 1 TO WS-REISSUED-COUNT
006630             GO TO 2010-ASSIGN-INVOICE-NO-EXIT
006640         END-IF
006650     END-IF.
006660
006670     ADD 1 TO WS-LAST-INVOICE-NO.
006680     MOVE WS-LAST-INVOICE-NO TO WS-INVOICE-NO.
006690     MOVE WS-INVOICE-NO      TO POR-INVOICE-NO.
006700     REWRITE POSTED-ORDER-REC
006710         INVALID KEY
006720             DISPLAY 'INVGEN01: REGISTER REWRITE FAILED '
006730                 WS-CUR-ORDER-ID ' INVOICE ' WS-INVOICE-NO
006740             MOVE 8 TO RETURN-CODE
006750     END-REWRITE.
006760     ADD 1 TO WS-NEW-NUMBER-COUNT.
006770 2010-ASSIGN-INVOICE-NO-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810*    2020-START-DOCUMENT                                        *
006820*    A RETURN, OR ANYTHING THAT POSTED AS A CREDIT, GOES OUT    *
006830*    AS A CREDIT NOTE.  DELIVERY FOLLOWS THE CUSTOMER MASTER -  *
006840*    AN UNKNOWN CODE IS PRINTED RATHER THAN LOST.               *
006850*****************************************************************
006860 2020-START-DOCUMENT.
006870     IF WS-CUR-TRAN-TYPE = 'R' OR WS-INVOICE-TOTAL < 0
006880         MOVE 'Y' TO WS-CREDIT-SW
006890         MOVE 'CREDIT NOTE' TO WS-DOC-TITLE
006900     ELSE
006910         MOVE 'N' TO WS-CREDIT-SW
006920         MOVE 'INVOICE' TO WS-DOC-TITLE
006930     END-IF.
006940
006950     IF CUST-DELIVER-ELEC
006960         MOVE 'E' TO WS-DELIVERY-CODE
006970     ELSE
006980         IF CUST-DELIVER-NONE
006990             MOVE 'S' TO WS-DELIVERY-CODE
007000         ELSE
007010             MOVE 'P' TO WS-DELIVERY-CODE
007020         END-IF
007030     END-IF.
007040
007050     IF WS-DELIVER-PRINT
007060         PERFORM 2030-PRINT-HEADING
007070             THRU 2030-PRINT-HEADING-EXIT
007080     END-IF.
007090     IF WS-DELIVER-ELEC
007100         PERFORM 2040-CUT-EHEADER
007110             THRU 2040-CUT-EHEADER-EXIT
007120     END-IF.
007130 2020-START-DOCUMENT-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170*    2030-PRINT-HEADING                                         *
007180*****************************************************************
007190 2030-PRINT-HEADING.
007200     MOVE WS-DOC-TITLE  TO WS-PTL-TITLE.
007210     MOVE WS-INVOICE-NO TO WS-PTL-INVOICE-NO.
007220     IF WS-INVOICE-COPY
007230         MOVE 'COPY' TO WS-PTL-COPY
007240     ELSE
007250         MOVE SPACES TO WS-PTL-COPY
007260     END-IF.
007270     WRITE INVOICE-PRINT-LINE FROM WS-PRT-TITLE-LINE.
007280
007290     MOVE CUST-ID       TO WS-PBL-CUST-ID.
007300     MOVE CUST-NAME     TO WS-PBL-NAME.
007310     MOVE WS-AS-OF-DATE TO WS-PBL-DATE.
007320     WRITE INVOICE-PRINT-LINE FROM WS-PRT-BILL-LINE.
007330     MOVE CUST-ADDR-STREET TO WS-PSL-STREET.
007340     WRITE INVOICE-PRINT-LINE FROM WS-PRT-STREET-LINE.
007350     MOVE CUST-ADDR-CITY     TO WS-PCL-CITY.
007360     MOVE CUST-ADDR-REGION   TO WS-PCL-REGION.
007370     MOVE CUST-ADDR-POSTCODE TO WS-PCL-POSTCODE.
007380     WRITE INVOICE-PRINT-LINE FROM WS-PRT-CITY-LINE.
007390
007400     MOVE WS-CUR-ORDER-ID    TO WS-POL-ORDER-ID.
007410     MOVE WS-CUR-ORDER-DATE  TO WS-POL-ORDER-DATE.
007420     MOVE WS-CUR-BRANCH-CODE TO WS-POL-BRANCH.
007430     MOVE WS-CUR-ORDER-CCY   TO WS-POL-ORDER-CCY.
007440     MOVE WS-CUR-CUST-CCY    TO WS-POL-CUST-CCY.
007450     WRITE INVOICE-PRINT-LINE FROM WS-PRT-ORDER-LINE.
007460     WRITE INVOICE-PRINT-LINE FROM WS-PRT-COLUMN-LINE.
007470 2030-PRINT-HEADING-EXIT.
007480     EXIT.
007490
007500*****************************************************************
007510*    2040-CUT-EHEADER                                           *
007520*    H|INVOICE|ORDER|ID|NAME|DATE|DOCUMENT|CCY|COPY             *
007530*****************************************************************
007540 2040-CUT-EHEADER.
007550     MOVE SPACES TO INVOICE-EXTRACT-LINE.
007560     IF WS-INVOICE-COPY
007570         MOVE 'COPY' TO WS-PTL-COPY
007580     ELSE
007590         MOVE SPACES TO WS-PTL-COPY
007600     END-IF.
007610     STRING 'H' '|' WS-INVOICE-NO '|' WS-CUR-ORDER-ID '|'
007620         CUST-ID '|' CUST-NAME '|' WS-AS-OF-DATE '|'
007630         WS-DOC-TITLE '|' WS-CUR-CUST-CCY '|' WS-PTL-COPY
007640         DELIMITED BY SIZE
007650         INTO INVOICE-EXTRACT-LINE.
007660     WRITE INVOICE-EXTRACT-LINE.
007670 2040-CUT-EHEADER-EXIT.
007680     EXIT.
007690
007700*****************************************************************
007710*    2100-INVOICE-LINE                                          *
007720*    LINES ARE SHOWN IN THE ORDER'S OWN CURRENCY AT THE PRICE   *
007730*    ACTUALLY CHARGED.  A REJECTED INVOICE'S LINES ARE PASSED   *
007740*    OVER.                                                      *
007750*****************************************************************
007760 2100-INVOICE-LINE.
007770     IF IVD-ORDER-ID NOT = WS-CUR-ORDER-ID
007780         ADD 1 TO WS-ORPHAN-LINE-COUNT
007790         DISPLAY 'INVGEN01: LINE WITH NO HEADER - ORDER '
007800             IVD-ORDER-ID
007810         GO TO 2100-INVOICE-LINE-NEXT
007820     END-IF.
007830     IF WS-INVOICE-REJECTED
007840         GO TO 2100-INVOICE-LINE-NEXT
007850     END-IF.
007860
007870     IF WS-DELIVER-PRINT
007880         PERFORM 2110-PRINT-ITEM
007890             THRU 2110-PRINT-ITEM-EXIT
007900     END-IF.
007910     IF WS-DELIVER-ELEC
007920         PERFORM 2120-CUT-EDETAIL
007930             THRU 2120-CUT-EDETAIL-EXIT
007940     END-IF.
007950
007960 2100-INVOICE-LINE-NEXT.
007970     PERFORM 8000-READ-DETAIL
007980         THRU 8000-READ-DETAIL-EXIT.
007990 2100-INVOICE-LINE-EXIT.
008000     EXIT.
008010
008020*****************************************************************
008030*    2110-PRINT-ITEM                                            *
008040*    A PROMOTION IS ALREADY OFF THE LINE AMOUNT - ITS DISCOUNT  *
008050*    IS SHOWN UNDERNEATH SO THE CUSTOMER SEES WHAT THEY SAVED.  *
008060*****************************************************************
008070 2110-PRINT-ITEM.
008080     MOVE IVD-LIN-ITM-ID     TO WS-PIL-ITM-ID.
008090     MOVE IVD-LIN-QUANTITY   TO WS-PIL-QUANTITY.
008100     MOVE IVD-LIN-LIST-PRICE TO WS-PIL-LIST-PRICE.
008110     MOVE IVD-LIN-UNIT-PRICE TO WS-PIL-UNIT-PRICE.
008120     IF IVD-PRICED-CONTRACT
008130         MOVE 'CONTRACT' TO WS-PIL-BASIS
008140     ELSE
008150         MOVE 'LIST'     TO WS-PIL-BASIS
008160     END-IF.
008170     MOVE IVD-LIN-PROMO-ID   TO WS-PIL-PROMO-ID.
008180     MOVE IVD-LIN-AMOUNT     TO WS-PIL-AMOUNT.
008190     WRITE INVOICE-PRINT-LINE FROM WS-PRT-ITEM-LINE.
008200
008210     IF IVD-LIN-PROMO-DISC NOT = 0
008220         MOVE IVD-LIN-PROMO-ID   TO WS-PPL-PROMO-ID
008230         MOVE IVD-LIN-PROMO-DISC TO WS-PPL-DISCOUNT
008240         WRITE INVOICE-PRINT-LINE FROM WS-PRT-PROMO-LINE
008250     END-IF.
008260 2110-PRINT-ITEM-EXIT.
008270     EXIT.
008280
008290*****************************************************************
008300*    2120-CUT-EDETAIL                                           *
008310*    D|INVOICE|ITEM|QTY|UNIT|AMOUNT|BASIS|PROMO|DISCOUNT        *
008320*****************************************************************
008330 2120-CUT-EDETAIL.
008340     MOVE IVD-LIN-UNIT-PRICE TO WS-EXT-PRICE.
008350     MOVE IVD-LIN-AMOUNT     TO WS-EXT-AMOUNT.
008360     MOVE IVD-LIN-PROMO-DISC TO WS-EXT-AMOUNT2.
008370     MOVE SPACES TO INVOICE-EXTRACT-LINE.
008380     STRING 'D' '|' WS-INVOICE-NO '|' IVD-LIN-ITM-ID '|'
008390         IVD-LIN-QUANTITY '|' WS-EXT-PRICE '|'
008400         WS-EXT-AMOUNT '|' IVD-LIN-PRICE-BASIS '|'
008410         IVD-LIN-PROMO-ID '|' WS-EXT-AMOUNT2
008420         DELIMITED BY SIZE
008430         INTO INVOICE-EXTRACT-LINE.
008440     WRITE INVOICE-EXTRACT-LINE.
008450 2120-CUT-EDETAIL-EXIT.
008460     EXIT.
008470
008480*****************************************************************
008490*    2200-FINISH-INVOICE                                        *
008500*    TOTALS ARE IN THE CUSTOMER'S CURRENCY - THE FIGURES THAT   *
008510*    POSTED TO THE ACCOUNT.  ONLY ORDPOST1'S INVOICES TIE TO    *
008520*    ITS POSTING JOURNAL; SUSPENSE RE-ENTRIES ARE SHOWN APART.  *
008530*****************************************************************
008540 2200-FINISH-INVOICE.
008550     IF WS-INVOICE-REJECTED
008560         ADD 1 TO WS-REJECTED-COUNT
008570         DISPLAY 'INVGEN01: NOT INVOICED - ' WS-CUR-ORDER-ID
008580             ' ' WS-REJECT-REASON
008590         MOVE '-------'         TO WS-RDL-INVOICE-NO
008600         MOVE SPACES            TO WS-RDL-DOCUMENT
008610         MOVE SPACE             TO WS-RDL-DELIVERY
008620         MOVE WS-REJECT-REASON  TO WS-RDL-NOTE
008630         PERFORM 2290-WRITE-REGISTER-LINE
008640             THRU 2290-WRITE-REGISTER-LINE-EXIT
008650         GO TO 2200-FINISH-INVOICE-EXIT
008660     END-IF.
008670
008680     ADD 1 TO WS-INVOICED-COUNT.
008690     ADD WS-INVOICE-TOTAL TO WS-ISSUED-AMOUNT.
008700     IF WS-CUR-SOURCE-PGM = 'ORDPOST1'
008710         ADD 1 TO WS-TIE-INV-COUNT
008720         ADD WS-INVOICE-TOTAL TO WS-TIE-INV-AMOUNT
008730     ELSE
008740         ADD 1 TO WS-REENTRY-COUNT
008750         ADD WS-INVOICE-TOTAL TO WS-REENTRY-AMOUNT
008760     END-IF.
008770
008780     IF WS-DELIVER-PRINT
008790         ADD 1 TO WS-PRINT-COUNT
008800         ADD WS-INVOICE-TOTAL TO WS-PRINT-AMOUNT
008810         PERFORM 2210-PRINT-FOOTING
008820             THRU 2210-PRINT-FOOTING-EXIT
008830     END-IF.
008840     IF WS-DELIVER-ELEC
008850         ADD 1 TO WS-ELEC-COUNT
008860         ADD WS-INVOICE-TOTAL TO WS-ELEC-AMOUNT
008870         PERFORM 2220-CUT-ETRAILER
008880             THRU 2220-CUT-ETRAILER-EXIT
008890     END-IF.
008900     IF WS-DELIVER-NONE
008910         ADD 1 TO WS-SUPPRESS-COUNT
008920         ADD WS-INVOICE-TOTAL TO WS-SUPPRESS-AMOUNT
008930     END-IF.
008940
008950     MOVE WS-INVOICE-NO    TO WS-RDL-INVOICE-NO.
008960     MOVE WS-DOC-TITLE     TO WS-RDL-DOCUMENT.
008970     MOVE WS-DELIVERY-CODE TO WS-RDL-DELIVERY.
008980     IF WS-INVOICE-COPY
008990         MOVE 'COPY - REISSUED' TO WS-RDL-NOTE
009000     ELSE
009010         MOVE SPACES TO WS-RDL-NOTE
009020     END-IF.
009030     PERFORM 2290-WRITE-REGISTER-LINE
009040         THRU 2290-WRITE-REGISTER-LINE-EXIT.
009050 2200-FINISH-INVOICE-EXIT.
009060     EXIT.
009070
009080*****************************************************************
009090*    2210-PRINT-FOOTING                                         *
009100*    AN INVOICE WITH NO LINES - A FINANCE CHARGE, A RELEASED    *
009110*    HOLD, A SUSPENSE RE-ENTRY - SAYS WHAT IT IS FOR INSTEAD.   *
009120*****************************************************************
009130 2210-PRINT-FOOTING.
009140     IF WS-CUR-LINE-COUNT = 0
009150         EVALUATE TRUE
009160             WHEN WS-CUR-TRAN-TYPE = 'F'
009170                 MOVE 'FINANCE CHARGE ON OVERDUE BALANCE'
009180                     TO WS-PDL-TEXT
009190             WHEN WS-CUR-TRAN-TYPE = 'H'
009200                 MOVE 'RELEASED HELD ORDER AS POSTED'
009210                     TO WS-PDL-TEXT
009220             WHEN WS-CUR-TRAN-TYPE = 'Q'
009230                 MOVE 'ACCEPTED QUOTATION AS POSTED'
009240                     TO WS-PDL-TEXT
009242             WHEN WS-CUR-TRAN-TYPE = 'B'
009244                 MOVE 'VOLUME REBATE CREDIT FOR AGREEMENT YEAR'
009246                     TO WS-PDL-TEXT
009250             WHEN WS-CUR-TRAN-TYPE = 'R'
009260                 MOVE 'GOODS RETURNED AS CREDITED'
009270                     TO WS-PDL-TEXT
009280             WHEN OTHER
009290                 MOVE 'ORDER AS POSTED' TO WS-PDL-TEXT
009300         END-EVALUATE
009310         WRITE INVOICE-PRINT-LINE FROM WS-PRT-DESC-LINE
009320     END-IF.
009330
009340     MOVE WS-CUR-CUST-CCY TO WS-PTT-CCY.
009350     MOVE 'GOODS'         TO WS-PTT-LABEL.
009360     MOVE WS-CUR-GOODS-AMOUNT TO WS-PTT-AMOUNT.
009370     WRITE INVOICE-PRINT-LINE FROM WS-PRT-TOTAL-LINE.
009371     IF WS-CUR-FREIGHT-AMOUNT NOT = 0
009372         MOVE 'FREIGHT'       TO WS-PTT-LABEL
009373         MOVE WS-CUR-FREIGHT-AMOUNT TO WS-PTT-AMOUNT
009374         WRITE INVOICE-PRINT-LINE FROM WS-PRT-TOTAL-LINE
009375     END-IF.
009380     MOVE 'TAX'           TO WS-PTT-LABEL.
009390     MOVE WS-CUR-TAX-AMOUNT TO WS-PTT-AMOUNT.
009400     WRITE INVOICE-PRINT-LINE FROM WS-PRT-TOTAL-LINE.
009410     IF WS-CREDIT-NOTE
009420         MOVE 'TOTAL CREDIT' TO WS-PTT-LABEL
009430     ELSE
009440         MOVE 'TOTAL DUE'    TO WS-PTT-LABEL
009450     END-IF.
009460     MOVE WS-INVOICE-TOTAL TO WS-PTT-AMOUNT.
009470     WRITE INVOICE-PRINT-LINE FROM WS-PRT-TOTAL-LINE.
009480     WRITE INVOICE-PRINT-LINE FROM WS-PRT-RULE-LINE.
009490 2210-PRINT-FOOTING-EXIT.
009500     EXIT.
009510
009520*****************************************************************
009530*    2220-CUT-ETRAILER                                          *
009540*    T|INVOICE|GOODS|TAX|TOTAL|FREIGHT                          *
009550*****************************************************************
009560 2220-CUT-ETRAILER.
009570     MOVE WS-CUR-GOODS-AMOUNT TO WS-EXT-AMOUNT.
009580     MOVE WS-CUR-TAX-AMOUNT   TO WS-EXT-AMOUNT2.
009590     MOVE WS-INVOICE-TOTAL    TO WS-EXT-AMOUNT3.
009595     MOVE WS-CUR-FREIGHT-AMOUNT TO WS-EXT-AMOUNT4.
009600     MOVE SPACES TO INVOICE-EXTRACT-LINE.
009610     STRING 'T' '|' WS-INVOICE-NO '|' WS-EXT-AMOUNT '|'
009620         WS-EXT-AMOUNT2 '|' WS-EXT-AMOUNT3 '|' WS-EXT-AMOUNT4
009630         DELIMITED BY SIZE
009640         INTO INVOICE-EXTRACT-LINE.
009650     WRITE INVOICE-EXTRACT-LINE.
009660 2220-CUT-ETRAILER-EXIT.
009670     EXIT.
009680
009690*****************************************************************
009700*    2290-WRITE-REGISTER-LINE                                   *
009710*****************************************************************
009720 2290-WRITE-REGISTER-LINE.
009730     MOVE WS-CUR-ORDER-ID  TO WS-RDL-ORDER-ID.
009740     MOVE WS-CUR-CUST-ID   TO WS-RDL-CUST-ID.
009750     MOVE WS-CUR-CUST-CCY  TO WS-RDL-CCY.
009760     MOVE WS-INVOICE-TOTAL TO WS-RDL-AMOUNT.
009770     WRITE INVOICE-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
009780 2290-WRITE-REGISTER-LINE-EXIT.
009790     EXIT.
009800
009810*****************************************************************
009820*    3000-TOTAL-POSTING-JOURNAL                                 *
009830*****************************************************************
009840 3000-TOTAL-POSTING-JOURNAL.
009850     IF WS-PJR-DONE
009860         GO TO 3000-TOTAL-POSTING-JOURNAL-EXIT
009870     END-IF.
009880     PERFORM 3010-ADD-JOURNAL-ROW
009890         THRU 3010-ADD-JOURNAL-ROW-EXIT
009900         UNTIL WS-PJR-DONE.
009910 3000-TOTAL-POSTING-JOURNAL-EXIT.
009920     EXIT.
009930
009940*****************************************************************
009950*    3010-ADD-JOURNAL-ROW                                       *
009960*****************************************************************
009970 3010-ADD-JOURNAL-ROW.
009980     READ POSTING-JOURNAL-FILE
009990         AT END
010000             MOVE 'Y' TO WS-PJR-EOF-SW
010010             GO TO 3010-ADD-JOURNAL-ROW-EXIT
010020     END-READ.
010022     IF PJR-TRAILER
010024         GO TO 3010-ADD-JOURNAL-ROW-EXIT
010026     END-IF.
010030     ADD 1 TO WS-PJR-COUNT.
010040     ADD PJR-POSTED-AMOUNT TO WS-PJR-AMOUNT.
010050 3010-ADD-JOURNAL-ROW-EXIT.
010060     EXIT.
010070
010080*****************************************************************
010090*    4000-PROVE-TIE-OUT                                         *
010100*    EVERY POSTING ON THE JOURNAL MUST HAVE BECOME EXACTLY ONE  *
010110*    INVOICE FOR THE SAME AMOUNT.  THE VERDICT GOES TO THE      *
010120*    CONTROL-OUTCOME FILE FOR THE MORNING ATTESTATION.          *
010130*****************************************************************
010140 4000-PROVE-TIE-OUT.
010150     IF WS-PJR-MISSING
010160         MOVE 'N' TO WS-TIE-SW
010170         MOVE 'NO POSTING JOURNAL TO TIE' TO WS-RTE-VERDICT
010180     ELSE
010190         IF WS-TIE-INV-COUNT = WS-PJR-COUNT
010200                 AND WS-TIE-INV-AMOUNT = WS-PJR-AMOUNT
010210             MOVE 'Y' TO WS-TIE-SW
010220             MOVE 'TIES' TO WS-RTE-VERDICT
010230         ELSE
010240             MOVE 'N' TO WS-TIE-SW
010250             MOVE 'OUT OF TIE' TO WS-RTE-VERDICT
010260         END-IF
010270     END-IF.
010280     IF NOT WS-REGISTER-TIES
010290         DISPLAY 'INVGEN01: INVOICE REGISTER OUT OF TIE WITH '
010300             'POSTING JOURNAL'
010310     END-IF.
010320
010330     OPEN EXTEND CONTROL-OUTCOME-FILE.
010340     IF WS-CTL-OK
010350         MOVE 'INVGEN01' TO CTL-CONTROL-NAME
010360         IF WS-REGISTER-TIES
010370             MOVE 'PASS' TO CTL-VERDICT
010380             MOVE 'INVOICE REGISTER TIES' TO CTL-DETAIL
010390         ELSE
010400             MOVE 'FAIL' TO CTL-VERDICT
010410             MOVE 'INVOICE REGISTER OUT OF TIE' TO CTL-DETAIL
010420         END-IF
010430         WRITE CONTROL-OUTCOME-REC
010440         CLOSE CONTROL-OUTCOME-FILE
010450     ELSE
010460         DISPLAY 'INVGEN01: OPEN CONTROL-OUTCOME-FILE FAILED '
010470             WS-CTL-FILE-STATUS
010480     END-IF.
010490 4000-PROVE-TIE-OUT-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530*    4500-PRINT-TOTALS                                          *
010540*    TOTALS BY DELIVERY ROUTE, THEN THE TIE TO THE JOURNAL.     *
010550*****************************************************************
010560 4500-PRINT-TOTALS.
010570     MOVE 'PRINTED.......................' TO WS-RTL-TITLE.
010580     MOVE WS-PRINT-COUNT  TO WS-RTL-COUNT.
010590     MOVE WS-PRINT-AMOUNT TO WS-RTL-AMOUNT.
010600     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
010610
010620     MOVE 'ELECTRONIC....................' TO WS-RTL-TITLE.
010630     MOVE WS-ELEC-COUNT  TO WS-RTL-COUNT.
010640     MOVE WS-ELEC-AMOUNT TO WS-RTL-AMOUNT.
010650     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
010660
010670     MOVE 'SUPPRESSED - NOT RENDERED.....' TO WS-RTL-TITLE.
010680     MOVE WS-SUPPRESS-COUNT  TO WS-RTL-COUNT.
010690     MOVE WS-SUPPRESS-AMOUNT TO WS-RTL-AMOUNT.
010700     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
010710
010720     MOVE 'TOTAL INVOICES ISSUED.........' TO WS-RTL-TITLE.
010730     MOVE WS-INVOICED-COUNT TO WS-RTL-COUNT.
010740     MOVE WS-ISSUED-AMOUNT  TO WS-RTL-AMOUNT.
010750     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
010760
010770     MOVE '  OF WHICH REISSUED COPIES....' TO WS-RTL-TITLE.
010780     MOVE WS-REISSUED-COUNT TO WS-RTL-COUNT.
010790     MOVE 0                 TO WS-RTL-AMOUNT.
010800     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
010810
010820     MOVE '  OF WHICH SUSPENSE RE-ENTRIES' TO WS-RTL-TITLE.
010830     MOVE WS-REENTRY-COUNT  TO WS-RTL-COUNT.
010840     MOVE WS-REENTRY-AMOUNT TO WS-RTL-AMOUNT.
010850     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
010860
010870     MOVE 'REJECTED - NOT INVOICED.......' TO WS-RTL-TITLE.
010880     MOVE WS-REJECTED-COUNT TO WS-RTL-COUNT.
010890     MOVE 0                 TO WS-RTL-AMOUNT.
010900     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
010910
010920     MOVE 'INVOICED FROM POSTING.........' TO WS-RTL-TITLE.
010930     MOVE WS-TIE-INV-COUNT  TO WS-RTL-COUNT.
010940     MOVE WS-TIE-INV-AMOUNT TO WS-RTL-AMOUNT.
010950     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
010960
010970     MOVE 'POSTING JOURNAL...............' TO WS-RTL-TITLE.
010980     MOVE WS-PJR-COUNT  TO WS-RTL-COUNT.
010990     MOVE WS-PJR-AMOUNT TO WS-RTL-AMOUNT.
011000     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
011010
011020     WRITE INVOICE-REGISTER-LINE FROM WS-REG-TIE-LINE.
011030 4500-PRINT-TOTALS-EXIT.
011040     EXIT.
011050
011060*****************************************************************
011070*    8000-READ-DETAIL                                           *
011080*****************************************************************
011090 8000-READ-DETAIL.
011100     READ INVOICE-DETAIL-FILE
011110         AT END
011120             MOVE 'Y' TO WS-IVD-EOF-SW
011130     END-READ.
011140 8000-READ-DETAIL-EXIT.
011150     EXIT.
011160
011170*****************************************************************
011180*    9999-TERMINATE                                             *
011190*****************************************************************
011200 9999-TERMINATE.
011210     IF WS-IVD-OK OR WS-IVD-EOF
011220         CLOSE INVOICE-DETAIL-FILE
011230     END-IF.
011240     IF WS-CUST-OK OR WS-CUST-NOT-FOUND
011250         CLOSE CUSTOMER-MASTER-FILE
011260     END-IF.
011270     IF WS-POR-OK OR WS-POR-EOF OR WS-POR-NOT-FOUND
011280         CLOSE POSTED-ORDER-REGISTER
011290     END-IF.
011300     IF NOT WS-PJR-MISSING
011310         CLOSE POSTING-JOURNAL-FILE
011320     END-IF.
011330     CLOSE INVOICE-PRINT-FILE.
011340     CLOSE INVOICE-EXTRACT.
011350     CLOSE INVOICE-REGISTER-RPT.
011360
011370*    LEAVE THE NEW HIGH-WATER INVOICE NUMBER FOR THE NEXT RUN.
011380     OPEN OUTPUT INVOICE-SEQ-FILE.
011390     IF WS-ISQ-OK
011400         MOVE WS-LAST-INVOICE-NO TO ISQ-LAST-INVOICE-NO
011410         WRITE INVOICE-SEQ-REC
011420         CLOSE INVOICE-SEQ-FILE
011430     ELSE
011440         DISPLAY 'INVGEN01: INVOICE-SEQ-FILE NOT REWRITTEN '
011450             WS-ISQ-FILE-STATUS
011460         MOVE 8 TO RETURN-CODE
011470     END-IF.
011480
011490*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
011500     OPEN EXTEND RUN-CONTROL-FILE.
011510     IF WS-RCT-OK
011520         MOVE 'INVGEN01'        TO RCT-STEP-NAME
011530         MOVE WS-HEADER-COUNT   TO RCT-RECORDS-IN
011540         MOVE WS-INVOICED-COUNT TO RCT-APPLIED
011550         MOVE WS-REJECTED-COUNT TO RCT-REJECTED
011560         MOVE 0                 TO RCT-SUSPENDED
011570         WRITE RUN-CONTROL-REC
011580         CLOSE RUN-CONTROL-FILE
011590     ELSE
011600         DISPLAY 'INVGEN01: OPEN RUN-CONTROL-FILE FAILED '
011610             WS-RCT-FILE-STATUS
011620     END-IF.
011630 9999-TERMINATE-EXIT.
011640     EXIT.
011650
011660*****************************************************************
011670*    9500-VALIDATE-PARM-CARD                                    *
011680*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
011690*****************************************************************
011700     COPY PARMVAL.
