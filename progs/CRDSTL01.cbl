000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CRDSTL01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - CARD SETTLEMENT IMPORT.  READS   *
000100*                    THE CARD PROCESSOR'S DAILY SETTLEMENT FILE  *
000110*                    (CRDSTL.CPY) AND HOLDS EACH SETTLEMENT'S    *
000120*                    DETAILS UNTIL ITS TRAILER PROVES - COUNT,   *
000130*                    GROSS, FEES, CHARGEBACKS AND THE NET        *
000140*                    DEPOSIT.  A PROVED SETTLEMENT RELEASES      *
000150*                    EACH CARD PAYMENT AS A CASH-RECEIPT RECORD  *
000160*                    AT GROSS FOR CSHPOST1, BOOKS THE MERCHANT   *
000170*                    FEES TO THEIR OWN GL EXPENSE ACCOUNT, AND   *
000180*                    RECORDS THE NET DEPOSIT FOR THE BANK        *
000190*                    RECONCILIATION.  EACH CHARGEBACK REVERSES   *
000200*                    THE APPLIED RECEIPT THE WAY NSFRET01        *
000210*                    REVERSES A BANK RETURN, REOPENS THE OPEN    *
000220*                    ITEM THE PAYMENT SETTLED, AND LISTS THE     *
000230*                    CUSTOMER FOR COLLECTIONS.  A SETTLEMENT     *
000240*                    THAT DOES NOT PROVE, OR A CHARGEBACK THAT   *
000250*                    MATCHES NO RECEIPT, ENDS THE STEP RC 4.     *
000252*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000254*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000256*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000258*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CARD-SETTLEMENT-FILE ASSIGN TO CRDSTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CSL-FILE-STATUS.
000330
000340     SELECT CASH-RECEIPT-OUT ASSIGN TO CSHRCPTO
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RCO-FILE-STATUS.
000370
000380     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CUST-ID
000420         FILE STATUS IS WS-CUST-FILE-STATUS.
000430
000440     SELECT APPLIED-RECEIPT-REGISTER ASSIGN TO RCPREG
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS ARC-KEY
000480         FILE STATUS IS WS-ARC-FILE-STATUS.
000490
000500     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS OPI-ORDER-ID
000540         FILE STATUS IS WS-OPI-FILE-STATUS.
000550
000560     SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PHS-FILE-STATUS.
000590
000600     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-GLJ-FILE-STATUS.
000630
000640     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CYC-FILE-STATUS.
000670
000680     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CMJ-FILE-STATUS.
000710
000720     SELECT BANK-ACTIVITY-FILE ASSIGN TO BNKACT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-BAC-FILE-STATUS.
000750
000760     SELECT CARD-SETTLEMENT-RPT ASSIGN TO CRDSTLRP
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RPT-FILE-STATUS.
000790
000800     SELECT CHARGEBACK-COLLECT-RPT ASSIGN TO CRDCOLRP
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-COL-FILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CARD-SETTLEMENT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY CRDSTL.
000890
000900 FD  CASH-RECEIPT-OUT
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CSHRCPT.
000930
000940 FD  CUSTOMER-MASTER-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY CUSTMAST.
000970
000980 FD  APPLIED-RECEIPT-REGISTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY RCPREG.
001010
001020 FD  OPEN-ITEM-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY OPENITEM.
001050
001060 FD  PAYMENT-HISTORY-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY PAYHIST.
001090
001100 FD  GL-JOURNAL-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY GLJRNL.
001130
001140 FD  CYCLE-CONTROL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY CYCLCTL.
001170
001180 FD  CUST-JOURNAL-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY CMJRNL.
001210
001220 FD  BANK-ACTIVITY-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY BNKACT.
001250
001260 FD  CARD-SETTLEMENT-RPT
001270     LABEL RECORDS ARE STANDARD.
001280     01  CARD-SETTLEMENT-LINE     PIC X(80).
001290
001300 FD  CHARGEBACK-COLLECT-RPT
001310     LABEL RECORDS ARE STANDARD.
001320     01  CHARGEBACK-COLLECT-LINE  PIC X(80).
001330
001340 WORKING-STORAGE SECTION.
001350     01  WS-CSL-FILE-STATUS       PIC X(02).
001360         88  WS-CSL-OK            VALUE '00'.
001370         88  WS-CSL-EOF           VALUE '10'.
001380
001390     01  WS-RCO-FILE-STATUS       PIC X(02).
001400         88  WS-RCO-OK            VALUE '00'.
001410
001420     01  WS-CUST-FILE-STATUS      PIC X(02).
001430         88  WS-CUST-OK           VALUE '00'.
001440         88  WS-CUST-NOT-FOUND    VALUE '23'.
001450
001460     01  WS-ARC-FILE-STATUS       PIC X(02).
001470         88  WS-ARC-OK            VALUE '00'.
001480         88  WS-ARC-NOT-FOUND     VALUE '23'.
001490
001500     01  WS-OPI-FILE-STATUS       PIC X(02).
001510         88  WS-OPI-OK            VALUE '00'.
001520         88  WS-OPI-NOT-FOUND     VALUE '23'.
001530
001540     01  WS-PHS-FILE-STATUS       PIC X(02).
001550         88  WS-PHS-OK            VALUE '00'.
001560
001570     01  WS-GLJ-FILE-STATUS       PIC X(02).
001580         88  WS-GLJ-OK            VALUE '00'.
001590
001600     01  WS-CYC-FILE-STATUS       PIC X(02).
001610         88  WS-CYC-OK            VALUE '00'.
001620
001630     01  WS-BAC-FILE-STATUS       PIC X(02).
001640         88  WS-BAC-OK            VALUE '00'.
001650
001660     01  WS-RPT-FILE-STATUS       PIC X(02).
001670         88  WS-RPT-OK            VALUE '00'.
001680
001690     01  WS-COL-FILE-STATUS       PIC X(02).
001700         88  WS-COL-OK            VALUE '00'.
001710
001720     COPY CMJWORK.
001725     COPY JCHWORK.
001730
001740     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001750         88  WS-EOF               VALUE 'Y'.
001760
001770     01  WS-SETTLE-OPEN-SW        PIC X(01) VALUE 'N'.
001780         88  WS-SETTLE-OPEN       VALUE 'Y'.
001790
001800     01  WS-FAIL-REASON           PIC X(30).
001810
001820     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
001830     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001840     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
001850
001860*    THE PART OF A CHARGEBACK PUT BACK ON ITS OPEN ITEM - NEVER
001870*    MORE THAN THE ITEM HAD BEEN RELIEVED BY.
001880     01  WS-REOPEN-AMOUNT         PIC S9(07)V9(02).
001890     01  WS-ITEM-NOTE             PIC X(20).
001900
001910*****************************************************************
001920*    CURRENT-SETTLEMENT WORK AREAS.  THE DETAILS ARE BUFFERED   *
001930*    UNTIL THE TRAILER PROVES THE SETTLEMENT, SO NOTHING IS     *
001940*    RELEASED OR REVERSED FROM A SETTLEMENT THAT DOES NOT TIE.  *
001950*****************************************************************
001960     01  WS-SETTLE-ID             PIC X(08).
001970     01  WS-SETTLE-DATE           PIC 9(08).
001980     01  WS-SETTLE-DETAIL-COUNT   PIC 9(07) COMP.
001990     01  WS-SETTLE-GROSS          PIC S9(09)V9(02).
002000     01  WS-SETTLE-FEES           PIC S9(09)V9(02).
002010     01  WS-SETTLE-CHARGEBACKS    PIC S9(09)V9(02).
002020     01  WS-SETTLE-NET            PIC S9(09)V9(02).
002030     01  WS-MAX-SETTLE-ROWS       PIC 9(03) COMP VALUE 200.
002040     01  WS-SETTLE-TABLE.
002050         05  WS-SETTLE-ROW OCCURS 200 TIMES.
002060             10  WS-STL-TYPE      PIC X(01).
002070                 88  WS-STL-PAYMENT    VALUE 'P'.
002080                 88  WS-STL-CHARGEBACK VALUE 'C'.
002090             10  WS-STL-CUST-ID   PIC X(05).
002100             10  WS-STL-AMOUNT    PIC S9(07)V9(02).
002110             10  WS-STL-FEE       PIC S9(05)V9(02).
002120             10  WS-STL-REFERENCE PIC X(10).
002130             10  WS-STL-TRAN-DATE PIC 9(08).
002140             10  WS-STL-ORDER-ID  PIC X(06).
002150             10  WS-STL-REASON    PIC X(04).
002160     01  WS-SETTLE-SUB            PIC 9(03) COMP.
002170
002180*****************************************************************
002190*    CONTROL TOTALS                                             *
002200*****************************************************************
002210     01  WS-TOTALS.
002220         05  WS-RECORD-COUNT      PIC 9(07) COMP VALUE 0.
002230         05  WS-SETTLE-COUNT      PIC 9(07) COMP VALUE 0.
002240         05  WS-RELEASED-COUNT    PIC 9(07) COMP VALUE 0.
002250         05  WS-CHARGEBACK-COUNT  PIC 9(07) COMP VALUE 0.
002260         05  WS-REVERSED-COUNT    PIC 9(07) COMP VALUE 0.
002270         05  WS-UNMATCHED-COUNT   PIC 9(07) COMP VALUE 0.
002280         05  WS-REOPENED-COUNT    PIC 9(07) COMP VALUE 0.
002290         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
002300         05  WS-RELEASED-AMOUNT   PIC S9(11)V9(2) COMP-3 VALUE 0.
002310         05  WS-FEE-AMOUNT        PIC S9(11)V9(2) COMP-3 VALUE 0.
002320         05  WS-AMOUNT-REVERSED   PIC S9(11)V9(2) COMP-3 VALUE 0.
002330         05  WS-DEPOSIT-AMOUNT    PIC S9(11)V9(2) COMP-3 VALUE 0.
002340         05  WS-REJECTED-AMOUNT   PIC S9(11)V9(2) COMP-3 VALUE 0.
002350
002360*****************************************************************
002370*    SETTLEMENT REGISTER LINE LAYOUTS                           *
002380*****************************************************************
002390     01  WS-HEADING-LINE.
002400         05  FILLER               PIC X(35) VALUE
002410             'CRDSTL01 - CARD SETTLEMENT REGISTER'.
002420         05  FILLER               PIC X(45) VALUE SPACES.
002430
002440     01  WS-SETTLE-LINE.
002450         05  WS-STH-SETTLE-ID     PIC X(08).
002460         05  FILLER               PIC X(01) VALUE SPACE.
002470         05  WS-STH-SETTLE-DATE   PIC 9(08).
002480         05  FILLER               PIC X(04) VALUE ' GR '.
002490         05  WS-STH-GROSS         PIC -(7)9.99.
002500         05  FILLER               PIC X(04) VALUE ' FE '.
002510         05  WS-STH-FEES          PIC -(6)9.99.
002520         05  FILLER               PIC X(04) VALUE ' CB '.
002530         05  WS-STH-CHARGEBACKS   PIC -(6)9.99.
002540         05  FILLER               PIC X(05) VALUE ' NET '.
002550         05  WS-STH-NET           PIC -(7)9.99.
002560         05  FILLER               PIC X(01) VALUE SPACE.
002570
002580     01  WS-DETAIL-LINE.
002590         05  WS-DET-SETTLE-ID     PIC X(08).
002600         05  FILLER               PIC X(02).
002610         05  WS-DET-CUST-ID       PIC X(05).
002620         05  FILLER               PIC X(02).
002630         05  WS-DET-REFERENCE     PIC X(10).
002640         05  FILLER               PIC X(02).
002650         05  WS-DET-AMOUNT        PIC -(6)9.99.
002660         05  FILLER               PIC X(02).
002670         05  WS-DET-REASON-CODE   PIC X(04).
002680         05  FILLER               PIC X(02).
002690         05  WS-DET-DISPOSITION   PIC X(30).
002700         05  FILLER               PIC X(03).
002710
002720     01  WS-COUNT-LINE.
002730         05  WS-CNT-TITLE         PIC X(26).
002740         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002750         05  FILLER               PIC X(47) VALUE SPACES.
002760
002770*****************************************************************
002780*    COLLECTIONS LISTING LINE LAYOUTS                           *
002790*****************************************************************
002800     01  WS-COL-HEADING-LINE.
002810         05  FILLER               PIC X(49) VALUE
002820             'CRDSTL01 - CHARGED-BACK CUSTOMERS FOR COLLECTIONS'.
002830         05  FILLER               PIC X(31) VALUE SPACES.
002840
002850     01  WS-COL-DETAIL-LINE.
002860         05  WS-CLD-CUST-ID       PIC X(05).
002870         05  FILLER               PIC X(01) VALUE SPACE.
002880         05  WS-CLD-NAME          PIC X(20).
002890         05  FILLER               PIC X(01) VALUE SPACE.
002900         05  WS-CLD-AMOUNT        PIC -(6)9.99.
002910         05  FILLER               PIC X(01) VALUE SPACE.
002920         05  WS-CLD-BALANCE       PIC -(6)9.99.
002930         05  FILLER               PIC X(01) VALUE SPACE.
002940         05  WS-CLD-REASON-CODE   PIC X(04).
002950         05  FILLER               PIC X(01) VALUE SPACE.
002960         05  WS-CLD-ORDER-ID      PIC X(06).
002970         05  FILLER               PIC X(01) VALUE SPACE.
002980         05  WS-CLD-ITEM-NOTE     PIC X(17).
002990
003000 PROCEDURE DIVISION.
003010*****************************************************************
003020*    0000-MAINLINE                                              *
003030*****************************************************************
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE
003060         THRU 1000-INITIALIZE-EXIT.
003070
003080     PERFORM 2000-PROCESS-RECORD
003090         THRU 2000-PROCESS-RECORD-EXIT
003100         UNTIL WS-EOF.
003110
003120*    A SETTLEMENT STILL OPEN AT END OF FILE NEVER GOT ITS
003130*    TRAILER - NOTHING FROM IT IS RELEASED.
003140     IF WS-SETTLE-OPEN
003150         MOVE 'NO TRAILER ON SETTLEMENT' TO WS-FAIL-REASON
003160         PERFORM 2500-REJECT-SETTLEMENT
003170             THRU 2500-REJECT-SETTLEMENT-EXIT
003180     END-IF.
003190
003200     PERFORM 3000-PRINT-CONTROL-TOTALS
003210         THRU 3000-PRINT-CONTROL-TOTALS-EXIT.
003220
003230     DISPLAY 'CRDSTL01: RECORDS READ.......... '
003240         WS-RECORD-COUNT.
003250     DISPLAY 'CRDSTL01: SETTLEMENTS PROVED.... '
003260         WS-SETTLE-COUNT.
003270     DISPLAY 'CRDSTL01: RECEIPTS RELEASED..... '
003280         WS-RELEASED-COUNT.
003290     DISPLAY 'CRDSTL01: CHARGEBACKS REVERSED.. '
003300         WS-REVERSED-COUNT.
003310     DISPLAY 'CRDSTL01: CHARGEBACKS UNMATCHED. '
003320         WS-UNMATCHED-COUNT.
003330     DISPLAY 'CRDSTL01: DETAILS REJECTED...... '
003340         WS-REJECTED-COUNT.
003350     DISPLAY 'CRDSTL01: AMOUNT RELEASED....... '
003360         WS-RELEASED-AMOUNT.
003370     DISPLAY 'CRDSTL01: MERCHANT FEES BOOKED.. '
003380         WS-FEE-AMOUNT.
003390     DISPLAY 'CRDSTL01: AMOUNT REVERSED....... '
003400         WS-AMOUNT-REVERSED.
003410     DISPLAY 'CRDSTL01: NET DEPOSITS.......... '
003420         WS-DEPOSIT-AMOUNT.
003430
003440*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
003450*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
003460     IF WS-REJECTED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
003470         IF RETURN-CODE < 4
003480             MOVE 4 TO RETURN-CODE
003490         END-IF
003500     END-IF.
003510
003520     PERFORM 9999-TERMINATE
003530         THRU 9999-TERMINATE-EXIT.
003540
003550     STOP RUN.
003560
003570*****************************************************************
003580*    1000-INITIALIZE                                            *
003590*    THE REGISTERS A CHARGEBACK REVERSES ARE REQUIRED - WITHOUT *
003600*    THEM NOTHING IS RELEASED EITHER, SO A SETTLEMENT IS NEVER  *
003610*    HALF-APPLIED.                                              *
003620*****************************************************************
003630 1000-INITIALIZE.
003640     OPEN INPUT CARD-SETTLEMENT-FILE.
003650     IF NOT WS-CSL-OK
003660         DISPLAY 'CRDSTL01: OPEN CARD-SETTLEMENT-FILE FAILED '
003670             WS-CSL-FILE-STATUS
003680         MOVE 'Y' TO WS-EOF-SW
003690         MOVE 8 TO RETURN-CODE
003700     END-IF.
003710
003720     OPEN OUTPUT CASH-RECEIPT-OUT.
003730     IF NOT WS-RCO-OK
003740         DISPLAY 'CRDSTL01: OPEN CASH-RECEIPT-OUT FAILED '
003750             WS-RCO-FILE-STATUS
003760         MOVE 'Y' TO WS-EOF-SW
003770         MOVE 8 TO RETURN-CODE
003780     END-IF.
003790
003800     OPEN I-O CUSTOMER-MASTER-FILE.
003810     IF NOT WS-CUST-OK
003820         DISPLAY 'CRDSTL01: OPEN CUSTOMER-MASTER FAILED '
003830             WS-CUST-FILE-STATUS
003840         MOVE 'Y' TO WS-EOF-SW
003850         MOVE 8 TO RETURN-CODE
003860     END-IF.
003870
003880     OPEN I-O APPLIED-RECEIPT-REGISTER.
003890     IF NOT WS-ARC-OK
003900         DISPLAY 'CRDSTL01: OPEN APPLIED-RECEIPT-REG FAILED '
003910             WS-ARC-FILE-STATUS
003920         MOVE 'Y' TO WS-EOF-SW
003930         MOVE 8 TO RETURN-CODE
003940     END-IF.
003950
003960     OPEN I-O OPEN-ITEM-FILE.
003970     IF NOT WS-OPI-OK
003980         DISPLAY 'CRDSTL01: OPEN OPEN-ITEM-FILE FAILED '
003990             WS-OPI-FILE-STATUS
004000         MOVE 'Y' TO WS-EOF-SW
004010         MOVE 8 TO RETURN-CODE
004020     END-IF.
004030
004040     OPEN EXTEND PAYMENT-HISTORY-FILE.
004050     IF NOT WS-PHS-OK
004060         DISPLAY 'CRDSTL01: OPEN PAYMENT-HISTORY-FILE FAILED '
004070             WS-PHS-FILE-STATUS
004080     END-IF.
004090
004100     OPEN EXTEND GL-JOURNAL-FILE.
004110     IF NOT WS-GLJ-OK
004120         DISPLAY 'CRDSTL01: OPEN GL-JOURNAL-FILE FAILED '
004130             WS-GLJ-FILE-STATUS
004140     END-IF.
004150
004156     PERFORM 9610-OPEN-CUST-JOURNAL
004162         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
004170     IF NOT WS-CMJ-OK
004180         DISPLAY 'CRDSTL01: OPEN CUST-JOURNAL-FILE FAILED '
004190             WS-CMJ-FILE-STATUS
004200     END-IF.
004210     MOVE 'CRDSTL01' TO WS-CMJ-PROGRAM.
004220
004230*    THE JOURNAL CARRIES THE CYCLE IT WAS CUT IN, SO THE
004240*    BALANCE PROOF CAN NET EXACTLY ONE CYCLE'S MOVEMENT.
004250     OPEN INPUT CYCLE-CONTROL-FILE.
004260     IF WS-CYC-OK
004270         READ CYCLE-CONTROL-FILE
004280             AT END
004290                 CONTINUE
004300             NOT AT END
004310                 MOVE CYC-CYCLE-NUMBER
004320                     TO WS-CMJ-CYCLE-NUMBER
004330         END-READ
004340         CLOSE CYCLE-CONTROL-FILE
004350     END-IF.
004360
004370     OPEN EXTEND BANK-ACTIVITY-FILE.
004380     IF NOT WS-BAC-OK
004390         DISPLAY 'CRDSTL01: OPEN BANK-ACTIVITY-FILE FAILED '
004400             WS-BAC-FILE-STATUS
004410     END-IF.
004420
004430     OPEN OUTPUT CARD-SETTLEMENT-RPT.
004440     IF NOT WS-RPT-OK
004450         DISPLAY 'CRDSTL01: OPEN CARD-SETTLEMENT-RPT FAILED '
004460             WS-RPT-FILE-STATUS
004470     END-IF.
004480
004490     OPEN OUTPUT CHARGEBACK-COLLECT-RPT.
004500     IF NOT WS-COL-OK
004510         DISPLAY 'CRDSTL01: OPEN CHARGEBACK-COLLECT-RPT FAILED '
004520             WS-COL-FILE-STATUS
004530     END-IF.
004540
004550     WRITE CARD-SETTLEMENT-LINE FROM WS-HEADING-LINE.
004560     WRITE CHARGEBACK-COLLECT-LINE FROM WS-COL-HEADING-LINE.
004570
004580     PERFORM 8000-READ-SETTLEMENT
004590         THRU 8000-READ-SETTLEMENT-EXIT.
004600 1000-INITIALIZE-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*    2000-PROCESS-RECORD                                        *
004650*****************************************************************
004660 2000-PROCESS-RECORD.
004670     ADD 1 TO WS-RECORD-COUNT.
004680     EVALUATE TRUE
004690         WHEN CSL-TYPE-HEADER
004700             PERFORM 2100-START-SETTLEMENT
004710                 THRU 2100-START-SETTLEMENT-EXIT
004720         WHEN CSL-TYPE-PAYMENT
004730         WHEN CSL-TYPE-CHARGEBACK
004740             PERFORM 2200-BUFFER-DETAIL
004750                 THRU 2200-BUFFER-DETAIL-EXIT
004760         WHEN CSL-TYPE-TRAILER
004770             PERFORM 2300-PROVE-SETTLEMENT
004780                 THRU 2300-PROVE-SETTLEMENT-EXIT
004790         WHEN OTHER
004800             ADD 1 TO WS-REJECTED-COUNT
004810             MOVE WS-SETTLE-ID TO WS-DET-SETTLE-ID
004820             MOVE SPACES       TO WS-DET-CUST-ID
004830             MOVE SPACES       TO WS-DET-REFERENCE
004840             MOVE 0            TO WS-DET-AMOUNT
004850             MOVE SPACES       TO WS-DET-REASON-CODE
004860             MOVE 'UNKNOWN SETTLEMENT RECORD TYPE'
004870                 TO WS-DET-DISPOSITION
004880             WRITE CARD-SETTLEMENT-LINE FROM WS-DETAIL-LINE
004890     END-EVALUATE.
004900
004910     PERFORM 8000-READ-SETTLEMENT
004920         THRU 8000-READ-SETTLEMENT-EXIT.
004930 2000-PROCESS-RECORD-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970*    2100-START-SETTLEMENT                                      *
004980*    A HEADER ARRIVING WHILE A SETTLEMENT IS STILL OPEN MEANS   *
004990*    THE PRIOR ONE NEVER GOT ITS TRAILER - IT IS REJECTED WHOLE *
005000*    BEFORE THE NEW ONE STARTS.                                 *
005010*****************************************************************
005020 2100-START-SETTLEMENT.
005030     IF WS-SETTLE-OPEN
005040         MOVE 'NO TRAILER ON SETTLEMENT' TO WS-FAIL-REASON
005050         PERFORM 2500-REJECT-SETTLEMENT
005060             THRU 2500-REJECT-SETTLEMENT-EXIT
005070     END-IF.
005080     MOVE 'Y'                 TO WS-SETTLE-OPEN-SW.
005090     MOVE CSL-HDR-SETTLE-ID   TO WS-SETTLE-ID.
005100     MOVE CSL-HDR-SETTLE-DATE TO WS-SETTLE-DATE.
005110     MOVE 0 TO WS-SETTLE-DETAIL-COUNT.
005120     MOVE 0 TO WS-SETTLE-GROSS.
005130     MOVE 0 TO WS-SETTLE-FEES.
005140     MOVE 0 TO WS-SETTLE-CHARGEBACKS.
005150 2100-START-SETTLEMENT-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190*    2200-BUFFER-DETAIL                                         *
005200*    PAYMENTS AND CHARGEBACKS ARE HELD IN ONE TABLE IN FILE     *
005210*    ORDER.  THE FEE ON A CHARGEBACK IS THE PROCESSOR'S         *
005220*    CHARGEBACK FEE AND IS BOOKED WITH THE MERCHANT FEES.       *
005230*****************************************************************
005240 2200-BUFFER-DETAIL.
005250     IF NOT WS-SETTLE-OPEN
005260         ADD 1 TO WS-REJECTED-COUNT
005270         MOVE SPACES TO WS-DET-SETTLE-ID
005280         IF CSL-TYPE-PAYMENT
005290             ADD CSL-PAY-GROSS TO WS-REJECTED-AMOUNT
005300             MOVE CSL-PAY-CUST-ID   TO WS-DET-CUST-ID
005310             MOVE CSL-PAY-REFERENCE TO WS-DET-REFERENCE
005320             MOVE CSL-PAY-GROSS     TO WS-DET-AMOUNT
005330             MOVE SPACES            TO WS-DET-REASON-CODE
005340         ELSE
005350             MOVE CSL-CBK-CUST-ID     TO WS-DET-CUST-ID
005360             MOVE CSL-CBK-REFERENCE   TO WS-DET-REFERENCE
005370             MOVE CSL-CBK-AMOUNT      TO WS-DET-AMOUNT
005380             MOVE CSL-CBK-REASON-CODE TO WS-DET-REASON-CODE
005390         END-IF
005400         MOVE 'DETAIL OUTSIDE A SETTLEMENT' TO WS-DET-DISPOSITION
005410         WRITE CARD-SETTLEMENT-LINE FROM WS-DETAIL-LINE
005420         GO TO 2200-BUFFER-DETAIL-EXIT
005430     END-IF.
005440     IF WS-SETTLE-DETAIL-COUNT NOT < WS-MAX-SETTLE-ROWS
005450         MOVE 'SETTLEMENT EXCEEDS BUFFER' TO WS-FAIL-REASON
005460         PERFORM 2500-REJECT-SETTLEMENT
005470             THRU 2500-REJECT-SETTLEMENT-EXIT
005480         GO TO 2200-BUFFER-DETAIL-EXIT
005490     END-IF.
005500
005510     ADD 1 TO WS-SETTLE-DETAIL-COUNT.
005520     MOVE WS-SETTLE-DETAIL-COUNT TO WS-SETTLE-SUB.
005530     MOVE CSL-RECORD-TYPE TO WS-STL-TYPE(WS-SETTLE-SUB).
005540     IF CSL-TYPE-PAYMENT
005550         ADD CSL-PAY-GROSS TO WS-SETTLE-GROSS
005560         ADD CSL-PAY-FEE   TO WS-SETTLE-FEES
005570         MOVE CSL-PAY-CUST-ID   TO WS-STL-CUST-ID(WS-SETTLE-SUB)
005580         MOVE CSL-PAY-GROSS     TO WS-STL-AMOUNT(WS-SETTLE-SUB)
005590         MOVE CSL-PAY-FEE       TO WS-STL-FEE(WS-SETTLE-SUB)
005600         MOVE CSL-PAY-REFERENCE TO WS-STL-REFERENCE(WS-SETTLE-SUB)
005610         MOVE CSL-PAY-TRAN-DATE TO WS-STL-TRAN-DATE(WS-SETTLE-SUB)
005620         MOVE CSL-PAY-ORDER-ID  TO WS-STL-ORDER-ID(WS-SETTLE-SUB)
005630         MOVE SPACES            TO WS-STL-REASON(WS-SETTLE-SUB)
005640     ELSE
005650         ADD CSL-CBK-AMOUNT TO WS-SETTLE-CHARGEBACKS
005660         ADD CSL-CBK-FEE    TO WS-SETTLE-FEES
005670         MOVE CSL-CBK-CUST-ID   TO WS-STL-CUST-ID(WS-SETTLE-SUB)
005680         MOVE CSL-CBK-AMOUNT    TO WS-STL-AMOUNT(WS-SETTLE-SUB)
005690         MOVE CSL-CBK-FEE       TO WS-STL-FEE(WS-SETTLE-SUB)
005700         MOVE CSL-CBK-REFERENCE TO WS-STL-REFERENCE(WS-SETTLE-SUB)
005710         MOVE CSL-CBK-TRAN-DATE TO WS-STL-TRAN-DATE(WS-SETTLE-SUB)
005720         MOVE CSL-CBK-ORDER-ID  TO WS-STL-ORDER-ID(WS-SETTLE-SUB)
005730         MOVE CSL-CBK-REASON-CODE
005740             TO WS-STL-REASON(WS-SETTLE-SUB)
005750     END-IF.
005760 2200-BUFFER-DETAIL-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800*    2300-PROVE-SETTLEMENT                                      *
005810*    THE TRAILER'S COUNT, GROSS, FEES AND CHARGEBACKS MUST EACH *
005820*    MATCH WHAT WAS READ, AND THE NET DEPOSIT MUST EQUAL GROSS  *
005830*    LESS FEES LESS CHARGEBACKS, BEFORE ANYTHING IS RELEASED OR *
005840*    REVERSED.                                                  *
005850*****************************************************************
005860 2300-PROVE-SETTLEMENT.
005870     IF NOT WS-SETTLE-OPEN
005880         ADD 1 TO WS-REJECTED-COUNT
005890         MOVE SPACES TO WS-DET-SETTLE-ID
005900         MOVE SPACES TO WS-DET-CUST-ID
005910         MOVE SPACES TO WS-DET-REFERENCE
005920         MOVE 0      TO WS-DET-AMOUNT
005930         MOVE SPACES TO WS-DET-REASON-CODE
005940         MOVE 'TRAILER WITHOUT HEADER' TO WS-DET-DISPOSITION
005950         WRITE CARD-SETTLEMENT-LINE FROM WS-DETAIL-LINE
005960         GO TO 2300-PROVE-SETTLEMENT-EXIT
005970     END-IF.
005980     IF CSL-TRL-DETAIL-COUNT NOT = WS-SETTLE-DETAIL-COUNT
005990         MOVE 'TRAILER COUNT DOES NOT PROVE' TO WS-FAIL-REASON
006000         PERFORM 2500-REJECT-SETTLEMENT
006010             THRU 2500-REJECT-SETTLEMENT-EXIT
006020         GO TO 2300-PROVE-SETTLEMENT-EXIT
006030     END-IF.
006040     IF CSL-TRL-GROSS-AMOUNT NOT = WS-SETTLE-GROSS
006050         MOVE 'TRAILER GROSS DOES NOT PROVE' TO WS-FAIL-REASON
006060         PERFORM 2500-REJECT-SETTLEMENT
006070             THRU 2500-REJECT-SETTLEMENT-EXIT
006080         GO TO 2300-PROVE-SETTLEMENT-EXIT
006090     END-IF.
006100     IF CSL-TRL-FEE-AMOUNT NOT = WS-SETTLE-FEES
006110         MOVE 'TRAILER FEES DO NOT PROVE' TO WS-FAIL-REASON
006120         PERFORM 2500-REJECT-SETTLEMENT
006130             THRU 2500-REJECT-SETTLEMENT-EXIT
006140         GO TO 2300-PROVE-SETTLEMENT-EXIT
006150     END-IF.
006160     IF CSL-TRL-CBK-AMOUNT NOT = WS-SETTLE-CHARGEBACKS
006170         MOVE 'TRAILER CHARGEBACKS NOT PROVED' TO WS-FAIL-REASON
006180         PERFORM 2500-REJECT-SETTLEMENT
006190             THRU 2500-REJECT-SETTLEMENT-EXIT
006200         GO TO 2300-PROVE-SETTLEMENT-EXIT
006210     END-IF.
006220     COMPUTE WS-SETTLE-NET = WS-SETTLE-GROSS - WS-SETTLE-FEES
006230         - WS-SETTLE-CHARGEBACKS.
006240     IF CSL-TRL-NET-DEPOSIT NOT = WS-SETTLE-NET
006250         MOVE 'NET DEPOSIT DOES NOT PROVE' TO WS-FAIL-REASON
006260         PERFORM 2500-REJECT-SETTLEMENT
006270             THRU 2500-REJECT-SETTLEMENT-EXIT
006280         GO TO 2300-PROVE-SETTLEMENT-EXIT
006290     END-IF.
006300
006310     ADD 1 TO WS-SETTLE-COUNT.
006320     MOVE WS-SETTLE-ID          TO WS-STH-SETTLE-ID.
006330     MOVE WS-SETTLE-DATE        TO WS-STH-SETTLE-DATE.
006340     MOVE WS-SETTLE-GROSS       TO WS-STH-GROSS.
006350     MOVE WS-SETTLE-FEES        TO WS-STH-FEES.
006360     MOVE WS-SETTLE-CHARGEBACKS TO WS-STH-CHARGEBACKS.
006370     MOVE WS-SETTLE-NET         TO WS-STH-NET.
006380     WRITE CARD-SETTLEMENT-LINE FROM WS-SETTLE-LINE.
006390
006400     PERFORM 2400-RELEASE-ONE-DETAIL
006410         THRU 2400-RELEASE-ONE-DETAIL-EXIT
006420         VARYING WS-SETTLE-SUB FROM 1 BY 1
006430         UNTIL WS-SETTLE-SUB > WS-SETTLE-DETAIL-COUNT.
006440     PERFORM 2350-BOOK-FEES
006450         THRU 2350-BOOK-FEES-EXIT.
006460     PERFORM 2360-RECORD-DEPOSIT
006470         THRU 2360-RECORD-DEPOSIT-EXIT.
006480     MOVE 'N' TO WS-SETTLE-OPEN-SW.
006490 2300-PROVE-SETTLEMENT-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*    2350-BOOK-FEES                                             *
006540*    THE PROCESSOR KEPT THE SETTLEMENT'S FEES OUT OF THE        *
006550*    DEPOSIT - ONE BALANCED PAIR PER SETTLEMENT, DEBITING THE   *
006560*    MERCHANT-FEE EXPENSE ACCOUNT AND CREDITING CASH.           *
006570*****************************************************************
006580 2350-BOOK-FEES.
006590     IF WS-SETTLE-FEES = 0
006600         GO TO 2350-BOOK-FEES-EXIT
006610     END-IF.
006620     ADD WS-SETTLE-FEES TO WS-FEE-AMOUNT.
006630     MOVE 'CRDSTL01'       TO GLJ-SOURCE-PGM.
006640     MOVE WS-SETTLE-DATE   TO GLJ-TRAN-DATE.
006650     MOVE WS-SETTLE-ID     TO GLJ-REFERENCE.
006660     MOVE WS-SETTLE-FEES   TO WS-GLJ-ABS-AMOUNT.
006670     MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT.
006680     IF WS-SETTLE-FEES > 0
006690         MOVE 'CARDFEE '   TO GLJ-ACCOUNT
006700     ELSE
006710         MOVE 'CASH    '   TO GLJ-ACCOUNT
006720     END-IF.
006730     MOVE 'D'              TO GLJ-DEBIT-CREDIT.
006740     WRITE GL-JOURNAL-REC.
006750     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
006760     IF WS-SETTLE-FEES > 0
006770         MOVE 'CASH    '   TO GLJ-ACCOUNT
006780     ELSE
006790         MOVE 'CARDFEE '   TO GLJ-ACCOUNT
006800     END-IF.
006810     MOVE 'C'              TO GLJ-DEBIT-CREDIT.
006820     WRITE GL-JOURNAL-REC.
006830     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
006840 2350-BOOK-FEES-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880*    2360-RECORD-DEPOSIT                                        *
006890*    THE PROVED SETTLEMENT IS ONE DEPOSIT ON THE BANK           *
006900*    STATEMENT, REFERENCED BY ITS SETTLEMENT ID, FOR THE NET    *
006910*    AMOUNT.                                                    *
006920*****************************************************************
006930 2360-RECORD-DEPOSIT.
006940     ADD WS-SETTLE-NET TO WS-DEPOSIT-AMOUNT.
006950     MOVE SPACES         TO BANK-ACTIVITY-REC.
006960     MOVE 'K'            TO BAC-SOURCE.
006970     IF WS-SETTLE-NET < 0
006980         MOVE 'D'        TO BAC-DIRECTION
006990     ELSE
007000         MOVE 'C'        TO BAC-DIRECTION
007010     END-IF.
007020     MOVE WS-SETTLE-DATE TO BAC-VALUE-DATE.
007030     MOVE WS-SETTLE-NET  TO BAC-AMOUNT.
007040     MOVE WS-SETTLE-ID   TO BAC-REFERENCE.
007050     MOVE 'L'            TO BAC-SIDE.
007060     MOVE 0              TO BAC-FIRST-SEEN-DATE.
007070     WRITE BANK-ACTIVITY-REC.
007080 2360-RECORD-DEPOSIT-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120*    2400-RELEASE-ONE-DETAIL                                    *
007130*    A CARD PAYMENT IS RELEASED AT GROSS UNDER ITS CARD         *
007140*    TRANSACTION DATE, SO A LATER CHARGEBACK QUOTING THAT DATE  *
007150*    FINDS IT ON THE APPLIED-RECEIPT REGISTER.  A PAYMENT THAT  *
007160*    NAMES AN INVOICE IS DIRECTED AT THAT OPEN ITEM.            *
007170*****************************************************************
007180 2400-RELEASE-ONE-DETAIL.
007190     IF WS-STL-CHARGEBACK(WS-SETTLE-SUB)
007200         PERFORM 2600-REVERSE-CHARGEBACK
007210             THRU 2600-REVERSE-CHARGEBACK-EXIT
007220         GO TO 2400-RELEASE-ONE-DETAIL-EXIT
007230     END-IF.
007240     MOVE WS-STL-CUST-ID(WS-SETTLE-SUB)   TO RCP-CUST-ID.
007250     MOVE WS-STL-AMOUNT(WS-SETTLE-SUB)    TO RCP-AMOUNT.
007260     MOVE WS-STL-TRAN-DATE(WS-SETTLE-SUB) TO RCP-PAYMENT-DATE.
007270     MOVE WS-STL-REFERENCE(WS-SETTLE-SUB) TO RCP-REFERENCE.
007280     MOVE SPACES TO RCP-APPLY-ORDER-ID(1)
007290                    RCP-APPLY-ORDER-ID(2)
007300                    RCP-APPLY-ORDER-ID(3)
007310                    RCP-APPLY-ORDER-ID(4)
007320                    RCP-APPLY-ORDER-ID(5).
007330     IF WS-STL-ORDER-ID(WS-SETTLE-SUB) = SPACES
007340         MOVE 0 TO RCP-APPLY-COUNT
007350     ELSE
007360         MOVE 1 TO RCP-APPLY-COUNT
007370         MOVE WS-STL-ORDER-ID(WS-SETTLE-SUB)
007380             TO RCP-APPLY-ORDER-ID(1)
007390     END-IF.
007400*    SPACES READS AS THE CUSTOMER'S OWN CURRENCY.
007410     MOVE SPACES TO RCP-CURRENCY-CODE.
007420     WRITE CASH-RECEIPT-REC.
007430     ADD 1 TO WS-RELEASED-COUNT.
007440     ADD WS-STL-AMOUNT(WS-SETTLE-SUB) TO WS-RELEASED-AMOUNT.
007450 2400-RELEASE-ONE-DETAIL-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490*    2500-REJECT-SETTLEMENT                                     *
007500*    EVERY BUFFERED DETAIL OF A SETTLEMENT THAT DID NOT PROVE   *
007510*    IS LISTED FOR TREASURY, AND THE SETTLEMENT IS CLOSED       *
007520*    UNRELEASED.                                                *
007530*****************************************************************
007540 2500-REJECT-SETTLEMENT.
007550     PERFORM 2550-REJECT-ONE-DETAIL
007560         THRU 2550-REJECT-ONE-DETAIL-EXIT
007570         VARYING WS-SETTLE-SUB FROM 1 BY 1
007580         UNTIL WS-SETTLE-SUB > WS-SETTLE-DETAIL-COUNT.
007590     IF WS-SETTLE-DETAIL-COUNT = 0
007600         ADD 1 TO WS-REJECTED-COUNT
007610         MOVE WS-SETTLE-ID   TO WS-DET-SETTLE-ID
007620         MOVE SPACES         TO WS-DET-CUST-ID
007630         MOVE SPACES         TO WS-DET-REFERENCE
007640         MOVE 0              TO WS-DET-AMOUNT
007650         MOVE SPACES         TO WS-DET-REASON-CODE
007660         MOVE WS-FAIL-REASON TO WS-DET-DISPOSITION
007670         WRITE CARD-SETTLEMENT-LINE FROM WS-DETAIL-LINE
007680     END-IF.
007690     MOVE 'N' TO WS-SETTLE-OPEN-SW.
007700 2500-REJECT-SETTLEMENT-EXIT.
007710     EXIT.
007720
007730*****************************************************************
007740*    2550-REJECT-ONE-DETAIL                                     *
007750*****************************************************************
007760 2550-REJECT-ONE-DETAIL.
007770     ADD 1 TO WS-REJECTED-COUNT.
007780     ADD WS-STL-AMOUNT(WS-SETTLE-SUB) TO WS-REJECTED-AMOUNT.
007790     MOVE WS-SETTLE-ID                    TO WS-DET-SETTLE-ID.
007800     MOVE WS-STL-CUST-ID(WS-SETTLE-SUB)   TO WS-DET-CUST-ID.
007810     MOVE WS-STL-REFERENCE(WS-SETTLE-SUB) TO WS-DET-REFERENCE.
007820     MOVE WS-STL-AMOUNT(WS-SETTLE-SUB)    TO WS-DET-AMOUNT.
007830     MOVE WS-STL-REASON(WS-SETTLE-SUB)    TO WS-DET-REASON-CODE.
007840     MOVE WS-FAIL-REASON                  TO WS-DET-DISPOSITION.
007850     WRITE CARD-SETTLEMENT-LINE FROM WS-DETAIL-LINE.
007860 2550-REJECT-ONE-DETAIL-EXIT.
007870     EXIT.
007880
007890*****************************************************************
007900*    2600-REVERSE-CHARGEBACK                                    *
007910*    FIND THE APPLICATION THE CARDHOLDER DISPUTED ON THE        *
007920*    APPLIED-RECEIPT REGISTER AND REVERSE IT.  A CHARGEBACK     *
007930*    THAT MATCHES NOTHING, OR IS FOR MORE THAN WAS APPLIED, IS  *
007940*    LISTED UNMATCHED FOR MANUAL REVIEW - THE PROCESSOR HAS     *
007950*    ALREADY TAKEN THE MONEY OUT OF THE DEPOSIT.                *
007960*****************************************************************
007970 2600-REVERSE-CHARGEBACK.
007980     ADD 1 TO WS-CHARGEBACK-COUNT.
007990     MOVE SPACES TO WS-FAIL-REASON.
008000
008010     MOVE WS-STL-REFERENCE(WS-SETTLE-SUB) TO ARC-REFERENCE.
008020     MOVE WS-STL-CUST-ID(WS-SETTLE-SUB)   TO ARC-CUST-ID.
008030     MOVE WS-STL-TRAN-DATE(WS-SETTLE-SUB) TO ARC-PAYMENT-DATE.
008040     READ APPLIED-RECEIPT-REGISTER
008050         INVALID KEY
008060             MOVE 'NO MATCHING APPLIED RECEIPT'
008070                 TO WS-FAIL-REASON
008080     END-READ.
008090
008100     IF WS-FAIL-REASON = SPACES
008110         IF WS-STL-AMOUNT(WS-SETTLE-SUB) > ARC-AMOUNT
008120             MOVE 'CHARGEBACK EXCEEDS RECEIPT'
008130                 TO WS-FAIL-REASON
008140         END-IF
008150     END-IF.
008160
008170     IF WS-FAIL-REASON = SPACES
008180         MOVE WS-STL-CUST-ID(WS-SETTLE-SUB) TO CUST-ID
008190         READ CUSTOMER-MASTER-FILE
008200             INVALID KEY
008210                 MOVE 'CUSTOMER ID NOT ON FILE'
008220                     TO WS-FAIL-REASON
008230         END-READ
008240     END-IF.
008250
008260     IF WS-FAIL-REASON = SPACES
008270         PERFORM 2700-REVERSE-APPLICATION
008280             THRU 2700-REVERSE-APPLICATION-EXIT
008290         MOVE 'CHARGEBACK REVERSED' TO WS-DET-DISPOSITION
008300     ELSE
008310         ADD 1 TO WS-UNMATCHED-COUNT
008320         MOVE WS-FAIL-REASON TO WS-DET-DISPOSITION
008330     END-IF.
008340
008350     MOVE WS-SETTLE-ID                    TO WS-DET-SETTLE-ID.
008360     MOVE WS-STL-CUST-ID(WS-SETTLE-SUB)   TO WS-DET-CUST-ID.
008370     MOVE WS-STL-REFERENCE(WS-SETTLE-SUB) TO WS-DET-REFERENCE.
008380     MOVE WS-STL-AMOUNT(WS-SETTLE-SUB)    TO WS-DET-AMOUNT.
008390     MOVE WS-STL-REASON(WS-SETTLE-SUB)    TO WS-DET-REASON-CODE.
008400     WRITE CARD-SETTLEMENT-LINE FROM WS-DETAIL-LINE.
008410 2600-REVERSE-CHARGEBACK-EXIT.
008420     EXIT.
008430
008440*****************************************************************
008450*    2700-REVERSE-APPLICATION                                   *
008460*    REINSTATE THE BALANCE BY THE AMOUNT CHARGED BACK, FLAG THE *
008470*    CUSTOMER SO DUNNOT01 ESCALATES THEM, CUT THE NEGATIVE      *
008480*    PAYMENT-HISTORY RECORD, REOPEN THE OPEN ITEM, AND TAKE THE *
008490*    AMOUNT OFF THE REGISTER ENTRY - A FULL CHARGEBACK DELETES  *
008500*    IT SO A RE-PRESENTED PAYMENT CAN APPLY LATER.              *
008510*****************************************************************
008520 2700-REVERSE-APPLICATION.
008530     ADD 1 TO WS-REVERSED-COUNT.
008540     ADD WS-STL-AMOUNT(WS-SETTLE-SUB) TO WS-AMOUNT-REVERSED.
008550
008560     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
008570     ADD WS-STL-AMOUNT(WS-SETTLE-SUB) TO CUST-BALANCE.
008580     MOVE WS-SETTLE-DATE TO CUST-LAST-ACTIVITY-DATE.
008590     MOVE 'Y' TO CUST-NSF-FLAG.
008600     REWRITE CUSTOMER-REC.
008610     MOVE 'R'          TO WS-CMJ-ACTION.
008620     MOVE CUST-ID      TO WS-CMJ-CUST-ID.
008630     MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE.
008640     PERFORM 9600-WRITE-CUST-JOURNAL
008650         THRU 9600-WRITE-CUST-JOURNAL-EXIT.
008660
008670*    THE REVERSAL SHOWS ON THE STATEMENT AS A NEGATIVE
008680*    PAYMENT UNDER THE ORIGINAL REFERENCE.
008690     MOVE CUST-ID        TO PHS-CUST-ID.
008700     COMPUTE PHS-AMOUNT = 0 - WS-STL-AMOUNT(WS-SETTLE-SUB).
008710     MOVE WS-SETTLE-DATE TO PHS-PAYMENT-DATE.
008720     MOVE WS-STL-REFERENCE(WS-SETTLE-SUB) TO PHS-REFERENCE.
008730     WRITE PAYMENT-HISTORY-REC.
008740
008750     PERFORM 2750-REOPEN-OPEN-ITEM
008760         THRU 2750-REOPEN-OPEN-ITEM-EXIT.
008770
008780     IF WS-STL-AMOUNT(WS-SETTLE-SUB) = ARC-AMOUNT
008790         DELETE APPLIED-RECEIPT-REGISTER
008800             INVALID KEY
008810                 DISPLAY 'CRDSTL01: REGISTER DELETE FAILED '
008820                     ARC-REFERENCE
008830         END-DELETE
008840     ELSE
008850         SUBTRACT WS-STL-AMOUNT(WS-SETTLE-SUB) FROM ARC-AMOUNT
008860         REWRITE APPLIED-RECEIPT-REC
008870             INVALID KEY
008880                 DISPLAY 'CRDSTL01: REGISTER REWRITE FAILED '
008890                     ARC-REFERENCE
008900         END-REWRITE
008910     END-IF.
008920
008930     PERFORM 2800-LIST-FOR-COLLECTIONS
008940         THRU 2800-LIST-FOR-COLLECTIONS-EXIT.
008950 2700-REVERSE-APPLICATION-EXIT.
008960     EXIT.
008970
008980*****************************************************************
008990*    2750-REOPEN-OPEN-ITEM                                      *
009000*    THE INVOICE THE PAYMENT SETTLED GOES BACK ON THE AGING, BY *
009010*    NO MORE THAN IT HAD BEEN RELIEVED.  A CHARGEBACK THAT      *
009020*    NAMES NO INVOICE, OR ONE NOT ON THE LEDGER, LEAVES ONLY    *
009030*    THE BALANCE REINSTATED - THE SAME AS AN UNDIRECTED         *
009040*    RECEIPT.                                                   *
009050*****************************************************************
009060 2750-REOPEN-OPEN-ITEM.
009070     MOVE SPACES TO WS-ITEM-NOTE.
009080     IF WS-STL-ORDER-ID(WS-SETTLE-SUB) = SPACES
009090         MOVE 'NO INVOICE NAMED' TO WS-ITEM-NOTE
009100         GO TO 2750-REOPEN-OPEN-ITEM-EXIT
009110     END-IF.
009120     MOVE WS-STL-ORDER-ID(WS-SETTLE-SUB) TO OPI-ORDER-ID.
009130     READ OPEN-ITEM-FILE
009140         INVALID KEY
009150             MOVE 'ITEM NOT ON LEDGER' TO WS-ITEM-NOTE
009160             GO TO 2750-REOPEN-OPEN-ITEM-EXIT
009170     END-READ.
009180     COMPUTE WS-REOPEN-AMOUNT
009190         = OPI-ORIGINAL-AMOUNT - OPI-OPEN-AMOUNT.
009200     IF WS-REOPEN-AMOUNT > WS-STL-AMOUNT(WS-SETTLE-SUB)
009210         MOVE WS-STL-AMOUNT(WS-SETTLE-SUB) TO WS-REOPEN-AMOUNT
009220     END-IF.
009230     IF WS-REOPEN-AMOUNT NOT > 0
009240         MOVE 'ITEM NOT RELIEVED' TO WS-ITEM-NOTE
009250         GO TO 2750-REOPEN-OPEN-ITEM-EXIT
009260     END-IF.
009270     ADD WS-REOPEN-AMOUNT TO OPI-OPEN-AMOUNT.
009280     MOVE 'O' TO OPI-STATUS.
009290     MOVE 0   TO OPI-SETTLED-DATE.
009300     REWRITE OPEN-ITEM-REC.
009310     ADD 1 TO WS-REOPENED-COUNT.
009320     MOVE 'ITEM REOPENED' TO WS-ITEM-NOTE.
009330 2750-REOPEN-OPEN-ITEM-EXIT.
009340     EXIT.
009350
009360*****************************************************************
009370*    2800-LIST-FOR-COLLECTIONS                                  *
009380*    EVERY CUSTOMER CHARGED BACK IS LISTED FOR THE COLLECTORS   *
009390*    WITH THE BALANCE AS IT NOW STANDS.                         *
009400*****************************************************************
009410 2800-LIST-FOR-COLLECTIONS.
009420     MOVE CUST-ID                      TO WS-CLD-CUST-ID.
009430     MOVE CUST-NAME                    TO WS-CLD-NAME.
009440     MOVE WS-STL-AMOUNT(WS-SETTLE-SUB) TO WS-CLD-AMOUNT.
009450     MOVE CUST-BALANCE                 TO WS-CLD-BALANCE.
009460     MOVE WS-STL-REASON(WS-SETTLE-SUB) TO WS-CLD-REASON-CODE.
009470     MOVE WS-STL-ORDER-ID(WS-SETTLE-SUB) TO WS-CLD-ORDER-ID.
009480     MOVE WS-ITEM-NOTE                 TO WS-CLD-ITEM-NOTE.
009490     WRITE CHARGEBACK-COLLECT-LINE FROM WS-COL-DETAIL-LINE.
009500 2800-LIST-FOR-COLLECTIONS-EXIT.
009510     EXIT.
009520
009530*****************************************************************
009540*    3000-PRINT-CONTROL-TOTALS                                  *
009550*****************************************************************
009560 3000-PRINT-CONTROL-TOTALS.
009570     MOVE 'SETTLEMENTS PROVED........'
009580         TO WS-CNT-TITLE.
009590     MOVE WS-SETTLE-COUNT TO WS-CNT-VALUE.
009600     WRITE CARD-SETTLEMENT-LINE FROM WS-COUNT-LINE.
009610
009620     MOVE 'RECEIPTS RELEASED.........'
009630         TO WS-CNT-TITLE.
009640     MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE.
009650     WRITE CARD-SETTLEMENT-LINE FROM WS-COUNT-LINE.
009660
009670     MOVE 'CHARGEBACKS READ..........'
009680         TO WS-CNT-TITLE.
009690     MOVE WS-CHARGEBACK-COUNT TO WS-CNT-VALUE.
009700     WRITE CARD-SETTLEMENT-LINE FROM WS-COUNT-LINE.
009710
009720     MOVE 'CHARGEBACKS REVERSED......'
009730         TO WS-CNT-TITLE.
009740     MOVE WS-REVERSED-COUNT TO WS-CNT-VALUE.
009750     WRITE CARD-SETTLEMENT-LINE FROM WS-COUNT-LINE.
009760
009770     MOVE 'OPEN ITEMS REOPENED.......'
009780         TO WS-CNT-TITLE.
009790     MOVE WS-REOPENED-COUNT TO WS-CNT-VALUE.
009800     WRITE CARD-SETTLEMENT-LINE FROM WS-COUNT-LINE.
009810
009820     MOVE 'CHARGEBACKS UNMATCHED.....'
009830         TO WS-CNT-TITLE.
009840     MOVE WS-UNMATCHED-COUNT TO WS-CNT-VALUE.
009850     WRITE CARD-SETTLEMENT-LINE FROM WS-COUNT-LINE.
009860
009870     MOVE 'DETAILS REJECTED..........'
009880         TO WS-CNT-TITLE.
009890     MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
009900     WRITE CARD-SETTLEMENT-LINE FROM WS-COUNT-LINE.
009910 3000-PRINT-CONTROL-TOTALS-EXIT.
009920     EXIT.
009930
009940*****************************************************************
009950*    8000-READ-SETTLEMENT                                       *
009960*****************************************************************
009970 8000-READ-SETTLEMENT.
009980     READ CARD-SETTLEMENT-FILE
009990         AT END
010000             MOVE 'Y' TO WS-EOF-SW
010010     END-READ.
010020 8000-READ-SETTLEMENT-EXIT.
010030     EXIT.
010040
010050*****************************************************************
010060*    9999-TERMINATE                                             *
010070*****************************************************************
010080 9999-TERMINATE.
010090     IF WS-CSL-OK OR WS-CSL-EOF
010100         CLOSE CARD-SETTLEMENT-FILE
010110     END-IF.
010120     CLOSE CASH-RECEIPT-OUT.
010130     IF WS-CUST-OK OR WS-CUST-NOT-FOUND
010140         CLOSE CUSTOMER-MASTER-FILE
010150     END-IF.
010160     IF WS-ARC-OK OR WS-ARC-NOT-FOUND
010170         CLOSE APPLIED-RECEIPT-REGISTER
010180     END-IF.
010190     IF WS-OPI-OK OR WS-OPI-NOT-FOUND
010200         CLOSE OPEN-ITEM-FILE
010210     END-IF.
010220     CLOSE PAYMENT-HISTORY-FILE.
010230
010240*    PROVE THE RUN'S FEE JOURNAL BALANCES BEFORE RELEASE.
010250     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
010260         DISPLAY 'CRDSTL01: GL JOURNAL OUT OF BALANCE'
010270         MOVE 8 TO RETURN-CODE
010280     END-IF.
010290     CLOSE GL-JOURNAL-FILE.
010296     PERFORM 9620-CLOSE-CUST-JOURNAL
010302         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
010310     CLOSE BANK-ACTIVITY-FILE.
010320     CLOSE CARD-SETTLEMENT-RPT.
010330     CLOSE CHARGEBACK-COLLECT-RPT.
010340 9999-TERMINATE-EXIT.
010350     EXIT.
010360
010370*****************************************************************
010380*    9600-WRITE-CUST-JOURNAL                                    *
010390*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
010400*****************************************************************
010410     COPY CMJPROC.
010420
010430*****************************************************************
010440*    9650-COMPUTE-CHAIN-VALUE                                   *
010450*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
010460*****************************************************************
010470     COPY JCHPROC.
