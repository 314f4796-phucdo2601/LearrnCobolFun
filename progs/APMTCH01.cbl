000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    APMTCH01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - VENDOR INVOICE THREE-WAY MATCH.  *
000100*                    EVERY LINE OF A VENDOR'S BILL IS HELD       *
000110*                    AGAINST THE PURCHASE ORDER LINE IT NAMES:   *
000120*                    SAME VENDOR AND ITEM, PRICE WITHIN          *
000130*                    TOLERANCE OF THE ORDERED COST, AND NO MORE  *
000140*                    BILLED IN TOTAL THAN GDSRCV01 BOOKED AS     *
000150*                    RECEIVED.  AN INVOICE WHOSE LINES ALL MATCH *
000160*                    IS RELEASED TO THE OPEN-PAYABLES LEDGER     *
000170*                    WITH ITS DUE DATE AND JOURNALLED (GOODS     *
000180*                    RECEIVED NOT INVOICED TO ACCOUNTS PAYABLE); *
000190*                    ANY MISMATCH HOLDS THE WHOLE INVOICE FOR    *
000200*                    THE BUYER, CUT BACK OUT FOR RE-SUBMISSION.  *
000210*                    AN INVOICE NUMBER ALREADY ON THE LEDGER FOR *
000220*                    THE VENDOR IS REJECTED AS A DUPLICATE.      *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PARM-FILE-STATUS.
000300
000310     SELECT VENDOR-INVOICE-FILE ASSIGN TO VNDINV
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-VIN-FILE-STATUS.
000340
000350     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDMAST
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-VND-FILE-STATUS.
000380
000390     SELECT PURCHASE-ORDER-FILE ASSIGN TO POMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS POL-KEY
000430         FILE STATUS IS WS-POL-FILE-STATUS.
000440
000450     SELECT AP-OPEN-FILE ASSIGN TO APOPEN
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS APL-KEY
000490         FILE STATUS IS WS-APL-FILE-STATUS.
000500
000510     SELECT HELD-INVOICE-FILE ASSIGN TO VNDINVH
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-HLD-FILE-STATUS.
000540
000550     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-GLJ-FILE-STATUS.
000580
000590     SELECT AP-MATCH-RPT ASSIGN TO APMTCHRP
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-FILE-STATUS.
000620
000630     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RCT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-CARD-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY PARMCARD.
000720
000730 FD  VENDOR-INVOICE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY VNDINV.
000760
000770 FD  VENDOR-MASTER-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY VNDMAST.
000800
000810 FD  PURCHASE-ORDER-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY PURORD.
000840
000850 FD  AP-OPEN-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY APOPEN.
000880
000890 FD  HELD-INVOICE-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY VNDINV
000920         REPLACING VENDOR-INVOICE-REC BY HELD-INVOICE-REC
000930         VIN-VENDOR-ID BY VNH-VENDOR-ID
000940         VIN-INVOICE-NO BY VNH-INVOICE-NO
000950         VIN-INVOICE-DATE BY VNH-INVOICE-DATE
000960         VIN-LINE-NO BY VNH-LINE-NO
000970         VIN-PO-NO BY VNH-PO-NO
000980         VIN-PO-LINE-NO BY VNH-PO-LINE-NO
000990         VIN-ITM-ID BY VNH-ITM-ID
001000         VIN-QUANTITY BY VNH-QUANTITY
001010         VIN-UNIT-PRICE BY VNH-UNIT-PRICE
001020         VIN-TERMS-DAYS BY VNH-TERMS-DAYS.
001030
001040 FD  GL-JOURNAL-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY GLJRNL.
001070
001080 FD  AP-MATCH-RPT
001090     LABEL RECORDS ARE STANDARD.
001100     01  AP-MATCH-LINE            PIC X(80).
001110
001120 FD  RUN-CONTROL-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY RUNCTL.
001150
001160 WORKING-STORAGE SECTION.
001170     01  WS-PARM-FILE-STATUS      PIC X(02).
001180         88  WS-PARM-OK           VALUE '00'.
001190     01  WS-VIN-FILE-STATUS       PIC X(02).
001200         88  WS-VIN-OK            VALUE '00'.
001210         88  WS-VIN-EOF           VALUE '10'.
001220     01  WS-VND-FILE-STATUS       PIC X(02).
001230         88  WS-VND-OK            VALUE '00'.
001240         88  WS-VND-EOF           VALUE '10'.
001250     01  WS-POL-FILE-STATUS       PIC X(02).
001260         88  WS-POL-OK            VALUE '00'.
001270     01  WS-APL-FILE-STATUS       PIC X(02).
001280         88  WS-APL-OK            VALUE '00'.
001290     01  WS-HLD-FILE-STATUS       PIC X(02).
001300         88  WS-HLD-OK            VALUE '00'.
001310     01  WS-GLJ-FILE-STATUS       PIC X(02).
001320         88  WS-GLJ-OK            VALUE '00'.
001330     01  WS-RPT-FILE-STATUS       PIC X(02).
001340         88  WS-RPT-OK            VALUE '00'.
001350     01  WS-RCT-FILE-STATUS       PIC X(02).
001360         88  WS-RCT-OK            VALUE '00'.
001370
001380     01  WS-VIN-EOF-SW            PIC X(01) VALUE 'N'.
001390         88  WS-VIN-DONE          VALUE 'Y'.
001400     01  WS-POL-DISABLED-SW       PIC X(01) VALUE 'N'.
001410         88  WS-POL-DISABLED      VALUE 'Y'.
001420     01  WS-APL-DISABLED-SW       PIC X(01) VALUE 'N'.
001430         88  WS-APL-DISABLED      VALUE 'Y'.
001440     01  WS-HOLD-SW               PIC X(01).
001450         88  WS-HOLD-INVOICE      VALUE 'Y'.
001460
001470     01  WS-AS-OF-DATE            PIC 9(08).
001480
001490*****************************************************************
001500*    MATCH TOLERANCES.  THE BILLED PRICE MAY DIFFER FROM THE    *
001510*    ORDERED COST BY UP TO THE PRICE PERCENTAGE EITHER WAY; THE *
001520*    QUANTITY BILLED MAY EXCEED WHAT WAS RECEIVED BY THE        *
001530*    QUANTITY PERCENTAGE (NONE AS SHIPPED).                     *
001540*****************************************************************
001550     01  WS-PRICE-TOLERANCE-PCT   PIC 9(03)V9(02) VALUE 2.00.
001560     01  WS-QTY-TOLERANCE-PCT     PIC 9(03)V9(02) VALUE 0.
001570     01  WS-PRICE-ALLOWANCE       PIC 9(05)V9(04).
001580     01  WS-PRICE-DIFFERENCE      PIC S9(05)V9(02).
001590     01  WS-QTY-ALLOWED           PIC 9(09).
001600     01  WS-DEFAULT-TERMS-DAYS    PIC 9(03) VALUE 30.
001610
001620*****************************************************************
001630*    DUE-DATE WORK - TERMS ARE ADDED ON THE 30-DAY MONTH, THE   *
001640*    SAME ROLL THE SUSPENSE RETRY USES.                         *
001650*****************************************************************
001660     01  WS-DUE-DATE              PIC 9(08).
001670     01  WS-DUE-SPLIT REDEFINES WS-DUE-DATE.
001680         05  WS-DUE-YYYY          PIC 9(04).
001690         05  WS-DUE-MM            PIC 9(02).
001700         05  WS-DUE-DD            PIC 9(02).
001710     01  WS-DUE-DAYS              PIC 9(05) COMP.
001720
001730*****************************************************************
001740*    THE INVOICE IN HAND - ITS LINES ARE GATHERED HERE UNTIL    *
001750*    THE VENDOR OR INVOICE NUMBER CHANGES, THEN MATCHED WHOLE.  *
001760*****************************************************************
001770     01  WS-CUR-VENDOR-ID         PIC X(05).
001780     01  WS-CUR-INVOICE-NO        PIC X(10).
001790     01  WS-CUR-INVOICE-DATE      PIC 9(08).
001800     01  WS-CUR-TERMS-DAYS        PIC 9(03).
001810     01  WS-LIN-COUNT             PIC 9(03) COMP VALUE 0.
001820     01  WS-MAX-LIN-ROWS          PIC 9(03) COMP VALUE 50.
001830     01  WS-LIN-OVERFLOW-SW       PIC X(01).
001840         88  WS-LIN-OVERFLOW      VALUE 'Y'.
001850     01  WS-LIN-TABLE.
001860         05  WS-LIN-ROW OCCURS 50 TIMES.
001870             10  WS-LIN-REC       PIC X(56).
001880             10  WS-LIN-REASON    PIC X(20).
001890     01  WS-LIN-SUB               PIC 9(03) COMP.
001900     01  WS-INVOICE-AMOUNT        PIC 9(07)V9(02).
001910     01  WS-LINE-AMOUNT           PIC 9(07)V9(02).
001920
001930*****************************************************************
001940*    THE VENDOR MASTER, LOADED ONCE.                            *
001950*****************************************************************
001960     01  WS-VND-COUNT             PIC 9(03) COMP VALUE 0.
001970     01  WS-MAX-VND-ROWS          PIC 9(03) COMP VALUE 200.
001980     01  WS-VND-TABLE.
001990         05  WS-VND-ROW OCCURS 200 TIMES.
002000             10  WS-VND-TBL-ID    PIC X(05).
002010     01  WS-VND-SUB               PIC 9(03) COMP.
002020     01  WS-VND-FOUND-SW          PIC X(01).
002030         88  WS-VND-FOUND         VALUE 'Y'.
002040
002050     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
002060     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
002070     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
002080
002090*****************************************************************
002100*    CONTROL TOTALS                                             *
002110*****************************************************************
002120     01  WS-TOTALS.
002130         05  WS-LINE-READ-COUNT   PIC 9(07) COMP VALUE 0.
002140         05  WS-INVOICE-COUNT     PIC 9(07) COMP VALUE 0.
002150         05  WS-RELEASED-COUNT    PIC 9(07) COMP VALUE 0.
002160         05  WS-HELD-COUNT        PIC 9(07) COMP VALUE 0.
002170         05  WS-DUPLICATE-COUNT   PIC 9(07) COMP VALUE 0.
002180         05  WS-RELEASED-AMOUNT   PIC S9(11)V9(2) COMP-3 VALUE 0.
002190
002200*****************************************************************
002210*    MATCH REGISTER LINE LAYOUTS                                *
002220*****************************************************************
002230     01  WS-HEADING-LINE.
002240         05  FILLER               PIC X(40) VALUE
002250             'APMTCH01 - VENDOR INVOICE MATCH AS OF'.
002260         05  WS-HDG-AS-OF         PIC 9(08).
002270         05  FILLER               PIC X(32) VALUE SPACES.
002280
002290     01  WS-COLUMN-LINE.
002300         05  FILLER               PIC X(40) VALUE
002310             'VENDR INVOICE    LN  PO NO.  LN ITEM    '.
002320         05  FILLER               PIC X(40) VALUE
002330             '  QTY  PRICE  DISPOSITION'.
002340
002350     01  WS-DETAIL-LINE.
002360         05  WS-DET-VENDOR-ID     PIC X(05).
002370         05  FILLER               PIC X(01) VALUE SPACES.
002380         05  WS-DET-INVOICE-NO    PIC X(10).
002390         05  FILLER               PIC X(01) VALUE SPACES.
002400         05  WS-DET-LINE-NO       PIC ZZ9.
002410         05  FILLER               PIC X(01) VALUE SPACES.
002420         05  WS-DET-PO-NO         PIC 9(07).
002430         05  FILLER               PIC X(01) VALUE SPACES.
002440         05  WS-DET-PO-LINE-NO    PIC ZZ9.
002450         05  FILLER               PIC X(01) VALUE SPACES.
002460         05  WS-DET-ITM-ID        PIC X(05).
002470         05  FILLER               PIC X(01) VALUE SPACES.
002480         05  WS-DET-QUANTITY      PIC ZZZZZZ9.
002490         05  FILLER               PIC X(01) VALUE SPACES.
002500         05  WS-DET-PRICE         PIC ZZ9.99.
002510         05  FILLER               PIC X(01) VALUE SPACES.
002520         05  WS-DET-DISPOSITION   PIC X(20).
002530         05  FILLER               PIC X(06) VALUE SPACES.
002540
002550     01  WS-INVOICE-LINE.
002560         05  FILLER               PIC X(06) VALUE SPACES.
002570         05  WS-INV-INVOICE-NO    PIC X(10).
002580         05  FILLER               PIC X(02) VALUE SPACES.
002590         05  WS-INV-DISPOSITION   PIC X(20).
002600         05  FILLER               PIC X(02) VALUE SPACES.
002610         05  WS-INV-AMOUNT        PIC Z,ZZZ,ZZ9.99.
002620         05  FILLER               PIC X(06) VALUE ' DUE '.
002630         05  WS-INV-DUE-DATE      PIC 9(08).
002640         05  FILLER               PIC X(14) VALUE SPACES.
002650
002660     01  WS-COUNT-LINE.
002670         05  WS-CNT-TITLE         PIC X(26).
002680         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002690         05  FILLER               PIC X(47) VALUE SPACES.
002700
002710     01  WS-VALUE-LINE.
002720         05  WS-VAL-TITLE         PIC X(26).
002730         05  WS-VAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
002740         05  FILLER               PIC X(39) VALUE SPACES.
002750
002760 PROCEDURE DIVISION.
002770*****************************************************************
002780*    0000-MAINLINE                                              *
002790*****************************************************************
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE
002820         THRU 1000-INITIALIZE-EXIT.
002830
002840     PERFORM 2000-GATHER-ONE-INVOICE
002850         THRU 2000-GATHER-ONE-INVOICE-EXIT
002860         UNTIL WS-VIN-DONE.
002870
002880     PERFORM 4000-PRINT-TOTALS
002890         THRU 4000-PRINT-TOTALS-EXIT.
002900
002910     DISPLAY 'APMTCH01: INVOICE LINES READ.... '
002920         WS-LINE-READ-COUNT.
002930     DISPLAY 'APMTCH01: INVOICES READ......... '
002940         WS-INVOICE-COUNT.
002950     DISPLAY 'APMTCH01: RELEASED TO PAYABLES.. '
002960         WS-RELEASED-COUNT.
002970     DISPLAY 'APMTCH01: HELD FOR BUYER........ '
002980         WS-HELD-COUNT.
002990     DISPLAY 'APMTCH01: DUPLICATES REJECTED... '
003000         WS-DUPLICATE-COUNT.
003010
003020     IF WS-HELD-COUNT > 0 OR WS-DUPLICATE-COUNT > 0
003030         IF RETURN-CODE < 4
003040             MOVE 4 TO RETURN-CODE
003050         END-IF
003060     END-IF.
003070
003080     PERFORM 9999-TERMINATE
003090         THRU 9999-TERMINATE-EXIT.
003100
003110     STOP RUN.
003120
003130*****************************************************************
003140*    1000-INITIALIZE                                            *
003150*****************************************************************
003160 1000-INITIALIZE.
003170     OPEN INPUT CONTROL-CARD-FILE.
003180     IF WS-PARM-OK
003190         READ CONTROL-CARD-FILE
003200             AT END
003210                 DISPLAY 'APMTCH01: NO CONTROL CARD SUPPLIED'
003220                 MOVE 0 TO PARM-RUN-DATE
003230             NOT AT END
003240                 PERFORM 9500-VALIDATE-PARM-CARD
003250                     THRU 9500-VALIDATE-PARM-CARD-EXIT
003260         END-READ
003270         CLOSE CONTROL-CARD-FILE
003280     ELSE
003290         DISPLAY 'APMTCH01: OPEN CONTROL-CARD FAILED '
003300             WS-PARM-FILE-STATUS
003310         MOVE 0 TO PARM-RUN-DATE
003320     END-IF.
003330
003340     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
003350         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
003360     ELSE
003370         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
003380     END-IF.
003390
003400     OPEN INPUT VENDOR-INVOICE-FILE.
003410     IF NOT WS-VIN-OK
003420         DISPLAY 'APMTCH01: NO VENDOR-INVOICE FILE THIS RUN'
003430         MOVE 'Y' TO WS-VIN-EOF-SW
003440     END-IF.
003450
003460*    WITHOUT THE VENDOR MASTER NO VENDOR IS KNOWN, SO EVERY
003470*    INVOICE IS HELD.
003480     OPEN INPUT VENDOR-MASTER-FILE.
003490     IF WS-VND-OK
003500         PERFORM 1100-LOAD-VENDOR
003510             THRU 1100-LOAD-VENDOR-EXIT
003520             UNTIL WS-VND-EOF
003530         CLOSE VENDOR-MASTER-FILE
003540     ELSE
003550         DISPLAY 'APMTCH01: NO VENDOR-MASTER-FILE - '
003560             'EVERY INVOICE WILL HOLD'
003570     END-IF.
003580
003590     OPEN I-O PURCHASE-ORDER-FILE.
003600     IF WS-POL-FILE-STATUS = '35'
003610         OPEN OUTPUT PURCHASE-ORDER-FILE
003620         CLOSE PURCHASE-ORDER-FILE
003630         OPEN I-O PURCHASE-ORDER-FILE
003640     END-IF.
003650     IF NOT WS-POL-OK
003660         DISPLAY 'APMTCH01: OPEN PURCHASE-ORDER-FILE FAILED '
003670             WS-POL-FILE-STATUS
003680         MOVE 'Y' TO WS-POL-DISABLED-SW
003690         MOVE 'Y' TO WS-VIN-EOF-SW
003700         MOVE 8 TO RETURN-CODE
003710     END-IF.
003720
003730*    THE PAYABLES LEDGER PERSISTS ACROSS RUNS - CREATE IT EMPTY
003740*    ON A FRESH SYSTEM, LIKE THE REGISTERS.
003750     OPEN I-O AP-OPEN-FILE.
003760     IF WS-APL-FILE-STATUS = '35'
003770         OPEN OUTPUT AP-OPEN-FILE
003780         CLOSE AP-OPEN-FILE
003790         OPEN I-O AP-OPEN-FILE
003800     END-IF.
003810     IF NOT WS-APL-OK
003820         DISPLAY 'APMTCH01: OPEN AP-OPEN-FILE FAILED '
003830             WS-APL-FILE-STATUS
003840         MOVE 'Y' TO WS-APL-DISABLED-SW
003850         MOVE 'Y' TO WS-VIN-EOF-SW
003860         MOVE 8 TO RETURN-CODE
003870     END-IF.
003880
003890     OPEN OUTPUT HELD-INVOICE-FILE.
003900     IF NOT WS-HLD-OK
003910         DISPLAY 'APMTCH01: OPEN HELD-INVOICE-FILE FAILED '
003920             WS-HLD-FILE-STATUS
003930     END-IF.
003940
003950     OPEN EXTEND GL-JOURNAL-FILE.
003960     IF NOT WS-GLJ-OK
003970         DISPLAY 'APMTCH01: OPEN GL-JOURNAL-FILE FAILED '
003980             WS-GLJ-FILE-STATUS
003990     END-IF.
004000
004010     OPEN OUTPUT AP-MATCH-RPT.
004020     IF NOT WS-RPT-OK
004030         DISPLAY 'APMTCH01: OPEN AP-MATCH-RPT FAILED '
004040             WS-RPT-FILE-STATUS
004050     END-IF.
004060
004070     MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF.
004080     WRITE AP-MATCH-LINE FROM WS-HEADING-LINE.
004090     WRITE AP-MATCH-LINE FROM WS-COLUMN-LINE.
004100
004110     IF NOT WS-VIN-DONE
004120         PERFORM 8000-READ-INVOICE-LINE
004130             THRU 8000-READ-INVOICE-LINE-EXIT
004140     END-IF.
004150 1000-INITIALIZE-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190*    1100-LOAD-VENDOR                                           *
004200*****************************************************************
004210 1100-LOAD-VENDOR.
004220     READ VENDOR-MASTER-FILE
004230         AT END
004240             MOVE '10' TO WS-VND-FILE-STATUS
004250         NOT AT END
004260             IF WS-VND-COUNT < WS-MAX-VND-ROWS
004270                 ADD 1 TO WS-VND-COUNT
004280                 MOVE VND-ID TO WS-VND-TBL-ID(WS-VND-COUNT)
004290             END-IF
004300     END-READ.
004310 1100-LOAD-VENDOR-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350*    2000-GATHER-ONE-INVOICE                                    *
004360*    COLLECTS THE CONSECUTIVE LINES OF ONE VENDOR INVOICE, THEN *
004370*    MATCHES THEM AS A WHOLE.                                   *
004380*****************************************************************
004390 2000-GATHER-ONE-INVOICE.
004400     ADD 1 TO WS-INVOICE-COUNT.
004410     MOVE VIN-VENDOR-ID    TO WS-CUR-VENDOR-ID.
004420     MOVE VIN-INVOICE-NO   TO WS-CUR-INVOICE-NO.
004430     MOVE VIN-INVOICE-DATE TO WS-CUR-INVOICE-DATE.
004440     MOVE VIN-TERMS-DAYS   TO WS-CUR-TERMS-DAYS.
004450     MOVE 0   TO WS-LIN-COUNT.
004460     MOVE 'N' TO WS-LIN-OVERFLOW-SW.
004470
004480     PERFORM 2050-GATHER-LINE
004490         THRU 2050-GATHER-LINE-EXIT
004500         UNTIL WS-VIN-DONE
004510             OR VIN-VENDOR-ID NOT = WS-CUR-VENDOR-ID
004520             OR VIN-INVOICE-NO NOT = WS-CUR-INVOICE-NO.
004530
004540     PERFORM 2100-MATCH-INVOICE
004550         THRU 2100-MATCH-INVOICE-EXIT.
004560 2000-GATHER-ONE-INVOICE-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600*    2050-GATHER-LINE                                           *
004610*****************************************************************
004620 2050-GATHER-LINE.
004630     IF WS-LIN-COUNT < WS-MAX-LIN-ROWS
004640         ADD 1 TO WS-LIN-COUNT
004650         MOVE VENDOR-INVOICE-REC TO WS-LIN-REC(WS-LIN-COUNT)
004660         MOVE SPACES TO WS-LIN-REASON(WS-LIN-COUNT)
004670     ELSE
004680         MOVE 'Y' TO WS-LIN-OVERFLOW-SW
004690     END-IF.
004700     PERFORM 8000-READ-INVOICE-LINE
004710         THRU 8000-READ-INVOICE-LINE-EXIT.
004720 2050-GATHER-LINE-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760*    2100-MATCH-INVOICE                                         *
004770*    A DUPLICATE IS REJECTED OUTRIGHT.  OTHERWISE EVERY LINE IS *
004780*    CHECKED; ONE BAD LINE HOLDS THE WHOLE INVOICE.             *
004790*****************************************************************
004800 2100-MATCH-INVOICE.
004810     MOVE 'N' TO WS-HOLD-SW.
004820     MOVE 0   TO WS-INVOICE-AMOUNT.
004830     MOVE 0   TO WS-DUE-DATE.
004840
004850     MOVE WS-CUR-VENDOR-ID  TO APL-VENDOR-ID.
004860     MOVE WS-CUR-INVOICE-NO TO APL-INVOICE-NO.
004870     READ AP-OPEN-FILE
004880         INVALID KEY
004890             CONTINUE
004900         NOT INVALID KEY
004910             ADD 1 TO WS-DUPLICATE-COUNT
004920             MOVE 'DUPLICATE - REJECTED' TO WS-INV-DISPOSITION
004930             GO TO 2100-MATCH-INVOICE-LIST
004940     END-READ.
004950
004960     MOVE 'N' TO WS-VND-FOUND-SW.
004970     PERFORM 2110-MATCH-VENDOR
004980         THRU 2110-MATCH-VENDOR-EXIT
004990         VARYING WS-VND-SUB FROM 1 BY 1
005000         UNTIL WS-VND-SUB > WS-VND-COUNT
005010             OR WS-VND-FOUND.
005020
005030     PERFORM 2200-CHECK-LINE
005040         THRU 2200-CHECK-LINE-EXIT
005050         VARYING WS-LIN-SUB FROM 1 BY 1
005060         UNTIL WS-LIN-SUB > WS-LIN-COUNT.
005070
005080     IF WS-LIN-OVERFLOW
005090         MOVE 'Y' TO WS-HOLD-SW
005100     END-IF.
005110     IF WS-CUR-INVOICE-DATE NOT NUMERIC
005120             OR WS-CUR-INVOICE-DATE = 0
005130         MOVE 'Y' TO WS-HOLD-SW
005140     END-IF.
005150
005160     IF WS-HOLD-INVOICE
005170         ADD 1 TO WS-HELD-COUNT
005180         PERFORM 2400-HOLD-LINE
005190             THRU 2400-HOLD-LINE-EXIT
005200             VARYING WS-LIN-SUB FROM 1 BY 1
005210             UNTIL WS-LIN-SUB > WS-LIN-COUNT
005220         MOVE 'HELD FOR BUYER' TO WS-INV-DISPOSITION
005230         IF WS-LIN-OVERFLOW
005240             MOVE 'HELD - LINE LIMIT' TO WS-INV-DISPOSITION
005250         END-IF
005260         IF WS-CUR-INVOICE-DATE NOT NUMERIC
005270                 OR WS-CUR-INVOICE-DATE = 0
005280             MOVE 'HELD - INVOICE DATE' TO WS-INV-DISPOSITION
005290         END-IF
005300         GO TO 2100-MATCH-INVOICE-LIST
005310     END-IF.
005320
005330     PERFORM 2300-RELEASE-LINE
005340         THRU 2300-RELEASE-LINE-EXIT
005350         VARYING WS-LIN-SUB FROM 1 BY 1
005360         UNTIL WS-LIN-SUB > WS-LIN-COUNT.
005370     PERFORM 2500-RELEASE-INVOICE
005380         THRU 2500-RELEASE-INVOICE-EXIT.
005390     MOVE 'RELEASED TO PAYABLES' TO WS-INV-DISPOSITION.
005400
005410 2100-MATCH-INVOICE-LIST.
005420     MOVE WS-CUR-INVOICE-NO TO WS-INV-INVOICE-NO.
005430     MOVE WS-INVOICE-AMOUNT TO WS-INV-AMOUNT.
005440     MOVE WS-DUE-DATE       TO WS-INV-DUE-DATE.
005450     WRITE AP-MATCH-LINE FROM WS-INVOICE-LINE.
005460 2100-MATCH-INVOICE-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500*    2110-MATCH-VENDOR                                          *
005510*****************************************************************
005520 2110-MATCH-VENDOR.
005530     IF WS-VND-TBL-ID(WS-VND-SUB) = WS-CUR-VENDOR-ID
005540         MOVE 'Y' TO WS-VND-FOUND-SW
005550     END-IF.
005560 2110-MATCH-VENDOR-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600*    2200-CHECK-LINE                                            *
005610*    THE THREE WAYS: THE BILL, THE PO LINE IT NAMES, AND THE    *
005620*    QUANTITY BOOKED AS RECEIVED ON THAT LINE.                  *
005630*****************************************************************
005640 2200-CHECK-LINE.
005650     MOVE WS-LIN-REC(WS-LIN-SUB) TO VENDOR-INVOICE-REC.
005660     COMPUTE WS-LINE-AMOUNT ROUNDED
005670         = VIN-QUANTITY * VIN-UNIT-PRICE.
005680     ADD WS-LINE-AMOUNT TO WS-INVOICE-AMOUNT.
005690
005700     IF NOT WS-VND-FOUND
005710         MOVE 'VENDOR NOT ON FILE' TO WS-LIN-REASON(WS-LIN-SUB)
005720         GO TO 2200-CHECK-LINE-HOLD
005730     END-IF.
005740     IF VIN-QUANTITY NOT NUMERIC OR VIN-QUANTITY = 0
005750             OR VIN-UNIT-PRICE NOT NUMERIC
005760         MOVE 'INVALID QTY OR PRICE' TO WS-LIN-REASON(WS-LIN-SUB)
005770         GO TO 2200-CHECK-LINE-HOLD
005780     END-IF.
005790
005800     MOVE VIN-PO-NO      TO POL-PO-NO.
005810     MOVE VIN-PO-LINE-NO TO POL-LINE-NO.
005820     READ PURCHASE-ORDER-FILE
005830         INVALID KEY
005840             MOVE 'NO PO LINE' TO WS-LIN-REASON(WS-LIN-SUB)
005850             GO TO 2200-CHECK-LINE-HOLD
005860     END-READ.
005870     IF POL-VENDOR-ID NOT = VIN-VENDOR-ID
005880         MOVE 'PO OF OTHER VENDOR' TO WS-LIN-REASON(WS-LIN-SUB)
005890         GO TO 2200-CHECK-LINE-HOLD
005900     END-IF.
005910     IF POL-ITM-ID NOT = VIN-ITM-ID
005920         MOVE 'ITEM NOT ON PO LINE' TO WS-LIN-REASON(WS-LIN-SUB)
005930         GO TO 2200-CHECK-LINE-HOLD
005940     END-IF.
005950
005960     COMPUTE WS-QTY-ALLOWED
005970         = POL-QTY-RECEIVED
005980         + POL-QTY-RECEIVED * WS-QTY-TOLERANCE-PCT / 100.
005990     IF POL-QTY-INVOICED + VIN-QUANTITY > WS-QTY-ALLOWED
006000         MOVE 'BILLED OVER RECEIVED' TO WS-LIN-REASON(WS-LIN-SUB)
006010         GO TO 2200-CHECK-LINE-HOLD
006020     END-IF.
006030
006040     COMPUTE WS-PRICE-ALLOWANCE
006050         = POL-UNIT-COST * WS-PRICE-TOLERANCE-PCT / 100.
006060     COMPUTE WS-PRICE-DIFFERENCE = VIN-UNIT-PRICE - POL-UNIT-COST.
006070     IF WS-PRICE-DIFFERENCE < 0
006080         COMPUTE WS-PRICE-DIFFERENCE = 0 - WS-PRICE-DIFFERENCE
006090     END-IF.
006100     IF WS-PRICE-DIFFERENCE > WS-PRICE-ALLOWANCE
006110         MOVE 'PRICE OVER TOLERANCE' TO WS-LIN-REASON(WS-LIN-SUB)
006120         GO TO 2200-CHECK-LINE-HOLD
006130     END-IF.
006140     GO TO 2200-CHECK-LINE-EXIT.
006150
006160 2200-CHECK-LINE-HOLD.
006170     MOVE 'Y' TO WS-HOLD-SW.
006180 2200-CHECK-LINE-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220*    2300-RELEASE-LINE                                          *
006230*    THE BILLED QUANTITY IS BOOKED TO THE PO LINE SO THE SAME   *
006240*    RECEIPT CANNOT BE BILLED TWICE.                            *
006250*****************************************************************
006260 2300-RELEASE-LINE.
006270     MOVE WS-LIN-REC(WS-LIN-SUB) TO VENDOR-INVOICE-REC.
006280     MOVE VIN-PO-NO      TO POL-PO-NO.
006290     MOVE VIN-PO-LINE-NO TO POL-LINE-NO.
006300     READ PURCHASE-ORDER-FILE
006310         INVALID KEY
006320             DISPLAY 'APMTCH01: PO LINE VANISHED ' POL-KEY
006330             GO TO 2300-RELEASE-LINE-LIST
006340     END-READ.
006350     ADD VIN-QUANTITY TO POL-QTY-INVOICED.
006360     MOVE WS-AS-OF-DATE TO POL-CHANGE-DATE.
006370     REWRITE PURCHASE-ORDER-REC
006380         INVALID KEY
006390             DISPLAY 'APMTCH01: PO REWRITE FAILED ' POL-KEY
006400     END-REWRITE.
006410
006420 2300-RELEASE-LINE-LIST.
006430     MOVE 'MATCHED' TO WS-LIN-REASON(WS-LIN-SUB).
006440     PERFORM 2450-LIST-LINE
006450         THRU 2450-LIST-LINE-EXIT.
006460 2300-RELEASE-LINE-EXIT.
006470     EXIT.
006480
006490*****************************************************************
006500*    2400-HOLD-LINE                                             *
006510*    EVERY LINE OF A HELD INVOICE GOES BACK OUT FOR THE BUYER,  *
006520*    SO THE INVOICE CAN BE RE-SUBMITTED WHOLE ONCE RESOLVED.    *
006530*****************************************************************
006540 2400-HOLD-LINE.
006550     MOVE WS-LIN-REC(WS-LIN-SUB) TO HELD-INVOICE-REC.
006560     WRITE HELD-INVOICE-REC.
006570     MOVE WS-LIN-REC(WS-LIN-SUB) TO VENDOR-INVOICE-REC.
006580     IF WS-LIN-REASON(WS-LIN-SUB) = SPACES
006590         MOVE 'LINE OK - HELD' TO WS-LIN-REASON(WS-LIN-SUB)
006600     END-IF.
006610     PERFORM 2450-LIST-LINE
006620         THRU 2450-LIST-LINE-EXIT.
006630 2400-HOLD-LINE-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670*    2450-LIST-LINE                                             *
006680*****************************************************************
006690 2450-LIST-LINE.
006700     MOVE VIN-VENDOR-ID              TO WS-DET-VENDOR-ID.
006710     MOVE VIN-INVOICE-NO             TO WS-DET-INVOICE-NO.
006720     MOVE VIN-LINE-NO                TO WS-DET-LINE-NO.
006730     MOVE VIN-PO-NO                  TO WS-DET-PO-NO.
006740     MOVE VIN-PO-LINE-NO             TO WS-DET-PO-LINE-NO.
006750     MOVE VIN-ITM-ID                 TO WS-DET-ITM-ID.
006760     MOVE VIN-QUANTITY               TO WS-DET-QUANTITY.
006770     MOVE VIN-UNIT-PRICE             TO WS-DET-PRICE.
006780     MOVE WS-LIN-REASON(WS-LIN-SUB)  TO WS-DET-DISPOSITION.
006790     WRITE AP-MATCH-LINE FROM WS-DETAIL-LINE.
006800 2450-LIST-LINE-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840*    2500-RELEASE-INVOICE                                       *
006850*    ON TO THE OPEN-PAYABLES LEDGER WITH ITS DUE DATE, AND THE  *
006860*    LIABILITY JOURNALLED: GOODS RECEIVED NOT INVOICED IS       *
006870*    CLEARED TO ACCOUNTS PAYABLE.                               *
006880*****************************************************************
006890 2500-RELEASE-INVOICE.
006900     MOVE WS-CUR-INVOICE-DATE TO WS-DUE-DATE.
006910     IF WS-CUR-TERMS-DAYS NOT NUMERIC OR WS-CUR-TERMS-DAYS = 0
006920         MOVE WS-DEFAULT-TERMS-DAYS TO WS-CUR-TERMS-DAYS
006930     END-IF.
006940     COMPUTE WS-DUE-DAYS = WS-DUE-DD + WS-CUR-TERMS-DAYS.
006950     PERFORM 2550-ROLL-DUE-DATE
006960         THRU 2550-ROLL-DUE-DATE-EXIT
006970         UNTIL WS-DUE-DAYS NOT > 30.
006980     MOVE WS-DUE-DAYS TO WS-DUE-DD.
006990
007000     MOVE SPACES              TO AP-OPEN-REC.
007010     MOVE WS-CUR-VENDOR-ID    TO APL-VENDOR-ID.
007020     MOVE WS-CUR-INVOICE-NO   TO APL-INVOICE-NO.
007030     MOVE WS-CUR-INVOICE-DATE TO APL-INVOICE-DATE.
007040     MOVE WS-DUE-DATE         TO APL-DUE-DATE.
007050     MOVE WS-INVOICE-AMOUNT   TO APL-AMOUNT.
007060     MOVE WS-LIN-COUNT        TO APL-LINE-COUNT.
007070     MOVE 'O'                 TO APL-STATUS.
007080     MOVE WS-AS-OF-DATE       TO APL-MATCH-DATE.
007090     MOVE 0                   TO APL-PAID-DATE.
007100     WRITE AP-OPEN-REC
007110         INVALID KEY
007120             DISPLAY 'APMTCH01: LEDGER WRITE FAILED ' APL-KEY
007130             MOVE 8 TO RETURN-CODE
007140     END-WRITE.
007150
007160     ADD 1 TO WS-RELEASED-COUNT.
007170     ADD WS-INVOICE-AMOUNT TO WS-RELEASED-AMOUNT.
007180
007190     MOVE 'APMTCH01'          TO GLJ-SOURCE-PGM.
007200     MOVE WS-AS-OF-DATE       TO GLJ-TRAN-DATE.
007210     MOVE WS-CUR-INVOICE-NO   TO GLJ-REFERENCE.
007220     MOVE WS-INVOICE-AMOUNT   TO WS-GLJ-ABS-AMOUNT.
007230     MOVE WS-GLJ-ABS-AMOUNT   TO GLJ-AMOUNT.
007240     MOVE 'GRNI    '          TO GLJ-ACCOUNT.
007250     MOVE 'D'                 TO GLJ-DEBIT-CREDIT.
007260     WRITE GL-JOURNAL-REC.
007270     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
007280     MOVE 'AP      '          TO GLJ-ACCOUNT.
007290     MOVE 'C'                 TO GLJ-DEBIT-CREDIT.
007300     WRITE GL-JOURNAL-REC.
007310     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
007320 2500-RELEASE-INVOICE-EXIT.
007330     EXIT.
007340
007350*****************************************************************
007360*    2550-ROLL-DUE-DATE                                         *
007370*****************************************************************
007380 2550-ROLL-DUE-DATE.
007390     SUBTRACT 30 FROM WS-DUE-DAYS.
007400     ADD 1 TO WS-DUE-MM.
007410     IF WS-DUE-MM > 12
007420         MOVE 1 TO WS-DUE-MM
007430         ADD 1 TO WS-DUE-YYYY
007440     END-IF.
007450 2550-ROLL-DUE-DATE-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490*    4000-PRINT-TOTALS                                          *
007500*****************************************************************
007510 4000-PRINT-TOTALS.
007520     MOVE 'INVOICES READ.............' TO WS-CNT-TITLE.
007530     MOVE WS-INVOICE-COUNT TO WS-CNT-VALUE.
007540     WRITE AP-MATCH-LINE FROM WS-COUNT-LINE.
007550
007560     MOVE 'RELEASED TO PAYABLES......' TO WS-CNT-TITLE.
007570     MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE.
007580     WRITE AP-MATCH-LINE FROM WS-COUNT-LINE.
007590
007600     MOVE 'HELD FOR BUYER............' TO WS-CNT-TITLE.
007610     MOVE WS-HELD-COUNT TO WS-CNT-VALUE.
007620     WRITE AP-MATCH-LINE FROM WS-COUNT-LINE.
007630
007640     MOVE 'DUPLICATES REJECTED.......' TO WS-CNT-TITLE.
007650     MOVE WS-DUPLICATE-COUNT TO WS-CNT-VALUE.
007660     WRITE AP-MATCH-LINE FROM WS-COUNT-LINE.
007670
007680     MOVE 'AMOUNT RELEASED...........' TO WS-VAL-TITLE.
007690     MOVE WS-RELEASED-AMOUNT TO WS-VAL-AMOUNT.
007700     WRITE AP-MATCH-LINE FROM WS-VALUE-LINE.
007710 4000-PRINT-TOTALS-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750*    8000-READ-INVOICE-LINE                                     *
007760*****************************************************************
007770 8000-READ-INVOICE-LINE.
007780     READ VENDOR-INVOICE-FILE
007790         AT END
007800             MOVE 'Y' TO WS-VIN-EOF-SW
007810         NOT AT END
007820             ADD 1 TO WS-LINE-READ-COUNT
007830     END-READ.
007840 8000-READ-INVOICE-LINE-EXIT.
007850     EXIT.
007860
007870*****************************************************************
007880*    9999-TERMINATE                                             *
007890*****************************************************************
007900 9999-TERMINATE.
007910     IF WS-VIN-OK OR WS-VIN-EOF
007920         CLOSE VENDOR-INVOICE-FILE
007930     END-IF.
007940     IF NOT WS-POL-DISABLED
007950         CLOSE PURCHASE-ORDER-FILE
007960     END-IF.
007970     IF NOT WS-APL-DISABLED
007980         CLOSE AP-OPEN-FILE
007990     END-IF.
008000     CLOSE HELD-INVOICE-FILE.
008010     CLOSE AP-MATCH-RPT.
008020
008030*    PROVE THE RUN'S JOURNAL BALANCES BEFORE RELEASE.
008040     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
008050         DISPLAY 'APMTCH01: GL JOURNAL OUT OF BALANCE'
008060         MOVE 8 TO RETURN-CODE
008070     END-IF.
008080     CLOSE GL-JOURNAL-FILE.
008090
008100*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
008110     OPEN EXTEND RUN-CONTROL-FILE.
008120     IF WS-RCT-OK
008130         MOVE 'APMTCH01'         TO RCT-STEP-NAME
008140         MOVE WS-INVOICE-COUNT   TO RCT-RECORDS-IN
008150         MOVE WS-RELEASED-COUNT  TO RCT-APPLIED
008160         MOVE WS-DUPLICATE-COUNT TO RCT-REJECTED
008170         MOVE WS-HELD-COUNT      TO RCT-SUSPENDED
008180         WRITE RUN-CONTROL-REC
008190         CLOSE RUN-CONTROL-FILE
008200     ELSE
008210         DISPLAY 'APMTCH01: OPEN RUN-CONTROL-FILE FAILED '
008220             WS-RCT-FILE-STATUS
008230     END-IF.
008240 9999-TERMINATE-EXIT.
008250     EXIT.
008260
008270*****************************************************************
008280*    9500-VALIDATE-PARM-CARD                                    *
008290*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
008300*****************************************************************
008310     COPY PARMVAL.
