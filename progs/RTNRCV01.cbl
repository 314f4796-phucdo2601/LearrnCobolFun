000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RTNRCV01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - RETURNED-GOODS RECEIVING.        *
000100*                    APPLIES THE WAREHOUSE'S RECEIPTS            *
000110*                    (RTNRCPT.CPY) TO THE RETURNED-GOODS RECORDS *
000120*                    ORDPOST1 OPENS WHEN IT CREDITS A RETURN.    *
000130*                    RESTOCKED GOODS GO BACK ON HAND AT THE      *
000140*                    RETURN'S WAREHOUSE AND THEIR AVERAGE COST   *
000150*                    COMES BACK FROM COGS INTO INVENTRY; GOODS   *
000160*                    GOING BACK TO THE VENDOR CUT A VENDOR DEBIT *
000170*                    (VNDDBT.CPY) AGAINST ITM-VENDOR-ID AT       *
000180*                    ITM-UNIT-COST, JOURNALLED AGAINST AP;       *
000190*                    SCRAPPED GOODS ARE WRITTEN OFF AT           *
000200*                    ITM-UNIT-COST TO RTNSCRAP.  A RECEIPT WITH  *
000210*                    NO CREDITED RETURN, OR FOR MORE THAN IS     *
000220*                    STILL AWAITED, IS AN EXCEPTION AND MOVES    *
000230*                    NOTHING.  THE RUN ENDS WITH THE CREDITS     *
000240*                    STILL WITHOUT THEIR GOODS AFTER 30 DAYS.    *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PARM-FILE-STATUS.
000320
000330     SELECT RETURN-RECEIPT-FILE ASSIGN TO RTNRCPT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RRC-FILE-STATUS.
000360
000370     SELECT RETURN-OPEN-FILE ASSIGN TO RTNOPEN
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RTO-KEY
000410         FILE STATUS IS WS-RTO-FILE-STATUS.
000420
000430     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS ITM-ID
000470         FILE STATUS IS WS-ITM-FILE-STATUS.
000480
000490     SELECT STOCK-FILE ASSIGN TO STKMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS STK-ITM-ID
000530         FILE STATUS IS WS-STK-FILE-STATUS.
000540
000550     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SLC-KEY
000590         FILE STATUS IS WS-SLC-FILE-STATUS.
000600
000610     SELECT VENDOR-DEBIT-FILE ASSIGN TO VNDDBT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-VDB-FILE-STATUS.
000640
000650     SELECT RETURN-REGISTER-RPT ASSIGN TO RTNRCVRP
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-FILE-STATUS.
000680
000690     SELECT RETURN-AGING-RPT ASSIGN TO RTNAGERP
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AGE-FILE-STATUS.
000720
000730     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RCT-FILE-STATUS.
000760
000770     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-GLJ-FILE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CONTROL-CARD-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY PARMCARD.
000860
000870 FD  RETURN-RECEIPT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY RTNRCPT.
000900
000910 FD  RETURN-OPEN-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY RTNOPEN.
000940
000950 FD  ITEM-MASTER-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY ITMMAST.
000980
000990 FD  STOCK-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY STKMAST.
001020
001030 FD  STOCK-LOCATION-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY STKLOC.
001060
001070 FD  VENDOR-DEBIT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY VNDDBT.
001100
001110 FD  RETURN-REGISTER-RPT
001120     LABEL RECORDS ARE STANDARD.
001130     01  RETURN-REGISTER-LINE     PIC X(80).
001140
001150 FD  RETURN-AGING-RPT
001160     LABEL RECORDS ARE STANDARD.
001170     01  RETURN-AGING-LINE        PIC X(80).
001180
001190 FD  RUN-CONTROL-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY RUNCTL.
001220
001230 FD  GL-JOURNAL-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY GLJRNL.
001260
001270 WORKING-STORAGE SECTION.
001280     01  WS-PARM-FILE-STATUS      PIC X(02).
001290         88  WS-PARM-OK           VALUE '00'.
001300     01  WS-RRC-FILE-STATUS       PIC X(02).
001310         88  WS-RRC-OK            VALUE '00'.
001320         88  WS-RRC-EOF           VALUE '10'.
001330     01  WS-RTO-FILE-STATUS       PIC X(02).
001340         88  WS-RTO-OK            VALUE '00'.
001350         88  WS-RTO-NOT-FOUND     VALUE '23'.
001360     01  WS-ITM-FILE-STATUS       PIC X(02).
001370         88  WS-ITM-OK            VALUE '00'.
001380     01  WS-STK-FILE-STATUS       PIC X(02).
001390         88  WS-STK-OK            VALUE '00'.
001400     01  WS-SLC-FILE-STATUS       PIC X(02).
001410         88  WS-SLC-OK            VALUE '00'.
001420     01  WS-VDB-FILE-STATUS       PIC X(02).
001430         88  WS-VDB-OK            VALUE '00'.
001440     01  WS-RPT-FILE-STATUS       PIC X(02).
001450         88  WS-RPT-OK            VALUE '00'.
001460     01  WS-AGE-FILE-STATUS       PIC X(02).
001470         88  WS-AGE-OK            VALUE '00'.
001480     01  WS-RCT-FILE-STATUS       PIC X(02).
001490         88  WS-RCT-OK            VALUE '00'.
001500     01  WS-GLJ-FILE-STATUS       PIC X(02).
001510         88  WS-GLJ-OK            VALUE '00'.
001520
001530     01  WS-RRC-EOF-SW            PIC X(01) VALUE 'N'.
001540         88  WS-RRC-DONE          VALUE 'Y'.
001550     01  WS-RTO-DISABLED-SW       PIC X(01) VALUE 'N'.
001560         88  WS-RTO-DISABLED      VALUE 'Y'.
001570     01  WS-STK-DISABLED-SW       PIC X(01) VALUE 'N'.
001580         88  WS-STK-DISABLED      VALUE 'Y'.
001590     01  WS-SLC-DISABLED-SW       PIC X(01) VALUE 'N'.
001600         88  WS-SLC-DISABLED      VALUE 'Y'.
001610     01  WS-SCAN-EOF-SW           PIC X(01).
001620         88  WS-SCAN-DONE         VALUE 'Y'.
001630
001640     01  WS-AS-OF-DATE            PIC 9(08).
001650     01  WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
001660         05  WS-AS-OF-YYYY        PIC 9(04).
001670         05  WS-AS-OF-MM          PIC 9(02).
001680         05  WS-AS-OF-DD          PIC 9(02).
001690     01  WS-CREDIT-DATE           PIC 9(08).
001700     01  WS-CREDIT-SPLIT REDEFINES WS-CREDIT-DATE.
001710         05  WS-CRD-YYYY          PIC 9(04).
001720         05  WS-CRD-MM            PIC 9(02).
001730         05  WS-CRD-DD            PIC 9(02).
001740     01  WS-AGE-DAYS              PIC S9(07) COMP.
001750*    A CREDIT STILL WITHOUT ITS GOODS AFTER THIS MANY DAYS IS
001760*    LISTED - THE CUSTOMER HAS BEEN PAID FOR GOODS WE HAVE NOT
001770*    SEEN.
001780     01  WS-MAX-RETURN-AGE        PIC S9(03) COMP VALUE 30.
001790
001800     01  WS-AWAITED-QTY           PIC 9(05).
001810     01  WS-FAIL-REASON           PIC X(24).
001820     01  WS-RECEIPT-VALUE         PIC S9(09)V9(02).
001830     01  WS-GLJ-DR-ACCOUNT        PIC X(08).
001840     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
001850     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001860     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
001870
001880*****************************************************************
001890*    CONTROL TOTALS                                             *
001900*****************************************************************
001910     01  WS-TOTALS.
001920         05  WS-RECEIPT-COUNT     PIC 9(07) COMP VALUE 0.
001930         05  WS-RESTOCK-COUNT     PIC 9(07) COMP VALUE 0.
001940         05  WS-VENDOR-COUNT      PIC 9(07) COMP VALUE 0.
001950         05  WS-SCRAP-COUNT       PIC 9(07) COMP VALUE 0.
001960         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
001970         05  WS-COMPLETED-COUNT   PIC 9(07) COMP VALUE 0.
001980         05  WS-UNCOSTED-COUNT    PIC 9(07) COMP VALUE 0.
001990         05  WS-OPEN-COUNT        PIC 9(07) COMP VALUE 0.
002000         05  WS-OVERDUE-COUNT     PIC 9(07) COMP VALUE 0.
002010         05  WS-RESTOCK-VALUE     PIC S9(11)V9(02) COMP-3 VALUE 0.
002020         05  WS-VENDOR-VALUE      PIC S9(11)V9(02) COMP-3 VALUE 0.
002030         05  WS-SCRAP-VALUE       PIC S9(11)V9(02) COMP-3 VALUE 0.
002040         05  WS-OVERDUE-CREDIT    PIC S9(11)V9(02) COMP-3 VALUE 0.
002050
002060*****************************************************************
002070*    RETURNED-GOODS REGISTER LINE LAYOUTS                       *
002080*****************************************************************
002090     01  WS-REG-HEADING-LINE.
002100         05  FILLER               PIC X(40) VALUE
002110             'RTNRCV01 - RETURNED GOODS RECEIVED AS OF'.
002120         05  WS-RHD-AS-OF         PIC 9(08).
002130         05  FILLER               PIC X(32) VALUE SPACES.
002140
002150     01  WS-REG-COLUMN-LINE.
002160         05  FILLER               PIC X(40) VALUE
002170             'ORDER  ITEM  C     QTY  AWAITED       VA'.
002180         05  FILLER               PIC X(40) VALUE
002190             'LUE  DISPOSITION'.
002200
002210     01  WS-REG-DETAIL-LINE.
002220         05  WS-RDT-ORDER-ID      PIC X(06).
002230         05  FILLER               PIC X(01) VALUE SPACES.
002240         05  WS-RDT-ITM-ID        PIC X(05).
002250         05  FILLER               PIC X(01) VALUE SPACES.
002260         05  WS-RDT-CONDITION     PIC X(01).
002270         05  FILLER               PIC X(01) VALUE SPACES.
002280         05  WS-RDT-QUANTITY      PIC ZZZZZZ9.
002290         05  FILLER               PIC X(02) VALUE SPACES.
002300         05  WS-RDT-AWAITED       PIC ZZZZZZ9.
002310         05  FILLER               PIC X(01) VALUE SPACES.
002320         05  WS-RDT-VALUE         PIC Z,ZZZ,ZZ9.99.
002330         05  FILLER               PIC X(02) VALUE SPACES.
002340         05  WS-RDT-DISPOSITION   PIC X(24).
002350         05  FILLER               PIC X(10) VALUE SPACES.
002360
002370*****************************************************************
002380*    CREDITS-WITHOUT-GOODS AGING LINE LAYOUTS                   *
002390*****************************************************************
002400     01  WS-AGE-HEADING-LINE.
002410         05  FILLER               PIC X(40) VALUE
002420             'RTNRCV01 - CREDITS WITHOUT GOODS AS OF'.
002430         05  WS-AHD-AS-OF         PIC 9(08).
002440         05  FILLER               PIC X(32) VALUE SPACES.
002450
002460     01  WS-AGE-COLUMN-LINE.
002470         05  FILLER               PIC X(40) VALUE
002480             'BRN ORDER  CUST  ITEM  CREDITED RECEIVED'.
002490         05  FILLER               PIC X(40) VALUE
002500             '  CREDIT AMOUNT CREDITED  DAYS'.
002510
002520     01  WS-AGE-DETAIL-LINE.
002530         05  WS-ADT-BRANCH        PIC X(03).
002540         05  FILLER               PIC X(01) VALUE SPACES.
002550         05  WS-ADT-ORDER-ID      PIC X(06).
002560         05  FILLER               PIC X(01) VALUE SPACES.
002570         05  WS-ADT-CUST-ID       PIC X(05).
002580         05  FILLER               PIC X(01) VALUE SPACES.
002590         05  WS-ADT-ITM-ID        PIC X(05).
002600         05  FILLER               PIC X(01) VALUE SPACES.
002610         05  WS-ADT-CREDIT-QTY    PIC ZZZZZZ9.
002620         05  FILLER               PIC X(02) VALUE SPACES.
002630         05  WS-ADT-RECEIVED-QTY  PIC ZZZZZZ9.
002640         05  FILLER               PIC X(01) VALUE SPACES.
002650         05  WS-ADT-CREDIT-AMOUNT PIC Z,ZZZ,ZZ9.99-.
002660         05  FILLER               PIC X(01) VALUE SPACES.
002670         05  WS-ADT-CREDIT-DATE   PIC 9(08).
002680         05  FILLER               PIC X(01) VALUE SPACES.
002690         05  WS-ADT-AGE-DAYS      PIC ZZZZ9.
002700         05  FILLER               PIC X(07) VALUE SPACES.
002710
002720     01  WS-COUNT-LINE.
002730         05  WS-CNT-TITLE         PIC X(26).
002740         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002750         05  FILLER               PIC X(43) VALUE SPACES.
002760
002770     01  WS-VALUE-LINE.
002780         05  WS-VAL-TITLE         PIC X(26).
002790         05  WS-VAL-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
002800         05  FILLER               PIC X(40) VALUE SPACES.
002810
002820 PROCEDURE DIVISION.
002830*****************************************************************
002840*    0000-MAINLINE                                              *
002850*****************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE
002880         THRU 1000-INITIALIZE-EXIT.
002890
002900     PERFORM 2000-APPLY-RECEIPT
002910         THRU 2000-APPLY-RECEIPT-EXIT
002920         UNTIL WS-RRC-DONE.
002930
002940*    WHAT HAS BEEN CREDITED BUT NOT COME BACK AFTER 30 DAYS.
002950     IF NOT WS-RTO-DISABLED
002960         PERFORM 3000-AGE-OPEN-RETURNS
002970             THRU 3000-AGE-OPEN-RETURNS-EXIT
002980     END-IF.
002990
003000     PERFORM 4000-PRINT-TOTALS
003010         THRU 4000-PRINT-TOTALS-EXIT.
003020
003030     DISPLAY 'RTNRCV01: RECEIPTS READ......... '
003040         WS-RECEIPT-COUNT.
003050     DISPLAY 'RTNRCV01: RESTOCKED............. '
003060         WS-RESTOCK-COUNT.
003070     DISPLAY 'RTNRCV01: RETURNED TO VENDOR.... '
003080         WS-VENDOR-COUNT.
003090     DISPLAY 'RTNRCV01: SCRAPPED.............. '
003100         WS-SCRAP-COUNT.
003110     DISPLAY 'RTNRCV01: EXCEPTIONS............ '
003120         WS-EXCEPTION-COUNT.
003130     DISPLAY 'RTNRCV01: CREDITS OVER 30 DAYS.. '
003140         WS-OVERDUE-COUNT.
003150
003160     IF WS-EXCEPTION-COUNT > 0 OR WS-OVERDUE-COUNT > 0
003170         IF RETURN-CODE < 4
003180             MOVE 4 TO RETURN-CODE
003190         END-IF
003200     END-IF.
003210
003220     PERFORM 9999-TERMINATE
003230         THRU 9999-TERMINATE-EXIT.
003240
003250     STOP RUN.
003260
003270*****************************************************************
003280*    1000-INITIALIZE                                            *
003290*****************************************************************
003300 1000-INITIALIZE.
003310     OPEN INPUT CONTROL-CARD-FILE.
003320     IF WS-PARM-OK
003330         READ CONTROL-CARD-FILE
003340             AT END
003350                 DISPLAY 'RTNRCV01: NO CONTROL CARD SUPPLIED'
003360                 MOVE 0 TO PARM-RUN-DATE
003370             NOT AT END
003380                 PERFORM 9500-VALIDATE-PARM-CARD
003390                     THRU 9500-VALIDATE-PARM-CARD-EXIT
003400         END-READ
003410         CLOSE CONTROL-CARD-FILE
003420     ELSE
003430         DISPLAY 'RTNRCV01: OPEN CONTROL-CARD FAILED '
003440             WS-PARM-FILE-STATUS
003450         MOVE 0 TO PARM-RUN-DATE
003460     END-IF.
003470
003480     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
003490         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
003500     ELSE
003510         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
003520     END-IF.
003530
003540     OPEN INPUT RETURN-RECEIPT-FILE.
003550     IF NOT WS-RRC-OK
003560         DISPLAY 'RTNRCV01: NO RETURN-RECEIPT FILE THIS RUN'
003570         MOVE 'Y' TO WS-RRC-EOF-SW
003580     END-IF.
003590
003600*    THE RETURNED-GOODS FILE PERSISTS ACROSS RUNS - CREATE IT
003610*    EMPTY ON A FRESH SYSTEM, AS ORDPOST1 DOES.
003620     OPEN I-O RETURN-OPEN-FILE.
003630     IF WS-RTO-FILE-STATUS = '35'
003640         OPEN OUTPUT RETURN-OPEN-FILE
003650         CLOSE RETURN-OPEN-FILE
003660         OPEN I-O RETURN-OPEN-FILE
003670     END-IF.
003680     IF NOT WS-RTO-OK
003690         DISPLAY 'RTNRCV01: OPEN RETURN-OPEN-FILE FAILED '
003700             WS-RTO-FILE-STATUS
003710         MOVE 'Y' TO WS-RTO-DISABLED-SW
003720         MOVE 'Y' TO WS-RRC-EOF-SW
003730         MOVE 8 TO RETURN-CODE
003740     END-IF.
003750
003760     OPEN INPUT ITEM-MASTER-FILE.
003770     IF NOT WS-ITM-OK
003780         DISPLAY 'RTNRCV01: OPEN ITEM-MASTER FAILED '
003790             WS-ITM-FILE-STATUS
003800         MOVE 'Y' TO WS-RRC-EOF-SW
003810         MOVE 8 TO RETURN-CODE
003820     END-IF.
003830
003840     OPEN I-O STOCK-FILE.
003850     IF WS-STK-FILE-STATUS = '35'
003860         OPEN OUTPUT STOCK-FILE
003870         CLOSE STOCK-FILE
003880         OPEN I-O STOCK-FILE
003890     END-IF.
003900     IF NOT WS-STK-OK
003910         DISPLAY 'RTNRCV01: OPEN STOCK-FILE FAILED '
003920             WS-STK-FILE-STATUS
003930         MOVE 'Y' TO WS-STK-DISABLED-SW
003940         MOVE 'Y' TO WS-RRC-EOF-SW
003950         MOVE 8 TO RETURN-CODE
003960     END-IF.
003970
003980*    THE LOCATION SPLIT OF THE SAME STOCK.  WITHOUT IT THE
003990*    COMPANY FIGURE STILL MOVES.
004000     OPEN I-O STOCK-LOCATION-FILE.
004010     IF WS-SLC-FILE-STATUS = '35'
004020         OPEN OUTPUT STOCK-LOCATION-FILE
004030         CLOSE STOCK-LOCATION-FILE
004040         OPEN I-O STOCK-LOCATION-FILE
004050     END-IF.
004060     IF NOT WS-SLC-OK
004070         DISPLAY 'RTNRCV01: OPEN STOCK-LOCATION-FILE FAILED '
004080             WS-SLC-FILE-STATUS
004090         DISPLAY 'RTNRCV01: LOCATION STOCK NOT MAINTAINED'
004100         MOVE 'Y' TO WS-SLC-DISABLED-SW
004110     END-IF.
004120
004130     OPEN EXTEND VENDOR-DEBIT-FILE.
004140     IF NOT WS-VDB-OK
004150         DISPLAY 'RTNRCV01: OPEN VENDOR-DEBIT-FILE FAILED '
004160             WS-VDB-FILE-STATUS
004170         MOVE 'Y' TO WS-RRC-EOF-SW
004180         MOVE 8 TO RETURN-CODE
004190     END-IF.
004200
004210     OPEN OUTPUT RETURN-REGISTER-RPT.
004220     IF NOT WS-RPT-OK
004230         DISPLAY 'RTNRCV01: OPEN RETURN-REGISTER FAILED '
004240             WS-RPT-FILE-STATUS
004250     END-IF.
004260     OPEN OUTPUT RETURN-AGING-RPT.
004270     IF NOT WS-AGE-OK
004280         DISPLAY 'RTNRCV01: OPEN RETURN-AGING FAILED '
004290             WS-AGE-FILE-STATUS
004300     END-IF.
004310
004320     OPEN EXTEND GL-JOURNAL-FILE.
004330     IF NOT WS-GLJ-OK
004340         DISPLAY 'RTNRCV01: OPEN GL-JOURNAL-FILE FAILED '
004350             WS-GLJ-FILE-STATUS
004360     END-IF.
004370
004380     MOVE WS-AS-OF-DATE TO WS-RHD-AS-OF.
004390     WRITE RETURN-REGISTER-LINE FROM WS-REG-HEADING-LINE.
004400     WRITE RETURN-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
004410     MOVE WS-AS-OF-DATE TO WS-AHD-AS-OF.
004420     WRITE RETURN-AGING-LINE FROM WS-AGE-HEADING-LINE.
004430     WRITE RETURN-AGING-LINE FROM WS-AGE-COLUMN-LINE.
004440
004450     IF NOT WS-RRC-DONE
004460         PERFORM 8000-READ-RECEIPT
004470             THRU 8000-READ-RECEIPT-EXIT
004480     END-IF.
004490 1000-INITIALIZE-EXIT.
004500     EXIT.
004510
004520*****************************************************************
004530*    2000-APPLY-RECEIPT                                         *
004540*    EVERY TEST RUNS BEFORE ANYTHING MOVES, SO AN EXCEPTION     *
004550*    LEAVES THE RETURN, THE STOCK AND THE JOURNAL UNTOUCHED.    *
004560*****************************************************************
004570 2000-APPLY-RECEIPT.
004580     ADD 1 TO WS-RECEIPT-COUNT.
004590     MOVE SPACES TO WS-FAIL-REASON.
004600     MOVE 0 TO WS-AWAITED-QTY.
004610     MOVE 0 TO WS-RECEIPT-VALUE.
004620
004630     IF RRC-QUANTITY NOT NUMERIC
004640             OR RRC-QUANTITY = 0
004650             OR RRC-RECEIVED-DATE NOT NUMERIC
004660             OR RRC-RECEIVED-DATE = 0
004670         MOVE 'INVALID QTY OR DATE' TO WS-FAIL-REASON
004680         GO TO 2000-APPLY-RECEIPT-FAIL
004690     END-IF.
004700     IF NOT RRC-RESTOCK AND NOT RRC-TO-VENDOR AND NOT RRC-SCRAP
004710         MOVE 'CONDITION NOT R, V OR S' TO WS-FAIL-REASON
004720         GO TO 2000-APPLY-RECEIPT-FAIL
004730     END-IF.
004740
004750     MOVE RRC-ORDER-ID TO RTO-ORDER-ID.
004760     MOVE RRC-ITM-ID   TO RTO-ITM-ID.
004770     READ RETURN-OPEN-FILE
004780         INVALID KEY
004790             MOVE 'NO CREDITED RETURN' TO WS-FAIL-REASON
004800             GO TO 2000-APPLY-RECEIPT-FAIL
004810     END-READ.
004820     IF RTO-COMPLETE
004830         MOVE 'RETURN ALREADY RECEIVED' TO WS-FAIL-REASON
004840         GO TO 2000-APPLY-RECEIPT-FAIL
004850     END-IF.
004860     COMPUTE WS-AWAITED-QTY = RTO-CREDIT-QTY - RTO-RECEIVED-QTY.
004870     IF RRC-QUANTITY > WS-AWAITED-QTY
004880         MOVE 'RECEIVED OVER CREDITED' TO WS-FAIL-REASON
004890         GO TO 2000-APPLY-RECEIPT-FAIL
004900     END-IF.
004910
004920     MOVE RRC-ITM-ID TO ITM-ID.
004930     READ ITEM-MASTER-FILE
004940         INVALID KEY
004950             MOVE 'NO ITEM MASTER' TO WS-FAIL-REASON
004960             GO TO 2000-APPLY-RECEIPT-FAIL
004970     END-READ.
004980     IF RRC-TO-VENDOR AND ITM-VENDOR-ID = SPACES
004990         MOVE 'ITEM HAS NO VENDOR' TO WS-FAIL-REASON
005000         GO TO 2000-APPLY-RECEIPT-FAIL
005010     END-IF.
005020
005030     EVALUATE TRUE
005040         WHEN RRC-RESTOCK
005050             PERFORM 2100-RESTOCK-GOODS
005060                 THRU 2100-RESTOCK-GOODS-EXIT
005070             IF WS-FAIL-REASON NOT = SPACES
005080                 GO TO 2000-APPLY-RECEIPT-FAIL
005090             END-IF
005100             ADD 1 TO WS-RESTOCK-COUNT
005110             ADD RRC-QUANTITY TO RTO-RESTOCK-QTY
005120             ADD WS-RECEIPT-VALUE TO WS-RESTOCK-VALUE
005130             MOVE 'INVENTRY' TO WS-GLJ-DR-ACCOUNT
005140             MOVE 'RESTOCKED' TO WS-RDT-DISPOSITION
005150         WHEN RRC-TO-VENDOR
005160             PERFORM 2200-DEBIT-VENDOR
005170                 THRU 2200-DEBIT-VENDOR-EXIT
005180             ADD 1 TO WS-VENDOR-COUNT
005190             ADD RRC-QUANTITY TO RTO-VENDOR-QTY
005200             ADD WS-RECEIPT-VALUE TO WS-VENDOR-VALUE
005210             MOVE 'AP      ' TO WS-GLJ-DR-ACCOUNT
005220             MOVE 'RETURNED TO VENDOR' TO WS-RDT-DISPOSITION
005230         WHEN OTHER
005240             COMPUTE WS-RECEIPT-VALUE ROUNDED
005250                 = RRC-QUANTITY * ITM-UNIT-COST
005260             ADD 1 TO WS-SCRAP-COUNT
005270             ADD RRC-QUANTITY TO RTO-SCRAP-QTY
005280             ADD WS-RECEIPT-VALUE TO WS-SCRAP-VALUE
005290             MOVE 'RTNSCRAP' TO WS-GLJ-DR-ACCOUNT
005300             MOVE 'SCRAPPED' TO WS-RDT-DISPOSITION
005310     END-EVALUATE.
005320     IF WS-RECEIPT-VALUE = 0
005330         ADD 1 TO WS-UNCOSTED-COUNT
005340     END-IF.
005350     PERFORM 2300-WRITE-GL-JOURNAL
005360         THRU 2300-WRITE-GL-JOURNAL-EXIT.
005370
005380     ADD RRC-QUANTITY      TO RTO-RECEIVED-QTY.
005390     MOVE RRC-RECEIVED-DATE TO RTO-LAST-RCPT-DATE.
005400     SUBTRACT RRC-QUANTITY FROM WS-AWAITED-QTY.
005410     IF WS-AWAITED-QTY = 0
005420         MOVE 'C' TO RTO-STATUS
005430         ADD 1 TO WS-COMPLETED-COUNT
005440     END-IF.
005450     REWRITE RETURN-OPEN-REC.
005460     GO TO 2000-APPLY-RECEIPT-LIST.
005470
005480 2000-APPLY-RECEIPT-FAIL.
005490     ADD 1 TO WS-EXCEPTION-COUNT.
005500     MOVE WS-FAIL-REASON TO WS-RDT-DISPOSITION.
005510
005520 2000-APPLY-RECEIPT-LIST.
005530     MOVE RRC-ORDER-ID     TO WS-RDT-ORDER-ID.
005540     MOVE RRC-ITM-ID       TO WS-RDT-ITM-ID.
005550     MOVE RRC-CONDITION    TO WS-RDT-CONDITION.
005560     IF RRC-QUANTITY NUMERIC
005570         MOVE RRC-QUANTITY TO WS-RDT-QUANTITY
005580     ELSE
005590         MOVE 0 TO WS-RDT-QUANTITY
005600     END-IF.
005610     MOVE WS-AWAITED-QTY   TO WS-RDT-AWAITED.
005620     MOVE WS-RECEIPT-VALUE TO WS-RDT-VALUE.
005630     WRITE RETURN-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
005640
005650     PERFORM 8000-READ-RECEIPT
005660         THRU 8000-READ-RECEIPT-EXIT.
005670 2000-APPLY-RECEIPT-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710*    2100-RESTOCK-GOODS                                         *
005720*    THE GOODS GO BACK ON HAND, AT THE COMPANY FIGURE AND AT    *
005730*    THE WAREHOUSE THE RETURN WAS CREDITED TO, AND THEIR VALUE  *
005740*    RETURNS AT THE ITEM'S AVERAGE COST - THE COST THE SALE     *
005750*    TOOK OUT.  AN ITEM WITH NO STOCK RECORD YET IS GIVEN A     *
005760*    ZERO ROW FIRST, AS ORDPOST1 DOES.                          *
005770*****************************************************************
005780 2100-RESTOCK-GOODS.
005790     MOVE RRC-ITM-ID TO STK-ITM-ID.
005800     READ STOCK-FILE
005810         INVALID KEY
005820             MOVE 0 TO STK-ON-HAND
005830             MOVE 0 TO STK-REORDER-POINT
005840             MOVE 0 TO STK-PERIOD-USAGE
005850             MOVE 0 TO STK-PICKED
005860             MOVE 0 TO STK-AVG-COST
005870             MOVE 0 TO STK-INV-VALUE
005880             WRITE STOCK-REC
005890                 INVALID KEY
005900                     MOVE 'NO STOCK RECORD' TO WS-FAIL-REASON
005910                     GO TO 2100-RESTOCK-GOODS-EXIT
005920             END-WRITE
005930     END-READ.
005940     COMPUTE WS-RECEIPT-VALUE ROUNDED
005950         = RRC-QUANTITY * STK-AVG-COST.
005960     ADD RRC-QUANTITY     TO STK-ON-HAND.
005970     ADD WS-RECEIPT-VALUE TO STK-INV-VALUE.
005980     REWRITE STOCK-REC.
005990     IF NOT WS-SLC-DISABLED
006000         PERFORM 2150-MOVE-LOCATION-STOCK
006010             THRU 2150-MOVE-LOCATION-STOCK-EXIT
006020     END-IF.
006030 2100-RESTOCK-GOODS-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    2150-MOVE-LOCATION-STOCK                                   *
006080*    A LOCATION NOT YET HOLDING THE ITEM IS GIVEN A ZERO ROW.   *
006090*****************************************************************
006100 2150-MOVE-LOCATION-STOCK.
006110     MOVE RTO-LOC-CODE TO SLC-LOC-CODE.
006120     MOVE RRC-ITM-ID   TO SLC-ITM-ID.
006130     READ STOCK-LOCATION-FILE
006140         INVALID KEY
006150             MOVE 0 TO SLC-ON-HAND
006160             MOVE 0 TO SLC-PICKED
006170             MOVE 0 TO SLC-IN-TRANSIT
006180             MOVE 0 TO SLC-REORDER-POINT
006190             MOVE 0 TO SLC-PERIOD-USAGE
006200             WRITE STOCK-LOCATION-REC
006210                 INVALID KEY
006220                     GO TO 2150-MOVE-LOCATION-STOCK-EXIT
006230             END-WRITE
006240     END-READ.
006250     ADD RRC-QUANTITY TO SLC-ON-HAND.
006260     REWRITE STOCK-LOCATION-REC.
006270 2150-MOVE-LOCATION-STOCK-EXIT.
006280     EXIT.
006290
006300*****************************************************************
006310*    2200-DEBIT-VENDOR                                          *
006320*    THE GOODS GO BACK TO THE ITEM'S VENDOR, WHO OWES US WHAT   *
006330*    WE PAID FOR THEM - THE ITEM'S UNIT COST.                   *
006340*****************************************************************
006350 2200-DEBIT-VENDOR.
006360     COMPUTE WS-RECEIPT-VALUE ROUNDED
006370         = RRC-QUANTITY * ITM-UNIT-COST.
006380     MOVE SPACES            TO VENDOR-DEBIT-REC.
006390     MOVE ITM-VENDOR-ID     TO VDB-VENDOR-ID.
006400     MOVE RRC-RECEIVED-DATE TO VDB-DEBIT-DATE.
006410     MOVE RRC-ORDER-ID      TO VDB-ORDER-ID.
006420     MOVE RRC-ITM-ID        TO VDB-ITM-ID.
006430     MOVE RRC-QUANTITY      TO VDB-QUANTITY.
006440     MOVE ITM-UNIT-COST     TO VDB-UNIT-COST.
006450     MOVE WS-RECEIPT-VALUE  TO VDB-AMOUNT.
006460     MOVE RRC-REFERENCE     TO VDB-REFERENCE.
006470     WRITE VENDOR-DEBIT-REC.
006480 2200-DEBIT-VENDOR-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520*    2300-WRITE-GL-JOURNAL                                      *
006530*    THE CREDITED RETURN LEFT ITS COST IN COGS; THE RECEIPT     *
006540*    TAKES IT OUT TO WHERE THE GOODS WENT - INVENTRY WHEN       *
006550*    RESTOCKED, AP WHEN THE VENDOR IS DEBITED, THE RTNSCRAP     *
006560*    WRITE-OFF WHEN SCRAPPED.  GOODS WITH NO COST HAVE NOTHING  *
006570*    TO JOURNAL.                                                *
006580*****************************************************************
006590 2300-WRITE-GL-JOURNAL.
006600     IF WS-RECEIPT-VALUE = 0
006610         GO TO 2300-WRITE-GL-JOURNAL-EXIT
006620     END-IF.
006630     MOVE 'RTNRCV01'        TO GLJ-SOURCE-PGM.
006640     MOVE RRC-RECEIVED-DATE TO GLJ-TRAN-DATE.
006650     MOVE RRC-ORDER-ID      TO GLJ-REFERENCE.
006660     MOVE WS-RECEIPT-VALUE  TO WS-GLJ-ABS-AMOUNT.
006670     MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT.
006680     MOVE WS-GLJ-DR-ACCOUNT TO GLJ-ACCOUNT.
006690     MOVE 'D'               TO GLJ-DEBIT-CREDIT.
006700     WRITE GL-JOURNAL-REC.
006710     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
006720     MOVE 'COGS    '        TO GLJ-ACCOUNT.
006730     MOVE 'C'               TO GLJ-DEBIT-CREDIT.
006740     WRITE GL-JOURNAL-REC.
006750     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
006760 2300-WRITE-GL-JOURNAL-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800*    3000-AGE-OPEN-RETURNS                                      *
006810*    ONE PASS OF THE RETURNED-GOODS FILE IN KEY ORDER.          *
006820*****************************************************************
006830 3000-AGE-OPEN-RETURNS.
006840     MOVE 'N' TO WS-SCAN-EOF-SW.
006850     MOVE LOW-VALUES TO RTO-KEY.
006860     START RETURN-OPEN-FILE KEY IS NOT LESS THAN RTO-KEY
006870         INVALID KEY
006880             GO TO 3000-AGE-OPEN-RETURNS-EXIT
006890     END-START.
006900     PERFORM 3100-AGE-ONE-RETURN
006910         THRU 3100-AGE-ONE-RETURN-EXIT
006920         UNTIL WS-SCAN-DONE.
006930 3000-AGE-OPEN-RETURNS-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970*    3100-AGE-ONE-RETURN                                        *
006980*    A CREDIT IS LISTED WHEN NONE OF ITS GOODS HAVE COME BACK   *
006990*    AFTER THE AGE LIMIT.  AGE USES THE SAME 360/30             *
007000*    APPROXIMATION AS THE PICK AGING IN SHPCNF01.               *
007010*****************************************************************
007020 3100-AGE-ONE-RETURN.
007030     READ RETURN-OPEN-FILE NEXT RECORD
007040         AT END
007050             MOVE 'Y' TO WS-SCAN-EOF-SW
007060             GO TO 3100-AGE-ONE-RETURN-EXIT
007070     END-READ.
007080     IF NOT RTO-OPEN
007090         GO TO 3100-AGE-ONE-RETURN-EXIT
007100     END-IF.
007110     ADD 1 TO WS-OPEN-COUNT.
007120     IF RTO-RECEIVED-QTY > 0
007130         GO TO 3100-AGE-ONE-RETURN-EXIT
007140     END-IF.
007150
007160     MOVE RTO-CREDIT-DATE TO WS-CREDIT-DATE.
007170     COMPUTE WS-AGE-DAYS
007180         = (WS-AS-OF-YYYY - WS-CRD-YYYY) * 360
007190         + (WS-AS-OF-MM - WS-CRD-MM) * 30
007200         + (WS-AS-OF-DD - WS-CRD-DD).
007210     IF WS-AGE-DAYS NOT > WS-MAX-RETURN-AGE
007220         GO TO 3100-AGE-ONE-RETURN-EXIT
007230     END-IF.
007240
007250     ADD 1 TO WS-OVERDUE-COUNT.
007260     ADD RTO-CREDIT-AMOUNT TO WS-OVERDUE-CREDIT.
007270     MOVE RTO-BRANCH-CODE   TO WS-ADT-BRANCH.
007280     MOVE RTO-ORDER-ID      TO WS-ADT-ORDER-ID.
007290     MOVE RTO-CUST-ID       TO WS-ADT-CUST-ID.
007300     MOVE RTO-ITM-ID        TO WS-ADT-ITM-ID.
007310     MOVE RTO-CREDIT-QTY    TO WS-ADT-CREDIT-QTY.
007320     MOVE RTO-RECEIVED-QTY  TO WS-ADT-RECEIVED-QTY.
007330     MOVE RTO-CREDIT-AMOUNT TO WS-ADT-CREDIT-AMOUNT.
007340     MOVE RTO-CREDIT-DATE   TO WS-ADT-CREDIT-DATE.
007350     MOVE WS-AGE-DAYS       TO WS-ADT-AGE-DAYS.
007360     WRITE RETURN-AGING-LINE FROM WS-AGE-DETAIL-LINE.
007370 3100-AGE-ONE-RETURN-EXIT.
007380     EXIT.
007390
007400*****************************************************************
007410*    4000-PRINT-TOTALS                                          *
007420*****************************************************************
007430 4000-PRINT-TOTALS.
007440     MOVE 'RECEIPTS READ.............' TO WS-CNT-TITLE.
007450     MOVE WS-RECEIPT-COUNT TO WS-CNT-VALUE.
007460     WRITE RETURN-REGISTER-LINE FROM WS-COUNT-LINE.
007470
007480     MOVE 'RESTOCKED.................' TO WS-CNT-TITLE.
007490     MOVE WS-RESTOCK-COUNT TO WS-CNT-VALUE.
007500     WRITE RETURN-REGISTER-LINE FROM WS-COUNT-LINE.
007510
007520     MOVE 'RETURNED TO VENDOR........' TO WS-CNT-TITLE.
007530     MOVE WS-VENDOR-COUNT TO WS-CNT-VALUE.
007540     WRITE RETURN-REGISTER-LINE FROM WS-COUNT-LINE.
007550
007560     MOVE 'SCRAPPED..................' TO WS-CNT-TITLE.
007570     MOVE WS-SCRAP-COUNT TO WS-CNT-VALUE.
007580     WRITE RETURN-REGISTER-LINE FROM WS-COUNT-LINE.
007590
007600     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
007610     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
007620     WRITE RETURN-REGISTER-LINE FROM WS-COUNT-LINE.
007630
007640     MOVE 'RETURNS RECEIVED IN FULL..' TO WS-CNT-TITLE.
007650     MOVE WS-COMPLETED-COUNT TO WS-CNT-VALUE.
007660     WRITE RETURN-REGISTER-LINE FROM WS-COUNT-LINE.
007670
007680     MOVE 'RECEIPTS WITHOUT COST.....' TO WS-CNT-TITLE.
007690     MOVE WS-UNCOSTED-COUNT TO WS-CNT-VALUE.
007700     WRITE RETURN-REGISTER-LINE FROM WS-COUNT-LINE.
007710
007720     MOVE 'VALUE RESTOCKED...........' TO WS-VAL-TITLE.
007730     MOVE WS-RESTOCK-VALUE TO WS-VAL-AMOUNT.
007740     WRITE RETURN-REGISTER-LINE FROM WS-VALUE-LINE.
007750
007760     MOVE 'VALUE DEBITED TO VENDORS..' TO WS-VAL-TITLE.
007770     MOVE WS-VENDOR-VALUE TO WS-VAL-AMOUNT.
007780     WRITE RETURN-REGISTER-LINE FROM WS-VALUE-LINE.
007790
007800     MOVE 'VALUE SCRAPPED............' TO WS-VAL-TITLE.
007810     MOVE WS-SCRAP-VALUE TO WS-VAL-AMOUNT.
007820     WRITE RETURN-REGISTER-LINE FROM WS-VALUE-LINE.
007830
007840     MOVE 'RETURNS STILL AWAITED.....' TO WS-CNT-TITLE.
007850     MOVE WS-OPEN-COUNT TO WS-CNT-VALUE.
007860     WRITE RETURN-AGING-LINE FROM WS-COUNT-LINE.
007870
007880     MOVE 'NO GOODS OVER 30 DAYS.....' TO WS-CNT-TITLE.
007890     MOVE WS-OVERDUE-COUNT TO WS-CNT-VALUE.
007900     WRITE RETURN-AGING-LINE FROM WS-COUNT-LINE.
007910
007920     MOVE 'CREDIT WITHOUT GOODS......' TO WS-VAL-TITLE.
007930     MOVE WS-OVERDUE-CREDIT TO WS-VAL-AMOUNT.
007940     WRITE RETURN-AGING-LINE FROM WS-VALUE-LINE.
007950 4000-PRINT-TOTALS-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990*    8000-READ-RECEIPT                                          *
008000*****************************************************************
008010 8000-READ-RECEIPT.
008020     READ RETURN-RECEIPT-FILE
008030         AT END
008040             MOVE 'Y' TO WS-RRC-EOF-SW
008050     END-READ.
008060 8000-READ-RECEIPT-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100*    9999-TERMINATE                                             *
008110*****************************************************************
008120 9999-TERMINATE.
008130     IF WS-RRC-OK OR WS-RRC-EOF
008140         CLOSE RETURN-RECEIPT-FILE
008150     END-IF.
008160     IF NOT WS-RTO-DISABLED
008170         CLOSE RETURN-OPEN-FILE
008180     END-IF.
008190     IF WS-ITM-OK
008200         CLOSE ITEM-MASTER-FILE
008210     END-IF.
008220     IF NOT WS-STK-DISABLED
008230         CLOSE STOCK-FILE
008240     END-IF.
008250     IF NOT WS-SLC-DISABLED
008260         CLOSE STOCK-LOCATION-FILE
008270     END-IF.
008280     CLOSE VENDOR-DEBIT-FILE.
008290     CLOSE RETURN-REGISTER-RPT.
008300     CLOSE RETURN-AGING-RPT.
008310
008320*    PROVE THE RUN'S JOURNAL BALANCES BEFORE RELEASE.
008330     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
008340         DISPLAY 'RTNRCV01: GL JOURNAL OUT OF BALANCE'
008350         MOVE 8 TO RETURN-CODE
008360     END-IF.
008370     CLOSE GL-JOURNAL-FILE.
008380
008390*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
008400     OPEN EXTEND RUN-CONTROL-FILE.
008410     IF WS-RCT-OK
008420         MOVE 'RTNRCV01'         TO RCT-STEP-NAME
008430         MOVE WS-RECEIPT-COUNT   TO RCT-RECORDS-IN
008440         COMPUTE RCT-APPLIED = WS-RESTOCK-COUNT + WS-VENDOR-COUNT
008450             + WS-SCRAP-COUNT
008460         MOVE WS-EXCEPTION-COUNT TO RCT-REJECTED
008470         MOVE 0                  TO RCT-SUSPENDED
008480         WRITE RUN-CONTROL-REC
008490         CLOSE RUN-CONTROL-FILE
008500     ELSE
008510         DISPLAY 'RTNRCV01: OPEN RUN-CONTROL-FILE FAILED '
008520             WS-RCT-FILE-STATUS
008530     END-IF.
008540 9999-TERMINATE-EXIT.
008550     EXIT.
008560
008570*****************************************************************
008580*    9500-VALIDATE-PARM-CARD                                    *
008590*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
008600*****************************************************************
008610     COPY PARMVAL.
