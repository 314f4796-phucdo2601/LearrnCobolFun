000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ORDCNF01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - CUSTOMER ORDER CONFIRMATIONS.    *
000100*                    READS THE NIGHT'S BRANCH ACKNOWLEDGMENTS    *
000110*                    AND THE GATE'S CONFIRMATION DETAIL, BOTH    *
000120*                    SORTED BY ORDER, AND SENDS EACH CUSTOMER    *
000130*                    ONE DOCUMENT PER ORDER THE WAY              *
000140*                    CUST-DELIVERY-CODE SAYS - PRINTED, CUT TO   *
000150*                    THE ELECTRONIC EXTRACT, OR REGISTERED ONLY. *
000160*                    AN ACCEPTED ORDER IS CONFIRMED LINE BY LINE *
000170*                    AS PRICED, CONTRACT AND PROMOTION PRICING   *
000180*                    SHOWN; A BACKORDERED LINE CARRIES ITS       *
000190*                    EXPECTED STATUS FROM THE OPEN PURCHASE      *
000200*                    ORDERS; A SUBSTITUTE IS SHOWN AGAINST THE   *
000210*                    ITEM ORDERED; A HELD ORDER SAYS WHY AND     *
000220*                    UNTIL WHEN.  A REJECTED OR CANCELLED ORDER  *
000230*                    GETS A PLAIN-LANGUAGE NOTICE INSTEAD.       *
000232*    2026-10-15  PD  A SALE HELD FOR MARGIN APPROVAL             *
000234*                    (DISPOSITION M) IS WITHHELD LIKE A FRAUD    *
000236*                    REFERRAL; ONE THE APPROVER CANCELS (REASON  *
000238*                    MC) GETS A CANCELLATION NOTICE.             *
000239*    2026-10-15  PD  THE ITEM AND BACKORDER LINES SHOW THE UNIT  *
000240*                    THE QUANTITY IS IN, AND THE PRICE COLUMNS   *
000241*                    ARE WIDENED FOR PACK PRICES.  THE EXTRACT   *
000242*                    CARRIES THE UNIT AFTER THE QUANTITY AND THE *
000243*                    WIDER PRICES.                               *
000244*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-CYC-FILE-STATUS.
000310
000320     SELECT BRANCH-ACK-FILE ASSIGN TO BRNACK
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-ACK-FILE-STATUS.
000350
000360     SELECT ORDER-CONFIRM-DETAIL-FILE ASSIGN TO ORDCNFD
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CFD-FILE-STATUS.
000390
000400     SELECT HELD-ORDER-FILE ASSIGN TO ORDHELD
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-HLD-FILE-STATUS.
000430
000440     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDMAST
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-VND-FILE-STATUS.
000470
000480     SELECT PURCHASE-ORDER-FILE ASSIGN TO POMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS POL-KEY
000520         FILE STATUS IS WS-POL-FILE-STATUS.
000530
000540     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CUST-ID
000580         FILE STATUS IS WS-CUST-FILE-STATUS.
000590
000600     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS ITM-ID
000640         FILE STATUS IS WS-ITM-FILE-STATUS.
000650
000660     SELECT CONFIRM-PRINT-FILE ASSIGN TO CNFPRT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRT-FILE-STATUS.
000690
000700     SELECT CONFIRM-EXTRACT ASSIGN TO CNFEXT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-EXT-FILE-STATUS.
000730
000740     SELECT CONFIRM-REGISTER-RPT ASSIGN TO CNFREGRP
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-REG-FILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CYCLE-CONTROL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY CYCLCTL.
000830
000840 FD  BRANCH-ACK-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY BRNACK.
000870
000880 FD  ORDER-CONFIRM-DETAIL-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CNFDTL.
000910
000920 FD  HELD-ORDER-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY HLDORD.
000950
000960 FD  VENDOR-MASTER-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY VNDMAST.
000990
001000 FD  PURCHASE-ORDER-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY PURORD.
001030
001040 FD  CUSTOMER-MASTER-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY CUSTMAST.
001070
001080 FD  ITEM-MASTER-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY ITMMAST.
001110
001120 FD  CONFIRM-PRINT-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     01  CONFIRM-PRINT-LINE       PIC X(80).
001150
001160 FD  CONFIRM-EXTRACT
001170     LABEL RECORDS ARE STANDARD.
001180     01  CONFIRM-EXTRACT-LINE     PIC X(130).
001190
001200 FD  CONFIRM-REGISTER-RPT
001210     LABEL RECORDS ARE STANDARD.
001220     01  CONFIRM-REGISTER-LINE    PIC X(80).
001230
001240 WORKING-STORAGE SECTION.
001250     01  WS-CYC-FILE-STATUS       PIC X(02).
001260         88  WS-CYC-OK            VALUE '00'.
001270     01  WS-ACK-FILE-STATUS       PIC X(02).
001280         88  WS-ACK-OK            VALUE '00'.
001290         88  WS-ACK-EOF           VALUE '10'.
001300     01  WS-CFD-FILE-STATUS       PIC X(02).
001310         88  WS-CFD-OK            VALUE '00'.
001320         88  WS-CFD-EOF           VALUE '10'.
001330     01  WS-HLD-FILE-STATUS       PIC X(02).
001340         88  WS-HLD-OK            VALUE '00'.
001350         88  WS-HLD-EOF           VALUE '10'.
001360     01  WS-VND-FILE-STATUS       PIC X(02).
001370         88  WS-VND-OK            VALUE '00'.
001380         88  WS-VND-EOF           VALUE '10'.
001390     01  WS-POL-FILE-STATUS       PIC X(02).
001400         88  WS-POL-OK            VALUE '00'.
001410         88  WS-POL-EOF           VALUE '10'.
001420     01  WS-CUST-FILE-STATUS      PIC X(02).
001430         88  WS-CUST-OK           VALUE '00'.
001440     01  WS-ITM-FILE-STATUS       PIC X(02).
001450         88  WS-ITM-OK            VALUE '00'.
001460     01  WS-PRT-FILE-STATUS       PIC X(02).
001470         88  WS-PRT-OK            VALUE '00'.
001480     01  WS-EXT-FILE-STATUS       PIC X(02).
001490         88  WS-EXT-OK            VALUE '00'.
001500     01  WS-REG-FILE-STATUS       PIC X(02).
001510         88  WS-REG-OK            VALUE '00'.
001520
001530     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001540     01  WS-ITM-OPEN-SW           PIC X(01) VALUE 'N'.
001550         88  WS-ITM-OPEN          VALUE 'Y'.
001560     01  WS-CFD-OPEN-SW           PIC X(01) VALUE 'N'.
001570         88  WS-CFD-OPEN          VALUE 'Y'.
001580     01  WS-DELIVERY-CODE         PIC X(01).
001590         88  WS-DELIVER-PRINT     VALUE 'P'.
001600         88  WS-DELIVER-ELEC      VALUE 'E'.
001610         88  WS-DELIVER-NONE      VALUE 'S'.
001620*    'C' CONFIRMS THE ORDER'S LINES, 'N' IS A NOTICE WITHOUT.
001630     01  WS-DOC-KIND              PIC X(01).
001640         88  WS-DOC-CONFIRM       VALUE 'C'.
001650         88  WS-DOC-NOTICE        VALUE 'N'.
001660     01  WS-DOC-TITLE             PIC X(20).
001670     01  WS-NOTE-1                PIC X(60).
001680     01  WS-NOTE-2                PIC X(60).
001690     01  WS-DOC-TOTAL             PIC S9(07)V9(02).
001700     01  WS-DOC-BACKORDERS        PIC 9(03) COMP.
001710     01  WS-REG-RESULT            PIC X(30).
001720     01  WS-ITEM-NAME             PIC X(06).
001730     01  WS-ORDERED-NAME          PIC X(06).
001740     01  WS-EXPECTED-TEXT         PIC X(40).
001750     01  WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
001760     01  WS-EDIT-DATE             PIC 9(08).
001770     01  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
001780         05  WS-EDIT-YYYY         PIC 9(04).
001790         05  WS-EDIT-MM           PIC 9(02).
001800         05  WS-EDIT-DD           PIC 9(02).
001810     01  WS-EDIT-SLASH-DATE.
001820         05  WS-ESD-YYYY          PIC 9(04).
001830         05  FILLER               PIC X(01) VALUE '-'.
001840         05  WS-ESD-MM            PIC 9(02).
001850         05  FILLER               PIC X(01) VALUE '-'.
001860         05  WS-ESD-DD            PIC 9(02).
001870
001880*****************************************************************
001890*    PLAIN-LANGUAGE REASONS - GATE REJECT CODES (REJORD.CPY)    *
001900*    AND THE CANCELLATION REASONS.  SPACES ON A CANCELLATION    *
001910*    IS A CANCELLATION KEYED AT THE CUSTOMER'S REQUEST.         *
001920*****************************************************************
001930     01  WS-REASON-VALUES.
001940         05  FILLER               PIC X(42) VALUE
001950             'A1THE KIND OF ORDER WAS NOT RECOGNISED'.
001960         05  FILLER               PIC X(42) VALUE
001970             'D1THE ORDER DATE IS NOT A VALID DATE'.
001980         05  FILLER               PIC X(42) VALUE
001990             'L1THE ORDER ARRIVED WITH NO ITEMS ON IT'.
002000         05  FILLER               PIC X(42) VALUE
002010             'I1AN ITEM ORDERED IS NOT ONE WE SUPPLY'.
002020         05  FILLER               PIC X(42) VALUE
002030             'Q1A QUANTITY IS OVER OUR LIMIT PER ORDER'.
002040         05  FILLER               PIC X(42) VALUE
002050             'T1THE ORDER TOTAL DID NOT MATCH ITS LINES'.
002060         05  FILLER               PIC X(42) VALUE
002070             'B1THE ORDER HAS TOO MANY LINES ON IT'.
002080         05  FILLER               PIC X(42) VALUE
002090             'H1YOUR ACCOUNT IS ON HOLD - PLEASE CALL US'.
002100         05  FILLER               PIC X(42) VALUE
002110             'I2AN ITEM ORDERED IS NOT FOR SALE NOW'.
002120         05  FILLER               PIC X(42) VALUE
002130             'R1THE SALES REP NAMED WAS NOT RECOGNISED'.
002140         05  FILLER               PIC X(42) VALUE
002150             'S1WE ARE UNABLE TO SUPPLY THIS ACCOUNT'.
002160         05  FILLER               PIC X(42) VALUE
002170             'PXPREPAYMENT WAS NOT RECEIVED IN TIME'.
002173         05  FILLER               PIC X(42) VALUE
002176             'MCWE CANNOT SUPPLY THIS ORDER AT ITS PRICE'.
002180         05  FILLER               PIC X(42) VALUE
002190             '  CANCELLED AS YOU REQUESTED'.
002200     01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
002210         05  WS-RSN-ROW OCCURS 14 TIMES.
002220             10  WS-RSN-CODE      PIC X(02).
002230             10  WS-RSN-TEXT      PIC X(40).
002240     01  WS-RSN-COUNT             PIC 9(02) COMP VALUE 14.
002250     01  WS-RSN-SUB               PIC 9(02) COMP.
002260     01  WS-RSN-FOUND-SW          PIC X(01).
002270         88  WS-RSN-FOUND         VALUE 'Y'.
002280
002290*****************************************************************
002300*    TONIGHT'S HELD ORDERS - WHY EACH IS HELD AND UNTIL WHEN.   *
002310*****************************************************************
002320     01  WS-HLD-COUNT             PIC 9(03) COMP VALUE 0.
002330     01  WS-MAX-HLD-ROWS          PIC 9(03) COMP VALUE 500.
002340     01  WS-HLD-TABLE.
002350         05  WS-HLD-ROW OCCURS 500 TIMES.
002360             10  WS-HLD-T-ORDER-ID    PIC X(06).
002370             10  WS-HLD-T-REASON      PIC X(01).
002380             10  WS-HLD-T-ORDER-DATE  PIC 9(08).
002390             10  WS-HLD-T-DUE         PIC S9(07)V9(02).
002400     01  WS-HLD-SUB               PIC 9(03) COMP.
002410     01  WS-HLD-HIT-SUB           PIC 9(03) COMP.
002420     01  WS-HLD-FOUND-SW          PIC X(01).
002430         88  WS-HLD-FOUND         VALUE 'Y'.
002440
002450*****************************************************************
002460*    VENDOR LEAD TIMES, FOR THE DATE AN OPEN PO SHOULD LAND.    *
002470*****************************************************************
002480     01  WS-VND-COUNT             PIC 9(03) COMP VALUE 0.
002490     01  WS-MAX-VND-ROWS          PIC 9(03) COMP VALUE 200.
002500     01  WS-VND-TABLE.
002510         05  WS-VND-ROW OCCURS 200 TIMES.
002520             10  WS-VND-T-ID      PIC X(05).
002530             10  WS-VND-T-LEAD    PIC 9(03).
002540     01  WS-VND-SUB               PIC 9(03) COMP.
002550
002560*****************************************************************
002570*    ITEMS ON AN OPEN PURCHASE ORDER - THE EARLIEST EXPECTED    *
002580*    ARRIVAL PER ITEM.                                          *
002590*****************************************************************
002600     01  WS-OPO-COUNT             PIC 9(03) COMP VALUE 0.
002610     01  WS-MAX-OPO-ROWS          PIC 9(03) COMP VALUE 500.
002620     01  WS-OPO-TABLE.
002630         05  WS-OPO-ROW OCCURS 500 TIMES.
002640             10  WS-OPO-T-ITM-ID      PIC X(05).
002650             10  WS-OPO-T-PO-NO       PIC 9(07).
002660             10  WS-OPO-T-EXPECTED    PIC 9(08).
002670     01  WS-OPO-SUB               PIC 9(03) COMP.
002680     01  WS-OPO-HIT-SUB           PIC 9(03) COMP.
002690     01  WS-OPO-FOUND-SW          PIC X(01).
002700         88  WS-OPO-FOUND         VALUE 'Y'.
002710     01  WS-OPO-OVERFLOW-SW       PIC X(01) VALUE 'N'.
002720         88  WS-OPO-OVERFLOW      VALUE 'Y'.
002730     01  WS-WORK-ITM-ID           PIC X(05).
002740
002750*****************************************************************
002760*    EXPECTED ARRIVAL - PO DATE PLUS THE VENDOR'S LEAD DAYS ON  *
002770*    THE 30-DAY MONTH, THE ROLL THE PAYMENT TERMS USE.          *
002780*****************************************************************
002790     01  WS-ROLL-DATE             PIC 9(08).
002800     01  WS-ROLL-SPLIT REDEFINES WS-ROLL-DATE.
002810         05  WS-ROLL-YYYY         PIC 9(04).
002820         05  WS-ROLL-MM           PIC 9(02).
002830         05  WS-ROLL-DD           PIC 9(02).
002840     01  WS-ROLL-DAYS             PIC 9(05) COMP.
002850     01  WS-LEAD-DAYS             PIC 9(03).
002860
002870*****************************************************************
002880*    CONTROL TOTALS                                             *
002890*****************************************************************
002900     01  WS-TOTALS.
002910         05  WS-ACK-READ-COUNT    PIC 9(07) COMP VALUE 0.
002920         05  WS-CONFIRM-COUNT     PIC 9(07) COMP VALUE 0.
002930         05  WS-NOTICE-COUNT      PIC 9(07) COMP VALUE 0.
002940         05  WS-PRINTED-COUNT     PIC 9(07) COMP VALUE 0.
002950         05  WS-EXTRACT-COUNT     PIC 9(07) COMP VALUE 0.
002960         05  WS-SUPPRESSED-COUNT  PIC 9(07) COMP VALUE 0.
002970         05  WS-WITHHELD-COUNT    PIC 9(07) COMP VALUE 0.
002980         05  WS-NO-LINES-COUNT    PIC 9(07) COMP VALUE 0.
002990         05  WS-NO-CUST-COUNT     PIC 9(07) COMP VALUE 0.
003000         05  WS-BACKORDER-COUNT   PIC 9(07) COMP VALUE 0.
003010         05  WS-SUBSTITUTE-COUNT  PIC 9(07) COMP VALUE 0.
003020         05  WS-ORPHAN-COUNT      PIC 9(07) COMP VALUE 0.
003030
003040*****************************************************************
003050*    PRINTED CONFIRMATION LAYOUTS                               *
003060*****************************************************************
003070     01  WS-PRT-TITLE-LINE.
003080         05  FILLER               PIC X(20) VALUE
003090             'LEARNCOBOLFUN'.
003100         05  WS-PTL-TITLE         PIC X(20).
003110         05  FILLER               PIC X(40) VALUE SPACES.
003120
003130     01  WS-PRT-BILL-LINE.
003140         05  FILLER               PIC X(09) VALUE 'TO:      '.
003150         05  WS-PBL-CUST-ID       PIC X(05).
003160         05  FILLER               PIC X(02) VALUE SPACES.
003170         05  WS-PBL-NAME          PIC X(20).
003180         05  FILLER               PIC X(14) VALUE SPACES.
003190         05  FILLER               PIC X(06) VALUE 'DATE: '.
003200         05  WS-PBL-DATE          PIC 9(08).
003210         05  FILLER               PIC X(16) VALUE SPACES.
003220
003230     01  WS-PRT-STREET-LINE.
003240         05  FILLER               PIC X(09) VALUE SPACES.
003250         05  WS-PSL-STREET        PIC X(20).
003260         05  FILLER               PIC X(51) VALUE SPACES.
003270
003280     01  WS-PRT-CITY-LINE.
003290         05  FILLER               PIC X(09) VALUE SPACES.
003300         05  WS-PCL-CITY          PIC X(15).
003310         05  FILLER               PIC X(01) VALUE SPACES.
003320         05  WS-PCL-REGION        PIC X(03).
003330         05  FILLER               PIC X(01) VALUE SPACES.
003340         05  WS-PCL-POSTCODE      PIC X(10).
003350         05  FILLER               PIC X(41) VALUE SPACES.
003360
003370     01  WS-PRT-ORDER-LINE.
003380         05  FILLER               PIC X(16) VALUE
003390             'YOUR ORDER      '.
003400         05  WS-POL-ORDER-ID      PIC X(06).
003410         05  FILLER               PIC X(08) VALUE '  DATED '.
003420         05  WS-POL-ORDER-DATE    PIC 9(08).
003430         05  FILLER               PIC X(42) VALUE SPACES.
003440
003450     01  WS-PRT-COLUMN-LINE.
003460         05  FILLER               PIC X(40) VALUE
003470             'ITEM   NAME      QTY UM        LIST     '.
003480         05  FILLER               PIC X(40) VALUE
003490             '   UNIT  PRICED           AMOUNT'.
003500
003510     01  WS-PRT-ITEM-LINE.
003520         05  WS-PIL-ITM-ID        PIC X(05).
003530         05  FILLER               PIC X(02) VALUE SPACES.
003540         05  WS-PIL-NAME          PIC X(06).
003550         05  FILLER               PIC X(02) VALUE SPACES.
003560         05  WS-PIL-QUANTITY      PIC ZZZZ9.
003563         05  FILLER               PIC X(01) VALUE SPACES.
003566         05  WS-PIL-UNIT          PIC X(02).
003570         05  FILLER               PIC X(02) VALUE SPACES.
003580         05  WS-PIL-LIST-PRICE    PIC -ZZ,ZZ9.99.
003590         05  FILLER               PIC X(02) VALUE SPACES.
003600         05  WS-PIL-UNIT-PRICE    PIC -ZZ,ZZ9.99.
003610         05  FILLER               PIC X(02) VALUE SPACES.
003620         05  WS-PIL-BASIS         PIC X(08).
003630         05  FILLER               PIC X(02) VALUE SPACES.
003640         05  WS-PIL-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
003650         05  FILLER               PIC X(08) VALUE SPACES.
003660
003670     01  WS-PRT-BACKORDER-LINE.
003680         05  WS-PBK-ITM-ID        PIC X(05).
003690         05  FILLER               PIC X(02) VALUE SPACES.
003700         05  WS-PBK-NAME          PIC X(06).
003710         05  FILLER               PIC X(02) VALUE SPACES.
003720         05  WS-PBK-QUANTITY      PIC ZZZZ9.
003723         05  FILLER               PIC X(01) VALUE SPACES.
003726         05  WS-PBK-UNIT          PIC X(02).
003730         05  FILLER               PIC X(15) VALUE
003740             '  BACKORDERED: '.
003750         05  WS-PBK-EXPECTED      PIC X(40).
003760         05  FILLER               PIC X(02) VALUE SPACES.
003770
003780     01  WS-PRT-PROMO-LINE.
003790         05  FILLER               PIC X(07) VALUE SPACES.
003800         05  FILLER               PIC X(15) VALUE
003810             'LESS PROMOTION '.
003820         05  WS-PPL-PROMO-ID      PIC X(06).
003830         05  FILLER               PIC X(12) VALUE
003840             ' - DISCOUNT '.
003850         05  WS-PPL-DISCOUNT      PIC -Z,ZZZ,ZZ9.99.
003860         05  FILLER               PIC X(27) VALUE SPACES.
003870
003880     01  WS-PRT-SUBST-LINE.
003890         05  FILLER               PIC X(07) VALUE SPACES.
003900         05  FILLER               PIC X(26) VALUE
003910             'SUPPLIED IN PLACE OF ITEM '.
003920         05  WS-PSB-ITM-ID        PIC X(05).
003930         05  FILLER               PIC X(01) VALUE SPACES.
003940         05  WS-PSB-NAME          PIC X(06).
003950         05  FILLER               PIC X(35) VALUE SPACES.
003960
003970     01  WS-PRT-NOTE-LINE.
003980         05  WS-PNL-TEXT          PIC X(60).
003990         05  FILLER               PIC X(20) VALUE SPACES.
004000
004010     01  WS-PRT-TOTAL-LINE.
004020         05  FILLER               PIC X(40) VALUE SPACES.
004030         05  FILLER               PIC X(17) VALUE
004040             'ORDER TOTAL      '.
004050         05  WS-PTT-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
004060         05  FILLER               PIC X(10) VALUE SPACES.
004070
004080*****************************************************************
004090*    ELECTRONIC CONFIRMATION EXTRACT WORK FIELDS                *
004100*****************************************************************
004110     01  WS-EXT-AMOUNT            PIC +9(9).99.
004120     01  WS-EXT-AMOUNT2           PIC +9(9).99.
004130     01  WS-EXT-PRICE             PIC +9(5).99.
004140     01  WS-EXT-PRICE2            PIC +9(5).99.
004150
004160*****************************************************************
004170*    REGISTER LAYOUTS                                           *
004180*****************************************************************
004190     01  WS-REG-HEADING-LINE.
004200         05  FILLER               PIC X(40) VALUE
004210             'ORDCNF01 - ORDER CONFIRMATION REGISTER  '.
004220         05  FILLER               PIC X(06) VALUE 'CYCLE '.
004230         05  WS-RHL-DATE          PIC 9(08).
004240         05  FILLER               PIC X(26) VALUE SPACES.
004250
004260     01  WS-REG-COLUMN-LINE.
004270         05  FILLER               PIC X(40) VALUE
004280             'ORDER  CUST  BR  DISP RSN DELIVERY  RESU'.
004290         05  FILLER               PIC X(40) VALUE
004300             'LT'.
004310
004320     01  WS-REG-DETAIL-LINE.
004330         05  WS-RDL-ORDER-ID      PIC X(06).
004340         05  FILLER               PIC X(01) VALUE SPACES.
004350         05  WS-RDL-CUST-ID       PIC X(05).
004360         05  FILLER               PIC X(01) VALUE SPACES.
004370         05  WS-RDL-BRANCH        PIC X(03).
004380         05  FILLER               PIC X(02) VALUE SPACES.
004390         05  WS-RDL-DISPOSITION   PIC X(01).
004400         05  FILLER               PIC X(04) VALUE SPACES.
004410         05  WS-RDL-REASON        PIC X(02).
004420         05  FILLER               PIC X(02) VALUE SPACES.
004430         05  WS-RDL-DELIVERY      PIC X(09).
004440         05  FILLER               PIC X(01) VALUE SPACES.
004450         05  WS-RDL-RESULT        PIC X(30).
004460         05  FILLER               PIC X(13) VALUE SPACES.
004470
004480     01  WS-COUNT-LINE.
004490         05  WS-CNT-TITLE         PIC X(30).
004500         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
004510         05  FILLER               PIC X(39) VALUE SPACES.
004520
004530 PROCEDURE DIVISION.
004540*****************************************************************
004550*    0000-MAINLINE                                              *
004560*****************************************************************
004570 0000-MAINLINE.
004580     PERFORM 1000-INITIALIZE
004590         THRU 1000-INITIALIZE-EXIT.
004600     IF RETURN-CODE < 8
004610         PERFORM 2000-CONFIRM-ONE-ORDER
004620             THRU 2000-CONFIRM-ONE-ORDER-EXIT
004630             UNTIL WS-ACK-EOF
004640         PERFORM 2900-COUNT-ORPHAN
004650             THRU 2900-COUNT-ORPHAN-EXIT
004660             UNTIL WS-CFD-EOF
004670         PERFORM 3000-PRINT-TOTALS
004680             THRU 3000-PRINT-TOTALS-EXIT
004690     END-IF.
004700     PERFORM 9999-TERMINATE
004710         THRU 9999-TERMINATE-EXIT.
004720     STOP RUN.
004730
004740*****************************************************************
004750*    1000-INITIALIZE                                            *
004760*    WITHOUT THE ACKNOWLEDGMENTS THERE IS NOTHING TO CONFIRM    *
004770*    AND THE STEP FAILS.  THE HELD FILE, THE VENDORS AND THE    *
004780*    PURCHASE ORDERS ONLY ADD DETAIL - A CONFIRMATION STILL     *
004790*    GOES WITHOUT THEM.                                         *
004800*****************************************************************
004810 1000-INITIALIZE.
004820     OPEN INPUT CYCLE-CONTROL-FILE.
004830     IF WS-CYC-OK
004840         READ CYCLE-CONTROL-FILE
004850             AT END
004860                 CONTINUE
004870             NOT AT END
004880                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
004890         END-READ
004900         CLOSE CYCLE-CONTROL-FILE
004910     END-IF.
004920     IF WS-CYCLE-DATE = 0
004930         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
004940     END-IF.
004950
004960     OPEN INPUT BRANCH-ACK-FILE.
004970     IF NOT WS-ACK-OK
004980         DISPLAY 'ORDCNF01: OPEN BRANCH-ACK-FILE FAILED '
004990             WS-ACK-FILE-STATUS
005000         MOVE 8 TO RETURN-CODE
005010         GO TO 1000-INITIALIZE-EXIT
005020     END-IF.
005030     OPEN INPUT CUSTOMER-MASTER-FILE.
005040     IF NOT WS-CUST-OK
005050         DISPLAY 'ORDCNF01: OPEN CUSTOMER-MASTER-FILE FAILED '
005060             WS-CUST-FILE-STATUS
005070         MOVE 8 TO RETURN-CODE
005080         GO TO 1000-INITIALIZE-EXIT
005090     END-IF.
005100     OPEN INPUT ORDER-CONFIRM-DETAIL-FILE.
005110     IF NOT WS-CFD-OK
005120         DISPLAY 'ORDCNF01: NO CONFIRMATION DETAIL - '
005130             'NOTICES ONLY'
005140         MOVE '10' TO WS-CFD-FILE-STATUS
005150     ELSE
005160         MOVE 'Y' TO WS-CFD-OPEN-SW
005170     END-IF.
005180     OPEN INPUT ITEM-MASTER-FILE.
005190     IF WS-ITM-OK
005200         MOVE 'Y' TO WS-ITM-OPEN-SW
005210     END-IF.
005220
005230     OPEN OUTPUT CONFIRM-PRINT-FILE.
005240     OPEN OUTPUT CONFIRM-EXTRACT.
005250     IF NOT WS-EXT-OK
005260         DISPLAY 'ORDCNF01: OPEN CONFIRM-EXTRACT FAILED '
005270             WS-EXT-FILE-STATUS
005280         MOVE 8 TO RETURN-CODE
005290         GO TO 1000-INITIALIZE-EXIT
005300     END-IF.
005310     OPEN OUTPUT CONFIRM-REGISTER-RPT.
005320     MOVE WS-CYCLE-DATE TO WS-RHL-DATE.
005330     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-HEADING-LINE.
005340     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
005350
005360     OPEN INPUT HELD-ORDER-FILE.
005370     IF WS-HLD-OK
005380         PERFORM 1100-LOAD-HELD
005390             THRU 1100-LOAD-HELD-EXIT
005400             UNTIL WS-HLD-EOF
005410         CLOSE HELD-ORDER-FILE
005420     ELSE
005430         DISPLAY 'ORDCNF01: NO HELD-ORDER FILE - HOLDS '
005440             'CONFIRMED WITHOUT DETAIL'
005450     END-IF.
005460     OPEN INPUT VENDOR-MASTER-FILE.
005470     IF WS-VND-OK
005480         PERFORM 1200-LOAD-VENDOR
005490             THRU 1200-LOAD-VENDOR-EXIT
005500             UNTIL WS-VND-EOF
005510         CLOSE VENDOR-MASTER-FILE
005520     END-IF.
005530     OPEN INPUT PURCHASE-ORDER-FILE.
005540     IF WS-POL-OK
005550         PERFORM 1300-LOAD-OPEN-PO
005560             THRU 1300-LOAD-OPEN-PO-EXIT
005570             UNTIL WS-POL-EOF
005580         CLOSE PURCHASE-ORDER-FILE
005590     ELSE
005600         DISPLAY 'ORDCNF01: NO PURCHASE ORDERS - BACKORDERS '
005610             'SHOWN AWAITING STOCK'
005620     END-IF.
005630     IF WS-OPO-OVERFLOW
005640         DISPLAY 'ORDCNF01: OPEN-PO TABLE FULL AT '
005650             WS-MAX-OPO-ROWS ' ITEMS'
005660         MOVE 4 TO RETURN-CODE
005670     END-IF.
005680
005690     PERFORM 8000-READ-ACK
005700         THRU 8000-READ-ACK-EXIT.
005710     IF NOT WS-CFD-EOF
005720         PERFORM 8010-READ-DETAIL
005730             THRU 8010-READ-DETAIL-EXIT
005740     END-IF.
005750 1000-INITIALIZE-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790*    1100-LOAD-HELD                                             *
005800*    THE PREPAYMENT STILL DUE IS THE PRICED AMOUNT LESS WHAT    *
005810*    HAS BEEN BANKED AGAINST THE ORDER SO FAR.                  *
005820*****************************************************************
005830 1100-LOAD-HELD.
005840     READ HELD-ORDER-FILE
005850         AT END
005860             MOVE '10' TO WS-HLD-FILE-STATUS
005870             GO TO 1100-LOAD-HELD-EXIT
005880     END-READ.
005890     IF WS-HLD-COUNT NOT < WS-MAX-HLD-ROWS
005900         DISPLAY 'ORDCNF01: HELD TABLE FULL - ORDER '
005910             HLD-ORDER-ID ' CONFIRMED WITHOUT DETAIL'
005920         GO TO 1100-LOAD-HELD-EXIT
005930     END-IF.
005940     ADD 1 TO WS-HLD-COUNT.
005950     MOVE HLD-ORDER-ID    TO WS-HLD-T-ORDER-ID(WS-HLD-COUNT).
005960     MOVE HLD-HOLD-REASON TO WS-HLD-T-REASON(WS-HLD-COUNT).
005970     MOVE HLD-ORDER-DATE  TO WS-HLD-T-ORDER-DATE(WS-HLD-COUNT).
005980     IF HLD-FUNDS-RECEIVED NOT NUMERIC
005990         MOVE 0 TO HLD-FUNDS-RECEIVED
006000     END-IF.
006010     COMPUTE WS-HLD-T-DUE(WS-HLD-COUNT)
006020         = HLD-PRICED-AMOUNT - HLD-FUNDS-RECEIVED.
006030 1100-LOAD-HELD-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    1200-LOAD-VENDOR                                           *
006080*****************************************************************
006090 1200-LOAD-VENDOR.
006100     READ VENDOR-MASTER-FILE
006110         AT END
006120             MOVE '10' TO WS-VND-FILE-STATUS
006130             GO TO 1200-LOAD-VENDOR-EXIT
006140     END-READ.
006150     IF WS-VND-COUNT NOT < WS-MAX-VND-ROWS
006160         GO TO 1200-LOAD-VENDOR-EXIT
006170     END-IF.
006180     ADD 1 TO WS-VND-COUNT.
006190     MOVE VND-ID TO WS-VND-T-ID(WS-VND-COUNT).
006200     IF VND-LEAD-DAYS NUMERIC
006210         MOVE VND-LEAD-DAYS TO WS-VND-T-LEAD(WS-VND-COUNT)
006220     ELSE
006230         MOVE 0 TO WS-VND-T-LEAD(WS-VND-COUNT)
006240     END-IF.
006250 1200-LOAD-VENDOR-EXIT.
006260     EXIT.
006270
006280*****************************************************************
006290*    1300-LOAD-OPEN-PO                                          *
006300*    EVERY OPEN PO LINE WITH QUANTITY STILL TO COME.  AN ITEM   *
006310*    ON MORE THAN ONE PO KEEPS THE EARLIEST EXPECTED ARRIVAL.   *
006320*****************************************************************
006330 1300-LOAD-OPEN-PO.
006340     READ PURCHASE-ORDER-FILE NEXT RECORD
006350         AT END
006360             MOVE '10' TO WS-POL-FILE-STATUS
006370             GO TO 1300-LOAD-OPEN-PO-EXIT
006380     END-READ.
006390     IF NOT POL-OPEN OR POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
006400         GO TO 1300-LOAD-OPEN-PO-EXIT
006410     END-IF.
006420
006430     MOVE 0 TO WS-LEAD-DAYS.
006440     PERFORM 1310-FIND-LEAD-DAYS
006450         THRU 1310-FIND-LEAD-DAYS-EXIT
006460         VARYING WS-VND-SUB FROM 1 BY 1
006470         UNTIL WS-VND-SUB > WS-VND-COUNT.
006480     MOVE POL-PO-DATE TO WS-ROLL-DATE.
006490     PERFORM 7200-ADD-LEAD-DAYS
006500         THRU 7200-ADD-LEAD-DAYS-EXIT.
006510
006520     MOVE POL-ITM-ID TO WS-WORK-ITM-ID.
006530     PERFORM 7100-FIND-OPEN-PO
006540         THRU 7100-FIND-OPEN-PO-EXIT.
006550     IF WS-OPO-FOUND
006560         IF WS-ROLL-DATE < WS-OPO-T-EXPECTED(WS-OPO-HIT-SUB)
006570             MOVE POL-PO-NO
006580                 TO WS-OPO-T-PO-NO(WS-OPO-HIT-SUB)
006590             MOVE WS-ROLL-DATE
006600                 TO WS-OPO-T-EXPECTED(WS-OPO-HIT-SUB)
006610         END-IF
006620         GO TO 1300-LOAD-OPEN-PO-EXIT
006630     END-IF.
006640     IF WS-OPO-COUNT NOT < WS-MAX-OPO-ROWS
006650         MOVE 'Y' TO WS-OPO-OVERFLOW-SW
006660         GO TO 1300-LOAD-OPEN-PO-EXIT
006670     END-IF.
006680     ADD 1 TO WS-OPO-COUNT.
006690     MOVE POL-ITM-ID   TO WS-OPO-T-ITM-ID(WS-OPO-COUNT).
006700     MOVE POL-PO-NO    TO WS-OPO-T-PO-NO(WS-OPO-COUNT).
006710     MOVE WS-ROLL-DATE TO WS-OPO-T-EXPECTED(WS-OPO-COUNT).
006720 1300-LOAD-OPEN-PO-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760*    1310-FIND-LEAD-DAYS                                        *
006770*****************************************************************
006780 1310-FIND-LEAD-DAYS.
006790     IF WS-VND-T-ID(WS-VND-SUB) = POL-VENDOR-ID
006800         MOVE WS-VND-T-LEAD(WS-VND-SUB) TO WS-LEAD-DAYS
006810     END-IF.
006820 1310-FIND-LEAD-DAYS-EXIT.
006830     EXIT.
006840
006850*****************************************************************
006860*    2000-CONFIRM-ONE-ORDER                                     *
006870*    ONE ACKNOWLEDGMENT, ONE DOCUMENT.  POSTED, SUSPENDED AND   *
006880*    HELD ORDERS ARE CONFIRMED WITH THEIR LINES; REJECTED AND   *
006887*    CANCELLED ONES GET A NOTICE.  DUPLICATE SUSPECTS, FRAUD    *
006894*    REFERRALS AND MARGIN HOLDS ARE STILL UNDER INTERNAL        *
006905*    REVIEW AND THE CUSTOMER IS NOT WRITTEN TO.  AN ORDER THAT  *
006916*    POSTED WITHOUT LINES - A HELD RELEASE, A FINANCE CHARGE, A *
006927*    REBATE SETTLEMENT - WAS EITHER CONFIRMED WHEN IT WAS KEYED *
006938*    OR IS NOT THE CUSTOMER'S ORDER, AND IS PASSED OVER.        *
006950*****************************************************************
006960 2000-CONFIRM-ONE-ORDER.
006970     PERFORM 2900-COUNT-ORPHAN
006980         THRU 2900-COUNT-ORPHAN-EXIT
006990         UNTIL WS-CFD-EOF
007000             OR CFD-ORDER-ID NOT < ACK-ORDER-ID.
007010     MOVE SPACES TO WS-RDL-DELIVERY.
007020
007030     IF ACK-DUP-SUSPECT OR ACK-FRAUD-REFERRED OR ACK-MARGIN-HOLD
007040         ADD 1 TO WS-WITHHELD-COUNT
007050         MOVE 'WITHHELD - INTERNAL REVIEW' TO WS-REG-RESULT
007060         GO TO 2000-CONFIRM-ONE-ORDER-NEXT
007070     END-IF.
007080
007090     IF ACK-POSTED OR ACK-SUSPENDED OR ACK-HELD
007100         MOVE 'C' TO WS-DOC-KIND
007110         IF WS-CFD-EOF OR CFD-ORDER-ID NOT = ACK-ORDER-ID
007120             ADD 1 TO WS-NO-LINES-COUNT
007130             MOVE 'NOT SENT - NO ORDER LINES' TO WS-REG-RESULT
007140             GO TO 2000-CONFIRM-ONE-ORDER-NEXT
007150         END-IF
007160     ELSE
007170         MOVE 'N' TO WS-DOC-KIND
007180     END-IF.
007190
007200     MOVE ACK-CUST-ID TO CUST-ID.
007210     READ CUSTOMER-MASTER-FILE
007220         INVALID KEY
007230             ADD 1 TO WS-NO-CUST-COUNT
007240             DISPLAY 'ORDCNF01: CUSTOMER ' ACK-CUST-ID
007250                 ' NOT ON FILE - ORDER ' ACK-ORDER-ID
007260                 ' NOT CONFIRMED'
007270             MOVE 4 TO RETURN-CODE
007280             MOVE 'NOT SENT - NO CUSTOMER RECORD'
007290                 TO WS-REG-RESULT
007300             GO TO 2000-CONFIRM-ONE-ORDER-NEXT
007310     END-READ.
007320
007330     PERFORM 2100-SET-WORDING
007340         THRU 2100-SET-WORDING-EXIT.
007350     PERFORM 2200-START-DOCUMENT
007360         THRU 2200-START-DOCUMENT-EXIT.
007370     MOVE 0 TO WS-DOC-TOTAL.
007380     MOVE 0 TO WS-DOC-BACKORDERS.
007390     IF WS-DOC-CONFIRM
007400         PERFORM 2300-CONFIRM-LINE
007410             THRU 2300-CONFIRM-LINE-EXIT
007420             UNTIL WS-CFD-EOF
007430                 OR CFD-ORDER-ID NOT = ACK-ORDER-ID
007440     END-IF.
007450     PERFORM 2400-FINISH-DOCUMENT
007460         THRU 2400-FINISH-DOCUMENT-EXIT.
007470     IF WS-DOC-CONFIRM
007480         ADD 1 TO WS-CONFIRM-COUNT
007490         MOVE 'CONFIRMATION SENT' TO WS-REG-RESULT
007500     ELSE
007510         ADD 1 TO WS-NOTICE-COUNT
007520         MOVE 'NOTICE SENT' TO WS-REG-RESULT
007530     END-IF.
007540     IF WS-DELIVER-NONE
007550         MOVE 'REGISTERED - NOT SENT' TO WS-REG-RESULT
007560     END-IF.
007570
007580 2000-CONFIRM-ONE-ORDER-NEXT.
007590*    ANY LINES NOT CONFIRMED ABOVE BELONG TO THIS ORDER AND GO
007600*    NO FURTHER.
007610     PERFORM 2910-SKIP-DETAIL
007620         THRU 2910-SKIP-DETAIL-EXIT
007630         UNTIL WS-CFD-EOF
007640             OR CFD-ORDER-ID NOT = ACK-ORDER-ID.
007650     PERFORM 2500-REGISTER-ORDER
007660         THRU 2500-REGISTER-ORDER-EXIT.
007670     PERFORM 8000-READ-ACK
007680         THRU 8000-READ-ACK-EXIT.
007690 2000-CONFIRM-ONE-ORDER-EXIT.
007700     EXIT.
007710
007720*****************************************************************
007730*    2100-SET-WORDING                                           *
007740*    THE DOCUMENT TITLE AND THE PLAIN-LANGUAGE NOTE THAT CLOSES *
007750*    IT, BY DISPOSITION.                                        *
007760*****************************************************************
007770 2100-SET-WORDING.
007780     MOVE SPACES TO WS-NOTE-1 WS-NOTE-2.
007790     EVALUATE TRUE
007800         WHEN ACK-POSTED
007810             MOVE 'ORDER CONFIRMATION' TO WS-DOC-TITLE
007820             MOVE 'THANK YOU - YOUR ORDER HAS BEEN ACCEPTED.'
007830                 TO WS-NOTE-1
007840         WHEN ACK-SUSPENDED
007850             MOVE 'ORDER CONFIRMATION' TO WS-DOC-TITLE
007860             MOVE 'YOUR ORDER HAS BEEN RECEIVED AND IS BEING'
007870                 TO WS-NOTE-1
007880             MOVE 'REVIEWED ON YOUR ACCOUNT. WE WILL BE IN TOUCH.'
007890                 TO WS-NOTE-2
007900         WHEN ACK-HELD
007910             MOVE 'ORDER CONFIRMATION' TO WS-DOC-TITLE
007920             PERFORM 2110-SET-HELD-WORDING
007930                 THRU 2110-SET-HELD-WORDING-EXIT
007940         WHEN ACK-REJECTED
007950             MOVE 'ORDER NOT ACCEPTED' TO WS-DOC-TITLE
007960             MOVE 'WE COULD NOT ACCEPT YOUR ORDER BECAUSE:'
007970                 TO WS-NOTE-1
007980             PERFORM 2120-SET-REASON-TEXT
007990                 THRU 2120-SET-REASON-TEXT-EXIT
008000         WHEN OTHER
008010             MOVE 'ORDER CANCELLED' TO WS-DOC-TITLE
008020             MOVE 'YOUR ORDER HAS BEEN CANCELLED:'
008030                 TO WS-NOTE-1
008040             PERFORM 2120-SET-REASON-TEXT
008050                 THRU 2120-SET-REASON-TEXT-EXIT
008060     END-EVALUATE.
008070 2100-SET-WORDING-EXIT.
008080     EXIT.
008090
008100*****************************************************************
008110*    2110-SET-HELD-WORDING                                      *
008120*    AN ORDER DATED AHEAD IS HELD FOR ITS DATE; A               *
008130*    CASH-IN-ADVANCE ORDER IS HELD FOR ITS PREPAYMENT.  WITHOUT *
008140*    THE HELD RECORD THE CUSTOMER IS TOLD ONLY THAT IT IS HELD. *
008150*****************************************************************
008160 2110-SET-HELD-WORDING.
008170     MOVE 'N' TO WS-HLD-FOUND-SW.
008180     PERFORM 2115-MATCH-HELD-ROW
008190         THRU 2115-MATCH-HELD-ROW-EXIT
008200         VARYING WS-HLD-SUB FROM 1 BY 1
008210         UNTIL WS-HLD-SUB > WS-HLD-COUNT
008220             OR WS-HLD-FOUND.
008230     IF NOT WS-HLD-FOUND
008240         MOVE 'YOUR ORDER IS ACCEPTED AND HELD - WE WILL'
008250             TO WS-NOTE-1
008260         MOVE 'CONFIRM AGAIN WHEN IT IS RELEASED.' TO WS-NOTE-2
008270         GO TO 2110-SET-HELD-WORDING-EXIT
008280     END-IF.
008290     IF WS-HLD-T-REASON(WS-HLD-HIT-SUB) = 'P'
008300         MOVE WS-HLD-T-DUE(WS-HLD-HIT-SUB) TO WS-EDIT-AMOUNT
008310         MOVE 'YOUR ORDER IS HELD UNTIL WE RECEIVE PAYMENT IN'
008320             TO WS-NOTE-1
008330         STRING 'ADVANCE.  AMOUNT STILL DUE: ' WS-EDIT-AMOUNT
008340             DELIMITED BY SIZE
008350             INTO WS-NOTE-2
008360     ELSE
008370         MOVE WS-HLD-T-ORDER-DATE(WS-HLD-HIT-SUB)
008380             TO WS-EDIT-DATE
008390         PERFORM 7300-EDIT-DATE
008400             THRU 7300-EDIT-DATE-EXIT
008410         MOVE 'YOUR ORDER IS HELD AS YOU ASKED AND WILL BE'
008420             TO WS-NOTE-1
008430         STRING 'RELEASED FOR DELIVERY ON ' WS-EDIT-SLASH-DATE
008440             '.'
008450             DELIMITED BY SIZE
008460             INTO WS-NOTE-2
008470     END-IF.
008480 2110-SET-HELD-WORDING-EXIT.
008490     EXIT.
008500
008510*****************************************************************
008520*    2115-MATCH-HELD-ROW                                        *
008530*****************************************************************
008540 2115-MATCH-HELD-ROW.
008550     IF WS-HLD-T-ORDER-ID(WS-HLD-SUB) = ACK-ORDER-ID
008560         MOVE 'Y' TO WS-HLD-FOUND-SW
008570         MOVE WS-HLD-SUB TO WS-HLD-HIT-SUB
008580     END-IF.
008590 2115-MATCH-HELD-ROW-EXIT.
008600     EXIT.
008610
008620*****************************************************************
008630*    2120-SET-REASON-TEXT                                       *
008640*    AN UNLISTED CODE STILL GETS A CIVIL SENTENCE RATHER THAN   *
008650*    THE BARE CODE.                                             *
008660*****************************************************************
008670 2120-SET-REASON-TEXT.
008680     MOVE 'N' TO WS-RSN-FOUND-SW.
008690     PERFORM 2125-MATCH-REASON-ROW
008700         THRU 2125-MATCH-REASON-ROW-EXIT
008710         VARYING WS-RSN-SUB FROM 1 BY 1
008720         UNTIL WS-RSN-SUB > WS-RSN-COUNT
008730             OR WS-RSN-FOUND.
008740     IF NOT WS-RSN-FOUND
008750         MOVE 'PLEASE CONTACT YOUR BRANCH FOR DETAILS'
008760             TO WS-NOTE-2
008770     END-IF.
008780 2120-SET-REASON-TEXT-EXIT.
008790     EXIT.
008800
008810*****************************************************************
008820*    2125-MATCH-REASON-ROW                                      *
008830*****************************************************************
008840 2125-MATCH-REASON-ROW.
008850     IF WS-RSN-CODE(WS-RSN-SUB) = ACK-REASON-CODE
008860         MOVE 'Y' TO WS-RSN-FOUND-SW
008870         MOVE WS-RSN-TEXT(WS-RSN-SUB) TO WS-NOTE-2
008880     END-IF.
008890 2125-MATCH-REASON-ROW-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930*    2200-START-DOCUMENT                                        *
008940*    DELIVERY FOLLOWS THE CUSTOMER MASTER, AS THE INVOICES DO - *
008950*    AN UNKNOWN CODE IS PRINTED RATHER THAN LOST.               *
008960*****************************************************************
008970 2200-START-DOCUMENT.
008980     IF CUST-DELIVER-ELEC
008990         MOVE 'E' TO WS-DELIVERY-CODE
009000         MOVE 'EXTRACT' TO WS-RDL-DELIVERY
009010         ADD 1 TO WS-EXTRACT-COUNT
009020     ELSE
009030         IF CUST-DELIVER-NONE
009040             MOVE 'S' TO WS-DELIVERY-CODE
009050             MOVE 'SUPPRESS' TO WS-RDL-DELIVERY
009060             ADD 1 TO WS-SUPPRESSED-COUNT
009070         ELSE
009080             MOVE 'P' TO WS-DELIVERY-CODE
009090             MOVE 'PRINT' TO WS-RDL-DELIVERY
009100             ADD 1 TO WS-PRINTED-COUNT
009110         END-IF
009120     END-IF.
009130
009140     IF WS-DELIVER-PRINT
009150         PERFORM 2210-PRINT-HEADING
009160             THRU 2210-PRINT-HEADING-EXIT
009170     END-IF.
009180     IF WS-DELIVER-ELEC
009190         PERFORM 2220-CUT-EHEADER
009200             THRU 2220-CUT-EHEADER-EXIT
009210     END-IF.
009220 2200-START-DOCUMENT-EXIT.
009230     EXIT.
009240
009250*****************************************************************
009260*    2210-PRINT-HEADING                                         *
009270*****************************************************************
009280 2210-PRINT-HEADING.
009290     MOVE WS-DOC-TITLE TO WS-PTL-TITLE.
009300     WRITE CONFIRM-PRINT-LINE FROM WS-PRT-TITLE-LINE.
009310     MOVE CUST-ID       TO WS-PBL-CUST-ID.
009320     MOVE CUST-NAME     TO WS-PBL-NAME.
009330     MOVE WS-CYCLE-DATE TO WS-PBL-DATE.
009340     WRITE CONFIRM-PRINT-LINE FROM WS-PRT-BILL-LINE.
009350     MOVE CUST-ADDR-STREET TO WS-PSL-STREET.
009360     WRITE CONFIRM-PRINT-LINE FROM WS-PRT-STREET-LINE.
009370     MOVE CUST-ADDR-CITY     TO WS-PCL-CITY.
009380     MOVE CUST-ADDR-REGION   TO WS-PCL-REGION.
009390     MOVE CUST-ADDR-POSTCODE TO WS-PCL-POSTCODE.
009400     WRITE CONFIRM-PRINT-LINE FROM WS-PRT-CITY-LINE.
009410     MOVE ACK-ORDER-ID TO WS-POL-ORDER-ID.
009420     IF WS-DOC-CONFIRM
009430         MOVE CFD-ORDER-DATE TO WS-POL-ORDER-DATE
009440     ELSE
009450         MOVE 0 TO WS-POL-ORDER-DATE
009460     END-IF.
009470     WRITE CONFIRM-PRINT-LINE FROM WS-PRT-ORDER-LINE.
009480     IF WS-DOC-CONFIRM
009490         WRITE CONFIRM-PRINT-LINE FROM WS-PRT-COLUMN-LINE
009500     END-IF.
009510 2210-PRINT-HEADING-EXIT.
009520     EXIT.
009530
009540*****************************************************************
009550*    2220-CUT-EHEADER                                           *
009560*    H|ORDER|ID|NAME|DATE|DOCUMENT|DISPOSITION|REASON           *
009570*****************************************************************
009580 2220-CUT-EHEADER.
009590     MOVE SPACES TO CONFIRM-EXTRACT-LINE.
009600     STRING 'H' '|' ACK-ORDER-ID '|' CUST-ID '|' CUST-NAME '|'
009610         WS-CYCLE-DATE '|' WS-DOC-TITLE '|' ACK-DISPOSITION '|'
009620         ACK-REASON-CODE
009630         DELIMITED BY SIZE
009640         INTO CONFIRM-EXTRACT-LINE.
009650     WRITE CONFIRM-EXTRACT-LINE.
009660 2220-CUT-EHEADER-EXIT.
009670     EXIT.
009680
009690*****************************************************************
009700*    2300-CONFIRM-LINE                                          *
009710*    ONE DETAIL ROW.  AN ACCEPTED LINE IS SHOWN AS PRICED AT    *
009720*    THE GATE, ITS PROMOTION BENEATH; A BACKORDERED LINE        *
009730*    CARRIES ITS EXPECTED STATUS.  WHERE THE GATE SUPPLIED A    *
009740*    SUBSTITUTE THE ITEM ORDERED IS NAMED UNDER IT.             *
009750*****************************************************************
009760 2300-CONFIRM-LINE.
009770     MOVE CFD-ITM-ID TO WS-WORK-ITM-ID.
009780     PERFORM 7000-GET-ITEM-NAME
009790         THRU 7000-GET-ITEM-NAME-EXIT.
009800     MOVE WS-ITEM-NAME TO WS-ORDERED-NAME.
009810     IF CFD-ORDERED-ITM-ID NOT = CFD-ITM-ID
009820             AND CFD-ORDERED-ITM-ID NOT = SPACES
009830         ADD 1 TO WS-SUBSTITUTE-COUNT
009840         MOVE CFD-ORDERED-ITM-ID TO WS-WORK-ITM-ID
009850         PERFORM 7000-GET-ITEM-NAME
009860             THRU 7000-GET-ITEM-NAME-EXIT
009870         MOVE WS-ITEM-NAME TO WS-ORDERED-NAME
009880         MOVE CFD-ITM-ID TO WS-WORK-ITM-ID
009890         PERFORM 7000-GET-ITEM-NAME
009900             THRU 7000-GET-ITEM-NAME-EXIT
009910     END-IF.
009920
009930     IF CFD-LINE-BACKORDERED
009940         ADD 1 TO WS-DOC-BACKORDERS
009950         ADD 1 TO WS-BACKORDER-COUNT
009960         PERFORM 2310-SET-EXPECTED
009970             THRU 2310-SET-EXPECTED-EXIT
009980     ELSE
009990         ADD CFD-LINE-AMOUNT TO WS-DOC-TOTAL
010000     END-IF.
010010
010020     IF WS-DELIVER-PRINT
010030         PERFORM 2320-PRINT-LINE
010040             THRU 2320-PRINT-LINE-EXIT
010050     END-IF.
010060     IF WS-DELIVER-ELEC
010070         PERFORM 2330-CUT-EDETAIL
010080             THRU 2330-CUT-EDETAIL-EXIT
010090     END-IF.
010100     PERFORM 8010-READ-DETAIL
010110         THRU 8010-READ-DETAIL-EXIT.
010120 2300-CONFIRM-LINE-EXIT.
010130     EXIT.
010140
010150*****************************************************************
010160*    2310-SET-EXPECTED                                          *
010170*    A BACKORDERED ITEM ON AN OPEN PO IS EXPECTED WHEN THAT PO  *
010180*    SHOULD LAND; ONE ALREADY PAST ITS DATE IS SAID TO BE DUE   *
010190*    SHORTLY.  AN ITEM ON NO PO IS AWAITING STOCK AND THE       *
010200*    REORDER RUN WILL RAISE ONE.                                *
010210*****************************************************************
010220 2310-SET-EXPECTED.
010230     MOVE SPACES TO WS-EXPECTED-TEXT.
010240     PERFORM 7100-FIND-OPEN-PO
010250         THRU 7100-FIND-OPEN-PO-EXIT.
010260     IF NOT WS-OPO-FOUND
010270         MOVE 'AWAITING STOCK - WE WILL SHIP ON ARRIVAL'
010280             TO WS-EXPECTED-TEXT
010290         GO TO 2310-SET-EXPECTED-EXIT
010300     END-IF.
010310     IF WS-OPO-T-EXPECTED(WS-OPO-HIT-SUB) NOT > WS-CYCLE-DATE
010320         MOVE 'ON ORDER FROM OUR SUPPLIER - DUE SHORTLY'
010330             TO WS-EXPECTED-TEXT
010340         GO TO 2310-SET-EXPECTED-EXIT
010350     END-IF.
010360     MOVE WS-OPO-T-EXPECTED(WS-OPO-HIT-SUB) TO WS-EDIT-DATE.
010370     PERFORM 7300-EDIT-DATE
010380         THRU 7300-EDIT-DATE-EXIT.
010390     STRING 'ON ORDER - EXPECTED ABOUT ' WS-EDIT-SLASH-DATE
010400         DELIMITED BY SIZE
010410         INTO WS-EXPECTED-TEXT.
010420 2310-SET-EXPECTED-EXIT.
010430     EXIT.
010440
010450*****************************************************************
010460*    2320-PRINT-LINE                                            *
010470*****************************************************************
010480 2320-PRINT-LINE.
010490     IF CFD-LINE-BACKORDERED
010500         MOVE CFD-ITM-ID       TO WS-PBK-ITM-ID
010510         MOVE WS-ITEM-NAME     TO WS-PBK-NAME
010520         MOVE CFD-QUANTITY     TO WS-PBK-QUANTITY
010525         MOVE CFD-UNIT-CODE    TO WS-PBK-UNIT
010530         MOVE WS-EXPECTED-TEXT TO WS-PBK-EXPECTED
010540         WRITE CONFIRM-PRINT-LINE FROM WS-PRT-BACKORDER-LINE
010550     ELSE
010560         MOVE CFD-ITM-ID      TO WS-PIL-ITM-ID
010570         MOVE WS-ITEM-NAME    TO WS-PIL-NAME
010580         MOVE CFD-QUANTITY    TO WS-PIL-QUANTITY
010585         MOVE CFD-UNIT-CODE   TO WS-PIL-UNIT
010590         MOVE CFD-LIST-PRICE  TO WS-PIL-LIST-PRICE
010600         MOVE CFD-UNIT-PRICE  TO WS-PIL-UNIT-PRICE
010610         MOVE CFD-LINE-AMOUNT TO WS-PIL-AMOUNT
010620         IF CFD-PRICED-CONTRACT
010630             MOVE 'CONTRACT' TO WS-PIL-BASIS
010640         ELSE
010650             MOVE 'LIST' TO WS-PIL-BASIS
010660         END-IF
010670         WRITE CONFIRM-PRINT-LINE FROM WS-PRT-ITEM-LINE
010680         IF CFD-PROMO-DISC NOT = 0
010690             MOVE CFD-PROMO-ID   TO WS-PPL-PROMO-ID
010700             MOVE CFD-PROMO-DISC TO WS-PPL-DISCOUNT
010710             WRITE CONFIRM-PRINT-LINE FROM WS-PRT-PROMO-LINE
010720         END-IF
010730     END-IF.
010740     IF CFD-ORDERED-ITM-ID NOT = CFD-ITM-ID
010750             AND CFD-ORDERED-ITM-ID NOT = SPACES
010760         MOVE CFD-ORDERED-ITM-ID TO WS-PSB-ITM-ID
010770         MOVE WS-ORDERED-NAME    TO WS-PSB-NAME
010780         WRITE CONFIRM-PRINT-LINE FROM WS-PRT-SUBST-LINE
010790     END-IF.
010800 2320-PRINT-LINE-EXIT.
010810     EXIT.
010820
010830*****************************************************************
010840*    2330-CUT-EDETAIL                                           *
010850*    D|ORDER|ORDERED|SUPPLIED|QTY|STATUS|LIST|UNIT|BASIS|PROMO| *
010860*    DISCOUNT|AMOUNT|EXPECTED                                   *
010870*****************************************************************
010880 2330-CUT-EDETAIL.
010890     MOVE CFD-LIST-PRICE  TO WS-EXT-PRICE.
010900     MOVE CFD-UNIT-PRICE  TO WS-EXT-PRICE2.
010910     MOVE CFD-PROMO-DISC  TO WS-EXT-AMOUNT.
010920     MOVE CFD-LINE-AMOUNT TO WS-EXT-AMOUNT2.
010930     IF NOT CFD-LINE-BACKORDERED
010940         MOVE SPACES TO WS-EXPECTED-TEXT
010950     END-IF.
010960     MOVE SPACES TO CONFIRM-EXTRACT-LINE.
010970     STRING 'D' '|' ACK-ORDER-ID '|' CFD-ORDERED-ITM-ID '|'
010976         CFD-ITM-ID '|' CFD-QUANTITY '|' CFD-UNIT-CODE '|'
010982         CFD-LINE-STATUS '|'
010990         WS-EXT-PRICE '|' WS-EXT-PRICE2 '|' CFD-PRICE-BASIS '|'
011000         CFD-PROMO-ID '|' WS-EXT-AMOUNT '|' WS-EXT-AMOUNT2 '|'
011010         WS-EXPECTED-TEXT
011020         DELIMITED BY SIZE
011030         INTO CONFIRM-EXTRACT-LINE.
011040     WRITE CONFIRM-EXTRACT-LINE.
011050 2330-CUT-EDETAIL-EXIT.
011060     EXIT.
011070
011080*****************************************************************
011090*    2400-FINISH-DOCUMENT                                       *
011100*    A CONFIRMATION CLOSES WITH THE TOTAL OF THE LINES ACCEPTED *
011110*    - BACKORDERED LINES ARE PRICED WHEN THEY SHIP - AND THEN   *
011120*    THE NOTE.  THE EXTRACT CARRIES EACH NOTE LINE AS AN N      *
011130*    RECORD AND THE TOTAL AS A T RECORD.                        *
011140*****************************************************************
011150 2400-FINISH-DOCUMENT.
011160     IF WS-DELIVER-PRINT
011170         IF WS-DOC-CONFIRM
011180             MOVE WS-DOC-TOTAL TO WS-PTT-AMOUNT
011190             WRITE CONFIRM-PRINT-LINE FROM WS-PRT-TOTAL-LINE
011200         END-IF
011210         MOVE WS-NOTE-1 TO WS-PNL-TEXT
011220         WRITE CONFIRM-PRINT-LINE FROM WS-PRT-NOTE-LINE
011230         IF WS-NOTE-2 NOT = SPACES
011240             MOVE WS-NOTE-2 TO WS-PNL-TEXT
011250             WRITE CONFIRM-PRINT-LINE FROM WS-PRT-NOTE-LINE
011260         END-IF
011270         IF WS-DOC-BACKORDERS > 0
011280             MOVE 'ITEMS BACKORDERED WILL BE SENT, AND BILLED, AS'
011290                 TO WS-PNL-TEXT
011300             WRITE CONFIRM-PRINT-LINE FROM WS-PRT-NOTE-LINE
011310             MOVE 'SOON AS THEY ARRIVE.' TO WS-PNL-TEXT
011320             WRITE CONFIRM-PRINT-LINE FROM WS-PRT-NOTE-LINE
011330         END-IF
011340         MOVE SPACES TO CONFIRM-PRINT-LINE
011350         WRITE CONFIRM-PRINT-LINE
011360     END-IF.
011370     IF WS-DELIVER-ELEC
011380         MOVE SPACES TO CONFIRM-EXTRACT-LINE
011390         STRING 'N' '|' ACK-ORDER-ID '|' WS-NOTE-1
011400             DELIMITED BY SIZE
011410             INTO CONFIRM-EXTRACT-LINE
011420         WRITE CONFIRM-EXTRACT-LINE
011430         IF WS-NOTE-2 NOT = SPACES
011440             MOVE SPACES TO CONFIRM-EXTRACT-LINE
011450             STRING 'N' '|' ACK-ORDER-ID '|' WS-NOTE-2
011460                 DELIMITED BY SIZE
011470                 INTO CONFIRM-EXTRACT-LINE
011480             WRITE CONFIRM-EXTRACT-LINE
011490         END-IF
011500         IF WS-DOC-CONFIRM
011510             MOVE WS-DOC-TOTAL TO WS-EXT-AMOUNT
011520             MOVE SPACES TO CONFIRM-EXTRACT-LINE
011530             STRING 'T' '|' ACK-ORDER-ID '|' WS-EXT-AMOUNT
011540                 DELIMITED BY SIZE
011550                 INTO CONFIRM-EXTRACT-LINE
011560             WRITE CONFIRM-EXTRACT-LINE
011570         END-IF
011580     END-IF.
011590 2400-FINISH-DOCUMENT-EXIT.
011600     EXIT.
011610
011620*****************************************************************
011630*    2500-REGISTER-ORDER                                        *
011640*    EVERY ACKNOWLEDGMENT IS ACCOUNTED FOR ON THE REGISTER,     *
011650*    SENT OR NOT.                                               *
011660*****************************************************************
011670 2500-REGISTER-ORDER.
011680     MOVE ACK-ORDER-ID    TO WS-RDL-ORDER-ID.
011690     MOVE ACK-CUST-ID     TO WS-RDL-CUST-ID.
011700     MOVE ACK-BRANCH-CODE TO WS-RDL-BRANCH.
011710     MOVE ACK-DISPOSITION TO WS-RDL-DISPOSITION.
011720     MOVE ACK-REASON-CODE TO WS-RDL-REASON.
011730     MOVE WS-REG-RESULT   TO WS-RDL-RESULT.
011740     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
011750 2500-REGISTER-ORDER-EXIT.
011760     EXIT.
011770
011780*****************************************************************
011790*    2900-COUNT-ORPHAN                                          *
011800*    A DETAIL ROW WITH NO ACKNOWLEDGMENT - THE GATE PASSED IT   *
011810*    BUT NOTHING ACCOUNTED FOR THE ORDER.  IT IS COUNTED AND    *
011820*    NAMED, NOT SENT.                                           *
011830*****************************************************************
011840 2900-COUNT-ORPHAN.
011850     ADD 1 TO WS-ORPHAN-COUNT.
011860     DISPLAY 'ORDCNF01: CONFIRMATION LINE WITH NO '
011870         'ACKNOWLEDGMENT - ORDER ' CFD-ORDER-ID.
011880     PERFORM 8010-READ-DETAIL
011890         THRU 8010-READ-DETAIL-EXIT.
011900 2900-COUNT-ORPHAN-EXIT.
011910     EXIT.
011920
011930*****************************************************************
011940*    2910-SKIP-DETAIL                                           *
011950*****************************************************************
011960 2910-SKIP-DETAIL.
011970     PERFORM 8010-READ-DETAIL
011980         THRU 8010-READ-DETAIL-EXIT.
011990 2910-SKIP-DETAIL-EXIT.
012000     EXIT.
012010
012020*****************************************************************
012030*    3000-PRINT-TOTALS                                          *
012040*****************************************************************
012050 3000-PRINT-TOTALS.
012060     MOVE SPACES TO CONFIRM-REGISTER-LINE.
012070     WRITE CONFIRM-REGISTER-LINE.
012080     MOVE 'ACKNOWLEDGMENTS READ' TO WS-CNT-TITLE.
012090     MOVE WS-ACK-READ-COUNT TO WS-CNT-VALUE.
012100     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012110     MOVE 'CONFIRMATIONS' TO WS-CNT-TITLE.
012120     MOVE WS-CONFIRM-COUNT TO WS-CNT-VALUE.
012130     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012140     MOVE 'REJECTION/CANCEL NOTICES' TO WS-CNT-TITLE.
012150     MOVE WS-NOTICE-COUNT TO WS-CNT-VALUE.
012160     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012170     MOVE '  PRINTED' TO WS-CNT-TITLE.
012180     MOVE WS-PRINTED-COUNT TO WS-CNT-VALUE.
012190     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012200     MOVE '  ELECTRONIC' TO WS-CNT-TITLE.
012210     MOVE WS-EXTRACT-COUNT TO WS-CNT-VALUE.
012220     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012230     MOVE '  REGISTERED ONLY' TO WS-CNT-TITLE.
012240     MOVE WS-SUPPRESSED-COUNT TO WS-CNT-VALUE.
012250     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012260     MOVE 'BACKORDERED LINES' TO WS-CNT-TITLE.
012270     MOVE WS-BACKORDER-COUNT TO WS-CNT-VALUE.
012280     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012290     MOVE 'SUBSTITUTED LINES' TO WS-CNT-TITLE.
012300     MOVE WS-SUBSTITUTE-COUNT TO WS-CNT-VALUE.
012310     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012320     MOVE 'WITHHELD - INTERNAL REVIEW' TO WS-CNT-TITLE.
012330     MOVE WS-WITHHELD-COUNT TO WS-CNT-VALUE.
012340     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012350     MOVE 'NOT SENT - NO ORDER LINES' TO WS-CNT-TITLE.
012360     MOVE WS-NO-LINES-COUNT TO WS-CNT-VALUE.
012370     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012380     MOVE 'NOT SENT - CUSTOMER MISSING' TO WS-CNT-TITLE.
012390     MOVE WS-NO-CUST-COUNT TO WS-CNT-VALUE.
012400     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012410     MOVE 'LINES WITH NO ACKNOWLEDGMENT' TO WS-CNT-TITLE.
012420     MOVE WS-ORPHAN-COUNT TO WS-CNT-VALUE.
012430     WRITE CONFIRM-REGISTER-LINE FROM WS-COUNT-LINE.
012440     DISPLAY 'ORDCNF01: CONFIRMATIONS ' WS-CONFIRM-COUNT
012450         ' NOTICES ' WS-NOTICE-COUNT.
012460 3000-PRINT-TOTALS-EXIT.
012470     EXIT.
012480
012490*****************************************************************
012500*    7000-GET-ITEM-NAME                                         *
012510*****************************************************************
012520 7000-GET-ITEM-NAME.
012530     MOVE SPACES TO WS-ITEM-NAME.
012540     IF NOT WS-ITM-OPEN
012550         GO TO 7000-GET-ITEM-NAME-EXIT
012560     END-IF.
012570     MOVE WS-WORK-ITM-ID TO ITM-ID.
012580     READ ITEM-MASTER-FILE
012590         INVALID KEY
012600             GO TO 7000-GET-ITEM-NAME-EXIT
012610     END-READ.
012620     MOVE ITM-NAME TO WS-ITEM-NAME.
012630 7000-GET-ITEM-NAME-EXIT.
012640     EXIT.
012650
012660*****************************************************************
012670*    7100-FIND-OPEN-PO                                          *
012680*    LOOKS UP WS-WORK-ITM-ID IN THE OPEN-PO TABLE.              *
012690*****************************************************************
012700 7100-FIND-OPEN-PO.
012710     MOVE 'N' TO WS-OPO-FOUND-SW.
012720     PERFORM 7110-MATCH-OPEN-PO
012730         THRU 7110-MATCH-OPEN-PO-EXIT
012740         VARYING WS-OPO-SUB FROM 1 BY 1
012750         UNTIL WS-OPO-SUB > WS-OPO-COUNT
012760             OR WS-OPO-FOUND.
012770 7100-FIND-OPEN-PO-EXIT.
012780     EXIT.
012790
012800*****************************************************************
012810*    7110-MATCH-OPEN-PO                                         *
012820*****************************************************************
012830 7110-MATCH-OPEN-PO.
012840     IF WS-OPO-T-ITM-ID(WS-OPO-SUB) = WS-WORK-ITM-ID
012850         MOVE 'Y' TO WS-OPO-FOUND-SW
012860         MOVE WS-OPO-SUB TO WS-OPO-HIT-SUB
012870     END-IF.
012880 7110-MATCH-OPEN-PO-EXIT.
012890     EXIT.
012900
012910*****************************************************************
012920*    7200-ADD-LEAD-DAYS                                         *
012930*    WS-ROLL-DATE PLUS WS-LEAD-DAYS ON THE 30-DAY MONTH.        *
012940*****************************************************************
012950 7200-ADD-LEAD-DAYS.
012960     IF WS-LEAD-DAYS = 0
012970         GO TO 7200-ADD-LEAD-DAYS-EXIT
012980     END-IF.
012990     COMPUTE WS-ROLL-DAYS = WS-ROLL-DD + WS-LEAD-DAYS.
013000     PERFORM 7210-ROLL-MONTH
013010         THRU 7210-ROLL-MONTH-EXIT
013020         UNTIL WS-ROLL-DAYS NOT > 30.
013030     MOVE WS-ROLL-DAYS TO WS-ROLL-DD.
013040 7200-ADD-LEAD-DAYS-EXIT.
013050     EXIT.
013060
013070*****************************************************************
013080*    7210-ROLL-MONTH                                            *
013090*****************************************************************
013100 7210-ROLL-MONTH.
013110     SUBTRACT 30 FROM WS-ROLL-DAYS.
013120     ADD 1 TO WS-ROLL-MM.
013130     IF WS-ROLL-MM > 12
013140         MOVE 1 TO WS-ROLL-MM
013150         ADD 1 TO WS-ROLL-YYYY
013160     END-IF.
013170 7210-ROLL-MONTH-EXIT.
013180     EXIT.
013190
013200*****************************************************************
013210*    7300-EDIT-DATE                                             *
013220*    WS-EDIT-DATE AS YYYY-MM-DD FOR THE CUSTOMER.               *
013230*****************************************************************
013240 7300-EDIT-DATE.
013250     MOVE WS-EDIT-YYYY TO WS-ESD-YYYY.
013260     MOVE WS-EDIT-MM   TO WS-ESD-MM.
013270     MOVE WS-EDIT-DD   TO WS-ESD-DD.
013280 7300-EDIT-DATE-EXIT.
013290     EXIT.
013300
013310*****************************************************************
013320*    8000-READ-ACK                                              *
013330*****************************************************************
013340 8000-READ-ACK.
013350     READ BRANCH-ACK-FILE
013360         AT END
013370             MOVE '10' TO WS-ACK-FILE-STATUS
013380             GO TO 8000-READ-ACK-EXIT
013390     END-READ.
013400     ADD 1 TO WS-ACK-READ-COUNT.
013410 8000-READ-ACK-EXIT.
013420     EXIT.
013430
013440*****************************************************************
013450*    8010-READ-DETAIL                                           *
013460*****************************************************************
013470 8010-READ-DETAIL.
013480     READ ORDER-CONFIRM-DETAIL-FILE
013490         AT END
013500             MOVE '10' TO WS-CFD-FILE-STATUS
013510     END-READ.
013520 8010-READ-DETAIL-EXIT.
013530     EXIT.
013540
013550*****************************************************************
013560*    9999-TERMINATE                                             *
013570*****************************************************************
013580 9999-TERMINATE.
013590     CLOSE BRANCH-ACK-FILE.
013600     CLOSE CUSTOMER-MASTER-FILE.
013610     IF WS-CFD-OPEN
013620         CLOSE ORDER-CONFIRM-DETAIL-FILE
013630     END-IF.
013640     IF WS-ITM-OPEN
013650         CLOSE ITEM-MASTER-FILE
013660     END-IF.
013670     CLOSE CONFIRM-PRINT-FILE.
013680     CLOSE CONFIRM-EXTRACT.
013690     CLOSE CONFIRM-REGISTER-RPT.
013700 9999-TERMINATE-EXIT.
013710     EXIT.
