000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRCBOK01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - CUSTOMER PRICE BOOK.  PRICES     *
000100*                    EVERY ACTIVE ITEM ON ITEM-MASTER FOR ONE    *
000110*                    CUSTOMER (PARM-INQUIRY-CUST-ID) OR FOR      *
000120*                    EVERY ACTIVE CUSTOMER ON A BILLING CYCLE    *
000130*                    (PARM-BILL-CYCLE, SPACE = ALL) THE WAY      *
000140*                    ORDER POSTING PRICES A LINE: ITM-NUM1,      *
000150*                    OVERRIDDEN BY AN IN-DATE CONTRACT PRICE,    *
000160*                    LESS ANY IN-WINDOW CATEGORY PROMOTION,      *
000170*                    CONVERTED FROM THE BASE CURRENCY TO THE     *
000180*                    CUSTOMER'S CURRENCY.  A LIST-PRICED ITEM    *
000190*                    WITH A QUANTITY BREAK ON THE SHARED RATE    *
000200*                    TABLE (RATELKP1) ALSO SHOWS THE BREAK AND   *
000210*                    THE UNIT PRICE AT IT.  EACH BOOK IS STAMPED *
000220*                    WITH ITS EFFECTIVE DATE AND A VALIDITY      *
000230*                    WINDOW - ONE MONTH, CUT SHORT BY THE        *
000240*                    EARLIEST END OF ANY CONTRACT PRICE OR       *
000250*                    PROMOTION IT QUOTES - AND IS WRITTEN BOTH   *
000260*                    AS A PRINTED LIST AND AS A PIPE-DELIMITED   *
000270*                    FILE FOR THE CUSTOMER.                      *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PARM-FILE-STATUS.
000350
000360     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CUST-ID
000400         FILE STATUS IS WS-CUST-FILE-STATUS.
000410
000420     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS ITM-ID
000460         FILE STATUS IS WS-ITM-FILE-STATUS.
000470
000480     SELECT CONTRACT-PRICE-FILE ASSIGN TO CONPRC
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CPR-FILE-STATUS.
000510
000520     SELECT PROMOTION-FILE ASSIGN TO PROMO
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PRM-FILE-STATUS.
000550
000560     SELECT CURRENCY-RATE-FILE ASSIGN TO CURRATE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CUR-FILE-STATUS.
000590
000600     SELECT CURRENCY-CONTROL-FILE ASSIGN TO CURCTL
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CCY-FILE-STATUS.
000630
000640     SELECT PRICE-BOOK-RPT ASSIGN TO PRCBKRP
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-FILE-STATUS.
000670
000680     SELECT PRICE-BOOK-FILE ASSIGN TO PRCBKEX
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PBX-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CONTROL-CARD-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY PARMCARD.
000770
000780 FD  CUSTOMER-MASTER-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY CUSTMAST.
000810
000820 FD  ITEM-MASTER-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY ITMMAST.
000850
000860 FD  CONTRACT-PRICE-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY CONPRC.
000890
000900 FD  PROMOTION-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY PROMO.
000930
000940 FD  CURRENCY-RATE-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY CURRATE.
000970
000980 FD  CURRENCY-CONTROL-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY CURCTL.
001010
001020 FD  PRICE-BOOK-RPT
001030     LABEL RECORDS ARE STANDARD.
001040     01  PRICE-BOOK-LINE          PIC X(80).
001050
001060 FD  PRICE-BOOK-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     01  PRICE-BOOK-OUT-LINE      PIC X(120).
001090
001100 WORKING-STORAGE SECTION.
001110     01  WS-PARM-FILE-STATUS      PIC X(02).
001120         88  WS-PARM-OK           VALUE '00'.
001130     01  WS-CUST-FILE-STATUS      PIC X(02).
001140         88  WS-CUST-OK           VALUE '00'.
001150         88  WS-CUST-EOF          VALUE '10'.
001160         88  WS-CUST-NOT-FOUND    VALUE '23'.
001170     01  WS-ITM-FILE-STATUS       PIC X(02).
001180         88  WS-ITM-OK            VALUE '00'.
001190         88  WS-ITM-EOF           VALUE '10'.
001200     01  WS-CPR-FILE-STATUS       PIC X(02).
001210         88  WS-CPR-OK            VALUE '00'.
001220         88  WS-CPR-EOF           VALUE '10'.
001230     01  WS-PRM-FILE-STATUS       PIC X(02).
001240         88  WS-PRM-OK            VALUE '00'.
001250         88  WS-PRM-EOF           VALUE '10'.
001260     01  WS-CUR-FILE-STATUS       PIC X(02).
001270         88  WS-CUR-OK            VALUE '00'.
001280         88  WS-CUR-EOF           VALUE '10'.
001290     01  WS-CCY-FILE-STATUS       PIC X(02).
001300         88  WS-CCY-OK            VALUE '00'.
001310     01  WS-RPT-FILE-STATUS       PIC X(02).
001320         88  WS-RPT-OK            VALUE '00'.
001330     01  WS-PBX-FILE-STATUS       PIC X(02).
001340         88  WS-PBX-OK            VALUE '00'.
001350
001360     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001370         88  WS-EOF               VALUE 'Y'.
001380     01  WS-FIRST-READ-SW         PIC X(01) VALUE 'Y'.
001390         88  WS-FIRST-READ        VALUE 'Y'.
001400
001410*****************************************************************
001420*    SELECTION - ONE CUSTOMER WHEN PARM-INQUIRY-CUST-ID IS      *
001430*    GIVEN, OTHERWISE EVERY CUSTOMER ON THE BILLING CYCLE.      *
001440*****************************************************************
001450     01  WS-SELECT-CUST-ID        PIC X(05) VALUE SPACES.
001460     01  WS-BILL-CYCLE            PIC X(01) VALUE SPACE.
001470
001480*****************************************************************
001490*    DATES.  THE EFFECTIVE DATE IS THE RUN DATE; THE BOOK IS    *
001500*    VALID FOR ONE MONTH UNLESS A PRICE IN IT ENDS SOONER.      *
001510*    RATE AGES COUNT 30/360 AS IN ORDER POSTING.                *
001520*****************************************************************
001530     01  WS-EFFECTIVE-DATE        PIC 9(08).
001540     01  WS-EFF-SPLIT REDEFINES WS-EFFECTIVE-DATE.
001550         05  WS-EFF-YYYY          PIC 9(04).
001560         05  WS-EFF-MM            PIC 9(02).
001570         05  WS-EFF-DD            PIC 9(02).
001580     01  WS-MONTH-END-DATE        PIC 9(08).
001590     01  WS-MONTH-SPLIT REDEFINES WS-MONTH-END-DATE.
001600         05  WS-MON-YYYY          PIC 9(04).
001610         05  WS-MON-MM            PIC 9(02).
001620         05  WS-MON-DD            PIC 9(02).
001630     01  WS-VALID-THRU-DATE       PIC 9(08).
001640     01  WS-RATE-DATE             PIC 9(08).
001650     01  WS-RATE-SPLIT REDEFINES WS-RATE-DATE.
001660         05  WS-RTD-YYYY          PIC 9(04).
001670         05  WS-RTD-MM            PIC 9(02).
001680         05  WS-RTD-DD            PIC 9(02).
001690     01  WS-RATE-AGE-DAYS         PIC S9(05) COMP.
001700
001710*****************************************************************
001720*    ACTIVE ITEMS - LOADED ONCE, PRICED AFRESH FOR EACH         *
001730*    CUSTOMER.  THE PRICE COLUMNS HOLD THE CURRENT CUSTOMER'S   *
001740*    FIGURES, ALREADY IN THE CUSTOMER'S CURRENCY.               *
001750*****************************************************************
001760     01  WS-ITM-COUNT             PIC 9(04) COMP VALUE 0.
001770     01  WS-MAX-ITM-ROWS          PIC 9(04) COMP VALUE 1000.
001780     01  WS-ITM-TABLE.
001790         05  WS-ITM-ROW OCCURS 1000 TIMES.
001800             10  WS-ITM-T-ID      PIC X(05).
001810             10  WS-ITM-T-NAME    PIC A(06).
001820             10  WS-ITM-T-CATEGORY PIC X(04).
001830             10  WS-ITM-T-LIST    PIC S9(03)V9(02) COMP-3.
001840             10  WS-ITM-T-BASIS   PIC X(01).
001850             10  WS-ITM-T-PROMO-ID PIC X(06).
001860             10  WS-ITM-T-PROMO-PCT PIC 9(02)V9(02).
001870             10  WS-ITM-T-NET     PIC S9(07)V9(02) COMP-3.
001880             10  WS-ITM-T-BREAK-QTY PIC 9(05).
001890             10  WS-ITM-T-BREAK-NET PIC S9(07)V9(02) COMP-3.
001900     01  WS-ITM-SUB               PIC 9(04) COMP.
001910
001920*****************************************************************
001930*    CONTRACT PRICES AND PROMOTIONS - THE SAME TABLES ORDER     *
001940*    POSTING LOADS.                                             *
001950*****************************************************************
001960     01  WS-CPR-COUNT             PIC 9(03) COMP VALUE 0.
001970     01  WS-MAX-CPR-ROWS          PIC 9(03) COMP VALUE 100.
001980     01  WS-CPR-TABLE.
001990         05  WS-CPR-ROW OCCURS 100 TIMES.
002000             10  WS-CPR-T-CUST    PIC X(05).
002010             10  WS-CPR-T-ITM     PIC X(05).
002020             10  WS-CPR-T-PRICE   PIC S9(03)V9(02) COMP-3.
002030             10  WS-CPR-T-START   PIC 9(08).
002040             10  WS-CPR-T-END     PIC 9(08).
002050     01  WS-CPR-SUB               PIC 9(03) COMP.
002060     01  WS-CPR-HIT-SUB           PIC 9(03) COMP.
002070     01  WS-CPR-FOUND-SW          PIC X(01).
002080         88  WS-CPR-FOUND         VALUE 'Y'.
002090
002100     01  WS-PRM-COUNT             PIC 9(02) COMP VALUE 0.
002110     01  WS-MAX-PRM-ROWS          PIC 9(02) COMP VALUE 50.
002120     01  WS-PRM-TABLE.
002130         05  WS-PRM-ROW OCCURS 50 TIMES.
002140             10  WS-PRM-T-ID      PIC X(06).
002150             10  WS-PRM-T-CATEGORY PIC X(04).
002160             10  WS-PRM-T-PCT     PIC 9(02)V9(02).
002170             10  WS-PRM-T-START   PIC 9(08).
002180             10  WS-PRM-T-END     PIC 9(08).
002190     01  WS-PRM-SUB               PIC 9(02) COMP.
002200     01  WS-PRM-HIT-SUB           PIC 9(02) COMP.
002210     01  WS-PRM-FOUND-SW          PIC X(01).
002220         88  WS-PRM-FOUND         VALUE 'Y'.
002230
002240*****************************************************************
002250*    CURRENCY CONVERSION TABLE.  ITEM PRICES ARE IN THE BASE    *
002260*    CURRENCY; A RATE OLDER THAN THE CONFIGURED AGE IS NOT      *
002270*    USED, AS IN ORDER POSTING.                                 *
002280*****************************************************************
002290     01  WS-CUR-COUNT             PIC 9(02) COMP VALUE 0.
002300     01  WS-MAX-CUR-ROWS          PIC 9(02) COMP VALUE 20.
002310     01  WS-CUR-TABLE.
002320         05  WS-CUR-ROW OCCURS 20 TIMES.
002330             10  WS-CUR-FROM      PIC X(03).
002340             10  WS-CUR-TO        PIC X(03).
002350             10  WS-CUR-RATE      PIC S9(03)V9(06) COMP-3.
002360             10  WS-CUR-AS-OF     PIC 9(08).
002370     01  WS-CUR-SUB               PIC 9(02) COMP.
002380     01  WS-CUR-FOUND-SW          PIC X(01).
002390         88  WS-CUR-FOUND         VALUE 'Y'.
002400     01  WS-STALE-RATE-SW         PIC X(01).
002410         88  WS-STALE-RATE        VALUE 'Y'.
002420     01  WS-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
002430     01  WS-MAX-RATE-AGE          PIC 9(03) VALUE 31.
002440     01  WS-BOOK-CURRENCY         PIC X(03).
002450     01  WS-BOOK-RATE             PIC S9(03)V9(06) COMP-3.
002460
002470     COPY RATELNK.
002480
002490*****************************************************************
002500*    PRICING WORK FIELDS.  A NUMERIC TIER VALUE IS A SIX-DIGIT  *
002510*    MULTIPLIER WITH FIVE DECIMALS (100000 = 1.0), AS QUOTE01   *
002520*    READS IT.                                                  *
002530*****************************************************************
002540     01  WS-TIER-VALUE-X          PIC X(06).
002550     01  WS-TIER-VALUE-9 REDEFINES WS-TIER-VALUE-X
002560                                  PIC 9(01)V9(05).
002570     01  WS-BASE-PRICE            PIC S9(05)V9(05).
002580     01  WS-PROMO-DISCOUNT        PIC S9(05)V9(05).
002590     01  WS-NET-PRICE             PIC S9(07)V9(02).
002600
002610*****************************************************************
002620*    CONTROL TOTALS                                             *
002630*****************************************************************
002640     01  WS-TOTALS.
002650         05  WS-CUST-READ-COUNT   PIC 9(07) COMP VALUE 0.
002660         05  WS-BOOK-COUNT        PIC 9(07) COMP VALUE 0.
002670         05  WS-SKIPPED-COUNT     PIC 9(07) COMP VALUE 0.
002680         05  WS-NO-RATE-COUNT     PIC 9(07) COMP VALUE 0.
002690         05  WS-LINE-COUNT        PIC 9(07) COMP VALUE 0.
002700         05  WS-BOOK-LINE-COUNT   PIC 9(05) COMP VALUE 0.
002710
002720*****************************************************************
002730*    PRINTED PRICE LIST LAYOUTS                                 *
002740*****************************************************************
002750     01  WS-HEADING-LINE.
002760         05  FILLER               PIC X(27) VALUE
002770             'PRCBOK01 - PRICE BOOK FOR '.
002780         05  WS-HDG-CUST-ID       PIC X(05).
002790         05  FILLER               PIC X(02) VALUE SPACES.
002800         05  WS-HDG-CUST-NAME     PIC X(20).
002810         05  FILLER               PIC X(26) VALUE SPACES.
002820
002830     01  WS-VALIDITY-LINE.
002840         05  FILLER               PIC X(10) VALUE 'CURRENCY  '.
002850         05  WS-VAL-CURRENCY      PIC X(03).
002860         05  FILLER               PIC X(13) VALUE
002870             '   EFFECTIVE '.
002880         05  WS-VAL-EFFECTIVE     PIC 9(08).
002890         05  FILLER               PIC X(16) VALUE
002900             '   VALID THROUGH'.
002910         05  FILLER               PIC X(01) VALUE SPACE.
002920         05  WS-VAL-THRU          PIC 9(08).
002930         05  FILLER               PIC X(21) VALUE SPACES.
002940
002950     01  WS-COLUMN-LINE.
002960         05  FILLER               PIC X(40) VALUE
002970             'ITEM  NAME   CAT  B   UNIT PRICE PROMO '.
002980         05  FILLER               PIC X(40) VALUE
002990             '  PCT  BREAK QTY  PRICE AT BREAK'.
003000
003010     01  WS-DETAIL-LINE.
003020         05  WS-DET-ITM-ID        PIC X(05).
003030         05  FILLER               PIC X(01) VALUE SPACES.
003040         05  WS-DET-ITM-NAME      PIC X(06).
003050         05  FILLER               PIC X(01) VALUE SPACES.
003060         05  WS-DET-CATEGORY      PIC X(04).
003070         05  FILLER               PIC X(01) VALUE SPACES.
003080         05  WS-DET-BASIS         PIC X(01).
003090         05  FILLER               PIC X(01) VALUE SPACES.
003100         05  WS-DET-NET           PIC Z,ZZZ,ZZ9.99.
003110         05  FILLER               PIC X(01) VALUE SPACES.
003120         05  WS-DET-PROMO-ID      PIC X(06).
003130         05  FILLER               PIC X(01) VALUE SPACES.
003140         05  WS-DET-PROMO-PCT     PIC Z9.99.
003150         05  FILLER               PIC X(02) VALUE SPACES.
003160         05  WS-DET-BREAK-QTY     PIC ZZZZ9.
003170         05  FILLER               PIC X(03) VALUE SPACES.
003180         05  WS-DET-BREAK-NET     PIC Z,ZZZ,ZZ9.99.
003190         05  FILLER               PIC X(12) VALUE SPACES.
003200
003210     01  WS-NO-RATE-LINE.
003220         05  FILLER               PIC X(40) VALUE
003230             '*** NO BOOK - NO USABLE RATE BASE TO '.
003240         05  WS-NRL-CURRENCY      PIC X(03).
003250         05  FILLER               PIC X(37) VALUE SPACES.
003260
003270     01  WS-COUNT-LINE.
003280         05  WS-CNT-TITLE         PIC X(26).
003290         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
003300         05  FILLER               PIC X(43) VALUE SPACES.
003310
003320*****************************************************************
003330*    DELIMITED PRICE BOOK - A HEADER, ONE LINE PER ITEM, AND A  *
003340*    TRAILER WITH THE LINE COUNT FOR EACH CUSTOMER.  PIPES, AS  *
003350*    IN THE CUSTOMER EXTRACT, SO A NAME NEVER SHIFTS A COLUMN.  *
003360*****************************************************************
003370     01  WS-PBX-HEADER.
003380         05  FILLER               PIC X(02) VALUE 'H|'.
003390         05  WS-PXH-CUST-ID       PIC X(05).
003400         05  FILLER               PIC X(01) VALUE '|'.
003410         05  WS-PXH-CUST-NAME     PIC X(20).
003420         05  FILLER               PIC X(01) VALUE '|'.
003430         05  WS-PXH-CURRENCY      PIC X(03).
003440         05  FILLER               PIC X(01) VALUE '|'.
003450         05  WS-PXH-EFFECTIVE     PIC 9(08).
003460         05  FILLER               PIC X(01) VALUE '|'.
003470         05  WS-PXH-VALID-THRU    PIC 9(08).
003480         05  FILLER               PIC X(70) VALUE SPACES.
003490
003500     01  WS-PBX-DETAIL.
003510         05  FILLER               PIC X(02) VALUE 'D|'.
003520         05  WS-PXD-CUST-ID       PIC X(05).
003530         05  FILLER               PIC X(01) VALUE '|'.
003540         05  WS-PXD-ITM-ID        PIC X(05).
003550         05  FILLER               PIC X(01) VALUE '|'.
003560         05  WS-PXD-ITM-NAME      PIC X(06).
003570         05  FILLER               PIC X(01) VALUE '|'.
003580         05  WS-PXD-CATEGORY      PIC X(04).
003590         05  FILLER               PIC X(01) VALUE '|'.
003600         05  WS-PXD-BASIS         PIC X(01).
003610         05  FILLER               PIC X(01) VALUE '|'.
003620         05  WS-PXD-NET           PIC 9(07).99.
003630         05  FILLER               PIC X(01) VALUE '|'.
003640         05  WS-PXD-PROMO-ID      PIC X(06).
003650         05  FILLER               PIC X(01) VALUE '|'.
003660         05  WS-PXD-PROMO-PCT     PIC 9(02).99.
003670         05  FILLER               PIC X(01) VALUE '|'.
003680         05  WS-PXD-BREAK-QTY     PIC 9(05).
003690         05  FILLER               PIC X(01) VALUE '|'.
003700         05  WS-PXD-BREAK-NET     PIC 9(07).99.
003710         05  FILLER               PIC X(52) VALUE SPACES.
003720
003730     01  WS-PBX-TRAILER.
003740         05  FILLER               PIC X(02) VALUE 'T|'.
003750         05  WS-PXT-CUST-ID       PIC X(05).
003760         05  FILLER               PIC X(01) VALUE '|'.
003770         05  WS-PXT-LINE-COUNT    PIC 9(05).
003780         05  FILLER               PIC X(107) VALUE SPACES.
003790
003800 PROCEDURE DIVISION.
003810*****************************************************************
003820*    0000-MAINLINE                                              *
003830*****************************************************************
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE
003860         THRU 1000-INITIALIZE-EXIT.
003870
003880     PERFORM 2000-PRICE-CUSTOMER
003890         THRU 2000-PRICE-CUSTOMER-EXIT
003900         UNTIL WS-EOF.
003910
003920     PERFORM 3000-PRINT-TOTALS
003930         THRU 3000-PRINT-TOTALS-EXIT.
003940
003950     DISPLAY 'PRCBOK01: CUSTOMERS READ........ '
003960         WS-CUST-READ-COUNT.
003970     DISPLAY 'PRCBOK01: PRICE BOOKS WRITTEN... '
003980         WS-BOOK-COUNT.
003990     DISPLAY 'PRCBOK01: PRICE LINES WRITTEN... '
004000         WS-LINE-COUNT.
004010     DISPLAY 'PRCBOK01: NO USABLE RATE........ '
004020         WS-NO-RATE-COUNT.
004030
004040*    GRADED CONDITION CODE - 0 CLEAN, 4 A CUSTOMER COULD NOT BE
004050*    PRICED IN ITS CURRENCY, 8 FAILED.
004060     IF WS-NO-RATE-COUNT > 0
004070         IF RETURN-CODE < 4
004080             MOVE 4 TO RETURN-CODE
004090         END-IF
004100     END-IF.
004110
004120     PERFORM 9999-TERMINATE
004130         THRU 9999-TERMINATE-EXIT.
004140
004150     STOP RUN.
004160
004170*****************************************************************
004180*    1000-INITIALIZE                                            *
004190*****************************************************************
004200 1000-INITIALIZE.
004210     OPEN INPUT CONTROL-CARD-FILE.
004220     IF WS-PARM-OK
004230         READ CONTROL-CARD-FILE
004240             AT END
004250                 DISPLAY 'PRCBOK01: NO CONTROL CARD SUPPLIED'
004260                 MOVE 0 TO PARM-RUN-DATE
004270             NOT AT END
004280                 PERFORM 9500-VALIDATE-PARM-CARD
004290                     THRU 9500-VALIDATE-PARM-CARD-EXIT
004300                 MOVE PARM-INQUIRY-CUST-ID TO WS-SELECT-CUST-ID
004310                 MOVE PARM-BILL-CYCLE TO WS-BILL-CYCLE
004320         END-READ
004330         CLOSE CONTROL-CARD-FILE
004340     ELSE
004350         DISPLAY 'PRCBOK01: NO CONTROL CARD - '
004360             'ALL BILLING CYCLES SELECTED'
004370         MOVE 0 TO PARM-RUN-DATE
004380     END-IF.
004390
004400     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
004410         ACCEPT WS-EFFECTIVE-DATE FROM DATE YYYYMMDD
004420     ELSE
004430         MOVE PARM-RUN-DATE TO WS-EFFECTIVE-DATE
004440     END-IF.
004450
004460*    ONE MONTH ON FROM THE EFFECTIVE DATE, AS A QUOTE RUNS.
004470     MOVE WS-EFFECTIVE-DATE TO WS-MONTH-END-DATE.
004480     ADD 1 TO WS-MON-MM.
004490     IF WS-MON-MM > 12
004500         MOVE 1 TO WS-MON-MM
004510         ADD 1 TO WS-MON-YYYY
004520     END-IF.
004530
004540     OPEN INPUT CUSTOMER-MASTER-FILE.
004550     IF NOT WS-CUST-OK
004560         DISPLAY 'PRCBOK01: OPEN CUSTOMER-MASTER FAILED '
004570             WS-CUST-FILE-STATUS
004580         MOVE 'Y' TO WS-EOF-SW
004590         MOVE 8 TO RETURN-CODE
004600     END-IF.
004610
004620     OPEN INPUT ITEM-MASTER-FILE.
004630     IF WS-ITM-OK
004640         PERFORM 1100-LOAD-ITEM
004650             THRU 1100-LOAD-ITEM-EXIT
004660             UNTIL WS-ITM-EOF
004670         CLOSE ITEM-MASTER-FILE
004680     ELSE
004690         DISPLAY 'PRCBOK01: OPEN ITEM-MASTER FAILED '
004700             WS-ITM-FILE-STATUS
004710         MOVE 'Y' TO WS-EOF-SW
004720         MOVE 8 TO RETURN-CODE
004730     END-IF.
004740
004750*    THE CONTRACT-PRICE AND PROMOTION FILES ARE OPTIONAL -
004760*    WITHOUT THEM EVERY ITEM PRICES AT ITS LIST PRICE.
004770     OPEN INPUT CONTRACT-PRICE-FILE.
004780     IF WS-CPR-OK
004790         PERFORM 1200-LOAD-CONTRACT-PRICE
004800             THRU 1200-LOAD-CONTRACT-PRICE-EXIT
004810             UNTIL WS-CPR-EOF
004820         CLOSE CONTRACT-PRICE-FILE
004830     END-IF.
004840
004850     OPEN INPUT PROMOTION-FILE.
004860     IF WS-PRM-OK
004870         PERFORM 1300-LOAD-PROMOTION
004880             THRU 1300-LOAD-PROMOTION-EXIT
004890             UNTIL WS-PRM-EOF
004900         CLOSE PROMOTION-FILE
004910     END-IF.
004920
004930*    THE CURRENCY CONTROL FILE IS OPTIONAL - WITHOUT IT THE
004940*    BASE IS USD AND A RATE IS GOOD FOR 31 DAYS.
004950     OPEN INPUT CURRENCY-CONTROL-FILE.
004960     IF WS-CCY-OK
004970         READ CURRENCY-CONTROL-FILE
004980             AT END
004990                 CONTINUE
005000             NOT AT END
005010                 MOVE CCY-BASE-CURRENCY TO WS-BASE-CURRENCY
005020                 MOVE CCY-MAX-AGE-DAYS  TO WS-MAX-RATE-AGE
005030         END-READ
005040         CLOSE CURRENCY-CONTROL-FILE
005050     END-IF.
005060
005070     OPEN INPUT CURRENCY-RATE-FILE.
005080     IF WS-CUR-OK
005090         PERFORM 1400-LOAD-CURRENCY-RATE
005100             THRU 1400-LOAD-CURRENCY-RATE-EXIT
005110             UNTIL WS-CUR-EOF
005120         CLOSE CURRENCY-RATE-FILE
005130     ELSE
005140         DISPLAY 'PRCBOK01: NO CURRENCY-RATE-FILE - '
005150             'BASE-CURRENCY CUSTOMERS ONLY'
005160     END-IF.
005170
005180*    THE SHARED RATE TABLE AS OF THE EFFECTIVE DATE.
005190     MOVE 'L' TO RLK-FUNCTION.
005200     MOVE WS-EFFECTIVE-DATE TO RLK-EFF-DATE.
005210     CALL 'RATELKP1' USING RATE-LOOKUP-PARMS.
005220     IF NOT RLK-OK
005230         DISPLAY 'PRCBOK01: RATE TABLE NOT LOADED - '
005240             'NO QUANTITY BREAKS SHOWN'
005250     END-IF.
005260
005270     OPEN OUTPUT PRICE-BOOK-RPT.
005280     IF NOT WS-RPT-OK
005290         DISPLAY 'PRCBOK01: OPEN PRICE-BOOK-RPT FAILED '
005300             WS-RPT-FILE-STATUS
005310     END-IF.
005320
005330     OPEN OUTPUT PRICE-BOOK-FILE.
005340     IF NOT WS-PBX-OK
005350         DISPLAY 'PRCBOK01: OPEN PRICE-BOOK-FILE FAILED '
005360             WS-PBX-FILE-STATUS
005370         MOVE 'Y' TO WS-EOF-SW
005380         MOVE 8 TO RETURN-CODE
005390     END-IF.
005400
005410     IF NOT WS-EOF
005420         PERFORM 8000-READ-CUSTOMER
005430             THRU 8000-READ-CUSTOMER-EXIT
005440     END-IF.
005450 1000-INITIALIZE-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*    1100-LOAD-ITEM                                             *
005500*    ONLY ACTIVE ITEMS GO IN A PRICE BOOK - A BLOCKED OR        *
005510*    DISCONTINUED ITEM CANNOT BE ORDERED.                       *
005520*****************************************************************
005530 1100-LOAD-ITEM.
005540     READ ITEM-MASTER-FILE NEXT RECORD
005550         AT END
005560             MOVE '10' TO WS-ITM-FILE-STATUS
005570             GO TO 1100-LOAD-ITEM-EXIT
005580     END-READ.
005590     IF NOT ITM-STS-ACTIVE
005600         GO TO 1100-LOAD-ITEM-EXIT
005610     END-IF.
005620     IF WS-ITM-COUNT NOT < WS-MAX-ITM-ROWS
005630         DISPLAY 'PRCBOK01: ITEM TABLE FULL - ITEM NOT PRICED '
005640             ITM-ID
005650         IF RETURN-CODE < 4
005660             MOVE 4 TO RETURN-CODE
005670         END-IF
005680         GO TO 1100-LOAD-ITEM-EXIT
005690     END-IF.
005700     ADD 1 TO WS-ITM-COUNT.
005710     MOVE ITM-ID            TO WS-ITM-T-ID(WS-ITM-COUNT).
005720     MOVE ITM-NAME          TO WS-ITM-T-NAME(WS-ITM-COUNT).
005730     MOVE ITM-CATEGORY-CODE TO WS-ITM-T-CATEGORY(WS-ITM-COUNT).
005740     MOVE ITM-NUM1          TO WS-ITM-T-LIST(WS-ITM-COUNT).
005750 1100-LOAD-ITEM-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790*    1200-LOAD-CONTRACT-PRICE                                   *
005800*****************************************************************
005810 1200-LOAD-CONTRACT-PRICE.
005820     READ CONTRACT-PRICE-FILE
005830         AT END
005840             MOVE '10' TO WS-CPR-FILE-STATUS
005850         NOT AT END
005860             IF WS-CPR-COUNT < WS-MAX-CPR-ROWS
005870                 ADD 1 TO WS-CPR-COUNT
005880                 MOVE CPR-CUST-ID
005890                     TO WS-CPR-T-CUST(WS-CPR-COUNT)
005900                 MOVE CPR-ITM-ID
005910                     TO WS-CPR-T-ITM(WS-CPR-COUNT)
005920                 MOVE CPR-UNIT-PRICE
005930                     TO WS-CPR-T-PRICE(WS-CPR-COUNT)
005940                 MOVE CPR-START-DATE
005950                     TO WS-CPR-T-START(WS-CPR-COUNT)
005960                 MOVE CPR-END-DATE
005970                     TO WS-CPR-T-END(WS-CPR-COUNT)
005980             END-IF
005990     END-READ.
006000 1200-LOAD-CONTRACT-PRICE-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040*    1300-LOAD-PROMOTION                                        *
006050*****************************************************************
006060 1300-LOAD-PROMOTION.
006070     READ PROMOTION-FILE
006080         AT END
006090             MOVE '10' TO WS-PRM-FILE-STATUS
006100         NOT AT END
006110             IF WS-PRM-COUNT < WS-MAX-PRM-ROWS
006120                 ADD 1 TO WS-PRM-COUNT
006130                 MOVE PRM-PROMO-ID
006140                     TO WS-PRM-T-ID(WS-PRM-COUNT)
006150                 MOVE PRM-CATEGORY-CODE
006160                     TO WS-PRM-T-CATEGORY(WS-PRM-COUNT)
006170                 MOVE PRM-DISCOUNT-PCT
006180                     TO WS-PRM-T-PCT(WS-PRM-COUNT)
006190                 MOVE PRM-START-DATE
006200                     TO WS-PRM-T-START(WS-PRM-COUNT)
006210                 MOVE PRM-END-DATE
006220                     TO WS-PRM-T-END(WS-PRM-COUNT)
006230             END-IF
006240     END-READ.
006250 1300-LOAD-PROMOTION-EXIT.
006260     EXIT.
006270
006280*****************************************************************
006290*    1400-LOAD-CURRENCY-RATE                                    *
006300*****************************************************************
006310 1400-LOAD-CURRENCY-RATE.
006320     READ CURRENCY-RATE-FILE
006330         AT END
006340             MOVE '10' TO WS-CUR-FILE-STATUS
006350         NOT AT END
006360             IF WS-CUR-COUNT < WS-MAX-CUR-ROWS
006370                 ADD 1 TO WS-CUR-COUNT
006380                 MOVE CUR-FROM-CODE
006390                     TO WS-CUR-FROM(WS-CUR-COUNT)
006400                 MOVE CUR-TO-CODE
006410                     TO WS-CUR-TO(WS-CUR-COUNT)
006420                 MOVE CUR-EXCHANGE-RATE
006430                     TO WS-CUR-RATE(WS-CUR-COUNT)
006440                 MOVE CUR-AS-OF-DATE
006450                     TO WS-CUR-AS-OF(WS-CUR-COUNT)
006460             END-IF
006470     END-READ.
006480 1400-LOAD-CURRENCY-RATE-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520*    2000-PRICE-CUSTOMER                                        *
006530*    PRICE EVERY ITEM FOR ONE SELECTED CUSTOMER, THEN PRINT AND *
006540*    CUT ITS BOOK ONCE THE VALIDITY WINDOW IS KNOWN.            *
006550*****************************************************************
006560 2000-PRICE-CUSTOMER.
006570     ADD 1 TO WS-CUST-READ-COUNT.
006580
006590     IF NOT CUST-ACTIVE
006600         ADD 1 TO WS-SKIPPED-COUNT
006610         GO TO 2000-PRICE-CUSTOMER-NEXT
006620     END-IF.
006630     IF WS-SELECT-CUST-ID = SPACES
006640             AND WS-BILL-CYCLE NOT = SPACE
006650             AND CUST-BILL-CYCLE NOT = SPACE
006660             AND CUST-BILL-CYCLE NOT = WS-BILL-CYCLE
006670         ADD 1 TO WS-SKIPPED-COUNT
006680         GO TO 2000-PRICE-CUSTOMER-NEXT
006690     END-IF.
006700
006710     MOVE CUST-ID   TO WS-HDG-CUST-ID.
006720     MOVE CUST-NAME TO WS-HDG-CUST-NAME.
006730     WRITE PRICE-BOOK-LINE FROM WS-HEADING-LINE.
006740
006750     PERFORM 2100-FIND-BOOK-RATE
006760         THRU 2100-FIND-BOOK-RATE-EXIT.
006770     IF NOT WS-CUR-FOUND
006780         ADD 1 TO WS-NO-RATE-COUNT
006790         MOVE WS-BOOK-CURRENCY TO WS-NRL-CURRENCY
006800         WRITE PRICE-BOOK-LINE FROM WS-NO-RATE-LINE
006810         GO TO 2000-PRICE-CUSTOMER-NEXT
006820     END-IF.
006830
006840     MOVE WS-MONTH-END-DATE TO WS-VALID-THRU-DATE.
006850     PERFORM 2200-PRICE-ONE-ITEM
006860         THRU 2200-PRICE-ONE-ITEM-EXIT
006870         VARYING WS-ITM-SUB FROM 1 BY 1
006880         UNTIL WS-ITM-SUB > WS-ITM-COUNT.
006890
006900     MOVE WS-BOOK-CURRENCY   TO WS-VAL-CURRENCY.
006910     MOVE WS-EFFECTIVE-DATE  TO WS-VAL-EFFECTIVE.
006920     MOVE WS-VALID-THRU-DATE TO WS-VAL-THRU.
006930     WRITE PRICE-BOOK-LINE FROM WS-VALIDITY-LINE.
006940     WRITE PRICE-BOOK-LINE FROM WS-COLUMN-LINE.
006950
006960     MOVE CUST-ID            TO WS-PXH-CUST-ID.
006970     MOVE CUST-NAME          TO WS-PXH-CUST-NAME.
006980     MOVE WS-BOOK-CURRENCY   TO WS-PXH-CURRENCY.
006990     MOVE WS-EFFECTIVE-DATE  TO WS-PXH-EFFECTIVE.
007000     MOVE WS-VALID-THRU-DATE TO WS-PXH-VALID-THRU.
007010     WRITE PRICE-BOOK-OUT-LINE FROM WS-PBX-HEADER.
007020
007030     MOVE 0 TO WS-BOOK-LINE-COUNT.
007040     PERFORM 2300-WRITE-ONE-ITEM
007050         THRU 2300-WRITE-ONE-ITEM-EXIT
007060         VARYING WS-ITM-SUB FROM 1 BY 1
007070         UNTIL WS-ITM-SUB > WS-ITM-COUNT.
007080
007090     MOVE CUST-ID            TO WS-PXT-CUST-ID.
007100     MOVE WS-BOOK-LINE-COUNT TO WS-PXT-LINE-COUNT.
007110     WRITE PRICE-BOOK-OUT-LINE FROM WS-PBX-TRAILER.
007120     ADD 1 TO WS-BOOK-COUNT.
007130
007140 2000-PRICE-CUSTOMER-NEXT.
007150     PERFORM 8000-READ-CUSTOMER
007160         THRU 8000-READ-CUSTOMER-EXIT.
007170 2000-PRICE-CUSTOMER-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210*    2100-FIND-BOOK-RATE                                        *
007220*    THE BASE-TO-CUSTOMER RATE.  A CUSTOMER IN THE BASE         *
007230*    CURRENCY NEEDS NONE; OTHERWISE THE PAIR MUST BE ON FILE    *
007240*    AND NOT OLDER THAN THE CONFIGURED AGE.                     *
007250*****************************************************************
007260 2100-FIND-BOOK-RATE.
007270     MOVE 'N' TO WS-CUR-FOUND-SW.
007280     MOVE 'N' TO WS-STALE-RATE-SW.
007290     MOVE CUST-CURRENCY-CODE TO WS-BOOK-CURRENCY.
007300     IF WS-BOOK-CURRENCY = SPACES
007310             OR WS-BOOK-CURRENCY = WS-BASE-CURRENCY
007320         MOVE WS-BASE-CURRENCY TO WS-BOOK-CURRENCY
007330         MOVE 1 TO WS-BOOK-RATE
007340         MOVE 'Y' TO WS-CUR-FOUND-SW
007350         GO TO 2100-FIND-BOOK-RATE-EXIT
007360     END-IF.
007370
007380     PERFORM 2150-MATCH-RATE-ROW
007390         THRU 2150-MATCH-RATE-ROW-EXIT
007400         VARYING WS-CUR-SUB FROM 1 BY 1
007410         UNTIL WS-CUR-SUB > WS-CUR-COUNT
007420             OR WS-CUR-FOUND.
007430 2100-FIND-BOOK-RATE-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470*    2150-MATCH-RATE-ROW                                        *
007480*    AN UNDATED LEGACY ROW (ZERO AS-OF) COUNTS AS CURRENT.      *
007490*****************************************************************
007500 2150-MATCH-RATE-ROW.
007510     IF WS-CUR-FROM(WS-CUR-SUB) NOT = WS-BASE-CURRENCY
007520             OR WS-CUR-TO(WS-CUR-SUB) NOT = WS-BOOK-CURRENCY
007530         GO TO 2150-MATCH-RATE-ROW-EXIT
007540     END-IF.
007550
007560     IF WS-CUR-AS-OF(WS-CUR-SUB) > 0
007570         MOVE WS-CUR-AS-OF(WS-CUR-SUB) TO WS-RATE-DATE
007580         COMPUTE WS-RATE-AGE-DAYS
007590             = (WS-EFF-YYYY - WS-RTD-YYYY) * 360
007600             + (WS-EFF-MM - WS-RTD-MM) * 30
007610             + (WS-EFF-DD - WS-RTD-DD)
007620         IF WS-RATE-AGE-DAYS > WS-MAX-RATE-AGE
007630             MOVE 'Y' TO WS-STALE-RATE-SW
007640             GO TO 2150-MATCH-RATE-ROW-EXIT
007650         END-IF
007660     END-IF.
007670
007680     MOVE 'Y' TO WS-CUR-FOUND-SW.
007690     MOVE WS-CUR-RATE(WS-CUR-SUB) TO WS-BOOK-RATE.
007700 2150-MATCH-RATE-ROW-EXIT.
007710     EXIT.
007720
007730*****************************************************************
007740*    2200-PRICE-ONE-ITEM                                        *
007750*    THE CONTRACT PRICE, WHEN ONE IS IN DATE, BEATS THE LIST    *
007760*    PRICE AND TAKES NO QUANTITY BREAK - THE CONTRACT IS THE    *
007770*    DEAL.  AN IN-WINDOW CATEGORY PROMOTION COMES OFF EITHER.   *
007780*****************************************************************
007790 2200-PRICE-ONE-ITEM.
007800     MOVE 'L'    TO WS-ITM-T-BASIS(WS-ITM-SUB).
007810     MOVE SPACES TO WS-ITM-T-PROMO-ID(WS-ITM-SUB).
007820     MOVE 0      TO WS-ITM-T-PROMO-PCT(WS-ITM-SUB).
007830     MOVE 0      TO WS-ITM-T-BREAK-QTY(WS-ITM-SUB).
007840     MOVE 0      TO WS-ITM-T-BREAK-NET(WS-ITM-SUB).
007850     MOVE WS-ITM-T-LIST(WS-ITM-SUB) TO WS-BASE-PRICE.
007860
007870     PERFORM 7500-FIND-CONTRACT-PRICE
007880         THRU 7500-FIND-CONTRACT-PRICE-EXIT.
007890     IF WS-CPR-FOUND
007900         MOVE 'C' TO WS-ITM-T-BASIS(WS-ITM-SUB)
007910         MOVE WS-CPR-T-PRICE(WS-CPR-HIT-SUB) TO WS-BASE-PRICE
007920         IF WS-CPR-T-END(WS-CPR-HIT-SUB) > 0
007930                 AND WS-CPR-T-END(WS-CPR-HIT-SUB)
007940                     < WS-VALID-THRU-DATE
007950             MOVE WS-CPR-T-END(WS-CPR-HIT-SUB)
007960                 TO WS-VALID-THRU-DATE
007970         END-IF
007980     END-IF.
007990
008000     PERFORM 7600-FIND-PROMOTION
008010         THRU 7600-FIND-PROMOTION-EXIT.
008020     IF WS-PRM-FOUND
008030         MOVE WS-PRM-T-ID(WS-PRM-HIT-SUB)
008040             TO WS-ITM-T-PROMO-ID(WS-ITM-SUB)
008050         MOVE WS-PRM-T-PCT(WS-PRM-HIT-SUB)
008060             TO WS-ITM-T-PROMO-PCT(WS-ITM-SUB)
008070         IF WS-PRM-T-END(WS-PRM-HIT-SUB) < WS-VALID-THRU-DATE
008080             MOVE WS-PRM-T-END(WS-PRM-HIT-SUB)
008090                 TO WS-VALID-THRU-DATE
008100         END-IF
008110     END-IF.
008120
008130     PERFORM 2250-NET-AND-CONVERT
008140         THRU 2250-NET-AND-CONVERT-EXIT.
008150     MOVE WS-NET-PRICE TO WS-ITM-T-NET(WS-ITM-SUB).
008160
008170*    THE QUANTITY BREAK, WHEN THE ITEM HAS ONE, PRICED AT THE
008180*    TIER-2 MULTIPLIER ON THE LIST PRICE.
008190     IF WS-CPR-FOUND
008200         GO TO 2200-PRICE-ONE-ITEM-EXIT
008210     END-IF.
008220     MOVE 'K' TO RLK-FUNCTION.
008230     MOVE SPACES TO RLK-RATE-CODE.
008240     MOVE WS-ITM-T-ID(WS-ITM-SUB) TO RLK-RATE-CODE.
008250     MOVE 1 TO RLK-QUANTITY.
008260     CALL 'RATELKP1' USING RATE-LOOKUP-PARMS.
008270     IF NOT RLK-OK OR RLK-BREAK-QTY = 0
008280         GO TO 2200-PRICE-ONE-ITEM-EXIT
008290     END-IF.
008300     MOVE RLK-BREAK-QTY TO RLK-QUANTITY.
008310     CALL 'RATELKP1' USING RATE-LOOKUP-PARMS.
008320     MOVE RLK-RATE-VALUE TO WS-TIER-VALUE-X.
008330     IF NOT RLK-OK OR WS-TIER-VALUE-X NOT NUMERIC
008340         GO TO 2200-PRICE-ONE-ITEM-EXIT
008350     END-IF.
008360     MOVE RLK-BREAK-QTY TO WS-ITM-T-BREAK-QTY(WS-ITM-SUB).
008370     COMPUTE WS-BASE-PRICE
008380         = WS-ITM-T-LIST(WS-ITM-SUB) * WS-TIER-VALUE-9.
008390     PERFORM 2250-NET-AND-CONVERT
008400         THRU 2250-NET-AND-CONVERT-EXIT.
008410     MOVE WS-NET-PRICE TO WS-ITM-T-BREAK-NET(WS-ITM-SUB).
008420 2200-PRICE-ONE-ITEM-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460*    2250-NET-AND-CONVERT                                       *
008470*    TAKE THE ITEM'S PROMOTION OFF WS-BASE-PRICE AND STATE IT   *
008480*    IN THE BOOK'S CURRENCY, ROUNDED TO THE CENT IN             *
008490*    WS-NET-PRICE.                                              *
008500*****************************************************************
008510 2250-NET-AND-CONVERT.
008520     COMPUTE WS-PROMO-DISCOUNT
008530         = WS-BASE-PRICE
008540         * WS-ITM-T-PROMO-PCT(WS-ITM-SUB) / 100.
008550     SUBTRACT WS-PROMO-DISCOUNT FROM WS-BASE-PRICE.
008560     COMPUTE WS-NET-PRICE ROUNDED
008570         = WS-BASE-PRICE * WS-BOOK-RATE.
008580 2250-NET-AND-CONVERT-EXIT.
008590     EXIT.
008600
008610*****************************************************************
008620*    2300-WRITE-ONE-ITEM                                        *
008630*****************************************************************
008640 2300-WRITE-ONE-ITEM.
008650     MOVE WS-ITM-T-ID(WS-ITM-SUB)       TO WS-DET-ITM-ID.
008660     MOVE WS-ITM-T-NAME(WS-ITM-SUB)     TO WS-DET-ITM-NAME.
008670     MOVE WS-ITM-T-CATEGORY(WS-ITM-SUB) TO WS-DET-CATEGORY.
008680     MOVE WS-ITM-T-BASIS(WS-ITM-SUB)    TO WS-DET-BASIS.
008690     MOVE WS-ITM-T-NET(WS-ITM-SUB)      TO WS-DET-NET.
008700     MOVE WS-ITM-T-PROMO-ID(WS-ITM-SUB) TO WS-DET-PROMO-ID.
008710     MOVE WS-ITM-T-PROMO-PCT(WS-ITM-SUB) TO WS-DET-PROMO-PCT.
008720     MOVE WS-ITM-T-BREAK-QTY(WS-ITM-SUB) TO WS-DET-BREAK-QTY.
008730     MOVE WS-ITM-T-BREAK-NET(WS-ITM-SUB) TO WS-DET-BREAK-NET.
008740     WRITE PRICE-BOOK-LINE FROM WS-DETAIL-LINE.
008750
008760     MOVE CUST-ID                       TO WS-PXD-CUST-ID.
008770     MOVE WS-ITM-T-ID(WS-ITM-SUB)       TO WS-PXD-ITM-ID.
008780     MOVE WS-ITM-T-NAME(WS-ITM-SUB)     TO WS-PXD-ITM-NAME.
008790     MOVE WS-ITM-T-CATEGORY(WS-ITM-SUB) TO WS-PXD-CATEGORY.
008800     MOVE WS-ITM-T-BASIS(WS-ITM-SUB)    TO WS-PXD-BASIS.
008810     MOVE WS-ITM-T-NET(WS-ITM-SUB)      TO WS-PXD-NET.
008820     MOVE WS-ITM-T-PROMO-ID(WS-ITM-SUB) TO WS-PXD-PROMO-ID.
008830     MOVE WS-ITM-T-PROMO-PCT(WS-ITM-SUB) TO WS-PXD-PROMO-PCT.
008840     MOVE WS-ITM-T-BREAK-QTY(WS-ITM-SUB) TO WS-PXD-BREAK-QTY.
008850     MOVE WS-ITM-T-BREAK-NET(WS-ITM-SUB) TO WS-PXD-BREAK-NET.
008860     WRITE PRICE-BOOK-OUT-LINE FROM WS-PBX-DETAIL.
008870
008880     ADD 1 TO WS-BOOK-LINE-COUNT.
008890     ADD 1 TO WS-LINE-COUNT.
008900 2300-WRITE-ONE-ITEM-EXIT.
008910     EXIT.
008920
008930*****************************************************************
008940*    3000-PRINT-TOTALS                                          *
008950*****************************************************************
008960 3000-PRINT-TOTALS.
008970     MOVE 'CUSTOMERS READ............' TO WS-CNT-TITLE.
008980     MOVE WS-CUST-READ-COUNT TO WS-CNT-VALUE.
008990     WRITE PRICE-BOOK-LINE FROM WS-COUNT-LINE.
009000
009010     MOVE 'NOT SELECTED..............' TO WS-CNT-TITLE.
009020     MOVE WS-SKIPPED-COUNT TO WS-CNT-VALUE.
009030     WRITE PRICE-BOOK-LINE FROM WS-COUNT-LINE.
009040
009050     MOVE 'PRICE BOOKS WRITTEN.......' TO WS-CNT-TITLE.
009060     MOVE WS-BOOK-COUNT TO WS-CNT-VALUE.
009070     WRITE PRICE-BOOK-LINE FROM WS-COUNT-LINE.
009080
009090     MOVE 'PRICE LINES WRITTEN.......' TO WS-CNT-TITLE.
009100     MOVE WS-LINE-COUNT TO WS-CNT-VALUE.
009110     WRITE PRICE-BOOK-LINE FROM WS-COUNT-LINE.
009120
009130     MOVE 'NO USABLE RATE............' TO WS-CNT-TITLE.
009140     MOVE WS-NO-RATE-COUNT TO WS-CNT-VALUE.
009150     WRITE PRICE-BOOK-LINE FROM WS-COUNT-LINE.
009160 3000-PRINT-TOTALS-EXIT.
009170     EXIT.
009180
009190*****************************************************************
009200*    7500-FIND-CONTRACT-PRICE                                   *
009210*    CUSTOMER PLUS ITEM, IN DATE (ZERO END IS OPEN-ENDED).      *
009220*****************************************************************
009230 7500-FIND-CONTRACT-PRICE.
009240     MOVE 'N' TO WS-CPR-FOUND-SW.
009250     PERFORM 7550-MATCH-CONTRACT-ROW
009260         THRU 7550-MATCH-CONTRACT-ROW-EXIT
009270         VARYING WS-CPR-SUB FROM 1 BY 1
009280         UNTIL WS-CPR-SUB > WS-CPR-COUNT
009290             OR WS-CPR-FOUND.
009300 7500-FIND-CONTRACT-PRICE-EXIT.
009310     EXIT.
009320
009330*****************************************************************
009340*    7550-MATCH-CONTRACT-ROW                                    *
009350*****************************************************************
009360 7550-MATCH-CONTRACT-ROW.
009370     IF WS-CPR-T-CUST(WS-CPR-SUB) = CUST-ID
009380             AND WS-CPR-T-ITM(WS-CPR-SUB)
009390                 = WS-ITM-T-ID(WS-ITM-SUB)
009400             AND WS-EFFECTIVE-DATE
009410                 NOT < WS-CPR-T-START(WS-CPR-SUB)
009420             AND (WS-CPR-T-END(WS-CPR-SUB) = 0
009430                 OR WS-EFFECTIVE-DATE
009440                     NOT > WS-CPR-T-END(WS-CPR-SUB))
009450         MOVE 'Y' TO WS-CPR-FOUND-SW
009460         MOVE WS-CPR-SUB TO WS-CPR-HIT-SUB
009470     END-IF.
009480 7550-MATCH-CONTRACT-ROW-EXIT.
009490     EXIT.
009500
009510*****************************************************************
009520*    7600-FIND-PROMOTION                                        *
009530*****************************************************************
009540 7600-FIND-PROMOTION.
009550     MOVE 'N' TO WS-PRM-FOUND-SW.
009560     PERFORM 7650-MATCH-PROMO-ROW
009570         THRU 7650-MATCH-PROMO-ROW-EXIT
009580         VARYING WS-PRM-SUB FROM 1 BY 1
009590         UNTIL WS-PRM-SUB > WS-PRM-COUNT
009600             OR WS-PRM-FOUND.
009610 7600-FIND-PROMOTION-EXIT.
009620     EXIT.
009630
009640*****************************************************************
009650*    7650-MATCH-PROMO-ROW                                       *
009660*****************************************************************
009670 7650-MATCH-PROMO-ROW.
009680     IF WS-PRM-T-CATEGORY(WS-PRM-SUB)
009690             = WS-ITM-T-CATEGORY(WS-ITM-SUB)
009700             AND WS-EFFECTIVE-DATE
009710                 NOT < WS-PRM-T-START(WS-PRM-SUB)
009720             AND WS-EFFECTIVE-DATE
009730                 NOT > WS-PRM-T-END(WS-PRM-SUB)
009740         MOVE 'Y' TO WS-PRM-FOUND-SW
009750         MOVE WS-PRM-SUB TO WS-PRM-HIT-SUB
009760     END-IF.
009770 7650-MATCH-PROMO-ROW-EXIT.
009780     EXIT.
009790
009800*****************************************************************
009810*    8000-READ-CUSTOMER                                         *
009820*    ONE SELECTED CUSTOMER IS READ BY KEY, ONCE; OTHERWISE THE  *
009830*    MASTER IS READ IN KEY ORDER.                               *
009840*****************************************************************
009850 8000-READ-CUSTOMER.
009860     IF WS-SELECT-CUST-ID = SPACES
009870         READ CUSTOMER-MASTER-FILE NEXT RECORD
009880             AT END
009890                 MOVE 'Y' TO WS-EOF-SW
009900         END-READ
009910         GO TO 8000-READ-CUSTOMER-EXIT
009920     END-IF.
009930
009940     IF NOT WS-FIRST-READ
009950         MOVE 'Y' TO WS-EOF-SW
009960         GO TO 8000-READ-CUSTOMER-EXIT
009970     END-IF.
009980     MOVE 'N' TO WS-FIRST-READ-SW.
009990     MOVE WS-SELECT-CUST-ID TO CUST-ID.
010000     READ CUSTOMER-MASTER-FILE
010010         INVALID KEY
010020             DISPLAY 'PRCBOK01: CUSTOMER NOT ON FILE '
010030                 WS-SELECT-CUST-ID
010040             MOVE 'Y' TO WS-EOF-SW
010050             MOVE 8 TO RETURN-CODE
010060     END-READ.
010070 8000-READ-CUSTOMER-EXIT.
010080     EXIT.
010090
010100*****************************************************************
010110*    9999-TERMINATE                                             *
010120*****************************************************************
010130 9999-TERMINATE.
010140     IF WS-CUST-OK OR WS-CUST-EOF OR WS-CUST-NOT-FOUND
010150         CLOSE CUSTOMER-MASTER-FILE
010160     END-IF.
010170     CLOSE PRICE-BOOK-RPT.
010180     CLOSE PRICE-BOOK-FILE.
010190 9999-TERMINATE-EXIT.
010200     EXIT.
010210
010220*****************************************************************
010230*    9500-VALIDATE-PARM-CARD                                    *
010240*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
010250*****************************************************************
010260     COPY PARMVAL.
