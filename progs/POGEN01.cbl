000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    POGEN01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - PURCHASE-ORDER GENERATION.       *
000100*                    TURNS STKRPT01'S REORDER SUGGESTIONS INTO   *
000110*                    NUMBERED PURCHASE ORDERS, ONE PER VENDOR    *
000120*                    PER NIGHT, PRICED AT THE ITEM'S UNIT COST,  *
000130*                    ON THE PERSISTENT PO FILE.  ONLY ACTIVE     *
000140*                    VENDORS ARE ORDERED FROM; AN ITEM WITH NO   *
000150*                    MASTER, NO VENDOR, OR AN INACTIVE VENDOR IS *
000160*                    AN EXCEPTION.  QUANTITY ALREADY ON OPEN PO  *
000170*                    LINES COMES OFF THE SUGGESTION, SO A        *
000180*                    SHORTAGE IS NOT ORDERED TWICE WHILE THE     *
000190*                    GOODS ARE IN TRANSIT.  EACH PO IS PRINTED   *
000200*                    FOR THE VENDOR, AND THE RUN ENDS WITH THE   *
000210*                    OPEN-PO AGING LISTING FOR THE BUYERS.  PO   *
000220*                    NUMBERS RUN FROM A PERSISTENT HIGH-WATER.   *
000221*    2026-10-15  PD  SUGGESTIONS NOW ARRIVE PER LOCATION.  EACH  *
000222*                    PO LINE CARRIES THE LOCATION IT IS FOR,     *
000223*                    PRINTED AS THE SHIP-TO WAREHOUSE, AND       *
000224*                    QUANTITY ON ORDER IS NETTED BY LOCATION AND *
000225*                    ITEM.                                       *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PARM-FILE-STATUS.
000300
000310     SELECT REORDER-SUGGEST-FILE ASSIGN TO REORDSUG
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RSG-FILE-STATUS.
000340
000350     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS ITM-ID
000390         FILE STATUS IS WS-ITM-FILE-STATUS.
000400
000410     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDMAST
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-VND-FILE-STATUS.
000440
000450     SELECT PURCHASE-ORDER-FILE ASSIGN TO POMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS POL-KEY
000490         FILE STATUS IS WS-POL-FILE-STATUS.
000500
000510     SELECT PO-SEQ-FILE ASSIGN TO POSEQ
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PSQ-FILE-STATUS.
000540
000550     SELECT PO-PRINT-FILE ASSIGN TO POPRT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PRT-FILE-STATUS.
000580
000590     SELECT PO-REGISTER-RPT ASSIGN TO POREGRP
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-REG-FILE-STATUS.
000620
000630     SELECT PO-AGING-RPT ASSIGN TO POAGERP
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AGE-FILE-STATUS.
000660
000670     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RCT-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CONTROL-CARD-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY PARMCARD.
000760
000770 FD  REORDER-SUGGEST-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REORDSUG.
000800
000810 FD  ITEM-MASTER-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY ITMMAST.
000840
000850 FD  VENDOR-MASTER-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY VNDMAST.
000880
000890 FD  PURCHASE-ORDER-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PURORD.
000920
000930*****************************************************************
000940*    THE HIGH-WATER PO NUMBER, CARRIED ACROSS RUNS SO A PO      *
000950*    NUMBER IS NEVER ISSUED TWICE.                              *
000960*****************************************************************
000970 FD  PO-SEQ-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  PO-SEQ-REC.
001000     05  PSQ-LAST-PO-NO           PIC 9(07).
001010
001020 FD  PO-PRINT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     01  PO-PRINT-LINE            PIC X(80).
001050
001060 FD  PO-REGISTER-RPT
001070     LABEL RECORDS ARE STANDARD.
001080     01  PO-REGISTER-LINE         PIC X(80).
001090
001100 FD  PO-AGING-RPT
001110     LABEL RECORDS ARE STANDARD.
001120     01  PO-AGING-LINE            PIC X(80).
001130
001140 FD  RUN-CONTROL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY RUNCTL.
001170
001180 WORKING-STORAGE SECTION.
001190     01  WS-PARM-FILE-STATUS      PIC X(02).
001200         88  WS-PARM-OK           VALUE '00'.
001210     01  WS-RSG-FILE-STATUS       PIC X(02).
001220         88  WS-RSG-OK            VALUE '00'.
001230         88  WS-RSG-EOF           VALUE '10'.
001240     01  WS-ITM-FILE-STATUS       PIC X(02).
001250         88  WS-ITM-OK            VALUE '00'.
001260         88  WS-ITM-NOT-FOUND     VALUE '23'.
001270     01  WS-VND-FILE-STATUS       PIC X(02).
001280         88  WS-VND-OK            VALUE '00'.
001290         88  WS-VND-EOF           VALUE '10'.
001300     01  WS-POL-FILE-STATUS       PIC X(02).
001310         88  WS-POL-OK            VALUE '00'.
001320         88  WS-POL-EOF           VALUE '10'.
001330         88  WS-POL-NOT-FOUND     VALUE '23'.
001340     01  WS-PSQ-FILE-STATUS       PIC X(02).
001350         88  WS-PSQ-OK            VALUE '00'.
001360     01  WS-PRT-FILE-STATUS       PIC X(02).
001370         88  WS-PRT-OK            VALUE '00'.
001380     01  WS-REG-FILE-STATUS       PIC X(02).
001390         88  WS-REG-OK            VALUE '00'.
001400     01  WS-AGE-FILE-STATUS       PIC X(02).
001410         88  WS-AGE-OK            VALUE '00'.
001420     01  WS-RCT-FILE-STATUS       PIC X(02).
001430         88  WS-RCT-OK            VALUE '00'.
001440
001450     01  WS-RSG-EOF-SW            PIC X(01) VALUE 'N'.
001460         88  WS-RSG-DONE          VALUE 'Y'.
001470     01  WS-POL-DISABLED-SW       PIC X(01) VALUE 'N'.
001480         88  WS-POL-DISABLED      VALUE 'Y'.
001490     01  WS-ITM-DISABLED-SW       PIC X(01) VALUE 'N'.
001500         88  WS-ITM-DISABLED      VALUE 'Y'.
001510     01  WS-SCAN-EOF-SW           PIC X(01).
001520         88  WS-SCAN-DONE         VALUE 'Y'.
001530
001540     01  WS-AS-OF-DATE            PIC 9(08).
001550     01  WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
001560         05  WS-AS-OF-YYYY        PIC 9(04).
001570         05  WS-AS-OF-MM          PIC 9(02).
001580         05  WS-AS-OF-DD          PIC 9(02).
001590     01  WS-PO-DATE               PIC 9(08).
001600     01  WS-PO-SPLIT REDEFINES WS-PO-DATE.
001610         05  WS-POD-YYYY          PIC 9(04).
001620         05  WS-POD-MM            PIC 9(02).
001630         05  WS-POD-DD            PIC 9(02).
001640     01  WS-AGE-DAYS              PIC S9(07) COMP.
001650
001660*****************************************************************
001670*    THE PO NUMBER SEQUENCE.                                    *
001680*****************************************************************
001690     01  WS-LAST-PO-NO            PIC 9(07) VALUE 0.
001700     01  WS-FILE-HIGH-WATER       PIC 9(07) VALUE 0.
001710     01  WS-PRINT-PO-NO           PIC 9(07).
001720
001730*****************************************************************
001740*    THE VENDOR MASTER, LOADED ONCE WITH EACH VENDOR'S STATUS.  *
001750*****************************************************************
001760     01  WS-VND-COUNT             PIC 9(03) COMP VALUE 0.
001770     01  WS-MAX-VND-ROWS          PIC 9(03) COMP VALUE 200.
001780     01  WS-VND-TABLE.
001790         05  WS-VND-ROW OCCURS 200 TIMES.
001800             10  WS-VND-TBL-ID    PIC X(05).
001810             10  WS-VND-TBL-NAME  PIC X(20).
001820             10  WS-VND-TBL-STATUS PIC X(01).
001830                 88  WS-VND-TBL-ACTIVE VALUES 'A' SPACE.
001840     01  WS-VND-SUB               PIC 9(03) COMP.
001850     01  WS-VND-HIT-SUB           PIC 9(03) COMP.
001860     01  WS-VND-FOUND-SW          PIC X(01).
001870         88  WS-VND-FOUND         VALUE 'Y'.
001880
001890*****************************************************************
001900*    QUANTITY STILL DUE IN ON OPEN PO LINES, BY ITEM - BUILT    *
001910*    FROM ONE PASS OF THE PO FILE BEFORE ANY NEW LINE IS CUT.   *
001920*    AN ITEM BEYOND THE TABLE IS NOT NETTED (WARNED ONCE).      *
001930*****************************************************************
001940     01  WS-ONO-COUNT             PIC 9(03) COMP VALUE 0.
001950     01  WS-MAX-ONO-ROWS          PIC 9(03) COMP VALUE 500.
001960     01  WS-ONO-TABLE.
001970         05  WS-ONO-ROW OCCURS 500 TIMES.
001975             10  WS-ONO-LOC-CODE  PIC X(03).
001980             10  WS-ONO-ITM-ID    PIC X(05).
001990             10  WS-ONO-QTY       PIC 9(09) COMP.
002000     01  WS-ONO-SUB               PIC 9(03) COMP.
002010     01  WS-ONO-HIT-SUB           PIC 9(03) COMP.
002020     01  WS-ONO-FOUND-SW          PIC X(01).
002030         88  WS-ONO-FOUND         VALUE 'Y'.
002040     01  WS-ONO-FULL-SW           PIC X(01) VALUE 'N'.
002050         88  WS-ONO-FULL          VALUE 'Y'.
002055     01  WS-ONO-SEARCH-LOC        PIC X(03).
002060     01  WS-ONO-SEARCH-ID         PIC X(05).
002070
002080*****************************************************************
002090*    TONIGHT'S PURCHASE ORDERS - ONE PER VENDOR.                *
002100*****************************************************************
002110     01  WS-NPO-COUNT             PIC 9(03) COMP VALUE 0.
002120     01  WS-MAX-NPO-ROWS          PIC 9(03) COMP VALUE 200.
002130     01  WS-NPO-TABLE.
002140         05  WS-NPO-ROW OCCURS 200 TIMES.
002150             10  WS-NPO-VENDOR-ID PIC X(05).
002160             10  WS-NPO-VND-SUB   PIC 9(03) COMP.
002170             10  WS-NPO-PO-NO     PIC 9(07).
002180             10  WS-NPO-LINES     PIC 9(03) COMP.
002190     01  WS-NPO-SUB               PIC 9(03) COMP.
002200     01  WS-NPO-HIT-SUB           PIC 9(03) COMP.
002210     01  WS-NPO-FOUND-SW          PIC X(01).
002220         88  WS-NPO-FOUND         VALUE 'Y'.
002230
002240     01  WS-ON-ORDER-QTY          PIC 9(09) COMP.
002250     01  WS-ORDER-QTY             PIC S9(09) COMP.
002260     01  WS-OUTSTANDING-QTY       PIC 9(07).
002270     01  WS-LINE-VALUE            PIC S9(09)V9(02).
002280     01  WS-PO-VALUE              PIC S9(09)V9(02).
002290     01  WS-FAIL-REASON           PIC X(20).
002300
002310*****************************************************************
002320*    CONTROL TOTALS                                             *
002330*****************************************************************
002340     01  WS-TOTALS.
002350         05  WS-SUGGEST-COUNT     PIC 9(07) COMP VALUE 0.
002360         05  WS-LINE-COUNT        PIC 9(07) COMP VALUE 0.
002370         05  WS-COVERED-COUNT     PIC 9(07) COMP VALUE 0.
002380         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
002390         05  WS-OPEN-LINE-COUNT   PIC 9(07) COMP VALUE 0.
002400         05  WS-AGE-30-COUNT      PIC 9(07) COMP VALUE 0.
002410         05  WS-AGE-60-COUNT      PIC 9(07) COMP VALUE 0.
002420         05  WS-AGE-90-COUNT      PIC 9(07) COMP VALUE 0.
002430         05  WS-AGE-OVER-COUNT    PIC 9(07) COMP VALUE 0.
002440         05  WS-ORDERED-VALUE     PIC S9(09)V9(02) COMP-3
002450                                  VALUE 0.
002460
002470*****************************************************************
002480*    PURCHASE ORDER PRINT LAYOUTS                               *
002490*****************************************************************
002500     01  WS-PRT-RULE-LINE         PIC X(80) VALUE ALL '-'.
002510
002520     01  WS-PRT-TITLE-LINE.
002530         05  FILLER               PIC X(20) VALUE
002540             'LEARNCOBOLFUN'.
002550         05  FILLER               PIC X(19) VALUE
002560             'PURCHASE ORDER NO. '.
002570         05  WS-PTL-PO-NO         PIC 9(07).
002580         05  FILLER               PIC X(08) VALUE '  DATED '.
002590         05  WS-PTL-DATE          PIC 9(08).
002600         05  FILLER               PIC X(18) VALUE SPACES.
002610
002620     01  WS-PRT-VENDOR-LINE.
002630         05  FILLER               PIC X(08) VALUE 'VENDOR: '.
002640         05  WS-PVL-VENDOR-ID     PIC X(05).
002650         05  FILLER               PIC X(02) VALUE SPACES.
002660         05  WS-PVL-NAME          PIC X(20).
002670         05  FILLER               PIC X(45) VALUE SPACES.
002680
002690     01  WS-PRT-COLUMN-LINE.
002700         05  FILLER               PIC X(40) VALUE
002710             'LINE ITEM   NAME        QTY   UNIT COST'.
002720         05  FILLER               PIC X(40) VALUE
002730             '         AMOUNT   WHS'.
002740
002750     01  WS-PRT-ITEM-LINE.
002760         05  WS-PIL-LINE-NO       PIC ZZ9.
002770         05  FILLER               PIC X(02) VALUE SPACES.
002780         05  WS-PIL-ITM-ID        PIC X(05).
002790         05  FILLER               PIC X(02) VALUE SPACES.
002800         05  WS-PIL-NAME          PIC X(06).
002810         05  FILLER               PIC X(02) VALUE SPACES.
002820         05  WS-PIL-QTY           PIC Z,ZZZ,ZZ9.
002830         05  FILLER               PIC X(03) VALUE SPACES.
002840         05  WS-PIL-COST          PIC ZZ9.99.
002850         05  FILLER               PIC X(03) VALUE SPACES.
002860         05  WS-PIL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002870         05  FILLER               PIC X(03) VALUE SPACES.
002873         05  WS-PIL-LOC-CODE      PIC X(03).
002876         05  FILLER               PIC X(19) VALUE SPACES.
002880
002890     01  WS-PRT-TOTAL-LINE.
002900         05  FILLER               PIC X(38) VALUE
002910             '                  PURCHASE ORDER TOTAL'.
002920         05  WS-PTT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002930         05  FILLER               PIC X(28) VALUE SPACES.
002940
002950*****************************************************************
002960*    PO REGISTER LINE LAYOUTS                                   *
002970*****************************************************************
002980     01  WS-REG-HEADING-LINE.
002990         05  FILLER               PIC X(40) VALUE
003000             'POGEN01 - PURCHASE ORDER REGISTER AS OF'.
003010         05  WS-RHD-AS-OF         PIC 9(08).
003020         05  FILLER               PIC X(32) VALUE SPACES.
003030
003040     01  WS-REG-COLUMN-LINE.
003050         05  FILLER               PIC X(40) VALUE
003060             'ITEM  VENDR   SUGGEST  ON ORDER   ORDERE'.
003070         05  FILLER               PIC X(40) VALUE
003080             'D  PO NO.  DISPOSITION'.
003090
003100     01  WS-REG-DETAIL-LINE.
003110         05  WS-RDT-ITM-ID        PIC X(05).
003120         05  FILLER               PIC X(01) VALUE SPACES.
003130         05  WS-RDT-VENDOR-ID     PIC X(05).
003140         05  FILLER               PIC X(01) VALUE SPACES.
003150         05  WS-RDT-SUGGESTED     PIC ZZZZZZZZ9.
003160         05  FILLER               PIC X(01) VALUE SPACES.
003170         05  WS-RDT-ON-ORDER      PIC ZZZZZZZZ9.
003180         05  FILLER               PIC X(01) VALUE SPACES.
003190         05  WS-RDT-ORDERED       PIC ZZZZZZZZ9.
003200         05  FILLER               PIC X(01) VALUE SPACES.
003210         05  WS-RDT-PO-NO         PIC ZZZZZZ9.
003220         05  FILLER               PIC X(02) VALUE SPACES.
003230         05  WS-RDT-DISPOSITION   PIC X(20).
003240         05  FILLER               PIC X(09) VALUE SPACES.
003250
003260*****************************************************************
003270*    OPEN-PO AGING LINE LAYOUTS                                 *
003280*****************************************************************
003290     01  WS-AGE-HEADING-LINE.
003300         05  FILLER               PIC X(40) VALUE
003310             'POGEN01 - OPEN PURCHASE ORDER AGING AS O'.
003320         05  FILLER               PIC X(02) VALUE 'F '.
003330         05  WS-AHD-AS-OF         PIC 9(08).
003340         05  FILLER               PIC X(30) VALUE SPACES.
003350
003360     01  WS-AGE-COLUMN-LINE.
003370         05  FILLER               PIC X(40) VALUE
003380             'PO NO.  LINE VENDR ITEM    ORDERED  RECE'.
003390         05  FILLER               PIC X(40) VALUE
003400             'IVED  DUE IN   PO DATE  DAYS'.
003410
003420     01  WS-AGE-DETAIL-LINE.
003430         05  WS-ADT-PO-NO         PIC 9(07).
003440         05  FILLER               PIC X(01) VALUE SPACES.
003450         05  WS-ADT-LINE-NO       PIC ZZ9.
003460         05  FILLER               PIC X(02) VALUE SPACES.
003470         05  WS-ADT-VENDOR-ID     PIC X(05).
003480         05  FILLER               PIC X(01) VALUE SPACES.
003490         05  WS-ADT-ITM-ID        PIC X(05).
003500         05  FILLER               PIC X(01) VALUE SPACES.
003510         05  WS-ADT-ORDERED       PIC ZZZZZZ9.
003520         05  FILLER               PIC X(01) VALUE SPACES.
003530         05  WS-ADT-RECEIVED      PIC ZZZZZZ9.
003540         05  FILLER               PIC X(01) VALUE SPACES.
003550         05  WS-ADT-DUE-IN        PIC ZZZZZZ9.
003560         05  FILLER               PIC X(02) VALUE SPACES.
003570         05  WS-ADT-PO-DATE       PIC 9(08).
003580         05  FILLER               PIC X(01) VALUE SPACES.
003590         05  WS-ADT-AGE-DAYS      PIC ZZZZ9.
003600         05  FILLER               PIC X(17) VALUE SPACES.
003610
003620     01  WS-COUNT-LINE.
003630         05  WS-CNT-TITLE         PIC X(26).
003640         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
003650         05  FILLER               PIC X(47) VALUE SPACES.
003660
003670     01  WS-VALUE-LINE.
003680         05  WS-VAL-TITLE         PIC X(26).
003690         05  WS-VAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
003700         05  FILLER               PIC X(39) VALUE SPACES.
003710
003720 PROCEDURE DIVISION.
003730*****************************************************************
003740*    0000-MAINLINE                                              *
003750*****************************************************************
003760 0000-MAINLINE.
003770     PERFORM 1000-INITIALIZE
003780         THRU 1000-INITIALIZE-EXIT.
003790
003800     PERFORM 2000-ORDER-ONE-SUGGESTION
003810         THRU 2000-ORDER-ONE-SUGGESTION-EXIT
003820         UNTIL WS-RSG-DONE.
003830
003840*    EACH VENDOR'S PO PRINTED WHOLE FROM THE PO FILE.
003850     PERFORM 3000-PRINT-PURCHASE-ORDER
003860         THRU 3000-PRINT-PURCHASE-ORDER-EXIT
003870         VARYING WS-NPO-SUB FROM 1 BY 1
003880         UNTIL WS-NPO-SUB > WS-NPO-COUNT.
003890
003900     IF NOT WS-POL-DISABLED
003910         PERFORM 4000-AGE-OPEN-LINES
003920             THRU 4000-AGE-OPEN-LINES-EXIT
003930     END-IF.
003940
003950     PERFORM 4500-PRINT-TOTALS
003960         THRU 4500-PRINT-TOTALS-EXIT.
003970
003980     DISPLAY 'POGEN01: SUGGESTIONS READ....... '
003990         WS-SUGGEST-COUNT.
004000     DISPLAY 'POGEN01: PURCHASE ORDERS CUT.... '
004010         WS-NPO-COUNT.
004020     DISPLAY 'POGEN01: PO LINES CUT........... '
004030         WS-LINE-COUNT.
004040     DISPLAY 'POGEN01: COVERED BY OPEN PO..... '
004050         WS-COVERED-COUNT.
004060     DISPLAY 'POGEN01: EXCEPTIONS............. '
004070         WS-EXCEPTION-COUNT.
004080
004090     IF WS-EXCEPTION-COUNT > 0
004100         IF RETURN-CODE < 4
004110             MOVE 4 TO RETURN-CODE
004120         END-IF
004130     END-IF.
004140
004150     PERFORM 9999-TERMINATE
004160         THRU 9999-TERMINATE-EXIT.
004170
004180     STOP RUN.
004190
004200*****************************************************************
004210*    1000-INITIALIZE                                            *
004220*****************************************************************
004230 1000-INITIALIZE.
004240     OPEN INPUT CONTROL-CARD-FILE.
004250     IF WS-PARM-OK
004260         READ CONTROL-CARD-FILE
004270             AT END
004280                 DISPLAY 'POGEN01: NO CONTROL CARD SUPPLIED'
004290                 MOVE 0 TO PARM-RUN-DATE
004300             NOT AT END
004310                 PERFORM 9500-VALIDATE-PARM-CARD
004320                     THRU 9500-VALIDATE-PARM-CARD-EXIT
004330         END-READ
004340         CLOSE CONTROL-CARD-FILE
004350     ELSE
004360         DISPLAY 'POGEN01: OPEN CONTROL-CARD FAILED '
004370             WS-PARM-FILE-STATUS
004380         MOVE 0 TO PARM-RUN-DATE
004390     END-IF.
004400
004410     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
004420         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
004430     ELSE
004440         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
004450     END-IF.
004460
004470     OPEN INPUT REORDER-SUGGEST-FILE.
004480     IF NOT WS-RSG-OK
004490         DISPLAY 'POGEN01: NO REORDER-SUGGEST FILE THIS RUN'
004500         MOVE 'Y' TO WS-RSG-EOF-SW
004510     END-IF.
004520
004530     OPEN INPUT ITEM-MASTER-FILE.
004540     IF NOT WS-ITM-OK
004550         DISPLAY 'POGEN01: OPEN ITEM-MASTER FAILED '
004560             WS-ITM-FILE-STATUS
004570         MOVE 'Y' TO WS-ITM-DISABLED-SW
004580         MOVE 'Y' TO WS-RSG-EOF-SW
004590         MOVE 8 TO RETURN-CODE
004600     END-IF.
004610
004620*    WITHOUT THE VENDOR MASTER NO VENDOR IS ACTIVE, SO EVERY
004630*    SUGGESTION FALLS OUT AS AN EXCEPTION.
004640     OPEN INPUT VENDOR-MASTER-FILE.
004650     IF WS-VND-OK
004660         PERFORM 1100-LOAD-VENDOR
004670             THRU 1100-LOAD-VENDOR-EXIT
004680             UNTIL WS-VND-EOF
004690         CLOSE VENDOR-MASTER-FILE
004700     ELSE
004710         DISPLAY 'POGEN01: NO VENDOR-MASTER-FILE - '
004720             'NO VENDOR IS ACTIVE'
004730     END-IF.
004740
004750*    THE PO FILE PERSISTS ACROSS RUNS - CREATE IT EMPTY ON A
004760*    FRESH SYSTEM, LIKE THE REGISTERS.
004770     OPEN I-O PURCHASE-ORDER-FILE.
004780     IF WS-POL-FILE-STATUS = '35'
004790         OPEN OUTPUT PURCHASE-ORDER-FILE
004800         CLOSE PURCHASE-ORDER-FILE
004810         OPEN I-O PURCHASE-ORDER-FILE
004820     END-IF.
004830     IF NOT WS-POL-OK
004840         DISPLAY 'POGEN01: OPEN PURCHASE-ORDER-FILE FAILED '
004850             WS-POL-FILE-STATUS
004860         MOVE 'Y' TO WS-POL-DISABLED-SW
004870         MOVE 'Y' TO WS-RSG-EOF-SW
004880         MOVE 8 TO RETURN-CODE
004890     END-IF.
004900
004910*    PICK THE PO SEQUENCE UP WHERE THE LAST RUN LEFT IT.
004920     OPEN INPUT PO-SEQ-FILE.
004930     IF WS-PSQ-OK
004940         READ PO-SEQ-FILE
004950             AT END
004960                 CONTINUE
004970             NOT AT END
004980                 MOVE PSQ-LAST-PO-NO TO WS-LAST-PO-NO
004990         END-READ
005000         CLOSE PO-SEQ-FILE
005010     ELSE
005020         DISPLAY 'POGEN01: NO PO-SEQ-FILE - '
005030             'SEQUENCE STARTS FROM THE PO FILE'
005040     END-IF.
005050
005060*    ONE PASS OF THE PO FILE: WHAT IS STILL DUE IN BY ITEM, AND
005070*    THE HIGHEST PO NUMBER ACTUALLY ON FILE - A LOST SEQUENCE
005080*    FILE MUST NOT REISSUE A NUMBER.
005090     IF NOT WS-POL-DISABLED
005100         MOVE 'N' TO WS-SCAN-EOF-SW
005110         MOVE LOW-VALUES TO POL-KEY
005120         START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN POL-KEY
005130             INVALID KEY
005140                 MOVE 'Y' TO WS-SCAN-EOF-SW
005150         END-START
005160         PERFORM 1200-SCAN-PO-LINE
005170             THRU 1200-SCAN-PO-LINE-EXIT
005180             UNTIL WS-SCAN-DONE
005190     END-IF.
005200     IF WS-FILE-HIGH-WATER > WS-LAST-PO-NO
005210         DISPLAY 'POGEN01: PO FILE HIGH-WATER '
005220             WS-FILE-HIGH-WATER ' ABOVE SEQUENCE FILE '
005230             WS-LAST-PO-NO
005240         MOVE WS-FILE-HIGH-WATER TO WS-LAST-PO-NO
005250     END-IF.
005260
005270     OPEN OUTPUT PO-PRINT-FILE.
005280     IF NOT WS-PRT-OK
005290         DISPLAY 'POGEN01: OPEN PO-PRINT FAILED '
005300             WS-PRT-FILE-STATUS
005310     END-IF.
005320     OPEN OUTPUT PO-REGISTER-RPT.
005330     IF NOT WS-REG-OK
005340         DISPLAY 'POGEN01: OPEN PO-REGISTER FAILED '
005350             WS-REG-FILE-STATUS
005360     END-IF.
005370     OPEN OUTPUT PO-AGING-RPT.
005380     IF NOT WS-AGE-OK
005390         DISPLAY 'POGEN01: OPEN PO-AGING FAILED '
005400             WS-AGE-FILE-STATUS
005410     END-IF.
005420
005430     MOVE WS-AS-OF-DATE TO WS-RHD-AS-OF.
005440     WRITE PO-REGISTER-LINE FROM WS-REG-HEADING-LINE.
005450     WRITE PO-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
005460
005470     IF NOT WS-RSG-DONE
005480         PERFORM 8000-READ-SUGGESTION
005490             THRU 8000-READ-SUGGESTION-EXIT
005500     END-IF.
005510 1000-INITIALIZE-EXIT.
005520     EXIT.
005530
005540*****************************************************************
005550*    1100-LOAD-VENDOR                                           *
005560*****************************************************************
005570 1100-LOAD-VENDOR.
005580     READ VENDOR-MASTER-FILE
005590         AT END
005600             MOVE '10' TO WS-VND-FILE-STATUS
005610         NOT AT END
005620             IF WS-VND-COUNT < WS-MAX-VND-ROWS
005630                 ADD 1 TO WS-VND-COUNT
005640                 MOVE VND-ID
005650                     TO WS-VND-TBL-ID(WS-VND-COUNT)
005660                 MOVE VND-NAME
005670                     TO WS-VND-TBL-NAME(WS-VND-COUNT)
005680                 MOVE VND-STATUS
005690                     TO WS-VND-TBL-STATUS(WS-VND-COUNT)
005700             END-IF
005710     END-READ.
005720 1100-LOAD-VENDOR-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760*    1200-SCAN-PO-LINE                                          *
005770*****************************************************************
005780 1200-SCAN-PO-LINE.
005790     READ PURCHASE-ORDER-FILE NEXT RECORD
005800         AT END
005810             MOVE 'Y' TO WS-SCAN-EOF-SW
005820             GO TO 1200-SCAN-PO-LINE-EXIT
005830     END-READ.
005840     IF POL-PO-NO > WS-FILE-HIGH-WATER
005850         MOVE POL-PO-NO TO WS-FILE-HIGH-WATER
005860     END-IF.
005870     IF NOT POL-OPEN
005880         GO TO 1200-SCAN-PO-LINE-EXIT
005890     END-IF.
005900     IF POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
005910         GO TO 1200-SCAN-PO-LINE-EXIT
005920     END-IF.
005930
005935     MOVE POL-LOC-CODE TO WS-ONO-SEARCH-LOC.
005940     MOVE POL-ITM-ID TO WS-ONO-SEARCH-ID.
005950     PERFORM 7200-FIND-ON-ORDER-ROW
005960         THRU 7200-FIND-ON-ORDER-ROW-EXIT.
005970     IF NOT WS-ONO-FOUND
005980         IF WS-ONO-COUNT < WS-MAX-ONO-ROWS
005990             ADD 1 TO WS-ONO-COUNT
006000             MOVE WS-ONO-COUNT TO WS-ONO-HIT-SUB
006003             MOVE POL-LOC-CODE
006006                 TO WS-ONO-LOC-CODE(WS-ONO-HIT-SUB)
006010             MOVE POL-ITM-ID TO WS-ONO-ITM-ID(WS-ONO-HIT-SUB)
006020             MOVE 0 TO WS-ONO-QTY(WS-ONO-HIT-SUB)
006030         ELSE
006040             IF NOT WS-ONO-FULL
006050                 DISPLAY 'POGEN01: ON-ORDER TABLE FULL - '
006060                     'LATER ITEMS ARE NOT NETTED'
006070                 MOVE 'Y' TO WS-ONO-FULL-SW
006080             END-IF
006090             GO TO 1200-SCAN-PO-LINE-EXIT
006100         END-IF
006110     END-IF.
006120     COMPUTE WS-ONO-QTY(WS-ONO-HIT-SUB)
006130         = WS-ONO-QTY(WS-ONO-HIT-SUB)
006140         + POL-QTY-ORDERED - POL-QTY-RECEIVED.
006150 1200-SCAN-PO-LINE-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190*    2000-ORDER-ONE-SUGGESTION                                  *
006200*    THE ITEM MUST BE ON THE MASTER WITH AN ACTIVE VENDOR; WHAT *
006210*    IS ALREADY DUE IN COMES OFF THE SUGGESTED QUANTITY.        *
006220*****************************************************************
006230 2000-ORDER-ONE-SUGGESTION.
006240     ADD 1 TO WS-SUGGEST-COUNT.
006250     MOVE SPACES TO WS-FAIL-REASON.
006260     MOVE SPACES TO WS-RDT-VENDOR-ID.
006270     MOVE 0 TO WS-ON-ORDER-QTY WS-RDT-ORDERED WS-RDT-PO-NO.
006280
006290     MOVE RSG-ITM-ID TO ITM-ID.
006300     READ ITEM-MASTER-FILE
006310         INVALID KEY
006320             MOVE 'NO ITEM MASTER' TO WS-FAIL-REASON
006330             GO TO 2000-ORDER-ONE-SUGGESTION-FAIL
006340     END-READ.
006350     MOVE ITM-VENDOR-ID TO WS-RDT-VENDOR-ID.
006360     IF ITM-VENDOR-ID = SPACES
006370         MOVE 'NO VENDOR ON ITEM' TO WS-FAIL-REASON
006380         GO TO 2000-ORDER-ONE-SUGGESTION-FAIL
006390     END-IF.
006400
006410     PERFORM 7100-FIND-VENDOR
006420         THRU 7100-FIND-VENDOR-EXIT.
006430     IF NOT WS-VND-FOUND
006440         MOVE 'VENDOR NOT ON FILE' TO WS-FAIL-REASON
006450         GO TO 2000-ORDER-ONE-SUGGESTION-FAIL
006460     END-IF.
006470     IF NOT WS-VND-TBL-ACTIVE(WS-VND-HIT-SUB)
006480         MOVE 'VENDOR NOT ACTIVE' TO WS-FAIL-REASON
006490         GO TO 2000-ORDER-ONE-SUGGESTION-FAIL
006500     END-IF.
006510
006515     MOVE RSG-LOC-CODE TO WS-ONO-SEARCH-LOC.
006520     MOVE RSG-ITM-ID TO WS-ONO-SEARCH-ID.
006530     PERFORM 7200-FIND-ON-ORDER-ROW
006540         THRU 7200-FIND-ON-ORDER-ROW-EXIT.
006550     IF WS-ONO-FOUND
006560         MOVE WS-ONO-QTY(WS-ONO-HIT-SUB) TO WS-ON-ORDER-QTY
006570     END-IF.
006580     COMPUTE WS-ORDER-QTY = RSG-SUGGESTED-QTY - WS-ON-ORDER-QTY.
006590     IF WS-ORDER-QTY NOT > 0
006600         ADD 1 TO WS-COVERED-COUNT
006610         MOVE 'COVERED BY OPEN PO' TO WS-RDT-DISPOSITION
006620         GO TO 2000-ORDER-ONE-SUGGESTION-LIST
006630     END-IF.
006640
006650     PERFORM 2100-FIND-VENDOR-PO
006660         THRU 2100-FIND-VENDOR-PO-EXIT.
006670     IF NOT WS-NPO-FOUND
006680         MOVE 'TOO MANY VENDORS' TO WS-FAIL-REASON
006690         GO TO 2000-ORDER-ONE-SUGGESTION-FAIL
006700     END-IF.
006710
006720     ADD 1 TO WS-NPO-LINES(WS-NPO-HIT-SUB).
006730     MOVE SPACES TO PURCHASE-ORDER-REC.
006740     MOVE WS-NPO-PO-NO(WS-NPO-HIT-SUB) TO POL-PO-NO.
006750     MOVE WS-NPO-LINES(WS-NPO-HIT-SUB) TO POL-LINE-NO.
006760     MOVE ITM-VENDOR-ID  TO POL-VENDOR-ID.
006770     MOVE RSG-ITM-ID     TO POL-ITM-ID.
006775     MOVE RSG-LOC-CODE   TO POL-LOC-CODE.
006780     MOVE WS-ORDER-QTY   TO POL-QTY-ORDERED.
006790     MOVE 0              TO POL-QTY-RECEIVED.
006795     MOVE 0              TO POL-QTY-INVOICED.
006800     MOVE ITM-UNIT-COST  TO POL-UNIT-COST.
006810     MOVE WS-AS-OF-DATE  TO POL-PO-DATE.
006820     MOVE 'O'            TO POL-STATUS.
006830     MOVE 0              TO POL-LAST-RECEIPT-DATE.
006840     MOVE WS-AS-OF-DATE  TO POL-CHANGE-DATE.
006850     WRITE PURCHASE-ORDER-REC
006860         INVALID KEY
006870             MOVE 'PO LINE WRITE FAILED' TO WS-FAIL-REASON
006880             GO TO 2000-ORDER-ONE-SUGGESTION-FAIL
006890     END-WRITE.
006900
006910     ADD 1 TO WS-LINE-COUNT.
006920     COMPUTE WS-LINE-VALUE = WS-ORDER-QTY * ITM-UNIT-COST.
006930     ADD WS-LINE-VALUE TO WS-ORDERED-VALUE.
006940     MOVE WS-ORDER-QTY TO WS-RDT-ORDERED.
006950     MOVE POL-PO-NO    TO WS-RDT-PO-NO.
006960     MOVE 'ORDERED'    TO WS-RDT-DISPOSITION.
006970     GO TO 2000-ORDER-ONE-SUGGESTION-LIST.
006980
006990 2000-ORDER-ONE-SUGGESTION-FAIL.
007000     ADD 1 TO WS-EXCEPTION-COUNT.
007010     MOVE WS-FAIL-REASON TO WS-RDT-DISPOSITION.
007020
007030 2000-ORDER-ONE-SUGGESTION-LIST.
007040     MOVE RSG-ITM-ID        TO WS-RDT-ITM-ID.
007050     MOVE RSG-SUGGESTED-QTY TO WS-RDT-SUGGESTED.
007060     MOVE WS-ON-ORDER-QTY   TO WS-RDT-ON-ORDER.
007070     WRITE PO-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
007080
007090     PERFORM 8000-READ-SUGGESTION
007100         THRU 8000-READ-SUGGESTION-EXIT.
007110 2000-ORDER-ONE-SUGGESTION-EXIT.
007120     EXIT.
007130
007140*****************************************************************
007150*    2100-FIND-VENDOR-PO                                        *
007160*    TONIGHT'S PO FOR THE VENDOR, OPENING ONE ON THE NEXT       *
007170*    NUMBER THE FIRST TIME THE VENDOR COMES UP.                 *
007180*****************************************************************
007190 2100-FIND-VENDOR-PO.
007200     MOVE 'N' TO WS-NPO-FOUND-SW.
007210     PERFORM 2110-MATCH-VENDOR-PO
007220         THRU 2110-MATCH-VENDOR-PO-EXIT
007230         VARYING WS-NPO-SUB FROM 1 BY 1
007240         UNTIL WS-NPO-SUB > WS-NPO-COUNT
007250             OR WS-NPO-FOUND.
007260     IF WS-NPO-FOUND
007270         GO TO 2100-FIND-VENDOR-PO-EXIT
007280     END-IF.
007290     IF WS-NPO-COUNT NOT < WS-MAX-NPO-ROWS
007300         GO TO 2100-FIND-VENDOR-PO-EXIT
007310     END-IF.
007320     ADD 1 TO WS-NPO-COUNT.
007330     MOVE WS-NPO-COUNT TO WS-NPO-HIT-SUB.
007340     ADD 1 TO WS-LAST-PO-NO.
007350     MOVE ITM-VENDOR-ID  TO WS-NPO-VENDOR-ID(WS-NPO-HIT-SUB).
007360     MOVE WS-VND-HIT-SUB TO WS-NPO-VND-SUB(WS-NPO-HIT-SUB).
007370     MOVE WS-LAST-PO-NO  TO WS-NPO-PO-NO(WS-NPO-HIT-SUB).
007380     MOVE 0              TO WS-NPO-LINES(WS-NPO-HIT-SUB).
007390     MOVE 'Y' TO WS-NPO-FOUND-SW.
007400 2100-FIND-VENDOR-PO-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440*    2110-MATCH-VENDOR-PO                                       *
007450*****************************************************************
007460 2110-MATCH-VENDOR-PO.
007470     IF WS-NPO-VENDOR-ID(WS-NPO-SUB) = ITM-VENDOR-ID
007480         MOVE 'Y' TO WS-NPO-FOUND-SW
007490         MOVE WS-NPO-SUB TO WS-NPO-HIT-SUB
007500     END-IF.
007510 2110-MATCH-VENDOR-PO-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550*    3000-PRINT-PURCHASE-ORDER                                  *
007560*    THE PO IS READ BACK FROM THE FILE IN LINE ORDER, SO WHAT   *
007570*    THE VENDOR SEES IS WHAT GDSRCV01 WILL MATCH AGAINST.       *
007580*****************************************************************
007590 3000-PRINT-PURCHASE-ORDER.
007600     MOVE WS-NPO-PO-NO(WS-NPO-SUB) TO WS-PRINT-PO-NO.
007610     MOVE WS-NPO-VND-SUB(WS-NPO-SUB) TO WS-VND-SUB.
007620     MOVE 0 TO WS-PO-VALUE.
007630
007640     WRITE PO-PRINT-LINE FROM WS-PRT-RULE-LINE.
007650     MOVE WS-PRINT-PO-NO TO WS-PTL-PO-NO.
007660     MOVE WS-AS-OF-DATE  TO WS-PTL-DATE.
007670     WRITE PO-PRINT-LINE FROM WS-PRT-TITLE-LINE.
007680     MOVE WS-NPO-VENDOR-ID(WS-NPO-SUB) TO WS-PVL-VENDOR-ID.
007690     MOVE WS-VND-TBL-NAME(WS-VND-SUB)  TO WS-PVL-NAME.
007700     WRITE PO-PRINT-LINE FROM WS-PRT-VENDOR-LINE.
007710     WRITE PO-PRINT-LINE FROM WS-PRT-COLUMN-LINE.
007720
007730     MOVE 'N' TO WS-SCAN-EOF-SW.
007740     MOVE WS-PRINT-PO-NO TO POL-PO-NO.
007750     MOVE 0              TO POL-LINE-NO.
007760     START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN POL-KEY
007770         INVALID KEY
007780             MOVE 'Y' TO WS-SCAN-EOF-SW
007790     END-START.
007800     PERFORM 3100-PRINT-PO-LINE
007810         THRU 3100-PRINT-PO-LINE-EXIT
007820         UNTIL WS-SCAN-DONE.
007830
007840     MOVE WS-PO-VALUE TO WS-PTT-AMOUNT.
007850     WRITE PO-PRINT-LINE FROM WS-PRT-TOTAL-LINE.
007860 3000-PRINT-PURCHASE-ORDER-EXIT.
007870     EXIT.
007880
007890*****************************************************************
007900*    3100-PRINT-PO-LINE                                         *
007910*****************************************************************
007920 3100-PRINT-PO-LINE.
007930     READ PURCHASE-ORDER-FILE NEXT RECORD
007940         AT END
007950             MOVE 'Y' TO WS-SCAN-EOF-SW
007960             GO TO 3100-PRINT-PO-LINE-EXIT
007970     END-READ.
007980     IF POL-PO-NO NOT = WS-PRINT-PO-NO
007990         MOVE 'Y' TO WS-SCAN-EOF-SW
008000         GO TO 3100-PRINT-PO-LINE-EXIT
008010     END-IF.
008020
008030     MOVE POL-ITM-ID TO ITM-ID.
008040     READ ITEM-MASTER-FILE
008050         INVALID KEY
008060             MOVE SPACES TO ITM-NAME
008070     END-READ.
008080     COMPUTE WS-LINE-VALUE = POL-QTY-ORDERED * POL-UNIT-COST.
008090     ADD WS-LINE-VALUE TO WS-PO-VALUE.
008100
008110     MOVE POL-LINE-NO     TO WS-PIL-LINE-NO.
008120     MOVE POL-ITM-ID      TO WS-PIL-ITM-ID.
008130     MOVE ITM-NAME        TO WS-PIL-NAME.
008135     MOVE POL-LOC-CODE    TO WS-PIL-LOC-CODE.
008140     MOVE POL-QTY-ORDERED TO WS-PIL-QTY.
008150     MOVE POL-UNIT-COST   TO WS-PIL-COST.
008160     MOVE WS-LINE-VALUE   TO WS-PIL-AMOUNT.
008170     WRITE PO-PRINT-LINE FROM WS-PRT-ITEM-LINE.
008180 3100-PRINT-PO-LINE-EXIT.
008190     EXIT.
008200
008210*****************************************************************
008220*    4000-AGE-OPEN-LINES                                        *
008230*    EVERY PO LINE STILL DUE IN, OLDEST PO NUMBER FIRST, WITH   *
008240*    ITS AGE FROM THE PO DATE (THE SAME 360/30 APPROXIMATION    *
008250*    AS THE BACKORDER AGING).                                   *
008260*****************************************************************
008270 4000-AGE-OPEN-LINES.
008280     MOVE WS-AS-OF-DATE TO WS-AHD-AS-OF.
008290     WRITE PO-AGING-LINE FROM WS-AGE-HEADING-LINE.
008300     WRITE PO-AGING-LINE FROM WS-AGE-COLUMN-LINE.
008310
008320     MOVE 'N' TO WS-SCAN-EOF-SW.
008330     MOVE LOW-VALUES TO POL-KEY.
008340     START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN POL-KEY
008350         INVALID KEY
008360             MOVE 'Y' TO WS-SCAN-EOF-SW
008370     END-START.
008380     PERFORM 4100-AGE-ONE-LINE
008390         THRU 4100-AGE-ONE-LINE-EXIT
008400         UNTIL WS-SCAN-DONE.
008410 4000-AGE-OPEN-LINES-EXIT.
008420     EXIT.
008430
008440*****************************************************************
008450*    4100-AGE-ONE-LINE                                          *
008460*****************************************************************
008470 4100-AGE-ONE-LINE.
008480     READ PURCHASE-ORDER-FILE NEXT RECORD
008490         AT END
008500             MOVE 'Y' TO WS-SCAN-EOF-SW
008510             GO TO 4100-AGE-ONE-LINE-EXIT
008520     END-READ.
008530     IF NOT POL-OPEN
008540         GO TO 4100-AGE-ONE-LINE-EXIT
008550     END-IF.
008560     ADD 1 TO WS-OPEN-LINE-COUNT.
008570
008580     MOVE POL-PO-DATE TO WS-PO-DATE.
008590     COMPUTE WS-AGE-DAYS
008600         = (WS-AS-OF-YYYY - WS-POD-YYYY) * 360
008610         + (WS-AS-OF-MM - WS-POD-MM) * 30
008620         + (WS-AS-OF-DD - WS-POD-DD).
008630     IF WS-AGE-DAYS < 0
008640         MOVE 0 TO WS-AGE-DAYS
008650     END-IF.
008660     IF WS-AGE-DAYS NOT > 30
008670         ADD 1 TO WS-AGE-30-COUNT
008680     ELSE
008690         IF WS-AGE-DAYS NOT > 60
008700             ADD 1 TO WS-AGE-60-COUNT
008710         ELSE
008720             IF WS-AGE-DAYS NOT > 90
008730                 ADD 1 TO WS-AGE-90-COUNT
008740             ELSE
008750                 ADD 1 TO WS-AGE-OVER-COUNT
008760             END-IF
008770         END-IF
008780     END-IF.
008790
008800     COMPUTE WS-OUTSTANDING-QTY
008810         = POL-QTY-ORDERED - POL-QTY-RECEIVED.
008820     MOVE POL-PO-NO          TO WS-ADT-PO-NO.
008830     MOVE POL-LINE-NO        TO WS-ADT-LINE-NO.
008840     MOVE POL-VENDOR-ID      TO WS-ADT-VENDOR-ID.
008850     MOVE POL-ITM-ID         TO WS-ADT-ITM-ID.
008860     MOVE POL-QTY-ORDERED    TO WS-ADT-ORDERED.
008870     MOVE POL-QTY-RECEIVED   TO WS-ADT-RECEIVED.
008880     MOVE WS-OUTSTANDING-QTY TO WS-ADT-DUE-IN.
008890     MOVE POL-PO-DATE        TO WS-ADT-PO-DATE.
008900     MOVE WS-AGE-DAYS        TO WS-ADT-AGE-DAYS.
008910     WRITE PO-AGING-LINE FROM WS-AGE-DETAIL-LINE.
008920 4100-AGE-ONE-LINE-EXIT.
008930     EXIT.
008940
008950*****************************************************************
008960*    4500-PRINT-TOTALS                                          *
008970*****************************************************************
008980 4500-PRINT-TOTALS.
008990     MOVE 'SUGGESTIONS READ..........' TO WS-CNT-TITLE.
009000     MOVE WS-SUGGEST-COUNT TO WS-CNT-VALUE.
009010     WRITE PO-REGISTER-LINE FROM WS-COUNT-LINE.
009020
009030     MOVE 'PURCHASE ORDERS CUT.......' TO WS-CNT-TITLE.
009040     MOVE WS-NPO-COUNT TO WS-CNT-VALUE.
009050     WRITE PO-REGISTER-LINE FROM WS-COUNT-LINE.
009060
009070     MOVE 'PO LINES CUT..............' TO WS-CNT-TITLE.
009080     MOVE WS-LINE-COUNT TO WS-CNT-VALUE.
009090     WRITE PO-REGISTER-LINE FROM WS-COUNT-LINE.
009100
009110     MOVE 'COVERED BY OPEN PO........' TO WS-CNT-TITLE.
009120     MOVE WS-COVERED-COUNT TO WS-CNT-VALUE.
009130     WRITE PO-REGISTER-LINE FROM WS-COUNT-LINE.
009140
009150     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
009160     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
009170     WRITE PO-REGISTER-LINE FROM WS-COUNT-LINE.
009180
009190     MOVE 'VALUE ORDERED.............' TO WS-VAL-TITLE.
009200     MOVE WS-ORDERED-VALUE TO WS-VAL-AMOUNT.
009210     WRITE PO-REGISTER-LINE FROM WS-VALUE-LINE.
009220
009230     MOVE 'OPEN PO LINES.............' TO WS-CNT-TITLE.
009240     MOVE WS-OPEN-LINE-COUNT TO WS-CNT-VALUE.
009250     WRITE PO-AGING-LINE FROM WS-COUNT-LINE.
009260
009270     MOVE '  0 TO 30 DAYS............' TO WS-CNT-TITLE.
009280     MOVE WS-AGE-30-COUNT TO WS-CNT-VALUE.
009290     WRITE PO-AGING-LINE FROM WS-COUNT-LINE.
009300
009310     MOVE ' 31 TO 60 DAYS............' TO WS-CNT-TITLE.
009320     MOVE WS-AGE-60-COUNT TO WS-CNT-VALUE.
009330     WRITE PO-AGING-LINE FROM WS-COUNT-LINE.
009340
009350     MOVE ' 61 TO 90 DAYS............' TO WS-CNT-TITLE.
009360     MOVE WS-AGE-90-COUNT TO WS-CNT-VALUE.
009370     WRITE PO-AGING-LINE FROM WS-COUNT-LINE.
009380
009390     MOVE 'OVER 90 DAYS..............' TO WS-CNT-TITLE.
009400     MOVE WS-AGE-OVER-COUNT TO WS-CNT-VALUE.
009410     WRITE PO-AGING-LINE FROM WS-COUNT-LINE.
009420 4500-PRINT-TOTALS-EXIT.
009430     EXIT.
009440
009450*****************************************************************
009460*    7100-FIND-VENDOR                                           *
009470*****************************************************************
009480 7100-FIND-VENDOR.
009490     MOVE 'N' TO WS-VND-FOUND-SW.
009500     PERFORM 7150-MATCH-VENDOR
009510         THRU 7150-MATCH-VENDOR-EXIT
009520         VARYING WS-VND-SUB FROM 1 BY 1
009530         UNTIL WS-VND-SUB > WS-VND-COUNT
009540             OR WS-VND-FOUND.
009550 7100-FIND-VENDOR-EXIT.
009560     EXIT.
009570
009580*****************************************************************
009590*    7150-MATCH-VENDOR                                          *
009600*****************************************************************
009610 7150-MATCH-VENDOR.
009620     IF WS-VND-TBL-ID(WS-VND-SUB) = ITM-VENDOR-ID
009630         MOVE 'Y' TO WS-VND-FOUND-SW
009640         MOVE WS-VND-SUB TO WS-VND-HIT-SUB
009650     END-IF.
009660 7150-MATCH-VENDOR-EXIT.
009670     EXIT.
009680
009690*****************************************************************
009700*    7200-FIND-ON-ORDER-ROW                                     *
009710*****************************************************************
009720 7200-FIND-ON-ORDER-ROW.
009730     MOVE 'N' TO WS-ONO-FOUND-SW.
009740     PERFORM 7250-MATCH-ON-ORDER-ROW
009750         THRU 7250-MATCH-ON-ORDER-ROW-EXIT
009760         VARYING WS-ONO-SUB FROM 1 BY 1
009770         UNTIL WS-ONO-SUB > WS-ONO-COUNT
009780             OR WS-ONO-FOUND.
009790 7200-FIND-ON-ORDER-ROW-EXIT.
009800     EXIT.
009810
009820*****************************************************************
009830*    7250-MATCH-ON-ORDER-ROW                                    *
009840*****************************************************************
009850 7250-MATCH-ON-ORDER-ROW.
009860     IF WS-ONO-ITM-ID(WS-ONO-SUB) = WS-ONO-SEARCH-ID
009865             AND WS-ONO-LOC-CODE(WS-ONO-SUB) = WS-ONO-SEARCH-LOC
009870         MOVE 'Y' TO WS-ONO-FOUND-SW
009880         MOVE WS-ONO-SUB TO WS-ONO-HIT-SUB
009890     END-IF.
009900 7250-MATCH-ON-ORDER-ROW-EXIT.
009910     EXIT.
009920
009930*****************************************************************
009940*    8000-READ-SUGGESTION                                       *
009950*****************************************************************
009960 8000-READ-SUGGESTION.
009970     READ REORDER-SUGGEST-FILE
009980         AT END
009990             MOVE 'Y' TO WS-RSG-EOF-SW
010000     END-READ.
010010 8000-READ-SUGGESTION-EXIT.
010020     EXIT.
010030
010040*****************************************************************
010050*    9999-TERMINATE                                             *
010060*****************************************************************
010070 9999-TERMINATE.
010080     IF WS-RSG-OK OR WS-RSG-EOF
010090         CLOSE REORDER-SUGGEST-FILE
010100     END-IF.
010110     IF NOT WS-ITM-DISABLED
010120         CLOSE ITEM-MASTER-FILE
010130     END-IF.
010140     IF NOT WS-POL-DISABLED
010150         CLOSE PURCHASE-ORDER-FILE
010160     END-IF.
010170     CLOSE PO-PRINT-FILE.
010180     CLOSE PO-REGISTER-RPT.
010190     CLOSE PO-AGING-RPT.
010200
010210*    LEAVE THE NEW HIGH-WATER PO NUMBER FOR THE NEXT RUN.
010220     OPEN OUTPUT PO-SEQ-FILE.
010230     IF WS-PSQ-OK
010240         MOVE WS-LAST-PO-NO TO PSQ-LAST-PO-NO
010250         WRITE PO-SEQ-REC
010260         CLOSE PO-SEQ-FILE
010270     ELSE
010280         DISPLAY 'POGEN01: PO-SEQ-FILE NOT REWRITTEN '
010290             WS-PSQ-FILE-STATUS
010300         MOVE 8 TO RETURN-CODE
010310     END-IF.
010320
010330*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.  A
010340*    SUGGESTION ALREADY COVERED BY AN OPEN PO IS DISPOSED OF,
010350*    NOT REJECTED.
010360     OPEN EXTEND RUN-CONTROL-FILE.
010370     IF WS-RCT-OK
010380         MOVE 'POGEN01 '         TO RCT-STEP-NAME
010390         MOVE WS-SUGGEST-COUNT   TO RCT-RECORDS-IN
010400         COMPUTE RCT-APPLIED = WS-LINE-COUNT + WS-COVERED-COUNT
010410         MOVE WS-EXCEPTION-COUNT TO RCT-REJECTED
010420         MOVE 0                  TO RCT-SUSPENDED
010430         WRITE RUN-CONTROL-REC
010440         CLOSE RUN-CONTROL-FILE
010450     ELSE
010460         DISPLAY 'POGEN01: OPEN RUN-CONTROL-FILE FAILED '
010470             WS-RCT-FILE-STATUS
010480     END-IF.
010490 9999-TERMINATE-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530*    9500-VALIDATE-PARM-CARD                                    *
010540*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.    *
010550*****************************************************************
010560     COPY PARMVAL.
