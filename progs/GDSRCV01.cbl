000210*                    CANNOT RELEASE CARRIES FORWARD WITH AN      *
000220*                    AGING SO CUSTOMER SERVICE CAN ANSWER        *
000230*                    WHERE IS MY ORDER.                          *
000231*    2026-10-15  PD  RELEASE NOW TESTS ON-HAND LESS THE          *
000232*                    QUANTITY ON UNSHIPPED PICK TICKETS; A NEW   *
000233*                    STOCK RECORD STARTS WITH NOTHING PICKED.    *
000234*    2026-10-15  PD  EVERY RECEIPT MUST NOW MATCH AN OPEN PO     *
000235*                    LINE - GRC-REFERENCE CARRIES THE PO NUMBER. *
000236*                    NO PO, THE WRONG VENDOR, AN ITEM NOT ON THE *
000237*                    PO, OR MORE THAN IS STILL DUE IN GOES TO    *
000238*                    THE RECEIPT EXCEPTION REPORT UNAPPLIED; A   *
000239*                    MATCH IS BOOKED TO THE PO LINE AND STOCK.   *
000240*    2026-10-15  PD  A MATCHED RECEIPT NOW CARRIES ITS PO UNIT   *
000241*                    COST INTO STOCK - THE ITEM'S VALUE GOES UP  *
000242*                    BY QUANTITY TIMES COST AND ITS AVERAGE COST *
000243*                    IS RE-STRUCK OVER THE STOCK NOT YET SOLD.   *
000244*                    EACH COSTED RECEIPT JOURNALS DEBIT          *
000245*                    INVENTRY, CREDIT GRNI (GOODS RECEIVED NOT   *
000246*                    INVOICED).                                  *
000247*    2026-10-15  PD  RECEIPTS NOW LAND AT THE PO LINE'S DELIVERY *
000248*                    LOCATION (POL-LOC-CODE) ON THE LOCATION     *
000249*                    STOCK FILE; A RECEIPT THAT NAMES ITS DOCK   *
000250*                    (GRC-LOC-CODE) MATCHES ONLY A LINE FOR THAT *
000251*                    LOCATION.  A BACKORDER RELEASES ONLY WHEN   *
000252*                    ITS BRANCH'S HOME WAREHOUSE (BRN-WAREHOUSE  *
000253*                    ON BRNREF) HAS THE STOCK FREE.              *
000254*    2026-10-15  PD  BACKORDERS NOW RESERVE STOCK (STKRSV.CPY).  *
000255*                    STOCK RESERVED FOR OTHER ORDERS IS NOT FREE *
000256*                    TO RELEASE AGAINST.  A COVERED LINE'S       *
000257*                    RESERVATION MOVES TO ITS NEW B-SERIES ORDER *
000258*                    SO THE EDIT GATE CANNOT PROMISE IT          *
000259*                    ELSEWHERE BEFORE IT POSTS; A LINE ONLY      *
000260*                    PARTLY COVERED RESERVES WHAT IS FREE AND    *
000261*                    CARRIES AS PART RESERVED.                   *
000262*    2026-10-15  PD  A RELEASED BACKORDER'S ORDER LINE CARRIES   *
000263*                    THE BACKORDER'S UNIT CODE - THE STOCKING    *
000264*                    UNIT ITS QUANTITY IS HELD IN.               *
000265*    2026-10-15  PD  A KIT BACKORDER (ITM-IS-KIT) RELEASES ONLY  *
000266*                    WHEN EVERY COMPONENT ON THE KIT             *
000267*                    BILL-OF-MATERIALS FILE (KITPROC.CPY) HAS    *
000268*                    THE BACKORDERED KITS' WORTH FREE AT THE     *
000269*                    BRANCH'S WAREHOUSE, NET OF OTHER            *
000270*                    RESERVATIONS.  THE RELEASED LINE IS STILL   *
000271*                    THE KIT, BUT ITS COMPONENTS ARE WHAT IS     *
000272*                    RESERVED.  A KIT IS NOT PART-RESERVED.  THE *
000273*                    RESERVED-QUANTITY TABLE IS NOW KEYED ON     *
000274*                    WS-RSV-KEY-LOC AND WS-RSV-KEY-ITM AS ITS    *
000275*                    CALLERS SET THEM, SO THE START-OF-RUN LOAD  *
000276*                    FILLS ONE ROW PER LOCATION AND ITEM.        *
000277*    2026-10-15  PD  A PRE-BILLED BACKORDER (BKO-PREBILLED - A   *
000278*                    SHORT-SHIPPED REMAINDER SHPCNF01 CUT,       *
000279*                    ALREADY INVOICED) RELEASES AS A ZERO-VALUE  *
000280*                    TYPE-'H' ORDER WITH NO LINES, SO POSTING    *
000281*                    PICKS ITS RESERVATION WITHOUT BILLING IT    *
000282*                    AGAIN.  WITHOUT THE RESERVATION FILE IT IS  *
000283*                    CARRIED.  THE CARRIED GENERATION KEEPS THE  *
000284*                    FLAG.                                       *
000285*****************************************************************
000286 ENVIRONMENT DIVISION.
000287 INPUT-OUTPUT SECTION.
000288 FILE-CONTROL.
000289     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-PARM-FILE-STATUS.
000310
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS STK-ITM-ID
000400         FILE STATUS IS WS-STK-FILE-STATUS.
000401     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS SLC-KEY
000405         FILE STATUS IS WS-SLC-FILE-STATUS.
000406
000407     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRNREF
000408         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-BRN-FILE-STATUS.
000410
000420     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ITM-ID
000460         FILE STATUS IS WS-ITM-FILE-STATUS.
000461
000462     SELECT PURCHASE-ORDER-FILE ASSIGN TO POMAST
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS POL-KEY
000466         FILE STATUS IS WS-POL-FILE-STATUS.
000470
000480     SELECT BACKORDER-FILE ASSIGN TO BCKORD
000490         ORGANIZATION IS LINE SEQUENTIAL
000680     SELECT BACKORDER-AGING-RPT ASSIGN TO BKOAGERP
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RPT-FILE-STATUS.
000702
000704     SELECT RECEIPT-EXCEPTION-RPT ASSIGN TO RCVEXCRP
000706         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS WS-EXC-FILE-STATUS.
000710
000712     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000714         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS WS-GLJ-FILE-STATUS.
000718
000719     SELECT STOCK-RESERVATION-FILE ASSIGN TO RSVMAST
000720         ORGANIZATION IS INDEXED
000721         ACCESS MODE IS DYNAMIC
000722         RECORD KEY IS RSV-KEY
000723         FILE STATUS IS WS-RSV-FILE-STATUS.
000724
000725     SELECT KIT-BOM-FILE ASSIGN TO KITBOM
000726         ORGANIZATION IS INDEXED
000727         ACCESS MODE IS DYNAMIC
000728         RECORD KEY IS KBM-KEY
000729         FILE STATUS IS WS-KBM-FILE-STATUS.
000730 DATA DIVISION.
000731 FILE SECTION.
000740 FD  CONTROL-CARD-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY PARMCARD.
000820 FD  STOCK-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY STKMAST.
000841 FD  STOCK-LOCATION-FILE
000842     LABEL RECORDS ARE STANDARD.
000843     COPY STKLOC.
000844
000845 FD  BRANCH-REFERENCE-FILE
000846     LABEL RECORDS ARE STANDARD.
000847     COPY BRNREF.
000848
000850
000860 FD  ITEM-MASTER-FILE
000870     LABEL RECORDS ARE STANDARD.
001020         BKO-ORDER-DATE BY BKOO-ORDER-DATE
001030         BKO-CURRENCY-CODE BY BKOO-CURRENCY-CODE
001040         BKO-BRANCH-CODE BY BKOO-BRANCH-CODE
001046         BKO-BACKORDER-DATE BY BKOO-BACKORDER-DATE
001049         BKO-UNIT-CODE BY BKOO-UNIT-CODE
001052         BKO-PREBILLED-SW BY BKOO-PREBILLED-SW
001055         BKO-PREBILLED BY BKOO-PREBILLED.
001060
001070 FD  ORDER-TRAN-OUT
001080     LABEL RECORDS ARE STANDARD.
001250 FD  BACKORDER-AGING-RPT
001260     LABEL RECORDS ARE STANDARD.
001270     01  BACKORDER-AGING-LINE     PIC X(80).
001271
001272 FD  PURCHASE-ORDER-FILE
001273     LABEL RECORDS ARE STANDARD.
001274     COPY PURORD.
001275
001276 FD  RECEIPT-EXCEPTION-RPT
001277     LABEL RECORDS ARE STANDARD.
001278     01  RECEIPT-EXCEPTION-LINE   PIC X(80).
001280
001282 FD  GL-JOURNAL-FILE
001284     LABEL RECORDS ARE STANDARD.
001286     COPY GLJRNL.
001288
001290 FD  STOCK-RESERVATION-FILE
001292     LABEL RECORDS ARE STANDARD.
001294     COPY STKRSV.
001295
001296 FD  KIT-BOM-FILE
001297     LABEL RECORDS ARE STANDARD.
001298     COPY KITBOM.
001299 WORKING-STORAGE SECTION.
001300     01  WS-PARM-FILE-STATUS      PIC X(02).
001310         88  WS-PARM-OK           VALUE '00'.
001320     01  WS-GRC-FILE-STATUS       PIC X(02).
001350     01  WS-STK-FILE-STATUS       PIC X(02).
001360         88  WS-STK-OK            VALUE '00'.
001370         88  WS-STK-NOT-FOUND     VALUE '23'.
001371     01  WS-SLC-FILE-STATUS       PIC X(02).
001372         88  WS-SLC-OK            VALUE '00'.
001373     01  WS-BRN-FILE-STATUS       PIC X(02).
001374         88  WS-BRN-OK            VALUE '00'.
001375         88  WS-BRN-EOF           VALUE '10'.
001380     01  WS-ITM-FILE-STATUS       PIC X(02).
001390         88  WS-ITM-OK            VALUE '00'.
001400         88  WS-ITM-NOT-FOUND     VALUE '23'.
001510         88  WS-BSQ-OK            VALUE '00'.
001520     01  WS-RPT-FILE-STATUS       PIC X(02).
001530         88  WS-RPT-OK            VALUE '00'.
001532     01  WS-POL-FILE-STATUS       PIC X(02).
001534         88  WS-POL-OK            VALUE '00'.
001536     01  WS-EXC-FILE-STATUS       PIC X(02).
001538         88  WS-EXC-OK            VALUE '00'.
001541     01  WS-GLJ-FILE-STATUS       PIC X(02).
001544         88  WS-GLJ-OK            VALUE '00'.
001545     01  WS-RSV-FILE-STATUS       PIC X(02).
001546         88  WS-RSV-OK            VALUE '00'.
001547         88  WS-RSV-EOF           VALUE '10'.
001548
001550     01  WS-GRC-EOF-SW            PIC X(01) VALUE 'N'.
001560         88  WS-GRC-DONE          VALUE 'Y'.
001570     01  WS-BKO-EOF-SW            PIC X(01) VALUE 'N'.
001580         88  WS-BKO-DONE          VALUE 'Y'.
001581     01  WS-POL-DISABLED-SW       PIC X(01) VALUE 'N'.
001582         88  WS-POL-DISABLED      VALUE 'Y'.
001583     01  WS-SCAN-EOF-SW           PIC X(01).
001584         88  WS-SCAN-DONE         VALUE 'Y'.
001585     01  WS-PO-FOUND-SW           PIC X(01).
001586         88  WS-PO-FOUND          VALUE 'Y'.
001587     01  WS-LINE-FOUND-SW         PIC X(01).
001588         88  WS-LINE-FOUND        VALUE 'Y'.
001591     01  WS-SLC-DISABLED-SW       PIC X(01) VALUE 'N'.
001594         88  WS-SLC-DISABLED      VALUE 'Y'.
001595     01  WS-RSV-DISABLED-SW       PIC X(01) VALUE 'N'.
001596         88  WS-RSV-DISABLED      VALUE 'Y'.
001597     01  WS-PART-RESERVED-SW      PIC X(01).
001598         88  WS-PART-RESERVED     VALUE 'Y'.
001599
001600     01  WS-AS-OF-DATE            PIC 9(08).
001610     01  WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
001620         05  WS-AS-OF-YYYY        PIC 9(04).
001700     01  WS-AGE-DAYS              PIC S9(07) COMP.
001710
001720     01  WS-ORDER-SEQ             PIC 9(05) VALUE 0.
001722*    THE 'B' ORDER-ID SERIES IS THIS PROGRAM'S ALONE - REBACR01
001724*    NUMBERS ITS REBATE CREDITS 'V' AND FINCHG01 ITS CHARGES 'F'.
001730     01  WS-NEW-ORDER-ID.
001740         05  FILLER               PIC X(01) VALUE 'B'.
001750         05  WS-NOI-SEQ           PIC 9(05).
001760     01  WS-RELEASE-AMOUNT        PIC S9(07)V9(02).
001765     01  WS-FAIL-REASON           PIC X(20).
001767     01  WS-RECEIPT-VALUE         PIC S9(09)V9(02).
001769     01  WS-VALUED-QTY            PIC S9(07).
001771     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
001773     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001775     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
001777
001778*****************************************************************
001779*    BRANCH TO HOME WAREHOUSE MAP (BRNREF) - A BRANCH NOT IN    *
001780*    THE MAP DRAWS ON THE CENTRAL WAREHOUSE (SPACES).           *
001781*****************************************************************
001782     01  WS-BRN-COUNT             PIC 9(02) COMP VALUE 0.
001783     01  WS-MAX-BRN-ROWS          PIC 9(02) COMP VALUE 50.
001784     01  WS-BRN-TABLE.
001785         05  WS-BRN-ROW OCCURS 50 TIMES.
001786             10  WS-BRN-TBL-CODE  PIC X(03).
001787             10  WS-BRN-TBL-WHSE  PIC X(03).
001788     01  WS-BRN-SUB               PIC 9(02) COMP.
001789     01  WS-BKO-LOC-CODE          PIC X(03).
001790     01  WS-FREE-QTY              PIC S9(07).
001791
001792*****************************************************************
001793*    RESERVED QUANTITY BY LOCATION AND ITEM - LOADED FROM THE   *
001794*    RESERVATION FILE AT START OF RUN AND KEPT IN STEP AS THIS  *
001795*    RUN RESERVES.                                              *
001796*****************************************************************
001797     01  WS-RSV-COUNT             PIC 9(03) COMP VALUE 0.
001798     01  WS-MAX-RSV-ROWS          PIC 9(03) COMP VALUE 500.
001799     01  WS-RSV-TABLE.
001800         05  WS-RSV-ROW OCCURS 500 TIMES.
001801             10  WS-RSV-TBL-LOC   PIC X(03).
001802             10  WS-RSV-TBL-ITM   PIC X(05).
001803             10  WS-RSV-TBL-QTY   PIC S9(07) COMP-3.
001804     01  WS-RSV-SUB               PIC 9(03) COMP.
001805     01  WS-RSV-HIT-SUB           PIC 9(03) COMP.
001806     01  WS-RSV-TOTAL-QTY         PIC S9(07).
001807     01  WS-RSV-OWN-QTY           PIC S9(07).
001808     01  WS-RSV-DELTA             PIC S9(07).
001809     01  WS-RSV-KEY-LOC           PIC X(03).
001810     01  WS-RSV-KEY-ITM           PIC X(05).
001811
001812*****************************************************************
001813*    KIT BACKORDERS                                             *
001814*    A KIT IS RELEASED ON ITS COMPONENTS' STOCK, NOT ITS OWN.   *
001815*****************************************************************
001816     COPY KITWORK.
001817     01  WS-BKO-KIT-SW            PIC X(01).
001818         88  WS-BKO-KIT           VALUE 'Y'.
001819     01  WS-KIT-SHORT-SW          PIC X(01).
001820         88  WS-KIT-SHORT         VALUE 'Y'.
001821*****************************************************************
001822*    CONTROL TOTALS                                             *
001823*****************************************************************
001824     01  WS-TOTALS.
001825         05  WS-RECEIPT-COUNT     PIC 9(07) COMP VALUE 0.
001830         05  WS-BKO-READ-COUNT    PIC 9(07) COMP VALUE 0.
001840         05  WS-RELEASED-COUNT    PIC 9(07) COMP VALUE 0.
001850         05  WS-CARRIED-COUNT     PIC 9(07) COMP VALUE 0.
001855         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
001856         05  WS-UNCOSTED-COUNT    PIC 9(07) COMP VALUE 0.
001858         05  WS-PART-RESERVED-COUNT
001860                                  PIC 9(07) COMP VALUE 0.
001862         05  WS-RECEIPT-VALUE-TOTAL
001864                                  PIC S9(11)V9(02) COMP-3 VALUE 0.
001866
001870*****************************************************************
001880*    BACKORDER AGING REPORT LINE LAYOUTS                        *
001890*****************************************************************
002080         05  WS-DET-DISPOSITION   PIC X(20).
002090         05  FILLER               PIC X(18).
002100
002101*****************************************************************
002102*    RECEIPT EXCEPTION REPORT LINE LAYOUTS                      *
002103*****************************************************************
002104     01  WS-EXC-HEADING-LINE.
002105         05  FILLER               PIC X(40) VALUE
002106             'GDSRCV01 - RECEIPT EXCEPTIONS AS OF'.
002107         05  WS-EHD-AS-OF         PIC 9(08).
002108         05  FILLER               PIC X(32) VALUE SPACES.
002109
002110     01  WS-EXC-COLUMN-LINE.
002111         05  FILLER               PIC X(40) VALUE
002112             'ITEM     QTY  PO REF      VENDR  RECEIVE'.
002113         05  FILLER               PIC X(40) VALUE
002114             'D  REASON'.
002115
002116     01  WS-EXC-DETAIL-LINE.
002117         05  WS-EXD-ITM-ID        PIC X(05).
002118         05  FILLER               PIC X(02) VALUE SPACES.
002119         05  WS-EXD-QUANTITY      PIC ZZZZ9.
002120         05  FILLER               PIC X(02) VALUE SPACES.
002121         05  WS-EXD-REFERENCE     PIC X(10).
002122         05  FILLER               PIC X(02) VALUE SPACES.
002123         05  WS-EXD-VENDOR-ID     PIC X(05).
002124         05  FILLER               PIC X(02) VALUE SPACES.
002125         05  WS-EXD-RECEIPT-DATE  PIC 9(08).
002126         05  FILLER               PIC X(02) VALUE SPACES.
002127         05  WS-EXD-REASON        PIC X(20).
002128         05  FILLER               PIC X(17) VALUE SPACES.
002129
002130     01  WS-COUNT-LINE.
002131         05  WS-CNT-TITLE         PIC X(26).
002132         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002133         05  FILLER               PIC X(47) VALUE SPACES.
002134
002160 PROCEDURE DIVISION.
002170*****************************************************************
002180*    0000-MAINLINE                                              *
002370
002380     DISPLAY 'GDSRCV01: RECEIPTS APPLIED...... '
002390         WS-RECEIPT-COUNT.
002393     DISPLAY 'GDSRCV01: RECEIPT EXCEPTIONS.... '
002396         WS-EXCEPTION-COUNT.
002398     DISPLAY 'GDSRCV01: RECEIPTS WITHOUT COST. '
002400         WS-UNCOSTED-COUNT.
002402     DISPLAY 'GDSRCV01: RECEIPT VALUE......... '
002404         WS-RECEIPT-VALUE-TOTAL.
002406     DISPLAY 'GDSRCV01: BACKORDERS READ....... '
002410         WS-BKO-READ-COUNT.
002420     DISPLAY 'GDSRCV01: BACKORDERS RELEASED... '
002430         WS-RELEASED-COUNT.
002440     DISPLAY 'GDSRCV01: BACKORDERS CARRIED.... '
002450         WS-CARRIED-COUNT.
002451     DISPLAY 'GDSRCV01: BACKORDERS PART RESVD. '
002452         WS-PART-RESERVED-COUNT.
002453
002454*    A RECEIPT LEFT ON THE EXCEPTION REPORT NEEDS THE BUYER.
002455     IF WS-EXCEPTION-COUNT > 0
002456         IF RETURN-CODE < 4
002457             MOVE 4 TO RETURN-CODE
002458         END-IF
002459     END-IF.
002460
002470     PERFORM 9999-TERMINATE
002480         THRU 9999-TERMINATE-EXIT.
002970         MOVE 'Y' TO WS-BKO-EOF-SW
002980         MOVE 8 TO RETURN-CODE
002990     END-IF.
002991
002992*    THE LOCATION SPLIT OF THE SAME STOCK.  WITHOUT IT RECEIPTS
002993*    STILL REACH THE COMPANY FIGURE AND BACKORDERS RELEASE
002994*    AGAINST IT.
002995     OPEN I-O STOCK-LOCATION-FILE.
002996     IF WS-SLC-FILE-STATUS = '35'
002997         OPEN OUTPUT STOCK-LOCATION-FILE
002998         CLOSE STOCK-LOCATION-FILE
002999         OPEN I-O STOCK-LOCATION-FILE
003000     END-IF.
003001     IF NOT WS-SLC-OK
003002         DISPLAY 'GDSRCV01: OPEN STOCK-LOCATION-FILE FAILED '
003003             WS-SLC-FILE-STATUS
003004         DISPLAY 'GDSRCV01: LOCATION STOCK NOT MAINTAINED'
003005         MOVE 'Y' TO WS-SLC-DISABLED-SW
003006     END-IF.
003007     OPEN INPUT BRANCH-REFERENCE-FILE.
003008     IF WS-BRN-OK
003009         PERFORM 1095-READ-BRANCH
003010             THRU 1095-READ-BRANCH-EXIT
003011             UNTIL WS-BRN-EOF
003012         CLOSE BRANCH-REFERENCE-FILE
003013     ELSE
003014         DISPLAY 'GDSRCV01: NO BRANCH-REFERENCE FILE THIS RUN'
003015     END-IF.
003016
003017*    STOCK RESERVED FOR HELD ORDERS, QUOTES AND EARLIER RELEASES
003018*    IS NOT FREE.  WITHOUT THE FILE BACKORDERS RELEASE AGAINST
003019*    UNRESERVED STOCK AS BEFORE.
003020     OPEN I-O STOCK-RESERVATION-FILE.
003021     IF WS-RSV-FILE-STATUS = '35'
003022         OPEN OUTPUT STOCK-RESERVATION-FILE
003023         CLOSE STOCK-RESERVATION-FILE
003024         OPEN I-O STOCK-RESERVATION-FILE
003025     END-IF.
003026     IF WS-RSV-OK
003027         PERFORM 1097-LOAD-RESERVATION
003028             THRU 1097-LOAD-RESERVATION-EXIT
003029             UNTIL WS-RSV-EOF
003030     ELSE
003031         DISPLAY 'GDSRCV01: OPEN STOCK-RESERVATION-FILE FAILED '
003032             WS-RSV-FILE-STATUS
003033         DISPLAY 'GDSRCV01: BACKORDERS NOT RESERVED THIS RUN'
003034         MOVE 'Y' TO WS-RSV-DISABLED-SW
003035         IF RETURN-CODE < 4
003036             MOVE 4 TO RETURN-CODE
003037         END-IF
003038     END-IF.
003039*    WITHOUT THE KIT BILL OF MATERIALS A KIT BACKORDER CANNOT
003040*    RELEASE AND IS CARRIED.
003041     MOVE 'GDSRCV01' TO WS-KIT-PROGRAM.
003042     PERFORM 9950-OPEN-KIT-BOM
003043         THRU 9950-OPEN-KIT-BOM-EXIT.
003044*    THE PO FILE IS CUT BY POGEN01 AND PERSISTS ACROSS RUNS.
003045*    WITHOUT IT NO RECEIPT CAN BE MATCHED, SO NONE IS BOOKED.
003046     OPEN I-O PURCHASE-ORDER-FILE.
003047     IF WS-POL-FILE-STATUS = '35'
003048         OPEN OUTPUT PURCHASE-ORDER-FILE
003049         CLOSE PURCHASE-ORDER-FILE
003050         OPEN I-O PURCHASE-ORDER-FILE
003051     END-IF.
003052     IF NOT WS-POL-OK
003053         DISPLAY 'GDSRCV01: OPEN PURCHASE-ORDER-FILE FAILED '
003054             WS-POL-FILE-STATUS
003055         MOVE 'Y' TO WS-POL-DISABLED-SW
003056         MOVE 'Y' TO WS-GRC-EOF-SW
003057         MOVE 8 TO RETURN-CODE
003058     END-IF.
003059
003060     OPEN INPUT ITEM-MASTER-FILE.
003061     IF NOT WS-ITM-OK
003062         DISPLAY 'GDSRCV01: OPEN ITEM-MASTER FAILED '
003063             WS-ITM-FILE-STATUS
003064         MOVE 'Y' TO WS-BKO-EOF-SW
003065         MOVE 8 TO RETURN-CODE
003070     END-IF.
003080
003090     OPEN INPUT BACKORDER-FILE.
003360         DISPLAY 'GDSRCV01: OPEN BACKORDER-AGING FAILED '
003370             WS-RPT-FILE-STATUS
003380     END-IF.
003381
003382     OPEN OUTPUT RECEIPT-EXCEPTION-RPT.
003383     IF NOT WS-EXC-OK
003384         DISPLAY 'GDSRCV01: OPEN RECEIPT-EXCEPTION FAILED '
003385             WS-EXC-FILE-STATUS
003386     END-IF.
003387
003388     OPEN EXTEND GL-JOURNAL-FILE.
003389     IF NOT WS-GLJ-OK
003390         DISPLAY 'GDSRCV01: OPEN GL-JOURNAL-FILE FAILED '
003391             WS-GLJ-FILE-STATUS
003392     END-IF.
003393
003400     MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF.
003410     WRITE BACKORDER-AGING-LINE FROM WS-HEADING-LINE.
003412     MOVE WS-AS-OF-DATE TO WS-EHD-AS-OF.
003414     WRITE RECEIPT-EXCEPTION-LINE FROM WS-EXC-HEADING-LINE.
003416     WRITE RECEIPT-EXCEPTION-LINE FROM WS-EXC-COLUMN-LINE.
003420
003430     IF NOT WS-GRC-DONE
003440         PERFORM 8000-READ-RECEIPT
003560*    AN ITEM NOT YET ON THE STOCK FILE OPENS ITS OWN RECORD.    *
003570*****************************************************************
003580 2000-APPLY-RECEIPT.
003581*    NOTHING REACHES STOCK UNLESS IT MATCHES AN OPEN PO LINE.
003582     PERFORM 2100-MATCH-PO-LINE
003583         THRU 2100-MATCH-PO-LINE-EXIT.
003584     IF WS-FAIL-REASON NOT = SPACES
003585         PERFORM 2200-REPORT-EXCEPTION
003586             THRU 2200-REPORT-EXCEPTION-EXIT
003587         GO TO 2000-APPLY-RECEIPT-NEXT
003588     END-IF.
003590     ADD 1 TO WS-RECEIPT-COUNT.
003600     MOVE GRC-ITM-ID TO STK-ITM-ID.
003610     READ STOCK-FILE
003630             MOVE 0 TO STK-ON-HAND
003640             MOVE 0 TO STK-REORDER-POINT
003650             MOVE 0 TO STK-PERIOD-USAGE
003655             MOVE 0 TO STK-PICKED
003656             MOVE 0 TO STK-AVG-COST
003657             MOVE 0 TO STK-INV-VALUE
003660             WRITE STOCK-REC
003670                 INVALID KEY
003680                     GO TO 2000-APPLY-RECEIPT-NEXT
003740             END-READ
003750     END-READ.
003760     ADD GRC-QUANTITY TO STK-ON-HAND.
003763     PERFORM 2400-COST-RECEIPT
003766         THRU 2400-COST-RECEIPT-EXIT.
003770     REWRITE STOCK-REC.
003771     IF NOT WS-SLC-DISABLED
003772         PERFORM 2600-MOVE-LOCATION-STOCK
003773             THRU 2600-MOVE-LOCATION-STOCK-EXIT
003774     END-IF.
003775     PERFORM 2300-BOOK-PO-RECEIPT
003776         THRU 2300-BOOK-PO-RECEIPT-EXIT.
003777     PERFORM 2500-WRITE-GL-JOURNAL
003778         THRU 2500-WRITE-GL-JOURNAL-EXIT.
003780
003790 2000-APPLY-RECEIPT-NEXT.
003800     PERFORM 8000-READ-RECEIPT
003840
003850*****************************************************************
003860*    3000-WORK-ONE-BACKORDER                                    *
003870*    STOCK RESERVED FOR OTHER ORDERS IS NOT FREE; STOCK THIS    *
003880*    BACKORDER ALREADY HOLDS IS.  RELEASE GOES OLDEST-FIRST     *
003890*    BECAUSE THE CARRIED GENERATION SORTS AHEAD OF THE NIGHT    *
003900*    FILE IN THE CONCATENATION.                                 *
003910*****************************************************************
003920 3000-WORK-ONE-BACKORDER.
003930     ADD 1 TO WS-BKO-READ-COUNT.
003932     MOVE 'N' TO WS-PART-RESERVED-SW.
003934     MOVE SPACES TO WS-BKO-LOC-CODE.
003936     MOVE 0 TO WS-RSV-OWN-QTY.
003940
003950     MOVE BKO-ITM-ID TO STK-ITM-ID.
003960     READ STOCK-FILE
003970         INVALID KEY
003980             MOVE 0 TO STK-ON-HAND
003985             MOVE 0 TO STK-PICKED
003990     END-READ.
003991     COMPUTE WS-FREE-QTY = STK-ON-HAND - STK-PICKED.
003992     IF NOT WS-SLC-DISABLED
003993         PERFORM 3010-CHECK-LOCATION-STOCK
003994             THRU 3010-CHECK-LOCATION-STOCK-EXIT
003995     END-IF.
003996     IF NOT WS-RSV-DISABLED
003997         PERFORM 3030-NET-RESERVATIONS
003998             THRU 3030-NET-RESERVATIONS-EXIT
003999     END-IF.
004000*    A KIT HAS NO STOCK OF ITS OWN - IT IS FREE IN FULL WHEN EVERY
004001*    COMPONENT IS, AND OTHERWISE NOT AT ALL.
004002     PERFORM 3050-CHECK-KIT-STOCK
004003         THRU 3050-CHECK-KIT-STOCK-EXIT.
004004     IF WS-BKO-KIT
004005         MOVE 0 TO WS-RSV-OWN-QTY
004006         IF WS-KIT-SHORT
004007             MOVE 0 TO WS-FREE-QTY
004008         ELSE
004009             MOVE BKO-QUANTITY TO WS-FREE-QTY
004010         END-IF
004011     END-IF.
004012
004013*    STOCK ALREADY ON A PICK TICKET IS SPOKEN FOR.
004014     IF WS-FREE-QTY NOT < BKO-QUANTITY
004020         PERFORM 3100-RELEASE-BACKORDER
004030             THRU 3100-RELEASE-BACKORDER-EXIT
004040     ELSE
004041*        WHAT IS FREE IS HELD FOR THIS LINE WHILE IT WAITS.
004042         IF NOT WS-RSV-DISABLED AND WS-FREE-QTY > WS-RSV-OWN-QTY
004043             PERFORM 3300-PART-RESERVE
004044                 THRU 3300-PART-RESERVE-EXIT
004045         END-IF
004050         PERFORM 3200-CARRY-BACKORDER
004060             THRU 3200-CARRY-BACKORDER-EXIT
004070     END-IF.
004140*****************************************************************
004150*    3100-RELEASE-BACKORDER                                     *
004160*    A FRESH B-SERIES ORDER, PRICED AT THE CURRENT MASTER       *
004164*    PRICE, INTO THE NEXT CYCLE'S ORDER INPUT.  A PRE-BILLED    *
004168*    REMAINDER WAS INVOICED WITH ITS ORIGINAL ORDER, SO IT GOES *
004172*    OUT AS A ZERO-VALUE HELD-ORDER RELEASE ('H') WITH NO LINES *
004176*    - POSTING PICKS WHAT IS RESERVED UNDER IT.                 *
004180*****************************************************************
004190 3100-RELEASE-BACKORDER.
004200     MOVE BKO-ITM-ID TO ITM-ID.
004260                 THRU 3200-CARRY-BACKORDER-EXIT
004270             GO TO 3100-RELEASE-BACKORDER-EXIT
004280     END-READ.
004281*    WITHOUT THE RESERVATION FILE A PRE-BILLED LINE WOULD RELEASE
004282*    WITH NOTHING TO PICK, SO IT WAITS.
004283     IF BKO-PREBILLED AND WS-RSV-DISABLED
004284         PERFORM 3200-CARRY-BACKORDER
004285             THRU 3200-CARRY-BACKORDER-EXIT
004286         GO TO 3100-RELEASE-BACKORDER-EXIT
004287     END-IF.
004290
004300     ADD 1 TO WS-RELEASED-COUNT.
004310     ADD 1 TO WS-ORDER-SEQ.
004320     MOVE WS-ORDER-SEQ TO WS-NOI-SEQ.
004330
004334     IF BKO-PREBILLED
004338         MOVE 0 TO WS-RELEASE-AMOUNT
004342     ELSE
004346         COMPUTE WS-RELEASE-AMOUNT
004350             = BKO-QUANTITY * ITM-NUM1
004354     END-IF.
004360
004370     MOVE WS-NEW-ORDER-ID   TO OPT-ORDER-ID.
004380     MOVE BKO-CUST-ID       TO OPT-CUST-ID.
004390     MOVE WS-RELEASE-AMOUNT TO OPT-ORDER-AMOUNT.
004400     MOVE WS-AS-OF-DATE     TO OPT-ORDER-DATE.
004410     MOVE BKO-CURRENCY-CODE TO OPT-CURRENCY-CODE.
004413     IF BKO-PREBILLED
004416         MOVE 'H'           TO OPT-TRAN-TYPE
004419     ELSE
004422         MOVE 'S'           TO OPT-TRAN-TYPE
004425     END-IF.
004430     MOVE BKO-BRANCH-CODE   TO OPT-BRANCH-CODE.
004435     MOVE SPACES            TO OPT-REP-CODE.
004437     MOVE 0                 TO OPT-PREPAID-AMOUNT.
004440     WRITE ORDER-TRAN-REC.
004450
004455     MOVE SPACES          TO ORDER-LINE-REC.
004460     MOVE WS-NEW-ORDER-ID TO OLN-ORDER-ID.
004470     MOVE BKO-ITM-ID      TO OLN-ITM-ID.
004480     MOVE BKO-QUANTITY    TO OLN-QUANTITY.
004481*    THE BACKORDER IS HELD IN STOCKING UNITS, SO THE LINE IS
004482*    RELEASED IN THEM TOO.
004483     IF BKO-UNIT-CODE NOT = SPACES
004484         MOVE BKO-UNIT-CODE  TO OLN-UNIT-CODE
004485     ELSE
004486         MOVE ITM-STOCK-UNIT TO OLN-UNIT-CODE
004487     END-IF.
004488     IF OLN-UNIT-CODE = SPACES
004489         MOVE 'EA' TO OLN-UNIT-CODE
004490     END-IF.
004491     IF NOT BKO-PREBILLED
004492         WRITE ORDER-LINE-REC
004493     END-IF.
004494     IF NOT WS-RSV-DISABLED
004495         IF WS-BKO-KIT
004496             PERFORM 3120-RESERVE-KIT-COMPONENT
004497                 THRU 3120-RESERVE-KIT-COMPONENT-EXIT
004498                 VARYING WS-KIT-COMP-SUB FROM 1 BY 1
004499                 UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT
004500         ELSE
004501             PERFORM 3110-MOVE-RESERVATION
004502                 THRU 3110-MOVE-RESERVATION-EXIT
004503         END-IF
004504     END-IF.
004505
004510     MOVE BKO-ORDER-ID TO WS-DET-ORDER-ID.
004520     MOVE BKO-CUST-ID  TO WS-DET-CUST-ID.
004530     MOVE BKO-ITM-ID   TO WS-DET-ITM-ID.
004580 3100-RELEASE-BACKORDER-EXIT.
004590     EXIT.
004600
004601*****************************************************************
004602*    3110-MOVE-RESERVATION                                      *
004603*    THE RELEASED LINE'S STOCK IS RESERVED UNDER ITS NEW        *
004604*    B-SERIES ORDER UNTIL THAT ORDER POSTS.  ANY PART HELD      *
004605*    UNDER THE BACKORDER'S OWN ID GOES WITH IT.                 *
004606*****************************************************************
004607 3110-MOVE-RESERVATION.
004608     IF WS-RSV-OWN-QTY > 0
004609         MOVE BKO-ORDER-ID TO RSV-ORDER-ID
004610         MOVE BKO-ITM-ID   TO RSV-ITM-ID
004611         DELETE STOCK-RESERVATION-FILE RECORD
004612             INVALID KEY
004613                 CONTINUE
004614         END-DELETE
004615     END-IF.
004616     MOVE WS-NEW-ORDER-ID  TO RSV-ORDER-ID.
004617     MOVE BKO-ITM-ID       TO RSV-ITM-ID.
004618     MOVE 'B'              TO RSV-SOURCE.
004619     MOVE WS-BKO-LOC-CODE  TO RSV-LOC-CODE.
004620     MOVE BKO-CUST-ID      TO RSV-CUST-ID.
004621     MOVE BKO-QUANTITY     TO RSV-QUANTITY.
004622     MOVE WS-AS-OF-DATE    TO RSV-RESERVED-DATE.
004623     MOVE WS-AS-OF-DATE    TO RSV-ORDER-DATE.
004624     MOVE 0                TO RSV-EXPIRY-DATE.
004625     WRITE STOCK-RESERVATION-REC
004626         INVALID KEY
004627             DISPLAY 'GDSRCV01: RESERVATION WRITE FAILED '
004628                 RSV-KEY
004629             GO TO 3110-MOVE-RESERVATION-EXIT
004630     END-WRITE.
004631     COMPUTE WS-RSV-DELTA = BKO-QUANTITY - WS-RSV-OWN-QTY.
004632     MOVE WS-BKO-LOC-CODE TO WS-RSV-KEY-LOC.
004633     MOVE BKO-ITM-ID      TO WS-RSV-KEY-ITM.
004634     PERFORM 7400-ADD-TO-RESERVED
004635         THRU 7400-ADD-TO-RESERVED-EXIT.
004636 3110-MOVE-RESERVATION-EXIT.
004637     EXIT.
004638
004639*****************************************************************
004640*    3120-RESERVE-KIT-COMPONENT                                 *
004641*    A RELEASED KIT'S COMPONENTS ARE RESERVED UNDER THE NEW     *
004642*    B-SERIES ORDER, EACH FOR THE KITS RELEASED TIMES ITS       *
004643*    QUANTITY PER KIT.                                          *
004644*****************************************************************
004645 3120-RESERVE-KIT-COMPONENT.
004646     MOVE WS-NEW-ORDER-ID  TO RSV-ORDER-ID.
004647     MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB) TO RSV-ITM-ID.
004648     MOVE 'B'              TO RSV-SOURCE.
004649     MOVE WS-BKO-LOC-CODE  TO RSV-LOC-CODE.
004650     MOVE BKO-CUST-ID      TO RSV-CUST-ID.
004651     MOVE WS-KIT-COMP-NEED(WS-KIT-COMP-SUB) TO RSV-QUANTITY.
004652     MOVE WS-AS-OF-DATE    TO RSV-RESERVED-DATE.
004653     MOVE WS-AS-OF-DATE    TO RSV-ORDER-DATE.
004654     MOVE 0                TO RSV-EXPIRY-DATE.
004655     WRITE STOCK-RESERVATION-REC
004656         INVALID KEY
004657             DISPLAY 'GDSRCV01: RESERVATION WRITE FAILED '
004658                 RSV-KEY
004659             GO TO 3120-RESERVE-KIT-COMPONENT-EXIT
004660     END-WRITE.
004661     MOVE WS-KIT-COMP-NEED(WS-KIT-COMP-SUB) TO WS-RSV-DELTA.
004662     MOVE WS-BKO-LOC-CODE  TO WS-RSV-KEY-LOC.
004663     MOVE RSV-ITM-ID       TO WS-RSV-KEY-ITM.
004664     PERFORM 7400-ADD-TO-RESERVED
004665         THRU 7400-ADD-TO-RESERVED-EXIT.
004666 3120-RESERVE-KIT-COMPONENT-EXIT.
004667     EXIT.
004668*****************************************************************
004669*    3200-CARRY-BACKORDER                                       *
004670*****************************************************************
004671 3200-CARRY-BACKORDER.
004672     ADD 1 TO WS-CARRIED-COUNT.
004673     MOVE BKO-ORDER-ID       TO BKOO-ORDER-ID.
004674     MOVE BKO-CUST-ID        TO BKOO-CUST-ID.
004680     MOVE BKO-ITM-ID         TO BKOO-ITM-ID.
004690     MOVE BKO-QUANTITY       TO BKOO-QUANTITY.
004700     MOVE BKO-ORDER-DATE     TO BKOO-ORDER-DATE.
004710     MOVE BKO-CURRENCY-CODE  TO BKOO-CURRENCY-CODE.
004720     MOVE BKO-BRANCH-CODE    TO BKOO-BRANCH-CODE.
004730     MOVE BKO-BACKORDER-DATE TO BKOO-BACKORDER-DATE.
004735     MOVE BKO-UNIT-CODE      TO BKOO-UNIT-CODE.
004737     MOVE BKO-PREBILLED-SW   TO BKOO-PREBILLED-SW.
004740     WRITE BACKORDER-OUT-REC.
004750
004760     MOVE BKO-BACKORDER-DATE TO WS-BKO-DATE.
004880     MOVE BKO-QUANTITY TO WS-DET-QUANTITY.
004890     MOVE WS-AGE-DAYS  TO WS-DET-AGE-DAYS.
004900     MOVE 'WAITING STOCK' TO WS-DET-DISPOSITION.
004902     IF WS-PART-RESERVED
004904         MOVE 'PART RESERVED' TO WS-DET-DISPOSITION
004906     END-IF.
004910     WRITE BACKORDER-AGING-LINE FROM WS-DETAIL-LINE.
004920 3200-CARRY-BACKORDER-EXIT.
004930     EXIT.
004940
004941*****************************************************************
004942*    3300-PART-RESERVE                                          *
004943*    HOLD WHAT IS FREE FOR A LINE THAT CANNOT RELEASE YET,      *
004944*    UNDER THE BACKORDER'S OWN ID, SO LATER ORDERS CANNOT TAKE  *
004945*    IT WHILE THE REST IS AWAITED.                              *
004946*****************************************************************
004947 3300-PART-RESERVE.
004948     MOVE BKO-ORDER-ID TO RSV-ORDER-ID.
004949     MOVE BKO-ITM-ID   TO RSV-ITM-ID.
004950     COMPUTE WS-RSV-DELTA = WS-FREE-QTY - WS-RSV-OWN-QTY.
004951     IF WS-RSV-OWN-QTY > 0
004952         READ STOCK-RESERVATION-FILE
004953             INVALID KEY
004954                 GO TO 3300-PART-RESERVE-EXIT
004955         END-READ
004956         MOVE WS-FREE-QTY   TO RSV-QUANTITY
004957         MOVE WS-AS-OF-DATE TO RSV-RESERVED-DATE
004958         REWRITE STOCK-RESERVATION-REC
004959             INVALID KEY
004960                 GO TO 3300-PART-RESERVE-EXIT
004961         END-REWRITE
004962     ELSE
004963         MOVE 'B'                TO RSV-SOURCE
004964         MOVE WS-BKO-LOC-CODE    TO RSV-LOC-CODE
004965         MOVE BKO-CUST-ID        TO RSV-CUST-ID
004966         MOVE WS-FREE-QTY        TO RSV-QUANTITY
004967         MOVE WS-AS-OF-DATE      TO RSV-RESERVED-DATE
004968         MOVE BKO-ORDER-DATE     TO RSV-ORDER-DATE
004969         MOVE 0                  TO RSV-EXPIRY-DATE
004970         WRITE STOCK-RESERVATION-REC
004971             INVALID KEY
004972                 GO TO 3300-PART-RESERVE-EXIT
004973         END-WRITE
004974     END-IF.
004975     MOVE WS-BKO-LOC-CODE TO WS-RSV-KEY-LOC.
004976     MOVE BKO-ITM-ID      TO WS-RSV-KEY-ITM.
004977     PERFORM 7400-ADD-TO-RESERVED
004978         THRU 7400-ADD-TO-RESERVED-EXIT.
004979     MOVE 'Y' TO WS-PART-RESERVED-SW.
004980     ADD 1 TO WS-PART-RESERVED-COUNT.
004981 3300-PART-RESERVE-EXIT.
004982     EXIT.
004983*****************************************************************
004984*    4000-PRINT-TOTALS                                          *
004985*****************************************************************
004986 4000-PRINT-TOTALS.
004990     MOVE 'RECEIPTS APPLIED..........' TO WS-CNT-TITLE.
005000     MOVE WS-RECEIPT-COUNT TO WS-CNT-VALUE.
005010     WRITE BACKORDER-AGING-LINE FROM WS-COUNT-LINE.
005012
005014     MOVE 'RECEIPT EXCEPTIONS........' TO WS-CNT-TITLE.
005016     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
005018     WRITE BACKORDER-AGING-LINE FROM WS-COUNT-LINE.
005020
005030     MOVE 'BACKORDERS RELEASED.......' TO WS-CNT-TITLE.
005040     MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE.
005070     MOVE 'BACKORDERS CARRIED........' TO WS-CNT-TITLE.
005080     MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE.
005090     WRITE BACKORDER-AGING-LINE FROM WS-COUNT-LINE.
005092     MOVE 'BACKORDERS PART RESERVED..' TO WS-CNT-TITLE.
005094     MOVE WS-PART-RESERVED-COUNT TO WS-CNT-VALUE.
005096     WRITE BACKORDER-AGING-LINE FROM WS-COUNT-LINE.
005100 4000-PRINT-TOTALS-EXIT.
005110     EXIT.
005120
005420     IF WS-STK-OK OR WS-STK-NOT-FOUND
005430         CLOSE STOCK-FILE
005440     END-IF.
005442     IF NOT WS-SLC-DISABLED
005444         CLOSE STOCK-LOCATION-FILE
005446     END-IF.
005447     IF NOT WS-RSV-DISABLED
005448         CLOSE STOCK-RESERVATION-FILE
005449     END-IF.
005451     PERFORM 9970-CLOSE-KIT-BOM
005453         THRU 9970-CLOSE-KIT-BOM-EXIT.
005455     IF WS-ITM-OK OR WS-ITM-NOT-FOUND
005460         CLOSE ITEM-MASTER-FILE
005470     END-IF.
005472     IF NOT WS-POL-DISABLED
005474         CLOSE PURCHASE-ORDER-FILE
005476     END-IF.
005480     IF WS-BKO-OK OR WS-BKO-EOF
005490         CLOSE BACKORDER-FILE
005500     END-IF.
005520     CLOSE ORDER-TRAN-OUT.
005530     CLOSE ORDER-LINE-OUT.
005540     CLOSE BACKORDER-AGING-RPT.
005545     CLOSE RECEIPT-EXCEPTION-RPT.
005546
005547*    PROVE THE RUN'S JOURNAL BALANCES BEFORE RELEASE.
005548     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
005549         DISPLAY 'GDSRCV01: GL JOURNAL OUT OF BALANCE'
005550         MOVE 8 TO RETURN-CODE
005551     END-IF.
005552     CLOSE GL-JOURNAL-FILE.
005553
005560*    LEAVE THE NEW HIGH-WATER SEQUENCE FOR THE NEXT RUN.
005570     OPEN OUTPUT BACKORDER-SEQ-FILE.
005580     IF WS-BSQ-OK
005710*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.    *
005720*****************************************************************
005730     COPY PARMVAL.
005731
005732*****************************************************************
005733*    9950-OPEN-KIT-BOM                                          *
005734*    SHARED KIT BILL-OF-MATERIALS ROUTINES - SEE KITPROC.CPY.   *
005735*****************************************************************
005736     COPY KITPROC.
005740
005750*****************************************************************
005760*    2100-MATCH-PO-LINE                                         *
005770*    THE RECEIPT'S PO MUST BE ON FILE, FROM THE VENDOR WHO      *
005780*    SHIPPED, WITH AN OPEN LINE FOR THE ITEM THAT STILL HAS     *
005790*    ROOM FOR THE QUANTITY.  ON A MATCH THE PO LINE IS LEFT IN  *
005800*    THE RECORD AREA FOR 2300 TO BOOK; OTHERWISE WS-FAIL-REASON *
005810*    SAYS WHY.                                                  *
005820*****************************************************************
005830 2100-MATCH-PO-LINE.
005840     MOVE SPACES TO WS-FAIL-REASON.
005850     MOVE 'N' TO WS-PO-FOUND-SW.
005860     MOVE 'N' TO WS-LINE-FOUND-SW.
005870     IF GRC-REF-PO-NO NOT NUMERIC
005880         MOVE 'NO PURCHASE ORDER' TO WS-FAIL-REASON
005890         GO TO 2100-MATCH-PO-LINE-EXIT
005900     END-IF.
005910
005920     MOVE 'N' TO WS-SCAN-EOF-SW.
005930     MOVE GRC-REF-PO-NO TO POL-PO-NO.
005940     MOVE 0             TO POL-LINE-NO.
005950     START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN POL-KEY
005960         INVALID KEY
005970             MOVE 'Y' TO WS-SCAN-EOF-SW
005980     END-START.
005990     PERFORM 2150-SCAN-PO-LINE
006000         THRU 2150-SCAN-PO-LINE-EXIT
006010         UNTIL WS-SCAN-DONE.
006020
006030     IF NOT WS-PO-FOUND
006040         MOVE 'NO PURCHASE ORDER' TO WS-FAIL-REASON
006050         GO TO 2100-MATCH-PO-LINE-EXIT
006060     END-IF.
006070     IF WS-FAIL-REASON NOT = SPACES
006080         GO TO 2100-MATCH-PO-LINE-EXIT
006090     END-IF.
006100     IF NOT WS-LINE-FOUND
006110         MOVE 'ITEM NOT ON PO' TO WS-FAIL-REASON
006120         GO TO 2100-MATCH-PO-LINE-EXIT
006130     END-IF.
006140     IF POL-QTY-RECEIVED + GRC-QUANTITY > POL-QTY-ORDERED
006150         MOVE 'OVER-RECEIPT' TO WS-FAIL-REASON
006160     END-IF.
006170 2100-MATCH-PO-LINE-EXIT.
006180     EXIT.
006190
006200*****************************************************************
006210*    2150-SCAN-PO-LINE                                          *
006220*    STOPS ON THE FIRST OPEN LINE FOR THE ITEM SO THAT LINE     *
006230*    STAYS IN THE RECORD AREA.                                  *
006240*****************************************************************
006250 2150-SCAN-PO-LINE.
006260     READ PURCHASE-ORDER-FILE NEXT RECORD
006270         AT END
006280             MOVE 'Y' TO WS-SCAN-EOF-SW
006290             GO TO 2150-SCAN-PO-LINE-EXIT
006300     END-READ.
006310     IF POL-PO-NO NOT = GRC-REF-PO-NO
006320         MOVE 'Y' TO WS-SCAN-EOF-SW
006330         GO TO 2150-SCAN-PO-LINE-EXIT
006340     END-IF.
006350     MOVE 'Y' TO WS-PO-FOUND-SW.
006360     IF POL-VENDOR-ID NOT = GRC-VENDOR-ID
006370         MOVE 'WRONG VENDOR' TO WS-FAIL-REASON
006380         MOVE 'Y' TO WS-SCAN-EOF-SW
006390         GO TO 2150-SCAN-PO-LINE-EXIT
006400     END-IF.
006410     IF POL-OPEN AND POL-ITM-ID = GRC-ITM-ID
006413             AND (GRC-LOC-CODE = SPACES
006416                  OR POL-LOC-CODE = GRC-LOC-CODE)
006420         MOVE 'Y' TO WS-LINE-FOUND-SW
006430         MOVE 'Y' TO WS-SCAN-EOF-SW
006440     END-IF.
006450 2150-SCAN-PO-LINE-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*    2200-REPORT-EXCEPTION                                      *
006500*****************************************************************
006510 2200-REPORT-EXCEPTION.
006520     ADD 1 TO WS-EXCEPTION-COUNT.
006530     MOVE GRC-ITM-ID       TO WS-EXD-ITM-ID.
006540     MOVE GRC-QUANTITY     TO WS-EXD-QUANTITY.
006550     MOVE GRC-REFERENCE    TO WS-EXD-REFERENCE.
006560     MOVE GRC-VENDOR-ID    TO WS-EXD-VENDOR-ID.
006570     MOVE GRC-RECEIPT-DATE TO WS-EXD-RECEIPT-DATE.
006580     MOVE WS-FAIL-REASON   TO WS-EXD-REASON.
006590     WRITE RECEIPT-EXCEPTION-LINE FROM WS-EXC-DETAIL-LINE.
006600 2200-REPORT-EXCEPTION-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006640*    2300-BOOK-PO-RECEIPT                                       *
006650*    THE LINE CLOSES RECEIVED ONCE EVERYTHING ORDERED IS IN.    *
006660*****************************************************************
006670 2300-BOOK-PO-RECEIPT.
006680     ADD GRC-QUANTITY TO POL-QTY-RECEIVED.
006690     IF POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
006700         MOVE 'R' TO POL-STATUS
006710     END-IF.
006720     MOVE GRC-RECEIPT-DATE TO POL-LAST-RECEIPT-DATE.
006730     MOVE WS-AS-OF-DATE    TO POL-CHANGE-DATE.
006740     REWRITE PURCHASE-ORDER-REC
006750         INVALID KEY
006760             DISPLAY 'GDSRCV01: PO REWRITE FAILED FOR PO '
006770                 POL-PO-NO ' LINE ' POL-LINE-NO
006780     END-REWRITE.
006790 2300-BOOK-PO-RECEIPT-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830*    2400-COST-RECEIPT                                          *
006840*    THE RECEIPT ADDS ITS PO COST TO THE ITEM'S BOOK VALUE AND  *
006850*    THE AVERAGE IS RE-STRUCK OVER THE STOCK NOT YET SOLD       *
006860*    (ON-HAND LESS PICKED - PICKED STOCK WAS COSTED OUT WHEN    *
006870*    THE ORDER POSTED).  IF NOTHING IS LEFT UNSOLD THE PO COST  *
006880*    STANDS AS THE AVERAGE.  CALLED AFTER ON-HAND IS BUMPED.    *
006890*****************************************************************
006900 2400-COST-RECEIPT.
006910     COMPUTE WS-RECEIPT-VALUE ROUNDED
006920         = GRC-QUANTITY * POL-UNIT-COST.
006930     IF WS-RECEIPT-VALUE = 0
006940         ADD 1 TO WS-UNCOSTED-COUNT
006950         GO TO 2400-COST-RECEIPT-EXIT
006960     END-IF.
006970     ADD WS-RECEIPT-VALUE TO STK-INV-VALUE.
006980     ADD WS-RECEIPT-VALUE TO WS-RECEIPT-VALUE-TOTAL.
006990     COMPUTE WS-VALUED-QTY = STK-ON-HAND - STK-PICKED.
007000     IF WS-VALUED-QTY > 0
007010         COMPUTE STK-AVG-COST ROUNDED
007020             = STK-INV-VALUE / WS-VALUED-QTY
007030     ELSE
007040         MOVE POL-UNIT-COST TO STK-AVG-COST
007050     END-IF.
007060 2400-COST-RECEIPT-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100*    2500-WRITE-GL-JOURNAL                                      *
007110*    DEBIT INVENTRY, CREDIT GRNI AT THE RECEIPT'S PO COST - THE *
007120*    CREDIT CLEARS WHEN THE VENDOR'S INVOICE IS MATCHED.        *
007130*****************************************************************
007140 2500-WRITE-GL-JOURNAL.
007150     IF WS-RECEIPT-VALUE = 0
007160         GO TO 2500-WRITE-GL-JOURNAL-EXIT
007170     END-IF.
007180     MOVE 'GDSRCV01'       TO GLJ-SOURCE-PGM.
007190     MOVE GRC-RECEIPT-DATE TO GLJ-TRAN-DATE.
007200     MOVE GRC-REFERENCE    TO GLJ-REFERENCE.
007210     MOVE WS-RECEIPT-VALUE TO WS-GLJ-ABS-AMOUNT.
007220     MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT.
007230     MOVE 'INVENTRY' TO GLJ-ACCOUNT.
007240     MOVE 'D'        TO GLJ-DEBIT-CREDIT.
007250     WRITE GL-JOURNAL-REC.
007260     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
007270     MOVE 'GRNI'     TO GLJ-ACCOUNT.
007280     MOVE 'C'        TO GLJ-DEBIT-CREDIT.
007290     WRITE GL-JOURNAL-REC.
007300     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
007310 2500-WRITE-GL-JOURNAL-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350*    2600-MOVE-LOCATION-STOCK                                   *
007360*    THE RECEIPT GOES ON THE SHELF AT THE LOCATION THE PO LINE  *
007370*    WAS RAISED FOR.  A LOCATION NOT YET HOLDING THE ITEM IS    *
007380*    GIVEN A ZERO ROW FIRST.                                    *
007390*****************************************************************
007400 2600-MOVE-LOCATION-STOCK.
007410     MOVE POL-LOC-CODE TO SLC-LOC-CODE.
007420     MOVE GRC-ITM-ID   TO SLC-ITM-ID.
007430     READ STOCK-LOCATION-FILE
007440         INVALID KEY
007450             MOVE 0 TO SLC-ON-HAND
007460             MOVE 0 TO SLC-PICKED
007470             MOVE 0 TO SLC-IN-TRANSIT
007480             MOVE 0 TO SLC-REORDER-POINT
007490             MOVE 0 TO SLC-PERIOD-USAGE
007500             WRITE STOCK-LOCATION-REC
007510                 INVALID KEY
007520                     GO TO 2600-MOVE-LOCATION-STOCK-EXIT
007530             END-WRITE
007540             MOVE POL-LOC-CODE TO SLC-LOC-CODE
007550             MOVE GRC-ITM-ID   TO SLC-ITM-ID
007560             READ STOCK-LOCATION-FILE
007570                 INVALID KEY
007580                     GO TO 2600-MOVE-LOCATION-STOCK-EXIT
007590             END-READ
007600     END-READ.
007610     ADD GRC-QUANTITY TO SLC-ON-HAND.
007620     REWRITE STOCK-LOCATION-REC.
007630 2600-MOVE-LOCATION-STOCK-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670*    3010-CHECK-LOCATION-STOCK                                  *
007680*    A BACKORDER IS FILLED FROM ITS BRANCH'S HOME WAREHOUSE, SO *
007690*    ONLY THE STOCK FREE THERE COUNTS.  NO ROW, NOTHING FREE.   *
007700*****************************************************************
007710 3010-CHECK-LOCATION-STOCK.
007720     MOVE SPACES TO WS-BKO-LOC-CODE.
007730     PERFORM 3020-MATCH-BRANCH-ROW
007740         THRU 3020-MATCH-BRANCH-ROW-EXIT
007750         VARYING WS-BRN-SUB FROM 1 BY 1
007760         UNTIL WS-BRN-SUB > WS-BRN-COUNT.
007770     MOVE WS-BKO-LOC-CODE TO SLC-LOC-CODE.
007780     MOVE BKO-ITM-ID      TO SLC-ITM-ID.
007790     READ STOCK-LOCATION-FILE
007800         INVALID KEY
007810             MOVE 0 TO WS-FREE-QTY
007820             GO TO 3010-CHECK-LOCATION-STOCK-EXIT
007830     END-READ.
007840     COMPUTE WS-FREE-QTY = SLC-ON-HAND - SLC-PICKED.
007850 3010-CHECK-LOCATION-STOCK-EXIT.
007860     EXIT.
007870
007880*****************************************************************
007890*    3020-MATCH-BRANCH-ROW                                      *
007900*****************************************************************
007910 3020-MATCH-BRANCH-ROW.
007920     IF WS-BRN-TBL-CODE(WS-BRN-SUB) = BKO-BRANCH-CODE
007930         MOVE WS-BRN-TBL-WHSE(WS-BRN-SUB) TO WS-BKO-LOC-CODE
007940     END-IF.
007950 3020-MATCH-BRANCH-ROW-EXIT.
007960     EXIT.
007961
007962*****************************************************************
007963*    3050-CHECK-KIT-STOCK                                       *
007964*    A KIT BACKORDER IS SHORT UNLESS EVERY COMPONENT HAS THE    *
007965*    BACKORDERED KITS TIMES ITS QUANTITY PER KIT FREE - AT THE  *
007966*    BRANCH'S WAREHOUSE WHEN LOCATION STOCK IS KEPT, AND NET OF *
007967*    EVERY RESERVATION FOR THE COMPONENT.  A KIT WITH NO USABLE *
007968*    BILL OF MATERIALS IS SHORT AND CARRIED FOR REVIEW.         *
007969*****************************************************************
007970 3050-CHECK-KIT-STOCK.
007971     MOVE 'N' TO WS-BKO-KIT-SW.
007972     MOVE 'N' TO WS-KIT-SHORT-SW.
007973     MOVE BKO-ITM-ID TO ITM-ID.
007974     READ ITEM-MASTER-FILE
007975         INVALID KEY
007976             GO TO 3050-CHECK-KIT-STOCK-EXIT
007977     END-READ.
007978     IF NOT ITM-IS-KIT
007979         GO TO 3050-CHECK-KIT-STOCK-EXIT
007980     END-IF.
007981     MOVE 'Y' TO WS-BKO-KIT-SW.
007982     MOVE BKO-ITM-ID TO WS-KIT-ITM-ID.
007983     PERFORM 9960-LOAD-KIT-COMPONENTS
007984         THRU 9960-LOAD-KIT-COMPONENTS-EXIT.
007985     IF WS-KIT-COMP-COUNT = 0 OR WS-KIT-OVERFLOW
007986         DISPLAY 'GDSRCV01: KIT ' BKO-ITM-ID
007987             ' HAS NO USABLE BILL OF MATERIALS'
007988         MOVE 'Y' TO WS-KIT-SHORT-SW
007989         GO TO 3050-CHECK-KIT-STOCK-EXIT
007990     END-IF.
007991     PERFORM 3060-CHECK-KIT-COMPONENT
007992         THRU 3060-CHECK-KIT-COMPONENT-EXIT
007993         VARYING WS-KIT-COMP-SUB FROM 1 BY 1
007994         UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT
007995             OR WS-KIT-SHORT.
007996 3050-CHECK-KIT-STOCK-EXIT.
007997     EXIT.
007998
007999 3060-CHECK-KIT-COMPONENT.
008000     COMPUTE WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
008001         = BKO-QUANTITY * WS-KIT-COMP-QTY(WS-KIT-COMP-SUB)
008002         ON SIZE ERROR
008003             MOVE 'Y' TO WS-KIT-SHORT-SW
008004             GO TO 3060-CHECK-KIT-COMPONENT-EXIT
008005     END-COMPUTE.
008006     IF WS-KIT-COMP-NEED(WS-KIT-COMP-SUB) > 99999
008007         MOVE 'Y' TO WS-KIT-SHORT-SW
008008         GO TO 3060-CHECK-KIT-COMPONENT-EXIT
008009     END-IF.
008010     MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB) TO STK-ITM-ID.
008011     READ STOCK-FILE
008012         INVALID KEY
008013             MOVE 0 TO STK-ON-HAND
008014             MOVE 0 TO STK-PICKED
008015     END-READ.
008016     COMPUTE WS-FREE-QTY = STK-ON-HAND - STK-PICKED.
008017     IF NOT WS-SLC-DISABLED
008018         MOVE WS-BKO-LOC-CODE TO SLC-LOC-CODE
008019         MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB) TO SLC-ITM-ID
008020         READ STOCK-LOCATION-FILE
008021             INVALID KEY
008022                 MOVE 0 TO SLC-ON-HAND
008023                 MOVE 0 TO SLC-PICKED
008024         END-READ
008025         COMPUTE WS-FREE-QTY = SLC-ON-HAND - SLC-PICKED
008026     END-IF.
008027     IF NOT WS-RSV-DISABLED
008028         MOVE 0 TO WS-RSV-TOTAL-QTY
008029         MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB)
008030             TO WS-RSV-KEY-ITM
008031         PERFORM 3040-SUM-RESERVED-ROW
008032             THRU 3040-SUM-RESERVED-ROW-EXIT
008033             VARYING WS-RSV-SUB FROM 1 BY 1
008034             UNTIL WS-RSV-SUB > WS-RSV-COUNT
008035         SUBTRACT WS-RSV-TOTAL-QTY FROM WS-FREE-QTY
008036     END-IF.
008037     IF WS-FREE-QTY < WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
008038         MOVE 'Y' TO WS-KIT-SHORT-SW
008039     END-IF.
008040 3060-CHECK-KIT-COMPONENT-EXIT.
008041     EXIT.
008042
008043*****************************************************************
008044*    1095-READ-BRANCH                                           *
008045*****************************************************************
008046 1095-READ-BRANCH.
008047     READ BRANCH-REFERENCE-FILE
008048         AT END
008049             MOVE '10' TO WS-BRN-FILE-STATUS
008050         NOT AT END
008060             IF WS-BRN-COUNT < WS-MAX-BRN-ROWS
008070                 ADD 1 TO WS-BRN-COUNT
008080                 MOVE BRN-CODE
008090                     TO WS-BRN-TBL-CODE(WS-BRN-COUNT)
008100                 MOVE BRN-WAREHOUSE
008110                     TO WS-BRN-TBL-WHSE(WS-BRN-COUNT)
008120             END-IF
008130     END-READ.
008140 1095-READ-BRANCH-EXIT.
008150     EXIT.
008160*****************************************************************
008170*    1097-LOAD-RESERVATION                                      *
008180*****************************************************************
008190 1097-LOAD-RESERVATION.
008200     READ STOCK-RESERVATION-FILE NEXT RECORD
008210         AT END
008220             MOVE '10' TO WS-RSV-FILE-STATUS
008230             GO TO 1097-LOAD-RESERVATION-EXIT
008240     END-READ.
008250     MOVE RSV-LOC-CODE TO WS-RSV-KEY-LOC.
008260     MOVE RSV-ITM-ID   TO WS-RSV-KEY-ITM.
008270     MOVE RSV-QUANTITY TO WS-RSV-DELTA.
008280     PERFORM 7400-ADD-TO-RESERVED
008290         THRU 7400-ADD-TO-RESERVED-EXIT.
008300 1097-LOAD-RESERVATION-EXIT.
008310     EXIT.
008320
008330*****************************************************************
008340*    3030-NET-RESERVATIONS                                      *
008350*    TAKE OTHER ORDERS' RESERVATIONS OUT OF THE FREE QUANTITY.  *
008360*    WITHOUT LOCATION STOCK THE FREE FIGURE IS COMPANY-WIDE, SO *
008370*    RESERVATIONS AT EVERY LOCATION COUNT AGAINST IT.           *
008380*****************************************************************
008390 3030-NET-RESERVATIONS.
008400     MOVE 0 TO WS-RSV-TOTAL-QTY.
008405     MOVE BKO-ITM-ID TO WS-RSV-KEY-ITM.
008410     PERFORM 3040-SUM-RESERVED-ROW
008420         THRU 3040-SUM-RESERVED-ROW-EXIT
008430         VARYING WS-RSV-SUB FROM 1 BY 1
008440         UNTIL WS-RSV-SUB > WS-RSV-COUNT.
008450     MOVE BKO-ORDER-ID TO RSV-ORDER-ID.
008460     MOVE BKO-ITM-ID   TO RSV-ITM-ID.
008470     READ STOCK-RESERVATION-FILE
008480         INVALID KEY
008490             MOVE 0 TO RSV-QUANTITY
008500     END-READ.
008510     MOVE RSV-QUANTITY TO WS-RSV-OWN-QTY.
008520     COMPUTE WS-FREE-QTY
008530         = WS-FREE-QTY - (WS-RSV-TOTAL-QTY - WS-RSV-OWN-QTY).
008540 3030-NET-RESERVATIONS-EXIT.
008550     EXIT.
008560
008570*****************************************************************
008580*    3040-SUM-RESERVED-ROW                                      *
008590*****************************************************************
008600 3040-SUM-RESERVED-ROW.
008610     IF WS-RSV-TBL-ITM(WS-RSV-SUB) = WS-RSV-KEY-ITM
008620         IF WS-SLC-DISABLED
008630                 OR WS-RSV-TBL-LOC(WS-RSV-SUB) = WS-BKO-LOC-CODE
008640             ADD WS-RSV-TBL-QTY(WS-RSV-SUB) TO WS-RSV-TOTAL-QTY
008650         END-IF
008660     END-IF.
008670 3040-SUM-RESERVED-ROW-EXIT.
008680     EXIT.
008690
008700*****************************************************************
008710*    7400-ADD-TO-RESERVED                                       *
008720*    ADD WS-RSV-DELTA TO THE TABLE ROW FOR WS-RSV-KEY-LOC AND   *
008730*    WS-RSV-KEY-ITM, OPENING THE ROW IF THERE IS ROOM.          *
008740*****************************************************************
008750 7400-ADD-TO-RESERVED.
008760     MOVE 0 TO WS-RSV-HIT-SUB.
008770     PERFORM 7450-MATCH-RESERVED-ROW
008780         THRU 7450-MATCH-RESERVED-ROW-EXIT
008790         VARYING WS-RSV-SUB FROM 1 BY 1
008800         UNTIL WS-RSV-SUB > WS-RSV-COUNT
008810             OR WS-RSV-HIT-SUB > 0.
008820     IF WS-RSV-HIT-SUB = 0
008830         IF WS-RSV-COUNT NOT < WS-MAX-RSV-ROWS
008840             GO TO 7400-ADD-TO-RESERVED-EXIT
008850         END-IF
008860         ADD 1 TO WS-RSV-COUNT
008870         MOVE WS-RSV-COUNT    TO WS-RSV-HIT-SUB
008880         MOVE WS-RSV-KEY-LOC  TO WS-RSV-TBL-LOC(WS-RSV-HIT-SUB)
008890         MOVE WS-RSV-KEY-ITM  TO WS-RSV-TBL-ITM(WS-RSV-HIT-SUB)
008900         MOVE 0               TO WS-RSV-TBL-QTY(WS-RSV-HIT-SUB)
008910     END-IF.
008920     ADD WS-RSV-DELTA TO WS-RSV-TBL-QTY(WS-RSV-HIT-SUB).
008930 7400-ADD-TO-RESERVED-EXIT.
008940     EXIT.
008950
008960*****************************************************************
008970*    7450-MATCH-RESERVED-ROW                                    *
008980*****************************************************************
008990 7450-MATCH-RESERVED-ROW.
009000     IF WS-RSV-TBL-LOC(WS-RSV-SUB) = WS-RSV-KEY-LOC
009010             AND WS-RSV-TBL-ITM(WS-RSV-SUB) = WS-RSV-KEY-ITM
009020         MOVE WS-RSV-SUB TO WS-RSV-HIT-SUB
009030     END-IF.
009040 7450-MATCH-RESERVED-ROW-EXIT.
009050     EXIT.
