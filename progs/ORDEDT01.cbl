001120*                    200 FOR AN UNCACHED ITEM - THE NEW LINE    *
001130*                    PASSES UNCHECKED (WARNED ONCE) INSTEAD     *
001140*                    OF RESETTING A CACHED ITEM'S DRAWDOWN.     *
001142*    2026-10-15  PD  AVAILABLE STOCK IS NOW ON-HAND LESS THE    *
001144*                    QUANTITY ON UNSHIPPED PICK TICKETS - A     *
001146*                    POSTED SALE NO LONGER RELIEVES ON-HAND     *
001148*                    UNTIL THE SHIPMENT IS CONFIRMED.           *
001149*    2026-10-15  PD  STOCK IS NOW CHECKED AT THE ORDERING        *
001150*                    BRANCH'S HOME WAREHOUSE (BRN-WAREHOUSE ON   *
001151*                    BRNREF) FROM THE LOCATION STOCK FILE, NOT   *
001152*                    AGAINST THE COMPANY-WIDE ON-HAND; AVAILABLE *
001153*                    THERE IS ON-HAND LESS PICKED.  A TRACKED    *
001154*                    ITEM WITH NO STOCK AT THAT LOCATION         *
001155*                    BACKORDERS.  WITHOUT STKLOC THE CHECK FALLS *
001156*                    BACK TO THE COMPANY FIGURE.                 *
001157*    2026-10-15  PD  THE STOCK CHECK IS NOW                      *
001158*                    AVAILABLE-TO-PROMISE: AVAILABLE LESS THE    *
001159*                    QUANTITY RESERVED (STKRSV.CPY) FOR HELD     *
001160*                    ORDERS, ACCEPTED QUOTES AND RELEASED OR     *
001161*                    PART-COVERED BACKORDERS.  A LINE MAY DRAW   *
001162*                    ON ITS OWN ORDER'S RESERVATION FIRST.       *
001163*                    WITHOUT RSVMAST THE CHECK IS AGAINST        *
001164*                    UNRESERVED STOCK.                           *
001166*    2026-10-15  PD  TYPE 'B' (A YEAR-END VOLUME-REBATE CREDIT   *
001168*                    FROM REBACR01) IS ACCEPTED AND, LIKE 'F',   *
001170*                    CARRIES NO LINES - ONLY THE TYPE, HOLD, REP *
001172*                    AND DATE EDITS APPLY.                       *
001173*    2026-10-15  PD  A CUSTOMER ON CREDIT HOLD WHOSE             *
001174*                    CASH-IN-ADVANCE FLAG WAS KEYED BY THE       *
001175*                    CREDIT DESK OR SET BY COLLECTIONS PLACEMENT *
001176*                    NOW PASSES THE H1 EDIT - ORDPOST1 PARKS THE *
001177*                    ORDER FOR PREPAYMENT.                       *
001178*    2026-10-15  PD  A CUSTOMER ON DENIED-PARTY HOLD (HOLD       *
001179*                    REASON DP) HAS ITS SALES, HELD-ORDER        *
001180*                    RELEASES AND QUOTE CONVERSIONS REJECTED S1, *
001181*                    AHEAD OF THE H1 EDIT AND REGARDLESS OF CASH *
001182*                    IN ADVANCE.                                 *
001183*    2026-10-15  PD  EVERY LINE OF A PASSED ORDER NOW ALSO GOES  *
001184*                    TO THE ORDER-CONFIRMATION DETAIL FILE       *
001185*                    (CNFDTL.CPY) - THE ITEM ORDERED AGAINST THE *
001186*                    ITEM SUPPLIED AFTER ANY SUBSTITUTION, THE   *
001187*                    LIST OR CONTRACT PRICE AND ANY PROMOTION    *
001188*                    TAKEN OFF, OR THE LINE BACKORDERED - FOR    *
001189*                    THE CUSTOMER CONFIRMATIONS ORDCNF01 SENDS.  *
001190*                    THE PROMOTION TABLE NOW KEEPS THE PROMOTION *
001191*                    ID.                                         *
001192*    2026-10-15  PD  AN EDI ORDER (ID IN THE 'E' SERIES FROM     *
001193*                    EDIORD01) WHOSE PURCHASE ORDER CARRIED NO   *
001194*                    TOTAL IS KEYED AT ZERO - THE CUSTOMER LEFT  *
001195*                    PRICING TO US - SO ITS AMOUNT IS RE-DERIVED *
001196*                    FROM THE PRICED LINES, AS FOR A BACKORDERED *
001197*                    LINE, INSTEAD OF FAILING T1.                *
001198*    2026-10-15  PD  BELOW-COST SELLING GUARD: EACH SALE LINE'S  *
001199*                    NET PRICE - CONTRACT OR LIST LESS ANY       *
001200*                    PROMOTION, AS POSTING WILL PRICE IT - IS    *
001201*                    HELD AGAINST QUANTITY TIMES ITM-UNIT-COST   *
001202*                    AND AGAINST ITS CATEGORY'S MINIMUM MARGIN   *
001203*                    (CAT-MIN-MARGIN-PCT ON ITMCAT).  AN ORDER   *
001204*                    WITH ANY LINE BELOW EITHER GOES TO THE      *
001205*                    MARGIN-APPROVAL QUEUE (MRGAPPR.CPY) AND THE *
001206*                    MARGIN-HOLD LISTING INSTEAD OF PASSING,     *
001207*                    WITH A GATE DISPOSITION 'M', AND SITS IN    *
001208*                    THE SUSPENDED LEG OF THE TIE-OUT.  AN ORDER *
001209*                    MRGAPPR1 HAS RELEASED (MRGREL) PASSES THE   *
001210*                    CHECK AND IS NOTED ON THE ORDER MAINTENANCE *
001211*                    REGISTER WITH ITS APPROVER.  A LINE WITH NO *
001212*                    UNIT COST IS NOT CHECKED.                   *
001213*    2026-10-15  PD  STANDING ORDERS: AN 'S'-SERIES ORDER CUT BY *
001214*                    SOGEN01 IS PRICED FROM ITS LINES LIKE A     *
001215*                    ZERO-KEYED EDI ORDER AND IS NEVER HELD AS A *
001216*                    NEAR-DUPLICATE ITSELF, THOUGH IT STILL      *
001217*                    JOINS THE SEEN TABLE SO A HAND-KEYED COPY   *
001218*                    IS CAUGHT.                                  *
001219*    2026-10-15  PD  UNITS OF MEASURE: EACH LINE'S UNIT          *
001220*                    (OLN-UNIT-CODE, SPACES FOR THE ITEM'S       *
001221*                    SELLING UNIT) IS RESOLVED THROUGH THE       *
001222*                    SHARED UNIT ROUTINES (UOMPROC.CPY) AGAINST  *
001223*                    THE UNIT-CONVERSION FILE.  A UNIT NOT VALID *
001224*                    FOR THE ITEM REJECTS THE ORDER U1; A LINE   *
001225*                    TOO LARGE ONCE CONVERTED REJECTS Q1.  THE   *
001226*                    STOCK CHECK, BACKORDER QUANTITY, AND MARGIN *
001227*                    COST NOW WORK IN STOCKING UNITS, AND THE    *
001228*                    LINE IS PRICED PER ORDERED UNIT - THE PACK  *
001229*                    PRICE WHEN THE CONVERSION ROW CARRIES ONE,  *
001230*                    OTHERWISE THE LIST OR CONTRACT PRICE TIMES  *
001231*                    THE FACTOR - THE SAME WAY POSTING PRICES    *
001232*                    IT.  THE QUANTITY LIMIT AND DUPLICATE       *
001233*                    FINGERPRINT STAY IN ORDERED UNITS.          *
001234*    2026-10-15  PD  A KIT ITEM (ITM-IS-KIT) IS EXPLODED THROUGH *
001235*                    THE KIT BILL-OF-MATERIALS FILE              *
001236*                    (KITPROC.CPY).  EVERY COMPONENT MUST BE ON  *
001237*                    FILE AND NOT BLOCKED, AND EVERY ONE MUST    *
001238*                    HAVE THE STOCK FOR THE KITS ORDERED OR THE  *
001239*                    WHOLE KIT LINE BACKORDERS; THE COMPONENTS,  *
001240*                    NOT THE KIT, ARE DRAWN DOWN.  THE KIT STILL *
001241*                    PRICES AT ITS OWN ITM-NUM1, AND ITS COST    *
001242*                    FOR THE MARGIN CHECK IS THE SUM OF ITS      *
001243*                    COMPONENTS' COSTS.  A KIT WITH NO USABLE    *
001244*                    BILL REJECTS K1.                            *
001245*    2026-10-15  PD  THE CONTRACT-PRICE AND PROMOTION TABLES,    *
001246*                    THE STOCK CACHE AND THE NEAR-DUPLICATE SEEN *
001247*                    TABLE ARE HELD IN KEY ORDER AND FOUND BY    *
001248*                    BINARY SEARCH; ROOM RAISED TO 2000, 500,    *
001249*                    2000 AND 5000 ROWS.  A FULL PRICE OR        *
001250*                    PROMOTION TABLE STOPS THE RUN (RC 8); A     *
001251*                    FULL CACHE OR SEEN TABLE IS REPORTED AND    *
001252*                    ENDS THE RUN RC 4.                          *
001253*    2026-10-15  PD  A BACKORDER PARKED HERE IS MARKED NOT YET   *
001254*                    BILLED (BKO-PREBILLED-SW) - GDSRCV01 PRICES *
001255*                    IT WHEN IT RELEASES.                        *
001256*****************************************************************
001257 ENVIRONMENT DIVISION.
001258 INPUT-OUTPUT SECTION.
001259 FILE-CONTROL.
001260     SELECT EDIT-CONTROL-FILE ASSIGN TO EDTCTL
001261         ORGANIZATION IS LINE SEQUENTIAL
001262         FILE STATUS IS WS-EDT-FILE-STATUS.
001263
001264     SELECT ORDER-TRAN-FILE ASSIGN TO ORDTRAN
001265         ORGANIZATION IS LINE SEQUENTIAL
001266         FILE STATUS IS WS-ORD-FILE-STATUS.
001267
001270     SELECT ORDER-LINE-FILE ASSIGN TO ORDLINE
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-LIN-FILE-STATUS.
001800         RECORD KEY IS STK-ITM-ID
001810         FILE STATUS IS WS-STK-FILE-STATUS.
001820
001821     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
001822         ORGANIZATION IS INDEXED
001823         ACCESS MODE IS DYNAMIC
001824         RECORD KEY IS SLC-KEY
001825         FILE STATUS IS WS-SLC-FILE-STATUS.
001826
001827     SELECT STOCK-RESERVATION-FILE ASSIGN TO RSVMAST
001828         ORGANIZATION IS INDEXED
001829         ACCESS MODE IS DYNAMIC
001830         RECORD KEY IS RSV-KEY
001831         FILE STATUS IS WS-RSV-FILE-STATUS.
001832     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRNREF
001833         ORGANIZATION IS LINE SEQUENTIAL
001834         FILE STATUS IS WS-BRN-FILE-STATUS.
001835
001836     SELECT BACKORDER-FILE ASSIGN TO BCKORDN
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS WS-BKO-FILE-STATUS.
001852
001854     SELECT ORDER-CONFIRM-DETAIL-FILE ASSIGN TO ORDCNFD
001856         ORGANIZATION IS LINE SEQUENTIAL
001858         FILE STATUS IS WS-CFD-FILE-STATUS.
001860
001870     SELECT ITEM-SUBSTITUTE-FILE ASSIGN TO ITMSUB
001880         ORGANIZATION IS LINE SEQUENTIAL
002110     SELECT GATE-DISPOSITION-FILE ASSIGN TO GATEDISP
002120         ORGANIZATION IS LINE SEQUENTIAL
002130         FILE STATUS IS WS-GDP-FILE-STATUS.
002131
002132     SELECT CATEGORY-REF-FILE ASSIGN TO ITMCAT
002133         ORGANIZATION IS INDEXED
002134         ACCESS MODE IS RANDOM
002135         RECORD KEY IS CAT-CODE
002136         FILE STATUS IS WS-CAT-FILE-STATUS.
002137
002138     SELECT UNIT-CONVERSION-FILE ASSIGN TO UOMCNV
002139         ORGANIZATION IS INDEXED
002140         ACCESS MODE IS RANDOM
002141         RECORD KEY IS UCV-KEY
002142         FILE STATUS IS WS-UCV-FILE-STATUS.
002143
002144     SELECT MARGIN-APPROVAL-FILE ASSIGN TO MRGAPPR
002145         ORGANIZATION IS LINE SEQUENTIAL
002146         FILE STATUS IS WS-MAQ-FILE-STATUS.
002147
002148     SELECT MARGIN-RELEASE-FILE ASSIGN TO MRGREL
002149         ORGANIZATION IS LINE SEQUENTIAL
002150         FILE STATUS IS WS-MRL-FILE-STATUS.
002151
002152     SELECT MARGIN-HOLD-RPT ASSIGN TO MRGHLDRP
002153         ORGANIZATION IS LINE SEQUENTIAL
002154         FILE STATUS IS WS-MHR-FILE-STATUS.
002155
002156     SELECT KIT-BOM-FILE ASSIGN TO KITBOM
002157         ORGANIZATION IS INDEXED
002158         ACCESS MODE IS DYNAMIC
002159         RECORD KEY IS KBM-KEY
002160         FILE STATUS IS WS-KBM-FILE-STATUS.
002161
002162 DATA DIVISION.
002163 FILE SECTION.
002170 FD  EDIT-CONTROL-FILE
002180     LABEL RECORDS ARE STANDARD.
002190     COPY EDTCTL.
002660     LABEL RECORDS ARE STANDARD.
002670     COPY STKMAST.
002680
002681 FD  STOCK-LOCATION-FILE
002682     LABEL RECORDS ARE STANDARD.
002683     COPY STKLOC.
002684
002685 FD  STOCK-RESERVATION-FILE
002686     LABEL RECORDS ARE STANDARD.
002687     COPY STKRSV.
002688 FD  BRANCH-REFERENCE-FILE
002689     LABEL RECORDS ARE STANDARD.
002690     COPY BRNREF.
002691
002692 FD  BACKORDER-FILE
002700     LABEL RECORDS ARE STANDARD.
002710     COPY BCKORD.
002712
002714 FD  ORDER-CONFIRM-DETAIL-FILE
002716     LABEL RECORDS ARE STANDARD.
002718     COPY CNFDTL.
002720
002730 FD  ITEM-SUBSTITUTE-FILE
002740     LABEL RECORDS ARE STANDARD.
002960         REPLACING ORDER-LINE-REC BY AMEND-LINE-REC
002970         OLN-ORDER-ID BY ALN-ORDER-ID
002980         OLN-ITM-ID BY ALN-ITM-ID
002986         OLN-QUANTITY BY ALN-QUANTITY
002992         OLN-UNIT-CODE BY ALN-UNIT-CODE.
003000
003010 FD  ORDER-MAINT-RPT
003020     LABEL RECORDS ARE STANDARD.
003050 FD  GATE-DISPOSITION-FILE
003060     LABEL RECORDS ARE STANDARD.
003070     COPY BRNACK.
003071
003072 FD  CATEGORY-REF-FILE
003073     LABEL RECORDS ARE STANDARD.
003074     COPY ITMCAT.
003075
003076 FD  UNIT-CONVERSION-FILE
003077     LABEL RECORDS ARE STANDARD.
003078     COPY UOMCNV.
003079
003080 FD  KIT-BOM-FILE
003081     LABEL RECORDS ARE STANDARD.
003082     COPY KITBOM.
003083
003084 FD  MARGIN-APPROVAL-FILE
003085     LABEL RECORDS ARE STANDARD.
003086     COPY MRGAPPR.
003087
003088 FD  MARGIN-RELEASE-FILE
003089     LABEL RECORDS ARE STANDARD.
003090     COPY MRGREL.
003091
003092 FD  MARGIN-HOLD-RPT
003093     LABEL RECORDS ARE STANDARD.
003094     01  MARGIN-HOLD-LINE         PIC X(80).
003095
003096 WORKING-STORAGE SECTION.
003100     01  WS-EDT-FILE-STATUS       PIC X(02).
003110         88  WS-EDT-OK            VALUE '00'.
003120
003410         88  WS-LINE-EOF          VALUE 'Y'.
003420
003430     COPY DVALWORK.
003433
003436     COPY UOMWORK.
003437
003438     COPY KITWORK.
003440
003450*****************************************************************
003460*    AMENDMENT AND CANCELLATION TABLES - LOADED ONCE AT START   *
003770             10  WS-ALN-T-ORDER-ID PIC X(06).
003780             10  WS-ALN-T-ITM-ID  PIC X(05).
003790             10  WS-ALN-T-QTY     PIC 9(05).
003795             10  WS-ALN-T-UNIT    PIC X(02).
003800     01  WS-ALN-SUB               PIC 9(03) COMP.
003810     01  WS-AMEND-LINE-WORK       PIC X(18).
003820     01  WS-AMEND-LINE-SPLIT REDEFINES WS-AMEND-LINE-WORK.
003830         05  WS-AMW-ORDER-ID      PIC X(06).
003840         05  WS-AMW-ITM-ID        PIC X(05).
003850         05  WS-AMW-QUANTITY      PIC 9(05).
003855         05  WS-AMW-UNIT-CODE     PIC X(02).
003860*    HOLDS THE READ-AHEAD ORDER LINE WHILE AMENDMENT LINES
003870*    BORROW THE RECORD AREA FOR THE SHARED LINE EDITS.
003880     01  WS-LINE-HOLD             PIC X(18).
003890
003900*****************************************************************
003910*    CUSTOMER CONTRACT-PRICE TABLE - LOADED ONCE AT START OF    *
003920*    RUN.  A MATCHING, IN-DATE ROW PRICES THE LINE AHEAD OF     *
003925*    THE MASTER PRICE.  THE ROWS ARE KEPT IN CUSTOMER/ITEM      *
003930*    ORDER AS THEY LOAD, SO A LINE'S ROWS ARE FOUND BY BINARY   *
003935*    SEARCH RATHER THAN A SCAN OF THE WHOLE TABLE.              *
003940*****************************************************************
003950     01  WS-CPR-FILE-STATUS       PIC X(02).
003960         88  WS-CPR-OK            VALUE '00'.
003970         88  WS-CPR-EOF           VALUE '10'.
003980     01  WS-CPR-COUNT             PIC 9(04) COMP VALUE 0.
003990     01  WS-MAX-CPR-ROWS          PIC 9(04) COMP VALUE 2000.
004000     01  WS-CPR-TABLE.
004008         05  WS-CPR-ROW OCCURS 2000 TIMES.
004016             10  WS-CPR-T-KEY.
004024                 15  WS-CPR-T-CUST PIC X(05).
004032                 15  WS-CPR-T-ITM PIC X(05).
004040             10  WS-CPR-T-PRICE   PIC S9(03)V9(02) COMP-3.
004050             10  WS-CPR-T-START   PIC 9(08).
004060             10  WS-CPR-T-END     PIC 9(08).
004070     01  WS-CPR-SUB               PIC 9(04) COMP.
004080     01  WS-CPR-HIT-SUB           PIC 9(04) COMP.
004090     01  WS-CPR-FOUND-SW          PIC X(01).
004100         88  WS-CPR-FOUND         VALUE 'Y'.
004102     01  WS-CPR-LOW               PIC 9(04) COMP.
004104     01  WS-CPR-HIGH              PIC 9(04) COMP.
004106     01  WS-CPR-MID               PIC 9(04) COMP.
004108     01  WS-CPR-MOVE-SUB          PIC 9(04) COMP.
004110     01  WS-CPR-PAST-EQUAL-SW     PIC X(01).
004112         88  WS-CPR-PAST-EQUAL    VALUE 'Y'.
004114     01  WS-CPR-KEY-END-SW        PIC X(01).
004116         88  WS-CPR-KEY-END       VALUE 'Y'.
004118     01  WS-CPL-KEY.
004120         05  WS-CPL-CUST          PIC X(05).
004122         05  WS-CPL-ITM           PIC X(05).
004130     01  WS-CPL-DATE              PIC 9(08).
004140     01  WS-CONTRACT-PRICE        PIC S9(03)V9(02).
004150*****************************************************************
004160*    PROMOTION TABLE - LOADED ONCE AT START OF RUN, SO THE      *
004166*    GATE PRICES EXACTLY AS POSTING WILL.  KEPT IN CATEGORY     *
004172*    ORDER FOR BINARY SEARCH.                                   *
004180*****************************************************************
004190     01  WS-PRM-FILE-STATUS       PIC X(02).
004200         88  WS-PRM-OK            VALUE '00'.
004210         88  WS-PRM-EOF           VALUE '10'.
004220     01  WS-PRM-COUNT             PIC 9(03) COMP VALUE 0.
004230     01  WS-MAX-PRM-ROWS          PIC 9(03) COMP VALUE 500.
004240     01  WS-PRM-TABLE.
004250         05  WS-PRM-ROW OCCURS 500 TIMES.
004260             10  WS-PRM-T-CATEGORY PIC X(04).
004270             10  WS-PRM-T-PCT     PIC 9(02)V9(02).
004280             10  WS-PRM-T-START   PIC 9(08).
004290             10  WS-PRM-T-END     PIC 9(08).
004295             10  WS-PRM-T-PROMO-ID PIC X(06).
004303     01  WS-PRM-SUB               PIC 9(03) COMP.
004311     01  WS-PRM-HIT-SUB           PIC 9(03) COMP.
004320     01  WS-PRM-FOUND-SW          PIC X(01).
004330         88  WS-PRM-FOUND         VALUE 'Y'.
004331     01  WS-PRM-LOW               PIC 9(03) COMP.
004332     01  WS-PRM-HIGH              PIC 9(03) COMP.
004333     01  WS-PRM-MID               PIC 9(03) COMP.
004334     01  WS-PRM-MOVE-SUB          PIC 9(03) COMP.
004335     01  WS-PRM-PAST-EQUAL-SW     PIC X(01).
004336         88  WS-PRM-PAST-EQUAL    VALUE 'Y'.
004337     01  WS-PRM-KEY-END-SW        PIC X(01).
004338         88  WS-PRM-KEY-END       VALUE 'Y'.
004339     01  WS-PRL-CATEGORY          PIC X(04).
004340     01  WS-PROMO-DISCOUNT        PIC S9(07)V9(02).
004350*****************************************************************
004360*    ITEM SUBSTITUTION TABLE - LOADED ONCE AT START OF RUN.     *
004540*    STOCK AVAILABILITY CACHE - EACH ITEM'S ON-HAND IS READ     *
004550*    ONCE AND DRAWN DOWN AS THE GATE ACCEPTS LINES, SO TWO      *
004560*    ORDERS CANNOT BOTH TAKE THE LAST CASE.  AN ITEM WITH NO    *
004566*    STOCK RECORD IS NOT STOCK-CHECKED.  THE ROWS ARE KEPT IN   *
004572*    ITEM/LOCATION ORDER FOR BINARY SEARCH.                     *
004580*****************************************************************
004590     01  WS-STK-FILE-STATUS       PIC X(02).
004600         88  WS-STK-OK            VALUE '00'.
004630         88  WS-STK-DISABLED      VALUE 'Y'.
004640     01  WS-BKO-FILE-STATUS       PIC X(02).
004650         88  WS-BKO-OK            VALUE '00'.
004653     01  WS-CFD-FILE-STATUS       PIC X(02).
004656         88  WS-CFD-OK            VALUE '00'.
004664     01  WS-AVL-COUNT             PIC 9(04) COMP VALUE 0.
004672     01  WS-MAX-AVL-ROWS          PIC 9(04) COMP VALUE 2000.
004680     01  WS-AVL-TABLE.
004686         05  WS-AVL-ROW OCCURS 2000 TIMES.
004692             10  WS-AVL-KEY.
004698                 15  WS-AVL-ITM-ID PIC X(05).
004704                 15  WS-AVL-LOC-CODE PIC X(03).
004710             10  WS-AVL-QTY       PIC S9(07) COMP-3.
004720             10  WS-AVL-TRACKED   PIC X(01).
004723     01  WS-AVL-HIT-SUB           PIC 9(04) COMP.
004726     01  WS-AVL-LOW               PIC 9(04) COMP.
004729     01  WS-AVL-HIGH              PIC 9(04) COMP.
004732     01  WS-AVL-MID               PIC 9(04) COMP.
004735     01  WS-AVL-MOVE-SUB          PIC 9(04) COMP.
004738     01  WS-AVL-SEEK-KEY.
004741         05  WS-AVL-SEEK-ITM      PIC X(05).
004744         05  WS-AVL-SEEK-LOC      PIC X(03).
004750     01  WS-AVL-FOUND-SW          PIC X(01).
004760         88  WS-AVL-FOUND         VALUE 'Y'.
004770     01  WS-AVL-UNCACHED-SW       PIC X(01).
004800         88  WS-AVL-WARNED        VALUE 'Y'.
004810     01  WS-BACKORDERED-SW        PIC X(01).
004820         88  WS-BACKORDERED       VALUE 'Y'.
004821*    THE ITEM AND STOCKING-UNIT QUANTITY 2110-CHECK-STOCK WORKS
004822*    ON - THE LINE'S OWN, OR ONE KIT COMPONENT'S.  A KIT IS
004823*    CHECKED WITHOUT DRAWING DOWN FIRST, SO A SHORT COMPONENT
004824*    LEAVES THE OTHERS UNTOUCHED.
004825     01  WS-CHK-ITM-ID            PIC X(05).
004826     01  WS-CHK-QTY               PIC 9(07).
004827     01  WS-CHK-DRAW-SW           PIC X(01).
004828         88  WS-CHK-DRAW          VALUE 'Y'.
004829     01  WS-KIT-SHORT-SW          PIC X(01).
004830         88  WS-KIT-SHORT         VALUE 'Y'.
004831*****************************************************************
004832*    BRANCH HOME-WAREHOUSE MAP - EACH BRANCH'S LINES ARE        *
004833*    CHECKED AGAINST THE STOCK AT THE WAREHOUSE IT SHIPS FROM.  *
004834*    A BRANCH NOT IN THE MAP SHIPS FROM THE CENTRAL WAREHOUSE   *
004835*    (SPACES).                                                  *
004836*****************************************************************
004837     01  WS-SLC-FILE-STATUS       PIC X(02).
004838         88  WS-SLC-OK            VALUE '00'.
004839     01  WS-SLC-DISABLED-SW       PIC X(01) VALUE 'N'.
004840         88  WS-SLC-DISABLED      VALUE 'Y'.
004841     01  WS-BRN-FILE-STATUS       PIC X(02).
004842         88  WS-BRN-OK            VALUE '00'.
004843         88  WS-BRN-EOF           VALUE '10'.
004844     01  WS-BRN-COUNT             PIC 9(02) COMP VALUE 0.
004845     01  WS-MAX-BRN-ROWS          PIC 9(02) COMP VALUE 50.
004846     01  WS-BRN-TABLE.
004847         05  WS-BRN-ROW OCCURS 50 TIMES.
004848             10  WS-BRN-TBL-CODE  PIC X(03).
004849             10  WS-BRN-TBL-WHSE  PIC X(03).
004850     01  WS-BRN-SUB               PIC 9(02) COMP.
004851     01  WS-ORDER-LOC-CODE        PIC X(03).
004852*****************************************************************
004853*    RESERVED QUANTITY BY LOCATION AND ITEM - LOADED ONCE FROM  *
004854*    THE RESERVATION FILE AND TAKEN OUT OF EACH ITEM'S CACHED   *
004855*    AVAILABLE STOCK, LEAVING AVAILABLE-TO-PROMISE.             *
004856*****************************************************************
004857     01  WS-RSV-FILE-STATUS       PIC X(02).
004858         88  WS-RSV-OK            VALUE '00'.
004859         88  WS-RSV-EOF           VALUE '10'.
004860     01  WS-RSV-DISABLED-SW       PIC X(01) VALUE 'N'.
004861         88  WS-RSV-DISABLED      VALUE 'Y'.
004862     01  WS-RSV-COUNT             PIC 9(03) COMP VALUE 0.
004863     01  WS-MAX-RSV-ROWS          PIC 9(03) COMP VALUE 500.
004864     01  WS-RSV-TABLE.
004865         05  WS-RSV-ROW OCCURS 500 TIMES.
004866             10  WS-RSV-TBL-LOC   PIC X(03).
004867             10  WS-RSV-TBL-ITM   PIC X(05).
004868             10  WS-RSV-TBL-QTY   PIC S9(07) COMP-3.
004869     01  WS-RSV-SUB               PIC 9(03) COMP.
004870     01  WS-RSV-HIT-SUB           PIC 9(03) COMP.
004871     01  WS-RSV-TOTAL-QTY         PIC S9(07) COMP-3.
004872*****************************************************************
004873*    THE CURRENT ORDER'S OWN RESERVATIONS - WHAT IS STILL LEFT  *
004874*    OF EACH FOR ITS LINES TO DRAW ON.  CLEARED WHEN THE ORDER  *
004875*    ID CHANGES.                                                *
004876*****************************************************************
004877     01  WS-OWN-ORDER-ID          PIC X(06) VALUE SPACES.
004878     01  WS-OWN-COUNT             PIC 9(02) COMP VALUE 0.
004879     01  WS-MAX-OWN-ROWS          PIC 9(02) COMP VALUE 50.
004880     01  WS-OWN-TABLE.
004881         05  WS-OWN-ROW OCCURS 50 TIMES.
004882             10  WS-OWN-ITM-ID    PIC X(05).
004883             10  WS-OWN-LEFT      PIC S9(07) COMP-3.
004884     01  WS-OWN-SUB               PIC 9(02) COMP.
004885     01  WS-OWN-HIT-SUB           PIC 9(02) COMP.
004886     01  WS-OWN-QTY               PIC S9(07) COMP-3.
004887*****************************************************************
004888*    SALES-REP REFERENCE TABLE - AN EMPTY TABLE DISABLES THE    *
004889*    REP EDIT.                                                  *
004890*****************************************************************
004891     01  WS-REP-FILE-STATUS       PIC X(02).
004892         88  WS-REP-OK            VALUE '00'.
004893         88  WS-REP-EOF           VALUE '10'.
004900     01  WS-REP-COUNT             PIC 9(02) COMP VALUE 0.
004910     01  WS-MAX-REP-ROWS          PIC 9(02) COMP VALUE 50.
004920     01  WS-REP-TABLE.
005050         88  WS-POR-EOF           VALUE '10'.
005060     01  WS-DUP-FILE-STATUS       PIC X(02).
005070         88  WS-DUP-OK            VALUE '00'.
005073*    THE SEEN ROWS ARE KEPT IN CUSTOMER ORDER, SO AN ORDER IS
005076*    SCREENED ONLY AGAINST ITS OWN CUSTOMER'S ROWS.
005080     01  WS-SEEN-COUNT            PIC 9(04) COMP VALUE 0.
005090     01  WS-MAX-SEEN-ROWS         PIC 9(04) COMP VALUE 5000.
005100     01  WS-SEEN-TABLE.
005110         05  WS-SEEN-ROW OCCURS 5000 TIMES.
005120             10  WS-SEEN-CUST-ID  PIC X(05).
005130             10  WS-SEEN-AMOUNT   PIC S9(07)V9(02) COMP-3.
005140             10  WS-SEEN-DATE     PIC 9(08).
005150             10  WS-SEEN-QTY      PIC 9(07) COMP.
005160             10  WS-SEEN-LINES    PIC 9(03) COMP.
005161     01  WS-SEEN-NEW.
005162         05  WS-SEEN-NEW-CUST-ID  PIC X(05).
005163         05  WS-SEEN-NEW-AMOUNT   PIC S9(07)V9(02) COMP-3.
005164         05  WS-SEEN-NEW-DATE     PIC 9(08).
005165         05  WS-SEEN-NEW-QTY      PIC 9(07) COMP.
005166         05  WS-SEEN-NEW-LINES    PIC 9(03) COMP.
005170     01  WS-SEEN-SUB              PIC 9(04) COMP.
005171     01  WS-SEEN-LOW              PIC 9(04) COMP.
005172     01  WS-SEEN-HIGH             PIC 9(04) COMP.
005173     01  WS-SEEN-MID              PIC 9(04) COMP.
005174     01  WS-SEEN-MOVE-SUB         PIC 9(04) COMP.
005175     01  WS-SEEN-SEEK-CUST        PIC X(05).
005176     01  WS-SEEN-PAST-EQUAL-SW    PIC X(01).
005177         88  WS-SEEN-PAST-EQUAL   VALUE 'Y'.
005178     01  WS-SEEN-KEY-END-SW       PIC X(01).
005179         88  WS-SEEN-KEY-END      VALUE 'Y'.
005180     01  WS-SEEN-WARNED-SW        PIC X(01) VALUE 'N'.
005181         88  WS-SEEN-WARNED       VALUE 'Y'.
005182     01  WS-SUSPECT-SW            PIC X(01).
005190         88  WS-SUSPECT           VALUE 'Y'.
005200
005210     01  WS-DUP-DETAIL-LINE.
005470*****************************************************************
005480     01  WS-MAX-ORDER-QTY         PIC 9(05) VALUE 1000.
005490     01  WS-AMOUNT-TOLERANCE      PIC 9(03)V9(02) VALUE 1.00.
005493*    ORDER-ID SERIES EDIORD01 GIVES ORDERS TRANSLATED FROM EDI.
005496     01  WS-EDI-ORDER-PREFIX      PIC X(01) VALUE 'E'.
005497*    ORDER-ID SERIES SOGEN01 CUTS FROM STANDING ORDERS.
005498     01  WS-STO-ORDER-PREFIX      PIC X(01) VALUE 'S'.
005500*    ZERO MEANS A VELOCITY RULE IS NOT APPLIED.
005510     01  WS-MAX-ORDER-VALUE       PIC 9(07)V9(02) VALUE 0.
005520     01  WS-MAX-ORDERS-PER-CUST   PIC 9(03) VALUE 0.
005900     01  WS-BUF-SUB               PIC 9(03) COMP.
005910     01  WS-LINE-BUFFER.
005920         05  WS-BUF-LINE OCCURS 200 TIMES
005925                                  PIC X(18).
005931
005932*****************************************************************
005933*    CONFIRMATION DETAIL FOR THE ORDER IN HAND - ONE ROW PER    *
005934*    LINE, BACKORDERED ONES TOO, WRITTEN ONLY IF IT PASSES.     *
005935*****************************************************************
005936     01  WS-CFD-COUNT             PIC 9(03) COMP.
005937     01  WS-CFD-SUB               PIC 9(03) COMP.
005938     01  WS-CFD-TABLE.
005939         05  WS-CFD-ROW OCCURS 200 TIMES
005940                                  PIC X(80).
005941     01  WS-ORDERED-ITM-ID        PIC X(05).
005942
005943*****************************************************************
005944*    BELOW-COST SELLING GUARD                                   *
005945*    EACH BUFFERED LINE'S NET PRICE AND COST, SO A HELD ORDER   *
005946*    GOES TO THE MARGIN-APPROVAL QUEUE AS THE GATE PRICED IT.   *
005947*    A CATEGORY WITH NO MINIMUM OF ITS OWN (OR AN ITEM WITH NO  *
005948*    CATEGORY) IS HELD TO WS-DEFAULT-MIN-MARGIN - ZERO HOLDS    *
005949*    ONLY A SALE BELOW COST.                                    *
005950*****************************************************************
005951     01  WS-CAT-FILE-STATUS       PIC X(02).
005952         88  WS-CAT-OK            VALUE '00'.
005953     01  WS-CAT-DISABLED-SW       PIC X(01) VALUE 'N'.
005954         88  WS-CAT-DISABLED      VALUE 'Y'.
005955     01  WS-MAQ-FILE-STATUS       PIC X(02).
005956         88  WS-MAQ-OK            VALUE '00'.
005957     01  WS-MHR-FILE-STATUS       PIC X(02).
005958         88  WS-MHR-OK            VALUE '00'.
005959     01  WS-DEFAULT-MIN-MARGIN    PIC S9(3)V9(2) VALUE 0.
005960     01  WS-MIN-MARGIN            PIC S9(3)V9(2).
005961     01  WS-MARGIN-PCT            PIC S9(5)V9(2).
005962     01  WS-LINE-COST             PIC S9(07)V9(02).
005963     01  WS-LINE-UNIT-COST        PIC S9(07)V9(02).
005964     01  WS-ORDER-COST            PIC S9(09)V9(02).
005965     01  WS-LINE-HOLD-REASON      PIC X(01).
005966     01  WS-MARGIN-HOLD-SW        PIC X(01).
005967         88  WS-MARGIN-HOLD       VALUE 'Y'.
005968     01  WS-ORDER-HOLD-REASON     PIC X(01).
005969     01  WS-MRG-LINE-TABLE.
005970         05  WS-MRG-LINE OCCURS 200 TIMES.
005971             10  WS-MRG-NET       PIC S9(07)V9(02).
005972             10  WS-MRG-COST      PIC S9(07)V9(02).
005973             10  WS-MRG-PCT       PIC S9(05)V9(02).
005974             10  WS-MRG-MINIMUM   PIC S9(3)V9(2).
005975             10  WS-MRG-REASON    PIC X(01).
005976
005977*****************************************************************
005978*    MARGIN RELEASES - LOADED ONCE AT START OF RUN FROM THE     *
005979*    ORDERS MRGAPPR1 RELEASED ON AN AUTHORIZED APPROVAL.  THE   *
005980*    FILE IS OPTIONAL.                                          *
005981*****************************************************************
005982     01  WS-MRL-FILE-STATUS       PIC X(02).
005983         88  WS-MRL-OK            VALUE '00'.
005984         88  WS-MRL-EOF           VALUE '10'.
005985     01  WS-MRL-COUNT             PIC 9(03) COMP VALUE 0.
005986     01  WS-MAX-MRL-ROWS          PIC 9(03) COMP VALUE 200.
005987     01  WS-MRL-TABLE.
005988         05  WS-MRL-ROW OCCURS 200 TIMES.
005989             10  WS-MRL-T-ORDER-ID PIC X(06).
005990             10  WS-MRL-T-APPROVER PIC X(08).
005991     01  WS-MRL-SUB               PIC 9(03) COMP.
005992     01  WS-MRL-HIT-SUB           PIC 9(03) COMP.
005993     01  WS-MRL-FOUND-SW          PIC X(01).
005994         88  WS-MRL-FOUND         VALUE 'Y'.
005995
005996     01  WS-MHR-HEADING-LINE.
005997         05  FILLER               PIC X(44) VALUE
005998             'ORDEDT01 - SALES HELD FOR MARGIN APPROVAL'.
005999         05  FILLER               PIC X(36) VALUE SPACES.
006000     01  WS-MHR-COLUMN-LINE.
006001         05  FILLER               PIC X(40) VALUE
006002             'ORDER  CUST   ITEM     QTY        NET   '.
006003         05  FILLER               PIC X(40) VALUE
006004             '      COST   MARGIN%   MIN%  NOTE'.
006005     01  WS-MHR-DETAIL-LINE.
006006         05  WS-MHR-ORDER-ID      PIC X(06).
006007         05  FILLER               PIC X(01) VALUE SPACE.
006008         05  WS-MHR-CUST-ID       PIC X(05).
006009         05  FILLER               PIC X(02) VALUE SPACES.
006010         05  WS-MHR-ITM-ID        PIC X(05).
006011         05  FILLER               PIC X(02) VALUE SPACES.
006012         05  WS-MHR-QUANTITY      PIC ZZZZ9.
006013         05  FILLER               PIC X(02) VALUE SPACES.
006014         05  WS-MHR-NET           PIC -(6)9.99.
006015         05  FILLER               PIC X(02) VALUE SPACES.
006016         05  WS-MHR-COST          PIC -(6)9.99.
006017         05  FILLER               PIC X(02) VALUE SPACES.
006018         05  WS-MHR-MARGIN        PIC -(4)9.99.
006019         05  FILLER               PIC X(01) VALUE SPACE.
006020         05  WS-MHR-MINIMUM       PIC ZZ9.99.
006021         05  FILLER               PIC X(02) VALUE SPACES.
006022         05  WS-MHR-NOTE          PIC X(10).
006023
006024*****************************************************************
006025*    CONTROL TOTALS                                             *
006026*****************************************************************
006027     01  WS-TOTALS.
006028         05  WS-ORDER-COUNT       PIC 9(07) COMP VALUE 0.
006029         05  WS-ACCEPTED-COUNT    PIC 9(07) COMP VALUE 0.
006030         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
006031         05  WS-ORPHAN-LINE-CNT   PIC 9(07) COMP VALUE 0.
006032         05  WS-CANCELLED-COUNT   PIC 9(07) COMP VALUE 0.
006040         05  WS-AMENDED-COUNT     PIC 9(07) COMP VALUE 0.
006050         05  WS-SUSPECT-COUNT     PIC 9(07) COMP VALUE 0.
006060         05  WS-BREACH-COUNT      PIC 9(07) COMP VALUE 0.
006070         05  WS-BACKORDER-COUNT   PIC 9(07) COMP VALUE 0.
006073         05  WS-MARGIN-HELD-COUNT PIC 9(07) COMP VALUE 0.
006076         05  WS-MARGIN-REL-COUNT  PIC 9(07) COMP VALUE 0.
006078         05  WS-SEEN-SKIP-COUNT   PIC 9(07) COMP VALUE 0.
006080
006090 PROCEDURE DIVISION.
006100*****************************************************************
006440         WS-SWAP-COUNT.
006450     DISPLAY 'ORDEDT01: LINES BACKORDERED..... '
006460         WS-BACKORDER-COUNT.
006462     DISPLAY 'ORDEDT01: HELD FOR MARGIN....... '
006464         WS-MARGIN-HELD-COUNT.
006466     DISPLAY 'ORDEDT01: MARGIN RELEASES PASSED '
006468         WS-MARGIN-REL-COUNT.
006470     IF WS-SEEN-SKIP-COUNT > 0
006472         DISPLAY 'ORDEDT01: NOT DUP-SCREENED AFTER '
006474             WS-SEEN-SKIP-COUNT
006476     END-IF.
006478
006480*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
006490*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
006500     IF (WS-REJECTED-COUNT > 0 OR WS-SUSPECT-COUNT > 0
006510             OR WS-BREACH-COUNT > 0 OR WS-MARGIN-HELD-COUNT > 0)
006520             AND RETURN-CODE < 4
006530         MOVE 4 TO RETURN-CODE
006540     END-IF.
007350         THRU 1078-LOAD-PROMOTIONS-EXIT.
007360     PERFORM 1085-LOAD-SUBSTITUTES
007370         THRU 1085-LOAD-SUBSTITUTES-EXIT.
007371
007372*    THE CATEGORY FILE IS OPTIONAL - WITHOUT IT EVERY LINE IS
007373*    HELD TO THE DEFAULT MINIMUM MARGIN.
007374     OPEN INPUT CATEGORY-REF-FILE.
007375     IF NOT WS-CAT-OK
007376         DISPLAY 'ORDEDT01: NO CATEGORY-REF-FILE - '
007377             'DEFAULT MINIMUM MARGIN IN EFFECT'
007378         MOVE 'Y' TO WS-CAT-DISABLED-SW
007379     END-IF.
007380*    WITHOUT THE UNIT-CONVERSION FILE ONLY STOCKING UNITS PASS.
007381     MOVE 'ORDEDT01' TO WS-UOM-PROGRAM.
007382     PERFORM 9900-OPEN-UNIT-CONVERSION
007383         THRU 9900-OPEN-UNIT-CONVERSION-EXIT.
007384*    WITHOUT THE KIT BILL-OF-MATERIALS FILE A KIT LINE REJECTS.
007385     MOVE 'ORDEDT01' TO WS-KIT-PROGRAM.
007386     PERFORM 9950-OPEN-KIT-BOM
007387         THRU 9950-OPEN-KIT-BOM-EXIT.
007388     OPEN INPUT MARGIN-RELEASE-FILE.
007389     IF WS-MRL-OK
007390         PERFORM 1080-LOAD-MARGIN-RELEASE
007391             THRU 1080-LOAD-MARGIN-RELEASE-EXIT
007392             UNTIL WS-MRL-EOF
007393         CLOSE MARGIN-RELEASE-FILE
007394     END-IF.
007395     OPEN OUTPUT MARGIN-APPROVAL-FILE.
007396     IF NOT WS-MAQ-OK
007397         DISPLAY 'ORDEDT01: OPEN MARGIN-APPROVAL-FILE FAILED '
007398             WS-MAQ-FILE-STATUS
007399         MOVE 'Y' TO WS-EOF-SW
007400         MOVE 8 TO RETURN-CODE
007401     END-IF.
007402     OPEN OUTPUT MARGIN-HOLD-RPT.
007403     IF NOT WS-MHR-OK
007404         DISPLAY 'ORDEDT01: OPEN MARGIN-HOLD-RPT FAILED '
007405             WS-MHR-FILE-STATUS
007406     END-IF.
007407     WRITE MARGIN-HOLD-LINE FROM WS-MHR-HEADING-LINE.
007408     WRITE MARGIN-HOLD-LINE FROM WS-MHR-COLUMN-LINE.
007409
007410*    THE STOCK FILE IS OPTIONAL AT THE GATE - WITHOUT IT NO
007411*    LINE IS STOCK-CHECKED OR BACKORDERED.
007412     OPEN INPUT STOCK-FILE.
007420     IF NOT WS-STK-OK
007430         DISPLAY 'ORDEDT01: NO STOCK-FILE - '
007440             'STOCK CHECK DISABLED'
007450         MOVE 'Y' TO WS-STK-DISABLED-SW
007460     END-IF.
007461*    THE LOCATION FILE IS OPTIONAL TOO - WITHOUT IT THE CHECK
007462*    FALLS BACK TO THE COMPANY-WIDE ON-HAND.
007463     IF WS-STK-DISABLED
007464         MOVE 'Y' TO WS-SLC-DISABLED-SW
007465     ELSE
007466         OPEN INPUT STOCK-LOCATION-FILE
007467         IF NOT WS-SLC-OK
007468             DISPLAY 'ORDEDT01: NO STOCK-LOCATION-FILE - '
007469                 'COMPANY-WIDE STOCK CHECK'
007470             MOVE 'Y' TO WS-SLC-DISABLED-SW
007471         END-IF
007472     END-IF.
007473*    RESERVATIONS ARE OPTIONAL - WITHOUT THEM THE CHECK IS
007474*    AGAINST UNRESERVED STOCK.
007475     IF WS-STK-DISABLED
007476         MOVE 'Y' TO WS-RSV-DISABLED-SW
007477     ELSE
007478         OPEN INPUT STOCK-RESERVATION-FILE
007479         IF WS-RSV-OK
007480             PERFORM 1097-LOAD-RESERVATION
007481                 THRU 1097-LOAD-RESERVATION-EXIT
007482                 UNTIL WS-RSV-EOF
007483         ELSE
007484             DISPLAY 'ORDEDT01: NO STOCK-RESERVATION-FILE - '
007485                 'RESERVATIONS NOT NETTED'
007486             MOVE 'Y' TO WS-RSV-DISABLED-SW
007487         END-IF
007488     END-IF.
007489     OPEN INPUT BRANCH-REFERENCE-FILE.
007490     IF WS-BRN-OK
007491         PERFORM 1095-READ-BRANCH
007492             THRU 1095-READ-BRANCH-EXIT
007493             UNTIL WS-BRN-EOF
007494         CLOSE BRANCH-REFERENCE-FILE
007495     END-IF.
007496*    THE REP MASTER IS OPTIONAL - WITHOUT IT THE REP EDIT IS
007497*    NOT APPLIED.
007498     OPEN INPUT SALES-REP-FILE.
007500     IF WS-REP-OK
007510         PERFORM 1090-READ-REP
007520             THRU 1090-READ-REP-EXIT
007580         DISPLAY 'ORDEDT01: OPEN BACKORDER-FILE FAILED '
007590             WS-BKO-FILE-STATUS
007600     END-IF.
007601     OPEN OUTPUT ORDER-CONFIRM-DETAIL-FILE.
007602     IF NOT WS-CFD-OK
007603         DISPLAY 'ORDEDT01: OPEN ORDER-CONFIRM-DETAIL FAILED '
007604             WS-CFD-FILE-STATUS
007605     END-IF.
007610
007620*    RECENT POSTINGS SEED THE NEAR-DUPLICATE TABLE, SO THE
007630*    SAME ORDER KEYED AGAIN UNDER A NEW ID IS CAUGHT EVEN
008130     MOVE 0 TO WS-TOTAL-QUANTITY.
008140     MOVE 0 TO WS-PRICED-AMOUNT.
008150     MOVE 0 TO WS-BUF-COUNT.
008155     MOVE 0 TO WS-CFD-COUNT.
008160     MOVE 'N' TO WS-BUF-OVERFLOW-SW.
008170     MOVE 'N' TO WS-BACKORDERED-SW.
008172     MOVE 0 TO WS-ORDER-COST.
008174     MOVE 'N' TO WS-MARGIN-HOLD-SW.
008176     MOVE SPACE TO WS-ORDER-HOLD-REASON.
008180
008190*    LINES SORTED AHEAD OF THIS HEADER HAVE NO HEADER.
008200     PERFORM 7000-DRAIN-ORPHAN-LINE
008230             OR OLN-ORDER-ID NOT < OPT-ORDER-ID.
008240
008250     IF NOT OPT-TYPE-FINCHG AND NOT OPT-TYPE-HELD-RELEASE
008260             AND NOT OPT-TYPE-QUOTE AND NOT OPT-TYPE-REBATE
008270         PERFORM 2100-GATHER-ONE-LINE
008280             THRU 2100-GATHER-ONE-LINE-EXIT
008290             UNTIL WS-LINE-EOF
008770             GO TO 2000-EDIT-ONE-ORDER-EXIT
008780         END-IF
008790     END-IF.
008791
008792*    A SALE WITH A LINE BELOW COST OR BELOW ITS CATEGORY'S
008793*    MINIMUM MARGIN WAITS FOR A SALES MANAGER'S DECISION,
008794*    NEITHER POSTED NOR REJECTED - UNLESS MRGAPPR1 HAS ALREADY
008795*    RELEASED IT.
008796     IF WS-REASON-CODE = SPACES AND WS-MARGIN-HOLD
008797         PERFORM 2500-CHECK-MARGIN-RELEASE
008798             THRU 2500-CHECK-MARGIN-RELEASE-EXIT
008799         IF NOT WS-MRL-FOUND
008800             PERFORM 2550-HOLD-FOR-MARGIN
008801                 THRU 2550-HOLD-FOR-MARGIN-EXIT
008802             PERFORM 8000-READ-ORDER
008803                 THRU 8000-READ-ORDER-EXIT
008804             GO TO 2000-EDIT-ONE-ORDER-EXIT
008805         END-IF
008806     END-IF.
008807
008810     IF WS-REASON-CODE = SPACES
008820         PERFORM 2300-PASS-ORDER
008830             THRU 2300-PASS-ORDER-EXIT
009260 2102-EDIT-ONE-LINE.
009270     IF WS-REASON-CODE = SPACES
009280         ADD OLN-QUANTITY TO WS-TOTAL-QUANTITY
009285         MOVE OLN-ITM-ID TO WS-ORDERED-ITM-ID
009290         MOVE OLN-ITM-ID TO ITM-ID
009300         READ ITEM-MASTER-FILE
009310             INVALID KEY
009440         IF WS-REASON-CODE = SPACES AND ITM-STS-BLOCKED
009450             MOVE 'I2' TO WS-REASON-CODE
009460         END-IF
009461*        THE LINE'S UNIT MUST BE ONE THE ITEM IS SOLD IN.  FROM
009462*        HERE ON STOCK, BACKORDERS AND COST ARE COUNTED IN
009463*        STOCKING UNITS (WS-UOM-BASE-QTY).
009464         IF WS-REASON-CODE = SPACES
009465             MOVE OLN-UNIT-CODE TO WS-UOM-UNIT
009466             MOVE OLN-QUANTITY  TO WS-UOM-ORDERED-QTY
009467             PERFORM 9910-RESOLVE-UNIT
009468                 THRU 9910-RESOLVE-UNIT-EXIT
009469             IF WS-UOM-BAD-UNIT
009470                 MOVE 'U1' TO WS-REASON-CODE
009471             END-IF
009472             IF WS-UOM-TOO-LARGE
009473                 MOVE 'Q1' TO WS-REASON-CODE
009474             END-IF
009475         END-IF
009480*        A KIT IS EDITED THROUGH ITS COMPONENTS, AND COSTS WHAT
009485*        THEY COST.
009490         IF WS-REASON-CODE = SPACES
009491             MOVE ITM-UNIT-COST TO WS-LINE-UNIT-COST
009492             IF ITM-IS-KIT
009493                 PERFORM 2106-EXPLODE-KIT
009494                     THRU 2106-EXPLODE-KIT-EXIT
009495             END-IF
009496         END-IF
009497*        A LINE OVER AVAILABLE STOCK PARKS ON THE BACKORDER
009498*        FILE AND COMES OFF THE ORDER; THE REST STILL PASSES.
009499         IF WS-REASON-CODE = SPACES
009500                 AND NOT WS-STK-DISABLED
009502             IF ITM-IS-KIT
009504                 PERFORM 2109-CHECK-KIT-STOCK
009506                     THRU 2109-CHECK-KIT-STOCK-EXIT
009508             ELSE
009510                 MOVE OLN-ITM-ID      TO WS-CHK-ITM-ID
009512                 MOVE WS-UOM-BASE-QTY TO WS-CHK-QTY
009514                 MOVE 'Y'             TO WS-CHK-DRAW-SW
009516                 PERFORM 2110-CHECK-STOCK
009518                     THRU 2110-CHECK-STOCK-EXIT
009520             END-IF
009530             IF WS-AVL-FOUND
009540                 PERFORM 2115-BACKORDER-LINE
009550                     THRU 2115-BACKORDER-LINE-EXIT
009580         END-IF
009590         IF WS-REASON-CODE = SPACES
009600*            THE CONTRACT PRICE, WHEN ONE IS IN DATE, BEATS
009603*            THE MASTER PRICE - THE SAME RULE POSTING USES.  BOTH
009606*            ARE PER STOCKING UNIT AND ARE TAKEN TO THE ORDERED
009609*            UNIT BEFORE THE LINE IS EXTENDED.
009612             MOVE SPACES         TO ORDER-CONFIRM-DETAIL-REC
009614             MOVE 'A'            TO CFD-LINE-STATUS
009615             MOVE ITM-NUM1       TO WS-UOM-BASE-PRICE
009616             MOVE 'L'            TO WS-UOM-PRICE-BASIS
009617             PERFORM 9920-PRICE-ORDERED-UNIT
009618                 THRU 9920-PRICE-ORDERED-UNIT-EXIT
009619             MOVE WS-UOM-ORDERED-PRICE TO CFD-LIST-PRICE
009620             MOVE OPT-CUST-ID    TO WS-CPL-CUST
009630             MOVE OLN-ITM-ID     TO WS-CPL-ITM
009640             MOVE OPT-ORDER-DATE TO WS-CPL-DATE
009650             PERFORM 7500-FIND-CONTRACT-PRICE
009660                 THRU 7500-FIND-CONTRACT-PRICE-EXIT
009670             IF WS-CPR-FOUND
009674                 MOVE WS-CONTRACT-PRICE TO WS-UOM-BASE-PRICE
009678                 MOVE 'C'               TO WS-UOM-PRICE-BASIS
009682                 PERFORM 9920-PRICE-ORDERED-UNIT
009686                     THRU 9920-PRICE-ORDERED-UNIT-EXIT
009693                 MOVE 'C'               TO CFD-PRICE-BASIS
009700             ELSE
009723                 MOVE 'L'               TO CFD-PRICE-BASIS
009730             END-IF
009731             COMPUTE WS-LINE-AMOUNT
009732                 = OLN-QUANTITY * WS-UOM-ORDERED-PRICE
009733                 ON SIZE ERROR
009734                     MOVE 'Q' TO WS-UOM-RESULT
009735             END-COMPUTE
009736             IF WS-UOM-TOO-LARGE
009737                 MOVE 'Q1' TO WS-REASON-CODE
009738                 GO TO 2102-EDIT-ONE-LINE-EXIT
009739             END-IF
009740             MOVE WS-UOM-ORDERED-PRICE TO CFD-UNIT-PRICE
009741*            THE SAME IN-WINDOW PROMOTION POSTING WILL APPLY.
009745             MOVE 0 TO CFD-PROMO-DISC
009750             PERFORM 7600-FIND-PROMOTION
009760                 THRU 7600-FIND-PROMOTION-EXIT
009770             IF WS-PRM-FOUND
009800                     * WS-PRM-T-PCT(WS-PRM-HIT-SUB) / 100
009810                 SUBTRACT WS-PROMO-DISCOUNT
009820                     FROM WS-LINE-AMOUNT
009822                 MOVE WS-PRM-T-PROMO-ID(WS-PRM-HIT-SUB)
009824                     TO CFD-PROMO-ID
009826                 MOVE WS-PROMO-DISCOUNT TO CFD-PROMO-DISC
009830             END-IF
009840             ADD WS-LINE-AMOUNT TO WS-PRICED-AMOUNT
009842             MOVE WS-LINE-AMOUNT TO CFD-LINE-AMOUNT
009843             PERFORM 2130-CHECK-LINE-MARGIN
009844                 THRU 2130-CHECK-LINE-MARGIN-EXIT
009845             PERFORM 2120-KEEP-CONFIRM-LINE
009846                 THRU 2120-KEEP-CONFIRM-LINE-EXIT
009850         END-IF
009860     END-IF.
009870 2102-EDIT-ONE-LINE-EXIT.
010260                     TO WS-ALN-T-ITM-ID(WS-ALN-COUNT)
010270                 MOVE ALN-QUANTITY
010280                     TO WS-ALN-T-QTY(WS-ALN-COUNT)
010283                 MOVE ALN-UNIT-CODE
010286                     TO WS-ALN-T-UNIT(WS-ALN-COUNT)
010290             END-IF
010300     END-READ.
010310 1250-LOAD-AMEND-LINE-EXIT.
010880     MOVE 0 TO WS-TOTAL-QUANTITY.
010890     MOVE 0 TO WS-PRICED-AMOUNT.
010900     MOVE 0 TO WS-BUF-COUNT.
010905     MOVE 0 TO WS-CFD-COUNT.
010910     MOVE 'N' TO WS-BUF-OVERFLOW-SW.
010912     MOVE 0 TO WS-ORDER-COST.
010914     MOVE 'N' TO WS-MARGIN-HOLD-SW.
010916     MOVE SPACE TO WS-ORDER-HOLD-REASON.
010920     MOVE WS-AMD-T-AMOUNT(WS-AMD-HIT-SUB)
010930         TO OPT-ORDER-AMOUNT.
010940
011250     MOVE WS-ALN-T-ORDER-ID(WS-ALN-SUB) TO WS-AMW-ORDER-ID.
011260     MOVE WS-ALN-T-ITM-ID(WS-ALN-SUB)   TO WS-AMW-ITM-ID.
011270     MOVE WS-ALN-T-QTY(WS-ALN-SUB)      TO WS-AMW-QUANTITY.
011275     MOVE WS-ALN-T-UNIT(WS-ALN-SUB)     TO WS-AMW-UNIT-CODE.
011280     MOVE WS-AMEND-LINE-WORK TO ORDER-LINE-REC.
011290     IF WS-BUF-COUNT < WS-MAX-BUF-LINES
011300         ADD 1 TO WS-BUF-COUNT
011470             MOVE '10' TO WS-POR-FILE-STATUS
011480             GO TO 1300-SEED-SEEN-TABLE-EXIT
011490     END-READ.
011501     MOVE POR-CUST-ID    TO WS-SEEN-NEW-CUST-ID.
011512     MOVE POR-AMOUNT     TO WS-SEEN-NEW-AMOUNT.
011523     MOVE POR-POST-DATE  TO WS-SEEN-NEW-DATE.
011534     MOVE POR-TOTAL-QTY  TO WS-SEEN-NEW-QTY.
011545     MOVE POR-LINE-COUNT TO WS-SEEN-NEW-LINES.
011556     PERFORM 2186-ADD-SEEN-ROW
011567         THRU 2186-ADD-SEEN-ROW-EXIT.
011580 1300-SEED-SEEN-TABLE-EXIT.
011590     EXIT.
011600
011620*    2180-SCREEN-DUPLICATE                                      *
011630*    SAME CUSTOMER, SAME PRICED AMOUNT, SAME DATE, SAME LINE    *
011640*    FINGERPRINT AS SOMETHING ALREADY SEEN - A SUSPECT.  A      *
011644*    CONFIRMED SINGLE JOINS THE SEEN TABLE AND PASSES.  AN      *
011648*    ORDER CUT FROM A STANDING ORDER REPEATS BY DESIGN, SO IT   *
011652*    IS NEVER HELD ITSELF - BUT IT STILL JOINS THE SEEN TABLE,  *
011656*    SO THE SAME ORDER KEYED BY HAND AS WELL IS CAUGHT.         *
011660*****************************************************************
011670 2180-SCREEN-DUPLICATE.
011680     MOVE 'N' TO WS-SUSPECT-SW.
011687     IF OPT-ORDER-ID(1:1) NOT = WS-STO-ORDER-PREFIX
011688         MOVE OPT-CUST-ID TO WS-SEEN-SEEK-CUST
011689         MOVE 'N' TO WS-SEEN-PAST-EQUAL-SW
011690         PERFORM 2187-LOCATE-SEEN-CUST
011691             THRU 2187-LOCATE-SEEN-CUST-EXIT
011692         MOVE 'N' TO WS-SEEN-KEY-END-SW
011694         PERFORM 2185-MATCH-SEEN-ROW
011701             THRU 2185-MATCH-SEEN-ROW-EXIT
011708             VARYING WS-SEEN-SUB FROM WS-SEEN-LOW BY 1
011715             UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
011722                 OR WS-SUSPECT
011725                 OR WS-SEEN-KEY-END
011729     END-IF.
011740
011750     IF WS-SUSPECT
011760         ADD 1 TO WS-SUSPECT-COUNT
011850         PERFORM 2198-WRITE-GATE-DISP
011860             THRU 2198-WRITE-GATE-DISP-EXIT
011870     ELSE
011887         MOVE OPT-CUST-ID       TO WS-SEEN-NEW-CUST-ID
011904         MOVE WS-PRICED-AMOUNT  TO WS-SEEN-NEW-AMOUNT
011921         MOVE OPT-ORDER-DATE    TO WS-SEEN-NEW-DATE
011938         MOVE WS-TOTAL-QUANTITY TO WS-SEEN-NEW-QTY
011955         MOVE WS-BUF-COUNT      TO WS-SEEN-NEW-LINES
011972         PERFORM 2186-ADD-SEEN-ROW
011989             THRU 2186-ADD-SEEN-ROW-EXIT
012010     END-IF.
012020 2180-SCREEN-DUPLICATE-EXIT.
012030     EXIT.
012031
012032*****************************************************************
012033*    2186-ADD-SEEN-ROW                                          *
012034*    WS-SEEN-NEW GOES IN AT ITS CUSTOMER'S PLACE, AFTER ANY     *
012035*    ROWS ALREADY THERE.  A FULL TABLE IS SAID ONCE AND SETS    *
012036*    RC 4 - ORDERS STILL FLOW, BUT LATER ONES ARE SCREENED      *
012037*    AGAINST LESS THAN EVERYTHING SEEN.                         *
012038*****************************************************************
012039 2186-ADD-SEEN-ROW.
012040     IF WS-SEEN-COUNT NOT < WS-MAX-SEEN-ROWS
012041         ADD 1 TO WS-SEEN-SKIP-COUNT
012042         IF NOT WS-SEEN-WARNED
012043             DISPLAY 'ORDEDT01: NEAR-DUPLICATE TABLE FULL AT '
012044                 WS-MAX-SEEN-ROWS ' ROWS - SCREEN INCOMPLETE'
012045             MOVE 'Y' TO WS-SEEN-WARNED-SW
012046             IF RETURN-CODE < 4
012047                 MOVE 4 TO RETURN-CODE
012048             END-IF
012049         END-IF
012050         GO TO 2186-ADD-SEEN-ROW-EXIT
012051     END-IF.
012052     MOVE WS-SEEN-NEW-CUST-ID TO WS-SEEN-SEEK-CUST.
012053     MOVE 'Y' TO WS-SEEN-PAST-EQUAL-SW.
012054     PERFORM 2187-LOCATE-SEEN-CUST
012055         THRU 2187-LOCATE-SEEN-CUST-EXIT.
012056     PERFORM 2189-SHIFT-SEEN-ROW
012057         THRU 2189-SHIFT-SEEN-ROW-EXIT
012058         VARYING WS-SEEN-MOVE-SUB FROM WS-SEEN-COUNT BY -1
012059         UNTIL WS-SEEN-MOVE-SUB < WS-SEEN-LOW.
012060     ADD 1 TO WS-SEEN-COUNT.
012061     MOVE WS-SEEN-NEW TO WS-SEEN-ROW(WS-SEEN-LOW).
012062 2186-ADD-SEEN-ROW-EXIT.
012063     EXIT.
012064
012065*****************************************************************
012066*    2187-LOCATE-SEEN-CUST                                      *
012067*    BINARY SEARCH FOR WS-SEEN-SEEK-CUST.  WS-SEEN-LOW COMES    *
012068*    BACK AT THE CUSTOMER'S FIRST ROW (OR WHERE IT WOULD GO) -  *
012069*    OR, WITH WS-SEEN-PAST-EQUAL SET, JUST PAST ITS LAST ROW.   *
012070*****************************************************************
012071 2187-LOCATE-SEEN-CUST.
012072     MOVE 1 TO WS-SEEN-LOW.
012073     MOVE WS-SEEN-COUNT TO WS-SEEN-HIGH.
012074     PERFORM 2188-PROBE-SEEN-CUST
012075         THRU 2188-PROBE-SEEN-CUST-EXIT
012076         UNTIL WS-SEEN-LOW > WS-SEEN-HIGH.
012077 2187-LOCATE-SEEN-CUST-EXIT.
012078     EXIT.
012079
012080*****************************************************************
012081*    2188-PROBE-SEEN-CUST                                       *
012082*****************************************************************
012083 2188-PROBE-SEEN-CUST.
012084     COMPUTE WS-SEEN-MID = (WS-SEEN-LOW + WS-SEEN-HIGH) / 2.
012085     IF WS-SEEN-CUST-ID(WS-SEEN-MID) < WS-SEEN-SEEK-CUST
012086             OR (WS-SEEN-PAST-EQUAL
012087                 AND WS-SEEN-CUST-ID(WS-SEEN-MID)
012088                     = WS-SEEN-SEEK-CUST)
012089         COMPUTE WS-SEEN-LOW = WS-SEEN-MID + 1
012090     ELSE
012091         COMPUTE WS-SEEN-HIGH = WS-SEEN-MID - 1
012092     END-IF.
012093 2188-PROBE-SEEN-CUST-EXIT.
012094     EXIT.
012095
012096*****************************************************************
012097*    2189-SHIFT-SEEN-ROW                                        *
012098*****************************************************************
012099 2189-SHIFT-SEEN-ROW.
012100     MOVE WS-SEEN-ROW(WS-SEEN-MOVE-SUB)
012101         TO WS-SEEN-ROW(WS-SEEN-MOVE-SUB + 1).
012102 2189-SHIFT-SEEN-ROW-EXIT.
012103     EXIT.
012104
012105*****************************************************************
012106*    2190-CHECK-VELOCITY                                        *
012107*    THE SINGLE-ORDER VALUE CAP, THEN THE PER-CUSTOMER ORDER    *
012108*    COUNT FOR THE CYCLE.  EITHER BREACH REFERS THE ORDER TO    *
012109*    FRAUD REVIEW.                                              *
012110*****************************************************************
012111 2190-CHECK-VELOCITY.
012120     MOVE 'N' TO WS-BREACH-SW.
012130
012140     IF WS-MAX-ORDER-VALUE > 0
013190     READ CONTRACT-PRICE-FILE
013200         AT END
013210             MOVE '10' TO WS-CPR-FILE-STATUS
013285             GO TO 1076-READ-CONTRACT-PRICE-EXIT
013360     END-READ.
013361     IF WS-CPR-COUNT NOT < WS-MAX-CPR-ROWS
013362         DISPLAY 'ORDEDT01: CONTRACT-PRICE TABLE FULL AT '
013363             WS-MAX-CPR-ROWS ' ROWS - RUN STOPPED'
013364         MOVE '10' TO WS-CPR-FILE-STATUS
013365         MOVE 'Y' TO WS-EOF-SW
013366         MOVE 'Y' TO WS-LINE-EOF-SW
013367         MOVE 8 TO RETURN-CODE
013368         GO TO 1076-READ-CONTRACT-PRICE-EXIT
013369     END-IF.
013370     MOVE CPR-CUST-ID TO WS-CPL-CUST.
013371     MOVE CPR-ITM-ID  TO WS-CPL-ITM.
013372     MOVE 'Y' TO WS-CPR-PAST-EQUAL-SW.
013373     PERFORM 7510-LOCATE-CONTRACT-KEY
013374         THRU 7510-LOCATE-CONTRACT-KEY-EXIT.
013375     PERFORM 7520-SHIFT-CONTRACT-ROW
013376         THRU 7520-SHIFT-CONTRACT-ROW-EXIT
013377         VARYING WS-CPR-MOVE-SUB FROM WS-CPR-COUNT BY -1
013378         UNTIL WS-CPR-MOVE-SUB < WS-CPR-LOW.
013379     ADD 1 TO WS-CPR-COUNT.
013380     MOVE WS-CPL-KEY     TO WS-CPR-T-KEY(WS-CPR-LOW).
013381     MOVE CPR-UNIT-PRICE TO WS-CPR-T-PRICE(WS-CPR-LOW).
013382     MOVE CPR-START-DATE TO WS-CPR-T-START(WS-CPR-LOW).
013383     MOVE CPR-END-DATE   TO WS-CPR-T-END(WS-CPR-LOW).
013384 1076-READ-CONTRACT-PRICE-EXIT.
013385     EXIT.
013390
013400*****************************************************************
013410*    7500-FIND-CONTRACT-PRICE                                   *
013420*    CUSTOMER PLUS ITEM, IN DATE (ZERO END IS OPEN-ENDED).      *
013425*    ONLY THE PAIR'S OWN ROWS ARE TRIED, FIRST LOADED FIRST.    *
013430*****************************************************************
013440 7500-FIND-CONTRACT-PRICE.
013450     MOVE 'N' TO WS-CPR-FOUND-SW.
013452     MOVE 'N' TO WS-CPR-PAST-EQUAL-SW.
013454     PERFORM 7510-LOCATE-CONTRACT-KEY
013456         THRU 7510-LOCATE-CONTRACT-KEY-EXIT.
013458     MOVE 'N' TO WS-CPR-KEY-END-SW.
013460     PERFORM 7550-MATCH-CONTRACT-ROW
013470         THRU 7550-MATCH-CONTRACT-ROW-EXIT
013480         VARYING WS-CPR-SUB FROM WS-CPR-LOW BY 1
013490         UNTIL WS-CPR-SUB > WS-CPR-COUNT
013496             OR WS-CPR-FOUND
013502             OR WS-CPR-KEY-END.
013510 7500-FIND-CONTRACT-PRICE-EXIT.
013520     EXIT.
013530
013540*****************************************************************
013544*    7510-LOCATE-CONTRACT-KEY                                   *
013548*    BINARY SEARCH FOR WS-CPL-KEY.  WS-CPR-LOW COMES BACK AT    *
013552*    THE PAIR'S FIRST ROW (OR WHERE IT WOULD GO) - OR, WITH     *
013556*    WS-CPR-PAST-EQUAL SET, JUST PAST ITS LAST ROW.             *
013560*****************************************************************
013561 7510-LOCATE-CONTRACT-KEY.
013562     MOVE 1 TO WS-CPR-LOW.
013563     MOVE WS-CPR-COUNT TO WS-CPR-HIGH.
013564     PERFORM 7515-PROBE-CONTRACT-KEY
013565         THRU 7515-PROBE-CONTRACT-KEY-EXIT
013566         UNTIL WS-CPR-LOW > WS-CPR-HIGH.
013567 7510-LOCATE-CONTRACT-KEY-EXIT.
013568     EXIT.
013569
013570*****************************************************************
013571*    7515-PROBE-CONTRACT-KEY                                    *
013572*****************************************************************
013573 7515-PROBE-CONTRACT-KEY.
013574     COMPUTE WS-CPR-MID = (WS-CPR-LOW + WS-CPR-HIGH) / 2.
013575     IF WS-CPR-T-KEY(WS-CPR-MID) < WS-CPL-KEY
013576             OR (WS-CPR-PAST-EQUAL
013577                 AND WS-CPR-T-KEY(WS-CPR-MID) = WS-CPL-KEY)
013578         COMPUTE WS-CPR-LOW = WS-CPR-MID + 1
013579     ELSE
013580         COMPUTE WS-CPR-HIGH = WS-CPR-MID - 1
013581     END-IF.
013582 7515-PROBE-CONTRACT-KEY-EXIT.
013583     EXIT.
013584
013585*****************************************************************
013586*    7520-SHIFT-CONTRACT-ROW                                    *
013587*****************************************************************
013588 7520-SHIFT-CONTRACT-ROW.
013589     MOVE WS-CPR-ROW(WS-CPR-MOVE-SUB)
013590         TO WS-CPR-ROW(WS-CPR-MOVE-SUB + 1).
013591 7520-SHIFT-CONTRACT-ROW-EXIT.
013592     EXIT.
013593
013594*****************************************************************
013595*    7550-MATCH-CONTRACT-ROW                                    *
013596*****************************************************************
013597 7550-MATCH-CONTRACT-ROW.
013599     IF WS-CPR-T-KEY(WS-CPR-SUB) NOT = WS-CPL-KEY
013601         MOVE 'Y' TO WS-CPR-KEY-END-SW
013603         GO TO 7550-MATCH-CONTRACT-ROW-EXIT
013605     END-IF.
013607     IF WS-CPL-DATE NOT < WS-CPR-T-START(WS-CPR-SUB)
013610             AND (WS-CPR-T-END(WS-CPR-SUB) = 0
013620                 OR WS-CPL-DATE
013630                     NOT > WS-CPR-T-END(WS-CPR-SUB))
013900     READ PROMOTION-FILE
013910         AT END
013920             MOVE '10' TO WS-PRM-FILE-STATUS
013985             GO TO 1079-READ-PROMOTION-EXIT
014050     END-READ.
014051     IF WS-PRM-COUNT NOT < WS-MAX-PRM-ROWS
014052         DISPLAY 'ORDEDT01: PROMOTION TABLE FULL AT '
014053             WS-MAX-PRM-ROWS ' ROWS - RUN STOPPED'
014054         MOVE '10' TO WS-PRM-FILE-STATUS
014055         MOVE 'Y' TO WS-EOF-SW
014056         MOVE 'Y' TO WS-LINE-EOF-SW
014057         MOVE 8 TO RETURN-CODE
014058         GO TO 1079-READ-PROMOTION-EXIT
014059     END-IF.
014060     MOVE PRM-CATEGORY-CODE TO WS-PRL-CATEGORY.
014061     MOVE 'Y' TO WS-PRM-PAST-EQUAL-SW.
014062     PERFORM 7610-LOCATE-PROMO-KEY
014063         THRU 7610-LOCATE-PROMO-KEY-EXIT.
014064     PERFORM 7620-SHIFT-PROMO-ROW
014065         THRU 7620-SHIFT-PROMO-ROW-EXIT
014066         VARYING WS-PRM-MOVE-SUB FROM WS-PRM-COUNT BY -1
014067         UNTIL WS-PRM-MOVE-SUB < WS-PRM-LOW.
014068     ADD 1 TO WS-PRM-COUNT.
014069     MOVE PRM-CATEGORY-CODE TO WS-PRM-T-CATEGORY(WS-PRM-LOW).
014070     MOVE PRM-DISCOUNT-PCT  TO WS-PRM-T-PCT(WS-PRM-LOW).
014071     MOVE PRM-START-DATE    TO WS-PRM-T-START(WS-PRM-LOW).
014072     MOVE PRM-END-DATE      TO WS-PRM-T-END(WS-PRM-LOW).
014073     MOVE PRM-PROMO-ID      TO WS-PRM-T-PROMO-ID(WS-PRM-LOW).
014074 1079-READ-PROMOTION-EXIT.
014075     EXIT.
014076
014077*****************************************************************
014078*    1080-LOAD-MARGIN-RELEASE                                   *
014079*****************************************************************
014080 1080-LOAD-MARGIN-RELEASE.
014081     READ MARGIN-RELEASE-FILE
014082         AT END
014083             MOVE '10' TO WS-MRL-FILE-STATUS
014084         NOT AT END
014085             IF WS-MRL-COUNT < WS-MAX-MRL-ROWS
014086                 ADD 1 TO WS-MRL-COUNT
014087                 MOVE MRL-ORDER-ID
014088                     TO WS-MRL-T-ORDER-ID(WS-MRL-COUNT)
014089                 MOVE MRL-APPROVER-ID
014090                     TO WS-MRL-T-APPROVER(WS-MRL-COUNT)
014091             ELSE
014092                 DISPLAY 'ORDEDT01: MARGIN RELEASE TABLE FULL - '
014093                     MRL-ORDER-ID ' NOT LOADED'
014094             END-IF
014095     END-READ.
014096 1080-LOAD-MARGIN-RELEASE-EXIT.
014097     EXIT.
014098
014099*****************************************************************
014100*    7600-FIND-PROMOTION                                        *
014105*    ONLY THE CATEGORY'S ROWS ARE TRIED, FIRST LOADED FIRST.    *
014110*****************************************************************
014120 7600-FIND-PROMOTION.
014130     MOVE 'N' TO WS-PRM-FOUND-SW.
014131     MOVE ITM-CATEGORY-CODE TO WS-PRL-CATEGORY.
014132     MOVE 'N' TO WS-PRM-PAST-EQUAL-SW.
014133     PERFORM 7610-LOCATE-PROMO-KEY
014134         THRU 7610-LOCATE-PROMO-KEY-EXIT.
014135     MOVE 'N' TO WS-PRM-KEY-END-SW.
014140     PERFORM 7650-MATCH-PROMO-ROW
014150         THRU 7650-MATCH-PROMO-ROW-EXIT
014160         VARYING WS-PRM-SUB FROM WS-PRM-LOW BY 1
014170         UNTIL WS-PRM-SUB > WS-PRM-COUNT
014176             OR WS-PRM-FOUND
014182             OR WS-PRM-KEY-END.
014190 7600-FIND-PROMOTION-EXIT.
014200     EXIT.
014210
014220*****************************************************************
014225*    7610-LOCATE-PROMO-KEY                                      *
014230*    BINARY SEARCH FOR WS-PRL-CATEGORY, AS 7510 DOES FOR        *
014235*    CONTRACTS.                                                 *
014240*****************************************************************
014241 7610-LOCATE-PROMO-KEY.
014242     MOVE 1 TO WS-PRM-LOW.
014243     MOVE WS-PRM-COUNT TO WS-PRM-HIGH.
014244     PERFORM 7615-PROBE-PROMO-KEY
014245         THRU 7615-PROBE-PROMO-KEY-EXIT
014246         UNTIL WS-PRM-LOW > WS-PRM-HIGH.
014247 7610-LOCATE-PROMO-KEY-EXIT.
014248     EXIT.
014249
014250*****************************************************************
014251*    7615-PROBE-PROMO-KEY                                       *
014252*****************************************************************
014253 7615-PROBE-PROMO-KEY.
014254     COMPUTE WS-PRM-MID = (WS-PRM-LOW + WS-PRM-HIGH) / 2.
014255     IF WS-PRM-T-CATEGORY(WS-PRM-MID) < WS-PRL-CATEGORY
014256             OR (WS-PRM-PAST-EQUAL
014257                 AND WS-PRM-T-CATEGORY(WS-PRM-MID)
014258                     = WS-PRL-CATEGORY)
014259         COMPUTE WS-PRM-LOW = WS-PRM-MID + 1
014260     ELSE
014261         COMPUTE WS-PRM-HIGH = WS-PRM-MID - 1
014262     END-IF.
014263 7615-PROBE-PROMO-KEY-EXIT.
014264     EXIT.
014265
014266*****************************************************************
014267*    7620-SHIFT-PROMO-ROW                                       *
014268*****************************************************************
014269 7620-SHIFT-PROMO-ROW.
014270     MOVE WS-PRM-ROW(WS-PRM-MOVE-SUB)
014271         TO WS-PRM-ROW(WS-PRM-MOVE-SUB + 1).
014272 7620-SHIFT-PROMO-ROW-EXIT.
014273     EXIT.
014274
014275*****************************************************************
014276*    7650-MATCH-PROMO-ROW                                       *
014277*****************************************************************
014278 7650-MATCH-PROMO-ROW.
014279     IF WS-PRM-T-CATEGORY(WS-PRM-SUB) NOT = WS-PRL-CATEGORY
014280         MOVE 'Y' TO WS-PRM-KEY-END-SW
014281         GO TO 7650-MATCH-PROMO-ROW-EXIT
014282     END-IF.
014283     IF OPT-ORDER-DATE
014284                 NOT < WS-PRM-T-START(WS-PRM-SUB)
014290             AND OPT-ORDER-DATE
014300                 NOT > WS-PRM-T-END(WS-PRM-SUB)
014310         MOVE 'Y' TO WS-PRM-FOUND-SW
015220     EXIT.
015230
015240*****************************************************************
015241*    2106-EXPLODE-KIT                                           *
015242*    THE KIT STANDING IN ITEM-MASTER-REC IS LOADED FROM THE     *
015243*    BILL OF MATERIALS.  EACH COMPONENT MUST BE ON FILE AND NOT *
015244*    BLOCKED - A DISCONTINUED ONE STILL SELLS ITS REMAINING     *
015245*    STOCK.  EACH COMPONENT'S NEED IS THE KITS ORDERED, IN      *
015246*    STOCKING UNITS, TIMES ITS QUANTITY PER KIT.  THE KIT IS    *
015247*    READ BACK SO IT PRICES AT ITS OWN ITM-NUM1.                *
015248*****************************************************************
015249 2106-EXPLODE-KIT.
015250     MOVE OLN-ITM-ID TO WS-KIT-ITM-ID.
015251     PERFORM 9960-LOAD-KIT-COMPONENTS
015252         THRU 9960-LOAD-KIT-COMPONENTS-EXIT.
015253     IF WS-KIT-COMP-COUNT = 0 OR WS-KIT-OVERFLOW
015254         MOVE 'K1' TO WS-REASON-CODE
015255         GO TO 2106-EXPLODE-KIT-EXIT
015256     END-IF.
015257     MOVE 0 TO WS-LINE-UNIT-COST.
015258     PERFORM 2107-EDIT-KIT-COMPONENT
015259         THRU 2107-EDIT-KIT-COMPONENT-EXIT
015260         VARYING WS-KIT-COMP-SUB FROM 1 BY 1
015261         UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT
015262             OR WS-REASON-CODE NOT = SPACES.
015263     MOVE OLN-ITM-ID TO ITM-ID.
015264     READ ITEM-MASTER-FILE
015265         INVALID KEY
015266             MOVE 'I1' TO WS-REASON-CODE
015267     END-READ.
015268 2106-EXPLODE-KIT-EXIT.
015269     EXIT.
015270
015271 2107-EDIT-KIT-COMPONENT.
015272     MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB) TO ITM-ID.
015273     READ ITEM-MASTER-FILE
015274         INVALID KEY
015275             MOVE 'I1' TO WS-REASON-CODE
015276             GO TO 2107-EDIT-KIT-COMPONENT-EXIT
015277     END-READ.
015278     IF ITM-STS-BLOCKED
015279         MOVE 'I2' TO WS-REASON-CODE
015280         GO TO 2107-EDIT-KIT-COMPONENT-EXIT
015281     END-IF.
015282     COMPUTE WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
015283         = WS-UOM-BASE-QTY * WS-KIT-COMP-QTY(WS-KIT-COMP-SUB)
015284         ON SIZE ERROR
015285             MOVE 'Q1' TO WS-REASON-CODE
015286             GO TO 2107-EDIT-KIT-COMPONENT-EXIT
015287     END-COMPUTE.
015288     COMPUTE WS-LINE-UNIT-COST = WS-LINE-UNIT-COST
015289         + WS-KIT-COMP-QTY(WS-KIT-COMP-SUB) * ITM-UNIT-COST.
015290 2107-EDIT-KIT-COMPONENT-EXIT.
015291     EXIT.
015292
015293*****************************************************************
015294*    2109-CHECK-KIT-STOCK                                       *
015295*    WS-AVL-FOUND COMES BACK SET, AS FROM 2110-CHECK-STOCK,     *
015296*    WHEN ANY COMPONENT IS SHORT AND THE KIT LINE MUST          *
015297*    BACKORDER.  ONLY WHEN EVERY COMPONENT IS THERE ARE THEY    *
015298*    ALL DRAWN DOWN.                                            *
015299*****************************************************************
015300 2109-CHECK-KIT-STOCK.
015301     MOVE 'N' TO WS-KIT-SHORT-SW.
015302     MOVE 'N' TO WS-CHK-DRAW-SW.
015303     PERFORM 2104-CHECK-KIT-COMPONENT
015304         THRU 2104-CHECK-KIT-COMPONENT-EXIT
015305         VARYING WS-KIT-COMP-SUB FROM 1 BY 1
015306         UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT
015307             OR WS-KIT-SHORT.
015308     IF WS-KIT-SHORT
015309         MOVE 'Y' TO WS-AVL-FOUND-SW
015310         GO TO 2109-CHECK-KIT-STOCK-EXIT
015311     END-IF.
015312     MOVE 'Y' TO WS-CHK-DRAW-SW.
015313     PERFORM 2104-CHECK-KIT-COMPONENT
015314         THRU 2104-CHECK-KIT-COMPONENT-EXIT
015315         VARYING WS-KIT-COMP-SUB FROM 1 BY 1
015316         UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT.
015317     MOVE 'N' TO WS-AVL-FOUND-SW.
015318 2109-CHECK-KIT-STOCK-EXIT.
015319     EXIT.
015320
015321 2104-CHECK-KIT-COMPONENT.
015322     MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB) TO WS-CHK-ITM-ID.
015323     MOVE WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)   TO WS-CHK-QTY.
015324     PERFORM 2110-CHECK-STOCK
015325         THRU 2110-CHECK-STOCK-EXIT.
015326     IF WS-AVL-FOUND
015327         MOVE 'Y' TO WS-KIT-SHORT-SW
015328     END-IF.
015329 2104-CHECK-KIT-COMPONENT-EXIT.
015330     EXIT.
015331
015332*****************************************************************
015333*    2110-CHECK-STOCK                                           *
015334*    WS-AVL-FOUND COMES BACK SET WHEN THE LINE MUST BACKORDER - *
015335*    THE ITEM IS TRACKED AND THE QUANTITY EXCEEDS WHAT IS       *
015336*    STILL AVAILABLE TO PROMISE PLUS WHAT THE ORDER ITSELF HAS  *
015337*    RESERVED.  AN ACCEPTED LINE USES ITS OWN RESERVATION       *
015338*    FIRST AND DRAWS ONLY THE REST DOWN FROM THE CACHE.  THE    *
015339*    CALLER SETS WS-CHK-ITM-ID AND WS-CHK-QTY, AND              *
015340*    WS-CHK-DRAW WHEN AN ACCEPTED QUANTITY IS TO BE DRAWN DOWN. *
015341*****************************************************************
015342 2110-CHECK-STOCK.
015343     PERFORM 2111-FIND-HOME-WAREHOUSE
015344         THRU 2111-FIND-HOME-WAREHOUSE-EXIT.
015345     PERFORM 2112-FIND-AVAIL-ROW
015346         THRU 2112-FIND-AVAIL-ROW-EXIT.
015347     IF WS-AVL-UNCACHED
015350         MOVE 'N' TO WS-AVL-FOUND-SW
015360         GO TO 2110-CHECK-STOCK-EXIT
015370     END-IF.
015390         MOVE 'N' TO WS-AVL-FOUND-SW
015400         GO TO 2110-CHECK-STOCK-EXIT
015410     END-IF.
015413     MOVE 0 TO WS-OWN-QTY.
015416     IF NOT WS-RSV-DISABLED
015419         PERFORM 2117-FIND-OWN-RESERVATION
015422             THRU 2117-FIND-OWN-RESERVATION-EXIT
015425     END-IF.
015428     IF WS-CHK-QTY > WS-AVL-QTY(WS-AVL-HIT-SUB) + WS-OWN-QTY
015431         MOVE 'Y' TO WS-AVL-FOUND-SW
015434         GO TO 2110-CHECK-STOCK-EXIT
015437     END-IF.
015440     MOVE 'N' TO WS-AVL-FOUND-SW.
015441     IF NOT WS-CHK-DRAW
015442         GO TO 2110-CHECK-STOCK-EXIT
015443     END-IF.
015444     IF WS-OWN-QTY > 0 AND WS-CHK-QTY NOT > WS-OWN-QTY
015445         SUBTRACT WS-CHK-QTY FROM WS-OWN-LEFT(WS-OWN-HIT-SUB)
015449     ELSE
015452         COMPUTE WS-AVL-QTY(WS-AVL-HIT-SUB)
015455             = WS-AVL-QTY(WS-AVL-HIT-SUB)
015458             - (WS-CHK-QTY - WS-OWN-QTY)
015461         IF WS-OWN-QTY > 0
015464             MOVE 0 TO WS-OWN-LEFT(WS-OWN-HIT-SUB)
015467         END-IF
015470     END-IF.
015490 2110-CHECK-STOCK-EXIT.
015500     EXIT.
015501
015502*****************************************************************
015503*    2111-FIND-HOME-WAREHOUSE                                   *
015504*    THE LINE IS CHECKED AT THE ORDERING BRANCH'S HOME          *
015505*    WAREHOUSE - THE CENTRAL WAREHOUSE (SPACES) FOR A BRANCH    *
015506*    NOT IN THE MAP.                                            *
015507*****************************************************************
015508 2111-FIND-HOME-WAREHOUSE.
015509     MOVE SPACES TO WS-ORDER-LOC-CODE.
015510     PERFORM 2114-MATCH-BRANCH-ROW
015511         THRU 2114-MATCH-BRANCH-ROW-EXIT
015512         VARYING WS-BRN-SUB FROM 1 BY 1
015513         UNTIL WS-BRN-SUB > WS-BRN-COUNT.
015514 2111-FIND-HOME-WAREHOUSE-EXIT.
015515     EXIT.
015516
015517*****************************************************************
015518*    2114-MATCH-BRANCH-ROW                                      *
015519*****************************************************************
015520 2114-MATCH-BRANCH-ROW.
015521     IF WS-BRN-TBL-CODE(WS-BRN-SUB) = OPT-BRANCH-CODE
015522         MOVE WS-BRN-TBL-WHSE(WS-BRN-SUB) TO WS-ORDER-LOC-CODE
015523     END-IF.
015524 2114-MATCH-BRANCH-ROW-EXIT.
015525     EXIT.
015526
015527*****************************************************************
015530*    2112-FIND-AVAIL-ROW                                        *
015540*    THE ITEM'S ON-HAND IS READ ONCE AND CACHED; AN ITEM WITH   *
015546*    NO STOCK RECORD CACHES AS UNTRACKED.  A NEW ROW GOES IN    *
015552*    AT ITS ITEM/LOCATION PLACE SO THE CACHE STAYS IN ORDER.    *
015560*****************************************************************
015570 2112-FIND-AVAIL-ROW.
015580     MOVE 'N' TO WS-AVL-FOUND-SW.
015590     MOVE 'N' TO WS-AVL-UNCACHED-SW.
015591     MOVE WS-CHK-ITM-ID     TO WS-AVL-SEEK-ITM.
015592     MOVE WS-ORDER-LOC-CODE TO WS-AVL-SEEK-LOC.
015593     PERFORM 2113-LOCATE-AVAIL-ROW
015594         THRU 2113-LOCATE-AVAIL-ROW-EXIT.
015595     IF WS-AVL-LOW NOT > WS-AVL-COUNT
015596         IF WS-AVL-KEY(WS-AVL-LOW) = WS-AVL-SEEK-KEY
015597             MOVE 'Y' TO WS-AVL-FOUND-SW
015598             MOVE WS-AVL-LOW TO WS-AVL-HIT-SUB
015599             GO TO 2112-FIND-AVAIL-ROW-EXIT
015600         END-IF
015601     END-IF.
015680*    A FULL CACHE MUST NOT EVICT A ROW - THE EVICTED ITEM'S
015690*    DRAWDOWN WOULD RESET AND TWO ORDERS COULD BOTH TAKE THE
015696*    LAST CASE.  THE UNCACHED LINE GOES UNCHECKED INSTEAD, AND
015702*    THE RUN ENDS RC 4 SO THE GAP IS SEEN.
015710     IF WS-AVL-COUNT NOT < WS-MAX-AVL-ROWS
015720         MOVE 'Y' TO WS-AVL-UNCACHED-SW
015730         IF NOT WS-AVL-WARNED
015736             DISPLAY 'ORDEDT01: STOCK CACHE FULL AT '
015742                 WS-MAX-AVL-ROWS ' ROWS - FURTHER '
015750                 'NEW ITEMS PASS UNCHECKED'
015760             MOVE 'Y' TO WS-AVL-WARNED-SW
015765             IF RETURN-CODE < 4
015770                 MOVE 4 TO RETURN-CODE
015775             END-IF
015780         END-IF
015785         GO TO 2112-FIND-AVAIL-ROW-EXIT
015790     END-IF.
015792     PERFORM 2122-SHIFT-AVAIL-ROW
015794         THRU 2122-SHIFT-AVAIL-ROW-EXIT
015796         VARYING WS-AVL-MOVE-SUB FROM WS-AVL-COUNT BY -1
015798         UNTIL WS-AVL-MOVE-SUB < WS-AVL-LOW.
015800     ADD 1 TO WS-AVL-COUNT.
015810     MOVE WS-AVL-LOW TO WS-AVL-HIT-SUB.
015820     MOVE WS-AVL-SEEK-KEY TO WS-AVL-KEY(WS-AVL-HIT-SUB).
015832     MOVE WS-CHK-ITM-ID TO STK-ITM-ID.
015840     READ STOCK-FILE
015850         INVALID KEY
015860             MOVE 0   TO WS-AVL-QTY(WS-AVL-HIT-SUB)
015870             MOVE 'N' TO WS-AVL-TRACKED(WS-AVL-HIT-SUB)
015880             GO TO 2112-FIND-AVAIL-ROW-EXIT
015890     END-READ.
015895*    STOCK ALREADY ON AN UNSHIPPED PICK TICKET IS SPOKEN FOR.
015900     COMPUTE WS-AVL-QTY(WS-AVL-HIT-SUB)
015905         = STK-ON-HAND - STK-PICKED.
015910     MOVE 'Y'         TO WS-AVL-TRACKED(WS-AVL-HIT-SUB).
015911*    WITH THE LOCATION FILE ONLY THE STOCK AT THE BRANCH'S HOME
015912*    WAREHOUSE COUNTS - AN ITEM NOT STOCKED THERE HAS NONE.
015913     IF WS-SLC-DISABLED
015914         PERFORM 2116-NET-RESERVATIONS
015915             THRU 2116-NET-RESERVATIONS-EXIT
015916         GO TO 2112-FIND-AVAIL-ROW-EXIT
015917     END-IF.
015918     MOVE WS-ORDER-LOC-CODE TO SLC-LOC-CODE.
015919     MOVE WS-CHK-ITM-ID     TO SLC-ITM-ID.
015920     READ STOCK-LOCATION-FILE
015921         INVALID KEY
015922             MOVE 0 TO WS-AVL-QTY(WS-AVL-HIT-SUB)
015923             PERFORM 2116-NET-RESERVATIONS
015924                 THRU 2116-NET-RESERVATIONS-EXIT
015925             GO TO 2112-FIND-AVAIL-ROW-EXIT
015926     END-READ.
015927     COMPUTE WS-AVL-QTY(WS-AVL-HIT-SUB)
015928         = SLC-ON-HAND - SLC-PICKED.
015929     PERFORM 2116-NET-RESERVATIONS
015930         THRU 2116-NET-RESERVATIONS-EXIT.
015931 2112-FIND-AVAIL-ROW-EXIT.
015932     EXIT.
015940
015950*****************************************************************
015955*    2113-LOCATE-AVAIL-ROW                                      *
015960*    BINARY SEARCH FOR WS-AVL-SEEK-KEY.  WS-AVL-LOW COMES BACK  *
015965*    AT THE ITEM/LOCATION'S ROW, OR WHERE IT WOULD GO.          *
015970*****************************************************************
015978 2113-LOCATE-AVAIL-ROW.
015986     MOVE 1 TO WS-AVL-LOW.
015994     MOVE WS-AVL-COUNT TO WS-AVL-HIGH.
016002     PERFORM 2121-PROBE-AVAIL-ROW
016010         THRU 2121-PROBE-AVAIL-ROW-EXIT
016018         UNTIL WS-AVL-LOW > WS-AVL-HIGH.
016026 2113-LOCATE-AVAIL-ROW-EXIT.
016040     EXIT.
016041
016042*****************************************************************
016043*    2121-PROBE-AVAIL-ROW                                       *
016044*****************************************************************
016045 2121-PROBE-AVAIL-ROW.
016046     COMPUTE WS-AVL-MID = (WS-AVL-LOW + WS-AVL-HIGH) / 2.
016047     IF WS-AVL-KEY(WS-AVL-MID) < WS-AVL-SEEK-KEY
016048         COMPUTE WS-AVL-LOW = WS-AVL-MID + 1
016049     ELSE
016050         COMPUTE WS-AVL-HIGH = WS-AVL-MID - 1
016051     END-IF.
016052 2121-PROBE-AVAIL-ROW-EXIT.
016053     EXIT.
016054
016055*****************************************************************
016056*    2122-SHIFT-AVAIL-ROW                                       *
016057*****************************************************************
016058 2122-SHIFT-AVAIL-ROW.
016059     MOVE WS-AVL-ROW(WS-AVL-MOVE-SUB)
016060         TO WS-AVL-ROW(WS-AVL-MOVE-SUB + 1).
016061 2122-SHIFT-AVAIL-ROW-EXIT.
016062     EXIT.
016063
016064*****************************************************************
016070*    2115-BACKORDER-LINE                                        *
016080*    THE LINE COMES BACK OUT OF THE BUFFER AND PARKS ON THE     *
016090*    BACKORDER FILE UNTIL A GOODS RECEIPT FREES IT.             *
016210     MOVE OLN-ORDER-ID      TO BKO-ORDER-ID.
016220     MOVE OPT-CUST-ID       TO BKO-CUST-ID.
016230     MOVE OLN-ITM-ID        TO BKO-ITM-ID.
016236     MOVE WS-UOM-BASE-QTY   TO BKO-QUANTITY.
016242     MOVE WS-UOM-STOCK-UNIT TO BKO-UNIT-CODE.
016250     MOVE OPT-ORDER-DATE    TO BKO-ORDER-DATE.
016260     MOVE OPT-CURRENCY-CODE TO BKO-CURRENCY-CODE.
016270     MOVE OPT-BRANCH-CODE   TO BKO-BRANCH-CODE.
016280     MOVE OPT-ORDER-DATE    TO BKO-BACKORDER-DATE.
016285     MOVE 'N'               TO BKO-PREBILLED-SW.
016290     WRITE BACKORDER-REC.
016291*    THE CUSTOMER IS TOLD THE LINE IS BACKORDERED, UNPRICED.
016292     MOVE SPACES TO ORDER-CONFIRM-DETAIL-REC.
016293     MOVE 'B'    TO CFD-LINE-STATUS.
016294     MOVE 0      TO CFD-LIST-PRICE CFD-UNIT-PRICE
016295                    CFD-PROMO-DISC CFD-LINE-AMOUNT.
016296     PERFORM 2120-KEEP-CONFIRM-LINE
016297         THRU 2120-KEEP-CONFIRM-LINE-EXIT.
016300 2115-BACKORDER-LINE-EXIT.
016310     EXIT.
016311
016312*****************************************************************
016313*    2120-KEEP-CONFIRM-LINE                                     *
016314*    THE LINE STANDING IN ORDER-LINE-REC, WITH ITS STATUS AND   *
016315*    PRICE ALREADY IN THE DETAIL RECORD, JOINS THE ORDER'S      *
016316*    CONFIRMATION ROWS.  THE ITEM SUPPLIED IS THE ONE ON THE    *
016317*    LINE NOW; THE ITEM ORDERED IS THE ONE KEYED.  A FULL TABLE *
016318*    DROPS THE ROW - THE GATE ALREADY REJECTS AN ORDER THAT     *
016319*    LONG (B1).                                                 *
016320*****************************************************************
016321 2120-KEEP-CONFIRM-LINE.
016322     IF WS-CFD-COUNT NOT < WS-MAX-BUF-LINES
016323         GO TO 2120-KEEP-CONFIRM-LINE-EXIT
016324     END-IF.
016325     MOVE OPT-ORDER-ID      TO CFD-ORDER-ID.
016326     MOVE OPT-CUST-ID       TO CFD-CUST-ID.
016327     MOVE OPT-ORDER-DATE    TO CFD-ORDER-DATE.
016328     MOVE WS-ORDERED-ITM-ID TO CFD-ORDERED-ITM-ID.
016329     MOVE OLN-ITM-ID        TO CFD-ITM-ID.
016330     MOVE OLN-QUANTITY      TO CFD-QUANTITY.
016331     MOVE WS-UOM-UNIT       TO CFD-UNIT-CODE.
016332     ADD 1 TO WS-CFD-COUNT.
016333     MOVE ORDER-CONFIRM-DETAIL-REC TO WS-CFD-ROW(WS-CFD-COUNT).
016334 2120-KEEP-CONFIRM-LINE-EXIT.
016335     EXIT.
016336
016337*****************************************************************
016338*    2130-CHECK-LINE-MARGIN                                     *
016339*    THE PRICED LINE STANDING IN ORDER-LINE-REC, WITH ITS NET   *
016340*    IN WS-LINE-AMOUNT AND ITS ITEM IN ITEM-MASTER, AGAINST     *
016341*    QUANTITY TIMES WS-LINE-UNIT-COST (ITM-UNIT-COST, OR A      *
016342*    KIT'S COMPONENT COSTS) AND ITS CATEGORY'S MINIMUM          *
016343*    MARGIN.  ONLY A SALE LINE WITH A UNIT COST ON FILE IS      *
016344*    JUDGED.  THE RESULT IS KEPT BESIDE THE BUFFERED LINE FOR   *
016345*    THE APPROVAL QUEUE.                                        *
016346*****************************************************************
016347 2130-CHECK-LINE-MARGIN.
016348     IF WS-BUF-COUNT = 0
016349         GO TO 2130-CHECK-LINE-MARGIN-EXIT
016350     END-IF.
016351     MOVE 0     TO WS-LINE-COST.
016352     MOVE 0     TO WS-MARGIN-PCT.
016353     MOVE SPACE TO WS-LINE-HOLD-REASON.
016354     MOVE WS-DEFAULT-MIN-MARGIN TO WS-MIN-MARGIN.
016355
016356     IF OPT-TYPE-SALE AND WS-LINE-UNIT-COST > 0
016357         COMPUTE WS-LINE-COST
016358             = WS-UOM-BASE-QTY * WS-LINE-UNIT-COST
016359         ADD WS-LINE-COST TO WS-ORDER-COST
016360         IF ITM-CATEGORY-CODE NOT = SPACES
016361                 AND NOT WS-CAT-DISABLED
016362             MOVE ITM-CATEGORY-CODE TO CAT-CODE
016363             READ CATEGORY-REF-FILE
016364                 INVALID KEY
016365                     CONTINUE
016366                 NOT INVALID KEY
016367                     IF CAT-MIN-MARGIN-PCT NUMERIC
016368                             AND CAT-MIN-MARGIN-PCT > 0
016369                         MOVE CAT-MIN-MARGIN-PCT TO WS-MIN-MARGIN
016370                     END-IF
016371             END-READ
016372         END-IF
016373         IF WS-LINE-AMOUNT > 0
016374             COMPUTE WS-MARGIN-PCT ROUNDED
016375                 = (WS-LINE-AMOUNT - WS-LINE-COST) * 100
016376                 / WS-LINE-AMOUNT
016377                 ON SIZE ERROR
016378                     MOVE -99999.99 TO WS-MARGIN-PCT
016379             END-COMPUTE
016380         END-IF
016381         EVALUATE TRUE
016382             WHEN WS-LINE-AMOUNT < WS-LINE-COST
016383                 MOVE 'C' TO WS-LINE-HOLD-REASON
016384                 MOVE 'C' TO WS-ORDER-HOLD-REASON
016385             WHEN WS-MARGIN-PCT < WS-MIN-MARGIN
016386                 MOVE 'M' TO WS-LINE-HOLD-REASON
016387                 IF WS-ORDER-HOLD-REASON = SPACE
016388                     MOVE 'M' TO WS-ORDER-HOLD-REASON
016389                 END-IF
016390         END-EVALUATE
016391         IF WS-LINE-HOLD-REASON NOT = SPACE
016392             MOVE 'Y' TO WS-MARGIN-HOLD-SW
016393         END-IF
016394     END-IF.
016395
016396     MOVE WS-LINE-AMOUNT      TO WS-MRG-NET(WS-BUF-COUNT).
016397     MOVE WS-LINE-COST        TO WS-MRG-COST(WS-BUF-COUNT).
016398     MOVE WS-MARGIN-PCT       TO WS-MRG-PCT(WS-BUF-COUNT).
016399     MOVE WS-MIN-MARGIN       TO WS-MRG-MINIMUM(WS-BUF-COUNT).
016400     MOVE WS-LINE-HOLD-REASON TO WS-MRG-REASON(WS-BUF-COUNT).
016401 2130-CHECK-LINE-MARGIN-EXIT.
016402     EXIT.
016403
016404*****************************************************************
016405*    1090-READ-REP                                              *
016406*****************************************************************
016407 1090-READ-REP.
016408     READ SALES-REP-FILE
016409         AT END
016410             MOVE '10' TO WS-REP-FILE-STATUS
016411         NOT AT END
016412             IF WS-REP-COUNT < WS-MAX-REP-ROWS
016420                 ADD 1 TO WS-REP-COUNT
016430                 MOVE REP-CODE
016440                     TO WS-REP-TBL-CODE(WS-REP-COUNT)
016460     END-READ.
016470 1090-READ-REP-EXIT.
016480     EXIT.
016481
016482*****************************************************************
016483*    1095-READ-BRANCH                                           *
016484*****************************************************************
016485 1095-READ-BRANCH.
016486     READ BRANCH-REFERENCE-FILE
016487         AT END
016488             MOVE '10' TO WS-BRN-FILE-STATUS
016489         NOT AT END
016490             IF WS-BRN-COUNT < WS-MAX-BRN-ROWS
016491                 ADD 1 TO WS-BRN-COUNT
016492                 MOVE BRN-CODE
016493                     TO WS-BRN-TBL-CODE(WS-BRN-COUNT)
016494                 MOVE BRN-WAREHOUSE
016495                     TO WS-BRN-TBL-WHSE(WS-BRN-COUNT)
016496             END-IF
016497     END-READ.
016498 1095-READ-BRANCH-EXIT.
016499     EXIT.
016500
016501*****************************************************************
016502*    1097-LOAD-RESERVATION                                      *
016503*    RESERVATIONS FOR THE SAME LOCATION AND ITEM SHARE A ROW.   *
016504*****************************************************************
016505 1097-LOAD-RESERVATION.
016506     READ STOCK-RESERVATION-FILE NEXT RECORD
016507         AT END
016508             MOVE '10' TO WS-RSV-FILE-STATUS
016510             GO TO 1097-LOAD-RESERVATION-EXIT
016511     END-READ.
016512     MOVE 0 TO WS-RSV-HIT-SUB.
016513     PERFORM 1098-MATCH-RESERVED-ROW
016514         THRU 1098-MATCH-RESERVED-ROW-EXIT
016515         VARYING WS-RSV-SUB FROM 1 BY 1
016516         UNTIL WS-RSV-SUB > WS-RSV-COUNT
016517             OR WS-RSV-HIT-SUB > 0.
016518     IF WS-RSV-HIT-SUB = 0
016519         IF WS-RSV-COUNT NOT < WS-MAX-RSV-ROWS
016520             DISPLAY 'ORDEDT01: RESERVATION TABLE FULL - '
016521                 RSV-KEY ' NOT NETTED'
016522             GO TO 1097-LOAD-RESERVATION-EXIT
016523         END-IF
016524         ADD 1 TO WS-RSV-COUNT
016525         MOVE WS-RSV-COUNT TO WS-RSV-HIT-SUB
016526         MOVE RSV-LOC-CODE TO WS-RSV-TBL-LOC(WS-RSV-HIT-SUB)
016527         MOVE RSV-ITM-ID   TO WS-RSV-TBL-ITM(WS-RSV-HIT-SUB)
016528         MOVE 0            TO WS-RSV-TBL-QTY(WS-RSV-HIT-SUB)
016529     END-IF.
016530     ADD RSV-QUANTITY TO WS-RSV-TBL-QTY(WS-RSV-HIT-SUB).
016531 1097-LOAD-RESERVATION-EXIT.
016532     EXIT.
016533
016534*****************************************************************
016535*    1098-MATCH-RESERVED-ROW                                    *
016536*****************************************************************
016537 1098-MATCH-RESERVED-ROW.
016538     IF WS-RSV-TBL-LOC(WS-RSV-SUB) = RSV-LOC-CODE
016539             AND WS-RSV-TBL-ITM(WS-RSV-SUB) = RSV-ITM-ID
016540         MOVE WS-RSV-SUB TO WS-RSV-HIT-SUB
016541     END-IF.
016542 1098-MATCH-RESERVED-ROW-EXIT.
016543     EXIT.
016544
016545*****************************************************************
016546*    2116-NET-RESERVATIONS                                      *
016547*    TAKE EVERY RESERVATION FOR THE ITEM OUT OF ITS CACHED      *
016548*    AVAILABLE STOCK - THOSE AT THE HOME WAREHOUSE, OR AT ANY   *
016549*    LOCATION WHEN THE CHECK IS COMPANY-WIDE.                   *
016550*****************************************************************
016551 2116-NET-RESERVATIONS.
016552     IF WS-RSV-DISABLED
016553         GO TO 2116-NET-RESERVATIONS-EXIT
016554     END-IF.
016555     MOVE 0 TO WS-RSV-TOTAL-QTY.
016556     PERFORM 2118-SUM-RESERVED-ROW
016557         THRU 2118-SUM-RESERVED-ROW-EXIT
016558         VARYING WS-RSV-SUB FROM 1 BY 1
016559         UNTIL WS-RSV-SUB > WS-RSV-COUNT.
016560     SUBTRACT WS-RSV-TOTAL-QTY FROM WS-AVL-QTY(WS-AVL-HIT-SUB).
016561 2116-NET-RESERVATIONS-EXIT.
016562     EXIT.
016563
016564*****************************************************************
016565*    2118-SUM-RESERVED-ROW                                      *
016566*****************************************************************
016567 2118-SUM-RESERVED-ROW.
016568     IF WS-RSV-TBL-ITM(WS-RSV-SUB) = WS-CHK-ITM-ID
016569         IF WS-SLC-DISABLED
016570                 OR WS-RSV-TBL-LOC(WS-RSV-SUB) = WS-ORDER-LOC-CODE
016571             ADD WS-RSV-TBL-QTY(WS-RSV-SUB) TO WS-RSV-TOTAL-QTY
016572         END-IF
016573     END-IF.
016574 2118-SUM-RESERVED-ROW-EXIT.
016575     EXIT.
016576
016577*****************************************************************
016578*    2117-FIND-OWN-RESERVATION                                  *
016579*    WS-OWN-QTY COMES BACK AS WHAT IS STILL LEFT OF THE ORDER'S *
016580*    OWN RESERVATION FOR THE ITEM AT THE LOCATION BEING         *
016581*    CHECKED, READ FROM THE FILE THE FIRST TIME THE ITEM COMES  *
016582*    UP ON THE ORDER.                                           *
016583*****************************************************************
016584 2117-FIND-OWN-RESERVATION.
016585     IF OLN-ORDER-ID NOT = WS-OWN-ORDER-ID
016586         MOVE OLN-ORDER-ID TO WS-OWN-ORDER-ID
016587         MOVE 0 TO WS-OWN-COUNT
016588     END-IF.
016589     MOVE 0 TO WS-OWN-HIT-SUB.
016590     PERFORM 2119-MATCH-OWN-ROW
016591         THRU 2119-MATCH-OWN-ROW-EXIT
016592         VARYING WS-OWN-SUB FROM 1 BY 1
016593         UNTIL WS-OWN-SUB > WS-OWN-COUNT
016594             OR WS-OWN-HIT-SUB > 0.
016595     IF WS-OWN-HIT-SUB > 0
016596         MOVE WS-OWN-LEFT(WS-OWN-HIT-SUB) TO WS-OWN-QTY
016597         GO TO 2117-FIND-OWN-RESERVATION-EXIT
016598     END-IF.
016599     IF WS-OWN-COUNT NOT < WS-MAX-OWN-ROWS
016600         GO TO 2117-FIND-OWN-RESERVATION-EXIT
016601     END-IF.
016602     ADD 1 TO WS-OWN-COUNT.
016603     MOVE WS-OWN-COUNT TO WS-OWN-HIT-SUB.
016604     MOVE WS-CHK-ITM-ID TO WS-OWN-ITM-ID(WS-OWN-HIT-SUB).
016605     MOVE 0             TO WS-OWN-LEFT(WS-OWN-HIT-SUB).
016606     MOVE OLN-ORDER-ID  TO RSV-ORDER-ID.
016607     MOVE WS-CHK-ITM-ID TO RSV-ITM-ID.
016608     READ STOCK-RESERVATION-FILE
016609         INVALID KEY
016610             GO TO 2117-FIND-OWN-RESERVATION-EXIT
016611     END-READ.
016612     IF WS-SLC-DISABLED OR RSV-LOC-CODE = WS-ORDER-LOC-CODE
016613         MOVE RSV-QUANTITY TO WS-OWN-LEFT(WS-OWN-HIT-SUB)
016614         MOVE RSV-QUANTITY TO WS-OWN-QTY
016615     END-IF.
016616 2117-FIND-OWN-RESERVATION-EXIT.
016617     EXIT.
016618
016619*****************************************************************
016620*    2119-MATCH-OWN-ROW                                         *
016621*****************************************************************
016622 2119-MATCH-OWN-ROW.
016623     IF WS-OWN-ITM-ID(WS-OWN-SUB) = WS-CHK-ITM-ID
016624         MOVE WS-OWN-SUB TO WS-OWN-HIT-SUB
016625     END-IF.
016626 2119-MATCH-OWN-ROW-EXIT.
016627     EXIT.
016628*****************************************************************
016629*    2210-CHECK-REP                                             *
016630*****************************************************************
016631 2210-CHECK-REP.
016632     MOVE 'Y' TO WS-REP-OK-SW.
016633     IF OPT-REP-CODE = SPACES OR WS-REP-COUNT = 0
016634         GO TO 2210-CHECK-REP-EXIT
016635     END-IF.
016636     MOVE 'N' TO WS-REP-OK-SW.
016637     PERFORM 2215-MATCH-REP-ROW
016638         THRU 2215-MATCH-REP-ROW-EXIT
016639         VARYING WS-REP-SUB FROM 1 BY 1
016640         UNTIL WS-REP-SUB > WS-REP-COUNT
016641             OR WS-REP-GOOD.
016642 2210-CHECK-REP-EXIT.
016650     EXIT.
016660
016670*****************************************************************
016800*    STILL MATCH ON CUSTOMER, AMOUNT, AND DATE.                 *
016810*****************************************************************
016820 2185-MATCH-SEEN-ROW.
016825     IF WS-SEEN-CUST-ID(WS-SEEN-SUB) NOT = WS-SEEN-SEEK-CUST
016830         MOVE 'Y' TO WS-SEEN-KEY-END-SW
016835         GO TO 2185-MATCH-SEEN-ROW-EXIT
016840     END-IF.
016845     IF WS-SEEN-AMOUNT(WS-SEEN-SUB)
016850                 = WS-PRICED-AMOUNT
016860             AND WS-SEEN-DATE(WS-SEEN-SUB) = OPT-ORDER-DATE
016870         IF WS-SEEN-QTY(WS-SEEN-SUB) = 0
017100             AND NOT OPT-TYPE-FINCHG
017110             AND NOT OPT-TYPE-HELD-RELEASE
017120             AND NOT OPT-TYPE-QUOTE
017125             AND NOT OPT-TYPE-REBATE
017130         MOVE 'A1' TO WS-REASON-CODE
017140         GO TO 2200-APPLY-EDITS-EXIT
017150     END-IF.
017160
017170*    AN ORDER FOR A CUSTOMER ON EXPLICIT CREDIT HOLD STOPS
017175*    HERE, UNLESS THE DESK OR COLLECTIONS HAS PUT THE ACCOUNT
017180*    ON CASH IN ADVANCE - POSTING PARKS THOSE FOR PREPAYMENT.
017185*    AN UNKNOWN CUSTOMER PASSES - POSTING OWNS THAT.
017190     MOVE OPT-CUST-ID TO CUST-ID.
017200     READ CUSTOMER-MASTER-FILE
017210         INVALID KEY
017220             CONTINUE
017230     END-READ.
017231*    A DENIED-PARTY HOLD STOPS ANYTHING THAT SHIPS OR QUOTES,
017232*    WHATEVER THE CASH-IN-ADVANCE FLAG SAYS - PREPAYMENT DOES
017233*    NOT MAKE IT LAWFUL TO SELL.  RETURNS AND THE SYSTEM'S OWN
017234*    CHARGES AND CREDITS STILL POST TO THE ACCOUNT.
017235     IF WS-CUST-OK AND CUST-ON-HOLD
017236             AND CUST-HOLD-REASON = 'DP'
017237             AND (OPT-TYPE-SALE OR OPT-TYPE-HELD-RELEASE
017238                  OR OPT-TYPE-QUOTE)
017239         MOVE 'S1' TO WS-REASON-CODE
017240         GO TO 2200-APPLY-EDITS-EXIT
017241     END-IF.
017242     IF WS-CUST-OK AND CUST-ON-HOLD
017243             AND NOT CUST-CIA-MANUAL
017246             AND NOT CUST-CIA-COLLECTIONS
017250         MOVE 'H1' TO WS-REASON-CODE
017260         GO TO 2200-APPLY-EDITS-EXIT
017270     END-IF.
017440     END-IF.
017450
017460     IF OPT-TYPE-FINCHG OR OPT-TYPE-HELD-RELEASE
017470             OR OPT-TYPE-QUOTE OR OPT-TYPE-REBATE
017480         GO TO 2200-APPLY-EDITS-EXIT
017490     END-IF.
017500
017700         GO TO 2200-APPLY-EDITS-EXIT
017710     END-IF.
017720*    A BACKORDERED LINE CAME OFF THE ORDER, SO THE KEYED AMOUNT
017726*    IS RE-DERIVED FROM THE LINES THAT REMAIN.  AN EDI ORDER
017730*    KEYED AT ZERO LEFT THE PRICING TO US AND IS TREATED ALIKE,
017734*    AS IS EVERY ORDER CUT FROM A STANDING ORDER.
017740     IF WS-BACKORDERED
017750         MOVE WS-PRICED-AMOUNT TO OPT-ORDER-AMOUNT
017760     END-IF.
017761     IF (OPT-ORDER-ID(1:1) = WS-EDI-ORDER-PREFIX
017762             OR OPT-ORDER-ID(1:1) = WS-STO-ORDER-PREFIX)
017764             AND OPT-ORDER-AMOUNT = 0
017766         MOVE WS-PRICED-AMOUNT TO OPT-ORDER-AMOUNT
017768     END-IF.
017770     COMPUTE WS-AMOUNT-DIFF
017780         = OPT-ORDER-AMOUNT - WS-PRICED-AMOUNT.
017790     IF WS-AMOUNT-DIFF < 0
017970             VARYING WS-BUF-SUB FROM 1 BY 1
017980             UNTIL WS-BUF-SUB > WS-BUF-COUNT
017990     END-IF.
017992     PERFORM 2360-PASS-CONFIRM-LINE
017994         THRU 2360-PASS-CONFIRM-LINE-EXIT
017996         VARYING WS-CFD-SUB FROM 1 BY 1
017998         UNTIL WS-CFD-SUB > WS-CFD-COUNT.
018000 2300-PASS-ORDER-EXIT.
018010     EXIT.
018020
018080         FROM WS-BUF-LINE(WS-BUF-SUB).
018090 2350-PASS-ONE-LINE-EXIT.
018100     EXIT.
018101
018102*****************************************************************
018103*    2360-PASS-CONFIRM-LINE                                     *
018104*****************************************************************
018105 2360-PASS-CONFIRM-LINE.
018106     WRITE ORDER-CONFIRM-DETAIL-REC
018107         FROM WS-CFD-ROW(WS-CFD-SUB).
018108 2360-PASS-CONFIRM-LINE-EXIT.
018109     EXIT.
018110
018120*****************************************************************
018130*    2400-REJECT-ORDER                                          *
018270     WRITE REJECTED-ORDER-REC.
018280 2400-REJECT-ORDER-EXIT.
018290     EXIT.
018291
018292*****************************************************************
018293*    2500-CHECK-MARGIN-RELEASE                                  *
018294*    AN ORDER MRGAPPR1 RELEASED ON AN AUTHORIZED APPROVAL       *
018295*    PASSES AT THE PRICE HELD, AND THE RELEASE IS NOTED ON THE  *
018296*    ORDER MAINTENANCE REGISTER UNDER THE APPROVER.             *
018297*****************************************************************
018298 2500-CHECK-MARGIN-RELEASE.
018299     MOVE 'N' TO WS-MRL-FOUND-SW.
018300     PERFORM 2505-MATCH-RELEASE-ROW
018301         THRU 2505-MATCH-RELEASE-ROW-EXIT
018302         VARYING WS-MRL-SUB FROM 1 BY 1
018303         UNTIL WS-MRL-SUB > WS-MRL-COUNT
018304             OR WS-MRL-FOUND.
018305     IF NOT WS-MRL-FOUND
018306         GO TO 2500-CHECK-MARGIN-RELEASE-EXIT
018307     END-IF.
018308     ADD 1 TO WS-MARGIN-REL-COUNT.
018309     MOVE 'M'            TO WS-OMR-ACTION.
018310     MOVE OPT-ORDER-ID   TO WS-OMR-ORDER-ID.
018311     MOVE WS-MRL-T-APPROVER(WS-MRL-HIT-SUB)
018312         TO WS-OMR-OPERATOR.
018313     MOVE 'BELOW-MARGIN SALE RELEASED'
018314         TO WS-OMR-DISPOSITION.
018315     WRITE ORDER-MAINT-LINE FROM WS-MAINT-DETAIL-LINE.
018316 2500-CHECK-MARGIN-RELEASE-EXIT.
018317     EXIT.
018318
018319*****************************************************************
018320*    2505-MATCH-RELEASE-ROW                                     *
018321*****************************************************************
018322 2505-MATCH-RELEASE-ROW.
018323     IF WS-MRL-T-ORDER-ID(WS-MRL-SUB) = OPT-ORDER-ID
018324         MOVE 'Y' TO WS-MRL-FOUND-SW
018325         MOVE WS-MRL-SUB TO WS-MRL-HIT-SUB
018326     END-IF.
018327 2505-MATCH-RELEASE-ROW-EXIT.
018328     EXIT.
018329
018330*****************************************************************
018331*    2550-HOLD-FOR-MARGIN                                       *
018332*    THE HEADER AS IT STANDS AFTER THE EDITS, THEN EVERY        *
018333*    BUFFERED LINE WITH ITS NET AND COST, GO TO THE             *
018334*    MARGIN-APPROVAL QUEUE; THE OFFENDING LINES ARE LISTED FOR  *
018335*    THE SALES MANAGER.  THE LINES GO NOWHERE ELSE - MRGAPPR1   *
018336*    PRESENTS THE WHOLE ORDER AGAIN IF IT IS RELEASED.          *
018337*****************************************************************
018338 2550-HOLD-FOR-MARGIN.
018339     ADD 1 TO WS-MARGIN-HELD-COUNT.
018340     MOVE SPACES               TO MARGIN-APPROVAL-REC.
018341     MOVE OPT-ORDER-ID         TO MAQ-ORDER-ID.
018342     MOVE 'H'                  TO MAQ-REC-TYPE.
018343     MOVE WS-PRICED-AMOUNT     TO MAQ-NET-AMOUNT.
018344     MOVE WS-ORDER-COST        TO MAQ-COST-AMOUNT.
018345     MOVE 0                    TO MAQ-MARGIN-PCT.
018346     IF WS-PRICED-AMOUNT > 0
018347         COMPUTE MAQ-MARGIN-PCT ROUNDED
018348             = (WS-PRICED-AMOUNT - WS-ORDER-COST) * 100
018349             / WS-PRICED-AMOUNT
018350             ON SIZE ERROR
018351                 MOVE -99999.99 TO MAQ-MARGIN-PCT
018352         END-COMPUTE
018353     END-IF.
018354     MOVE WS-ORDER-HOLD-REASON TO MAQ-HOLD-REASON.
018355     MOVE ORDER-TRAN-REC       TO MAQ-ORDER-IMAGE.
018356     WRITE MARGIN-APPROVAL-REC.
018357
018358     PERFORM 2560-QUEUE-ONE-LINE
018359         THRU 2560-QUEUE-ONE-LINE-EXIT
018360         VARYING WS-BUF-SUB FROM 1 BY 1
018361         UNTIL WS-BUF-SUB > WS-BUF-COUNT.
018362
018363     MOVE 'M' TO ACK-DISPOSITION.
018364     PERFORM 2198-WRITE-GATE-DISP
018365         THRU 2198-WRITE-GATE-DISP-EXIT.
018366 2550-HOLD-FOR-MARGIN-EXIT.
018367     EXIT.
018368
018369*****************************************************************
018370*    2560-QUEUE-ONE-LINE                                        *
018371*****************************************************************
018372 2560-QUEUE-ONE-LINE.
018373     MOVE SPACES               TO MARGIN-APPROVAL-REC.
018374     MOVE OPT-ORDER-ID         TO MAQ-ORDER-ID.
018375     MOVE 'L'                  TO MAQ-REC-TYPE.
018376     MOVE WS-MRG-NET(WS-BUF-SUB)    TO MAQ-NET-AMOUNT.
018377     MOVE WS-MRG-COST(WS-BUF-SUB)   TO MAQ-COST-AMOUNT.
018378     MOVE WS-MRG-PCT(WS-BUF-SUB)    TO MAQ-MARGIN-PCT.
018379     MOVE WS-MRG-REASON(WS-BUF-SUB) TO MAQ-HOLD-REASON.
018380     MOVE WS-BUF-LINE(WS-BUF-SUB)   TO MAQ-LINE-IMAGE.
018381     WRITE MARGIN-APPROVAL-REC.
018382
018383     IF WS-MRG-REASON(WS-BUF-SUB) = SPACE
018384         GO TO 2560-QUEUE-ONE-LINE-EXIT
018385     END-IF.
018386     MOVE WS-BUF-LINE(WS-BUF-SUB)   TO WS-AMEND-LINE-WORK.
018387     MOVE OPT-ORDER-ID              TO WS-MHR-ORDER-ID.
018388     MOVE OPT-CUST-ID               TO WS-MHR-CUST-ID.
018389     MOVE WS-AMW-ITM-ID             TO WS-MHR-ITM-ID.
018390     MOVE WS-AMW-QUANTITY           TO WS-MHR-QUANTITY.
018391     MOVE WS-MRG-NET(WS-BUF-SUB)    TO WS-MHR-NET.
018392     MOVE WS-MRG-COST(WS-BUF-SUB)   TO WS-MHR-COST.
018393     MOVE WS-MRG-PCT(WS-BUF-SUB)    TO WS-MHR-MARGIN.
018394     MOVE WS-MRG-MINIMUM(WS-BUF-SUB) TO WS-MHR-MINIMUM.
018395     IF WS-MRG-REASON(WS-BUF-SUB) = 'C'
018396         MOVE 'BELOW COST' TO WS-MHR-NOTE
018397     ELSE
018398         MOVE 'LOW MARGIN' TO WS-MHR-NOTE
018399     END-IF.
018400     WRITE MARGIN-HOLD-LINE FROM WS-MHR-DETAIL-LINE.
018401 2560-QUEUE-ONE-LINE-EXIT.
018402     EXIT.
018403
018404*****************************************************************
018405*    7000-DRAIN-ORPHAN-LINE                                     *
018406*****************************************************************
018407 7000-DRAIN-ORPHAN-LINE.
018408     ADD 1 TO WS-ORPHAN-LINE-CNT.
018409     PERFORM 8010-READ-ORDER-LINE
018410         THRU 8010-READ-ORDER-LINE-EXIT.
018411 7000-DRAIN-ORPHAN-LINE-EXIT.
018412     EXIT.
018413
018414*****************************************************************
018420*    8000-READ-ORDER                                            *
018430*****************************************************************
018440 8000-READ-ORDER.
018860     IF NOT WS-STK-DISABLED
018870         CLOSE STOCK-FILE
018880     END-IF.
018882     IF NOT WS-SLC-DISABLED
018884         CLOSE STOCK-LOCATION-FILE
018886     END-IF.
018887     IF NOT WS-RSV-DISABLED
018888         CLOSE STOCK-RESERVATION-FILE
018889     END-IF.
018890     CLOSE BACKORDER-FILE.
018895     CLOSE ORDER-CONFIRM-DETAIL-FILE.
018897     CLOSE MARGIN-APPROVAL-FILE.
018899     CLOSE MARGIN-HOLD-RPT.
018901     IF NOT WS-CAT-DISABLED
018903         CLOSE CATEGORY-REF-FILE
018905     END-IF.
018906     PERFORM 9930-CLOSE-UNIT-CONVERSION
018907         THRU 9930-CLOSE-UNIT-CONVERSION-EXIT.
018909     PERFORM 9970-CLOSE-KIT-BOM
018911         THRU 9970-CLOSE-KIT-BOM-EXIT.
018913
018915*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
018920     OPEN EXTEND RUN-CONTROL-FILE.
018930     IF WS-RCT-OK
018940         MOVE 'ORDEDT01' TO RCT-STEP-NAME
018950         MOVE WS-ORDER-COUNT    TO RCT-RECORDS-IN
018960         MOVE WS-ACCEPTED-COUNT TO RCT-APPLIED
018970         MOVE WS-REJECTED-COUNT TO RCT-REJECTED
018980*        CANCELLED, DUPLICATE-SUSPECT, FRAUD-REFERRED AND
018990*        MARGIN-HELD ORDERS CONSUMED THEIR HEADERS WITHOUT
019000*        ACCEPTING OR REJECTING - THEY SIT IN THE SUSPENDED LEG
019010*        OF THE TIE-OUT OR THE CYCLE CAN NEVER CERTIFY.
019020         COMPUTE RCT-SUSPENDED
019030             = WS-CANCELLED-COUNT + WS-SUSPECT-COUNT
019040             + WS-BREACH-COUNT + WS-MARGIN-HELD-COUNT
019050         WRITE RUN-CONTROL-REC
019060         CLOSE RUN-CONTROL-FILE
019070     ELSE
019160*    SHARED REAL-CALENDAR DATE CHECK - SEE DATEVAL.CPY.         *
019170*****************************************************************
019180     COPY DATEVAL.
019190*****************************************************************
019200*    9900-OPEN-UNIT-CONVERSION                                  *
019210*    SHARED UNIT-OF-MEASURE ROUTINES - SEE UOMPROC.CPY.         *
019220*****************************************************************
019230     COPY UOMPROC.
019240*****************************************************************
019250*    9950-OPEN-KIT-BOM                                          *
019260*    SHARED KIT BILL-OF-MATERIALS ROUTINES - SEE KITPROC.CPY.   *
019270*****************************************************************
019280     COPY KITPROC.
