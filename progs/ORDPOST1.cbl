001970*                   CARRY GOODS PLUS TAX, MATCHING THE OPEN    *
001980*                   ITEM.                                      *
001990*   2026-09-01  PD  A CONVERTED QUOTE (TYPE 'Q') IS HEADER-   *
001992*                   ONLY AND POSTS AT ITS QUOTED AMOUNT: IT    *
001994*                   MOVES NO STOCK AND WRITES NO SALES-LINE    *
001996*                   HISTORY, BECAUSE IT CARRIES NO LINES TO    *
001998*                   DO EITHER FROM.  ACCEPTED - THE QUOTE      *
002000*                   DESK OWNS FULFILMENT FOR CONVERSIONS.      *
002002*   2026-09-01  PD  A LINE-LESS ORDER (F/H/Q) NOW CLEARS THE  *
002004*                   LINE BUFFER AND COUNTS INSTEAD OF          *
002006*                   REPLAYING THE PREVIOUS ORDER'S LINES       *
002008*                   INTO STOCK AND SALES HISTORY, AND THE      *
002010*                   POSTED-ORDER REGISTER ROW NOW CARRIES      *
002012*                   THE AMOUNT AND LINE FINGERPRINT THE EDIT   *
002014*                   GATE'S NEAR-DUPLICATE SCREEN SEEDS FROM.   *
002016*   2026-10-15  PD  EVERY POSTED ORDER NOW ALSO CUTS A HEADER  *
002018*                   AND ITS PRICED LINES (LIST PRICE, PRICE    *
002020*                   CHARGED, CONTRACT OR LIST BASIS, PROMOTION *
002022*                   AND DISCOUNT) TO THE INVOICE-DETAIL FILE   *
002024*                   (INVDTL.CPY) FOR THE INVOICE RUN, AND THE  *
002026*                   REGISTER ROW STARTS WITH NO INVOICE        *
002028*                   NUMBER.                                    *
002030*   2026-10-15  PD  A POSTED SALE LINE NO LONGER RELIEVES      *
002032*                   ON-HAND.  IT RAISES STK-PICKED AND CUTS A  *
002034*                   PICK TICKET (PICKTKT.CPY); ON-HAND AND     *
002036*                   PERIOD USAGE MOVE WHEN SHPCNF01 APPLIES    *
002038*                   THE WAREHOUSE'S SHIPMENT CONFIRMATION.     *
002040*                   A RETURN STILL PUTS STOCK BACK AT ONCE.    *
002043*   2026-10-15  PD  EACH SALES-HISTORY LINE NOW CARRIES THE    *
002046*                   ORDER'S SALES REP (SLH-REP-CODE) SO THE    *
002049*                   BUDGET REPORT CAN MEASURE REPS AGAINST     *
002052*                   PLAN.                                      *
002053*   2026-10-15  PD  A POSTED LINE NOW MOVES STOCK VALUE AT THE *
002054*                   ITEM'S AVERAGE COST (STK-AVG-COST) AND     *
002055*                   EACH ORDER WRITES A BALANCED COGS/INVENTRY *
002056*                   PAIR TO THE GL JOURNAL - A SALE DEBITS     *
002057*                   COGS, A RETURN PUTS THE COST BACK. LINES   *
002058*                   ON UNCOSTED ITEMS ARE COUNTED.             *
002059*   2026-10-15  PD  EACH POSTED LINE NOW ALSO MOVES STOCK AT   *
002060*                   THE ORDER'S HOME WAREHOUSE (BRN-WAREHOUSE; *
002061*                   THE CENTRAL WAREHOUSE FOR HEAD OFFICE) ON  *
002062*                   THE LOCATION STOCK FILE - A SALE IS PICKED *
002063*                   THERE, A RETURN GOES BACK ON ITS SHELF -   *
002064*                   AND THE PICK TICKET CARRIES THE LOCATION.  *
002065*   2026-10-15  PD  A SALE PARKED FOR A LATER CYCLE NOW        *
002066*                   RESERVES ITS LINES AT THE BRANCH'S HOME    *
002067*                   WAREHOUSE ON THE NEW STOCK-RESERVATION     *
002068*                   FILE (STKRSV.CPY).  EVERY POSTED ORDER     *
002069*                   RELEASES ITS RESERVATIONS, AND A RELEASED  *
002070*                   HELD ORDER OR CONVERTED QUOTE NOW PICKS    *
002071*                   THE RESERVED QUANTITIES, SO THE STOCK IT   *
002072*                   WAS PROMISED IS FINALLY MOVED AND COSTED.  *
002073*   2026-10-15  PD  NEW TYPE 'B' - A YEAR-END VOLUME-REBATE    *
002074*                   CREDIT FROM REBACR01.  HEADER-ONLY LIKE    *
002075*                   'F'; ITS NEGATIVE AMOUNT POSTS DR REBACCR  *
002076*                   / CR AR, REVERSING THE ACCRUED REBATE      *
002077*                   LIABILITY.                                 *
002078*   2026-10-15  PD  FREIGHT BY REGION AND ORDER VALUE: A       *
002079*                   POSTED SALE, HELD RELEASE OR CONVERTED     *
002080*                   QUOTE NOW CARRIES THE FREIGHT CHARGE OF    *
002081*                   ITS VALUE BAND ON THE CUSTOMER REGION'S    *
002082*                   SCALE (FRTRATE, BLANK-REGION ROWS AS THE   *
002083*                   DEFAULT SCALE).  A ZERO-CHARGE BAND IS     *
002084*                   FREE FREIGHT AND A CUSTOMER FLAGGED        *
002085*                   CUST-FREIGHT-EXEMPT IS NEVER CHARGED.  THE *
002086*                   CHARGE IS ADDED TO THE BALANCE, LIMIT      *
002087*                   TESTS AND OPEN ITEM, WRITTEN TO ORDER      *
002088*                   HISTORY AS ITS OWN TYPE-'D' RECORD, PAIRED *
002089*                   AR AGAINST THE FREIGHT GL ACCOUNT, CARRIED *
002090*                   ON THE INVOICE HEADER, AND TAXED WITH THE  *
002091*                   GOODS WHERE THE REGION'S TAX ROW SAYS      *
002092*                   FREIGHT IS TAXABLE.                        *
002093*   2026-10-15  PD  EVERY GOODS CHARGE NOW FALLS DUE UNDER THE *
002094*                   CUSTOMER'S PAYMENT TERMS (CUST-TERMS-CODE  *
002095*                   ON THE PAYMENT-TERMS FILE, SHARED ROUTINES *
002096*                   IN TRMPROC.CPY).  THE DUE DATE IS CARRIED  *
002097*                   ON THE ORDER-HISTORY RECORDS AND THE OPEN  *
002098*                   ITEM, AND A DISCOUNT TERM ALSO STAMPS THE  *
002099*                   ITEM WITH ITS DISCOUNT DATE AND THE        *
002100*                   DISCOUNT ON THE GOODS FOR CSHPOST1.        *
002101*                   FINANCE CHARGES AND CREDITS FALL DUE ON    *
002102*                   THE ORDER DATE.                            *
002103*   2026-10-15  PD  A SALE FOR A CUSTOMER ON CASH IN ADVANCE   *
002104*                   IS NOW PARKED ON THE HELD-ORDER FILE       *
002105*                   AWAITING ITS PREPAYMENT INSTEAD OF POSTING *
002106*                   ON CREDIT.  ITS TYPE-'H' RELEASE CARRIES   *
002107*                   THE FUNDS BANKED, SKIPS THE CREDIT-LIMIT   *
002108*                   TESTS WHEN THEY COVER THE ORDER, AND OPENS *
002109*                   THE OPEN ITEM NET OF THEM.                 *
002110*   2026-10-15  PD  A POSTED RETURN NO LONGER PUTS STOCK OR    *
002111*                   ITS COST BACK AT ONCE.  EACH RETURNED ITEM *
002112*                   OPENS A RETURNED-GOODS RECORD              *
002113*                   (RTNOPEN.CPY) KEYED BY ORDER AND ITEM, AND *
002114*                   RTNRCV01 RESTOCKS, RETURNS TO VENDOR OR    *
002115*                   SCRAPS THE GOODS - AND JOURNALS THE COST - *
002116*                   WHEN THE WAREHOUSE ACTUALLY TAKES THEM     *
002117*                   BACK.                                      *
002118*   2026-10-15  PD  TAKES A CHECKPOINT EVERY                   *
002119*                   PARM-CKPT-INTERVAL ORDERS (CONTROL CARD ON *
002120*                   PARMCARD) AND RESUMES FROM IT WHEN         *
002121*                   RESUBMITTED AFTER A FAILURE - TOTALS       *
002122*                   RESTORED, REGISTERS VERIFIED, DONE ORDERS  *
002123*                   SKIPPED, ORDERS POSTED AFTER THE LAST      *
002124*                   CHECKPOINT COUNTED NOT REPOSTED.  LOGS     *
002125*                   START/CKPT/END TO STEPLOG.  POSTREG ROWS   *
002126*                   CARRY THE CYCLE.                           *
002127*    2026-10-15  PD  UNITS OF MEASURE: EACH LINE'S UNIT IS       *
002128*                    RESOLVED THROUGH THE SHARED UNIT ROUTINES   *
002129*                    (UOMPROC.CPY) AND THE LINE IS PRICED PER    *
002130*                    ORDERED UNIT - THE CONVERSION ROW'S PACK    *
002131*                    PRICE WHEN IT HAS ONE, OTHERWISE THE LIST   *
002132*                    OR CONTRACT PRICE TIMES THE FACTOR.  A UNIT *
002133*                    NOT VALID FOR THE ITEM FAILS THE ORDER.     *
002134*                    THE LINE BUFFER NOW HOLDS THE QUANTITY IN   *
002135*                    STOCKING UNITS, SO STOCK RELIEF, PICKS,     *
002136*                    RETURNS, COST AND THE INVOICE DETAIL ALL    *
002137*                    WORK IN STOCKING UNITS, AND SALES HISTORY   *
002138*                    CARRIES BOTH THE ORDERED QUANTITY AND UNIT  *
002139*                    AND THE STOCKING-UNIT QUANTITY.             *
002140*    2026-10-15  PD  A KIT LINE (ITM-IS-KIT) STILL PRICES AT THE *
002141*                    KIT'S OWN ITM-NUM1, BUT IS EXPLODED THROUGH *
002142*                    THE KIT BILL-OF-MATERIALS FILE              *
002143*                    (KITPROC.CPY) INTO COMPONENT ROWS IN THE    *
002144*                    LINE BUFFER.  THE COMPONENTS, NOT THE KIT,  *
002145*                    ARE PICKED, RESERVED, RETURNED AND COSTED   *
002146*                    AT THEIR OWN AVERAGE COST; THE INVOICE      *
002147*                    SHOWS THE KIT ONLY.  SALES HISTORY CARRIES  *
002148*                    THE KIT ROW AND A ROW PER COMPONENT WITH    *
002149*                    ITS SHARE OF THE KIT'S REVENUE, IN          *
002150*                    PROPORTION TO THE COMPONENTS' LIST VALUE.   *
002151*                    A RESERVED KIT ON A RELEASED HOLD OR QUOTE  *
002152*                    IS PICKED AS ITS COMPONENTS.                *
002153*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
002154*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
002155*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
002156*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
002157*    2026-10-15  PD  EACH POSTING-JOURNAL RECORD IS SEALED WITH  *
002158*                    A SEQUENCE NUMBER AND CHAIN VALUE, AND A    *
002159*                    CLEAN END OF RUN WRITES A TRAILER WITH THE  *
002160*                    RECORD COUNT AND POSTED TOTAL.  A RESUMED   *
002161*                    RUN PICKS THE CHAIN UP WHERE THE FAILED RUN *
002162*                    LEFT IT.                                    *
002163*    2026-10-15  PD  THE CONTRACT-PRICE, PROMOTION AND TAX-RATE  *
002164*                    TABLES ARE HELD IN KEY ORDER AS THEY LOAD   *
002165*                    AND FOUND BY BINARY SEARCH INSTEAD OF A     *
002166*                    SCAN PER LINE; ROOM RAISED TO 2000, 500 AND *
002167*                    100 ROWS, AND A TABLE THAT FILLS NOW STOPS  *
002168*                    THE RUN (RC 8) RATHER THAN DROPPING ROWS.   *
002169*    2026-10-15  PD  A FREIGHT-RATE TABLE THAT FILLS NOW STOPS   *
002170*                    THE RUN (RC 8), AS THE OTHER REFERENCE      *
002171*                    TABLES DO, RATHER THAN DROPPING BANDS.      *
002172*    2026-10-15  PD  A RESTART NOW CUTS THE EXCEPTION, SUSPENSE, *
002173*                    ROUNDING, OVER-LIMIT, RETURNS, HELD-ORDER,  *
002174*                    PROMOTION AND CONTRACT OUTPUTS BACK TO THE  *
002175*                    RECORD COUNTS IN THE CHECKPOINT INSTEAD OF  *
002176*                    EXTENDING THEM, AND RECOUNTS THE KEPT       *
002177*                    PROMOTION LINES.  A POSTED OR HELD ORDER IS *
002178*                    COMMITTED WITH A CHECKPOINT AS SOON AS IT   *
002179*                    COMPLETES.  THE BRANCH TOTALS ARE           *
002180*                    CHECKPOINTED, AND THE REGISTER ROW CARRIES  *
002181*                    FREIGHT AND TAX SO AN ORDER FOUND ON        *
002182*                    RESTART COUNTS IN FULL.                     *
002183*****************************************************************
002184 ENVIRONMENT DIVISION.
002185 INPUT-OUTPUT SECTION.
002186 FILE-CONTROL.
002187     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
002188         ORGANIZATION IS INDEXED
002189         ACCESS MODE IS DYNAMIC
002190         RECORD KEY IS CUST-ID
002191         FILE STATUS IS WS-CUST-FILE-STATUS.
002192
002193     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
002194         ORGANIZATION IS INDEXED
002195         ACCESS MODE IS DYNAMIC
002196         RECORD KEY IS ITM-ID
002197         FILE STATUS IS WS-ITM-FILE-STATUS.
002200
002201     SELECT UNIT-CONVERSION-FILE ASSIGN TO UOMCNV
002202         ORGANIZATION IS INDEXED
002203         ACCESS MODE IS RANDOM
002204         RECORD KEY IS UCV-KEY
002205         FILE STATUS IS WS-UCV-FILE-STATUS.
002206
002207     SELECT KIT-BOM-FILE ASSIGN TO KITBOM
002208         ORGANIZATION IS INDEXED
002209         ACCESS MODE IS DYNAMIC
002210         RECORD KEY IS KBM-KEY
002211         FILE STATUS IS WS-KBM-FILE-STATUS.
002212
002213     SELECT ORDER-TRAN-FILE ASSIGN TO ORDTRAN
002220         ORGANIZATION IS LINE SEQUENTIAL
002230         FILE STATUS IS WS-ORD-FILE-STATUS.
002240
002770         ACCESS MODE IS DYNAMIC
002780         RECORD KEY IS OPI-ORDER-ID
002790         FILE STATUS IS WS-OPI-FILE-STATUS.
002791
002792     SELECT RETURN-OPEN-FILE ASSIGN TO RTNOPEN
002793         ORGANIZATION IS INDEXED
002794         ACCESS MODE IS DYNAMIC
002795         RECORD KEY IS RTO-KEY
002796         FILE STATUS IS WS-RTO-FILE-STATUS.
002800
002810     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
002820         ORGANIZATION IS LINE SEQUENTIAL
003150         RECORD KEY IS STK-ITM-ID
003160         FILE STATUS IS WS-STK-FILE-STATUS.
003170
003171     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
003172         ORGANIZATION IS INDEXED
003173         ACCESS MODE IS DYNAMIC
003174         RECORD KEY IS SLC-KEY
003175         FILE STATUS IS WS-SLC-FILE-STATUS.
003176
003178     SELECT STOCK-RESERVATION-FILE ASSIGN TO RSVMAST
003180         ORGANIZATION IS INDEXED
003182         ACCESS MODE IS DYNAMIC
003184         RECORD KEY IS RSV-KEY
003186         FILE STATUS IS WS-RSV-FILE-STATUS.
003188     SELECT TAX-RATE-FILE ASSIGN TO TAXRATE
003190         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-TAX-FILE-STATUS.
003202     SELECT FREIGHT-RATE-FILE ASSIGN TO FRTRATE
003204         ORGANIZATION IS LINE SEQUENTIAL
003206         FILE STATUS IS WS-FRT-FILE-STATUS.
003207     SELECT PAYMENT-TERMS-FILE ASSIGN TO PAYTERM
003208         ORGANIZATION IS LINE SEQUENTIAL
003209         FILE STATUS IS WS-TRM-FILE-STATUS.
003210
003220     SELECT TAX-DETAIL-FILE ASSIGN TO TAXDTL
003230         ORGANIZATION IS LINE SEQUENTIAL
003340     SELECT CONTRACT-REGISTER-RPT ASSIGN TO CONREGRP
003350         ORGANIZATION IS LINE SEQUENTIAL
003360         FILE STATUS IS WS-CRG-FILE-STATUS.
003362
003364     SELECT INVOICE-DETAIL-FILE ASSIGN TO INVDTL
003366         ORGANIZATION IS LINE SEQUENTIAL
003368         FILE STATUS IS WS-IVD-FILE-STATUS.
003370
003372     SELECT PICK-TICKET-FILE ASSIGN TO PICKTKT
003374         ORGANIZATION IS LINE SEQUENTIAL
003376         FILE STATUS IS WS-PKT-FILE-STATUS.
003378
003379     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
003380         ORGANIZATION IS LINE SEQUENTIAL
003381         FILE STATUS IS WS-PARM-FILE-STATUS.
003382
003383     SELECT CHECKPOINT-FILE ASSIGN TO POSTCKPT
003384         ORGANIZATION IS LINE SEQUENTIAL
003385         FILE STATUS IS WS-CKP-FILE-STATUS.
003386
003387     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
003388         ORGANIZATION IS LINE SEQUENTIAL
003389         FILE STATUS IS WS-SLG-FILE-STATUS.
003390
003391     SELECT CUT-WORK-FILE ASSIGN TO CKPCUT
003392         ORGANIZATION IS LINE SEQUENTIAL
003393         FILE STATUS IS WS-CUT-FILE-STATUS.
003394
003395 DATA DIVISION.
003396 FILE SECTION.
003400 FD  CUSTOMER-MASTER-FILE
003410     LABEL RECORDS ARE STANDARD.
003420     COPY CUSTMAST.
003440 FD  ITEM-MASTER-FILE
003450     LABEL RECORDS ARE STANDARD.
003460     COPY ITMMAST.
003462
003464 FD  UNIT-CONVERSION-FILE
003466     LABEL RECORDS ARE STANDARD.
003468     COPY UOMCNV.
003470
003472 FD  KIT-BOM-FILE
003474     LABEL RECORDS ARE STANDARD.
003476     COPY KITBOM.
003478
003480 FD  ORDER-TRAN-FILE
003490     LABEL RECORDS ARE STANDARD.
003500     COPY ORDPOST.
004000 FD  OPEN-ITEM-FILE
004010     LABEL RECORDS ARE STANDARD.
004020     COPY OPENITEM.
004021
004022 FD  RETURN-OPEN-FILE
004024     LABEL RECORDS ARE STANDARD.
004026     COPY RTNOPEN.
004030
004040 FD  CYCLE-CONTROL-FILE
004050     LABEL RECORDS ARE STANDARD.
004360     LABEL RECORDS ARE STANDARD.
004370     COPY STKMAST.
004380
004382 FD  STOCK-LOCATION-FILE
004384     LABEL RECORDS ARE STANDARD.
004386     COPY STKLOC.
004388
004390 FD  STOCK-RESERVATION-FILE
004392     LABEL RECORDS ARE STANDARD.
004394     COPY STKRSV.
004396 FD  TAX-RATE-FILE
004400     LABEL RECORDS ARE STANDARD.
004410     COPY TAXRATE.
004420
004430 FD  TAX-DETAIL-FILE
004440     LABEL RECORDS ARE STANDARD.
004450     COPY TAXDTL.
004451
004452 FD  FREIGHT-RATE-FILE
004454     LABEL RECORDS ARE STANDARD.
004456     COPY FRTRATE.
004458
004460 FD  PAYMENT-TERMS-FILE
004462     LABEL RECORDS ARE STANDARD.
004464     COPY PAYTERM.
004466
004470 FD  PROMOTION-FILE
004480     LABEL RECORDS ARE STANDARD.
004490     COPY PROMO.
004550 FD  CONTRACT-REGISTER-RPT
004560     LABEL RECORDS ARE STANDARD.
004570     01  CONTRACT-REGISTER-LINE   PIC X(80).
004572
004574 FD  INVOICE-DETAIL-FILE
004576     LABEL RECORDS ARE STANDARD.
004578     COPY INVDTL.
004580
004582 FD  PICK-TICKET-FILE
004584     LABEL RECORDS ARE STANDARD.
004586     COPY PICKTKT.
004587
004588 FD  CONTROL-CARD-FILE
004589     LABEL RECORDS ARE STANDARD.
004590     COPY PARMCARD.
004591
004592 FD  CHECKPOINT-FILE
004593     LABEL RECORDS ARE STANDARD.
004594     COPY PSTCKPT.
004595
004596 FD  STEP-LOG-FILE
004597     LABEL RECORDS ARE STANDARD.
004598     COPY STEPLOG.
004599
004600 FD  CUT-WORK-FILE
004601     LABEL RECORDS ARE STANDARD.
004602     01  CUT-WORK-REC             PIC X(200).
004603
004604 WORKING-STORAGE SECTION.
004605     01  WS-CUST-FILE-STATUS      PIC X(02).
004610         88  WS-CUST-OK           VALUE '00'.
004620         88  WS-CUST-NOT-FOUND    VALUE '23'.
004630         88  WS-CUST-SCAN-EOF     VALUE '10'.
005130
005140     01  WS-OPI-DISABLED-SW       PIC X(01) VALUE 'N'.
005150         88  WS-OPI-DISABLED      VALUE 'Y'.
005151
005152     01  WS-RTO-FILE-STATUS       PIC X(02).
005153         88  WS-RTO-OK            VALUE '00'.
005154         88  WS-RTO-NOT-FOUND     VALUE '23'.
005155
005156     01  WS-RTO-DISABLED-SW       PIC X(01) VALUE 'N'.
005157         88  WS-RTO-DISABLED      VALUE 'Y'.
005158     01  WS-RTO-OPENED-COUNT      PIC 9(07) COMP VALUE 0.
005160
005170     01  WS-DUP-ORDER-SW          PIC X(01) VALUE 'N'.
005180         88  WS-DUP-ORDER         VALUE 'Y'.
005250
005260     01  WS-PJR-FILE-STATUS       PIC X(02).
005270         88  WS-PJR-OK            VALUE '00'.
005271*    THE POSTING-JOURNAL CHAIN POSITION, AND THE FIRST SEQUENCE,
005272*    RECORD COUNT AND POSTED TOTAL OF THIS RUN'S GENERATION.
005273     01  WS-PJR-CHAIN.
005274         05  WS-PJR-LAST-SEQUENCE PIC 9(09) VALUE 0.
005275         05  WS-PJR-LAST-VALUE    PIC 9(09) VALUE 0.
005276         05  WS-PJR-GEN-FIRST     PIC 9(09) VALUE 0.
005277         05  WS-PJR-GEN-COUNT     PIC 9(09) VALUE 0.
005278         05  WS-PJR-GEN-AMOUNT    PIC S9(11)V9(02) VALUE 0.
005280     01  WS-BEFORE-BALANCE        PIC S9(07)V9(02).
005290
005300     COPY CMJWORK.
005301     COPY JCHWORK.
005302
005305     COPY TRMWORK.
005310
005320     01  WS-RCT-FILE-STATUS       PIC X(02).
005330         88  WS-RCT-OK            VALUE '00'.
005340
005350     COPY DVALWORK.
005353
005356     COPY UOMWORK.
005357
005358     COPY KITWORK.
005360
005370*****************************************************************
005380*    BRANCH REFERENCE TABLE AND PER-BRANCH CONTROL TOTALS.      *
005470     01  WS-BRN-TABLE.
005480         05  WS-BRN-ROW OCCURS 20 TIMES.
005490             10  WS-BRN-TBL-CODE  PIC X(03).
005495             10  WS-BRN-WHSE      PIC X(03).
005500             10  WS-BRN-POSTED    PIC 9(07) COMP.
005510             10  WS-BRN-AMOUNT    PIC S9(09)V9(02) COMP-3.
005520             10  WS-BRN-EXCEPTS   PIC 9(07) COMP.
006360*    THE OPEN ITEM SO CASH CAN POST THE REALIZED DIFFERENCE.
006370     01  WS-BOOKED-RATE           PIC S9(03)V9(06) VALUE 1.
006380     01  WS-CONVERTED-AMOUNT      PIC S9(07)V9(02).
006382*    THE PREPAYMENT A CASH-IN-ADVANCE RELEASE ARRIVES WITH, AND
006384*    WHY AN ORDER IS PARKED ON THE HELD-ORDER FILE.
006386     01  WS-PREPAID-AMOUNT        PIC S9(07)V9(02) VALUE 0.
006388     01  WS-HOLD-REASON           PIC X(01) VALUE SPACE.
006390     01  WS-UNROUNDED-AMOUNT      PIC S9(07)V9(06).
006400     01  WS-ROUNDING-DIFF         PIC S9(05)V9(06).
006410
006520*****************************************************************
006530*    CUSTOMER CONTRACT-PRICE TABLE - LOADED ONCE AT START OF    *
006540*    RUN.  A MATCHING, IN-DATE ROW PRICES THE LINE AHEAD OF     *
006545*    THE MASTER PRICE.  THE ROWS ARE KEPT IN CUSTOMER/ITEM      *
006550*    ORDER AS THEY LOAD, SO A LINE'S ROWS ARE FOUND BY BINARY   *
006555*    SEARCH RATHER THAN A SCAN OF THE WHOLE TABLE.              *
006560*****************************************************************
006570     01  WS-CPR-FILE-STATUS       PIC X(02).
006580         88  WS-CPR-OK            VALUE '00'.
006590         88  WS-CPR-EOF           VALUE '10'.
006600     01  WS-CPR-COUNT             PIC 9(04) COMP VALUE 0.
006610     01  WS-MAX-CPR-ROWS          PIC 9(04) COMP VALUE 2000.
006620     01  WS-CPR-TABLE.
006628         05  WS-CPR-ROW OCCURS 2000 TIMES.
006636             10  WS-CPR-T-KEY.
006644                 15  WS-CPR-T-CUST PIC X(05).
006652                 15  WS-CPR-T-ITM PIC X(05).
006660             10  WS-CPR-T-PRICE   PIC S9(03)V9(02) COMP-3.
006670             10  WS-CPR-T-START   PIC 9(08).
006680             10  WS-CPR-T-END     PIC 9(08).
006690     01  WS-CPR-SUB               PIC 9(04) COMP.
006700     01  WS-CPR-HIT-SUB           PIC 9(04) COMP.
006710     01  WS-CPR-FOUND-SW          PIC X(01).
006720         88  WS-CPR-FOUND         VALUE 'Y'.
006722     01  WS-CPR-LOW               PIC 9(04) COMP.
006724     01  WS-CPR-HIGH              PIC 9(04) COMP.
006726     01  WS-CPR-MID               PIC 9(04) COMP.
006728     01  WS-CPR-MOVE-SUB          PIC 9(04) COMP.
006730     01  WS-CPR-PAST-EQUAL-SW     PIC X(01).
006732         88  WS-CPR-PAST-EQUAL    VALUE 'Y'.
006734     01  WS-CPR-KEY-END-SW        PIC X(01).
006736         88  WS-CPR-KEY-END       VALUE 'Y'.
006738     01  WS-CPL-KEY.
006740         05  WS-CPL-CUST          PIC X(05).
006742         05  WS-CPL-ITM           PIC X(05).
006750     01  WS-CPL-DATE              PIC 9(08).
006760     01  WS-CONTRACT-PRICE        PIC S9(03)V9(02).
006770*****************************************************************
006780*    PROMOTION TABLE - LOADED ONCE AT START OF RUN.  AN         *
006790*    IN-WINDOW ROW FOR THE LINE ITEM'S CATEGORY DISCOUNTS THE   *
006800*    PRICED LINE.  KEPT IN CATEGORY ORDER FOR BINARY SEARCH.    *
006810*****************************************************************
006820     01  WS-PRM-FILE-STATUS       PIC X(02).
006830         88  WS-PRM-OK            VALUE '00'.
006840         88  WS-PRM-EOF           VALUE '10'.
006850     01  WS-PRM-COUNT             PIC 9(03) COMP VALUE 0.
006860     01  WS-MAX-PRM-ROWS          PIC 9(03) COMP VALUE 500.
006870     01  WS-PRM-TABLE.
006880         05  WS-PRM-ROW OCCURS 500 TIMES.
006890             10  WS-PRM-T-ID      PIC X(06).
006900             10  WS-PRM-T-CATEGORY PIC X(04).
006910             10  WS-PRM-T-PCT     PIC 9(02)V9(02).
006930             10  WS-PRM-T-END     PIC 9(08).
006940             10  WS-PRM-T-UNITS   PIC 9(09) COMP.
006950             10  WS-PRM-T-GIVEN   PIC S9(09)V9(02) COMP-3.
006960     01  WS-PRM-SUB               PIC 9(03) COMP.
006970     01  WS-PRM-HIT-SUB           PIC 9(03) COMP.
006980     01  WS-PRM-FOUND-SW          PIC X(01).
006990         88  WS-PRM-FOUND         VALUE 'Y'.
006991     01  WS-PRM-LOW               PIC 9(03) COMP.
006992     01  WS-PRM-HIGH              PIC 9(03) COMP.
006993     01  WS-PRM-MID               PIC 9(03) COMP.
006994     01  WS-PRM-MOVE-SUB          PIC 9(03) COMP.
006995     01  WS-PRM-PAST-EQUAL-SW     PIC X(01).
006996         88  WS-PRM-PAST-EQUAL    VALUE 'Y'.
006997     01  WS-PRM-KEY-END-SW        PIC X(01).
006998         88  WS-PRM-KEY-END       VALUE 'Y'.
006999     01  WS-PRL-CATEGORY          PIC X(04).
007000     01  WS-PROMO-DISCOUNT        PIC S9(07)V9(02).
007010     01  WS-PRG-FILE-STATUS       PIC X(02).
007020         88  WS-PRG-OK            VALUE '00'.
007240
007250*****************************************************************
007260*    REGIONAL SALES-TAX TABLE AND WORK FIELDS.  A REGION WITH   *
007266*    NO ROW IS UNTAXED.  KEPT IN REGION ORDER FOR BINARY        *
007272*    SEARCH.                                                    *
007280*****************************************************************
007290     01  WS-TAX-FILE-STATUS       PIC X(02).
007300         88  WS-TAX-OK            VALUE '00'.
007310         88  WS-TAX-EOF           VALUE '10'.
007320     01  WS-TXD-FILE-STATUS       PIC X(02).
007330         88  WS-TXD-OK            VALUE '00'.
007340     01  WS-TAX-COUNT             PIC 9(03) COMP VALUE 0.
007350     01  WS-MAX-TAX-ROWS          PIC 9(03) COMP VALUE 100.
007360     01  WS-TAX-TABLE.
007370         05  WS-TAX-ROW OCCURS 100 TIMES.
007380             10  WS-TAX-T-REGION  PIC X(03).
007390             10  WS-TAX-T-PCT     PIC 9(02)V9(03).
007393             10  WS-TAX-T-FREIGHT PIC X(01).
007396                 88  WS-TAX-T-FREIGHT-TAXED VALUE 'Y'.
007408     01  WS-TAX-HIT-SUB           PIC 9(03) COMP.
007420     01  WS-TAX-FOUND-SW          PIC X(01).
007430         88  WS-TAX-FOUND         VALUE 'Y'.
007431     01  WS-TAX-LOW               PIC 9(03) COMP.
007432     01  WS-TAX-HIGH              PIC 9(03) COMP.
007433     01  WS-TAX-MID               PIC 9(03) COMP.
007434     01  WS-TAX-MOVE-SUB          PIC 9(03) COMP.
007435     01  WS-TXL-REGION            PIC X(03).
007440     01  WS-TAX-AMOUNT            PIC S9(07)V9(02).
007441*****************************************************************
007442*    REGIONAL FREIGHT SCALE AND WORK FIELDS.  EACH ROW IS ONE   *
007443*    ORDER-VALUE BAND; BLANK-REGION ROWS ARE THE DEFAULT SCALE. *
007444*****************************************************************
007445     01  WS-FRT-FILE-STATUS       PIC X(02).
007446         88  WS-FRT-OK            VALUE '00'.
007447         88  WS-FRT-EOF           VALUE '10'.
007448     01  WS-FRT-COUNT             PIC 9(03) COMP VALUE 0.
007449     01  WS-MAX-FRT-ROWS          PIC 9(03) COMP VALUE 100.
007450     01  WS-FRT-TABLE.
007451         05  WS-FRT-ROW OCCURS 100 TIMES.
007452             10  WS-FRT-T-REGION  PIC X(03).
007453             10  WS-FRT-T-FROM    PIC 9(07)V9(02).
007454             10  WS-FRT-T-CHARGE  PIC 9(05)V9(02).
007455     01  WS-FRT-SUB               PIC 9(03) COMP.
007456     01  WS-FRT-HIT-SUB           PIC 9(03) COMP.
007457     01  WS-FRT-REGION            PIC X(03).
007458     01  WS-FRT-FOUND-SW          PIC X(01).
007459         88  WS-FRT-FOUND         VALUE 'Y'.
007460     01  WS-FRT-REGION-SEEN-SW    PIC X(01).
007461         88  WS-FRT-REGION-SEEN   VALUE 'Y'.
007462     01  WS-FREIGHT-AMOUNT        PIC S9(07)V9(02).
007463     01  WS-TAXED-FREIGHT         PIC S9(07)V9(02).
007464*****************************************************************
007465*    STOCK DECREMENT WORK - THE ORDER'S LINES ARE BUFFERED      *
007470*    THROUGH PRICING SO ONLY AN ORDER THAT POSTS MOVES STOCK.   *
007480*****************************************************************
007490     01  WS-STK-FILE-STATUS       PIC X(02).
007510         88  WS-STK-NOT-FOUND     VALUE '23'.
007520     01  WS-STK-DISABLED-SW       PIC X(01) VALUE 'N'.
007530         88  WS-STK-DISABLED      VALUE 'Y'.
007531     01  WS-SLC-FILE-STATUS       PIC X(02).
007532         88  WS-SLC-OK            VALUE '00'.
007533     01  WS-SLC-DISABLED-SW       PIC X(01) VALUE 'N'.
007534         88  WS-SLC-DISABLED      VALUE 'Y'.
007535     01  WS-ORDER-LOC-CODE        PIC X(03).
007536     01  WS-RSV-FILE-STATUS       PIC X(02).
007537         88  WS-RSV-OK            VALUE '00'.
007538     01  WS-RSV-DISABLED-SW       PIC X(01) VALUE 'N'.
007539         88  WS-RSV-DISABLED      VALUE 'Y'.
007540     01  WS-RSV-END-SW            PIC X(01).
007541         88  WS-RSV-END           VALUE 'Y'.
007542     01  WS-RSV-RESERVED-COUNT    PIC 9(07) COMP VALUE 0.
007543     01  WS-RSV-RELEASED-COUNT    PIC 9(07) COMP VALUE 0.
007544     01  WS-STKBUF-COUNT          PIC 9(03) COMP VALUE 0.
007550     01  WS-MAX-STKBUF-ROWS       PIC 9(03) COMP VALUE 200.
007560     01  WS-STKBUF-TABLE.
007570         05  WS-STKBUF-ROW OCCURS 200 TIMES.
007600             10  WS-STKBUF-PRICE  PIC S9(03)V9(02) COMP-3.
007610             10  WS-STKBUF-AMT    PIC S9(07)V9(02) COMP-3.
007620             10  WS-STKBUF-CAT    PIC X(04).
007622             10  WS-STKBUF-LIST   PIC S9(03)V9(02) COMP-3.
007624             10  WS-STKBUF-BASIS  PIC X(01).
007626             10  WS-STKBUF-PROMO  PIC X(06).
007628             10  WS-STKBUF-DISC   PIC S9(07)V9(02) COMP-3.
007631             10  WS-STKBUF-ORD-QTY PIC 9(05).
007634             10  WS-STKBUF-UNIT   PIC X(02).
007635*            ' ' AN ORDINARY LINE, 'K' A KIT LINE (INVOICED AND
007636*            IN SALES HISTORY, NO STOCK OF ITS OWN), 'C' ONE OF
007637*            ITS COMPONENTS (PICKED AND COSTED, NOT INVOICED).
007638             10  WS-STKBUF-ROLE   PIC X(01).
007639                 88  WS-STKBUF-KIT-LINE   VALUE 'K'.
007640                 88  WS-STKBUF-COMPONENT  VALUE 'C'.
007641             10  WS-STKBUF-KIT-ID PIC X(05).
007642     01  WS-STKBUF-SUB            PIC 9(03) COMP.
007643*    KIT EXPLOSION - THE KIT'S ROW, THE ROW OF THE COMPONENT IN
007644*    HAND, AND THE KIT'S REVENUE SHARED OUT BY LIST VALUE.
007645     01  WS-KIT-ROW-SUB           PIC 9(03) COMP.
007646     01  WS-KIT-BUF-SUB           PIC 9(03) COMP.
007647     01  WS-KIT-WEIGHT-TOTAL      PIC S9(09)V9(02).
007648     01  WS-KIT-ALLOCATED         PIC S9(07)V9(02).
007649     01  WS-IVD-LINE-COUNT        PIC 9(03) COMP.
007650     01  WS-SLH-FILE-STATUS       PIC X(02).
007651         88  WS-SLH-OK            VALUE '00'.
007660     01  WS-STKBUF-UPRICE         PIC S9(03)V9(02).
007662     01  WS-IVD-FILE-STATUS       PIC X(02).
007664         88  WS-IVD-OK            VALUE '00'.
007666     01  WS-PKT-FILE-STATUS       PIC X(02).
007668         88  WS-PKT-OK            VALUE '00'.
007670
007680*****************************************************************
007690*    CLOSED ACCOUNTING PERIODS - LOADED ONCE AT START OF RUN.   *
008080     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
008090     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
008100     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
008102     01  WS-LINE-COST             PIC S9(09)V9(02).
008104     01  WS-ORDER-COGS            PIC S9(09)V9(02).
008106     01  WS-COGS-TOTAL            PIC S9(11)V9(2) COMP-3 VALUE 0.
008108     01  WS-UNCOSTED-LINE-COUNT   PIC 9(07) COMP VALUE 0.
008110
008120*****************************************************************
008130*    ROUNDING-DISCREPANCY-RPT DETAIL LINE.                       *
008710         05  WS-CREDIT-COUNT      PIC 9(07) COMP VALUE 0.
008720         05  WS-DUPLICATE-COUNT   PIC 9(07) COMP VALUE 0.
008730         05  WS-HELD-COUNT        PIC 9(07) COMP VALUE 0.
008735         05  WS-CIA-HELD-COUNT    PIC 9(07) COMP VALUE 0.
008740         05  WS-AMOUNT-POSTED     PIC S9(09)V9(2) COMP-3 VALUE 0.
008750         05  WS-CHARGE-AMOUNT     PIC S9(09)V9(2) COMP-3 VALUE 0.
008760         05  WS-CREDIT-AMOUNT     PIC S9(09)V9(2) COMP-3 VALUE 0.
008770
008771*****************************************************************
008772*    COMMIT-INTERVAL CHECKPOINT/RESTART.  THE INTERVAL COMES    *
008773*    FROM PARM-CKPT-INTERVAL ON THE CONTROL CARD; ZERO OR NO    *
008774*    CARD TAKES NO CHECKPOINTS.  ON A RESTART THE ORDERS UP TO  *
008775*    THE CHECKPOINT ARE SKIPPED, AND AN ORDER PAST IT THAT THE  *
008776*    INTERRUPTED RUN HAD ALREADY POSTED (ON THE REGISTER UNDER  *
008777*    THIS CYCLE) IS COUNTED AS POSTED, NOT POSTED AGAIN.        *
008778*****************************************************************
008779     01  WS-PARM-FILE-STATUS      PIC X(02).
008780         88  WS-PARM-OK           VALUE '00'.
008781
008782     COPY CKPWORK.
008783
008784     01  WS-SKIPPED-COUNT         PIC 9(09) VALUE 0.
008785     01  WS-SKIPPED-LAST-KEY      PIC X(06) VALUE SPACES.
008786     01  WS-RECOVERED-COUNT       PIC 9(07) COMP VALUE 0.
008787     01  WS-RECOVERED-ORDER-ID    PIC X(06) VALUE SPACES.
008788*    OPEN FROM A RESTART UNTIL THE RESUMED RUN POSTS ITS FIRST
008789*    ORDER - ONLY INSIDE IT CAN A REGISTER HIT UNDER THIS CYCLE
008790*    BE THE INTERRUPTED RUN'S OWN WORK RATHER THAN A DUPLICATE.
008791     01  WS-RESUME-WINDOW-SW      PIC X(01) VALUE 'N'.
008792         88  WS-RESUME-WINDOW     VALUE 'Y'.
008793*    CUTTING AN OUTPUT BACK TO THE CHECKPOINT ON A RESTART.
008794     01  WS-CUT-FILE-STATUS       PIC X(02).
008795         88  WS-CUT-OK            VALUE '00'.
008796     01  WS-CUT-STATUS            PIC X(02).
008797     01  WS-CUT-SLOT              PIC 9(01) VALUE 0.
008798     01  WS-CUT-KEPT              PIC 9(09) VALUE 0.
008799     01  WS-CUT-EOF-SW            PIC X(01) VALUE 'N'.
008800         88  WS-CUT-EOF           VALUE 'Y'.
008801     01  WS-CUT-FAILED-SW         PIC X(01) VALUE 'N'.
008802         88  WS-CUT-FAILED        VALUE 'Y'.
008803*    A KEPT PROMOTION REGISTER LINE, COUNTED BACK INTO ITS ROW.
008804     01  WS-PRG-KEPT-QTY          PIC 9(05).
008805     01  WS-PRG-KEPT-DISCOUNT     PIC S9(07)V9(02).
008806     01  WS-PRG-KEPT-SW           PIC X(01).
008807         88  WS-PRG-KEPT-FOUND    VALUE 'Y'.
008808
008809 PROCEDURE DIVISION.
008810*****************************************************************
008811*    0000-MAINLINE                                              *
008812*****************************************************************
008820 0000-MAINLINE.
008830     PERFORM 1000-INITIALIZE
008840         THRU 1000-INITIALIZE-EXIT.
009030         WS-DUPLICATE-COUNT.
009040     DISPLAY 'ORDPOST1: FUTURE-DATED HELD..... '
009050         WS-HELD-COUNT.
009053     DISPLAY 'ORDPOST1: AWAITING PREPAYMENT... '
009056         WS-CIA-HELD-COUNT.
009058     IF WS-CKP-RESTART
009060         DISPLAY 'ORDPOST1: POSTED BEFORE RESTART. '
009062             WS-RECOVERED-COUNT
009064     END-IF.
009066
009070*    THE SAME CONTROL TOTALS, BROKEN BY DEPOT.
009080     PERFORM 7200-DISPLAY-BRANCH-TOTALS
009090         THRU 7200-DISPLAY-BRANCH-TOTALS-EXIT
009400*    1000-INITIALIZE                                            *
009410*****************************************************************
009420 1000-INITIALIZE.
009421*    THE CYCLE-CONTROL RECORD GIVES THE CURRENT CYCLE DATE FOR
009422*    THE FUTURE-DATED CUTOFF.  WITHOUT IT, NO ORDER IS HELD.
009423     OPEN INPUT CYCLE-CONTROL-FILE.
009424     IF WS-CYC-OK
009425         READ CYCLE-CONTROL-FILE
009426             AT END
009427                 CONTINUE
009428             NOT AT END
009429                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
009430                 MOVE CYC-CYCLE-NUMBER
009431                     TO WS-CMJ-CYCLE-NUMBER
009432         END-READ
009433         CLOSE CYCLE-CONTROL-FILE
009434     ELSE
009435         DISPLAY 'ORDPOST1: NO CYCLE-CONTROL-FILE - '
009436             'FUTURE-DATED CUTOFF DISABLED'
009437     END-IF.
009438
009439*    A RESTART MUST BE KNOWN BEFORE ANY OUTPUT IS OPENED - A
009440*    RESUMED RUN EXTENDS WHAT THE INTERRUPTED RUN WROTE.
009441     PERFORM 1005-READ-CONTROL-CARD
009442         THRU 1005-READ-CONTROL-CARD-EXIT.
009443     MOVE 'ORDPOST1'          TO WS-CKP-PROGRAM.
009444     MOVE WS-CMJ-CYCLE-NUMBER TO WS-CKP-CYCLE-NUMBER.
009445     PERFORM 9800-CHECK-RESTART
009446         THRU 9800-CHECK-RESTART-EXIT.
009447
009448     OPEN I-O CUSTOMER-MASTER-FILE.
009449     IF NOT WS-CUST-OK
009450         DISPLAY 'ORDPOST1: OPEN CUSTOMER-MASTER FAILED '
009460             WS-CUST-FILE-STATUS
009470         MOVE 'Y' TO WS-EOF-SW
009630         MOVE 'Y' TO WS-EOF-SW
009640         MOVE 8 TO RETURN-CODE
009650     END-IF.
009652     MOVE 'ORDPOST1' TO WS-UOM-PROGRAM.
009654     PERFORM 9900-OPEN-UNIT-CONVERSION
009656         THRU 9900-OPEN-UNIT-CONVERSION-EXIT.
009658*    WITHOUT THE KIT BILL-OF-MATERIALS FILE A KIT LINE FAILS.
009660     MOVE 'ORDPOST1' TO WS-KIT-PROGRAM.
009662     PERFORM 9950-OPEN-KIT-BOM
009664         THRU 9950-OPEN-KIT-BOM-EXIT.
009666
009670     OPEN INPUT ORDER-TRAN-FILE.
009680     IF NOT WS-ORD-OK
009690         DISPLAY 'ORDPOST1: OPEN ORDER-TRAN-FILE FAILED '
009810         MOVE 'Y' TO WS-LINE-EOF-SW
009820     END-IF.
009830
009833     IF WS-CKP-RESTART
009834         MOVE 1 TO WS-CUT-SLOT
009835         PERFORM 1042-CUT-BACK-OUTPUT
009836             THRU 1042-CUT-BACK-OUTPUT-EXIT
009839     ELSE
009842         OPEN OUTPUT ORDER-POST-EXCEPT-RPT
009845     END-IF.
009850     IF NOT WS-RPT-OK
009860         DISPLAY 'ORDPOST1: OPEN ORDER-POST-EXCEPT-RPT FAILED '
009870             WS-RPT-FILE-STATUS
009880     END-IF.
009890
009893     IF WS-CKP-RESTART
009894         MOVE 2 TO WS-CUT-SLOT
009895         PERFORM 1042-CUT-BACK-OUTPUT
009896             THRU 1042-CUT-BACK-OUTPUT-EXIT
009899     ELSE
009902         OPEN OUTPUT ORDER-SUSPENSE-FILE
009905     END-IF.
009910     IF NOT WS-SUS-OK
009920         DISPLAY 'ORDPOST1: OPEN ORDER-SUSPENSE-FILE FAILED '
009930             WS-SUS-FILE-STATUS
009940     END-IF.
009950
009953     IF WS-CKP-RESTART
009954         MOVE 3 TO WS-CUT-SLOT
009955         PERFORM 1042-CUT-BACK-OUTPUT
009956             THRU 1042-CUT-BACK-OUTPUT-EXIT
009959     ELSE
009962         OPEN OUTPUT ROUNDING-DISCREPANCY-RPT
009965     END-IF.
009970     IF NOT WS-RND-OK
009980         DISPLAY 'ORDPOST1: OPEN ROUNDING-DISCREPANCY-RPT FAILED '
009990             WS-RND-FILE-STATUS
010000     END-IF.
010010
010013     IF WS-CKP-RESTART
010014         MOVE 4 TO WS-CUT-SLOT
010015         PERFORM 1042-CUT-BACK-OUTPUT
010016             THRU 1042-CUT-BACK-OUTPUT-EXIT
010019     ELSE
010022         OPEN OUTPUT OVER-LIMIT-RPT
010025     END-IF.
010030     IF NOT WS-OVL-OK
010040         DISPLAY 'ORDPOST1: OPEN OVER-LIMIT-RPT FAILED '
010050             WS-OVL-FILE-STATUS
010060     END-IF.
010070
010073     IF WS-CKP-RESTART
010074         MOVE 5 TO WS-CUT-SLOT
010075         PERFORM 1042-CUT-BACK-OUTPUT
010076             THRU 1042-CUT-BACK-OUTPUT-EXIT
010079     ELSE
010082         OPEN OUTPUT RETURNS-REGISTER-RPT
010085     END-IF.
010090     IF NOT WS-RTN-OK
010100         DISPLAY 'ORDPOST1: OPEN RETURNS-REGISTER-RPT FAILED '
010110             WS-RTN-FILE-STATUS
010230             WS-GLJ-FILE-STATUS
010240     END-IF.
010250
010340
010430
010433     IF WS-CKP-RESTART
010434         MOVE 6 TO WS-CUT-SLOT
010435         PERFORM 1042-CUT-BACK-OUTPUT
010436             THRU 1042-CUT-BACK-OUTPUT-EXIT
010439     ELSE
010442         OPEN OUTPUT HELD-ORDER-FILE
010445     END-IF.
010450     IF NOT WS-HLD-OK
010460         DISPLAY 'ORDPOST1: OPEN HELD-ORDER-FILE FAILED '
010470             WS-HLD-FILE-STATUS
010480     END-IF.
010490*    A FRESH POSTING JOURNAL IS CUT EACH RUN SO ORDBKO01 CAN
010493*    REVERSE EXACTLY THIS RUN'S POSTINGS IF IT HAS TO.  A RESUMED
010496*    RUN EXTENDS IT, SO IT STILL HOLDS THE WHOLE NIGHT.
010499     IF WS-CKP-RESTART
010500         PERFORM 1040-FIND-POSTING-JOURNAL-END
010501             THRU 1040-FIND-POSTING-JOURNAL-END-EXIT
010502         OPEN EXTEND POSTING-JOURNAL-FILE
010505     ELSE
010508         OPEN OUTPUT POSTING-JOURNAL-FILE
010511     END-IF.
010520     IF NOT WS-PJR-OK
010530         DISPLAY 'ORDPOST1: OPEN POSTING-JOURNAL-FILE FAILED '
010540             WS-PJR-FILE-STATUS
010550     END-IF.
010560
010566     PERFORM 9610-OPEN-CUST-JOURNAL
010572         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
010580     IF NOT WS-CMJ-OK
010590         DISPLAY 'ORDPOST1: OPEN CUST-JOURNAL-FILE FAILED '
010600             WS-CMJ-FILE-STATUS
010610     END-IF.
010620     MOVE 'ORDPOST1' TO WS-CMJ-PROGRAM.
010625     MOVE 'ORDPOST1' TO WS-TRM-PROGRAM.
010630
010640     OPEN I-O POSTED-ORDER-REGISTER.
010650*    A FRESH SYSTEM HAS NO REGISTER YET - CREATE IT EMPTY AND
010900         DISPLAY 'ORDPOST1: OPEN-ITEM LEDGER DISABLED'
010910         MOVE 'Y' TO WS-OPI-DISABLED-SW
010920     END-IF.
010921
010922*    RETURNED GOODS STAY OPEN ACROSS RUNS UNTIL THE WAREHOUSE HAS
010923*    TAKEN THEM BACK - CREATE THE FILE EMPTY ON A FRESH SYSTEM.
010924     OPEN I-O RETURN-OPEN-FILE.
010925     IF WS-RTO-FILE-STATUS = '35'
010926         OPEN OUTPUT RETURN-OPEN-FILE
010927         CLOSE RETURN-OPEN-FILE
010928         OPEN I-O RETURN-OPEN-FILE
010929     END-IF.
010930     IF NOT WS-RTO-OK
010931         DISPLAY 'ORDPOST1: OPEN RETURN-OPEN-FILE FAILED '
010932             WS-RTO-FILE-STATUS
010933         DISPLAY 'ORDPOST1: RETURNED GOODS NOT TRACKED'
010934         MOVE 'Y' TO WS-RTO-DISABLED-SW
010935     END-IF.
010936
010940     PERFORM 1050-LOAD-CURRENCY-RATES
010950         THRU 1050-LOAD-CURRENCY-RATES-EXIT.
010960
011020
011030     PERFORM 1082-LOAD-TAX-RATES
011040         THRU 1082-LOAD-TAX-RATES-EXIT.
011041
011043     PERFORM 1084-LOAD-FREIGHT-RATES
011046         THRU 1084-LOAD-FREIGHT-RATES-EXIT.
011047
011048     PERFORM 9400-LOAD-PAYMENT-TERMS
011049         THRU 9400-LOAD-PAYMENT-TERMS-EXIT.
011050
011060     PERFORM 1095-LOAD-CLOSED-PERIODS
011070         THRU 1095-LOAD-CLOSED-PERIODS-EXIT.
011260         DISPLAY 'ORDPOST1: STOCK TRACKING DISABLED'
011270         MOVE 'Y' TO WS-STK-DISABLED-SW
011280     END-IF.
011281*    THE LOCATION SPLIT FOLLOWS THE COMPANY FIGURE - NO STOCK
011282*    TRACKING MEANS NO LOCATION STOCK EITHER.
011283     IF WS-STK-DISABLED
011284         MOVE 'Y' TO WS-SLC-DISABLED-SW
011285     ELSE
011286         OPEN I-O STOCK-LOCATION-FILE
011287         IF WS-SLC-FILE-STATUS = '35'
011288             OPEN OUTPUT STOCK-LOCATION-FILE
011289             CLOSE STOCK-LOCATION-FILE
011290             OPEN I-O STOCK-LOCATION-FILE
011291         END-IF
011292         IF NOT WS-SLC-OK
011293             DISPLAY 'ORDPOST1: OPEN STOCK-LOCATION-FILE FAILED '
011294                 WS-SLC-FILE-STATUS
011295             DISPLAY 'ORDPOST1: LOCATION STOCK NOT MAINTAINED'
011296             MOVE 'Y' TO WS-SLC-DISABLED-SW
011297         END-IF
011298     END-IF.
011299*    RESERVATIONS PERSIST FROM RUN TO RUN - CREATED ON FIRST USE.
011300     OPEN I-O STOCK-RESERVATION-FILE.
011301     IF WS-RSV-FILE-STATUS = '35'
011302         OPEN OUTPUT STOCK-RESERVATION-FILE
011303         CLOSE STOCK-RESERVATION-FILE
011304         OPEN I-O STOCK-RESERVATION-FILE
011305     END-IF.
011306     IF NOT WS-RSV-OK
011307         DISPLAY 'ORDPOST1: OPEN STOCK-RESERVATION-FILE FAILED '
011308             WS-RSV-FILE-STATUS
011309         DISPLAY 'ORDPOST1: STOCK RESERVATIONS NOT MAINTAINED'
011310         MOVE 'Y' TO WS-RSV-DISABLED-SW
011311     END-IF.
011312
011313*    THE TAX DETAIL ACCUMULATES ACROSS THE FILING PERIOD.
011314     OPEN EXTEND TAX-DETAIL-FILE.
011320     IF NOT WS-TXD-OK
011330         DISPLAY 'ORDPOST1: OPEN TAX-DETAIL-FILE FAILED '
011340             WS-TXD-FILE-STATUS
011350     END-IF.
011360
011363     IF WS-CKP-RESTART
011364         MOVE 7 TO WS-CUT-SLOT
011365         PERFORM 1042-CUT-BACK-OUTPUT
011366             THRU 1042-CUT-BACK-OUTPUT-EXIT
011369     ELSE
011372         OPEN OUTPUT PROMOTION-REGISTER-RPT
011375     END-IF.
011380     IF NOT WS-PRG-OK
011390         DISPLAY 'ORDPOST1: OPEN PROMOTION-REGISTER FAILED '
011400             WS-PRG-FILE-STATUS
011410     END-IF.
011420
011423     IF WS-CKP-RESTART
011424         MOVE 8 TO WS-CUT-SLOT
011425         PERFORM 1042-CUT-BACK-OUTPUT
011426             THRU 1042-CUT-BACK-OUTPUT-EXIT
011429     ELSE
011432         OPEN OUTPUT CONTRACT-REGISTER-RPT
011435     END-IF.
011440     IF NOT WS-CRG-OK
011450         DISPLAY 'ORDPOST1: OPEN CONTRACT-REGISTER FAILED '
011460             WS-CRG-FILE-STATUS
011470     END-IF.
011471
011472*    THE INVOICE DETAIL IS CUT FRESH EACH RUN, LIKE THE POSTING
011473*    JOURNAL IT TIES TO.
011474     IF WS-CKP-RESTART
011475         OPEN EXTEND INVOICE-DETAIL-FILE
011476     ELSE
011477         OPEN OUTPUT INVOICE-DETAIL-FILE
011478     END-IF.
011479     IF NOT WS-IVD-OK
011480         DISPLAY 'ORDPOST1: OPEN INVOICE-DETAIL-FILE FAILED '
011481             WS-IVD-FILE-STATUS
011482     END-IF.
011483
011484*    THE NIGHT'S PICKS ARE CUT FRESH EACH RUN; PCKTKT01 CARRIES
011485*    THEM ONTO THE PERSISTENT OPEN-PICK FILE.
011486     IF WS-CKP-RESTART
011487         OPEN EXTEND PICK-TICKET-FILE
011488     ELSE
011489         OPEN OUTPUT PICK-TICKET-FILE
011490     END-IF.
011491     IF NOT WS-PKT-OK
011492         DISPLAY 'ORDPOST1: OPEN PICK-TICKET-FILE FAILED '
011493             WS-PKT-FILE-STATUS
011494     END-IF.
011495
011496     OPEN INPUT CURRENCY-CONTROL-FILE.
011500     IF WS-CCY-OK
011510         READ CURRENCY-CONTROL-FILE
011520             AT END
011700*    ROW 1 IS HEAD OFFICE; THE REFERENCE FILE ADDS THE DEPOTS.
011710     MOVE 1      TO WS-BRN-COUNT.
011720     MOVE SPACES TO WS-BRN-TBL-CODE(1).
011725     MOVE SPACES TO WS-BRN-WHSE(1).
011730     MOVE 0 TO WS-BRN-POSTED(1) WS-BRN-EXCEPTS(1)
011740               WS-BRN-SUSPENDS(1).
011750     MOVE 0 TO WS-BRN-AMOUNT(1).
011910         PERFORM 8010-READ-ORDER-LINE
011920             THRU 8010-READ-ORDER-LINE-EXIT
011930     END-IF.
011931
011932     IF WS-CKP-RESTART
011933         PERFORM 1030-RESUME-FROM-CHECKPOINT
011934             THRU 1030-RESUME-FROM-CHECKPOINT-EXIT
011935     END-IF.
011936     MOVE 'START' TO WS-CKP-EVENT.
011937     PERFORM 9830-LOG-STEP-EVENT
011938         THRU 9830-LOG-STEP-EVENT-EXIT.
011940 1000-INITIALIZE-EXIT.
011950     EXIT.
011951
011952*****************************************************************
011953*    1005-READ-CONTROL-CARD                                     *
011954*    THE CONTROL CARD IS OPTIONAL - WITHOUT IT, OR WITH A ZERO  *
011955*    INTERVAL, NO CHECKPOINTS ARE TAKEN.                        *
011956*****************************************************************
011957 1005-READ-CONTROL-CARD.
011958     MOVE 0 TO WS-CKP-INTERVAL.
011959     OPEN INPUT CONTROL-CARD-FILE.
011960     IF NOT WS-PARM-OK
011961         DISPLAY 'ORDPOST1: NO CONTROL CARD - NO CHECKPOINTS'
011962         GO TO 1005-READ-CONTROL-CARD-EXIT
011963     END-IF.
011964     READ CONTROL-CARD-FILE
011965         AT END
011966             DISPLAY 'ORDPOST1: NO CONTROL CARD - NO CHECKPOINTS'
011967         NOT AT END
011968             PERFORM 9500-VALIDATE-PARM-CARD
011969                 THRU 9500-VALIDATE-PARM-CARD-EXIT
011970             IF PARM-CKPT-INTERVAL NUMERIC
011971                 MOVE PARM-CKPT-INTERVAL TO WS-CKP-INTERVAL
011972             END-IF
011973     END-READ.
011974     CLOSE CONTROL-CARD-FILE.
011975 1005-READ-CONTROL-CARD-EXIT.
011976     EXIT.
011977
011978*****************************************************************
011979*    1030-RESUME-FROM-CHECKPOINT                                *
011980*    PUT BACK THE CONTROL TOTALS, PROVE THE REGISTERS STILL     *
011981*    HOLD WHAT THE CHECKPOINT SAYS WAS COMMITTED, AND SKIP THE  *
011982*    ORDERS AND LINES ALREADY DONE.  A REGISTER RESTORED FROM   *
011983*    BEHIND THE CHECKPOINT, AN ORDER FILE THAT IS NOT THE ONE   *
011984*    THE INTERRUPTED RUN READ, OR AN OUTPUT THAT COULD NOT BE   *
011985*    CUT BACK, CANNOT BE RESUMED - THE STEP FAILS (RC 8) FOR A  *
011986*    BACKOUT AND RERUN.                                         *
011987*****************************************************************
011988 1030-RESUME-FROM-CHECKPOINT.
011989     IF WS-CUT-FAILED
011990         GO TO 1030-CANNOT-RESUME
011991     END-IF.
011992     PERFORM 8110-RESTORE-CHECKPOINT-TOTALS
011993         THRU 8110-RESTORE-CHECKPOINT-TOTALS-EXIT.
011994     MOVE 'Y' TO WS-RESUME-WINDOW-SW.
011995
011996     IF WS-CKP-REG-LAST-KEY NOT = SPACES AND NOT WS-POR-DISABLED
011997         MOVE WS-CKP-REG-LAST-KEY TO POR-ORDER-ID
011998         READ POSTED-ORDER-REGISTER
011999             INVALID KEY
012000                 DISPLAY 'ORDPOST1: REGISTER BEHIND CHECKPOINT - '
012001                     WS-CKP-REG-LAST-KEY ' NOT ON FILE'
012002                 GO TO 1030-CANNOT-RESUME
012003         END-READ
012004     END-IF.
012005     IF WS-CKP-OPI-LAST-KEY NOT = SPACES AND NOT WS-OPI-DISABLED
012006         MOVE WS-CKP-OPI-LAST-KEY TO OPI-ORDER-ID
012007         READ OPEN-ITEM-FILE
012008             INVALID KEY
012009                 DISPLAY 'ORDPOST1: OPEN ITEMS BEHIND CHECKPOINT '
012010                     WS-CKP-OPI-LAST-KEY ' NOT ON FILE'
012011                 GO TO 1030-CANNOT-RESUME
012012         END-READ
012013     END-IF.
012014
012015     MOVE 0 TO WS-SKIPPED-COUNT.
012016     PERFORM 1035-SKIP-ONE-ORDER
012017         THRU 1035-SKIP-ONE-ORDER-EXIT
012018         UNTIL WS-EOF
012019             OR WS-SKIPPED-COUNT NOT < WS-CKP-SKIP-COUNT.
012020     IF WS-SKIPPED-COUNT < WS-CKP-SKIP-COUNT
012021             OR WS-SKIPPED-LAST-KEY NOT = WS-CKP-SKIP-KEY
012022         DISPLAY 'ORDPOST1: ORDER FILE DOES NOT MATCH '
012023             'CHECKPOINT - LAST ORDER ' WS-SKIPPED-LAST-KEY
012024         GO TO 1030-CANNOT-RESUME
012025     END-IF.
012026     PERFORM 1036-SKIP-ONE-LINE
012027         THRU 1036-SKIP-ONE-LINE-EXIT
012028         UNTIL WS-LINE-EOF
012029             OR OLN-ORDER-ID > WS-SKIPPED-LAST-KEY.
012030     GO TO 1030-RESUME-FROM-CHECKPOINT-EXIT.
012031
012032 1030-CANNOT-RESUME.
012033     DISPLAY 'ORDPOST1: CANNOT RESUME - BACK OUT AND RERUN'.
012034     MOVE 'Y' TO WS-EOF-SW.
012035     MOVE 8 TO RETURN-CODE.
012036 1030-RESUME-FROM-CHECKPOINT-EXIT.
012037     EXIT.
012038
012039*****************************************************************
012040*    1035-SKIP-ONE-ORDER                                        *
012041*****************************************************************
012042 1035-SKIP-ONE-ORDER.
012043     ADD 1 TO WS-SKIPPED-COUNT.
012044     MOVE OPT-ORDER-ID TO WS-SKIPPED-LAST-KEY.
012045     PERFORM 8000-READ-ORDER
012046         THRU 8000-READ-ORDER-EXIT.
012047 1035-SKIP-ONE-ORDER-EXIT.
012048     EXIT.
012049
012050*****************************************************************
012051*    1036-SKIP-ONE-LINE                                         *
012052*    THE SKIPPED ORDERS' LINES, AND ANY ORPHANS AMONG THEM,     *
012053*    WERE COUNTED BEFORE THE CHECKPOINT.                        *
012054*****************************************************************
012055 1036-SKIP-ONE-LINE.
012056     PERFORM 8010-READ-ORDER-LINE
012057         THRU 8010-READ-ORDER-LINE-EXIT.
012058 1036-SKIP-ONE-LINE-EXIT.
012059     EXIT.
012060
012061*****************************************************************
012062*    1040-FIND-POSTING-JOURNAL-END                              *
012063*    A RESUMED RUN CONTINUES THE FAILED RUN'S CHAIN - THE       *
012064*    JOURNAL IS READ THROUGH FOR THE LAST SEQUENCE AND CHECK    *
012065*    VALUE BEFORE IT IS EXTENDED.  THE FAILED RUN NEVER WROTE   *
012066*    ITS TRAILER, SO THE RESUMED RUN'S TRAILER COVERS ONLY WHAT *
012067*    IT POSTS ITSELF.                                           *
012068*****************************************************************
012069 1040-FIND-POSTING-JOURNAL-END.
012070     OPEN INPUT POSTING-JOURNAL-FILE.
012071     IF NOT WS-PJR-OK
012072         GO TO 1040-FIND-POSTING-JOURNAL-END-EXIT
012073     END-IF.
012074     PERFORM 1041-READ-POSTING-JOURNAL
012075         THRU 1041-READ-POSTING-JOURNAL-EXIT
012076         UNTIL NOT WS-PJR-OK.
012077     CLOSE POSTING-JOURNAL-FILE.
012078 1040-FIND-POSTING-JOURNAL-END-EXIT.
012079     EXIT.
012080
012081*****************************************************************
012082*    1041-READ-POSTING-JOURNAL                                  *
012083*****************************************************************
012084 1041-READ-POSTING-JOURNAL.
012085     READ POSTING-JOURNAL-FILE
012086         AT END
012087             GO TO 1041-READ-POSTING-JOURNAL-EXIT
012088     END-READ.
012089     IF PJR-SEQUENCE-NO NUMERIC
012090         IF PJR-SEQUENCE-NO > 0
012091             MOVE PJR-SEQUENCE-NO TO WS-PJR-LAST-SEQUENCE
012092             MOVE PJR-CHAIN-VALUE TO WS-PJR-LAST-VALUE
012093         END-IF
012094     END-IF.
012095 1041-READ-POSTING-JOURNAL-EXIT.
012096     EXIT.
012097
012098*****************************************************************
012099*    1042-CUT-BACK-OUTPUT                                       *
012100*    ON A RESTART, CUT THE OUTPUT IN SLOT WS-CUT-SLOT BACK TO   *
012101*    THE RECORDS IT HELD AT THE CHECKPOINT, SO AN ORDER THE     *
012102*    RESUMED RUN READS AGAIN IS NOT HELD, SUSPENDED OR LISTED   *
012103*    TWICE.  THE RECORDS KEPT ARE COPIED OUT TO CKPCUT AND      *
012104*    BACK, WHICH LEAVES THE OUTPUT OPEN AFTER THEM.  AN OUTPUT  *
012105*    THAT CANNOT BE REREAD, OR HOLDS FEWER RECORDS THAN THE     *
012106*    CHECKPOINT SAYS, IS LEFT AS IT IS AND THE RUN CANNOT BE    *
012107*    RESUMED.  SLOTS - 1 EXCEPTIONS, 2 SUSPENSE, 3 ROUNDING, 4  *
012108*    OVER LIMIT, 5 RETURNS REGISTER, 6 HELD ORDERS, 7 PROMOTION *
012109*    REGISTER, 8 CONTRACT REGISTER.  THE POSTING JOURNAL,       *
012110*    INVOICE DETAIL AND PICK TICKETS ARE WRITTEN ONLY BY A      *
012111*    POSTED ORDER, WHICH IS ALWAYS COMMITTED, AND ARE EXTENDED. *
012112*****************************************************************
012113 1042-CUT-BACK-OUTPUT.
012114     MOVE 0   TO WS-CUT-KEPT.
012115     MOVE 'N' TO WS-CUT-EOF-SW.
012116     EVALUATE WS-CUT-SLOT
012117         WHEN 1
012118             OPEN INPUT ORDER-POST-EXCEPT-RPT
012119             MOVE WS-RPT-FILE-STATUS TO WS-CUT-STATUS
012120         WHEN 2
012121             OPEN INPUT ORDER-SUSPENSE-FILE
012122             MOVE WS-SUS-FILE-STATUS TO WS-CUT-STATUS
012123         WHEN 3
012124             OPEN INPUT ROUNDING-DISCREPANCY-RPT
012125             MOVE WS-RND-FILE-STATUS TO WS-CUT-STATUS
012126         WHEN 4
012127             OPEN INPUT OVER-LIMIT-RPT
012128             MOVE WS-OVL-FILE-STATUS TO WS-CUT-STATUS
012129         WHEN 5
012130             OPEN INPUT RETURNS-REGISTER-RPT
012131             MOVE WS-RTN-FILE-STATUS TO WS-CUT-STATUS
012132         WHEN 6
012133             OPEN INPUT HELD-ORDER-FILE
012134             MOVE WS-HLD-FILE-STATUS TO WS-CUT-STATUS
012135         WHEN 7
012136             OPEN INPUT PROMOTION-REGISTER-RPT
012137             MOVE WS-PRG-FILE-STATUS TO WS-CUT-STATUS
012138         WHEN 8
012139             OPEN INPUT CONTRACT-REGISTER-RPT
012140             MOVE WS-CRG-FILE-STATUS TO WS-CUT-STATUS
012141     END-EVALUATE.
012142     IF WS-CUT-STATUS NOT = '00'
012143         DISPLAY 'ORDPOST1: CANNOT REREAD OUTPUT ' WS-CUT-SLOT
012144             ' FOR RESTART - STATUS ' WS-CUT-STATUS
012145         MOVE 'Y' TO WS-CUT-FAILED-SW
012146         GO TO 1042-CUT-BACK-OUTPUT-EXIT
012147     END-IF.
012148     OPEN OUTPUT CUT-WORK-FILE.
012149     IF NOT WS-CUT-OK
012150         DISPLAY 'ORDPOST1: OPEN CUT-WORK-FILE FAILED '
012151             WS-CUT-FILE-STATUS
012152         MOVE 'Y' TO WS-CUT-FAILED-SW
012153         GO TO 1042-CUT-CLOSE-OUTPUT
012154     END-IF.
012155     PERFORM 1043-SAVE-CUT-RECORD
012156         THRU 1043-SAVE-CUT-RECORD-EXIT
012157         UNTIL WS-CUT-EOF
012158            OR WS-CUT-KEPT NOT <
012159                   WS-CKP-OUTPUT-COUNT(WS-CUT-SLOT).
012160     CLOSE CUT-WORK-FILE.
012161     IF WS-CUT-KEPT < WS-CKP-OUTPUT-COUNT(WS-CUT-SLOT)
012162         DISPLAY 'ORDPOST1: OUTPUT ' WS-CUT-SLOT ' HOLDS ONLY '
012163             WS-CUT-KEPT ' OF ' WS-CKP-OUTPUT-COUNT(WS-CUT-SLOT)
012164             ' CHECKPOINTED RECORDS'
012165         MOVE 'Y' TO WS-CUT-FAILED-SW
012166         GO TO 1042-CUT-CLOSE-OUTPUT
012167     END-IF.
012168
012169     EVALUATE WS-CUT-SLOT
012170         WHEN 1
012171             CLOSE ORDER-POST-EXCEPT-RPT
012172             OPEN OUTPUT ORDER-POST-EXCEPT-RPT
012173         WHEN 2
012174             CLOSE ORDER-SUSPENSE-FILE
012175             OPEN OUTPUT ORDER-SUSPENSE-FILE
012176         WHEN 3
012177             CLOSE ROUNDING-DISCREPANCY-RPT
012178             OPEN OUTPUT ROUNDING-DISCREPANCY-RPT
012179         WHEN 4
012180             CLOSE OVER-LIMIT-RPT
012181             OPEN OUTPUT OVER-LIMIT-RPT
012182         WHEN 5
012183             CLOSE RETURNS-REGISTER-RPT
012184             OPEN OUTPUT RETURNS-REGISTER-RPT
012185         WHEN 6
012186             CLOSE HELD-ORDER-FILE
012187             OPEN OUTPUT HELD-ORDER-FILE
012188         WHEN 7
012189             CLOSE PROMOTION-REGISTER-RPT
012190             OPEN OUTPUT PROMOTION-REGISTER-RPT
012191         WHEN 8
012192             CLOSE CONTRACT-REGISTER-RPT
012193             OPEN OUTPUT CONTRACT-REGISTER-RPT
012194     END-EVALUATE.
012195     OPEN INPUT CUT-WORK-FILE.
012196     MOVE 'N' TO WS-CUT-EOF-SW.
012197     PERFORM 1044-RESTORE-CUT-RECORD
012198         THRU 1044-RESTORE-CUT-RECORD-EXIT
012199         UNTIL WS-CUT-EOF.
012200     CLOSE CUT-WORK-FILE.
012201     GO TO 1042-CUT-BACK-OUTPUT-EXIT.
012202
012203 1042-CUT-CLOSE-OUTPUT.
012204     EVALUATE WS-CUT-SLOT
012205         WHEN 1
012206             CLOSE ORDER-POST-EXCEPT-RPT
012207         WHEN 2
012208             CLOSE ORDER-SUSPENSE-FILE
012209         WHEN 3
012210             CLOSE ROUNDING-DISCREPANCY-RPT
012211         WHEN 4
012212             CLOSE OVER-LIMIT-RPT
012213         WHEN 5
012214             CLOSE RETURNS-REGISTER-RPT
012215         WHEN 6
012216             CLOSE HELD-ORDER-FILE
012217         WHEN 7
012218             CLOSE PROMOTION-REGISTER-RPT
012219         WHEN 8
012220             CLOSE CONTRACT-REGISTER-RPT
012221     END-EVALUATE.
012222 1042-CUT-BACK-OUTPUT-EXIT.
012223     EXIT.
012224
012225*****************************************************************
012226*    1043-SAVE-CUT-RECORD                                       *
012227*****************************************************************
012228 1043-SAVE-CUT-RECORD.
012229     EVALUATE WS-CUT-SLOT
012230         WHEN 1
012231             READ ORDER-POST-EXCEPT-RPT INTO CUT-WORK-REC
012232                 AT END
012233                     MOVE 'Y' TO WS-CUT-EOF-SW
012234             END-READ
012235         WHEN 2
012236             READ ORDER-SUSPENSE-FILE INTO CUT-WORK-REC
012237                 AT END
012238                     MOVE 'Y' TO WS-CUT-EOF-SW
012239             END-READ
012240         WHEN 3
012241             READ ROUNDING-DISCREPANCY-RPT INTO CUT-WORK-REC
012242                 AT END
012243                     MOVE 'Y' TO WS-CUT-EOF-SW
012244             END-READ
012245         WHEN 4
012246             READ OVER-LIMIT-RPT INTO CUT-WORK-REC
012247                 AT END
012248                     MOVE 'Y' TO WS-CUT-EOF-SW
012249             END-READ
012250         WHEN 5
012251             READ RETURNS-REGISTER-RPT INTO CUT-WORK-REC
012252                 AT END
012253                     MOVE 'Y' TO WS-CUT-EOF-SW
012254             END-READ
012255         WHEN 6
012256             READ HELD-ORDER-FILE INTO CUT-WORK-REC
012257                 AT END
012258                     MOVE 'Y' TO WS-CUT-EOF-SW
012259             END-READ
012260         WHEN 7
012261             READ PROMOTION-REGISTER-RPT INTO CUT-WORK-REC
012262                 AT END
012263                     MOVE 'Y' TO WS-CUT-EOF-SW
012264             END-READ
012265         WHEN 8
012266             READ CONTRACT-REGISTER-RPT INTO CUT-WORK-REC
012267                 AT END
012268                     MOVE 'Y' TO WS-CUT-EOF-SW
012269             END-READ
012270     END-EVALUATE.
012271     IF WS-CUT-EOF
012272         GO TO 1043-SAVE-CUT-RECORD-EXIT
012273     END-IF.
012274     WRITE CUT-WORK-REC.
012275     ADD 1 TO WS-CUT-KEPT.
012276 1043-SAVE-CUT-RECORD-EXIT.
012277     EXIT.
012278
012279*****************************************************************
012280*    1044-RESTORE-CUT-RECORD                                    *
012281*    A KEPT PROMOTION REGISTER LINE IS ALSO COUNTED BACK INTO   *
012282*    ITS PROMOTION'S UNITS AND DISCOUNT, SO THE END-OF-RUN      *
012283*    SUMMARY COVERS THE WHOLE NIGHT.                            *
012284*****************************************************************
012285 1044-RESTORE-CUT-RECORD.
012286     READ CUT-WORK-FILE
012287         AT END
012288             MOVE 'Y' TO WS-CUT-EOF-SW
012289             GO TO 1044-RESTORE-CUT-RECORD-EXIT
012290     END-READ.
012291     EVALUATE WS-CUT-SLOT
012292         WHEN 1
012293             WRITE ORDER-POST-EXCEPTION-REC FROM CUT-WORK-REC
012294         WHEN 2
012295             WRITE ORDER-SUSPENSE-REC FROM CUT-WORK-REC
012296         WHEN 3
012297             WRITE ROUNDING-DISCREPANCY-LINE FROM CUT-WORK-REC
012298         WHEN 4
012299             WRITE OVER-LIMIT-LINE FROM CUT-WORK-REC
012300         WHEN 5
012301             WRITE RETURNS-REGISTER-LINE FROM CUT-WORK-REC
012302         WHEN 6
012303             WRITE HELD-ORDER-REC FROM CUT-WORK-REC
012304         WHEN 7
012305             WRITE PROMOTION-REGISTER-LINE FROM CUT-WORK-REC
012306             MOVE CUT-WORK-REC TO WS-PRG-LINE
012307             MOVE WS-PRG-QTY      TO WS-PRG-KEPT-QTY
012308             MOVE WS-PRG-DISCOUNT TO WS-PRG-KEPT-DISCOUNT
012309             MOVE 'N' TO WS-PRG-KEPT-SW
012310             PERFORM 1045-RECOUNT-PROMOTION
012311                 THRU 1045-RECOUNT-PROMOTION-EXIT
012312                 VARYING WS-PRM-SUB FROM 1 BY 1
012313                 UNTIL WS-PRM-SUB > WS-PRM-COUNT
012314                    OR WS-PRG-KEPT-FOUND
012315         WHEN 8
012316             WRITE CONTRACT-REGISTER-LINE FROM CUT-WORK-REC
012317     END-EVALUATE.
012318 1044-RESTORE-CUT-RECORD-EXIT.
012319     EXIT.
012320
012321*****************************************************************
012322*    1045-RECOUNT-PROMOTION                                     *
012323*****************************************************************
012324 1045-RECOUNT-PROMOTION.
012325     IF WS-PRM-T-ID(WS-PRM-SUB) = WS-PRG-PROMO-ID
012326         MOVE 'Y' TO WS-PRG-KEPT-SW
012327         ADD WS-PRG-KEPT-QTY      TO WS-PRM-T-UNITS(WS-PRM-SUB)
012328         ADD WS-PRG-KEPT-DISCOUNT TO WS-PRM-T-GIVEN(WS-PRM-SUB)
012329     END-IF.
012330 1045-RECOUNT-PROMOTION-EXIT.
012331     EXIT.
012332
012333*****************************************************************
012334*    1050-LOAD-CURRENCY-RATES                                   *
012335*    THE CURRENCY-RATE-FILE IS OPTIONAL - IF IT IS NOT PRESENT,  *
012336*    THE TABLE IS LEFT EMPTY AND ANY ORDER WHOSE CURRENCY DOES   *
012337*    NOT MATCH ITS CUSTOMER'S WILL BE TREATED AS AN EXCEPTION.   *
012338*****************************************************************
012339 1050-LOAD-CURRENCY-RATES.
012340     OPEN INPUT CURRENCY-RATE-FILE.
012341     IF WS-CUR-OK
012342         PERFORM 1060-READ-CURRENCY-RATE
012343             THRU 1060-READ-CURRENCY-RATE-EXIT
012344             UNTIL WS-CUR-EOF
012345         CLOSE CURRENCY-RATE-FILE
012346     ELSE
012347         DISPLAY 'ORDPOST1: NO CURRENCY-RATE-FILE - '
012348             'CROSS-CURRENCY ORDERS WILL EXCEPTION OUT'
012349     END-IF.
012350 1050-LOAD-CURRENCY-RATES-EXIT.
012351     EXIT.
012352
012353*****************************************************************
012354*    1060-READ-CURRENCY-RATE                                    *
012355*****************************************************************
012356 1060-READ-CURRENCY-RATE.
012357     READ CURRENCY-RATE-FILE
012358         AT END
012359             MOVE '10' TO WS-CUR-FILE-STATUS
012360         NOT AT END
012361             IF WS-CUR-COUNT < WS-MAX-CUR-ROWS
012362                 ADD 1 TO WS-CUR-COUNT
012363                 MOVE CUR-FROM-CODE TO WS-CUR-FROM(WS-CUR-COUNT)
012364                 MOVE CUR-TO-CODE   TO WS-CUR-TO(WS-CUR-COUNT)
012365                 MOVE CUR-EXCHANGE-RATE
012366                     TO WS-CUR-RATE(WS-CUR-COUNT)
012367                 MOVE CUR-AS-OF-DATE
012368                     TO WS-CUR-AS-OF(WS-CUR-COUNT)
012369             END-IF
012370     END-READ.
012371 1060-READ-CURRENCY-RATE-EXIT.
012372     EXIT.
012373
012380*****************************************************************
012390*    1090-SCAN-FAMILY                                           *
012400*    EVERY ACCOUNT POINTING AT A PARENT ADDS ITS BALANCE TO    *
012840                 ADD 1 TO WS-BRN-COUNT
012850                 MOVE BRN-CODE
012860                     TO WS-BRN-TBL-CODE(WS-BRN-COUNT)
012863                 MOVE BRN-WAREHOUSE
012866                     TO WS-BRN-WHSE(WS-BRN-COUNT)
012870                 MOVE 0 TO WS-BRN-POSTED(WS-BRN-COUNT)
012880                 MOVE 0 TO WS-BRN-AMOUNT(WS-BRN-COUNT)
012890                 MOVE 0 TO WS-BRN-EXCEPTS(WS-BRN-COUNT)
013074*    LINE-LESS ORDER WOULD REPLAY THE PREVIOUS ORDER'S LINES
013076*    INTO STOCK AND SALES HISTORY.
013080     IF OPT-TYPE-FINCHG OR OPT-TYPE-HELD-RELEASE
013090             OR OPT-TYPE-QUOTE OR OPT-TYPE-REBATE
013100         MOVE 'N' TO WS-LINE-ERROR-SW
013102         MOVE 0   TO WS-ORDER-LINE-COUNT
013104         MOVE 0   TO WS-ORDER-TOTAL-QTY
013170             AND NOT OPT-TYPE-FINCHG
013180             AND NOT OPT-TYPE-HELD-RELEASE
013190             AND NOT OPT-TYPE-QUOTE
013195             AND NOT OPT-TYPE-REBATE
013200         MOVE 'INVALID TRANSACTION TYPE' TO WS-FAIL-REASON
013210         MOVE 'Y' TO WS-LINE-ERROR-SW
013220     END-IF.
013560                 CONTINUE
013570             WHEN OPT-TYPE-QUOTE
013580                 CONTINUE
013583             WHEN OPT-TYPE-REBATE
013586                 CONTINUE
013590             WHEN OPT-TYPE-RETURN
013600                 COMPUTE OPT-ORDER-AMOUNT
013610                     = 0 - WS-DERIVED-AMOUNT
013730         ELSE
013740         IF WS-CYCLE-DATE > 0
013750                 AND OPT-ORDER-DATE > WS-CYCLE-DATE
013755             MOVE SPACE TO WS-HOLD-REASON
013760             PERFORM 2045-HOLD-FUTURE-ORDER
013770                 THRU 2045-HOLD-FUTURE-ORDER-EXIT
013780         ELSE
013860         END-IF
013870     END-IF.
013880
013881*    THE ORDER IS DONE WITH - IT IS THE LAST COMMITTED POSITION.
013882*    ONE THAT POSTED OR WAS HELD HAS CHANGED THE MASTERS AND IS
013883*    COMMITTED AT ONCE, SO A RESUMED RUN NEVER POSTS IT TWICE OR
013884*    LOSES ITS PART OF THE TOTALS.
013885     MOVE WS-ORDER-COUNT TO WS-CKP-RECORDS-READ.
013886     MOVE OPT-ORDER-ID   TO WS-CKP-LAST-KEY.
013887     ADD 1 TO WS-CKP-SINCE-LAST.
013888     IF WS-CKP-INTERVAL > 0
013889             AND (WS-CKP-SINCE-LAST NOT < WS-CKP-INTERVAL
013890                  OR WS-CKP-COMMIT-DUE)
013891         PERFORM 8100-SAVE-CHECKPOINT-TOTALS
013892             THRU 8100-SAVE-CHECKPOINT-TOTALS-EXIT
013893         PERFORM 9810-TAKE-CHECKPOINT
013894             THRU 9810-TAKE-CHECKPOINT-EXIT
013895     END-IF.
013896     MOVE 'N' TO WS-CKP-COMMIT-SW.
013897
013898     PERFORM 8000-READ-ORDER
013900         THRU 8000-READ-ORDER-EXIT.
013910 2000-POST-ORDER-EXIT.
013920     EXIT.
014180             THRU 2910-WRITE-SUSPENSE-EXIT
014190         GO TO 2010-POST-PRICED-ORDER-EXIT
014200     END-IF.
014201
014202*    A RELEASE THAT ARRIVES WITH ITS PREPAYMENT IS SETTLED FROM
014203*    IT; ANY OTHER TYPE IGNORES THE FIELD.
014204     MOVE 0 TO WS-PREPAID-AMOUNT.
014205     IF OPT-TYPE-HELD-RELEASE AND OPT-PREPAID-AMOUNT NUMERIC
014206         MOVE OPT-PREPAID-AMOUNT TO WS-PREPAID-AMOUNT
014207     END-IF.
014208
014209*    A CASH-IN-ADVANCE CUSTOMER'S SALE IS NOT TAKEN ON CREDIT -
014210*    IT PARKS ON THE HELD-ORDER FILE UNTIL CSHPOST1 BANKS THE
014211*    PREPAYMENT AND ORDHLD01 RELEASES IT WITH THE FUNDS.
014212     IF WS-CUST-OK AND CUST-CASH-IN-ADVANCE
014213             AND (OPT-TYPE-SALE
014214                 OR (OPT-TYPE-HELD-RELEASE
014215                     AND WS-PREPAID-AMOUNT NOT > 0))
014216         MOVE 'P' TO WS-HOLD-REASON
014217         PERFORM 2045-HOLD-FUTURE-ORDER
014218             THRU 2045-HOLD-FUTURE-ORDER-EXIT
014219         GO TO 2010-POST-PRICED-ORDER-EXIT
014220     END-IF.
014221
014222     IF WS-CUST-OK
014230         IF OPT-CURRENCY-CODE = CUST-CURRENCY-CODE
014240             MOVE 1 TO WS-BOOKED-RATE
014250             MOVE OPT-ORDER-AMOUNT TO WS-CONVERTED-AMOUNT
014650         INVALID KEY
014660             CONTINUE
014670     END-READ.
014671*    ON A RESUMED RUN, AN ORDER THE INTERRUPTED RUN POSTED BUT
014672*    DIED BEFORE COMMITTING IS ALREADY ON THE REGISTER UNDER THIS
014673*    CYCLE.  IT IS COUNTED AS POSTED, WITH ITS FREIGHT AND TAX
014674*    AND AGAINST ITS BRANCH, NOT POSTED TWICE AND NOT REPORTED
014675*    AS A DUPLICATE.
014680     IF WS-POR-OK AND WS-RESUME-WINDOW
014682             AND WS-CMJ-CYCLE-NUMBER > 0
014684             AND POR-POST-CYCLE = WS-CMJ-CYCLE-NUMBER
014686             AND OPT-ORDER-ID NOT = WS-RECOVERED-ORDER-ID
014690         MOVE 'Y' TO WS-DUP-ORDER-SW
014691         MOVE OPT-ORDER-ID TO WS-RECOVERED-ORDER-ID
014692         ADD 1 TO WS-RECOVERED-COUNT
014693         ADD 1 TO WS-POSTED-COUNT
014694         ADD POR-AMOUNT         TO WS-AMOUNT-POSTED
014695         ADD POR-FREIGHT-AMOUNT TO WS-AMOUNT-POSTED
014696         ADD POR-TAX-AMOUNT     TO WS-AMOUNT-POSTED
014697         PERFORM 7100-FIND-BRANCH-ROW
014698             THRU 7100-FIND-BRANCH-ROW-EXIT
014699         IF WS-BRN-FOUND
014700             ADD 1 TO WS-BRN-POSTED(WS-BRN-HIT-SUB)
014701             COMPUTE WS-BRN-AMOUNT(WS-BRN-HIT-SUB)
014702                 = WS-BRN-AMOUNT(WS-BRN-HIT-SUB)
014703                 + POR-AMOUNT + POR-FREIGHT-AMOUNT
014704                 + POR-TAX-AMOUNT
014705         END-IF
014706         IF OPT-TYPE-RETURN OR POR-AMOUNT < 0
014707             ADD 1 TO WS-CREDIT-COUNT
014708             ADD POR-AMOUNT TO WS-CREDIT-AMOUNT
014709         ELSE
014710             ADD 1 TO WS-CHARGE-COUNT
014711             ADD POR-AMOUNT TO WS-CHARGE-AMOUNT
014712         END-IF
014713         GO TO 2040-CHECK-ALREADY-POSTED-EXIT
014714     END-IF.
014715     IF WS-POR-OK
014716         MOVE 'Y' TO WS-DUP-ORDER-SW
014717         ADD 1 TO WS-DUPLICATE-COUNT
014718         MOVE 'ORDER ALREADY POSTED' TO WS-FAIL-REASON
014720         PERFORM 2900-WRITE-EXCEPTION
014730             THRU 2900-WRITE-EXCEPTION-EXIT
014740     END-IF.
014770
014780*****************************************************************
014790*    2045-HOLD-FUTURE-ORDER                                     *
014796*    AN ORDER DATED BEYOND THE CURRENT CYCLE IS PARKED WITH ITS *
014802*    PRICED, SIGNED AMOUNT SO ORDHLD01 CAN RELEASE IT AS A      *
014808*    TYPE-'H' TRANSACTION ONCE ITS DATE IS REACHED.  A          *
014814*    CASH-IN-ADVANCE SALE PARKS THE SAME WAY WITH REASON 'P'    *
014820*    UNTIL ITS PREPAYMENT IS BANKED.                            *
014830*****************************************************************
014840 2045-HOLD-FUTURE-ORDER.
014841     MOVE 'Y' TO WS-CKP-COMMIT-SW.
014843     IF WS-HOLD-REASON = 'P'
014846         ADD 1 TO WS-CIA-HELD-COUNT
014849     ELSE
014852         ADD 1 TO WS-HELD-COUNT
014855     END-IF.
014860     MOVE OPT-ORDER-ID      TO HLD-ORDER-ID.
014870     MOVE OPT-CUST-ID       TO HLD-CUST-ID.
014880     MOVE OPT-ORDER-AMOUNT  TO HLD-PRICED-AMOUNT.
014910     MOVE OPT-TRAN-TYPE     TO HLD-TRAN-TYPE.
014920     MOVE WS-CYCLE-DATE     TO HLD-HELD-DATE.
014930     MOVE OPT-BRANCH-CODE   TO HLD-BRANCH-CODE.
014933     MOVE WS-HOLD-REASON    TO HLD-HOLD-REASON.
014936     MOVE 0                 TO HLD-FUNDS-RECEIVED.
014940     WRITE HELD-ORDER-REC.
014941     ADD 1 TO WS-CKP-OUTPUT-COUNT(6).
014942*    A PARKED SALE CLAIMS ITS STOCK NOW SO THE EDIT GATE CANNOT
014943*    PROMISE IT TO ANOTHER ORDER BEFORE THIS ONE COMES BACK.
014944     IF OPT-TYPE-SALE AND NOT WS-RSV-DISABLED
014945         PERFORM 2046-RESERVE-HELD-LINE
014946             THRU 2046-RESERVE-HELD-LINE-EXIT
014947             VARYING WS-STKBUF-SUB FROM 1 BY 1
014948             UNTIL WS-STKBUF-SUB > WS-STKBUF-COUNT
014949     END-IF.
014950 2045-HOLD-FUTURE-ORDER-EXIT.
014960     EXIT.
014970
014971*****************************************************************
014972*    2046-RESERVE-HELD-LINE                                     *
014973*    RESERVE ONE LINE OF A PARKED SALE AT THE BRANCH'S HOME     *
014974*    WAREHOUSE.  THE SAME ITEM ON TWO LINES SHARES ONE ROW.     *
014975*****************************************************************
014976 2046-RESERVE-HELD-LINE.
014977*    A KIT HOLDS NO STOCK - ITS COMPONENTS ARE RESERVED.
014978     IF WS-STKBUF-KIT-LINE(WS-STKBUF-SUB)
014979         GO TO 2046-RESERVE-HELD-LINE-EXIT
014980     END-IF.
014981     MOVE OPT-ORDER-ID TO RSV-ORDER-ID.
014982     MOVE WS-STKBUF-ITM-ID(WS-STKBUF-SUB) TO RSV-ITM-ID.
014983     READ STOCK-RESERVATION-FILE
014984         INVALID KEY
014985             MOVE 'H'            TO RSV-SOURCE
014986             MOVE SPACES         TO RSV-LOC-CODE
014987             IF WS-BRN-FOUND
014988                 MOVE WS-BRN-WHSE(WS-BRN-HIT-SUB) TO RSV-LOC-CODE
014989             END-IF
014990             MOVE OPT-CUST-ID    TO RSV-CUST-ID
014991             MOVE WS-STKBUF-QTY(WS-STKBUF-SUB) TO RSV-QUANTITY
014992             MOVE WS-CYCLE-DATE  TO RSV-RESERVED-DATE
014993             MOVE OPT-ORDER-DATE TO RSV-ORDER-DATE
014994             MOVE 0              TO RSV-EXPIRY-DATE
014995             WRITE STOCK-RESERVATION-REC
014996                 INVALID KEY
014997                     DISPLAY 'ORDPOST1: RESERVATION WRITE FAILED '
014998                         RSV-KEY
014999                     GO TO 2046-RESERVE-HELD-LINE-EXIT
015000             END-WRITE
015001             ADD 1 TO WS-RSV-RESERVED-COUNT
015002             GO TO 2046-RESERVE-HELD-LINE-EXIT
015003     END-READ.
015004     ADD WS-STKBUF-QTY(WS-STKBUF-SUB) TO RSV-QUANTITY.
015005     REWRITE STOCK-RESERVATION-REC.
015006 2046-RESERVE-HELD-LINE-EXIT.
015007     EXIT.
015008
015009*****************************************************************
015010*    2047-RELEASE-RESERVATIONS                                  *
015011*    THE ORDER HAS POSTED - DROP EVERY RESERVATION HELD UNDER   *
015012*    ITS ID.  A RELEASED HELD ORDER OR CONVERTED QUOTE CARRIES  *
015013*    NO LINES OF ITS OWN, SO ITS RESERVED QUANTITIES BECOME     *
015014*    THE LINES THAT ARE PICKED.                                 *
015015*****************************************************************
015016 2047-RELEASE-RESERVATIONS.
015017     MOVE OPT-ORDER-ID TO RSV-ORDER-ID.
015018     MOVE LOW-VALUES   TO RSV-ITM-ID.
015019     MOVE 'N' TO WS-RSV-END-SW.
015020     START STOCK-RESERVATION-FILE KEY IS NOT LESS THAN RSV-KEY
015021         INVALID KEY
015022             GO TO 2047-RELEASE-RESERVATIONS-EXIT
015023     END-START.
015024     PERFORM 2048-RELEASE-ONE-RESERVATION
015025         THRU 2048-RELEASE-ONE-RESERVATION-EXIT
015026         UNTIL WS-RSV-END.
015027 2047-RELEASE-RESERVATIONS-EXIT.
015028     EXIT.
015029
015030 2048-RELEASE-ONE-RESERVATION.
015031     READ STOCK-RESERVATION-FILE NEXT RECORD
015032         AT END
015033             MOVE 'Y' TO WS-RSV-END-SW
015034             GO TO 2048-RELEASE-ONE-RESERVATION-EXIT
015035     END-READ.
015036     IF RSV-ORDER-ID NOT = OPT-ORDER-ID
015037         MOVE 'Y' TO WS-RSV-END-SW
015038         GO TO 2048-RELEASE-ONE-RESERVATION-EXIT
015039     END-IF.
015040     IF (OPT-TYPE-HELD-RELEASE OR OPT-TYPE-QUOTE)
015041             AND WS-STKBUF-COUNT < WS-MAX-STKBUF-ROWS
015042         ADD 1 TO WS-STKBUF-COUNT
015043         MOVE RSV-ITM-ID   TO WS-STKBUF-ITM-ID(WS-STKBUF-COUNT)
015044         MOVE RSV-QUANTITY TO WS-STKBUF-QTY(WS-STKBUF-COUNT)
015045         MOVE 0 TO WS-STKBUF-PRICE(WS-STKBUF-COUNT)
015046         MOVE 0 TO WS-STKBUF-AMT(WS-STKBUF-COUNT)
015047         MOVE RSV-QUANTITY TO WS-STKBUF-ORD-QTY(WS-STKBUF-COUNT)
015048         MOVE SPACES TO WS-STKBUF-UNIT(WS-STKBUF-COUNT)
015049         MOVE SPACE  TO WS-STKBUF-ROLE(WS-STKBUF-COUNT)
015050         MOVE SPACES TO WS-STKBUF-KIT-ID(WS-STKBUF-COUNT)
015051         PERFORM 2049-EXPLODE-RESERVED-KIT
015052             THRU 2049-EXPLODE-RESERVED-KIT-EXIT
015053     END-IF.
015054     DELETE STOCK-RESERVATION-FILE RECORD.
015055     ADD 1 TO WS-RSV-RELEASED-COUNT.
015056 2048-RELEASE-ONE-RESERVATION-EXIT.
015057     EXIT.
015058
015059*****************************************************************
015060*    2049-EXPLODE-RESERVED-KIT                                  *
015061*    A KIT RESERVED AS ITSELF (A QUOTE TAKEN BEFORE ITS BILL    *
015062*    WAS FILED) IS PICKED AS ITS COMPONENTS.  ONLY STOCK MOVES  *
015063*    FROM THESE ROWS, SO THEY CARRY NO AMOUNT.  A KIT THAT      *
015064*    CANNOT BE EXPLODED IS LEFT TO PICK AS ITSELF.              *
015065*****************************************************************
015066 2049-EXPLODE-RESERVED-KIT.
015067     MOVE RSV-ITM-ID TO ITM-ID.
015068     READ ITEM-MASTER-FILE
015069         INVALID KEY
015070             GO TO 2049-EXPLODE-RESERVED-KIT-EXIT
015071     END-READ.
015072     IF NOT ITM-IS-KIT
015073         GO TO 2049-EXPLODE-RESERVED-KIT-EXIT
015074     END-IF.
015075     MOVE RSV-ITM-ID TO WS-KIT-ITM-ID.
015076     PERFORM 9960-LOAD-KIT-COMPONENTS
015077         THRU 9960-LOAD-KIT-COMPONENTS-EXIT.
015078     IF WS-KIT-COMP-COUNT = 0 OR WS-KIT-OVERFLOW
015079             OR WS-STKBUF-COUNT + WS-KIT-COMP-COUNT
015080                 > WS-MAX-STKBUF-ROWS
015081         DISPLAY 'ORDPOST1: RESERVED KIT ' RSV-ITM-ID
015082             ' ON ' RSV-ORDER-ID ' NOT EXPLODED'
015083         GO TO 2049-EXPLODE-RESERVED-KIT-EXIT
015084     END-IF.
015085     MOVE WS-STKBUF-COUNT TO WS-KIT-ROW-SUB.
015086     MOVE 'K'             TO WS-STKBUF-ROLE(WS-KIT-ROW-SUB).
015087     MOVE RSV-ITM-ID      TO WS-STKBUF-KIT-ID(WS-KIT-ROW-SUB).
015088     PERFORM 2044-BUFFER-RESERVED-COMPONENT
015089         THRU 2044-BUFFER-RESERVED-COMPONENT-EXIT
015090         VARYING WS-KIT-COMP-SUB FROM 1 BY 1
015091         UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT.
015092 2049-EXPLODE-RESERVED-KIT-EXIT.
015093     EXIT.
015094
015095 2044-BUFFER-RESERVED-COMPONENT.
015096     COMPUTE WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
015097         = RSV-QUANTITY * WS-KIT-COMP-QTY(WS-KIT-COMP-SUB)
015098         ON SIZE ERROR
015099             MOVE 99999 TO WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
015100     END-COMPUTE.
015101     IF WS-KIT-COMP-NEED(WS-KIT-COMP-SUB) > 99999
015102         MOVE 99999 TO WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
015103     END-IF.
015104     ADD 1 TO WS-STKBUF-COUNT.
015105     MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB)
015106                         TO WS-STKBUF-ITM-ID(WS-STKBUF-COUNT).
015107     MOVE WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
015108                         TO WS-STKBUF-QTY(WS-STKBUF-COUNT)
015109                            WS-STKBUF-ORD-QTY(WS-STKBUF-COUNT).
015110     MOVE 0              TO WS-STKBUF-PRICE(WS-STKBUF-COUNT)
015111                            WS-STKBUF-AMT(WS-STKBUF-COUNT).
015112     MOVE SPACES         TO WS-STKBUF-UNIT(WS-STKBUF-COUNT).
015113     MOVE 'C'            TO WS-STKBUF-ROLE(WS-STKBUF-COUNT).
015114     MOVE RSV-ITM-ID     TO WS-STKBUF-KIT-ID(WS-STKBUF-COUNT).
015115 2044-BUFFER-RESERVED-COMPONENT-EXIT.
015116     EXIT.
015117*****************************************************************
015118*    2020-PRICE-ORDER-LINES                                     *
015119*    GATHER THE CURRENT HEADER'S LINES FROM THE ORDER-LINE-FILE *
015120*    AND DERIVE THE ORDER AMOUNT FROM THEM.  LINES SORTED       *
015121*    AHEAD OF THE CURRENT HEADER BELONG TO NO ORDER ON THE      *
015122*    ORDER-TRAN-FILE AND ARE REPORTED AS ORPHANS FIRST.  AN     *
015123*    ORDER WITH NO LINES AT ALL, OR WITH A LINE WHOSE ITEM IS   *
015124*    NOT ON ITEM-MASTER, FAILS PRICING AND GOES TO SUSPENSE.    *
015125*****************************************************************
015126 2020-PRICE-ORDER-LINES.
015127     MOVE 0   TO WS-DERIVED-AMOUNT.
015128     MOVE 0   TO WS-ORDER-LINE-COUNT.
015129     MOVE 0   TO WS-ORDER-TOTAL-QTY.
015130     MOVE 0   TO WS-STKBUF-COUNT.
015131     MOVE 'N' TO WS-LINE-ERROR-SW.
015132
015140     PERFORM 2025-SKIP-ORPHAN-LINE
015150         THRU 2025-SKIP-ORPHAN-LINE-EXIT
015160         UNTIL WS-LINE-EOF
015410     MOVE SPACES       TO OPX-BRANCH-CODE.
015420     MOVE 'ORDER LINE WITHOUT HEADER' TO OPX-REASON.
015430     WRITE ORDER-POST-EXCEPTION-REC.
015435     ADD 1 TO WS-CKP-OUTPUT-COUNT(1).
015440     PERFORM 8010-READ-ORDER-LINE
015450         THRU 8010-READ-ORDER-LINE-EXIT.
015460 2025-SKIP-ORPHAN-LINE-EXIT.
015500*    2030-PRICE-ONE-LINE                                        *
015510*    VALIDATE ONE LINE'S ITEM AGAINST ITEM-MASTER AND EXTEND    *
015520*    ITS QUANTITY AT ITM-NUM1 INTO THE DERIVED ORDER AMOUNT.    *
015523*    THE PRICE IS TAKEN TO THE LINE'S ORDERED UNIT FIRST; THE   *
015526*    LINE BUFFER HOLDS THE QUANTITY IN STOCKING UNITS.          *
015530*    ONCE A LINE HAS FAILED, THE REST OF THE ORDER'S LINES ARE  *
015540*    STILL CONSUMED SO THEY ARE NOT MISTAKEN FOR ORPHANS.       *
015550*****************************************************************
015650                 MOVE 'Y' TO WS-LINE-ERROR-SW
015660         END-READ
015670         IF NOT WS-LINE-ERROR
015687             MOVE OLN-UNIT-CODE TO WS-UOM-UNIT
015704             MOVE OLN-QUANTITY  TO WS-UOM-ORDERED-QTY
015721             PERFORM 9910-RESOLVE-UNIT
015738                 THRU 9910-RESOLVE-UNIT-EXIT
015755             IF WS-UOM-BAD-UNIT
015772                 MOVE 'ORDER LINE UNIT NOT VALID'
015789                     TO WS-FAIL-REASON
015806                 MOVE 'Y' TO WS-LINE-ERROR-SW
015830             END-IF
015831             IF WS-UOM-TOO-LARGE
015832                 MOVE 'ORDER LINE QUANTITY TOO LARGE'
015833                     TO WS-FAIL-REASON
015834                 MOVE 'Y' TO WS-LINE-ERROR-SW
015835             END-IF
015836         END-IF
015837         IF NOT WS-LINE-ERROR
015838*            THE CONTRACT PRICE, WHEN ONE IS IN DATE FOR THIS
015839*            CUSTOMER AND ITEM, BEATS THE MASTER PRICE.  EITHER
015840*            IS PER STOCKING UNIT UNTIL TAKEN TO THE ORDERED UNIT.
015841             MOVE OPT-CUST-ID    TO WS-CPL-CUST
015842             MOVE OLN-ITM-ID     TO WS-CPL-ITM
015843             MOVE OPT-ORDER-DATE TO WS-CPL-DATE
015844             PERFORM 7500-FIND-CONTRACT-PRICE
015845                 THRU 7500-FIND-CONTRACT-PRICE-EXIT
015846             IF WS-CPR-FOUND
015847                 MOVE WS-CONTRACT-PRICE TO WS-UOM-BASE-PRICE
015848                 MOVE 'C'               TO WS-UOM-PRICE-BASIS
015849                 PERFORM 2035-REGISTER-CONTRACT-LINE
015850                     THRU 2035-REGISTER-CONTRACT-LINE-EXIT
015851             ELSE
015852                 MOVE ITM-NUM1          TO WS-UOM-BASE-PRICE
015853                 MOVE 'L'               TO WS-UOM-PRICE-BASIS
015854             END-IF
015855             PERFORM 9920-PRICE-ORDERED-UNIT
015856                 THRU 9920-PRICE-ORDERED-UNIT-EXIT
015857             COMPUTE WS-LINE-AMOUNT
015858                 = OLN-QUANTITY * WS-UOM-ORDERED-PRICE
015859                 ON SIZE ERROR
015860                     MOVE 'Q' TO WS-UOM-RESULT
015861             END-COMPUTE
015862         END-IF
015863         IF NOT WS-LINE-ERROR AND WS-UOM-TOO-LARGE
015864             MOVE 'ORDER LINE QUANTITY TOO LARGE'
015865                 TO WS-FAIL-REASON
015866             MOVE 'Y' TO WS-LINE-ERROR-SW
015867         END-IF
015868         IF NOT WS-LINE-ERROR
015869*            AN IN-WINDOW CATEGORY PROMOTION COMES OFF THE
015870*            PRICED LINE AS ITS OWN DISCOUNT.
015871             PERFORM 7600-FIND-PROMOTION
015872                 THRU 7600-FIND-PROMOTION-EXIT
015880             IF WS-PRM-FOUND
015890                 PERFORM 2037-APPLY-PROMOTION
015900                     THRU 2037-APPLY-PROMOTION-EXIT
015960                 ADD 1 TO WS-STKBUF-COUNT
015970                 MOVE OLN-ITM-ID
015980                     TO WS-STKBUF-ITM-ID(WS-STKBUF-COUNT)
015984                 MOVE WS-UOM-BASE-QTY
015988                     TO WS-STKBUF-QTY(WS-STKBUF-COUNT)
015992                 MOVE OLN-QUANTITY
015996                     TO WS-STKBUF-ORD-QTY(WS-STKBUF-COUNT)
016000                 MOVE WS-UOM-UNIT
016004                     TO WS-STKBUF-UNIT(WS-STKBUF-COUNT)
016010                 COMPUTE WS-STKBUF-UPRICE ROUNDED
016020                     = WS-LINE-AMOUNT / WS-UOM-BASE-QTY
016030                 MOVE WS-STKBUF-UPRICE
016040                     TO WS-STKBUF-PRICE(WS-STKBUF-COUNT)
016050                 MOVE WS-LINE-AMOUNT
016060                     TO WS-STKBUF-AMT(WS-STKBUF-COUNT)
016070                 MOVE ITM-CATEGORY-CODE
016080                     TO WS-STKBUF-CAT(WS-STKBUF-COUNT)
016083                 PERFORM 2032-BUFFER-PRICE-BASIS
016086                     THRU 2032-BUFFER-PRICE-BASIS-EXIT
016087                 MOVE SPACE  TO WS-STKBUF-ROLE(WS-STKBUF-COUNT)
016088                 MOVE SPACES TO WS-STKBUF-KIT-ID(WS-STKBUF-COUNT)
016089                 IF ITM-IS-KIT
016090                     PERFORM 2038-EXPLODE-KIT-LINE
016091                         THRU 2038-EXPLODE-KIT-LINE-EXIT
016092                 END-IF
016093             END-IF
016100         END-IF
016110     END-IF.
016120
016220     MOVE OPT-ORDER-ID      TO WS-CRG-ORDER-ID.
016230     MOVE OPT-CUST-ID       TO WS-CRG-CUST-ID.
016240     MOVE OLN-ITM-ID        TO WS-CRG-ITM-ID.
016250     MOVE WS-UOM-BASE-QTY   TO WS-CRG-QTY.
016260     MOVE WS-CONTRACT-PRICE TO WS-CRG-PRICE.
016270     WRITE CONTRACT-REGISTER-LINE FROM WS-CRG-LINE.
016275     ADD 1 TO WS-CKP-OUTPUT-COUNT(8).
016280 2035-REGISTER-CONTRACT-LINE-EXIT.
016290     EXIT.
016300
016360         = WS-LINE-AMOUNT
016370         * WS-PRM-T-PCT(WS-PRM-HIT-SUB) / 100.
016380     SUBTRACT WS-PROMO-DISCOUNT FROM WS-LINE-AMOUNT.
016390     ADD WS-UOM-BASE-QTY TO WS-PRM-T-UNITS(WS-PRM-HIT-SUB).
016400     ADD WS-PROMO-DISCOUNT
016410         TO WS-PRM-T-GIVEN(WS-PRM-HIT-SUB).
016420     MOVE OPT-ORDER-ID      TO WS-PRG-ORDER-ID.
016430     MOVE OLN-ITM-ID        TO WS-PRG-ITM-ID.
016440     MOVE WS-UOM-BASE-QTY   TO WS-PRG-QTY.
016450     MOVE WS-PROMO-DISCOUNT TO WS-PRG-DISCOUNT.
016460     MOVE WS-PRM-T-ID(WS-PRM-HIT-SUB) TO WS-PRG-PROMO-ID.
016470     WRITE PROMOTION-REGISTER-LINE FROM WS-PRG-LINE.
016475     ADD 1 TO WS-CKP-OUTPUT-COUNT(7).
016480 2037-APPLY-PROMOTION-EXIT.
016490     EXIT.
016491
016492*****************************************************************
016493*    2038-EXPLODE-KIT-LINE                                      *
016494*    THE KIT LINE JUST BUFFERED IS FOLLOWED BY ONE ROW PER      *
016495*    COMPONENT - THE KITS SOLD, IN STOCKING UNITS, TIMES THE    *
016496*    COMPONENT'S QUANTITY PER KIT.  THE KIT'S NET AMOUNT IS     *
016497*    SHARED OVER THE COMPONENTS BY LIST VALUE (QUANTITY TIMES   *
016498*    ITM-NUM1), OR BY QUANTITY WHEN NONE HAS A PRICE; THE LAST  *
016499*    COMPONENT TAKES THE ROUNDING SO THE SHARES ADD BACK TO THE *
016500*    KIT.  A KIT THAT CANNOT BE EXPLODED FAILS THE LINE.        *
016501*****************************************************************
016502 2038-EXPLODE-KIT-LINE.
016503     MOVE WS-STKBUF-COUNT TO WS-KIT-ROW-SUB.
016504     MOVE 'K'             TO WS-STKBUF-ROLE(WS-KIT-ROW-SUB).
016505     MOVE OLN-ITM-ID      TO WS-STKBUF-KIT-ID(WS-KIT-ROW-SUB).
016506     MOVE OLN-ITM-ID      TO WS-KIT-ITM-ID.
016507     PERFORM 9960-LOAD-KIT-COMPONENTS
016508         THRU 9960-LOAD-KIT-COMPONENTS-EXIT.
016509     IF WS-KIT-COMP-COUNT = 0 OR WS-KIT-OVERFLOW
016510         MOVE 'KIT HAS NO USABLE COMPONENTS' TO WS-FAIL-REASON
016511         MOVE 'Y' TO WS-LINE-ERROR-SW
016512         GO TO 2038-EXPLODE-KIT-LINE-EXIT
016513     END-IF.
016514     IF WS-STKBUF-COUNT + WS-KIT-COMP-COUNT > WS-MAX-STKBUF-ROWS
016515         MOVE 'KIT TOO LARGE FOR LINE BUFFER' TO WS-FAIL-REASON
016516         MOVE 'Y' TO WS-LINE-ERROR-SW
016517         GO TO 2038-EXPLODE-KIT-LINE-EXIT
016518     END-IF.
016519     MOVE 0 TO WS-KIT-WEIGHT-TOTAL.
016520     PERFORM 2039-BUFFER-KIT-COMPONENT
016521         THRU 2039-BUFFER-KIT-COMPONENT-EXIT
016522         VARYING WS-KIT-COMP-SUB FROM 1 BY 1
016523         UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT
016524             OR WS-LINE-ERROR.
016525     IF WS-LINE-ERROR
016526         MOVE WS-KIT-ROW-SUB TO WS-STKBUF-COUNT
016527         GO TO 2038-EXPLODE-KIT-LINE-EXIT
016528     END-IF.
016529*    NO COMPONENT PRICED - SHARE BY QUANTITY INSTEAD.
016530     IF WS-KIT-WEIGHT-TOTAL = 0
016531         PERFORM 2041-WEIGHT-BY-QUANTITY
016532             THRU 2041-WEIGHT-BY-QUANTITY-EXIT
016533             VARYING WS-KIT-COMP-SUB FROM 1 BY 1
016534             UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT
016535     END-IF.
016536     MOVE 0 TO WS-KIT-ALLOCATED.
016537     PERFORM 2042-SHARE-KIT-AMOUNT
016538         THRU 2042-SHARE-KIT-AMOUNT-EXIT
016539         VARYING WS-KIT-COMP-SUB FROM 1 BY 1
016540         UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT.
016541 2038-EXPLODE-KIT-LINE-EXIT.
016542     EXIT.
016543
016544 2039-BUFFER-KIT-COMPONENT.
016545     MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB) TO ITM-ID.
016546     READ ITEM-MASTER-FILE
016547         INVALID KEY
016548             MOVE 'KIT COMPONENT NOT ON FILE' TO WS-FAIL-REASON
016549             MOVE 'Y' TO WS-LINE-ERROR-SW
016550             GO TO 2039-BUFFER-KIT-COMPONENT-EXIT
016551     END-READ.
016552     COMPUTE WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
016553         = WS-UOM-BASE-QTY * WS-KIT-COMP-QTY(WS-KIT-COMP-SUB)
016554         ON SIZE ERROR
016555             MOVE 99999999 TO WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
016556     END-COMPUTE.
016557     IF WS-KIT-COMP-NEED(WS-KIT-COMP-SUB) > 99999
016558         MOVE 'KIT COMPONENT QTY TOO LARGE' TO WS-FAIL-REASON
016559         MOVE 'Y' TO WS-LINE-ERROR-SW
016560         GO TO 2039-BUFFER-KIT-COMPONENT-EXIT
016561     END-IF.
016562     COMPUTE WS-KIT-COMP-SHARE(WS-KIT-COMP-SUB)
016563         = WS-KIT-COMP-QTY(WS-KIT-COMP-SUB) * ITM-NUM1.
016564     IF WS-KIT-COMP-SHARE(WS-KIT-COMP-SUB) < 0
016565         MOVE 0 TO WS-KIT-COMP-SHARE(WS-KIT-COMP-SUB)
016566     END-IF.
016567     ADD WS-KIT-COMP-SHARE(WS-KIT-COMP-SUB)
016568         TO WS-KIT-WEIGHT-TOTAL.
016569     ADD 1 TO WS-STKBUF-COUNT.
016570     MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB)
016571                         TO WS-STKBUF-ITM-ID(WS-STKBUF-COUNT).
016572     MOVE WS-KIT-COMP-NEED(WS-KIT-COMP-SUB)
016573                         TO WS-STKBUF-QTY(WS-STKBUF-COUNT)
016574                            WS-STKBUF-ORD-QTY(WS-STKBUF-COUNT).
016575     MOVE SPACES         TO WS-STKBUF-UNIT(WS-STKBUF-COUNT).
016576     MOVE ITM-CATEGORY-CODE
016577                         TO WS-STKBUF-CAT(WS-STKBUF-COUNT).
016578     MOVE ITM-NUM1       TO WS-STKBUF-LIST(WS-STKBUF-COUNT).
016579     MOVE WS-STKBUF-BASIS(WS-KIT-ROW-SUB)
016580                         TO WS-STKBUF-BASIS(WS-STKBUF-COUNT).
016581     MOVE SPACES         TO WS-STKBUF-PROMO(WS-STKBUF-COUNT).
016582     MOVE 0              TO WS-STKBUF-DISC(WS-STKBUF-COUNT)
016583                            WS-STKBUF-PRICE(WS-STKBUF-COUNT)
016584                            WS-STKBUF-AMT(WS-STKBUF-COUNT).
016585     MOVE 'C'            TO WS-STKBUF-ROLE(WS-STKBUF-COUNT).
016586     MOVE OLN-ITM-ID     TO WS-STKBUF-KIT-ID(WS-STKBUF-COUNT).
016587 2039-BUFFER-KIT-COMPONENT-EXIT.
016588     EXIT.
016589
016590 2041-WEIGHT-BY-QUANTITY.
016591     MOVE WS-KIT-COMP-QTY(WS-KIT-COMP-SUB)
016592         TO WS-KIT-COMP-SHARE(WS-KIT-COMP-SUB).
016593     ADD WS-KIT-COMP-QTY(WS-KIT-COMP-SUB) TO WS-KIT-WEIGHT-TOTAL.
016594 2041-WEIGHT-BY-QUANTITY-EXIT.
016595     EXIT.
016596
016597 2042-SHARE-KIT-AMOUNT.
016598     COMPUTE WS-KIT-BUF-SUB = WS-KIT-ROW-SUB + WS-KIT-COMP-SUB.
016599     IF WS-KIT-COMP-SUB = WS-KIT-COMP-COUNT
016600         COMPUTE WS-STKBUF-AMT(WS-KIT-BUF-SUB)
016601             = WS-STKBUF-AMT(WS-KIT-ROW-SUB) - WS-KIT-ALLOCATED
016602     ELSE
016603         COMPUTE WS-STKBUF-AMT(WS-KIT-BUF-SUB) ROUNDED
016604             = WS-STKBUF-AMT(WS-KIT-ROW-SUB)
016605             * WS-KIT-COMP-SHARE(WS-KIT-COMP-SUB)
016606             / WS-KIT-WEIGHT-TOTAL
016607         ADD WS-STKBUF-AMT(WS-KIT-BUF-SUB) TO WS-KIT-ALLOCATED
016608     END-IF.
016609     COMPUTE WS-STKBUF-UPRICE ROUNDED
016610         = WS-STKBUF-AMT(WS-KIT-BUF-SUB)
016611         / WS-STKBUF-QTY(WS-KIT-BUF-SUB).
016612     MOVE WS-STKBUF-UPRICE TO WS-STKBUF-PRICE(WS-KIT-BUF-SUB).
016613 2042-SHARE-KIT-AMOUNT-EXIT.
016614     EXIT.
016615
016616*****************************************************************
016617*    1075-LOAD-CONTRACT-PRICES                                  *
016618*    THE CONTRACT-PRICE FILE IS OPTIONAL - WITHOUT IT EVERY     *
016619*    LINE PRICES FROM THE MASTER.                               *
016620*****************************************************************
016621 1075-LOAD-CONTRACT-PRICES.
016622     OPEN INPUT CONTRACT-PRICE-FILE.
016623     IF NOT WS-CPR-OK
016624         GO TO 1075-LOAD-CONTRACT-PRICES-EXIT
016625     END-IF.
016626     PERFORM 1076-READ-CONTRACT-PRICE
016627         THRU 1076-READ-CONTRACT-PRICE-EXIT
016630         UNTIL WS-CPR-EOF.
016640     CLOSE CONTRACT-PRICE-FILE.
016650 1075-LOAD-CONTRACT-PRICES-EXIT.
016670
016680*****************************************************************
016690*    1076-READ-CONTRACT-PRICE                                   *
016691*    EACH ROW GOES IN AT ITS CUSTOMER/ITEM PLACE, AFTER ANY     *
016692*    ROWS ALREADY LOADED FOR THE SAME PAIR, SO THE FILE'S ORDER *
016693*    STILL DECIDES BETWEEN OVERLAPPING DATES.  A FULL TABLE     *
016694*    STOPS THE RUN - A CONTRACT LEFT OUT WOULD SILENTLY PRICE   *
016695*    FROM THE MASTER.                                           *
016700*****************************************************************
016710 1076-READ-CONTRACT-PRICE.
016720     READ CONTRACT-PRICE-FILE
016730         AT END
016740             MOVE '10' TO WS-CPR-FILE-STATUS
016815             GO TO 1076-READ-CONTRACT-PRICE-EXIT
016890     END-READ.
016891     IF WS-CPR-COUNT NOT < WS-MAX-CPR-ROWS
016892         DISPLAY 'ORDPOST1: CONTRACT-PRICE TABLE FULL AT '
016893             WS-MAX-CPR-ROWS ' ROWS - RUN STOPPED'
016894         MOVE '10' TO WS-CPR-FILE-STATUS
016895         MOVE 'Y' TO WS-EOF-SW
016896         MOVE 'Y' TO WS-LINE-EOF-SW
016897         MOVE 8 TO RETURN-CODE
016898         GO TO 1076-READ-CONTRACT-PRICE-EXIT
016899     END-IF.
016900     MOVE CPR-CUST-ID TO WS-CPL-CUST.
016901     MOVE CPR-ITM-ID  TO WS-CPL-ITM.
016902     MOVE 'Y' TO WS-CPR-PAST-EQUAL-SW.
016903     PERFORM 7510-LOCATE-CONTRACT-KEY
016904         THRU 7510-LOCATE-CONTRACT-KEY-EXIT.
016905     PERFORM 7520-SHIFT-CONTRACT-ROW
016906         THRU 7520-SHIFT-CONTRACT-ROW-EXIT
016907         VARYING WS-CPR-MOVE-SUB FROM WS-CPR-COUNT BY -1
016908         UNTIL WS-CPR-MOVE-SUB < WS-CPR-LOW.
016909     ADD 1 TO WS-CPR-COUNT.
016910     MOVE WS-CPL-KEY     TO WS-CPR-T-KEY(WS-CPR-LOW).
016911     MOVE CPR-UNIT-PRICE TO WS-CPR-T-PRICE(WS-CPR-LOW).
016912     MOVE CPR-START-DATE TO WS-CPR-T-START(WS-CPR-LOW).
016913     MOVE CPR-END-DATE   TO WS-CPR-T-END(WS-CPR-LOW).
016914 1076-READ-CONTRACT-PRICE-EXIT.
016915     EXIT.
016920
016930*****************************************************************
016940*    7500-FIND-CONTRACT-PRICE                                   *
016950*    CUSTOMER PLUS ITEM, IN DATE (ZERO END IS OPEN-ENDED).      *
016955*    ONLY THE PAIR'S OWN ROWS ARE TRIED, FIRST LOADED FIRST.    *
016960*****************************************************************
016970 7500-FIND-CONTRACT-PRICE.
016980     MOVE 'N' TO WS-CPR-FOUND-SW.
016982     MOVE 'N' TO WS-CPR-PAST-EQUAL-SW.
016984     PERFORM 7510-LOCATE-CONTRACT-KEY
016986         THRU 7510-LOCATE-CONTRACT-KEY-EXIT.
016988     MOVE 'N' TO WS-CPR-KEY-END-SW.
016990     PERFORM 7550-MATCH-CONTRACT-ROW
017000         THRU 7550-MATCH-CONTRACT-ROW-EXIT
017010         VARYING WS-CPR-SUB FROM WS-CPR-LOW BY 1
017020         UNTIL WS-CPR-SUB > WS-CPR-COUNT
017026             OR WS-CPR-FOUND
017032             OR WS-CPR-KEY-END.
017040 7500-FIND-CONTRACT-PRICE-EXIT.
017050     EXIT.
017060
017070*****************************************************************
017074*    7510-LOCATE-CONTRACT-KEY                                   *
017078*    BINARY SEARCH FOR WS-CPL-KEY.  WS-CPR-LOW COMES BACK AT    *
017082*    THE PAIR'S FIRST ROW (OR WHERE IT WOULD GO) - OR, WITH     *
017086*    WS-CPR-PAST-EQUAL SET, JUST PAST ITS LAST ROW.             *
017090*****************************************************************
017091 7510-LOCATE-CONTRACT-KEY.
017092     MOVE 1 TO WS-CPR-LOW.
017093     MOVE WS-CPR-COUNT TO WS-CPR-HIGH.
017094     PERFORM 7515-PROBE-CONTRACT-KEY
017095         THRU 7515-PROBE-CONTRACT-KEY-EXIT
017096         UNTIL WS-CPR-LOW > WS-CPR-HIGH.
017097 7510-LOCATE-CONTRACT-KEY-EXIT.
017098     EXIT.
017099
017100*****************************************************************
017101*    7515-PROBE-CONTRACT-KEY                                    *
017102*****************************************************************
017103 7515-PROBE-CONTRACT-KEY.
017104     COMPUTE WS-CPR-MID = (WS-CPR-LOW + WS-CPR-HIGH) / 2.
017105     IF WS-CPR-T-KEY(WS-CPR-MID) < WS-CPL-KEY
017106             OR (WS-CPR-PAST-EQUAL
017107                 AND WS-CPR-T-KEY(WS-CPR-MID) = WS-CPL-KEY)
017108         COMPUTE WS-CPR-LOW = WS-CPR-MID + 1
017109     ELSE
017110         COMPUTE WS-CPR-HIGH = WS-CPR-MID - 1
017111     END-IF.
017112 7515-PROBE-CONTRACT-KEY-EXIT.
017113     EXIT.
017114
017115*****************************************************************
017116*    7520-SHIFT-CONTRACT-ROW                                    *
017117*****************************************************************
017118 7520-SHIFT-CONTRACT-ROW.
017119     MOVE WS-CPR-ROW(WS-CPR-MOVE-SUB)
017120         TO WS-CPR-ROW(WS-CPR-MOVE-SUB + 1).
017121 7520-SHIFT-CONTRACT-ROW-EXIT.
017122     EXIT.
017123
017124*****************************************************************
017125*    7550-MATCH-CONTRACT-ROW                                    *
017126*****************************************************************
017127 7550-MATCH-CONTRACT-ROW.
017129     IF WS-CPR-T-KEY(WS-CPR-SUB) NOT = WS-CPL-KEY
017131         MOVE 'Y' TO WS-CPR-KEY-END-SW
017133         GO TO 7550-MATCH-CONTRACT-ROW-EXIT
017135     END-IF.
017137     IF WS-CPL-DATE NOT < WS-CPR-T-START(WS-CPR-SUB)
017140             AND (WS-CPR-T-END(WS-CPR-SUB) = 0
017150                 OR WS-CPL-DATE
017160                     NOT > WS-CPR-T-END(WS-CPR-SUB))
018470     MOVE WS-CONVERTED-AMOUNT TO WS-RND-ROUNDED.
018480     MOVE WS-ROUNDING-DIFF    TO WS-RND-DIFF.
018490     WRITE ROUNDING-DISCREPANCY-LINE FROM WS-RND-LINE.
018495     ADD 1 TO WS-CKP-OUTPUT-COUNT(3).
018500 2070-LOG-ROUNDING-DISCREPANCY-EXIT.
018510     EXIT.
018520
018570*    AN ORDER THAT WOULD TAKE CUST-BALANCE OVER CUST-CREDIT-    *
018580*    LIMIT IS PARKED IN SUSPENSE AND LISTED ON THE OVER-LIMIT   *
018590*    REPORT INSTEAD OF POSTING.  A ZERO LIMIT MEANS THE         *
018595*    CUSTOMER HAS NO LIMIT ASSIGNED AND IS NEVER HELD.  A       *
018600*    CASH-IN-ADVANCE RELEASE WHOSE PREPAYMENT COVERS THE GOODS  *
018605*    IS ALREADY PAID FOR AND POSTS WITHOUT THE LIMIT TESTS.     *
018610*****************************************************************
018620 2080-CHECK-CREDIT-AND-POST.
018625*    FREIGHT AND THE REGION'S SALES TAX ARE PART OF THE
018630*    RECEIVABLE, SO THEY ARE DERIVED BEFORE THE LIMIT IS HELD
018635*    AND POSTED WITH THE ORDER.  FREIGHT COMES FIRST - THE
018640*    REGION MAY TAX IT.
018645     PERFORM 2085-DERIVE-FREIGHT
018650         THRU 2085-DERIVE-FREIGHT-EXIT.
018660     PERFORM 2090-DERIVE-TAX
018670         THRU 2090-DERIVE-TAX-EXIT.
018671     IF WS-PREPAID-AMOUNT > 0
018672             AND WS-PREPAID-AMOUNT NOT < WS-CONVERTED-AMOUNT
018673         PERFORM 2100-APPLY-POSTING
018674             THRU 2100-APPLY-POSTING-EXIT
018675         GO TO 2080-CHECK-CREDIT-AND-POST-EXIT
018676     END-IF.
018680     IF CUST-CREDIT-LIMIT > 0
018690             AND CUST-BALANCE + WS-CONVERTED-AMOUNT
018695                 + WS-FREIGHT-AMOUNT
018700                 + WS-TAX-AMOUNT
018710                 > CUST-CREDIT-LIMIT
018720         ADD 1 TO WS-OVER-LIMIT-CNT
018760         MOVE WS-CONVERTED-AMOUNT TO WS-OVL-AMOUNT
018770         MOVE CUST-CREDIT-LIMIT   TO WS-OVL-LIMIT
018780         WRITE OVER-LIMIT-LINE FROM WS-OVL-LINE
018785         ADD 1 TO WS-CKP-OUTPUT-COUNT(4)
018790         MOVE 'ORDER EXCEEDS CREDIT LIMIT'
018800             TO WS-FAIL-REASON
018810         PERFORM 2910-WRITE-SUSPENSE
018920     IF WS-FAM-FOUND
018930             AND WS-FAM-LIMIT(WS-FAM-HIT-SUB) > 0
018940             AND WS-FAM-EXPOSURE(WS-FAM-HIT-SUB)
018946                 + WS-CONVERTED-AMOUNT + WS-FREIGHT-AMOUNT
018952                 + WS-TAX-AMOUNT
018960                 > WS-FAM-LIMIT(WS-FAM-HIT-SUB)
018970         ADD 1 TO WS-OVER-LIMIT-CNT
018980         MOVE OPT-ORDER-ID        TO WS-OVL-ORDER-ID
019020         MOVE WS-CONVERTED-AMOUNT TO WS-OVL-AMOUNT
019030         MOVE WS-FAM-LIMIT(WS-FAM-HIT-SUB) TO WS-OVL-LIMIT
019040         WRITE OVER-LIMIT-LINE FROM WS-OVL-LINE
019045         ADD 1 TO WS-CKP-OUTPUT-COUNT(4)
019050         MOVE 'ORDER EXCEEDS FAMILY LIMIT'
019060             TO WS-FAIL-REASON
019070         PERFORM 2910-WRITE-SUSPENSE
019150     EXIT.
019160
019170*****************************************************************
019171*    2085-DERIVE-FREIGHT                                        *
019172*    THE FREIGHT CHARGE FOR THE ORDER'S VALUE BAND ON THE       *
019173*    CUSTOMER REGION'S SCALE.  ONLY ORDERS THAT SHIP GOODS -    *
019174*    SALES, HELD RELEASES AND CONVERTED QUOTES - ARE CHARGED; A *
019175*    RETURN IS NOT REFUNDED ITS FREIGHT.  NO SCALE, AN EXEMPT   *
019176*    CUSTOMER, OR A ZERO-CHARGE (FREE-FREIGHT) BAND MEANS NO    *
019177*    FREIGHT.                                                   *
019178*****************************************************************
019179 2085-DERIVE-FREIGHT.
019180     MOVE 0 TO WS-FREIGHT-AMOUNT.
019181     IF WS-FRT-COUNT = 0
019182         GO TO 2085-DERIVE-FREIGHT-EXIT
019183     END-IF.
019184     IF NOT OPT-TYPE-SALE AND NOT OPT-TYPE-HELD-RELEASE
019185             AND NOT OPT-TYPE-QUOTE
019186         GO TO 2085-DERIVE-FREIGHT-EXIT
019187     END-IF.
019188     IF CUST-FREIGHT-EXEMPTED OR WS-CONVERTED-AMOUNT NOT > 0
019189         GO TO 2085-DERIVE-FREIGHT-EXIT
019190     END-IF.
019191     PERFORM 7900-FIND-FREIGHT-BAND
019192         THRU 7900-FIND-FREIGHT-BAND-EXIT.
019193     IF WS-FRT-FOUND
019194         MOVE WS-FRT-T-CHARGE(WS-FRT-HIT-SUB) TO WS-FREIGHT-AMOUNT
019195     END-IF.
019196 2085-DERIVE-FREIGHT-EXIT.
019197     EXIT.
019198
019199*****************************************************************
019200*    2090-DERIVE-TAX                                            *
019201*    SALES TAX AT THE CUSTOMER REGION'S RATE ON THE CONVERTED   *
019206*    ORDER AMOUNT, PLUS THE ORDER'S FREIGHT WHERE THE REGION    *
019211*    TAXES FREIGHT.  ONLY SALES AND RETURNS ARE TAXED - A       *
019216*    RETURN'S NEGATIVE AMOUNT YIELDS A NEGATIVE (REFUNDED) TAX. *
019221*    NO RATE TABLE OR NO REGION MATCH MEANS NO TAX.             *
019230*****************************************************************
019240 2090-DERIVE-TAX.
019250     MOVE 0 TO WS-TAX-AMOUNT.
019255     MOVE 0 TO WS-TAXED-FREIGHT.
019260     IF WS-TAX-COUNT = 0
019270         GO TO 2090-DERIVE-TAX-EXIT
019280     END-IF.
019320     PERFORM 7800-FIND-TAX-RATE
019330         THRU 7800-FIND-TAX-RATE-EXIT.
019340     IF WS-TAX-FOUND
019342         IF WS-TAX-T-FREIGHT-TAXED(WS-TAX-HIT-SUB)
019344             MOVE WS-FREIGHT-AMOUNT TO WS-TAXED-FREIGHT
019346         END-IF
019350         COMPUTE WS-TAX-AMOUNT ROUNDED
019360             = (WS-CONVERTED-AMOUNT + WS-TAXED-FREIGHT)
019370             * WS-TAX-T-PCT(WS-TAX-HIT-SUB) / 100
019380     END-IF.
019390 2090-DERIVE-TAX-EXIT.
019480 2100-APPLY-POSTING.
019490     MOVE CUST-BALANCE TO WS-BEFORE-BALANCE.
019500     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
019510*    THE BALANCE CARRIES THE FULL RECEIVABLE - GOODS, FREIGHT
019520*    AND TAX - THE SAME FIGURE THE OPEN ITEM OPENS WITH, SO A
019530*    DIRECTED RECEIPT FOR THE ITEM NEVER OVERSHOOTS IT.
019540     COMPUTE CUST-BALANCE
019550         = CUST-BALANCE + WS-CONVERTED-AMOUNT
019560         + WS-FREIGHT-AMOUNT + WS-TAX-AMOUNT.
019570     MOVE OPT-ORDER-DATE TO CUST-LAST-ACTIVITY-DATE.
019580     REWRITE CUSTOMER-REC.
019590     MOVE 'R'          TO WS-CMJ-ACTION.
019660     MOVE WS-BEFORE-BALANCE   TO PJR-BEFORE-BALANCE.
019670     MOVE CUST-BALANCE        TO PJR-AFTER-BALANCE.
019680     COMPUTE PJR-POSTED-AMOUNT
019686         = WS-CONVERTED-AMOUNT + WS-FREIGHT-AMOUNT
019692         + WS-TAX-AMOUNT.
019700     MOVE OPT-ORDER-DATE      TO PJR-ORDER-DATE.
019710     MOVE CUST-CURRENCY-CODE  TO PJR-CURRENCY-CODE.
019720     MOVE OPT-BRANCH-CODE     TO PJR-BRANCH-CODE.
019730     EVALUATE TRUE
019735         WHEN OPT-TYPE-FINCHG
019740             MOVE 'FINCHG  ' TO PJR-GL-OFFSET-ACCT
019745         WHEN OPT-TYPE-REBATE
019750             MOVE 'REBACCR ' TO PJR-GL-OFFSET-ACCT
019755         WHEN OTHER
019760             MOVE 'SALES   ' TO PJR-GL-OFFSET-ACCT
019770     END-EVALUATE.
019772     MOVE SPACE               TO PJR-REC-TYPE.
019774     PERFORM 2105-SEAL-POSTING-JOURNAL
019776         THRU 2105-SEAL-POSTING-JOURNAL-EXIT.
019780     WRITE POSTING-JOURNAL-REC.
019790     ADD 1 TO WS-POSTED-COUNT.
019800*    KEEP THE FAMILY EXPOSURE CURRENT AS THE RUN POSTS.
019840         IF WS-FAM-FOUND
019850             COMPUTE WS-FAM-EXPOSURE(WS-FAM-HIT-SUB)
019860                 = WS-FAM-EXPOSURE(WS-FAM-HIT-SUB)
019866                 + WS-CONVERTED-AMOUNT + WS-FREIGHT-AMOUNT
019872                 + WS-TAX-AMOUNT
019880         END-IF
019890     END-IF.
019900     ADD WS-CONVERTED-AMOUNT TO WS-AMOUNT-POSTED.
019905     ADD WS-FREIGHT-AMOUNT    TO WS-AMOUNT-POSTED.
019910     ADD WS-TAX-AMOUNT        TO WS-AMOUNT-POSTED.
019920     PERFORM 7100-FIND-BRANCH-ROW
019930         THRU 7100-FIND-BRANCH-ROW-EXIT.
019950         ADD 1 TO WS-BRN-POSTED(WS-BRN-HIT-SUB)
019960         COMPUTE WS-BRN-AMOUNT(WS-BRN-HIT-SUB)
019970             = WS-BRN-AMOUNT(WS-BRN-HIT-SUB)
019976             + WS-CONVERTED-AMOUNT + WS-FREIGHT-AMOUNT
019982             + WS-TAX-AMOUNT
019990     END-IF.
019991*    THE ORDER IS FILLED FROM ITS BRANCH'S HOME WAREHOUSE; HEAD
019992*    OFFICE AND UNKNOWN BRANCHES USE THE CENTRAL WAREHOUSE.
019993     MOVE SPACES TO WS-ORDER-LOC-CODE.
019994     IF WS-BRN-FOUND
019995         MOVE WS-BRN-WHSE(WS-BRN-HIT-SUB) TO WS-ORDER-LOC-CODE
019996     END-IF.
019997*    THE CHARGE FALLS DUE UNDER THE CUSTOMER'S PAYMENT TERMS.
019998*    ONLY A GOODS CHARGE EARNS TERMS - A FINANCE CHARGE IS DUE
019999*    AT ONCE AND A CREDIT HAS NO DUE DATE OF ITS OWN.  THE TAX
020000*    AND FREIGHT RECORDS FALL DUE WITH THE GOODS.
020001     MOVE SPACES TO WS-TRM-CODE.
020002     IF (OPT-TYPE-SALE OR OPT-TYPE-HELD-RELEASE OR OPT-TYPE-QUOTE)
020003             AND WS-CONVERTED-AMOUNT > 0
020004         MOVE CUST-TERMS-CODE TO WS-TRM-CODE
020005     END-IF.
020006     MOVE OPT-ORDER-DATE      TO WS-TRM-BASE-DATE.
020007     MOVE WS-CONVERTED-AMOUNT TO WS-TRM-BASE-AMOUNT.
020008     PERFORM 9420-DERIVE-TERM-DATES
020009         THRU 9420-DERIVE-TERM-DATES-EXIT.
020010     MOVE OPT-ORDER-ID        TO OHS-ORDER-ID.
020011     MOVE OPT-CUST-ID         TO OHS-CUST-ID.
020020     MOVE WS-CONVERTED-AMOUNT TO OHS-AMOUNT.
020030     MOVE OPT-ORDER-DATE      TO OHS-ORDER-DATE.
020040     MOVE CUST-CURRENCY-CODE  TO OHS-CURRENCY-CODE.
020050     MOVE OPT-BRANCH-CODE     TO OHS-BRANCH-CODE.
020060     MOVE OPT-TRAN-TYPE       TO OHS-TRAN-TYPE.
020070     MOVE OPT-REP-CODE        TO OHS-REP-CODE.
020075     MOVE WS-TRM-DUE-DATE     TO OHS-DUE-DATE.
020080     WRITE ORDER-HISTORY-REC.
020090     IF WS-TAX-AMOUNT NOT = 0
020100         MOVE WS-TAX-AMOUNT TO OHS-AMOUNT
020130         PERFORM 2130-POST-TAX
020140             THRU 2130-POST-TAX-EXIT
020150     END-IF.
020151     IF WS-FREIGHT-AMOUNT NOT = 0
020152         MOVE WS-FREIGHT-AMOUNT TO OHS-AMOUNT
020153         MOVE 'D'               TO OHS-TRAN-TYPE
020154         WRITE ORDER-HISTORY-REC
020155         PERFORM 2135-POST-FREIGHT
020156             THRU 2135-POST-FREIGHT-EXIT
020157     END-IF.
020160*    A POSTED CHARGE OPENS AN ITEM ON THE OPEN-ITEM LEDGER SO
020170*    CASH CAN SETTLE IT BY ORDER ID.  CREDITS DO NOT.
020180     IF NOT WS-OPI-DISABLED AND WS-CONVERTED-AMOUNT > 0
020190         MOVE OPT-ORDER-ID        TO OPI-ORDER-ID
020200         MOVE OPT-CUST-ID         TO OPI-CUST-ID
020206*        THE OPEN ITEM IS THE FULL RECEIVABLE - GOODS, FREIGHT
020212*        AND TAX.
020220         COMPUTE OPI-ORIGINAL-AMOUNT
020226             = WS-CONVERTED-AMOUNT + WS-FREIGHT-AMOUNT
020232             + WS-TAX-AMOUNT
020240         COMPUTE OPI-OPEN-AMOUNT
020246             = WS-CONVERTED-AMOUNT + WS-FREIGHT-AMOUNT
020252             + WS-TAX-AMOUNT
020260         MOVE OPT-ORDER-DATE      TO OPI-ORDER-DATE
020270         MOVE 'O'                 TO OPI-STATUS
020280         MOVE 0                   TO OPI-SETTLED-DATE
020320         MOVE SPACES              TO OPI-DISPUTE-FLAG
020330         MOVE SPACES              TO OPI-DISPUTE-REASON
020340         MOVE 0                   TO OPI-DISPUTE-DATE
020341*        THE DUE DATE, AND THE EARLY-PAYMENT DISCOUNT ON THE
020342*        GOODS WHEN THE TERMS OFFER ONE.
020343         MOVE WS-TRM-DUE-DATE     TO OPI-DUE-DATE
020344         MOVE WS-TRM-DISC-DATE    TO OPI-DISC-DATE
020345         MOVE WS-TRM-DISC-AMOUNT  TO OPI-DISC-AMOUNT
020346*        A PREPAYMENT ALREADY BANKED SETTLES THE ITEM AS FAR AS
020347*        IT GOES; WHAT IS LEFT (FREIGHT AND TAX, NORMALLY) STAYS
020348*        OPEN ON THE USUAL TERMS WITHOUT A DISCOUNT.
020349         IF WS-PREPAID-AMOUNT > 0
020350             MOVE 0 TO OPI-DISC-AMOUNT
020351             IF WS-PREPAID-AMOUNT < OPI-OPEN-AMOUNT
020352                 SUBTRACT WS-PREPAID-AMOUNT FROM OPI-OPEN-AMOUNT
020353             ELSE
020354                 MOVE 0              TO OPI-OPEN-AMOUNT
020355                 MOVE 'S'            TO OPI-STATUS
020356                 MOVE OPT-ORDER-DATE TO OPI-SETTLED-DATE
020357             END-IF
020358         END-IF
020359         WRITE OPEN-ITEM-REC
020360             INVALID KEY
020370                 DISPLAY 'ORDPOST1: OPEN-ITEM WRITE FAILED '
020380                     OPT-ORDER-ID
020383             NOT INVALID KEY
020386                 MOVE OPT-ORDER-ID TO WS-CKP-OPI-LAST-KEY
020390         END-WRITE
020400     END-IF.
020410*    THE POSTED LINES GO TO SALES HISTORY AS WELL.
020430         THRU 2145-WRITE-SALES-HISTORY-EXIT
020440         VARYING WS-STKBUF-SUB FROM 1 BY 1
020450         UNTIL WS-STKBUF-SUB > WS-STKBUF-COUNT.
020460*    ONLY NOW - THE ORDER HAS ACTUALLY POSTED - IS A SALE
020463*    PICKED.  A RETURN MOVES NO STOCK HERE: EACH ITEM IS OPENED
020466*    AS RETURNED GOODS AWAITED, AND RTNRCV01 RESTOCKS, RETURNS
020469*    TO VENDOR OR SCRAPS IT WHEN THE WAREHOUSE TAKES IT BACK.
020475     MOVE 0 TO WS-ORDER-COGS.
020476     IF NOT WS-RSV-DISABLED
020477         PERFORM 2047-RELEASE-RESERVATIONS
020478             THRU 2047-RELEASE-RESERVATIONS-EXIT
020479     END-IF.
020482     IF OPT-TYPE-RETURN
020485         IF NOT WS-RTO-DISABLED
020488             PERFORM 2143-OPEN-RETURNED-GOODS
020491                 THRU 2143-OPEN-RETURNED-GOODS-EXIT
020494                 VARYING WS-STKBUF-SUB FROM 1 BY 1
020497                 UNTIL WS-STKBUF-SUB > WS-STKBUF-COUNT
020500         END-IF
020503     ELSE
020506         IF NOT WS-STK-DISABLED
020509             PERFORM 2140-MOVE-STOCK
020512                 THRU 2140-MOVE-STOCK-EXIT
020515                 VARYING WS-STKBUF-SUB FROM 1 BY 1
020518                 UNTIL WS-STKBUF-SUB > WS-STKBUF-COUNT
020521         END-IF
020530     END-IF.
020531*    RESERVED LINES MOVE STOCK ONLY - THE INVOICE OF A HELD OR
020532*    QUOTED ORDER STAYS AT ITS PRICED HEADER AMOUNT.
020533     IF OPT-TYPE-HELD-RELEASE OR OPT-TYPE-QUOTE
020534         MOVE 0 TO WS-STKBUF-COUNT
020535     END-IF.
020536     PERFORM 2125-WRITE-COGS-JOURNAL
020537         THRU 2125-WRITE-COGS-JOURNAL-EXIT.
020540     PERFORM 2120-WRITE-GL-JOURNAL
020550         THRU 2120-WRITE-GL-JOURNAL-EXIT.
020560     IF NOT WS-POR-DISABLED
020594*        CROSS-RUN NEAR-DUPLICATE SCREEN - NEVER LEFT TO
020596*        WHATEVER THE RECORD AREA LAST HELD.
020597         MOVE WS-CONVERTED-AMOUNT TO POR-AMOUNT
020598         MOVE WS-FREIGHT-AMOUNT   TO POR-FREIGHT-AMOUNT
020599         MOVE WS-TAX-AMOUNT       TO POR-TAX-AMOUNT
020600         MOVE WS-ORDER-TOTAL-QTY  TO POR-TOTAL-QTY
020601         MOVE WS-ORDER-LINE-COUNT TO POR-LINE-COUNT
020602*        THE INVOICE RUN STAMPS ITS NUMBER LATER.
020603         MOVE 0                   TO POR-INVOICE-NO
020604         MOVE WS-CMJ-CYCLE-NUMBER TO POR-POST-CYCLE
020607         WRITE POSTED-ORDER-REC
020610             INVALID KEY
020620                 DISPLAY 'ORDPOST1: REGISTER WRITE FAILED '
020630                     OPT-ORDER-ID
020632             NOT INVALID KEY
020634                 MOVE OPT-ORDER-ID TO WS-CKP-REG-LAST-KEY
020636                 ADD 1 TO WS-CKP-REG-ADDS
020640         END-WRITE
020650     END-IF.
020651     MOVE 'N' TO WS-RESUME-WINDOW-SW.
020652     MOVE 'Y' TO WS-CKP-COMMIT-SW.
020653     PERFORM 2150-WRITE-INVOICE-DETAIL
020654         THRU 2150-WRITE-INVOICE-DETAIL-EXIT.
020660*    A RELEASED HELD ORDER COMES BACK AS TYPE 'H' WHATEVER IT
020670*    STARTED AS, SO CHARGE/CREDIT IS DECIDED BY THE SIGN OF
020680*    THE POSTED AMOUNT, NOT BY THE TYPE ALONE.
020770     END-IF.
020780 2100-APPLY-POSTING-EXIT.
020790     EXIT.
020791
020792*****************************************************************
020793*    2105-SEAL-POSTING-JOURNAL                                  *
020794*    STAMP THE NEXT SEQUENCE AND CHAIN THE RECORD, UP TO AND    *
020795*    INCLUDING THE SEQUENCE, ONTO THE LAST CHECK VALUE (SEE     *
020796*    JCHPROC.CPY).  A DETAIL RECORD ALSO COUNTS TOWARD THIS     *
020797*    RUN'S TRAILER.                                             *
020798*****************************************************************
020799 2105-SEAL-POSTING-JOURNAL.
020800     ADD 1 TO WS-PJR-LAST-SEQUENCE.
020801     IF NOT PJR-TRAILER
020802         IF WS-PJR-GEN-COUNT = 0
020803             MOVE WS-PJR-LAST-SEQUENCE TO WS-PJR-GEN-FIRST
020804         END-IF
020805         ADD 1 TO WS-PJR-GEN-COUNT
020806         ADD PJR-POSTED-AMOUNT TO WS-PJR-GEN-AMOUNT
020807     END-IF.
020808     MOVE WS-PJR-LAST-SEQUENCE TO PJR-SEQUENCE-NO.
020809     MOVE WS-PJR-LAST-VALUE    TO WS-JCH-PRIOR-VALUE.
020810     MOVE POSTING-JOURNAL-REC(1:70) TO WS-JCH-DATA.
020811     MOVE 70                   TO WS-JCH-LENGTH.
020812     PERFORM 9650-COMPUTE-CHAIN-VALUE
020813         THRU 9650-COMPUTE-CHAIN-VALUE-EXIT.
020814     MOVE WS-JCH-VALUE         TO PJR-CHAIN-VALUE.
020815     MOVE WS-JCH-VALUE         TO WS-PJR-LAST-VALUE.
020816 2105-SEAL-POSTING-JOURNAL-EXIT.
020817     EXIT.
020818
020819*****************************************************************
020820*    2108-WRITE-POSTING-TRAILER                                 *
020821*    AT A CLEAN END OF RUN, EVEN ONE THAT POSTED NOTHING, SO    *
020822*    THE VERIFICATION STEP CAN TELL A FINISHED JOURNAL FROM ONE *
020823*    CUT SHORT.  AN EMPTY GENERATION'S TRAILER GIVES ITS OWN    *
020824*    SEQUENCE AS THE FIRST.                                     *
020825*****************************************************************
020826 2108-WRITE-POSTING-TRAILER.
020827     IF WS-PJR-GEN-COUNT = 0
020828         COMPUTE WS-PJR-GEN-FIRST = WS-PJR-LAST-SEQUENCE + 1
020829     END-IF.
020830     MOVE SPACES             TO POSTING-JOURNAL-REC.
020831     MOVE 'T'                TO PJR-REC-TYPE.
020832     MOVE WS-PJR-GEN-COUNT   TO PJR-TRL-RECORD-COUNT.
020833     MOVE WS-PJR-GEN-FIRST   TO PJR-TRL-FIRST-SEQUENCE.
020834     MOVE WS-PJR-GEN-AMOUNT  TO PJR-TRL-AMOUNT-TOTAL.
020835     PERFORM 2105-SEAL-POSTING-JOURNAL
020836         THRU 2105-SEAL-POSTING-JOURNAL-EXIT.
020837     WRITE POSTING-JOURNAL-REC.
020838 2108-WRITE-POSTING-TRAILER-EXIT.
020839     EXIT.
020840
020841*****************************************************************
020842*    2120-WRITE-GL-JOURNAL                                      *
020843*    ONE BALANCED DEBIT/CREDIT PAIR PER POSTED ORDER.  A SALE   *
020844*    DEBITS AR AND CREDITS SALES (FINCHG FOR A TYPE-'F'         *
020850*    CHARGE); A CREDIT MEMO REVERSES THE SIDES SO THE JOURNAL   *
020860*    AMOUNT IS ALWAYS POSITIVE.  A TYPE-'B' REBATE CREDIT IS    *
020863*    NEGATIVE AND SO DEBITS REBACCR, RELIEVING THE ACCRUAL      *
020866*    REBACR01 BUILT UP OVER THE AGREEMENT YEAR.                 *
020870*****************************************************************
020880 2120-WRITE-GL-JOURNAL.
020890     EVALUATE TRUE
020895         WHEN OPT-TYPE-FINCHG
020900             MOVE 'FINCHG  ' TO WS-GLJ-CR-ACCOUNT
020905         WHEN OPT-TYPE-REBATE
020910             MOVE 'REBACCR ' TO WS-GLJ-CR-ACCOUNT
020915         WHEN OTHER
020920             MOVE 'SALES   ' TO WS-GLJ-CR-ACCOUNT
020930     END-EVALUATE.
020940     MOVE 'AR      ' TO WS-GLJ-DR-ACCOUNT.
020950
020960     IF WS-CONVERTED-AMOUNT < 0
021170     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
021180 2120-WRITE-GL-JOURNAL-EXIT.
021190     EXIT.
021191
021192*****************************************************************
021193*    2125-WRITE-COGS-JOURNAL                                    *
021194*    THE ORDER'S STOCK AT AVERAGE COST, AS ONE BALANCED PAIR:   *
021195*    DEBIT COGS, CREDIT INVENTRY.  NOTHING IS WRITTEN WHEN NO   *
021196*    LINE CARRIED A COST.  A RETURN CARRIES NONE - ITS COST     *
021197*    COMES BACK OUT OF COGS WHEN RTNRCV01 BOOKS THE GOODS IN.   *
021198*****************************************************************
021199 2125-WRITE-COGS-JOURNAL.
021200     IF WS-ORDER-COGS = 0
021201         GO TO 2125-WRITE-COGS-JOURNAL-EXIT
021202     END-IF.
021203     MOVE WS-ORDER-COGS TO WS-GLJ-ABS-AMOUNT.
021205     MOVE 'COGS    ' TO WS-GLJ-DR-ACCOUNT.
021207     MOVE 'INVENTRY' TO WS-GLJ-CR-ACCOUNT.
021209     ADD WS-ORDER-COGS TO WS-COGS-TOTAL.
021213
021214     MOVE 'ORDPOST1'        TO GLJ-SOURCE-PGM.
021215     MOVE OPT-ORDER-DATE    TO GLJ-TRAN-DATE.
021216     MOVE OPT-ORDER-ID      TO GLJ-REFERENCE.
021217     MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT.
021218
021219     MOVE WS-GLJ-DR-ACCOUNT TO GLJ-ACCOUNT.
021220     MOVE 'D'               TO GLJ-DEBIT-CREDIT.
021221     WRITE GL-JOURNAL-REC.
021222     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
021223
021224     MOVE WS-GLJ-CR-ACCOUNT TO GLJ-ACCOUNT.
021225     MOVE 'C'               TO GLJ-DEBIT-CREDIT.
021226     WRITE GL-JOURNAL-REC.
021227     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
021228 2125-WRITE-COGS-JOURNAL-EXIT.
021229     EXIT.
021230
021231*****************************************************************
021232*    2130-POST-TAX                                              *
021233*    THE TAX SIDE OF A POSTED ORDER - ITS OWN BALANCED GL       *
021240*    PAIR (AR AGAINST SALESTAX, SIDES REVERSED FOR A CREDIT)   *
021250*    AND A DETAIL ROW FOR THE FILING REPORT.                   *
021260*****************************************************************
021570     MOVE OPT-ORDER-DATE      TO TXD-ORDER-DATE.
021580     MOVE WS-CONVERTED-AMOUNT TO TXD-GOODS-AMOUNT.
021590     MOVE WS-TAX-AMOUNT       TO TXD-TAX-AMOUNT.
021595     MOVE WS-TAXED-FREIGHT    TO TXD-FREIGHT-AMOUNT.
021600     WRITE TAX-DETAIL-REC.
021610 2130-POST-TAX-EXIT.
021620     EXIT.
021621
021622*****************************************************************
021623*    2135-POST-FREIGHT                                          *
021624*    THE FREIGHT SIDE OF A POSTED ORDER - ITS OWN BALANCED GL   *
021625*    PAIR, AR AGAINST THE FREIGHT REVENUE ACCOUNT.  FREIGHT IS  *
021626*    ONLY EVER CHARGED, NEVER CREDITED, SO THE SIDES DO NOT     *
021627*    REVERSE.                                                   *
021628*****************************************************************
021629 2135-POST-FREIGHT.
021630     MOVE 'ORDPOST1'        TO GLJ-SOURCE-PGM.
021631     MOVE OPT-ORDER-DATE    TO GLJ-TRAN-DATE.
021632     MOVE OPT-ORDER-ID      TO GLJ-REFERENCE.
021633     MOVE WS-FREIGHT-AMOUNT TO WS-GLJ-ABS-AMOUNT.
021634     MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT.
021635     MOVE 'AR      '        TO GLJ-ACCOUNT.
021636     MOVE 'D'               TO GLJ-DEBIT-CREDIT.
021637     WRITE GL-JOURNAL-REC.
021638     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
021639     MOVE 'FREIGHT '        TO GLJ-ACCOUNT.
021640     MOVE 'C'               TO GLJ-DEBIT-CREDIT.
021641     WRITE GL-JOURNAL-REC.
021642     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
021643 2135-POST-FREIGHT-EXIT.
021644     EXIT.
021645
021646*****************************************************************
021650*    2140-MOVE-STOCK                                            *
021660*    AN ITEM NOT YET ON THE STOCK FILE OPENS ITS OWN RECORD -   *
021670*    SELLING UNTRACKED STOCK BOOKS A NEGATIVE ON-HAND THE       *
021680*    WAREHOUSE CAN SEE AND CORRECT.                             *
021690*****************************************************************
021700 2140-MOVE-STOCK.
021702*    A KIT MOVES NO STOCK - ITS COMPONENT ROWS DO.
021704     IF WS-STKBUF-KIT-LINE(WS-STKBUF-SUB)
021706         GO TO 2140-MOVE-STOCK-EXIT
021708     END-IF.
021710     MOVE WS-STKBUF-ITM-ID(WS-STKBUF-SUB) TO STK-ITM-ID.
021720     READ STOCK-FILE
021730         INVALID KEY
021740             MOVE 0 TO STK-ON-HAND
021750             MOVE 0 TO STK-REORDER-POINT
021760             MOVE 0 TO STK-PERIOD-USAGE
021765             MOVE 0 TO STK-PICKED
021766             MOVE 0 TO STK-AVG-COST
021767             MOVE 0 TO STK-INV-VALUE
021770             WRITE STOCK-REC
021780                 INVALID KEY
021790                     GO TO 2140-MOVE-STOCK-EXIT
021850                     GO TO 2140-MOVE-STOCK-EXIT
021860             END-READ
021870     END-READ.
021871*    THE LINE LEAVES STOCK AT THE ITEM'S AVERAGE COST.  AN ITEM
021872*    NOT YET COSTED CARRIES NONE AND IS COUNTED.
021873     COMPUTE WS-LINE-COST ROUNDED
021874         = WS-STKBUF-QTY(WS-STKBUF-SUB) * STK-AVG-COST.
021875     IF STK-AVG-COST = 0
021876         ADD 1 TO WS-UNCOSTED-LINE-COUNT
021877     END-IF.
021888*    A SALE IS ONLY PICKED HERE - ON-HAND AND USAGE MOVE WHEN
021899*    THE WAREHOUSE CONFIRMS THE SHIPMENT.
021910     ADD WS-STKBUF-QTY(WS-STKBUF-SUB) TO STK-PICKED.
021921     PERFORM 2142-WRITE-PICK-TICKET
021932         THRU 2142-WRITE-PICK-TICKET-EXIT.
021943     SUBTRACT WS-LINE-COST FROM STK-INV-VALUE.
021955     ADD WS-LINE-COST TO WS-ORDER-COGS.
021956     IF NOT WS-SLC-DISABLED
021957         PERFORM 2141-MOVE-LOCATION-STOCK
021958             THRU 2141-MOVE-LOCATION-STOCK-EXIT
021959     END-IF.
021960     REWRITE STOCK-REC.
021970 2140-MOVE-STOCK-EXIT.
021980     EXIT.
021990
021991*****************************************************************
021992*    2141-MOVE-LOCATION-STOCK                                   *
021993*    MIRRORS THE LINE ON THE LOCATION STOCK FILE AT THE ORDER'S *
021994*    HOME WAREHOUSE, WHERE THE SALE IS PICKED.  A LOCATION NOT  *
021995*    YET HOLDING THE ITEM IS GIVEN A ZERO ROW FIRST.            *
021997*****************************************************************
021998 2141-MOVE-LOCATION-STOCK.
021999     MOVE WS-ORDER-LOC-CODE TO SLC-LOC-CODE.
022000     MOVE WS-STKBUF-ITM-ID(WS-STKBUF-SUB) TO SLC-ITM-ID.
022001     READ STOCK-LOCATION-FILE
022002         INVALID KEY
022003             MOVE 0 TO SLC-ON-HAND
022004             MOVE 0 TO SLC-PICKED
022005             MOVE 0 TO SLC-IN-TRANSIT
022006             MOVE 0 TO SLC-REORDER-POINT
022007             MOVE 0 TO SLC-PERIOD-USAGE
022008             WRITE STOCK-LOCATION-REC
022009                 INVALID KEY
022010                     GO TO 2141-MOVE-LOCATION-STOCK-EXIT
022011             END-WRITE
022012             MOVE WS-ORDER-LOC-CODE TO SLC-LOC-CODE
022013             MOVE WS-STKBUF-ITM-ID(WS-STKBUF-SUB) TO SLC-ITM-ID
022014             READ STOCK-LOCATION-FILE
022015                 INVALID KEY
022016                     GO TO 2141-MOVE-LOCATION-STOCK-EXIT
022017             END-READ
022018     END-READ.
022021     ADD WS-STKBUF-QTY(WS-STKBUF-SUB) TO SLC-PICKED.
022024     REWRITE STOCK-LOCATION-REC.
022025 2141-MOVE-LOCATION-STOCK-EXIT.
022026     EXIT.
022027
022028*****************************************************************
022029*    2143-OPEN-RETURNED-GOODS                                   *
022030*    ONE RETURNED-GOODS RECORD PER ITEM ON A POSTED RETURN,     *
022031*    AWAITING THE WAREHOUSE'S RECEIPT AT THE ORDER'S HOME       *
022032*    WAREHOUSE.  THE SAME ITEM TWICE ON ONE RETURN ADDS TO THE  *
022033*    ONE RECORD.                                                *
022034*****************************************************************
022035 2143-OPEN-RETURNED-GOODS.
022036*    A RETURNED KIT COMES BACK AS ITS COMPONENTS, EACH CREDITED
022037*    AT ITS SHARE OF THE KIT.
022038     IF WS-STKBUF-KIT-LINE(WS-STKBUF-SUB)
022039         GO TO 2143-OPEN-RETURNED-GOODS-EXIT
022040     END-IF.
022041     MOVE OPT-ORDER-ID TO RTO-ORDER-ID.
022042     MOVE WS-STKBUF-ITM-ID(WS-STKBUF-SUB) TO RTO-ITM-ID.
022043     READ RETURN-OPEN-FILE
022044         INVALID KEY
022045             GO TO 2143-NEW-RETURN
022046     END-READ.
022047     ADD WS-STKBUF-QTY(WS-STKBUF-SUB) TO RTO-CREDIT-QTY.
022048     ADD WS-STKBUF-AMT(WS-STKBUF-SUB) TO RTO-CREDIT-AMOUNT.
022049     MOVE 'O' TO RTO-STATUS.
022050     REWRITE RETURN-OPEN-REC.
022051     GO TO 2143-OPEN-RETURNED-GOODS-EXIT.
022052
022053 2143-NEW-RETURN.
022054     MOVE SPACES            TO RETURN-OPEN-REC.
022055     MOVE OPT-ORDER-ID      TO RTO-ORDER-ID.
022056     MOVE WS-STKBUF-ITM-ID(WS-STKBUF-SUB) TO RTO-ITM-ID.
022057     MOVE OPT-CUST-ID       TO RTO-CUST-ID.
022058     MOVE OPT-BRANCH-CODE   TO RTO-BRANCH-CODE.
022059     MOVE WS-ORDER-LOC-CODE TO RTO-LOC-CODE.
022060     MOVE OPT-ORDER-DATE    TO RTO-CREDIT-DATE.
022061     MOVE WS-STKBUF-QTY(WS-STKBUF-SUB) TO RTO-CREDIT-QTY.
022062     MOVE WS-STKBUF-AMT(WS-STKBUF-SUB) TO RTO-CREDIT-AMOUNT.
022063     MOVE 0                 TO RTO-RECEIVED-QTY.
022064     MOVE 0                 TO RTO-RESTOCK-QTY.
022065     MOVE 0                 TO RTO-VENDOR-QTY.
022066     MOVE 0                 TO RTO-SCRAP-QTY.
022067     MOVE 0                 TO RTO-LAST-RCPT-DATE.
022068     MOVE 'O'               TO RTO-STATUS.
022069     WRITE RETURN-OPEN-REC
022070         INVALID KEY
022071             DISPLAY 'ORDPOST1: RETURN-OPEN WRITE FAILED '
022072                 OPT-ORDER-ID ' ' RTO-ITM-ID
022073             GO TO 2143-OPEN-RETURNED-GOODS-EXIT
022074     END-WRITE.
022075     ADD 1 TO WS-RTO-OPENED-COUNT.
022076 2143-OPEN-RETURNED-GOODS-EXIT.
022077     EXIT.
022078*****************************************************************
022079*    2145-WRITE-SALES-HISTORY                                   *
022080*    A RETURN'S LINES GO OUT WITH NEGATIVE AMOUNTS SO THE       *
022081*    ANALYSIS NETS THEM.  A KIT GOES OUT AS ITS OWN ROW AND AS  *
022082*    ITS COMPONENT ROWS, EACH MARKED WITH ITS ROLE.             *
022083*****************************************************************
022084 2145-WRITE-SALES-HISTORY.
022085     MOVE WS-STKBUF-ITM-ID(WS-STKBUF-SUB) TO SLH-ITM-ID.
022086     MOVE WS-STKBUF-CAT(WS-STKBUF-SUB)
022087         TO SLH-CATEGORY-CODE.
022090     MOVE OPT-BRANCH-CODE TO SLH-BRANCH-CODE.
022100     MOVE OPT-CUST-ID     TO SLH-CUST-ID.
022110     MOVE OPT-ORDER-ID    TO SLH-ORDER-ID.
022190         MOVE WS-STKBUF-AMT(WS-STKBUF-SUB) TO SLH-AMOUNT
022200     END-IF.
022210     MOVE OPT-ORDER-DATE TO SLH-ORDER-DATE.
022215     MOVE OPT-REP-CODE TO SLH-REP-CODE.
022216     MOVE WS-STKBUF-ORD-QTY(WS-STKBUF-SUB) TO SLH-ORDERED-QTY.
022217     MOVE WS-STKBUF-UNIT(WS-STKBUF-SUB)    TO SLH-UNIT-CODE.
022218     MOVE WS-STKBUF-ROLE(WS-STKBUF-SUB)    TO SLH-KIT-ROLE.
022219     MOVE WS-STKBUF-KIT-ID(WS-STKBUF-SUB)  TO SLH-KIT-ITM-ID.
022220     WRITE SALES-HISTORY-REC.
022230 2145-WRITE-SALES-HISTORY-EXIT.
022240     EXIT.
022320     MOVE WS-CONVERTED-AMOUNT TO WS-RTN-AMOUNT.
022330     MOVE OPT-ORDER-DATE      TO WS-RTN-ORDER-DATE.
022340     WRITE RETURNS-REGISTER-LINE FROM WS-RTN-LINE.
022345     ADD 1 TO WS-CKP-OUTPUT-COUNT(5).
022350 2110-WRITE-RETURNS-REGISTER-EXIT.
022360     EXIT.
022370
022450     MOVE WS-FAIL-REASON TO OPX-REASON.
022460     MOVE OPT-BRANCH-CODE TO OPX-BRANCH-CODE.
022470     WRITE ORDER-POST-EXCEPTION-REC.
022475     ADD 1 TO WS-CKP-OUTPUT-COUNT(1).
022480     PERFORM 7100-FIND-BRANCH-ROW
022490         THRU 7100-FIND-BRANCH-ROW-EXIT.
022500     IF WS-BRN-FOUND
022700     MOVE OPT-CURRENCY-CODE TO SUS-CURRENCY-CODE.
022710     MOVE OPT-TRAN-TYPE     TO SUS-TRAN-TYPE.
022720     WRITE ORDER-SUSPENSE-REC.
022725     ADD 1 TO WS-CKP-OUTPUT-COUNT(2).
022730     PERFORM 7100-FIND-BRANCH-ROW
022740         THRU 7100-FIND-BRANCH-ROW-EXIT.
022750     IF WS-BRN-FOUND
024030     IF WS-ITM-OK OR WS-ITM-NOT-FOUND
024040         CLOSE ITEM-MASTER-FILE
024050     END-IF.
024053     PERFORM 9930-CLOSE-UNIT-CONVERSION
024056         THRU 9930-CLOSE-UNIT-CONVERSION-EXIT.
024057     PERFORM 9970-CLOSE-KIT-BOM
024058         THRU 9970-CLOSE-KIT-BOM-EXIT.
024060     IF WS-ORD-OK OR WS-ORD-EOF
024070         CLOSE ORDER-TRAN-FILE
024080     END-IF.
024230         WS-GL-DEBIT-TOTAL.
024240     DISPLAY 'ORDPOST1: GL CREDITS............ '
024250         WS-GL-CREDIT-TOTAL.
024252     DISPLAY 'ORDPOST1: COST OF GOODS SOLD.... '
024254         WS-COGS-TOTAL.
024256     DISPLAY 'ORDPOST1: LINES WITHOUT COST.... '
024258         WS-UNCOSTED-LINE-COUNT.
024260     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
024270         DISPLAY 'ORDPOST1: GL JOURNAL OUT OF BALANCE'
024280         MOVE 8 TO RETURN-CODE
024340     IF NOT WS-OPI-DISABLED
024350         CLOSE OPEN-ITEM-FILE
024360     END-IF.
024361     IF NOT WS-RTO-DISABLED
024362         CLOSE RETURN-OPEN-FILE
024363     END-IF.
024364     DISPLAY 'ORDPOST1: RETURNS AWAITING GOODS '
024365         WS-RTO-OPENED-COUNT.
024370*    THE PROMOTION-EFFECTIVENESS SUMMARY - UNITS AND DISCOUNT
024380*    GIVEN PER PROMOTION.
024390     PERFORM 7700-SUMMARIZE-ONE-PROMO
024440     IF NOT WS-STK-DISABLED
024450         CLOSE STOCK-FILE
024460     END-IF.
024462     IF NOT WS-SLC-DISABLED
024464         CLOSE STOCK-LOCATION-FILE
024466     END-IF.
024467     IF NOT WS-RSV-DISABLED
024468         CLOSE STOCK-RESERVATION-FILE
024469     END-IF.
024470     DISPLAY 'ORDPOST1: LINES RESERVED........ '
024471         WS-RSV-RESERVED-COUNT.
024472     DISPLAY 'ORDPOST1: RESERVATIONS RELEASED. '
024473         WS-RSV-RELEASED-COUNT.
024474     CLOSE TAX-DETAIL-FILE.
024480     CLOSE PROMOTION-REGISTER-RPT.
024490     CLOSE CONTRACT-REGISTER-RPT.
024500     CLOSE HELD-ORDER-FILE.
024503     PERFORM 2108-WRITE-POSTING-TRAILER
024506         THRU 2108-WRITE-POSTING-TRAILER-EXIT.
024510     CLOSE POSTING-JOURNAL-FILE.
024515     CLOSE INVOICE-DETAIL-FILE.
024517     CLOSE PICK-TICKET-FILE.
024521     PERFORM 9620-CLOSE-CUST-JOURNAL
024525         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
024530
024540*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
024550     OPEN EXTEND RUN-CONTROL-FILE.
024600         MOVE WS-EXCEPTION-COUNT TO RCT-REJECTED
024610         COMPUTE RCT-SUSPENDED
024620             = WS-OVER-LIMIT-CNT + WS-HELD-COUNT
024625             + WS-CIA-HELD-COUNT
024630         WRITE RUN-CONTROL-REC
024640         CLOSE RUN-CONTROL-FILE
024650     ELSE
024660         DISPLAY 'ORDPOST1: OPEN RUN-CONTROL-FILE FAILED '
024670             WS-RCT-FILE-STATUS
024680     END-IF.
024681
024682*    A RUN THAT GOT TO THE END CLOSES OFF ITS CHECKPOINT SO THE
024683*    NEXT RUN STARTS FROM THE TOP.  A FAILED RUN LEAVES IT, AND
024684*    NO END EVENT, FOR THE RESTART PLAN.
024685     IF RETURN-CODE < 8
024686         PERFORM 8100-SAVE-CHECKPOINT-TOTALS
024687             THRU 8100-SAVE-CHECKPOINT-TOTALS-EXIT
024688         PERFORM 9820-MARK-RUN-COMPLETE
024689             THRU 9820-MARK-RUN-COMPLETE-EXIT
024690         MOVE 'END' TO WS-CKP-EVENT
024691         PERFORM 9830-LOG-STEP-EVENT
024692             THRU 9830-LOG-STEP-EVENT-EXIT
024693     END-IF.
024694 9999-TERMINATE-EXIT.
024700     EXIT.
024710
024720*****************************************************************
024740*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
024750*****************************************************************
024760     COPY CMJPROC.
024761
024762*****************************************************************
024763*    9650-COMPUTE-CHAIN-VALUE                                   *
024764*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
024765*****************************************************************
024766     COPY JCHPROC.
024767
024768*****************************************************************
024769*    9400-LOAD-PAYMENT-TERMS                                    *
024770*    SHARED PAYMENT-TERMS ROUTINES - SEE TRMPROC.CPY.           *
024771*****************************************************************
024772     COPY TRMPROC.
024773
024774*****************************************************************
024775*    8100-SAVE-CHECKPOINT-TOTALS                                *
024776*    MAPS THE CONTROL TOTALS INTO THE CHECKPOINT SLOTS.  COUNTS *
024777*    - 1 ORDERS READ, 2 POSTED, 3 EXCEPTIONS, 4 ROUNDING, 5     *
024778*    LINES, 6 ORPHANS, 7 OVER LIMIT, 8 CHARGES, 9 CREDITS, 10   *
024779*    DUPLICATES, 11 HELD, 12 CIA HELD, 13 UNCOSTED LINES, 14    *
024780*    RESERVED, 15 RELEASED, 16 RETURNS OPENED.  AMOUNTS - 1     *
024781*    POSTED, 2 CHARGES, 3 CREDITS, 4 GL DEBITS, 5 GL CREDITS, 6 *
024782*    COST OF GOODS - THE FREIGHT, TAX AND EXCHANGE ARE IN THE   *
024783*    POSTED AND GL TOTALS.  THE BRANCH TABLE IS KEPT ROW FOR    *
024784*    ROW.  THE OUTPUT RECORD COUNTS ARE KEPT IN THEIR SLOTS AS  *
024785*    EACH RECORD IS WRITTEN - SEE 1042-CUT-BACK-OUTPUT.         *
024786*****************************************************************
024787 8100-SAVE-CHECKPOINT-TOTALS.
024788     MOVE WS-ORDER-COUNT         TO WS-CKP-COUNT(1).
024789     MOVE WS-POSTED-COUNT        TO WS-CKP-COUNT(2).
024790     MOVE WS-EXCEPTION-COUNT     TO WS-CKP-COUNT(3).
024791     MOVE WS-ROUNDING-DISC-CNT   TO WS-CKP-COUNT(4).
024792     MOVE WS-LINE-COUNT          TO WS-CKP-COUNT(5).
024793     MOVE WS-ORPHAN-LINE-CNT     TO WS-CKP-COUNT(6).
024794     MOVE WS-OVER-LIMIT-CNT      TO WS-CKP-COUNT(7).
024795     MOVE WS-CHARGE-COUNT        TO WS-CKP-COUNT(8).
024796     MOVE WS-CREDIT-COUNT        TO WS-CKP-COUNT(9).
024797     MOVE WS-DUPLICATE-COUNT     TO WS-CKP-COUNT(10).
024798     MOVE WS-HELD-COUNT          TO WS-CKP-COUNT(11).
024799     MOVE WS-CIA-HELD-COUNT      TO WS-CKP-COUNT(12).
024800     MOVE WS-UNCOSTED-LINE-COUNT TO WS-CKP-COUNT(13).
024801     MOVE WS-RSV-RESERVED-COUNT  TO WS-CKP-COUNT(14).
024802     MOVE WS-RSV-RELEASED-COUNT  TO WS-CKP-COUNT(15).
024803     MOVE WS-RTO-OPENED-COUNT    TO WS-CKP-COUNT(16).
024804     MOVE WS-AMOUNT-POSTED       TO WS-CKP-AMOUNT(1).
024805     MOVE WS-CHARGE-AMOUNT       TO WS-CKP-AMOUNT(2).
024806     MOVE WS-CREDIT-AMOUNT       TO WS-CKP-AMOUNT(3).
024807     MOVE WS-GL-DEBIT-TOTAL      TO WS-CKP-AMOUNT(4).
024808     MOVE WS-GL-CREDIT-TOTAL     TO WS-CKP-AMOUNT(5).
024809     MOVE WS-COGS-TOTAL          TO WS-CKP-AMOUNT(6).
024810     MOVE 0                      TO WS-CKP-AMOUNT(7)
024811                                    WS-CKP-AMOUNT(8).
024812     INITIALIZE WS-CKP-BRANCHES.
024813     PERFORM 8105-SAVE-BRANCH-ROW
024814         THRU 8105-SAVE-BRANCH-ROW-EXIT
024815         VARYING WS-BRN-SUB FROM 1 BY 1
024816         UNTIL WS-BRN-SUB > WS-BRN-COUNT.
024817 8100-SAVE-CHECKPOINT-TOTALS-EXIT.
024818     EXIT.
024819
024820*****************************************************************
024821*    8105-SAVE-BRANCH-ROW                                       *
024822*****************************************************************
024823 8105-SAVE-BRANCH-ROW.
024824     MOVE WS-BRN-TBL-CODE(WS-BRN-SUB)
024825         TO WS-CKP-BRN-CODE(WS-BRN-SUB).
024826     MOVE WS-BRN-POSTED(WS-BRN-SUB)
024827         TO WS-CKP-BRN-POSTED(WS-BRN-SUB).
024828     MOVE WS-BRN-AMOUNT(WS-BRN-SUB)
024829         TO WS-CKP-BRN-AMOUNT(WS-BRN-SUB).
024830     MOVE WS-BRN-EXCEPTS(WS-BRN-SUB)
024831         TO WS-CKP-BRN-EXCEPTS(WS-BRN-SUB).
024832     MOVE WS-BRN-SUSPENDS(WS-BRN-SUB)
024833         TO WS-CKP-BRN-SUSPENDS(WS-BRN-SUB).
024834 8105-SAVE-BRANCH-ROW-EXIT.
024835     EXIT.
024836
024837*****************************************************************
024838*    8110-RESTORE-CHECKPOINT-TOTALS                             *
024839*****************************************************************
024840 8110-RESTORE-CHECKPOINT-TOTALS.
024841     MOVE WS-CKP-COUNT(1)        TO WS-ORDER-COUNT.
024842     MOVE WS-CKP-COUNT(2)        TO WS-POSTED-COUNT.
024843     MOVE WS-CKP-COUNT(3)        TO WS-EXCEPTION-COUNT.
024844     MOVE WS-CKP-COUNT(4)        TO WS-ROUNDING-DISC-CNT.
024845     MOVE WS-CKP-COUNT(5)        TO WS-LINE-COUNT.
024846     MOVE WS-CKP-COUNT(6)        TO WS-ORPHAN-LINE-CNT.
024847     MOVE WS-CKP-COUNT(7)        TO WS-OVER-LIMIT-CNT.
024848     MOVE WS-CKP-COUNT(8)        TO WS-CHARGE-COUNT.
024849     MOVE WS-CKP-COUNT(9)        TO WS-CREDIT-COUNT.
024850     MOVE WS-CKP-COUNT(10)       TO WS-DUPLICATE-COUNT.
024851     MOVE WS-CKP-COUNT(11)       TO WS-HELD-COUNT.
024852     MOVE WS-CKP-COUNT(12)       TO WS-CIA-HELD-COUNT.
024853     MOVE WS-CKP-COUNT(13)       TO WS-UNCOSTED-LINE-COUNT.
024854     MOVE WS-CKP-COUNT(14)       TO WS-RSV-RESERVED-COUNT.
024855     MOVE WS-CKP-COUNT(15)       TO WS-RSV-RELEASED-COUNT.
024856     MOVE WS-CKP-COUNT(16)       TO WS-RTO-OPENED-COUNT.
024857     MOVE WS-CKP-AMOUNT(1)       TO WS-AMOUNT-POSTED.
024858     MOVE WS-CKP-AMOUNT(2)       TO WS-CHARGE-AMOUNT.
024859     MOVE WS-CKP-AMOUNT(3)       TO WS-CREDIT-AMOUNT.
024860     MOVE WS-CKP-AMOUNT(4)       TO WS-GL-DEBIT-TOTAL.
024861     MOVE WS-CKP-AMOUNT(5)       TO WS-GL-CREDIT-TOTAL.
024862     MOVE WS-CKP-AMOUNT(6)       TO WS-COGS-TOTAL.
024863     PERFORM 8115-RESTORE-BRANCH-ROW
024864         THRU 8115-RESTORE-BRANCH-ROW-EXIT
024865         VARYING WS-BRN-SUB FROM 1 BY 1
024866         UNTIL WS-BRN-SUB > WS-BRN-COUNT.
024867 8110-RESTORE-CHECKPOINT-TOTALS-EXIT.
024868     EXIT.
024869
024870*****************************************************************
024871*    8115-RESTORE-BRANCH-ROW                                    *
024872*    A BRANCH REFERENCE FILE CHANGED SINCE THE CHECKPOINT       *
024873*    LEAVES THE ROWS THAT NO LONGER LINE UP AT ZERO - THE       *
024874*    BRANCH TOTALS THEN COVER ONLY THE RESUMED PART OF THE RUN. *
024875*****************************************************************
024876 8115-RESTORE-BRANCH-ROW.
024877     IF WS-BRN-TBL-CODE(WS-BRN-SUB)
024878             NOT = WS-CKP-BRN-CODE(WS-BRN-SUB)
024879         DISPLAY 'ORDPOST1: BRANCH TABLE CHANGED SINCE '
024880             'CHECKPOINT - ROW ' WS-BRN-SUB ' NOT RESTORED'
024881         GO TO 8115-RESTORE-BRANCH-ROW-EXIT
024882     END-IF.
024883     MOVE WS-CKP-BRN-POSTED(WS-BRN-SUB)
024884         TO WS-BRN-POSTED(WS-BRN-SUB).
024885     MOVE WS-CKP-BRN-AMOUNT(WS-BRN-SUB)
024886         TO WS-BRN-AMOUNT(WS-BRN-SUB).
024887     MOVE WS-CKP-BRN-EXCEPTS(WS-BRN-SUB)
024888         TO WS-BRN-EXCEPTS(WS-BRN-SUB).
024889     MOVE WS-CKP-BRN-SUSPENDS(WS-BRN-SUB)
024890         TO WS-BRN-SUSPENDS(WS-BRN-SUB).
024891 8115-RESTORE-BRANCH-ROW-EXIT.
024892     EXIT.
024893
024894*****************************************************************
024895*    9500-VALIDATE-PARM-CARD                                    *
024896*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
024897*****************************************************************
024898     COPY PARMVAL.
024899
024900*****************************************************************
024901*    9800-CHECK-RESTART                                         *
024902*    SHARED CHECKPOINT/RESTART ROUTINES - SEE CKPPROC.CPY.      *
024903*****************************************************************
024904     COPY CKPPROC.
024905
024906*****************************************************************
024907*    1078-LOAD-PROMOTIONS                                       *
024908*    THE PROMOTION FILE IS OPTIONAL - WITHOUT IT NO DISCOUNT    *
024909*    APPLIES.                                                   *
024910*****************************************************************
024911 1078-LOAD-PROMOTIONS.
024912     OPEN INPUT PROMOTION-FILE.
024913     IF NOT WS-PRM-OK
024914         GO TO 1078-LOAD-PROMOTIONS-EXIT
024915     END-IF.
024916     PERFORM 1079-READ-PROMOTION
024917         THRU 1079-READ-PROMOTION-EXIT
024918         UNTIL WS-PRM-EOF.
024919     CLOSE PROMOTION-FILE.
024920 1078-LOAD-PROMOTIONS-EXIT.
024930     EXIT.
024940
024950*****************************************************************
024960*    1079-READ-PROMOTION                                        *
024962*    EACH ROW GOES IN AT ITS CATEGORY'S PLACE, AFTER ANY ROWS   *
024964*    ALREADY LOADED FOR THE CATEGORY.  A FULL TABLE STOPS THE   *
024966*    RUN - A PROMOTION LEFT OUT WOULD SILENTLY NOT APPLY.       *
024970*****************************************************************
024980 1079-READ-PROMOTION.
024990     READ PROMOTION-FILE
025000         AT END
025010             MOVE '10' TO WS-PRM-FILE-STATUS
025095             GO TO 1079-READ-PROMOTION-EXIT
025180     END-READ.
025181     IF WS-PRM-COUNT NOT < WS-MAX-PRM-ROWS
025182         DISPLAY 'ORDPOST1: PROMOTION TABLE FULL AT '
025183             WS-MAX-PRM-ROWS ' ROWS - RUN STOPPED'
025184         MOVE '10' TO WS-PRM-FILE-STATUS
025185         MOVE 'Y' TO WS-EOF-SW
025186         MOVE 'Y' TO WS-LINE-EOF-SW
025187         MOVE 8 TO RETURN-CODE
025188         GO TO 1079-READ-PROMOTION-EXIT
025189     END-IF.
025190     MOVE PRM-CATEGORY-CODE TO WS-PRL-CATEGORY.
025191     MOVE 'Y' TO WS-PRM-PAST-EQUAL-SW.
025192     PERFORM 7610-LOCATE-PROMO-KEY
025193         THRU 7610-LOCATE-PROMO-KEY-EXIT.
025194     PERFORM 7620-SHIFT-PROMO-ROW
025195         THRU 7620-SHIFT-PROMO-ROW-EXIT
025196         VARYING WS-PRM-MOVE-SUB FROM WS-PRM-COUNT BY -1
025197         UNTIL WS-PRM-MOVE-SUB < WS-PRM-LOW.
025198     ADD 1 TO WS-PRM-COUNT.
025199     MOVE PRM-PROMO-ID      TO WS-PRM-T-ID(WS-PRM-LOW).
025200     MOVE PRM-CATEGORY-CODE TO WS-PRM-T-CATEGORY(WS-PRM-LOW).
025201     MOVE PRM-DISCOUNT-PCT  TO WS-PRM-T-PCT(WS-PRM-LOW).
025202     MOVE PRM-START-DATE    TO WS-PRM-T-START(WS-PRM-LOW).
025203     MOVE PRM-END-DATE      TO WS-PRM-T-END(WS-PRM-LOW).
025204     MOVE 0 TO WS-PRM-T-UNITS(WS-PRM-LOW).
025205     MOVE 0 TO WS-PRM-T-GIVEN(WS-PRM-LOW).
025206 1079-READ-PROMOTION-EXIT.
025207     EXIT.
025210
025220*****************************************************************
025230*    7600-FIND-PROMOTION                                        *
025240*    THE ITEM'S CATEGORY AGAINST THE ORDER DATE.  THE ITEM      *
025246*    RECORD IS CURRENT FROM THE LINE-PRICING READ.  ONLY THE    *
025252*    CATEGORY'S OWN ROWS ARE TRIED, FIRST LOADED FIRST.         *
025260*****************************************************************
025270 7600-FIND-PROMOTION.
025280     MOVE 'N' TO WS-PRM-FOUND-SW.
025281     MOVE ITM-CATEGORY-CODE TO WS-PRL-CATEGORY.
025282     MOVE 'N' TO WS-PRM-PAST-EQUAL-SW.
025283     PERFORM 7610-LOCATE-PROMO-KEY
025284         THRU 7610-LOCATE-PROMO-KEY-EXIT.
025285     MOVE 'N' TO WS-PRM-KEY-END-SW.
025290     PERFORM 7650-MATCH-PROMO-ROW
025300         THRU 7650-MATCH-PROMO-ROW-EXIT
025310         VARYING WS-PRM-SUB FROM WS-PRM-LOW BY 1
025320         UNTIL WS-PRM-SUB > WS-PRM-COUNT
025326             OR WS-PRM-FOUND
025332             OR WS-PRM-KEY-END.
025340 7600-FIND-PROMOTION-EXIT.
025350     EXIT.
025360
025370*****************************************************************
025375*    7610-LOCATE-PROMO-KEY                                      *
025380*    BINARY SEARCH FOR WS-PRL-CATEGORY, AS 7510 DOES FOR        *
025385*    CONTRACTS.                                                 *
025390*****************************************************************
025391 7610-LOCATE-PROMO-KEY.
025392     MOVE 1 TO WS-PRM-LOW.
025393     MOVE WS-PRM-COUNT TO WS-PRM-HIGH.
025394     PERFORM 7615-PROBE-PROMO-KEY
025395         THRU 7615-PROBE-PROMO-KEY-EXIT
025396         UNTIL WS-PRM-LOW > WS-PRM-HIGH.
025397 7610-LOCATE-PROMO-KEY-EXIT.
025398     EXIT.
025399
025400*****************************************************************
025401*    7615-PROBE-PROMO-KEY                                       *
025402*****************************************************************
025403 7615-PROBE-PROMO-KEY.
025404     COMPUTE WS-PRM-MID = (WS-PRM-LOW + WS-PRM-HIGH) / 2.
025405     IF WS-PRM-T-CATEGORY(WS-PRM-MID) < WS-PRL-CATEGORY
025406             OR (WS-PRM-PAST-EQUAL
025407                 AND WS-PRM-T-CATEGORY(WS-PRM-MID)
025408                     = WS-PRL-CATEGORY)
025409         COMPUTE WS-PRM-LOW = WS-PRM-MID + 1
025410     ELSE
025411         COMPUTE WS-PRM-HIGH = WS-PRM-MID - 1
025412     END-IF.
025413 7615-PROBE-PROMO-KEY-EXIT.
025414     EXIT.
025415
025416*****************************************************************
025417*    7620-SHIFT-PROMO-ROW                                       *
025418*****************************************************************
025419 7620-SHIFT-PROMO-ROW.
025420     MOVE WS-PRM-ROW(WS-PRM-MOVE-SUB)
025421         TO WS-PRM-ROW(WS-PRM-MOVE-SUB + 1).
025422 7620-SHIFT-PROMO-ROW-EXIT.
025423     EXIT.
025424
025425*****************************************************************
025426*    7650-MATCH-PROMO-ROW                                       *
025427*****************************************************************
025428 7650-MATCH-PROMO-ROW.
025429     IF WS-PRM-T-CATEGORY(WS-PRM-SUB) NOT = WS-PRL-CATEGORY
025430         MOVE 'Y' TO WS-PRM-KEY-END-SW
025431         GO TO 7650-MATCH-PROMO-ROW-EXIT
025432     END-IF.
025433     IF OPT-ORDER-DATE
025434                 NOT < WS-PRM-T-START(WS-PRM-SUB)
025440             AND OPT-ORDER-DATE
025450                 NOT > WS-PRM-T-END(WS-PRM-SUB)
025460         MOVE 'Y' TO WS-PRM-FOUND-SW
025700
025710*****************************************************************
025720*    1083-READ-TAX-RATE                                         *
025722*    EACH ROW GOES IN AT ITS REGION'S PLACE, AFTER ANY ROW      *
025724*    ALREADY LOADED FOR THE REGION, SO THE FIRST STILL RULES.   *
025726*    A FULL TABLE STOPS THE RUN - A REGION LEFT OUT WOULD       *
025728*    SILENTLY GO UNTAXED.                                       *
025730*****************************************************************
025740 1083-READ-TAX-RATE.
025750     READ TAX-RATE-FILE
025760         AT END
025770             MOVE '10' TO WS-TAX-FILE-STATUS
025815             GO TO 1083-READ-TAX-RATE-EXIT
025860     END-READ.
025861     IF WS-TAX-COUNT NOT < WS-MAX-TAX-ROWS
025862         DISPLAY 'ORDPOST1: TAX-RATE TABLE FULL AT '
025863             WS-MAX-TAX-ROWS ' ROWS - RUN STOPPED'
025864         MOVE '10' TO WS-TAX-FILE-STATUS
025865         MOVE 'Y' TO WS-EOF-SW
025866         MOVE 'Y' TO WS-LINE-EOF-SW
025867         MOVE 8 TO RETURN-CODE
025868         GO TO 1083-READ-TAX-RATE-EXIT
025869     END-IF.
025870     MOVE TAX-REGION TO WS-TXL-REGION.
025871     PERFORM 7810-LOCATE-TAX-REGION
025872         THRU 7810-LOCATE-TAX-REGION-EXIT.
025873     IF WS-TAX-LOW NOT > WS-TAX-COUNT
025874         IF WS-TAX-T-REGION(WS-TAX-LOW) = WS-TXL-REGION
025875             GO TO 1083-READ-TAX-RATE-EXIT
025876         END-IF
025877     END-IF.
025878     PERFORM 7820-SHIFT-TAX-ROW
025879         THRU 7820-SHIFT-TAX-ROW-EXIT
025880         VARYING WS-TAX-MOVE-SUB FROM WS-TAX-COUNT BY -1
025881         UNTIL WS-TAX-MOVE-SUB < WS-TAX-LOW.
025882     ADD 1 TO WS-TAX-COUNT.
025883     MOVE TAX-REGION          TO WS-TAX-T-REGION(WS-TAX-LOW).
025884     MOVE TAX-RATE-PCT        TO WS-TAX-T-PCT(WS-TAX-LOW).
025885     MOVE TAX-FREIGHT-TAXABLE TO WS-TAX-T-FREIGHT(WS-TAX-LOW).
025886 1083-READ-TAX-RATE-EXIT.
025887     EXIT.
025888
025889*****************************************************************
025890*    1084-LOAD-FREIGHT-RATES                                    *
025891*    THE FREIGHT-RATE FILE IS OPTIONAL - WITHOUT IT NO FREIGHT  *
025892*    IS CHARGED, AS BEFORE.                                     *
025893*****************************************************************
025894 1084-LOAD-FREIGHT-RATES.
025895     OPEN INPUT FREIGHT-RATE-FILE.
025896     IF NOT WS-FRT-OK
025897         DISPLAY 'ORDPOST1: NO FREIGHT-RATE-FILE - '
025898             'NO FREIGHT CHARGED'
025899         GO TO 1084-LOAD-FREIGHT-RATES-EXIT
025900     END-IF.
025901     PERFORM 1085-READ-FREIGHT-RATE
025902         THRU 1085-READ-FREIGHT-RATE-EXIT
025903         UNTIL WS-FRT-EOF.
025904     CLOSE FREIGHT-RATE-FILE.
025905 1084-LOAD-FREIGHT-RATES-EXIT.
025906     EXIT.
025907
025908*****************************************************************
025909*    1085-READ-FREIGHT-RATE                                     *
025911*    A FULL TABLE STOPS THE RUN - A BAND LEFT OUT WOULD         *
025913*    SILENTLY SHIP AT THE WRONG FREIGHT CHARGE, OR NONE.        *
025915*****************************************************************
025917 1085-READ-FREIGHT-RATE.
025919     READ FREIGHT-RATE-FILE
025921         AT END
025923             MOVE '10' TO WS-FRT-FILE-STATUS
025924             GO TO 1085-READ-FREIGHT-RATE-EXIT
025925     END-READ.
025926     IF WS-FRT-COUNT NOT < WS-MAX-FRT-ROWS
025927         DISPLAY 'ORDPOST1: FREIGHT-RATE TABLE FULL AT '
025928             WS-MAX-FRT-ROWS ' ROWS - RUN STOPPED'
025929         MOVE '10' TO WS-FRT-FILE-STATUS
025930         MOVE 'Y' TO WS-EOF-SW
025931         MOVE 'Y' TO WS-LINE-EOF-SW
025932         MOVE 8 TO RETURN-CODE
025933         GO TO 1085-READ-FREIGHT-RATE-EXIT
025934     END-IF.
025935     ADD 1 TO WS-FRT-COUNT.
025936     MOVE FRT-REGION     TO WS-FRT-T-REGION(WS-FRT-COUNT).
025937     MOVE FRT-VALUE-FROM TO WS-FRT-T-FROM(WS-FRT-COUNT).
025938     MOVE FRT-CHARGE     TO WS-FRT-T-CHARGE(WS-FRT-COUNT).
025939 1085-READ-FREIGHT-RATE-EXIT.
025940     EXIT.
025941
025942*****************************************************************
025943*    7800-FIND-TAX-RATE                                         *
025944*    THE CUSTOMER RECORD IS CURRENT FROM THE POSTING READ.      *
025945*****************************************************************
025946 7800-FIND-TAX-RATE.
025950     MOVE 'N' TO WS-TAX-FOUND-SW.
025976     MOVE CUST-ADDR-REGION TO WS-TXL-REGION.
026002     PERFORM 7810-LOCATE-TAX-REGION
026028         THRU 7810-LOCATE-TAX-REGION-EXIT.
026054     IF WS-TAX-LOW > WS-TAX-COUNT
026080         GO TO 7800-FIND-TAX-RATE-EXIT
026110     END-IF.
026111     IF WS-TAX-T-REGION(WS-TAX-LOW) = WS-TXL-REGION
026112         MOVE 'Y' TO WS-TAX-FOUND-SW
026113         MOVE WS-TAX-LOW TO WS-TAX-HIT-SUB
026114     END-IF.
026115 7800-FIND-TAX-RATE-EXIT.
026116     EXIT.
026117
026118*****************************************************************
026119*    7810-LOCATE-TAX-REGION                                     *
026120*    BINARY SEARCH FOR WS-TXL-REGION.  WS-TAX-LOW COMES BACK AT *
026121*    THE REGION'S ROW, OR WHERE IT WOULD GO.                    *
026122*****************************************************************
026123 7810-LOCATE-TAX-REGION.
026124     MOVE 1 TO WS-TAX-LOW.
026125     MOVE WS-TAX-COUNT TO WS-TAX-HIGH.
026126     PERFORM 7815-PROBE-TAX-REGION
026127         THRU 7815-PROBE-TAX-REGION-EXIT
026128         UNTIL WS-TAX-LOW > WS-TAX-HIGH.
026129 7810-LOCATE-TAX-REGION-EXIT.
026130     EXIT.
026131
026132*****************************************************************
026133*    7815-PROBE-TAX-REGION                                      *
026134*****************************************************************
026135 7815-PROBE-TAX-REGION.
026136     COMPUTE WS-TAX-MID = (WS-TAX-LOW + WS-TAX-HIGH) / 2.
026137     IF WS-TAX-T-REGION(WS-TAX-MID) < WS-TXL-REGION
026138         COMPUTE WS-TAX-LOW = WS-TAX-MID + 1
026139     ELSE
026140         COMPUTE WS-TAX-HIGH = WS-TAX-MID - 1
026141     END-IF.
026142 7815-PROBE-TAX-REGION-EXIT.
026143     EXIT.
026144
026145*****************************************************************
026146*    7820-SHIFT-TAX-ROW                                         *
026147*****************************************************************
026148 7820-SHIFT-TAX-ROW.
026149     MOVE WS-TAX-ROW(WS-TAX-MOVE-SUB)
026150         TO WS-TAX-ROW(WS-TAX-MOVE-SUB + 1).
026151 7820-SHIFT-TAX-ROW-EXIT.
026152     EXIT.
026153
026154*****************************************************************
026155*    7900-FIND-FREIGHT-BAND                                     *
026156*    THE HIGHEST BAND ON THE CUSTOMER REGION'S SCALE THAT THE   *
026157*    CONVERTED ORDER AMOUNT HAS REACHED.  A REGION WITH NO ROWS *
026158*    OF ITS OWN FALLS BACK TO THE BLANK-REGION (DEFAULT) SCALE. *
026159*****************************************************************
026160 7900-FIND-FREIGHT-BAND.
026161     MOVE 'N' TO WS-FRT-FOUND-SW.
026162     MOVE 'N' TO WS-FRT-REGION-SEEN-SW.
026163     MOVE CUST-ADDR-REGION TO WS-FRT-REGION.
026164     PERFORM 7950-MATCH-FREIGHT-ROW
026165         THRU 7950-MATCH-FREIGHT-ROW-EXIT
026166         VARYING WS-FRT-SUB FROM 1 BY 1
026167         UNTIL WS-FRT-SUB > WS-FRT-COUNT.
026168     IF WS-FRT-REGION-SEEN
026169         GO TO 7900-FIND-FREIGHT-BAND-EXIT
026170     END-IF.
026171     MOVE SPACES TO WS-FRT-REGION.
026172     PERFORM 7950-MATCH-FREIGHT-ROW
026173         THRU 7950-MATCH-FREIGHT-ROW-EXIT
026174         VARYING WS-FRT-SUB FROM 1 BY 1
026175         UNTIL WS-FRT-SUB > WS-FRT-COUNT.
026176 7900-FIND-FREIGHT-BAND-EXIT.
026177     EXIT.
026178
026179*****************************************************************
026180*    7950-MATCH-FREIGHT-ROW                                     *
026181*****************************************************************
026182 7950-MATCH-FREIGHT-ROW.
026183     IF WS-FRT-T-REGION(WS-FRT-SUB) NOT = WS-FRT-REGION
026184         GO TO 7950-MATCH-FREIGHT-ROW-EXIT
026185     END-IF.
026186     MOVE 'Y' TO WS-FRT-REGION-SEEN-SW.
026187     IF WS-FRT-T-FROM(WS-FRT-SUB) > WS-CONVERTED-AMOUNT
026188         GO TO 7950-MATCH-FREIGHT-ROW-EXIT
026189     END-IF.
026190     IF WS-FRT-FOUND
026191         IF WS-FRT-T-FROM(WS-FRT-SUB)
026192                 NOT > WS-FRT-T-FROM(WS-FRT-HIT-SUB)
026193             GO TO 7950-MATCH-FREIGHT-ROW-EXIT
026194         END-IF
026195     END-IF.
026196     MOVE 'Y' TO WS-FRT-FOUND-SW.
026197     MOVE WS-FRT-SUB TO WS-FRT-HIT-SUB.
026198 7950-MATCH-FREIGHT-ROW-EXIT.
026199     EXIT.
026200
026201*****************************************************************
026202*    1095-LOAD-CLOSED-PERIODS                                   *
026203*    THE PERIOD CONTROL FILE IS OPTIONAL - WITHOUT IT EVERY     *
026204*    PERIOD IS OPEN, AS BEFORE.                                 *
026205*****************************************************************
026206 1095-LOAD-CLOSED-PERIODS.
026210     OPEN INPUT PERIOD-CONTROL-FILE.
026220     IF NOT WS-PRD-OK
026230         GO TO 1095-LOAD-CLOSED-PERIODS-EXIT
026760*    SHARED REAL-CALENDAR DATE CHECK - SEE DATEVAL.CPY.         *
026770*****************************************************************
026780     COPY DATEVAL.
026790
026800*****************************************************************
026810*    2032-BUFFER-PRICE-BASIS                                    *
026820*    THE LIST PRICE AND HOW THE LINE WAS PRICED - CONTRACT OR   *
026830*    LIST, AND ANY PROMOTION TAKEN OFF - RIDE ALONG IN THE      *
026840*    LINE BUFFER FOR THE INVOICE DETAIL.                        *
026850*****************************************************************
026860 2032-BUFFER-PRICE-BASIS.
026870     MOVE ITM-NUM1 TO WS-STKBUF-LIST(WS-STKBUF-COUNT).
026880     IF WS-CPR-FOUND
026890         MOVE 'C' TO WS-STKBUF-BASIS(WS-STKBUF-COUNT)
026900     ELSE
026910         MOVE 'L' TO WS-STKBUF-BASIS(WS-STKBUF-COUNT)
026920     END-IF.
026930     IF WS-PRM-FOUND
026940         MOVE WS-PRM-T-ID(WS-PRM-HIT-SUB)
026950             TO WS-STKBUF-PROMO(WS-STKBUF-COUNT)
026960         MOVE WS-PROMO-DISCOUNT
026970             TO WS-STKBUF-DISC(WS-STKBUF-COUNT)
026980     ELSE
026990         MOVE SPACES TO WS-STKBUF-PROMO(WS-STKBUF-COUNT)
027000         MOVE 0      TO WS-STKBUF-DISC(WS-STKBUF-COUNT)
027010     END-IF.
027020 2032-BUFFER-PRICE-BASIS-EXIT.
027030     EXIT.
027040
027050*****************************************************************
027060*    2150-WRITE-INVOICE-DETAIL                                  *
027070*    THE HEADER CARRIES THE POSTED GOODS, FREIGHT AND TAX IN    *
027080*    THE CUSTOMER'S CURRENCY - THE SAME FIGURES THE POSTING     *
027090*    JOURNAL CARRIES - SO THE INVOICE REGISTER TIES TO IT.  THE *
027100*    LINES FOLLOW AT THE PRICES ACTUALLY CHARGED, IN THE        *
027110*    ORDER'S OWN CURRENCY.                                      *
027120*****************************************************************
027130 2150-WRITE-INVOICE-DETAIL.
027140     MOVE SPACES              TO INVOICE-DETAIL-REC.
027150     MOVE 'H'                 TO IVD-RECORD-TYPE.
027160     MOVE OPT-ORDER-ID        TO IVD-ORDER-ID.
027170     MOVE 'ORDPOST1'          TO IVD-HDR-SOURCE-PGM.
027180     MOVE OPT-CUST-ID         TO IVD-HDR-CUST-ID.
027190     MOVE OPT-ORDER-DATE      TO IVD-HDR-ORDER-DATE.
027200     MOVE OPT-TRAN-TYPE       TO IVD-HDR-TRAN-TYPE.
027210     MOVE OPT-CURRENCY-CODE   TO IVD-HDR-ORDER-CCY.
027220     MOVE CUST-CURRENCY-CODE  TO IVD-HDR-CUST-CCY.
027230     MOVE OPT-BRANCH-CODE     TO IVD-HDR-BRANCH-CODE.
027240     MOVE WS-CONVERTED-AMOUNT TO IVD-HDR-GOODS-AMOUNT.
027250     MOVE WS-TAX-AMOUNT       TO IVD-HDR-TAX-AMOUNT.
027255     MOVE WS-FREIGHT-AMOUNT   TO IVD-HDR-FREIGHT-AMOUNT.
027256*    THE CUSTOMER IS INVOICED FOR THE KIT, NOT ITS COMPONENTS.
027257     MOVE 0 TO WS-IVD-LINE-COUNT.
027258     PERFORM 2152-COUNT-INVOICE-LINE
027259         THRU 2152-COUNT-INVOICE-LINE-EXIT
027260         VARYING WS-STKBUF-SUB FROM 1 BY 1
027261         UNTIL WS-STKBUF-SUB > WS-STKBUF-COUNT.
027262     MOVE WS-IVD-LINE-COUNT   TO IVD-HDR-LINE-COUNT.
027270     WRITE INVOICE-DETAIL-REC.
027280     PERFORM 2155-WRITE-INVOICE-LINE
027290         THRU 2155-WRITE-INVOICE-LINE-EXIT
027300         VARYING WS-STKBUF-SUB FROM 1 BY 1
027310         UNTIL WS-STKBUF-SUB > WS-STKBUF-COUNT.
027320 2150-WRITE-INVOICE-DETAIL-EXIT.
027330     EXIT.
027331
027332 2152-COUNT-INVOICE-LINE.
027333     IF NOT WS-STKBUF-COMPONENT(WS-STKBUF-SUB)
027334         ADD 1 TO WS-IVD-LINE-COUNT
027335     END-IF.
027336 2152-COUNT-INVOICE-LINE-EXIT.
027337     EXIT.
027340
027350*****************************************************************
027360*    2155-WRITE-INVOICE-LINE                                    *
027370*****************************************************************
027380 2155-WRITE-INVOICE-LINE.
027382     IF WS-STKBUF-COMPONENT(WS-STKBUF-SUB)
027384         GO TO 2155-WRITE-INVOICE-LINE-EXIT
027386     END-IF.
027390     MOVE SPACES       TO INVOICE-DETAIL-REC.
027400     MOVE 'L'          TO IVD-RECORD-TYPE.
027410     MOVE OPT-ORDER-ID TO IVD-ORDER-ID.
027420     MOVE WS-STKBUF-ITM-ID(WS-STKBUF-SUB) TO IVD-LIN-ITM-ID.
027430     MOVE WS-STKBUF-QTY(WS-STKBUF-SUB)    TO IVD-LIN-QUANTITY.
027440     MOVE WS-STKBUF-LIST(WS-STKBUF-SUB)   TO IVD-LIN-LIST-PRICE.
027450     MOVE WS-STKBUF-PRICE(WS-STKBUF-SUB)  TO IVD-LIN-UNIT-PRICE.
027460     MOVE WS-STKBUF-AMT(WS-STKBUF-SUB)    TO IVD-LIN-AMOUNT.
027470     MOVE WS-STKBUF-BASIS(WS-STKBUF-SUB)
027480         TO IVD-LIN-PRICE-BASIS.
027490     MOVE WS-STKBUF-PROMO(WS-STKBUF-SUB)  TO IVD-LIN-PROMO-ID.
027500     MOVE WS-STKBUF-DISC(WS-STKBUF-SUB)
027510         TO IVD-LIN-PROMO-DISC.
027520     WRITE INVOICE-DETAIL-REC.
027530 2155-WRITE-INVOICE-LINE-EXIT.
027540     EXIT.
027545
027550*****************************************************************
027560*    2142-WRITE-PICK-TICKET                                     *
027570*    ONE PICK PER POSTED SALE LINE, KEYED BY ORDER AND LINE     *
027580*    NUMBER, DATED THE CYCLE DATE SO THE AGING OF UNSHIPPED     *
027590*    PICKS RUNS FROM THE NIGHT THE ORDER POSTED.                *
027600*****************************************************************
027610 2142-WRITE-PICK-TICKET.
027620     MOVE SPACES                TO PICK-TICKET-REC.
027630     MOVE OPT-ORDER-ID          TO PKT-ORDER-ID.
027640     MOVE WS-STKBUF-SUB         TO PKT-LINE-NO.
027650     MOVE OPT-BRANCH-CODE       TO PKT-BRANCH-CODE.
027655     MOVE WS-ORDER-LOC-CODE     TO PKT-LOC-CODE.
027660     MOVE OPT-CUST-ID           TO PKT-CUST-ID.
027670     MOVE WS-STKBUF-ITM-ID(WS-STKBUF-SUB) TO PKT-ITM-ID.
027680     MOVE WS-STKBUF-QTY(WS-STKBUF-SUB)    TO PKT-QUANTITY.
027690     MOVE OPT-ORDER-DATE        TO PKT-ORDER-DATE.
027700     IF WS-CYCLE-DATE > 0
027710         MOVE WS-CYCLE-DATE     TO PKT-PICK-DATE
027720     ELSE
027730         MOVE OPT-ORDER-DATE    TO PKT-PICK-DATE
027740     END-IF.
027750     MOVE OPT-CURRENCY-CODE     TO PKT-CURRENCY-CODE.
027760     MOVE 'O'                   TO PKT-STATUS.
027770     MOVE 0                     TO PKT-SHIPPED-QTY.
027780     MOVE 0                     TO PKT-SHIP-DATE.
027790     WRITE PICK-TICKET-REC.
027800 2142-WRITE-PICK-TICKET-EXIT.
027810     EXIT.
027820*****************************************************************
027830*    9900-OPEN-UNIT-CONVERSION                                  *
027840*    SHARED UNIT-OF-MEASURE ROUTINES - SEE UOMPROC.CPY.         *
027850*****************************************************************
027860     COPY UOMPROC.
027870
027880*****************************************************************
027890*    9950-OPEN-KIT-BOM                                          *
027900*    SHARED KIT BILL-OF-MATERIALS ROUTINES - SEE KITPROC.CPY.   *
027910*****************************************************************
027920     COPY KITPROC.
