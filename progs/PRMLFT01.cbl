000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRMLFT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - PROMOTION EFFECTIVENESS (LIFT)   *
000100*                    ANALYSIS.  FOR EVERY PROMOTION ON PROMO     *
000110*                    THAT HAS ENDED, THE CATEGORY'S UNITS AND    *
000120*                    NET SALES ON SLSHIST DURING THE PROMOTION   *
000130*                    ARE SET AGAINST A BASELINE OF THE SAME      *
000140*                    LENGTH JUST BEFORE IT, THE SAME PERIOD LAST *
000150*                    YEAR, AND THE SAME LENGTH JUST AFTER IT     *
000160*                    (THE POST-PROMOTION DIP).  EACH SHOWS ITS   *
000170*                    LIFT, THE DISCOUNT IT GAVE AWAY, THE        *
000180*                    INCREMENTAL MARGIN AT ITM-UNIT-COST, AND    *
000190*                    ITS RETURN ON THE DISCOUNT; THE PROMOTIONS  *
000200*                    ARE LISTED BEST RETURN FIRST SO THE ONES    *
000210*                    THAT LOSE MONEY STAND OUT.                  *
000212*    2026-10-15  PD  A KIT COMPONENT'S SALES-HISTORY ROW IS      *
000214*                    SKIPPED - THE PROMOTION WAS ON THE KIT'S    *
000216*                    CATEGORY AND ITS REVENUE IS ON THE KIT'S    *
000218*                    ROW.                                        *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-CYC-FILE-STATUS.
000290
000300     SELECT PROMOTION-FILE ASSIGN TO PROMO
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PRM-FILE-STATUS.
000330
000340     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SLH-FILE-STATUS.
000370
000380     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS ITM-ID
000420         FILE STATUS IS WS-ITM-FILE-STATUS.
000430
000440     SELECT PROMOTION-LIFT-RPT ASSIGN TO PRMLFTRP
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000470
000480     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-STP-FILE-STATUS.
000510
000520     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-MRC-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CYCLE-CONTROL-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CYCLCTL.
000610
000620 FD  PROMOTION-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY PROMO.
000650
000660 FD  SALES-HISTORY-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY SLSHIST.
000690
000700 FD  ITEM-MASTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY ITMMAST.
000730
000740 FD  PROMOTION-LIFT-RPT
000750     LABEL RECORDS ARE STANDARD.
000760     01  PROMOTION-LIFT-LINE      PIC X(80).
000770
000780 FD  STEP-LOG-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY STEPLOG.
000810
000820 FD  STEP-RUN-CONTROL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY RUNCTL
000850         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000860
000870 WORKING-STORAGE SECTION.
000880     01  WS-CYC-FILE-STATUS       PIC X(02).
000890         88  WS-CYC-OK            VALUE '00'.
000900     01  WS-PRM-FILE-STATUS       PIC X(02).
000910         88  WS-PRM-OK            VALUE '00'.
000920         88  WS-PRM-EOF           VALUE '10'.
000930     01  WS-SLH-FILE-STATUS       PIC X(02).
000940         88  WS-SLH-OK            VALUE '00'.
000950         88  WS-SLH-EOF           VALUE '10'.
000960     01  WS-ITM-FILE-STATUS       PIC X(02).
000970         88  WS-ITM-OK            VALUE '00'.
000980         88  WS-ITM-NOT-FOUND     VALUE '23'.
000990     01  WS-RPT-FILE-STATUS       PIC X(02).
001000         88  WS-RPT-OK            VALUE '00'.
001010
001020     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001030         88  WS-EOF               VALUE 'Y'.
001040     01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
001050         88  WS-FAILED            VALUE 'Y'.
001060     01  WS-ITM-DISABLED-SW       PIC X(01) VALUE 'N'.
001070         88  WS-ITM-DISABLED      VALUE 'Y'.
001080
001090     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001100     01  WS-DN-CYCLE              PIC 9(07) COMP VALUE 0.
001110
001120*****************************************************************
001130*    DAY NUMBERS - THE SAME 30-DAY-MONTH COUNT BNKREC01 USES,   *
001140*    SO LAST YEAR'S PERIOD IS EXACTLY 360 DAYS BACK.            *
001150*****************************************************************
001160     01  WS-DN-DATE               PIC 9(08).
001170     01  WS-DN-SPLIT REDEFINES WS-DN-DATE.
001180         05  WS-DN-YYYY           PIC 9(04).
001190         05  WS-DN-MM             PIC 9(02).
001200         05  WS-DN-DD             PIC 9(02).
001210     01  WS-DN-RESULT             PIC 9(07) COMP.
001220     01  WS-DN-SALE               PIC 9(07) COMP.
001230
001240*****************************************************************
001250*    PROMOTION TABLE - EVERY PROMOTION THAT HAS ENDED, WITH ITS *
001260*    WINDOWS AS DAY NUMBERS AND FOUR PERIODS OF SALES:          *
001270*      1 - THE PROMOTION ITSELF                                 *
001280*      2 - THE BASELINE - THE SAME NUMBER OF DAYS JUST BEFORE   *
001290*      3 - THE SAME PERIOD LAST YEAR                            *
001300*      4 - THE SAME NUMBER OF DAYS JUST AFTER (THE DIP)         *
001310*    NET IS WHAT THE CUSTOMER PAID (SLH-AMOUNT); COST IS        *
001320*    QUANTITY TIMES TODAY'S ITM-UNIT-COST.                      *
001330*****************************************************************
001340     01  WS-PLT-COUNT             PIC 9(02) COMP VALUE 0.
001350     01  WS-MAX-PLT-ROWS          PIC 9(02) COMP VALUE 50.
001360     01  WS-PLT-TABLE.
001370         05  WS-PLT-ROW OCCURS 50 TIMES.
001380             10  WS-PLT-PROMO-ID  PIC X(06).
001390             10  WS-PLT-CATEGORY  PIC X(04).
001400             10  WS-PLT-PCT       PIC 9(02)V9(02).
001410             10  WS-PLT-START     PIC 9(08).
001420             10  WS-PLT-END       PIC 9(08).
001430             10  WS-PLT-DAYS      PIC 9(05) COMP.
001440             10  WS-PLT-DN-START  PIC 9(07) COMP.
001450             10  WS-PLT-DN-END    PIC 9(07) COMP.
001460             10  WS-PLT-DIP-OPEN-SW PIC X(01).
001470                 88  WS-PLT-DIP-OPEN VALUE 'Y'.
001480             10  WS-PLT-PERIOD OCCURS 4 TIMES.
001490                 15  WS-PLT-UNITS PIC S9(09) COMP-3.
001500                 15  WS-PLT-NET   PIC S9(11)V9(02) COMP-3.
001510                 15  WS-PLT-COST  PIC S9(11)V9(02) COMP-3.
001520             10  WS-PLT-DISCOUNT  PIC S9(11)V9(02) COMP-3.
001530             10  WS-PLT-INCR-MARGIN PIC S9(11)V9(02) COMP-3.
001540             10  WS-PLT-DIP-MARGIN PIC S9(11)V9(02) COMP-3.
001550             10  WS-PLT-RETURN    PIC S9(05)V9(01) COMP-3.
001560     01  WS-PLT-SUB               PIC 9(02) COMP.
001570     01  WS-PER-SUB               PIC 9(01) COMP.
001580
001590*    PERIOD NAMES FOR THE REPORT, IN PERIOD ORDER.
001600     01  WS-PERIOD-NAMES.
001610         05  FILLER               PIC X(12) VALUE 'PROMOTION   '.
001620         05  FILLER               PIC X(12) VALUE 'BASELINE    '.
001630         05  FILLER               PIC X(12) VALUE 'LAST YEAR   '.
001640         05  FILLER               PIC X(12) VALUE 'POST-PROMO  '.
001650     01  WS-PERIOD-NAME-TABLE REDEFINES WS-PERIOD-NAMES.
001660         05  WS-PERIOD-NAME       PIC X(12) OCCURS 4 TIMES.
001670
001680*    RANKING - SUBSCRIPTS INTO THE PROMOTION TABLE, BEST RETURN
001690*    ON DISCOUNT FIRST.
001700     01  WS-RANK-TABLE.
001710         05  WS-RANK-ENTRY        PIC 9(02) COMP OCCURS 50 TIMES.
001720     01  WS-RANK-SUB              PIC 9(02) COMP.
001730     01  WS-SORT-SUB              PIC 9(02) COMP.
001740     01  WS-SORT-HOLD             PIC 9(02) COMP.
001750     01  WS-SORT-SWAPPED-SW       PIC X(01).
001760         88  WS-SORT-SWAPPED      VALUE 'Y'.
001770
001780*    ONE SALES LINE'S COST, LOOKED UP ONCE WHEN THE LINE FIRST
001790*    FALLS IN A WINDOW.
001800     01  WS-LINE-COST             PIC S9(09)V9(02) COMP-3.
001810     01  WS-COST-LOADED-SW        PIC X(01).
001820         88  WS-COST-LOADED       VALUE 'Y'.
001830     01  WS-LINE-HIT-SW           PIC X(01).
001840         88  WS-LINE-HIT          VALUE 'Y'.
001850
001860*    WORK FIELDS FOR THE PER-PROMOTION RESULTS.
001870     01  WS-MARGIN-WORK           PIC S9(11)V9(02) COMP-3.
001880     01  WS-BASE-MARGIN           PIC S9(11)V9(02) COMP-3.
001890     01  WS-LIFT-PCT              PIC S9(05)V9(01) COMP-3.
001900
001910*****************************************************************
001920*    CONTROL TOTALS                                             *
001930*****************************************************************
001940     01  WS-TOTALS.
001950         05  WS-PROMO-READ-COUNT  PIC 9(07) VALUE 0.
001960         05  WS-NOT-ENDED-COUNT   PIC 9(07) VALUE 0.
001970         05  WS-LINE-COUNT        PIC 9(07) VALUE 0.
001980         05  WS-WINDOW-COUNT      PIC 9(07) VALUE 0.
001990         05  WS-NO-COST-COUNT     PIC 9(07) VALUE 0.
002000         05  WS-LOSING-COUNT      PIC 9(07) VALUE 0.
002010
002020*****************************************************************
002030*    REPORT LINE LAYOUTS                                        *
002040*****************************************************************
002050     01  WS-HEADING-LINE.
002060         05  FILLER               PIC X(50) VALUE
002070             'PRMLFT01 - PROMOTION EFFECTIVENESS AS OF'.
002080         05  WS-HDG-DATE          PIC 9(08).
002090         05  FILLER               PIC X(22) VALUE SPACES.
002100
002110     01  WS-PROMO-LINE.
002120         05  WS-PRL-RANK          PIC ZZ9.
002130         05  FILLER               PIC X(01) VALUE SPACE.
002140         05  WS-PRL-PROMO-ID      PIC X(06).
002150         05  FILLER               PIC X(05) VALUE ' CAT '.
002160         05  WS-PRL-CATEGORY      PIC X(04).
002170         05  FILLER               PIC X(01) VALUE SPACE.
002180         05  WS-PRL-PCT           PIC Z9.99.
002190         05  FILLER               PIC X(05) VALUE '% OFF'.
002200         05  FILLER               PIC X(01) VALUE SPACE.
002210         05  WS-PRL-START         PIC 9(08).
002220         05  FILLER               PIC X(01) VALUE '-'.
002230         05  WS-PRL-END           PIC 9(08).
002240         05  FILLER               PIC X(01) VALUE SPACE.
002250         05  WS-PRL-DAYS          PIC ZZZZ9.
002260         05  FILLER               PIC X(06) VALUE ' DAYS '.
002270         05  FILLER               PIC X(08) VALUE 'RETURN% '.
002280         05  WS-PRL-RETURN        PIC -ZZZ9.9.
002290         05  FILLER               PIC X(05) VALUE SPACES.
002300
002310     01  WS-PERIOD-LINE.
002320         05  FILLER               PIC X(04) VALUE SPACES.
002330         05  WS-PDL-NAME          PIC X(12).
002340         05  FILLER               PIC X(06) VALUE 'UNITS '.
002350         05  WS-PDL-UNITS         PIC -ZZZ,ZZ9.
002360         05  FILLER               PIC X(05) VALUE ' NET '.
002370         05  WS-PDL-NET           PIC -Z,ZZZ,ZZ9.99.
002380         05  FILLER               PIC X(08) VALUE ' MARGIN '.
002390         05  WS-PDL-MARGIN        PIC -Z,ZZZ,ZZ9.99.
002400         05  FILLER               PIC X(01) VALUE SPACE.
002410         05  WS-PDL-NOTE          PIC X(09).
002420
002430     01  WS-RESULT-LINE.
002440         05  FILLER               PIC X(04) VALUE SPACES.
002450         05  FILLER               PIC X(11) VALUE 'LIFT BASE% '.
002460         05  WS-RSL-LIFT-BASE     PIC -ZZZ9.9.
002470         05  FILLER               PIC X(05) VALUE ' LY% '.
002480         05  WS-RSL-LIFT-LY       PIC -ZZZ9.9.
002490         05  FILLER               PIC X(06) VALUE ' DISC '.
002500         05  WS-RSL-DISCOUNT      PIC -ZZZ,ZZ9.99.
002510         05  FILLER               PIC X(06) VALUE ' INCR '.
002520         05  WS-RSL-INCR-MARGIN   PIC -ZZZ,ZZ9.99.
002530         05  FILLER               PIC X(12) VALUE SPACES.
002540
002550     01  WS-NOTE-LINE.
002560         05  FILLER               PIC X(04) VALUE SPACES.
002570         05  WS-NTL-TEXT          PIC X(76).
002580
002590     01  WS-COUNT-LINE.
002600         05  WS-CNT-TITLE         PIC X(30).
002610         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002620         05  FILLER               PIC X(39) VALUE SPACES.
002630
002640     COPY STPWORK.
002650
002660 PROCEDURE DIVISION.
002670*****************************************************************
002680*    0000-MAINLINE                                              *
002690*****************************************************************
002700 0000-MAINLINE.
002710     MOVE 'PRMLFT01' TO WS-STP-PROGRAM.
002720     PERFORM 9700-LOG-STEP-START
002730         THRU 9700-LOG-STEP-START-EXIT.
002740
002750     PERFORM 1000-INITIALIZE
002760         THRU 1000-INITIALIZE-EXIT.
002770
002780     IF NOT WS-FAILED
002790         PERFORM 2000-GATHER-SALES-LINE
002800             THRU 2000-GATHER-SALES-LINE-EXIT
002810             UNTIL WS-EOF
002820         PERFORM 3000-MEASURE-PROMOTION
002830             THRU 3000-MEASURE-PROMOTION-EXIT
002840             VARYING WS-PLT-SUB FROM 1 BY 1
002850             UNTIL WS-PLT-SUB > WS-PLT-COUNT
002860         PERFORM 4000-RANK-PROMOTIONS
002870             THRU 4000-RANK-PROMOTIONS-EXIT
002880         PERFORM 5000-PRINT-PROMOTION
002890             THRU 5000-PRINT-PROMOTION-EXIT
002900             VARYING WS-RANK-SUB FROM 1 BY 1
002910             UNTIL WS-RANK-SUB > WS-PLT-COUNT
002920         PERFORM 6000-PRINT-TOTALS
002930             THRU 6000-PRINT-TOTALS-EXIT
002940     END-IF.
002950
002960     DISPLAY 'PRMLFT01: PROMOTIONS READ....... '
002970         WS-PROMO-READ-COUNT.
002980     DISPLAY 'PRMLFT01: PROMOTIONS MEASURED... '
002990         WS-PLT-COUNT.
003000     DISPLAY 'PRMLFT01: SALES LINES READ...... '
003010         WS-LINE-COUNT.
003020     DISPLAY 'PRMLFT01: LOSING PROMOTIONS..... '
003030         WS-LOSING-COUNT.
003040
003050     PERFORM 9999-TERMINATE
003060         THRU 9999-TERMINATE-EXIT.
003070
003080     MOVE WS-LINE-COUNT   TO WS-STP-RECORDS-IN.
003090     MOVE WS-LINE-COUNT   TO WS-STP-APPLIED.
003100     PERFORM 9710-LOG-STEP-END
003110         THRU 9710-LOG-STEP-END-EXIT.
003120
003130     STOP RUN.
003140
003150*****************************************************************
003160*    1000-INITIALIZE                                            *
003170*    THE AS-OF DATE IS THE CYCLE DATE OF THE MONTH-END BEING    *
003180*    CLOSED.  WITHOUT THE ITEM MASTER THE SALES ARE STILL       *
003190*    MEASURED BUT EVERY COST IS ZERO, AND THE RUN SAYS SO.      *
003200*****************************************************************
003210 1000-INITIALIZE.
003220     OPEN INPUT CYCLE-CONTROL-FILE.
003230     IF WS-CYC-OK
003240         READ CYCLE-CONTROL-FILE
003250             AT END
003260                 CONTINUE
003270             NOT AT END
003280                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003290         END-READ
003300         CLOSE CYCLE-CONTROL-FILE
003310     END-IF.
003320     IF WS-CYCLE-DATE = 0
003330         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003340     END-IF.
003350     MOVE WS-CYCLE-DATE TO WS-DN-DATE.
003360     PERFORM 7000-DAY-NUMBER
003370         THRU 7000-DAY-NUMBER-EXIT.
003380     MOVE WS-DN-RESULT TO WS-DN-CYCLE.
003390
003400     OPEN INPUT SALES-HISTORY-FILE.
003410     IF NOT WS-SLH-OK
003420         DISPLAY 'PRMLFT01: OPEN SALES-HISTORY FAILED '
003430             WS-SLH-FILE-STATUS
003440         MOVE 8 TO RETURN-CODE
003450         MOVE 'Y' TO WS-FAILED-SW
003460         GO TO 1000-INITIALIZE-EXIT
003470     END-IF.
003480
003490     OPEN INPUT ITEM-MASTER-FILE.
003500     IF NOT WS-ITM-OK
003510         DISPLAY 'PRMLFT01: OPEN ITEM-MASTER FAILED '
003520             WS-ITM-FILE-STATUS ' - COSTS TAKEN AS ZERO'
003530         MOVE 'Y' TO WS-ITM-DISABLED-SW
003540     END-IF.
003550
003560     OPEN OUTPUT PROMOTION-LIFT-RPT.
003570     IF NOT WS-RPT-OK
003580         DISPLAY 'PRMLFT01: OPEN PROMOTION-LIFT-RPT FAILED '
003590             WS-RPT-FILE-STATUS
003600     END-IF.
003610     MOVE WS-CYCLE-DATE TO WS-HDG-DATE.
003620     WRITE PROMOTION-LIFT-LINE FROM WS-HEADING-LINE.
003630     MOVE SPACES TO PROMOTION-LIFT-LINE.
003640     WRITE PROMOTION-LIFT-LINE.
003650
003660     PERFORM 1100-LOAD-PROMOTIONS
003670         THRU 1100-LOAD-PROMOTIONS-EXIT.
003680
003690     PERFORM 8000-READ-SALES-LINE
003700         THRU 8000-READ-SALES-LINE-EXIT.
003710 1000-INITIALIZE-EXIT.
003720     EXIT.
003730
003740*****************************************************************
003750*    1100-LOAD-PROMOTIONS                                       *
003760*    WITHOUT THE PROMOTION FILE THERE IS NOTHING TO MEASURE AND *
003770*    THE REPORT SAYS SO.                                        *
003780*****************************************************************
003790 1100-LOAD-PROMOTIONS.
003800     OPEN INPUT PROMOTION-FILE.
003810     IF NOT WS-PRM-OK
003820         DISPLAY 'PRMLFT01: NO PROMOTION FILE - NOTHING MEASURED'
003830         GO TO 1100-LOAD-PROMOTIONS-EXIT
003840     END-IF.
003850     PERFORM 1110-READ-PROMOTION
003860         THRU 1110-READ-PROMOTION-EXIT
003870         UNTIL WS-PRM-EOF.
003880     CLOSE PROMOTION-FILE.
003890 1100-LOAD-PROMOTIONS-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930*    1110-READ-PROMOTION                                        *
003940*    ONLY A PROMOTION THAT HAS ENDED IS MEASURED.  THE          *
003950*    POST-PROMOTION WINDOW MAY STILL BE RUNNING - ITS SALES SO  *
003960*    FAR ARE SHOWN AND THE WINDOW IS MARKED INCOMPLETE.         *
003970*****************************************************************
003980 1110-READ-PROMOTION.
003990     READ PROMOTION-FILE
004000         AT END
004010             MOVE '10' TO WS-PRM-FILE-STATUS
004020             GO TO 1110-READ-PROMOTION-EXIT
004030     END-READ.
004040     ADD 1 TO WS-PROMO-READ-COUNT.
004050     IF PRM-END-DATE NOT < WS-CYCLE-DATE
004060             OR PRM-END-DATE < PRM-START-DATE
004070         ADD 1 TO WS-NOT-ENDED-COUNT
004080         GO TO 1110-READ-PROMOTION-EXIT
004090     END-IF.
004100     IF WS-PLT-COUNT NOT < WS-MAX-PLT-ROWS
004110         DISPLAY 'PRMLFT01: PROMOTION TABLE FULL - SKIPPED '
004120             PRM-PROMO-ID
004130         GO TO 1110-READ-PROMOTION-EXIT
004140     END-IF.
004150
004160     ADD 1 TO WS-PLT-COUNT.
004170     INITIALIZE WS-PLT-ROW(WS-PLT-COUNT).
004180     MOVE PRM-PROMO-ID      TO WS-PLT-PROMO-ID(WS-PLT-COUNT).
004190     MOVE PRM-CATEGORY-CODE TO WS-PLT-CATEGORY(WS-PLT-COUNT).
004200     MOVE PRM-DISCOUNT-PCT  TO WS-PLT-PCT(WS-PLT-COUNT).
004210     MOVE PRM-START-DATE    TO WS-PLT-START(WS-PLT-COUNT).
004220     MOVE PRM-END-DATE      TO WS-PLT-END(WS-PLT-COUNT).
004230     MOVE PRM-START-DATE    TO WS-DN-DATE.
004240     PERFORM 7000-DAY-NUMBER
004250         THRU 7000-DAY-NUMBER-EXIT.
004260     MOVE WS-DN-RESULT      TO WS-PLT-DN-START(WS-PLT-COUNT).
004270     MOVE PRM-END-DATE      TO WS-DN-DATE.
004280     PERFORM 7000-DAY-NUMBER
004290         THRU 7000-DAY-NUMBER-EXIT.
004300     MOVE WS-DN-RESULT      TO WS-PLT-DN-END(WS-PLT-COUNT).
004310     COMPUTE WS-PLT-DAYS(WS-PLT-COUNT)
004320         = WS-PLT-DN-END(WS-PLT-COUNT)
004330         - WS-PLT-DN-START(WS-PLT-COUNT) + 1.
004340     IF WS-PLT-DN-END(WS-PLT-COUNT) + WS-PLT-DAYS(WS-PLT-COUNT)
004350             NOT < WS-DN-CYCLE
004360         MOVE 'Y' TO WS-PLT-DIP-OPEN-SW(WS-PLT-COUNT)
004370     ELSE
004380         MOVE 'N' TO WS-PLT-DIP-OPEN-SW(WS-PLT-COUNT)
004390     END-IF.
004400 1110-READ-PROMOTION-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*    2000-GATHER-SALES-LINE                                     *
004450*    EACH SALES LINE IS OFFERED TO EVERY PROMOTION ON ITS       *
004460*    CATEGORY.                                                  *
004470*****************************************************************
004480 2000-GATHER-SALES-LINE.
004490     ADD 1 TO WS-LINE-COUNT.
004500     MOVE 'N' TO WS-COST-LOADED-SW.
004510     MOVE 'N' TO WS-LINE-HIT-SW.
004520     MOVE SLH-ORDER-DATE TO WS-DN-DATE.
004530     PERFORM 7000-DAY-NUMBER
004540         THRU 7000-DAY-NUMBER-EXIT.
004550     MOVE WS-DN-RESULT TO WS-DN-SALE.
004556*    A KIT COMPONENT'S SHARE IS ALREADY ON ITS KIT'S LINE.
004562     IF WS-DN-SALE > 0 AND NOT SLH-KIT-COMPONENT
004570         PERFORM 2100-OFFER-TO-PROMOTION
004580             THRU 2100-OFFER-TO-PROMOTION-EXIT
004590             VARYING WS-PLT-SUB FROM 1 BY 1
004600             UNTIL WS-PLT-SUB > WS-PLT-COUNT
004610     END-IF.
004620     IF WS-LINE-HIT
004630         ADD 1 TO WS-WINDOW-COUNT
004640     END-IF.
004650
004660     PERFORM 8000-READ-SALES-LINE
004670         THRU 8000-READ-SALES-LINE-EXIT.
004680 2000-GATHER-SALES-LINE-EXIT.
004690     EXIT.
004700
004710*****************************************************************
004720*    2100-OFFER-TO-PROMOTION                                    *
004730*    THE WINDOWS ARE TESTED IN PERIOD ORDER; A LINE FALLS IN AT *
004740*    MOST ONE OF ONE PROMOTION'S WINDOWS.                       *
004750*****************************************************************
004760 2100-OFFER-TO-PROMOTION.
004770     IF SLH-CATEGORY-CODE NOT = WS-PLT-CATEGORY(WS-PLT-SUB)
004780         GO TO 2100-OFFER-TO-PROMOTION-EXIT
004790     END-IF.
004800
004810     EVALUATE TRUE
004820         WHEN WS-DN-SALE NOT < WS-PLT-DN-START(WS-PLT-SUB)
004830                 AND WS-DN-SALE NOT > WS-PLT-DN-END(WS-PLT-SUB)
004840             MOVE 1 TO WS-PER-SUB
004850         WHEN WS-DN-SALE < WS-PLT-DN-START(WS-PLT-SUB)
004860                 AND WS-DN-SALE + WS-PLT-DAYS(WS-PLT-SUB)
004870                     NOT < WS-PLT-DN-START(WS-PLT-SUB)
004880             MOVE 2 TO WS-PER-SUB
004890         WHEN WS-DN-SALE + 360 NOT < WS-PLT-DN-START(WS-PLT-SUB)
004900                 AND WS-DN-SALE + 360
004910                     NOT > WS-PLT-DN-END(WS-PLT-SUB)
004920             MOVE 3 TO WS-PER-SUB
004930         WHEN WS-DN-SALE > WS-PLT-DN-END(WS-PLT-SUB)
004940                 AND WS-DN-SALE NOT > WS-PLT-DN-END(WS-PLT-SUB)
004950                     + WS-PLT-DAYS(WS-PLT-SUB)
004960             MOVE 4 TO WS-PER-SUB
004970         WHEN OTHER
004980             GO TO 2100-OFFER-TO-PROMOTION-EXIT
004990     END-EVALUATE.
005000
005010     IF NOT WS-COST-LOADED
005020         PERFORM 2200-COST-SALES-LINE
005030             THRU 2200-COST-SALES-LINE-EXIT
005040     END-IF.
005050     MOVE 'Y' TO WS-LINE-HIT-SW.
005060     ADD SLH-QUANTITY TO WS-PLT-UNITS(WS-PLT-SUB, WS-PER-SUB).
005070     ADD SLH-AMOUNT   TO WS-PLT-NET(WS-PLT-SUB, WS-PER-SUB).
005080     ADD WS-LINE-COST TO WS-PLT-COST(WS-PLT-SUB, WS-PER-SUB).
005090 2100-OFFER-TO-PROMOTION-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130*    2200-COST-SALES-LINE                                       *
005140*    TODAY'S UNIT COST - THE HISTORY DOES NOT CARRY THE COST AT *
005150*    THE TIME OF SALE.  AN ITEM NO LONGER ON THE MASTER COSTS   *
005160*    ZERO AND IS COUNTED.                                       *
005170*****************************************************************
005180 2200-COST-SALES-LINE.
005190     MOVE 'Y' TO WS-COST-LOADED-SW.
005200     MOVE 0 TO WS-LINE-COST.
005210     IF WS-ITM-DISABLED
005220         GO TO 2200-COST-SALES-LINE-EXIT
005230     END-IF.
005240     MOVE SLH-ITM-ID TO ITM-ID.
005250     READ ITEM-MASTER-FILE
005260         INVALID KEY
005270             ADD 1 TO WS-NO-COST-COUNT
005280             GO TO 2200-COST-SALES-LINE-EXIT
005290     END-READ.
005300     COMPUTE WS-LINE-COST = SLH-QUANTITY * ITM-UNIT-COST.
005310 2200-COST-SALES-LINE-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350*    3000-MEASURE-PROMOTION                                     *
005360*    THE DISCOUNT GIVEN IS GROSSED BACK UP FROM THE NET PAID -  *
005370*    NET IS (100 - PCT) PERCENT OF LIST, SO THE DISCOUNT IS NET *
005380*    x PCT / (100 - PCT).  INCREMENTAL MARGIN IS THE            *
005390*    PROMOTION'S MARGIN OVER THE BASELINE'S.  A POST-PROMOTION  *
005400*    DIP (MARGIN BELOW THE BASELINE) WAS SALES PULLED FORWARD,  *
005410*    NOT NEW SALES, AND IS CHARGED AGAINST THE RETURN.          *
005420*****************************************************************
005430 3000-MEASURE-PROMOTION.
005440     MOVE 0 TO WS-PLT-DISCOUNT(WS-PLT-SUB).
005450     IF WS-PLT-PCT(WS-PLT-SUB) < 100
005460         COMPUTE WS-PLT-DISCOUNT(WS-PLT-SUB) ROUNDED
005470             = WS-PLT-NET(WS-PLT-SUB, 1) * WS-PLT-PCT(WS-PLT-SUB)
005480             / (100 - WS-PLT-PCT(WS-PLT-SUB))
005490     END-IF.
005500
005510     COMPUTE WS-BASE-MARGIN
005520         = WS-PLT-NET(WS-PLT-SUB, 2) - WS-PLT-COST(WS-PLT-SUB, 2).
005530     COMPUTE WS-PLT-INCR-MARGIN(WS-PLT-SUB)
005540         = WS-PLT-NET(WS-PLT-SUB, 1) - WS-PLT-COST(WS-PLT-SUB, 1)
005550         - WS-BASE-MARGIN.
005560     COMPUTE WS-PLT-DIP-MARGIN(WS-PLT-SUB)
005570         = WS-PLT-NET(WS-PLT-SUB, 4) - WS-PLT-COST(WS-PLT-SUB, 4)
005580         - WS-BASE-MARGIN.
005590     IF WS-PLT-DIP-MARGIN(WS-PLT-SUB) > 0
005600         MOVE 0 TO WS-PLT-DIP-MARGIN(WS-PLT-SUB)
005610     END-IF.
005620
005630     MOVE 0 TO WS-PLT-RETURN(WS-PLT-SUB).
005640     IF WS-PLT-DISCOUNT(WS-PLT-SUB) > 0
005650         COMPUTE WS-PLT-RETURN(WS-PLT-SUB) ROUNDED
005660             = (WS-PLT-INCR-MARGIN(WS-PLT-SUB)
005670               + WS-PLT-DIP-MARGIN(WS-PLT-SUB)) * 100
005680             / WS-PLT-DISCOUNT(WS-PLT-SUB)
005690             ON SIZE ERROR
005700                 MOVE -9999.9 TO WS-PLT-RETURN(WS-PLT-SUB)
005710         END-COMPUTE
005720     END-IF.
005730     IF WS-PLT-INCR-MARGIN(WS-PLT-SUB)
005740             + WS-PLT-DIP-MARGIN(WS-PLT-SUB) < 0
005750         ADD 1 TO WS-LOSING-COUNT
005760     END-IF.
005770     MOVE WS-PLT-SUB TO WS-RANK-ENTRY(WS-PLT-SUB).
005780 3000-MEASURE-PROMOTION-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820*    4000-RANK-PROMOTIONS                                       *
005830*    A SIMPLE EXCHANGE SORT OF THE SUBSCRIPTS, BEST RETURN ON   *
005840*    DISCOUNT FIRST, AS SLSRPT01 RANKS ITS ITEMS.               *
005850*****************************************************************
005860 4000-RANK-PROMOTIONS.
005870     MOVE 'Y' TO WS-SORT-SWAPPED-SW.
005880     PERFORM 4100-ONE-SORT-PASS
005890         THRU 4100-ONE-SORT-PASS-EXIT
005900         UNTIL NOT WS-SORT-SWAPPED.
005910 4000-RANK-PROMOTIONS-EXIT.
005920     EXIT.
005930
005940*****************************************************************
005950*    4100-ONE-SORT-PASS                                         *
005960*****************************************************************
005970 4100-ONE-SORT-PASS.
005980     MOVE 'N' TO WS-SORT-SWAPPED-SW.
005990     IF WS-PLT-COUNT < 2
006000         GO TO 4100-ONE-SORT-PASS-EXIT
006010     END-IF.
006020     PERFORM 4200-COMPARE-NEIGHBORS
006030         THRU 4200-COMPARE-NEIGHBORS-EXIT
006040         VARYING WS-SORT-SUB FROM 1 BY 1
006050         UNTIL WS-SORT-SUB NOT < WS-PLT-COUNT.
006060 4100-ONE-SORT-PASS-EXIT.
006070     EXIT.
006080
006090*****************************************************************
006100*    4200-COMPARE-NEIGHBORS                                     *
006110*****************************************************************
006120 4200-COMPARE-NEIGHBORS.
006130     COMPUTE WS-RANK-SUB = WS-SORT-SUB + 1.
006140     IF WS-PLT-RETURN(WS-RANK-ENTRY(WS-RANK-SUB))
006150             > WS-PLT-RETURN(WS-RANK-ENTRY(WS-SORT-SUB))
006160         MOVE WS-RANK-ENTRY(WS-SORT-SUB) TO WS-SORT-HOLD
006170         MOVE WS-RANK-ENTRY(WS-RANK-SUB)
006180             TO WS-RANK-ENTRY(WS-SORT-SUB)
006190         MOVE WS-SORT-HOLD TO WS-RANK-ENTRY(WS-RANK-SUB)
006200         MOVE 'Y' TO WS-SORT-SWAPPED-SW
006210     END-IF.
006220 4200-COMPARE-NEIGHBORS-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260*    5000-PRINT-PROMOTION                                       *
006270*    ONE BLOCK PER PROMOTION IN RANK ORDER - THE HEADER, ITS    *
006280*    FOUR PERIODS, THE LIFT AND RETURN, AND ANY WARNINGS.       *
006290*****************************************************************
006300 5000-PRINT-PROMOTION.
006310     MOVE WS-RANK-ENTRY(WS-RANK-SUB) TO WS-PLT-SUB.
006320     MOVE WS-RANK-SUB                 TO WS-PRL-RANK.
006330     MOVE WS-PLT-PROMO-ID(WS-PLT-SUB) TO WS-PRL-PROMO-ID.
006340     MOVE WS-PLT-CATEGORY(WS-PLT-SUB) TO WS-PRL-CATEGORY.
006350     MOVE WS-PLT-PCT(WS-PLT-SUB)      TO WS-PRL-PCT.
006360     MOVE WS-PLT-START(WS-PLT-SUB)    TO WS-PRL-START.
006370     MOVE WS-PLT-END(WS-PLT-SUB)      TO WS-PRL-END.
006380     MOVE WS-PLT-DAYS(WS-PLT-SUB)     TO WS-PRL-DAYS.
006390     MOVE WS-PLT-RETURN(WS-PLT-SUB)   TO WS-PRL-RETURN.
006400     WRITE PROMOTION-LIFT-LINE FROM WS-PROMO-LINE.
006410
006420     PERFORM 5100-PRINT-PERIOD
006430         THRU 5100-PRINT-PERIOD-EXIT
006440         VARYING WS-PER-SUB FROM 1 BY 1
006450         UNTIL WS-PER-SUB > 4.
006460
006470     MOVE 2 TO WS-PER-SUB.
006480     PERFORM 5200-LIFT-PERCENT
006490         THRU 5200-LIFT-PERCENT-EXIT.
006500     MOVE WS-LIFT-PCT TO WS-RSL-LIFT-BASE.
006510     MOVE 3 TO WS-PER-SUB.
006520     PERFORM 5200-LIFT-PERCENT
006530         THRU 5200-LIFT-PERCENT-EXIT.
006540     MOVE WS-LIFT-PCT TO WS-RSL-LIFT-LY.
006550     MOVE WS-PLT-DISCOUNT(WS-PLT-SUB)    TO WS-RSL-DISCOUNT.
006560     MOVE WS-PLT-INCR-MARGIN(WS-PLT-SUB) TO WS-RSL-INCR-MARGIN.
006570     WRITE PROMOTION-LIFT-LINE FROM WS-RESULT-LINE.
006580
006590     IF WS-PLT-UNITS(WS-PLT-SUB, 2) = 0
006600         MOVE 'NO BASELINE SALES - LIFT NOT MEASURABLE'
006610             TO WS-NTL-TEXT
006620         WRITE PROMOTION-LIFT-LINE FROM WS-NOTE-LINE
006630     END-IF.
006640     IF WS-PLT-DIP-MARGIN(WS-PLT-SUB) < 0
006650         MOVE 'POST-PROMOTION DIP CHARGED AGAINST THE RETURN'
006660             TO WS-NTL-TEXT
006670         WRITE PROMOTION-LIFT-LINE FROM WS-NOTE-LINE
006680     END-IF.
006690     IF WS-PLT-INCR-MARGIN(WS-PLT-SUB)
006700             + WS-PLT-DIP-MARGIN(WS-PLT-SUB) < 0
006710         MOVE '*** LOST MONEY - DO NOT REPEAT AS RUN ***'
006720             TO WS-NTL-TEXT
006730         WRITE PROMOTION-LIFT-LINE FROM WS-NOTE-LINE
006740     END-IF.
006750     MOVE SPACES TO PROMOTION-LIFT-LINE.
006760     WRITE PROMOTION-LIFT-LINE.
006770 5000-PRINT-PROMOTION-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810*    5100-PRINT-PERIOD                                          *
006820*****************************************************************
006830 5100-PRINT-PERIOD.
006840     MOVE WS-PERIOD-NAME(WS-PER-SUB)           TO WS-PDL-NAME.
006850     MOVE WS-PLT-UNITS(WS-PLT-SUB, WS-PER-SUB) TO WS-PDL-UNITS.
006860     MOVE WS-PLT-NET(WS-PLT-SUB, WS-PER-SUB)   TO WS-PDL-NET.
006870     COMPUTE WS-MARGIN-WORK
006880         = WS-PLT-NET(WS-PLT-SUB, WS-PER-SUB)
006890         - WS-PLT-COST(WS-PLT-SUB, WS-PER-SUB).
006900     MOVE WS-MARGIN-WORK TO WS-PDL-MARGIN.
006910     MOVE SPACES TO WS-PDL-NOTE.
006920     IF WS-PER-SUB = 4 AND WS-PLT-DIP-OPEN(WS-PLT-SUB)
006930         MOVE 'TO DATE' TO WS-PDL-NOTE
006940     END-IF.
006950     WRITE PROMOTION-LIFT-LINE FROM WS-PERIOD-LINE.
006960 5100-PRINT-PERIOD-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*    5200-LIFT-PERCENT                                          *
007010*    THE PROMOTION'S UNITS OVER THE COMPARISON PERIOD           *
007020*    WS-PER-SUB, AS A PERCENT.  NO SALES IN THE COMPARISON      *
007030*    PERIOD SHOWS ZERO.                                         *
007040*****************************************************************
007050 5200-LIFT-PERCENT.
007060     MOVE 0 TO WS-LIFT-PCT.
007070     IF WS-PLT-UNITS(WS-PLT-SUB, WS-PER-SUB) NOT > 0
007080         GO TO 5200-LIFT-PERCENT-EXIT
007090     END-IF.
007100     COMPUTE WS-LIFT-PCT ROUNDED
007110         = (WS-PLT-UNITS(WS-PLT-SUB, 1)
007120           - WS-PLT-UNITS(WS-PLT-SUB, WS-PER-SUB)) * 100
007130         / WS-PLT-UNITS(WS-PLT-SUB, WS-PER-SUB)
007140         ON SIZE ERROR
007150             MOVE 9999.9 TO WS-LIFT-PCT
007160     END-COMPUTE.
007170 5200-LIFT-PERCENT-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210*    6000-PRINT-TOTALS                                          *
007220*****************************************************************
007230 6000-PRINT-TOTALS.
007240     MOVE 'PROMOTIONS READ...............' TO WS-CNT-TITLE.
007250     MOVE WS-PROMO-READ-COUNT TO WS-CNT-VALUE.
007260     WRITE PROMOTION-LIFT-LINE FROM WS-COUNT-LINE.
007270
007280     MOVE 'NOT YET ENDED.................' TO WS-CNT-TITLE.
007290     MOVE WS-NOT-ENDED-COUNT TO WS-CNT-VALUE.
007300     WRITE PROMOTION-LIFT-LINE FROM WS-COUNT-LINE.
007310
007320     MOVE 'PROMOTIONS MEASURED...........' TO WS-CNT-TITLE.
007330     MOVE WS-PLT-COUNT TO WS-CNT-VALUE.
007340     WRITE PROMOTION-LIFT-LINE FROM WS-COUNT-LINE.
007350
007360     MOVE '  OF WHICH LOST MONEY.........' TO WS-CNT-TITLE.
007370     MOVE WS-LOSING-COUNT TO WS-CNT-VALUE.
007380     WRITE PROMOTION-LIFT-LINE FROM WS-COUNT-LINE.
007390
007400     MOVE 'SALES LINES READ..............' TO WS-CNT-TITLE.
007410     MOVE WS-LINE-COUNT TO WS-CNT-VALUE.
007420     WRITE PROMOTION-LIFT-LINE FROM WS-COUNT-LINE.
007430
007440     MOVE 'SALES LINES IN A WINDOW.......' TO WS-CNT-TITLE.
007450     MOVE WS-WINDOW-COUNT TO WS-CNT-VALUE.
007460     WRITE PROMOTION-LIFT-LINE FROM WS-COUNT-LINE.
007470
007480     MOVE 'ITEMS NOT ON MASTER - NO COST.' TO WS-CNT-TITLE.
007490     MOVE WS-NO-COST-COUNT TO WS-CNT-VALUE.
007500     WRITE PROMOTION-LIFT-LINE FROM WS-COUNT-LINE.
007510 6000-PRINT-TOTALS-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550*    7000-DAY-NUMBER                                            *
007560*    WS-DN-DATE (CCYYMMDD) TO A DAY COUNT ON THE 30-DAY MONTH.  *
007570*****************************************************************
007580 7000-DAY-NUMBER.
007590     IF WS-DN-DATE NOT NUMERIC
007600         MOVE 0 TO WS-DN-RESULT
007610         GO TO 7000-DAY-NUMBER-EXIT
007620     END-IF.
007630     COMPUTE WS-DN-RESULT
007640         = WS-DN-YYYY * 360 + WS-DN-MM * 30 + WS-DN-DD.
007650 7000-DAY-NUMBER-EXIT.
007660     EXIT.
007670
007680*****************************************************************
007690*    8000-READ-SALES-LINE                                       *
007700*****************************************************************
007710 8000-READ-SALES-LINE.
007720     READ SALES-HISTORY-FILE
007730         AT END
007740             MOVE 'Y' TO WS-EOF-SW
007750     END-READ.
007760 8000-READ-SALES-LINE-EXIT.
007770     EXIT.
007780
007790*****************************************************************
007800*    9999-TERMINATE                                             *
007810*****************************************************************
007820 9999-TERMINATE.
007830     IF WS-FAILED
007840         GO TO 9999-TERMINATE-EXIT
007850     END-IF.
007860     CLOSE SALES-HISTORY-FILE.
007870     IF NOT WS-ITM-DISABLED
007880         CLOSE ITEM-MASTER-FILE
007890     END-IF.
007900     CLOSE PROMOTION-LIFT-RPT.
007910 9999-TERMINATE-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007960*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
007970*****************************************************************
007980     COPY STPPROC.
