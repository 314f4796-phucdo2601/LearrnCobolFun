000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ABCCLS01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - QUARTERLY ABC CLASSIFICATION AND *
000100*                    CYCLE-COUNT SCHEDULE.  EVERY STOCKED ITEM   *
000110*                    IS RANKED BY THE YEAR'S USAGE VALUE         *
000120*                    (SLSHIST QUANTITY AT ITM-UNIT-COST) AND     *
000130*                    CLASSED A, B OR C ON ITS CUMULATIVE SHARE   *
000140*                    (ABCCLS.CPY).  THE COMING QUARTER'S COUNTS  *
000150*                    ARE THEN SCHEDULED (CNTSCHD.CPY) FOR EVERY  *
000160*                    LOCATION HOLDING THE ITEM - 'A' ONCE A      *
000170*                    MONTH, 'B' ONCE IN THE QUARTER, A QUARTER   *
000180*                    OF THE 'C' ITEMS SO EACH IS COUNTED ONCE A  *
000190*                    YEAR - SPREAD EVENLY OVER THE BUSINESS DAYS *
000200*                    ON BUSCAL.  ON ANY CYCLE BUT A QUARTER-END  *
000210*                    THE STEP REPORTS ITSELF NOT DUE, UNLESS     *
000220*                    THERE IS NO CLASSIFICATION YET.             *
000222*    2026-10-15  PD  A KIT'S OWN SALES-HISTORY ROW IS SKIPPED -  *
000224*                    THE KIT HOLDS NO STOCK, AND ITS USAGE IS ON *
000226*                    ITS COMPONENT ROWS.                         *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CYC-FILE-STATUS.
000300
000310     SELECT STOCK-FILE ASSIGN TO STKMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS STK-ITM-ID
000350         FILE STATUS IS WS-STK-FILE-STATUS.
000360
000370     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS SLC-KEY
000410         FILE STATUS IS WS-SLC-FILE-STATUS.
000420
000430     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS ITM-ID
000470         FILE STATUS IS WS-ITM-FILE-STATUS.
000480
000490     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SLH-FILE-STATUS.
000520
000530     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CAL-FILE-STATUS.
000560
000570     SELECT ABC-CLASS-FILE ASSIGN TO ABCCLS
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS ABC-ITM-ID
000610         FILE STATUS IS WS-ABC-FILE-STATUS.
000620
000630     SELECT COUNT-SCHEDULE-FILE ASSIGN TO CNTSCHD
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CSC-KEY
000670         FILE STATUS IS WS-CSC-FILE-STATUS.
000680
000690     SELECT ABC-CLASS-RPT ASSIGN TO ABCCLSRP
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-FILE-STATUS.
000720
000730     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-STP-FILE-STATUS.
000760
000770     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-MRC-FILE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CYCLE-CONTROL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CYCLCTL.
000860
000870 FD  STOCK-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY STKMAST.
000900
000910 FD  STOCK-LOCATION-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY STKLOC.
000940
000950 FD  ITEM-MASTER-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY ITMMAST.
000980
000990 FD  SALES-HISTORY-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY SLSHIST.
001020
001030 FD  BUSINESS-CALENDAR-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY BUSCAL.
001060
001070 FD  ABC-CLASS-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY ABCCLS.
001100
001110 FD  COUNT-SCHEDULE-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY CNTSCHD.
001140
001150 FD  ABC-CLASS-RPT
001160     LABEL RECORDS ARE STANDARD.
001170     01  ABC-CLASS-LINE           PIC X(80).
001180
001190 FD  STEP-LOG-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY STEPLOG.
001220
001230 FD  STEP-RUN-CONTROL-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY RUNCTL
001260         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001270
001280 WORKING-STORAGE SECTION.
001290     01  WS-CYC-FILE-STATUS       PIC X(02).
001300         88  WS-CYC-OK            VALUE '00'.
001310     01  WS-STK-FILE-STATUS       PIC X(02).
001320         88  WS-STK-OK            VALUE '00'.
001330         88  WS-STK-EOF           VALUE '10'.
001340     01  WS-SLC-FILE-STATUS       PIC X(02).
001350         88  WS-SLC-OK            VALUE '00'.
001360         88  WS-SLC-EOF           VALUE '10'.
001370     01  WS-ITM-FILE-STATUS       PIC X(02).
001380         88  WS-ITM-OK            VALUE '00'.
001390     01  WS-SLH-FILE-STATUS       PIC X(02).
001400         88  WS-SLH-OK            VALUE '00'.
001410         88  WS-SLH-EOF           VALUE '10'.
001420     01  WS-CAL-FILE-STATUS       PIC X(02).
001430         88  WS-CAL-OK            VALUE '00'.
001440         88  WS-CAL-EOF           VALUE '10'.
001450     01  WS-ABC-FILE-STATUS       PIC X(02).
001460         88  WS-ABC-OK            VALUE '00'.
001470     01  WS-CSC-FILE-STATUS       PIC X(02).
001480         88  WS-CSC-OK            VALUE '00'.
001490     01  WS-RPT-FILE-STATUS       PIC X(02).
001500         88  WS-RPT-OK            VALUE '00'.
001510
001520     01  WS-NOT-DUE-SW            PIC X(01) VALUE 'N'.
001530         88  WS-NOT-DUE           VALUE 'Y'.
001540     01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
001550         88  WS-FAILED            VALUE 'Y'.
001560     01  WS-SLC-DISABLED-SW       PIC X(01) VALUE 'N'.
001570         88  WS-SLC-DISABLED      VALUE 'Y'.
001580     01  WS-FOUND-SW              PIC X(01).
001590         88  WS-FOUND             VALUE 'Y'.
001600
001610     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001620     01  WS-CYCLE-TYPE            PIC X(01) VALUE SPACE.
001630         88  WS-QUARTER-END       VALUE 'Q'.
001640*    THE USAGE YEAR - SALES DATED AFTER THIS AND UP TO THE CYCLE.
001650     01  WS-YEAR-AGO-DATE         PIC 9(08).
001660
001670*****************************************************************
001680*    TUNING                                                     *
001690*****************************************************************
001700*    CUMULATIVE SHARE OF USAGE VALUE THAT CLOSES EACH CLASS.
001710     01  WS-A-CUM-PCT             PIC 9(03)V9(02) VALUE 80.00.
001720     01  WS-B-CUM-PCT             PIC 9(03)V9(02) VALUE 95.00.
001730
001740*****************************************************************
001750*    ITEM TABLE - LOADED FROM THE STOCK FILE, RANKED BY VALUE.  *
001760*****************************************************************
001770     01  WS-ITEM-COUNT            PIC 9(04) COMP VALUE 0.
001780     01  WS-MAX-ITEMS             PIC 9(04) COMP VALUE 500.
001790     01  WS-ITEM-TABLE.
001800         05  WS-IT-ROW OCCURS 500 TIMES.
001810             10  WS-IT-ITM-ID     PIC X(05).
001820             10  WS-IT-COST       PIC S9(03)V9(02) COMP-3.
001830             10  WS-IT-QTY        PIC 9(07) COMP-3.
001840             10  WS-IT-VALUE      PIC 9(09)V9(02) COMP-3.
001850             10  WS-IT-CUM-PCT    PIC 9(03)V9(02) COMP-3.
001860             10  WS-IT-CLASS      PIC X(01).
001870     01  WS-IT-SUB                PIC 9(04) COMP.
001880     01  WS-IT-HIT                PIC 9(04) COMP.
001890     01  WS-SORT-SUB              PIC 9(04) COMP.
001900     01  WS-SORT-SWAPPED-SW       PIC X(01).
001910         88  WS-SORT-SWAPPED      VALUE 'Y'.
001920     01  WS-SORT-HOLD             PIC X(22).
001930     01  WS-TOTAL-VALUE           PIC 9(11)V9(02) VALUE 0.
001940     01  WS-CUM-VALUE             PIC 9(11)V9(02) VALUE 0.
001950     01  WS-CUM-BEFORE-PCT        PIC 9(03)V9(02).
001960
001970*****************************************************************
001980*    BUSINESS DAYS OF THE COMING QUARTER, WITH THE FIRST DAY    *
001990*    AND NUMBER OF DAYS IN EACH OF ITS MONTHS.                  *
002000*****************************************************************
002010     01  WS-DAY-COUNT             PIC 9(03) COMP VALUE 0.
002020     01  WS-MAX-DAYS              PIC 9(03) COMP VALUE 80.
002030     01  WS-DAY-TABLE.
002040         05  WS-DAY-DATE          PIC 9(08) OCCURS 80 TIMES.
002050     01  WS-MONTH-COUNT           PIC 9(01) COMP VALUE 0.
002060     01  WS-MONTH-TABLE.
002070         05  WS-MONTH-ROW OCCURS 3 TIMES.
002080             10  WS-MON-FIRST     PIC 9(03) COMP.
002090             10  WS-MON-DAYS      PIC 9(03) COMP.
002100     01  WS-LAST-MONTH            PIC 9(02) VALUE 0.
002110     01  WS-CAL-MONTH             PIC 9(02).
002120     01  WS-QUARTER-END-SW        PIC X(01) VALUE 'N'.
002130         88  WS-QUARTER-CLOSED    VALUE 'Y'.
002140*    WHICH QUARTER OF THE YEAR IS BEING SCHEDULED - IT PICKS THE
002150*    QUARTER OF THE 'C' ITEMS COUNTED.
002160     01  WS-QUARTER-NBR           PIC 9(01) COMP.
002170     01  WS-QUOTIENT              PIC 9(07) COMP.
002180     01  WS-REMAINDER             PIC 9(07) COMP.
002190
002200*****************************************************************
002210*    SCHEDULING WORK - ONE UNIT IS AN ITEM AT A LOCATION.  PASS *
002220*    1 COUNTS THE UNITS IN EACH CLASS, PASS 2 PLACES THEM.      *
002230*****************************************************************
002240     01  WS-PASS                  PIC 9(01).
002250     01  WS-UNIT-LOC              PIC X(03).
002260     01  WS-UNIT-ITM              PIC X(05).
002270     01  WS-UNIT-CLASS            PIC X(01).
002280     01  WS-N-A                   PIC 9(07) COMP VALUE 0.
002290     01  WS-N-B                   PIC 9(07) COMP VALUE 0.
002300     01  WS-N-C                   PIC 9(07) COMP VALUE 0.
002310     01  WS-K-A                   PIC 9(07) COMP VALUE 0.
002320     01  WS-K-B                   PIC 9(07) COMP VALUE 0.
002330     01  WS-K-C                   PIC 9(07) COMP VALUE 0.
002340     01  WS-K-C-ALL               PIC 9(07) COMP VALUE 0.
002350     01  WS-M                     PIC 9(01) COMP.
002360     01  WS-DAY-IDX               PIC 9(03) COMP.
002370
002380*****************************************************************
002390*    CLASS TOTALS - 1 A, 2 B, 3 C.                              *
002400*****************************************************************
002410     01  WS-CLS-SUB               PIC 9(01) COMP.
002420     01  WS-CLASS-TOTALS.
002430         05  WS-CLS-ROW OCCURS 3 TIMES.
002440             10  WS-CLS-ITEMS     PIC 9(07) COMP.
002450             10  WS-CLS-VALUE     PIC 9(11)V9(02).
002460             10  WS-CLS-COUNTS    PIC 9(07) COMP.
002470     01  WS-CLASS-LETTERS         PIC X(03) VALUE 'ABC'.
002480
002490*****************************************************************
002500*    CONTROL TOTALS                                             *
002510*****************************************************************
002520     01  WS-TOTALS.
002530         05  WS-STOCK-READ        PIC 9(07) COMP VALUE 0.
002540         05  WS-OVERFLOW-COUNT    PIC 9(07) COMP VALUE 0.
002550         05  WS-LINES-USED        PIC 9(07) COMP VALUE 0.
002560         05  WS-SCHEDULED-COUNT   PIC 9(07) COMP VALUE 0.
002570
002580*****************************************************************
002590*    REPORT LINE LAYOUTS                                        *
002600*****************************************************************
002610     01  WS-HEADING-LINE.
002620         05  FILLER               PIC X(40) VALUE
002630             'ABCCLS01 - ABC CLASSIFICATION AS OF'.
002640         05  WS-HDG-DATE          PIC 9(08).
002650         05  FILLER               PIC X(32) VALUE SPACES.
002660
002670     01  WS-COLUMN-LINE.
002680         05  FILLER               PIC X(40) VALUE
002690             'RANK ITEM   USAGE QTY      USAGE VALUE '.
002700         05  FILLER               PIC X(40) VALUE
002710             '  CUM %  CLASS'.
002720
002730     01  WS-DETAIL-LINE.
002740         05  WS-DET-RANK          PIC ZZZ9.
002750         05  FILLER               PIC X(01) VALUE SPACES.
002760         05  WS-DET-ITM-ID        PIC X(05).
002770         05  FILLER               PIC X(01) VALUE SPACES.
002780         05  WS-DET-QTY           PIC Z,ZZZ,ZZ9.
002790         05  FILLER               PIC X(02) VALUE SPACES.
002800         05  WS-DET-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
002810         05  FILLER               PIC X(03) VALUE SPACES.
002820         05  WS-DET-CUM-PCT       PIC ZZ9.99.
002830         05  FILLER               PIC X(03) VALUE SPACES.
002840         05  WS-DET-CLASS         PIC X(01).
002850         05  FILLER               PIC X(32) VALUE SPACES.
002860
002870     01  WS-CLASS-HEADING-LINE.
002880         05  FILLER               PIC X(40) VALUE
002890             'CLASS    ITEMS      USAGE VALUE  COUNTS'.
002900         05  FILLER               PIC X(40) VALUE
002910             ' SCHEDULED'.
002920
002930     01  WS-CLASS-LINE.
002940         05  FILLER               PIC X(02) VALUE SPACES.
002950         05  WS-CLL-CLASS         PIC X(01).
002960         05  FILLER               PIC X(02) VALUE SPACES.
002970         05  WS-CLL-ITEMS         PIC ZZZ,ZZ9.
002980         05  FILLER               PIC X(02) VALUE SPACES.
002990         05  WS-CLL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
003000         05  FILLER               PIC X(03) VALUE SPACES.
003010         05  WS-CLL-COUNTS        PIC ZZZ,ZZ9.
003020         05  FILLER               PIC X(42) VALUE SPACES.
003030
003040     01  WS-COUNT-LINE.
003050         05  WS-CNT-TITLE         PIC X(26).
003060         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
003070         05  FILLER               PIC X(43) VALUE SPACES.
003080
003090     COPY STPWORK.
003100
003110 PROCEDURE DIVISION.
003120*****************************************************************
003130*    0000-MAINLINE                                              *
003140*****************************************************************
003150 0000-MAINLINE.
003160     MOVE 'ABCCLS01' TO WS-STP-PROGRAM.
003170     PERFORM 9700-LOG-STEP-START
003180         THRU 9700-LOG-STEP-START-EXIT.
003190
003200     PERFORM 1000-INITIALIZE
003210         THRU 1000-INITIALIZE-EXIT.
003220
003230     IF WS-NOT-DUE
003240         DISPLAY 'ABCCLS01: NOT A QUARTER-END CYCLE - NOT DUE'
003250     END-IF.
003260     IF NOT WS-NOT-DUE AND NOT WS-FAILED
003270         PERFORM 2000-ACCUMULATE-USAGE
003280             THRU 2000-ACCUMULATE-USAGE-EXIT
003290             UNTIL WS-SLH-EOF
003300         PERFORM 3000-CLASSIFY-ITEMS
003310             THRU 3000-CLASSIFY-ITEMS-EXIT
003320         PERFORM 4000-LOAD-QUARTER-DAYS
003330             THRU 4000-LOAD-QUARTER-DAYS-EXIT
003340         PERFORM 5000-SCHEDULE-COUNTS
003350             THRU 5000-SCHEDULE-COUNTS-EXIT
003360         PERFORM 6000-PRINT-SUMMARY
003370             THRU 6000-PRINT-SUMMARY-EXIT
003380         DISPLAY 'ABCCLS01: ITEMS CLASSIFIED...... '
003390             WS-ITEM-COUNT
003400         DISPLAY 'ABCCLS01: ITEMS OVER TABLE LIMIT '
003410             WS-OVERFLOW-COUNT
003420         DISPLAY 'ABCCLS01: COUNTS SCHEDULED...... '
003430             WS-SCHEDULED-COUNT
003440     END-IF.
003450
003460*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
003470*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).  AN
003480*    ITEM LEFT OFF THE TABLE IS NEVER SCHEDULED.
003490     IF WS-OVERFLOW-COUNT > 0
003500         IF RETURN-CODE < 4
003510             MOVE 4 TO RETURN-CODE
003520         END-IF
003530     END-IF.
003540
003550     PERFORM 9999-TERMINATE
003560         THRU 9999-TERMINATE-EXIT.
003570
003580     COMPUTE WS-STP-RECORDS-IN =
003590         WS-ITEM-COUNT + WS-OVERFLOW-COUNT.
003600     MOVE WS-ITEM-COUNT     TO WS-STP-APPLIED.
003610     MOVE WS-OVERFLOW-COUNT TO WS-STP-REJECTED.
003620     PERFORM 9710-LOG-STEP-END
003630         THRU 9710-LOG-STEP-END-EXIT.
003640
003650     STOP RUN.
003660
003670*****************************************************************
003680*    1000-INITIALIZE                                            *
003690*    ONLY A QUARTER-END CYCLE RECLASSIFIES, EXCEPT THE FIRST    *
003700*    TIME, WHEN THERE IS NO CLASS FILE YET AND THE REST OF THE  *
003710*    CURRENT QUARTER IS SCHEDULED.  THE STOCK FILE GIVES THE    *
003720*    ITEMS; THE ITEM MASTER THEIR COST.                         *
003730*****************************************************************
003740 1000-INITIALIZE.
003750     OPEN INPUT CYCLE-CONTROL-FILE.
003760     IF WS-CYC-OK
003770         READ CYCLE-CONTROL-FILE
003780             AT END
003790                 CONTINUE
003800             NOT AT END
003810                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003820                 MOVE CYC-CYCLE-TYPE    TO WS-CYCLE-TYPE
003830         END-READ
003840         CLOSE CYCLE-CONTROL-FILE
003850     END-IF.
003860     IF WS-CYCLE-DATE = 0
003870         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003880     END-IF.
003890     COMPUTE WS-YEAR-AGO-DATE = WS-CYCLE-DATE - 10000.
003900
003910     OPEN INPUT ABC-CLASS-FILE.
003920     IF WS-ABC-OK
003930         CLOSE ABC-CLASS-FILE
003940         IF NOT WS-QUARTER-END
003950             MOVE 'Y' TO WS-NOT-DUE-SW
003960             GO TO 1000-INITIALIZE-EXIT
003970         END-IF
003980     END-IF.
003990
004000     OPEN INPUT STOCK-FILE.
004010     IF NOT WS-STK-OK
004020         DISPLAY 'ABCCLS01: OPEN STOCK-FILE FAILED '
004030             WS-STK-FILE-STATUS
004040         MOVE 'Y' TO WS-FAILED-SW
004050         MOVE 8 TO RETURN-CODE
004060         GO TO 1000-INITIALIZE-EXIT
004070     END-IF.
004080     OPEN INPUT ITEM-MASTER-FILE.
004090     IF NOT WS-ITM-OK
004100         DISPLAY 'ABCCLS01: OPEN ITEM-MASTER FAILED '
004110             WS-ITM-FILE-STATUS
004120         MOVE 'Y' TO WS-FAILED-SW
004130         MOVE 8 TO RETURN-CODE
004140         GO TO 1000-INITIALIZE-EXIT
004150     END-IF.
004160     OPEN INPUT SALES-HISTORY-FILE.
004170     IF NOT WS-SLH-OK
004180         DISPLAY 'ABCCLS01: OPEN SALES-HISTORY-FILE FAILED '
004190             WS-SLH-FILE-STATUS
004200         MOVE 'Y' TO WS-FAILED-SW
004210         MOVE 8 TO RETURN-CODE
004220         GO TO 1000-INITIALIZE-EXIT
004230     END-IF.
004240
004250     PERFORM 1100-LOAD-ITEM
004260         THRU 1100-LOAD-ITEM-EXIT
004270         UNTIL WS-STK-EOF.
004280
004290     OPEN OUTPUT ABC-CLASS-RPT.
004300     MOVE WS-CYCLE-DATE TO WS-HDG-DATE.
004310     WRITE ABC-CLASS-LINE FROM WS-HEADING-LINE.
004320     WRITE ABC-CLASS-LINE FROM WS-COLUMN-LINE.
004330
004340     PERFORM 8000-READ-SALES
004350         THRU 8000-READ-SALES-EXIT.
004360 1000-INITIALIZE-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*    1100-LOAD-ITEM                                             *
004410*    ONE TABLE ROW PER STOCK RECORD, WITH THE ITEM'S UNIT COST  *
004420*    (ZERO IF THE ITEM IS GONE FROM THE MASTER).                *
004430*****************************************************************
004440 1100-LOAD-ITEM.
004450     READ STOCK-FILE NEXT RECORD
004460         AT END
004470             MOVE '10' TO WS-STK-FILE-STATUS
004480             GO TO 1100-LOAD-ITEM-EXIT
004490     END-READ.
004500     ADD 1 TO WS-STOCK-READ.
004510     IF WS-ITEM-COUNT NOT < WS-MAX-ITEMS
004520         ADD 1 TO WS-OVERFLOW-COUNT
004530         DISPLAY 'ABCCLS01: ITEM TABLE FULL - ' STK-ITM-ID
004540             ' NOT CLASSIFIED'
004550         GO TO 1100-LOAD-ITEM-EXIT
004560     END-IF.
004570     ADD 1 TO WS-ITEM-COUNT.
004580     MOVE STK-ITM-ID TO WS-IT-ITM-ID(WS-ITEM-COUNT).
004590     MOVE 0          TO WS-IT-COST(WS-ITEM-COUNT).
004600     MOVE 0          TO WS-IT-QTY(WS-ITEM-COUNT).
004610     MOVE 0          TO WS-IT-VALUE(WS-ITEM-COUNT).
004620     MOVE 0          TO WS-IT-CUM-PCT(WS-ITEM-COUNT).
004630     MOVE 'C'        TO WS-IT-CLASS(WS-ITEM-COUNT).
004640     MOVE STK-ITM-ID TO ITM-ID.
004650     READ ITEM-MASTER-FILE
004660         INVALID KEY
004670             GO TO 1100-LOAD-ITEM-EXIT
004680     END-READ.
004690     IF ITM-UNIT-COST > 0
004700         MOVE ITM-UNIT-COST TO WS-IT-COST(WS-ITEM-COUNT)
004710     END-IF.
004720 1100-LOAD-ITEM-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760*    2000-ACCUMULATE-USAGE                                      *
004770*    A SALES LINE FROM THE LAST YEAR ADDS ITS QUANTITY TO ITS   *
004780*    ITEM.  A CREDIT LINE (NEGATIVE AMOUNT) IS A RETURN, NOT    *
004790*    USAGE.                                                     *
004800*****************************************************************
004810 2000-ACCUMULATE-USAGE.
004820     IF SLH-AMOUNT < 0 OR SLH-ORDER-DATE NOT NUMERIC
004830         GO TO 2000-ACCUMULATE-NEXT
004840     END-IF.
004841*    A KIT IS USED UP AS ITS COMPONENTS, WHICH HAVE ROWS OF THEIR
004842*    OWN.
004843     IF SLH-KIT-SALE
004844         GO TO 2000-ACCUMULATE-NEXT
004845     END-IF.
004850     IF SLH-ORDER-DATE NOT > WS-YEAR-AGO-DATE
004860         OR SLH-ORDER-DATE > WS-CYCLE-DATE
004870         GO TO 2000-ACCUMULATE-NEXT
004880     END-IF.
004890     MOVE SLH-ITM-ID TO WS-UNIT-ITM.
004900     PERFORM 7000-FIND-ITEM
004910         THRU 7000-FIND-ITEM-EXIT.
004920     IF WS-FOUND
004930         ADD 1 TO WS-LINES-USED
004940         ADD SLH-QUANTITY TO WS-IT-QTY(WS-IT-HIT)
004950     END-IF.
004960
004970 2000-ACCUMULATE-NEXT.
004980     PERFORM 8000-READ-SALES
004990         THRU 8000-READ-SALES-EXIT.
005000 2000-ACCUMULATE-USAGE-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040*    3000-CLASSIFY-ITEMS                                        *
005050*    VALUE EACH ITEM, RANK THE TABLE LARGEST FIRST, AND CLASS   *
005060*    EACH ITEM ON THE SHARE OF TOTAL VALUE RANKED AHEAD OF IT - *
005070*    SO THE ITEM THAT CROSSES 80% IS STILL AN 'A'.  AN ITEM     *
005080*    WITH NO USAGE IS ALWAYS A 'C'.  THE CLASS FILE IS          *
005090*    REWRITTEN WHOLE.                                           *
005100*****************************************************************
005110 3000-CLASSIFY-ITEMS.
005120     PERFORM 3050-VALUE-ITEM
005130         THRU 3050-VALUE-ITEM-EXIT
005140         VARYING WS-IT-SUB FROM 1 BY 1
005150         UNTIL WS-IT-SUB > WS-ITEM-COUNT.
005160
005170     MOVE 'Y' TO WS-SORT-SWAPPED-SW.
005180     PERFORM 3100-ONE-SORT-PASS
005190         THRU 3100-ONE-SORT-PASS-EXIT
005200         UNTIL NOT WS-SORT-SWAPPED.
005210
005220     OPEN OUTPUT ABC-CLASS-FILE.
005230     IF NOT WS-ABC-OK
005240         DISPLAY 'ABCCLS01: OPEN ABC-CLASS-FILE FAILED '
005250             WS-ABC-FILE-STATUS
005260         MOVE 8 TO RETURN-CODE
005270     END-IF.
005280     MOVE 0 TO WS-CUM-VALUE.
005290     PERFORM 3300-CLASS-ONE-ITEM
005300         THRU 3300-CLASS-ONE-ITEM-EXIT
005310         VARYING WS-IT-SUB FROM 1 BY 1
005320         UNTIL WS-IT-SUB > WS-ITEM-COUNT.
005330     CLOSE ABC-CLASS-FILE.
005340 3000-CLASSIFY-ITEMS-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380*    3050-VALUE-ITEM                                            *
005390*****************************************************************
005400 3050-VALUE-ITEM.
005410     COMPUTE WS-IT-VALUE(WS-IT-SUB) =
005420         WS-IT-QTY(WS-IT-SUB) * WS-IT-COST(WS-IT-SUB).
005430     ADD WS-IT-VALUE(WS-IT-SUB) TO WS-TOTAL-VALUE.
005440 3050-VALUE-ITEM-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    3100-ONE-SORT-PASS                                         *
005490*    EXCHANGE SORT BY USAGE VALUE, LARGEST FIRST.               *
005500*****************************************************************
005510 3100-ONE-SORT-PASS.
005520     MOVE 'N' TO WS-SORT-SWAPPED-SW.
005530     IF WS-ITEM-COUNT < 2
005540         GO TO 3100-ONE-SORT-PASS-EXIT
005550     END-IF.
005560     PERFORM 3200-COMPARE-NEIGHBORS
005570         THRU 3200-COMPARE-NEIGHBORS-EXIT
005580         VARYING WS-SORT-SUB FROM 1 BY 1
005590         UNTIL WS-SORT-SUB NOT < WS-ITEM-COUNT.
005600 3100-ONE-SORT-PASS-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640*    3200-COMPARE-NEIGHBORS                                     *
005650*****************************************************************
005660 3200-COMPARE-NEIGHBORS.
005670     COMPUTE WS-IT-SUB = WS-SORT-SUB + 1.
005680     IF WS-IT-VALUE(WS-IT-SUB) > WS-IT-VALUE(WS-SORT-SUB)
005690         MOVE WS-IT-ROW(WS-SORT-SUB) TO WS-SORT-HOLD
005700         MOVE WS-IT-ROW(WS-IT-SUB)   TO WS-IT-ROW(WS-SORT-SUB)
005710         MOVE WS-SORT-HOLD           TO WS-IT-ROW(WS-IT-SUB)
005720         MOVE 'Y' TO WS-SORT-SWAPPED-SW
005730     END-IF.
005740 3200-COMPARE-NEIGHBORS-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780*    3300-CLASS-ONE-ITEM                                        *
005790*****************************************************************
005800 3300-CLASS-ONE-ITEM.
005810     MOVE 0 TO WS-CUM-BEFORE-PCT.
005820     IF WS-TOTAL-VALUE > 0
005830         COMPUTE WS-CUM-BEFORE-PCT =
005840             WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
005850     END-IF.
005860     ADD WS-IT-VALUE(WS-IT-SUB) TO WS-CUM-VALUE.
005870     IF WS-TOTAL-VALUE > 0
005880         COMPUTE WS-IT-CUM-PCT(WS-IT-SUB) ROUNDED =
005890             WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
005900     END-IF.
005910     EVALUATE TRUE
005920         WHEN WS-IT-VALUE(WS-IT-SUB) = 0
005930             MOVE 'C' TO WS-IT-CLASS(WS-IT-SUB)
005940         WHEN WS-CUM-BEFORE-PCT < WS-A-CUM-PCT
005950             MOVE 'A' TO WS-IT-CLASS(WS-IT-SUB)
005960         WHEN WS-CUM-BEFORE-PCT < WS-B-CUM-PCT
005970             MOVE 'B' TO WS-IT-CLASS(WS-IT-SUB)
005980         WHEN OTHER
005990             MOVE 'C' TO WS-IT-CLASS(WS-IT-SUB)
006000     END-EVALUATE.
006010
006020     MOVE SPACES                   TO ABC-CLASS-REC.
006030     MOVE WS-IT-ITM-ID(WS-IT-SUB)  TO ABC-ITM-ID.
006040     MOVE WS-IT-CLASS(WS-IT-SUB)   TO ABC-CLASS.
006050     MOVE WS-IT-QTY(WS-IT-SUB)     TO ABC-USAGE-QTY.
006060     MOVE WS-IT-VALUE(WS-IT-SUB)   TO ABC-USAGE-VALUE.
006070     MOVE WS-IT-CUM-PCT(WS-IT-SUB) TO ABC-CUM-PCT.
006080     MOVE WS-CYCLE-DATE            TO ABC-CLASSIFIED-DATE.
006090     WRITE ABC-CLASS-REC.
006100
006110     MOVE WS-IT-CLASS(WS-IT-SUB) TO WS-UNIT-CLASS.
006120     PERFORM 7100-CLASS-SUBSCRIPT
006130         THRU 7100-CLASS-SUBSCRIPT-EXIT.
006140     ADD 1 TO WS-CLS-ITEMS(WS-CLS-SUB).
006150     ADD WS-IT-VALUE(WS-IT-SUB) TO WS-CLS-VALUE(WS-CLS-SUB).
006160
006170     MOVE WS-IT-SUB                TO WS-DET-RANK.
006180     MOVE WS-IT-ITM-ID(WS-IT-SUB)  TO WS-DET-ITM-ID.
006190     MOVE WS-IT-QTY(WS-IT-SUB)     TO WS-DET-QTY.
006200     MOVE WS-IT-VALUE(WS-IT-SUB)   TO WS-DET-VALUE.
006210     MOVE WS-IT-CUM-PCT(WS-IT-SUB) TO WS-DET-CUM-PCT.
006220     MOVE WS-IT-CLASS(WS-IT-SUB)   TO WS-DET-CLASS.
006230     WRITE ABC-CLASS-LINE FROM WS-DETAIL-LINE.
006240 3300-CLASS-ONE-ITEM-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280*    4000-LOAD-QUARTER-DAYS                                     *
006290*    THE BUSINESS DAYS AFTER THE CYCLE DATE UP TO AND INCLUDING *
006300*    THE NEXT QUARTER-END MARKER, NUMBERING THE MONTHS THEY     *
006310*    FALL IN.                                                   *
006320*****************************************************************
006330 4000-LOAD-QUARTER-DAYS.
006340     OPEN INPUT BUSINESS-CALENDAR-FILE.
006350     IF NOT WS-CAL-OK
006360         DISPLAY 'ABCCLS01: OPEN BUSINESS-CALENDAR-FILE FAILED '
006370             WS-CAL-FILE-STATUS
006380         MOVE 8 TO RETURN-CODE
006390         GO TO 4000-LOAD-QUARTER-DAYS-EXIT
006400     END-IF.
006410     PERFORM 4100-READ-CALENDAR-DAY
006420         THRU 4100-READ-CALENDAR-DAY-EXIT
006430         UNTIL WS-CAL-EOF OR WS-QUARTER-CLOSED.
006440     CLOSE BUSINESS-CALENDAR-FILE.
006450
006460     IF WS-DAY-COUNT = 0
006470         DISPLAY 'ABCCLS01: NO BUSINESS DAYS ON BUSCAL AFTER '
006480             WS-CYCLE-DATE ' - NOTHING SCHEDULED'
006490         MOVE 8 TO RETURN-CODE
006500         GO TO 4000-LOAD-QUARTER-DAYS-EXIT
006510     END-IF.
006520     MOVE WS-DAY-DATE(1)(5:2) TO WS-CAL-MONTH.
006530     COMPUTE WS-QUARTER-NBR = (WS-CAL-MONTH - 1) / 3 + 1.
006540 4000-LOAD-QUARTER-DAYS-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580*    4100-READ-CALENDAR-DAY                                     *
006590*****************************************************************
006600 4100-READ-CALENDAR-DAY.
006610     READ BUSINESS-CALENDAR-FILE
006620         AT END
006630             MOVE '10' TO WS-CAL-FILE-STATUS
006640             GO TO 4100-READ-CALENDAR-DAY-EXIT
006650     END-READ.
006660     IF CAL-DATE NOT > WS-CYCLE-DATE OR NOT CAL-BUSINESS-DAY
006670         GO TO 4100-READ-CALENDAR-DAY-EXIT
006680     END-IF.
006690     IF WS-DAY-COUNT NOT < WS-MAX-DAYS
006700         MOVE 'Y' TO WS-QUARTER-END-SW
006710         GO TO 4100-READ-CALENDAR-DAY-EXIT
006720     END-IF.
006730     MOVE CAL-DATE(5:2) TO WS-CAL-MONTH.
006740     IF WS-CAL-MONTH NOT = WS-LAST-MONTH
006750         IF WS-MONTH-COUNT = 3
006760             MOVE 'Y' TO WS-QUARTER-END-SW
006770             GO TO 4100-READ-CALENDAR-DAY-EXIT
006780         END-IF
006790         ADD 1 TO WS-MONTH-COUNT
006800         MOVE WS-CAL-MONTH TO WS-LAST-MONTH
006810         COMPUTE WS-MON-FIRST(WS-MONTH-COUNT) = WS-DAY-COUNT + 1
006820         MOVE 0 TO WS-MON-DAYS(WS-MONTH-COUNT)
006830     END-IF.
006840     ADD 1 TO WS-DAY-COUNT.
006850     MOVE CAL-DATE TO WS-DAY-DATE(WS-DAY-COUNT).
006860     ADD 1 TO WS-MON-DAYS(WS-MONTH-COUNT).
006870     IF CAL-QUARTER-END
006880         MOVE 'Y' TO WS-QUARTER-END-SW
006890     END-IF.
006900 4100-READ-CALENDAR-DAY-EXIT.
006910     EXIT.
006920
006930*****************************************************************
006940*    5000-SCHEDULE-COUNTS                                       *
006950*    EVERY LOCATION HOLDING AN ITEM IS COUNTED THERE; WITHOUT   *
006960*    THE LOCATION FILE EACH ITEM IS COUNTED ONCE AT THE CENTRAL *
006970*    WAREHOUSE.  TWO PASSES OVER THE UNITS - THE FIRST SIZES    *
006980*    EACH CLASS, THE SECOND SPREADS IT EVENLY OVER ITS DAYS.    *
006990*    THE SCHEDULE FILE IS REBUILT FOR THE QUARTER.              *
007000*****************************************************************
007010 5000-SCHEDULE-COUNTS.
007020     IF WS-DAY-COUNT = 0
007030         GO TO 5000-SCHEDULE-COUNTS-EXIT
007040     END-IF.
007050     OPEN OUTPUT COUNT-SCHEDULE-FILE.
007060     IF NOT WS-CSC-OK
007070         DISPLAY 'ABCCLS01: OPEN COUNT-SCHEDULE-FILE FAILED '
007080             WS-CSC-FILE-STATUS
007090         MOVE 8 TO RETURN-CODE
007100         GO TO 5000-SCHEDULE-COUNTS-EXIT
007110     END-IF.
007120
007130     MOVE 1 TO WS-PASS.
007140     PERFORM 5100-PASS-OVER-UNITS
007150         THRU 5100-PASS-OVER-UNITS-EXIT.
007160     MOVE 2 TO WS-PASS.
007170     PERFORM 5100-PASS-OVER-UNITS
007180         THRU 5100-PASS-OVER-UNITS-EXIT.
007190
007200     CLOSE COUNT-SCHEDULE-FILE.
007210 5000-SCHEDULE-COUNTS-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250*    5100-PASS-OVER-UNITS                                       *
007260*****************************************************************
007270 5100-PASS-OVER-UNITS.
007280     MOVE 0 TO WS-K-A WS-K-B WS-K-C WS-K-C-ALL.
007290     IF WS-SLC-DISABLED
007300         GO TO 5100-FROM-TABLE
007310     END-IF.
007320     OPEN INPUT STOCK-LOCATION-FILE.
007330     IF NOT WS-SLC-OK
007340         DISPLAY 'ABCCLS01: NO STOCK-LOCATION-FILE - '
007350             'CENTRAL WAREHOUSE ONLY'
007360         MOVE 'Y' TO WS-SLC-DISABLED-SW
007370         GO TO 5100-FROM-TABLE
007380     END-IF.
007390     PERFORM 5200-NEXT-LOCATION-UNIT
007400         THRU 5200-NEXT-LOCATION-UNIT-EXIT
007410         UNTIL WS-SLC-EOF.
007420     CLOSE STOCK-LOCATION-FILE.
007430     GO TO 5100-PASS-OVER-UNITS-EXIT.
007440
007450 5100-FROM-TABLE.
007460     PERFORM 5250-NEXT-TABLE-UNIT
007470         THRU 5250-NEXT-TABLE-UNIT-EXIT
007480         VARYING WS-IT-SUB FROM 1 BY 1
007490         UNTIL WS-IT-SUB > WS-ITEM-COUNT.
007500 5100-PASS-OVER-UNITS-EXIT.
007510     EXIT.
007520
007530*****************************************************************
007540*    5200-NEXT-LOCATION-UNIT                                    *
007550*****************************************************************
007560 5200-NEXT-LOCATION-UNIT.
007570     READ STOCK-LOCATION-FILE NEXT RECORD
007580         AT END
007590             MOVE '10' TO WS-SLC-FILE-STATUS
007600             GO TO 5200-NEXT-LOCATION-UNIT-EXIT
007610     END-READ.
007620     MOVE SLC-LOC-CODE TO WS-UNIT-LOC.
007630     MOVE SLC-ITM-ID   TO WS-UNIT-ITM.
007640     PERFORM 7000-FIND-ITEM
007650         THRU 7000-FIND-ITEM-EXIT.
007660     MOVE 'C' TO WS-UNIT-CLASS.
007670     IF WS-FOUND
007680         MOVE WS-IT-CLASS(WS-IT-HIT) TO WS-UNIT-CLASS
007690     END-IF.
007700     PERFORM 5300-PLACE-UNIT
007710         THRU 5300-PLACE-UNIT-EXIT.
007720 5200-NEXT-LOCATION-UNIT-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760*    5250-NEXT-TABLE-UNIT                                       *
007770*****************************************************************
007780 5250-NEXT-TABLE-UNIT.
007790     MOVE SPACES                  TO WS-UNIT-LOC.
007800     MOVE WS-IT-ITM-ID(WS-IT-SUB) TO WS-UNIT-ITM.
007810     MOVE WS-IT-CLASS(WS-IT-SUB)  TO WS-UNIT-CLASS.
007820     PERFORM 5300-PLACE-UNIT
007830         THRU 5300-PLACE-UNIT-EXIT.
007840 5250-NEXT-TABLE-UNIT-EXIT.
007850     EXIT.
007860
007870*****************************************************************
007880*    5300-PLACE-UNIT                                            *
007890*    UNIT K OF N IN A SPAN OF D DAYS FALLS ON DAY K * D / N OF  *
007900*    THE SPAN.  AN 'A' UNIT IS PLACED IN EACH MONTH, A 'B' UNIT *
007910*    ONCE IN THE QUARTER, AND EVERY FOURTH 'C' UNIT - THE ONES  *
007920*    FOR THIS QUARTER OF THE YEAR - ONCE IN THE QUARTER.        *
007930*****************************************************************
007940 5300-PLACE-UNIT.
007950     EVALUATE WS-UNIT-CLASS
007960         WHEN 'A'
007970             IF WS-PASS = 1
007980                 ADD 1 TO WS-N-A
007990             ELSE
008000                 PERFORM 5310-PLACE-IN-MONTH
008010                     THRU 5310-PLACE-IN-MONTH-EXIT
008020                     VARYING WS-M FROM 1 BY 1
008030                     UNTIL WS-M > WS-MONTH-COUNT
008040                 ADD 1 TO WS-K-A
008050             END-IF
008060         WHEN 'B'
008070             IF WS-PASS = 1
008080                 ADD 1 TO WS-N-B
008090             ELSE
008100                 COMPUTE WS-DAY-IDX =
008110                     WS-K-B * WS-DAY-COUNT / WS-N-B + 1
008120                 PERFORM 5400-WRITE-SCHEDULE
008130                     THRU 5400-WRITE-SCHEDULE-EXIT
008140                 ADD 1 TO WS-K-B
008150             END-IF
008160         WHEN OTHER
008170             DIVIDE 4 INTO WS-K-C-ALL GIVING WS-QUOTIENT
008180                 REMAINDER WS-REMAINDER
008190             ADD 1 TO WS-K-C-ALL
008200             IF WS-REMAINDER + 1 = WS-QUARTER-NBR
008210                 IF WS-PASS = 1
008220                     ADD 1 TO WS-N-C
008230                 ELSE
008240                     COMPUTE WS-DAY-IDX =
008250                         WS-K-C * WS-DAY-COUNT / WS-N-C + 1
008260                     MOVE 'C' TO WS-UNIT-CLASS
008270                     PERFORM 5400-WRITE-SCHEDULE
008280                         THRU 5400-WRITE-SCHEDULE-EXIT
008290                     ADD 1 TO WS-K-C
008300                 END-IF
008310             END-IF
008320     END-EVALUATE.
008330 5300-PLACE-UNIT-EXIT.
008340     EXIT.
008350
008360*****************************************************************
008370*    5310-PLACE-IN-MONTH                                        *
008380*****************************************************************
008390 5310-PLACE-IN-MONTH.
008400     COMPUTE WS-DAY-IDX = WS-MON-FIRST(WS-M)
008410         + WS-K-A * WS-MON-DAYS(WS-M) / WS-N-A.
008420     PERFORM 5400-WRITE-SCHEDULE
008430         THRU 5400-WRITE-SCHEDULE-EXIT.
008440 5310-PLACE-IN-MONTH-EXIT.
008450     EXIT.
008460
008470*****************************************************************
008480*    5400-WRITE-SCHEDULE                                        *
008490*****************************************************************
008500 5400-WRITE-SCHEDULE.
008510     MOVE SPACES                  TO COUNT-SCHEDULE-REC.
008520     MOVE WS-UNIT-LOC             TO CSC-LOC-CODE.
008530     MOVE WS-UNIT-ITM             TO CSC-ITM-ID.
008540     MOVE WS-DAY-DATE(WS-DAY-IDX) TO CSC-COUNT-DATE.
008550     MOVE WS-UNIT-CLASS           TO CSC-CLASS.
008560     MOVE 'S'                     TO CSC-STATUS.
008570     MOVE 0                       TO CSC-COUNTED-DATE.
008580     WRITE COUNT-SCHEDULE-REC
008590         INVALID KEY
008600             GO TO 5400-WRITE-SCHEDULE-EXIT
008610     END-WRITE.
008620     ADD 1 TO WS-SCHEDULED-COUNT.
008630     PERFORM 7100-CLASS-SUBSCRIPT
008640         THRU 7100-CLASS-SUBSCRIPT-EXIT.
008650     ADD 1 TO WS-CLS-COUNTS(WS-CLS-SUB).
008660 5400-WRITE-SCHEDULE-EXIT.
008670     EXIT.
008680
008690*****************************************************************
008700*    6000-PRINT-SUMMARY                                         *
008710*****************************************************************
008720 6000-PRINT-SUMMARY.
008730     WRITE ABC-CLASS-LINE FROM WS-CLASS-HEADING-LINE.
008740     PERFORM 6100-PRINT-CLASS
008750         THRU 6100-PRINT-CLASS-EXIT
008760         VARYING WS-CLS-SUB FROM 1 BY 1
008770         UNTIL WS-CLS-SUB > 3.
008780
008790     MOVE 'SALES LINES IN THE YEAR...' TO WS-CNT-TITLE.
008800     MOVE WS-LINES-USED TO WS-CNT-VALUE.
008810     WRITE ABC-CLASS-LINE FROM WS-COUNT-LINE.
008820     MOVE 'ITEMS OVER TABLE LIMIT....' TO WS-CNT-TITLE.
008830     MOVE WS-OVERFLOW-COUNT TO WS-CNT-VALUE.
008840     WRITE ABC-CLASS-LINE FROM WS-COUNT-LINE.
008850     MOVE 'BUSINESS DAYS SCHEDULED...' TO WS-CNT-TITLE.
008860     MOVE WS-DAY-COUNT TO WS-CNT-VALUE.
008870     WRITE ABC-CLASS-LINE FROM WS-COUNT-LINE.
008880 6000-PRINT-SUMMARY-EXIT.
008890     EXIT.
008900
008910*****************************************************************
008920*    6100-PRINT-CLASS                                           *
008930*****************************************************************
008940 6100-PRINT-CLASS.
008950     MOVE WS-CLASS-LETTERS(WS-CLS-SUB:1) TO WS-CLL-CLASS.
008960     MOVE WS-CLS-ITEMS(WS-CLS-SUB)  TO WS-CLL-ITEMS.
008970     MOVE WS-CLS-VALUE(WS-CLS-SUB)  TO WS-CLL-VALUE.
008980     MOVE WS-CLS-COUNTS(WS-CLS-SUB) TO WS-CLL-COUNTS.
008990     WRITE ABC-CLASS-LINE FROM WS-CLASS-LINE.
009000 6100-PRINT-CLASS-EXIT.
009010     EXIT.
009020
009030*****************************************************************
009040*    7000-FIND-ITEM                                             *
009050*    WS-UNIT-ITM IN, WS-FOUND AND WS-IT-HIT OUT.                *
009060*****************************************************************
009070 7000-FIND-ITEM.
009080     MOVE 'N' TO WS-FOUND-SW.
009090     PERFORM 7010-MATCH-ITEM
009100         THRU 7010-MATCH-ITEM-EXIT
009110         VARYING WS-IT-SUB FROM 1 BY 1
009120         UNTIL WS-IT-SUB > WS-ITEM-COUNT OR WS-FOUND.
009130 7000-FIND-ITEM-EXIT.
009140     EXIT.
009150
009160*****************************************************************
009170*    7010-MATCH-ITEM                                            *
009180*****************************************************************
009190 7010-MATCH-ITEM.
009200     IF WS-IT-ITM-ID(WS-IT-SUB) = WS-UNIT-ITM
009210         MOVE 'Y' TO WS-FOUND-SW
009220         MOVE WS-IT-SUB TO WS-IT-HIT
009230     END-IF.
009240 7010-MATCH-ITEM-EXIT.
009250     EXIT.
009260
009270*****************************************************************
009280*    7100-CLASS-SUBSCRIPT                                       *
009290*    WS-UNIT-CLASS IN, WS-CLS-SUB OUT.                          *
009300*****************************************************************
009310 7100-CLASS-SUBSCRIPT.
009320     EVALUATE WS-UNIT-CLASS
009330         WHEN 'A'
009340             MOVE 1 TO WS-CLS-SUB
009350         WHEN 'B'
009360             MOVE 2 TO WS-CLS-SUB
009370         WHEN OTHER
009380             MOVE 3 TO WS-CLS-SUB
009390     END-EVALUATE.
009400 7100-CLASS-SUBSCRIPT-EXIT.
009410     EXIT.
009420
009430*****************************************************************
009440*    8000-READ-SALES                                            *
009450*****************************************************************
009460 8000-READ-SALES.
009470     READ SALES-HISTORY-FILE
009480         AT END
009490             MOVE '10' TO WS-SLH-FILE-STATUS
009500     END-READ.
009510 8000-READ-SALES-EXIT.
009520     EXIT.
009530
009540*****************************************************************
009550*    9999-TERMINATE                                             *
009560*****************************************************************
009570 9999-TERMINATE.
009580     IF WS-NOT-DUE
009590         GO TO 9999-TERMINATE-EXIT
009600     END-IF.
009610     CLOSE STOCK-FILE.
009620     CLOSE ITEM-MASTER-FILE.
009630     CLOSE SALES-HISTORY-FILE.
009640     CLOSE ABC-CLASS-RPT.
009650 9999-TERMINATE-EXIT.
009660     EXIT.
009670
009680*****************************************************************
009690*    9700-LOG-STEP-START                                        *
009700*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
009710*****************************************************************
009720     COPY STPPROC.
