000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DMDFCT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - MONTH-END DEMAND FORECAST AND    *
000100*                    REORDER POINTS.  REBUILDS EACH ITEM'S       *
000110*                    MONTHLY DEMAND HISTORY (DMDHIST.CPY) FROM   *
000120*                    THE POSTED SALES LINES ON SLSHIST, SCORES   *
000130*                    LAST MONTH'S FORECAST AGAINST WHAT WAS      *
000140*                    SOLD, AND PROJECTS THE NEXT MONTHS FROM A   *
000150*                    LEVEL, A TREND AND - ONCE THE ITEM HAS A    *
000160*                    YEAR'S HISTORY - A SEASONAL FACTOR.  FROM   *
000170*                    THE VENDOR'S LEAD TIME AND THE TARGET       *
000180*                    SERVICE LEVEL IT WORKS OUT SAFETY STOCK AND *
000190*                    A RECOMMENDED REORDER POINT; WHERE THAT     *
000200*                    DIFFERS MATERIALLY FROM THE ONE ON FILE A   *
000210*                    'P' ADJUSTMENT IS CUT FOR THE BUYER TO      *
000220*                    APPROVE AND FEED TO STKMNT01.               *
000222*    2026-10-15  PD  A KIT'S OWN SALES-HISTORY ROW IS SKIPPED -  *
000224*                    DEMAND FOR A KIT IS DEMAND FOR ITS          *
000226*                    COMPONENTS, WHICH HAVE ROWS OF THEIR OWN.   *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CYC-FILE-STATUS.
000300
000310     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SLH-FILE-STATUS.
000340
000350     SELECT DEMAND-HISTORY-FILE ASSIGN TO DMDHIST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DMH-ITM-ID
000390         FILE STATUS IS WS-DMH-FILE-STATUS.
000400
000410     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDMAST
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-VND-FILE-STATUS.
000440
000450     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS ITM-ID
000490         FILE STATUS IS WS-ITM-FILE-STATUS.
000500
000510     SELECT STOCK-FILE ASSIGN TO STKMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS STK-ITM-ID
000550         FILE STATUS IS WS-STK-FILE-STATUS.
000560
000570     SELECT STOCK-ADJUST-OUT ASSIGN TO STKADJP
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SAD-FILE-STATUS.
000600
000610     SELECT FORECAST-RPT ASSIGN TO DMDFCTRP
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-FILE-STATUS.
000640
000650     SELECT ACCURACY-RPT ASSIGN TO DMDACCRP
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ACC-FILE-STATUS.
000680
000690     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-STP-FILE-STATUS.
000720
000730     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-MRC-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CYCLE-CONTROL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CYCLCTL.
000820
000830 FD  SALES-HISTORY-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY SLSHIST.
000860
000870 FD  DEMAND-HISTORY-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DMDHIST.
000900
000910 FD  VENDOR-MASTER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY VNDMAST.
000940
000950 FD  ITEM-MASTER-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY ITMMAST.
000980
000990 FD  STOCK-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY STKMAST.
001020
001030 FD  STOCK-ADJUST-OUT
001040     LABEL RECORDS ARE STANDARD.
001050     COPY STKADJ.
001060
001070 FD  FORECAST-RPT
001080     LABEL RECORDS ARE STANDARD.
001090     01  FORECAST-LINE            PIC X(80).
001100
001110 FD  ACCURACY-RPT
001120     LABEL RECORDS ARE STANDARD.
001130     01  ACCURACY-LINE            PIC X(80).
001140
001150 FD  STEP-LOG-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY STEPLOG.
001180
001190 FD  STEP-RUN-CONTROL-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY RUNCTL
001220         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001230
001240 WORKING-STORAGE SECTION.
001250     01  WS-CYC-FILE-STATUS       PIC X(02).
001260         88  WS-CYC-OK            VALUE '00'.
001270     01  WS-SLH-FILE-STATUS       PIC X(02).
001280         88  WS-SLH-OK            VALUE '00'.
001290         88  WS-SLH-EOF           VALUE '10'.
001300     01  WS-DMH-FILE-STATUS       PIC X(02).
001310         88  WS-DMH-OK            VALUE '00'.
001320         88  WS-DMH-NOT-FOUND     VALUE '23'.
001330     01  WS-VND-FILE-STATUS       PIC X(02).
001340         88  WS-VND-OK            VALUE '00'.
001350         88  WS-VND-EOF           VALUE '10'.
001360     01  WS-ITM-FILE-STATUS       PIC X(02).
001370         88  WS-ITM-OK            VALUE '00'.
001380     01  WS-STK-FILE-STATUS       PIC X(02).
001390         88  WS-STK-OK            VALUE '00'.
001400     01  WS-SAD-FILE-STATUS       PIC X(02).
001410         88  WS-SAD-OK            VALUE '00'.
001420     01  WS-RPT-FILE-STATUS       PIC X(02).
001430         88  WS-RPT-OK            VALUE '00'.
001440     01  WS-ACC-FILE-STATUS       PIC X(02).
001450         88  WS-ACC-OK            VALUE '00'.
001460
001470     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001480         88  WS-EOF               VALUE 'Y'.
001490     01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
001500         88  WS-FAILED            VALUE 'Y'.
001510     01  WS-STK-DISABLED-SW       PIC X(01) VALUE 'N'.
001520         88  WS-STK-DISABLED      VALUE 'Y'.
001530
001540*****************************************************************
001550*    PERIODS - A MONTH IS NUMBERED YEAR * 12 + MONTH SO BUCKETS *
001560*    ARE PLAIN SUBTRACTION.                                     *
001570*****************************************************************
001580     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001590     01  WS-CYCLE-DATE-R REDEFINES WS-CYCLE-DATE.
001600         05  WS-CYCLE-YYYY        PIC 9(04).
001610         05  WS-CYCLE-MM          PIC 9(02).
001620         05  FILLER               PIC 9(02).
001630     01  WS-CLOSED-PERIOD         PIC 9(06).
001640     01  WS-NEXT-PERIOD           PIC 9(06).
001650     01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
001660         05  WS-NEXT-YYYY         PIC 9(04).
001670         05  WS-NEXT-MM           PIC 9(02).
001680     01  WS-CLOSED-MONTH-NBR      PIC 9(06) COMP.
001690     01  WS-ORDER-DATE            PIC 9(08).
001700     01  WS-ORDER-DATE-R REDEFINES WS-ORDER-DATE.
001710         05  WS-ORDER-YYYY        PIC 9(04).
001720         05  WS-ORDER-MM          PIC 9(02).
001730         05  FILLER               PIC 9(02).
001740     01  WS-MONTHS-BACK           PIC S9(06) COMP.
001750
001760*****************************************************************
001770*    TUNING                                                     *
001780*****************************************************************
001790*    MONTHS PROJECTED AHEAD (AT MOST 3 - THE REPORT COLUMNS).
001800     01  WS-FORECAST-MONTHS       PIC 9(01) VALUE 3.
001810*    TARGET SERVICE LEVEL - THE PERCENT OF REPLENISHMENT CYCLES
001820*    THAT SHOULD NOT STOCK OUT.  LOOKED UP ON THE TABLE BELOW.
001830     01  WS-SERVICE-LEVEL         PIC 9(02)V9(01) VALUE 95.0.
001840*    LEAD TIME USED WHEN THE VENDOR HAS NONE ON FILE.
001850     01  WS-DEFAULT-LEAD-DAYS     PIC 9(03) VALUE 14.
001860*    A RECOMMENDED POINT IS MATERIAL WHEN IT MOVES BY AT LEAST
001870*    THIS MANY UNITS AND THIS PERCENT OF THE CURRENT POINT.
001880     01  WS-MATERIAL-UNITS        PIC 9(05) VALUE 5.
001890     01  WS-MATERIAL-PCT          PIC 9(03) VALUE 20.
001900
001910*****************************************************************
001920*    SERVICE-LEVEL FACTORS - THE NORMAL-DISTRIBUTION MULTIPLE   *
001930*    OF DEMAND DEVIATION THAT COVERS EACH SERVICE LEVEL.  THE   *
001940*    FIRST ROW AT OR ABOVE THE TARGET IS USED.                  *
001950*****************************************************************
001960     01  WS-Z-VALUES.
001970         05  FILLER               PIC X(06) VALUE '900128'.
001980         05  FILLER               PIC X(06) VALUE '950165'.
001990         05  FILLER               PIC X(06) VALUE '975196'.
002000         05  FILLER               PIC X(06) VALUE '990233'.
002010         05  FILLER               PIC X(06) VALUE '995258'.
002020     01  WS-Z-TABLE REDEFINES WS-Z-VALUES.
002030         05  WS-Z-ENTRY OCCURS 5 TIMES.
002040             10  WS-Z-LEVEL       PIC 9(02)V9(01).
002050             10  WS-Z-FACTOR      PIC 9(01)V9(02).
002060     01  WS-Z-SUB                 PIC 9(02) COMP.
002070     01  WS-Z                     PIC 9(01)V9(02) VALUE 0.
002080
002090*****************************************************************
002100*    VENDOR TABLE - LEAD TIMES, READ ONCE.                      *
002110*****************************************************************
002120     01  WS-VND-COUNT             PIC 9(03) COMP VALUE 0.
002130     01  WS-MAX-VND-ROWS          PIC 9(03) COMP VALUE 100.
002140     01  WS-VND-TABLE.
002150         05  WS-VND-ENTRY OCCURS 100 TIMES.
002160             10  WS-VND-TBL-ID    PIC X(05).
002170             10  WS-VND-TBL-LEAD  PIC 9(03).
002180     01  WS-VND-SUB               PIC 9(03) COMP.
002190
002200*****************************************************************
002210*    PER-ITEM WORK                                              *
002220*****************************************************************
002230     01  WS-SUB                   PIC 9(02) COMP.
002240     01  WS-H                     PIC 9(01) COMP.
002250     01  WS-HIST-MONTHS           PIC 9(02) COMP.
002260     01  WS-SUM-FROM              PIC 9(02) COMP.
002270     01  WS-SUM-THRU              PIC 9(02) COMP.
002280     01  WS-BUCKET-SUM            PIC 9(09) COMP.
002290     01  WS-SUM-1-12              PIC 9(09) COMP.
002300     01  WS-SUM-1-24              PIC 9(09) COMP.
002310     01  WS-LEVEL                 PIC S9(07)V9(04).
002320     01  WS-TREND                 PIC S9(07)V9(04).
002330     01  WS-SEASONAL              PIC S9(03)V9(04).
002340     01  WS-FCST-TABLE.
002350         05  WS-FCST              PIC S9(07)V9(02) OCCURS 3 TIMES.
002360     01  WS-MEAN                  PIC S9(07)V9(04).
002370     01  WS-SQ-SUM                PIC S9(13)V9(04).
002380     01  WS-SIGMA                 PIC S9(07)V9(04).
002390     01  WS-N                     PIC 9(02) COMP.
002400     01  WS-LEAD-DAYS             PIC 9(03).
002410     01  WS-SAFETY                PIC S9(07)V9(02).
002420     01  WS-ROP-WORK              PIC S9(07)V9(02).
002430     01  WS-RECOMMENDED           PIC 9(07).
002440     01  WS-CURRENT-POINT         PIC 9(05).
002450     01  WS-DIFF                  PIC 9(07).
002460     01  WS-ABS-ERROR             PIC 9(07).
002470     01  WS-ACCURACY              PIC S9(05)V9(02).
002480     01  WS-PROPOSE-SW            PIC X(01).
002490         88  WS-PROPOSE           VALUE 'Y'.
002500
002510*****************************************************************
002520*    CONTROL TOTALS                                             *
002530*****************************************************************
002540     01  WS-TOTALS.
002550         05  WS-LINES-READ        PIC 9(07) COMP VALUE 0.
002560         05  WS-LINES-USED        PIC 9(07) COMP VALUE 0.
002570         05  WS-ITEM-COUNT        PIC 9(07) COMP VALUE 0.
002580         05  WS-FORECAST-COUNT    PIC 9(07) COMP VALUE 0.
002590         05  WS-REJECT-COUNT      PIC 9(07) COMP VALUE 0.
002600         05  WS-PROPOSAL-COUNT    PIC 9(07) COMP VALUE 0.
002610         05  WS-SCORED-COUNT      PIC 9(07) COMP VALUE 0.
002620         05  WS-TOT-ACTUAL        PIC 9(11) COMP VALUE 0.
002630         05  WS-TOT-ABS-ERROR     PIC 9(11) COMP VALUE 0.
002640
002650*****************************************************************
002660*    REPORT LINE LAYOUTS                                        *
002670*****************************************************************
002680     01  WS-FCT-HEADING-LINE.
002690         05  FILLER               PIC X(40) VALUE
002700             'DMDFCT01 - DEMAND FORECAST AFTER PERIOD'.
002710         05  WS-FHD-PERIOD        PIC 9(06).
002720         05  FILLER               PIC X(20) VALUE
002730             '   SERVICE LEVEL'.
002740         05  WS-FHD-SERVICE       PIC Z9.9.
002750         05  FILLER               PIC X(10) VALUE SPACES.
002760
002770     01  WS-FCT-COLUMN-LINE.
002780         05  FILLER               PIC X(40) VALUE
002790             'ITEM  VENDR LEAD  MONTH 1 MONTH 2 MONTH '.
002800         05  FILLER               PIC X(40) VALUE
002810             '3 SAFETY CUR-RP REC-RP'.
002820
002830     01  WS-FCT-DETAIL-LINE.
002840         05  WS-FDT-ITM-ID        PIC X(05).
002850         05  FILLER               PIC X(01) VALUE SPACES.
002860         05  WS-FDT-VENDOR-ID     PIC X(05).
002870         05  FILLER               PIC X(01) VALUE SPACES.
002880         05  WS-FDT-LEAD          PIC ZZ9.
002890         05  FILLER               PIC X(01) VALUE SPACES.
002900         05  WS-FDT-FCST OCCURS 3 TIMES.
002910             10  WS-FDT-FCST-QTY  PIC ZZZZZZ9.
002920             10  FILLER           PIC X(01).
002930         05  WS-FDT-SAFETY        PIC ZZZZZ9.
002940         05  FILLER               PIC X(01) VALUE SPACES.
002950         05  WS-FDT-CURRENT       PIC ZZZZZ9.
002960         05  FILLER               PIC X(01) VALUE SPACES.
002970         05  WS-FDT-RECOMMENDED   PIC ZZZZZ9.
002980         05  FILLER               PIC X(01) VALUE SPACES.
002990         05  WS-FDT-FLAG          PIC X(10).
003000         05  FILLER               PIC X(08) VALUE SPACES.
003010
003020     01  WS-ACC-HEADING-LINE.
003030         05  FILLER               PIC X(40) VALUE
003040             'DMDFCT01 - FORECAST ACCURACY FOR PERIOD'.
003050         05  WS-AHD-PERIOD        PIC 9(06).
003060         05  FILLER               PIC X(34) VALUE SPACES.
003070
003080     01  WS-ACC-COLUMN-LINE.
003090         05  FILLER               PIC X(40) VALUE
003100             'ITEM  FORECAST   ACTUAL    ERROR  ACCURA'.
003110         05  FILLER               PIC X(40) VALUE
003120             'CY%  TO-DATE%'.
003130
003140     01  WS-ACC-DETAIL-LINE.
003150         05  WS-ADT-ITM-ID        PIC X(05).
003160         05  FILLER               PIC X(01) VALUE SPACES.
003170         05  WS-ADT-FORECAST      PIC ZZZZZZZ9.
003180         05  FILLER               PIC X(01) VALUE SPACES.
003190         05  WS-ADT-ACTUAL        PIC ZZZZZZZ9.
003200         05  FILLER               PIC X(01) VALUE SPACES.
003210         05  WS-ADT-ERROR         PIC ZZZZZZZ9.
003220         05  FILLER               PIC X(02) VALUE SPACES.
003230         05  WS-ADT-ACCURACY      PIC ZZ9.99.
003240         05  FILLER               PIC X(03) VALUE SPACES.
003250         05  WS-ADT-TO-DATE       PIC ZZ9.99.
003260         05  FILLER               PIC X(31) VALUE SPACES.
003270
003280     01  WS-COUNT-LINE.
003290         05  WS-CNT-TITLE         PIC X(26).
003300         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
003310         05  FILLER               PIC X(43) VALUE SPACES.
003320
003330     01  WS-PCT-LINE.
003340         05  WS-PCT-TITLE         PIC X(26).
003350         05  WS-PCT-VALUE         PIC ZZZZZZ9.99.
003360         05  FILLER               PIC X(44) VALUE SPACES.
003370
003380     COPY STPWORK.
003390
003400 PROCEDURE DIVISION.
003410*****************************************************************
003420*    0000-MAINLINE                                              *
003430*****************************************************************
003440 0000-MAINLINE.
003450     MOVE 'DMDFCT01' TO WS-STP-PROGRAM.
003460     PERFORM 9700-LOG-STEP-START
003470         THRU 9700-LOG-STEP-START-EXIT.
003480
003490     PERFORM 1000-INITIALIZE
003500         THRU 1000-INITIALIZE-EXIT.
003510
003520     IF NOT WS-FAILED
003530         PERFORM 2000-BUILD-HISTORY
003540             THRU 2000-BUILD-HISTORY-EXIT
003550             UNTIL WS-SLH-EOF
003560         PERFORM 3000-START-FORECAST
003570             THRU 3000-START-FORECAST-EXIT
003580         PERFORM 3100-FORECAST-ONE-ITEM
003590             THRU 3100-FORECAST-ONE-ITEM-EXIT
003600             UNTIL WS-EOF
003610         PERFORM 4000-PRINT-TOTALS
003620             THRU 4000-PRINT-TOTALS-EXIT
003630     END-IF.
003640
003650     DISPLAY 'DMDFCT01: SALES LINES READ...... ' WS-LINES-READ.
003660     DISPLAY 'DMDFCT01: SALES LINES IN WINDOW. ' WS-LINES-USED.
003670     DISPLAY 'DMDFCT01: ITEMS FORECAST........ '
003680         WS-FORECAST-COUNT.
003690     DISPLAY 'DMDFCT01: ITEMS NOT ON MASTER... ' WS-REJECT-COUNT.
003700     DISPLAY 'DMDFCT01: REORDER POINTS PROPOSED '
003710         WS-PROPOSAL-COUNT.
003720     DISPLAY 'DMDFCT01: FORECASTS SCORED...... ' WS-SCORED-COUNT.
003730
003740*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
003750*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
003760     IF WS-REJECT-COUNT > 0
003770         IF RETURN-CODE < 4
003780             MOVE 4 TO RETURN-CODE
003790         END-IF
003800     END-IF.
003810
003820     PERFORM 9999-TERMINATE
003830         THRU 9999-TERMINATE-EXIT.
003840
003850     MOVE WS-ITEM-COUNT     TO WS-STP-RECORDS-IN.
003860     MOVE WS-FORECAST-COUNT TO WS-STP-APPLIED.
003870     MOVE WS-REJECT-COUNT   TO WS-STP-REJECTED.
003880     PERFORM 9710-LOG-STEP-END
003890         THRU 9710-LOG-STEP-END-EXIT.
003900
003910     STOP RUN.
003920
003930*****************************************************************
003940*    1000-INITIALIZE                                            *
003950*    THE PERIOD JUST ENDED IS THE CYCLE DATE'S MONTH.  THE      *
003960*    DEMAND HISTORY IS CREATED ON FIRST USE AND ITS BUCKETS     *
003970*    CLEARED, SO EVERY RUN REBUILDS THEM FROM THE WHOLE OF      *
003980*    SLSHIST AND A RERUN GIVES THE SAME ANSWER.                 *
003990*****************************************************************
004000 1000-INITIALIZE.
004010     OPEN INPUT CYCLE-CONTROL-FILE.
004020     IF WS-CYC-OK
004030         READ CYCLE-CONTROL-FILE
004040             AT END
004050                 CONTINUE
004060             NOT AT END
004070                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
004080         END-READ
004090         CLOSE CYCLE-CONTROL-FILE
004100     END-IF.
004110     IF WS-CYCLE-DATE = 0
004120         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
004130     END-IF.
004140     MOVE WS-CYCLE-DATE(1:6) TO WS-CLOSED-PERIOD.
004150     COMPUTE WS-CLOSED-MONTH-NBR =
004160         WS-CYCLE-YYYY * 12 + WS-CYCLE-MM.
004170     MOVE WS-CYCLE-YYYY TO WS-NEXT-YYYY.
004180     MOVE WS-CYCLE-MM   TO WS-NEXT-MM.
004190     IF WS-NEXT-MM = 12
004200         ADD 1 TO WS-NEXT-YYYY
004210         MOVE 1 TO WS-NEXT-MM
004220     ELSE
004230         ADD 1 TO WS-NEXT-MM
004240     END-IF.
004250
004260     PERFORM 1200-FIND-SERVICE-FACTOR
004270         THRU 1200-FIND-SERVICE-FACTOR-EXIT
004280         VARYING WS-Z-SUB FROM 1 BY 1
004290         UNTIL WS-Z-SUB > 5 OR WS-Z > 0.
004300     IF WS-Z = 0
004310         MOVE WS-Z-FACTOR(5) TO WS-Z
004320     END-IF.
004330
004340     OPEN INPUT VENDOR-MASTER-FILE.
004350     IF WS-VND-OK
004360         PERFORM 1100-LOAD-VENDOR
004370             THRU 1100-LOAD-VENDOR-EXIT
004380             UNTIL WS-VND-EOF
004390         CLOSE VENDOR-MASTER-FILE
004400     ELSE
004410         DISPLAY 'DMDFCT01: VENDOR MASTER UNAVAILABLE '
004420             WS-VND-FILE-STATUS ' - DEFAULT LEAD TIMES USED'
004430     END-IF.
004440
004450     OPEN INPUT SALES-HISTORY-FILE.
004460     IF NOT WS-SLH-OK
004470         DISPLAY 'DMDFCT01: OPEN SALES-HISTORY-FILE FAILED '
004480             WS-SLH-FILE-STATUS
004490         MOVE 'Y' TO WS-FAILED-SW
004500         MOVE 8 TO RETURN-CODE
004510     END-IF.
004520
004530     OPEN I-O DEMAND-HISTORY-FILE.
004540     IF WS-DMH-FILE-STATUS = '35'
004550         OPEN OUTPUT DEMAND-HISTORY-FILE
004560         CLOSE DEMAND-HISTORY-FILE
004570         OPEN I-O DEMAND-HISTORY-FILE
004580     END-IF.
004590     IF NOT WS-DMH-OK
004600         DISPLAY 'DMDFCT01: OPEN DEMAND-HISTORY-FILE FAILED '
004610             WS-DMH-FILE-STATUS
004620         MOVE 'Y' TO WS-FAILED-SW
004630         MOVE 8 TO RETURN-CODE
004640     END-IF.
004650
004660     OPEN INPUT ITEM-MASTER-FILE.
004670     IF NOT WS-ITM-OK
004680         DISPLAY 'DMDFCT01: OPEN ITEM-MASTER FAILED '
004690             WS-ITM-FILE-STATUS
004700         MOVE 'Y' TO WS-FAILED-SW
004710         MOVE 8 TO RETURN-CODE
004720     END-IF.
004730
004740     OPEN INPUT STOCK-FILE.
004750     IF NOT WS-STK-OK
004760         DISPLAY 'DMDFCT01: STOCK FILE UNAVAILABLE '
004770             WS-STK-FILE-STATUS ' - NO POINTS PROPOSED'
004780         MOVE 'Y' TO WS-STK-DISABLED-SW
004790     END-IF.
004800
004810     OPEN OUTPUT STOCK-ADJUST-OUT.
004820     IF NOT WS-SAD-OK
004830         DISPLAY 'DMDFCT01: OPEN STOCK-ADJUST-OUT FAILED '
004840             WS-SAD-FILE-STATUS
004850         MOVE 'Y' TO WS-FAILED-SW
004860         MOVE 8 TO RETURN-CODE
004870     END-IF.
004880
004890     OPEN OUTPUT FORECAST-RPT.
004900     OPEN OUTPUT ACCURACY-RPT.
004910     MOVE WS-CLOSED-PERIOD TO WS-FHD-PERIOD.
004920     MOVE WS-SERVICE-LEVEL TO WS-FHD-SERVICE.
004930     WRITE FORECAST-LINE FROM WS-FCT-HEADING-LINE.
004940     WRITE FORECAST-LINE FROM WS-FCT-COLUMN-LINE.
004950     MOVE WS-CLOSED-PERIOD TO WS-AHD-PERIOD.
004960     WRITE ACCURACY-LINE FROM WS-ACC-HEADING-LINE.
004970     WRITE ACCURACY-LINE FROM WS-ACC-COLUMN-LINE.
004980
004990     IF WS-FAILED
005000         GO TO 1000-INITIALIZE-EXIT
005010     END-IF.
005020
005030     PERFORM 1300-CLEAR-BUCKETS
005040         THRU 1300-CLEAR-BUCKETS-EXIT.
005050     PERFORM 8000-READ-SALES
005060         THRU 8000-READ-SALES-EXIT.
005070 1000-INITIALIZE-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110*    1100-LOAD-VENDOR                                           *
005120*****************************************************************
005130 1100-LOAD-VENDOR.
005140     READ VENDOR-MASTER-FILE
005150         AT END
005160             MOVE '10' TO WS-VND-FILE-STATUS
005170         NOT AT END
005180             IF WS-VND-COUNT < WS-MAX-VND-ROWS
005190                 ADD 1 TO WS-VND-COUNT
005200                 MOVE VND-ID
005210                     TO WS-VND-TBL-ID(WS-VND-COUNT)
005220                 IF VND-LEAD-DAYS NUMERIC
005230                     MOVE VND-LEAD-DAYS
005240                         TO WS-VND-TBL-LEAD(WS-VND-COUNT)
005250                 ELSE
005260                     MOVE 0 TO WS-VND-TBL-LEAD(WS-VND-COUNT)
005270                 END-IF
005280             END-IF
005290     END-READ.
005300 1100-LOAD-VENDOR-EXIT.
005310     EXIT.
005320
005330*****************************************************************
005340*    1200-FIND-SERVICE-FACTOR                                   *
005350*****************************************************************
005360 1200-FIND-SERVICE-FACTOR.
005370     IF WS-Z-LEVEL(WS-Z-SUB) NOT < WS-SERVICE-LEVEL
005380         MOVE WS-Z-FACTOR(WS-Z-SUB) TO WS-Z
005390     END-IF.
005400 1200-FIND-SERVICE-FACTOR-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440*    1300-CLEAR-BUCKETS                                         *
005450*    ZERO EVERY ITEM'S BUCKETS AHEAD OF THE REBUILD.  THE SAVED *
005460*    FORECAST AND THE RUNNING ACCURACY FIGURES STAY.            *
005470*****************************************************************
005480 1300-CLEAR-BUCKETS.
005490     MOVE LOW-VALUES TO DMH-ITM-ID.
005500     START DEMAND-HISTORY-FILE KEY IS NOT LESS THAN DMH-ITM-ID
005510         INVALID KEY
005520             GO TO 1300-CLEAR-BUCKETS-EXIT
005530     END-START.
005540
005550 1300-CLEAR-NEXT.
005560     READ DEMAND-HISTORY-FILE NEXT RECORD
005570         AT END
005580             GO TO 1300-CLEAR-BUCKETS-EXIT
005590     END-READ.
005600     PERFORM 1310-ZERO-BUCKET
005610         THRU 1310-ZERO-BUCKET-EXIT
005620         VARYING WS-SUB FROM 1 BY 1
005630         UNTIL WS-SUB > 24.
005640     MOVE WS-CLOSED-PERIOD TO DMH-BUILT-PERIOD.
005650     REWRITE DEMAND-HISTORY-REC.
005660     GO TO 1300-CLEAR-NEXT.
005670 1300-CLEAR-BUCKETS-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710*    1310-ZERO-BUCKET                                           *
005720*****************************************************************
005730 1310-ZERO-BUCKET.
005740     MOVE 0 TO DMH-MONTH-DEMAND(WS-SUB).
005750 1310-ZERO-BUCKET-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790*    2000-BUILD-HISTORY                                         *
005800*    A SALES LINE IN THE LAST 24 MONTHS ADDS ITS QUANTITY TO    *
005810*    ITS MONTH'S BUCKET.  A CREDIT LINE (NEGATIVE AMOUNT) IS A  *
005820*    RETURN, NOT DEMAND, AND A LINE DATED AFTER THE PERIOD      *
005830*    BELONGS TO THE NEXT RUN.                                   *
005840*****************************************************************
005850 2000-BUILD-HISTORY.
005860     ADD 1 TO WS-LINES-READ.
005870     IF SLH-AMOUNT < 0 OR SLH-ORDER-DATE NOT NUMERIC
005880         GO TO 2000-BUILD-NEXT
005890     END-IF.
005891*    A KIT IS STOCKED AS ITS COMPONENTS, WHICH HAVE ROWS OF THEIR
005892*    OWN.
005893     IF SLH-KIT-SALE
005894         GO TO 2000-BUILD-NEXT
005895     END-IF.
005900     MOVE SLH-ORDER-DATE TO WS-ORDER-DATE.
005910     COMPUTE WS-MONTHS-BACK = WS-CLOSED-MONTH-NBR
005920         - (WS-ORDER-YYYY * 12 + WS-ORDER-MM) + 1.
005930     IF WS-MONTHS-BACK < 1 OR WS-MONTHS-BACK > 24
005940         GO TO 2000-BUILD-NEXT
005950     END-IF.
005960     ADD 1 TO WS-LINES-USED.
005970
005980     MOVE SLH-ITM-ID TO DMH-ITM-ID.
005990     READ DEMAND-HISTORY-FILE
006000         INVALID KEY
006010             PERFORM 2100-NEW-HISTORY
006020                 THRU 2100-NEW-HISTORY-EXIT
006030     END-READ.
006040     ADD SLH-QUANTITY TO DMH-MONTH-DEMAND(WS-MONTHS-BACK).
006050     REWRITE DEMAND-HISTORY-REC.
006060
006070 2000-BUILD-NEXT.
006080     PERFORM 8000-READ-SALES
006090         THRU 8000-READ-SALES-EXIT.
006100 2000-BUILD-HISTORY-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140*    2100-NEW-HISTORY                                           *
006150*    FIRST SALE OF THE ITEM - A ZEROED RECORD WITH NO FORECAST  *
006160*    YET TO SCORE.                                              *
006170*****************************************************************
006180 2100-NEW-HISTORY.
006190     MOVE SPACES TO DEMAND-HISTORY-REC.
006200     MOVE SLH-ITM-ID TO DMH-ITM-ID.
006210     MOVE WS-CLOSED-PERIOD TO DMH-BUILT-PERIOD.
006220     PERFORM 1310-ZERO-BUCKET
006230         THRU 1310-ZERO-BUCKET-EXIT
006240         VARYING WS-SUB FROM 1 BY 1
006250         UNTIL WS-SUB > 24.
006260     MOVE 0 TO DMH-FCST-PERIOD.
006270     MOVE 0 TO DMH-FCST-QTY.
006280     MOVE 0 TO DMH-CUM-ACTUAL.
006290     MOVE 0 TO DMH-CUM-ABS-ERROR.
006300     WRITE DEMAND-HISTORY-REC.
006310 2100-NEW-HISTORY-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350*    3000-START-FORECAST                                        *
006360*****************************************************************
006370 3000-START-FORECAST.
006380     MOVE LOW-VALUES TO DMH-ITM-ID.
006390     START DEMAND-HISTORY-FILE KEY IS NOT LESS THAN DMH-ITM-ID
006400         INVALID KEY
006410             MOVE 'Y' TO WS-EOF-SW
006420     END-START.
006430     IF NOT WS-EOF
006440         PERFORM 8100-READ-HISTORY
006450             THRU 8100-READ-HISTORY-EXIT
006460     END-IF.
006470 3000-START-FORECAST-EXIT.
006480     EXIT.
006490
006500*****************************************************************
006510*    3100-FORECAST-ONE-ITEM                                     *
006520*    SCORE LAST MONTH'S FORECAST, PROJECT THE NEXT MONTHS, SIZE *
006530*    THE REORDER POINT AND SAVE THE NEW FORECAST FOR NEXT       *
006540*    MONTH'S SCORING.  AN ITEM SINCE DELETED FROM THE MASTER IS *
006550*    LISTED AND LEFT.                                           *
006560*****************************************************************
006570 3100-FORECAST-ONE-ITEM.
006580     ADD 1 TO WS-ITEM-COUNT.
006590     MOVE SPACES        TO WS-FCT-DETAIL-LINE.
006600     MOVE DMH-ITM-ID    TO WS-FDT-ITM-ID.
006610     MOVE DMH-ITM-ID    TO ITM-ID.
006620     READ ITEM-MASTER-FILE
006630         INVALID KEY
006640             ADD 1 TO WS-REJECT-COUNT
006650             MOVE 'NOT ON MST' TO WS-FDT-FLAG
006660             WRITE FORECAST-LINE FROM WS-FCT-DETAIL-LINE
006670             GO TO 3100-FORECAST-NEXT
006680     END-READ.
006690     ADD 1 TO WS-FORECAST-COUNT.
006700
006710     IF DMH-FCST-PERIOD = WS-CLOSED-PERIOD
006720         PERFORM 3200-SCORE-FORECAST
006730             THRU 3200-SCORE-FORECAST-EXIT
006740     END-IF.
006750
006760     PERFORM 3300-PROJECT-DEMAND
006770         THRU 3300-PROJECT-DEMAND-EXIT.
006780     PERFORM 3500-SIZE-REORDER-POINT
006790         THRU 3500-SIZE-REORDER-POINT-EXIT.
006800
006810     MOVE WS-NEXT-PERIOD TO DMH-FCST-PERIOD.
006820     COMPUTE DMH-FCST-QTY ROUNDED = WS-FCST(1).
006830     REWRITE DEMAND-HISTORY-REC.
006840
006850     MOVE ITM-VENDOR-ID      TO WS-FDT-VENDOR-ID.
006860     MOVE WS-LEAD-DAYS       TO WS-FDT-LEAD.
006870     PERFORM 3150-SHOW-FORECAST
006880         THRU 3150-SHOW-FORECAST-EXIT
006890         VARYING WS-H FROM 1 BY 1
006900         UNTIL WS-H > 3.
006910     MOVE WS-SAFETY          TO WS-FDT-SAFETY.
006920     MOVE WS-RECOMMENDED     TO WS-FDT-RECOMMENDED.
006930     WRITE FORECAST-LINE FROM WS-FCT-DETAIL-LINE.
006940
006950 3100-FORECAST-NEXT.
006960     PERFORM 8100-READ-HISTORY
006970         THRU 8100-READ-HISTORY-EXIT.
006980 3100-FORECAST-ONE-ITEM-EXIT.
006990     EXIT.
007000
007010*****************************************************************
007020*    3150-SHOW-FORECAST                                         *
007030*****************************************************************
007040 3150-SHOW-FORECAST.
007050     MOVE SPACES TO WS-FDT-FCST(WS-H).
007060     IF WS-H NOT > WS-FORECAST-MONTHS
007070         MOVE WS-FCST(WS-H) TO WS-FDT-FCST-QTY(WS-H)
007080     END-IF.
007090 3150-SHOW-FORECAST-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130*    3200-SCORE-FORECAST                                        *
007140*    LAST RUN'S FORECAST FOR THE MONTH JUST ENDED AGAINST       *
007150*    BUCKET 1.  ACCURACY IS 100 LESS THE ERROR AS A PERCENT OF  *
007160*    ACTUAL, FLOORED AT ZERO; THE TO-DATE FIGURE USES THE       *
007170*    ITEM'S RUNNING TOTALS.                                     *
007180*****************************************************************
007190 3200-SCORE-FORECAST.
007200     ADD 1 TO WS-SCORED-COUNT.
007210     IF DMH-MONTH-DEMAND(1) > DMH-FCST-QTY
007220         COMPUTE WS-ABS-ERROR =
007230             DMH-MONTH-DEMAND(1) - DMH-FCST-QTY
007240     ELSE
007250         COMPUTE WS-ABS-ERROR =
007260             DMH-FCST-QTY - DMH-MONTH-DEMAND(1)
007270     END-IF.
007280     ADD DMH-MONTH-DEMAND(1) TO DMH-CUM-ACTUAL.
007290     ADD WS-ABS-ERROR        TO DMH-CUM-ABS-ERROR.
007300     ADD DMH-MONTH-DEMAND(1) TO WS-TOT-ACTUAL.
007310     ADD WS-ABS-ERROR        TO WS-TOT-ABS-ERROR.
007320
007330     MOVE DMH-ITM-ID          TO WS-ADT-ITM-ID.
007340     MOVE DMH-FCST-QTY        TO WS-ADT-FORECAST.
007350     MOVE DMH-MONTH-DEMAND(1) TO WS-ADT-ACTUAL.
007360     MOVE WS-ABS-ERROR        TO WS-ADT-ERROR.
007370     IF DMH-MONTH-DEMAND(1) > 0
007380         COMPUTE WS-ACCURACY ROUNDED = 100
007390             - WS-ABS-ERROR * 100 / DMH-MONTH-DEMAND(1)
007400     ELSE
007410         IF WS-ABS-ERROR = 0
007420             MOVE 100 TO WS-ACCURACY
007430         ELSE
007440             MOVE 0 TO WS-ACCURACY
007450         END-IF
007460     END-IF.
007470     IF WS-ACCURACY < 0
007480         MOVE 0 TO WS-ACCURACY
007490     END-IF.
007500     MOVE WS-ACCURACY TO WS-ADT-ACCURACY.
007510     IF DMH-CUM-ACTUAL > 0
007520         COMPUTE WS-ACCURACY ROUNDED = 100
007530             - DMH-CUM-ABS-ERROR * 100 / DMH-CUM-ACTUAL
007540         IF WS-ACCURACY < 0
007550             MOVE 0 TO WS-ACCURACY
007560         END-IF
007570     END-IF.
007580     MOVE WS-ACCURACY TO WS-ADT-TO-DATE.
007590     WRITE ACCURACY-LINE FROM WS-ACC-DETAIL-LINE.
007600 3200-SCORE-FORECAST-EXIT.
007610     EXIT.
007620
007630*****************************************************************
007640*    3300-PROJECT-DEMAND                                        *
007650*    WITH MORE THAN A YEAR OF HISTORY THE LEVEL IS THE 12-MONTH *
007660*    AVERAGE, THE TREND THE MONTHLY STEP BETWEEN ITS HALVES,    *
007670*    AND THE SEASONAL FACTOR THE SAME MONTH LAST YEAR (AND THE  *
007680*    YEAR BEFORE, ONCE THERE ARE TWO) OVER THE AVERAGE.  A      *
007690*    NEWER ITEM USES ITS LAST 3 MONTHS AND, FROM 6 MONTHS,      *
007700*    THEIR STEP OVER THE 3 BEFORE, WITH NO SEASONALITY.  NO     *
007710*    FORECAST IS NEGATIVE.                                      *
007720*****************************************************************
007730 3300-PROJECT-DEMAND.
007740     MOVE 0 TO WS-HIST-MONTHS.
007750     PERFORM 3310-FIND-HISTORY-LENGTH
007760         THRU 3310-FIND-HISTORY-LENGTH-EXIT
007770         VARYING WS-SUB FROM 1 BY 1
007780         UNTIL WS-SUB > 24.
007790     MOVE 0 TO WS-FCST(1) WS-FCST(2) WS-FCST(3).
007800     IF WS-HIST-MONTHS = 0
007810         GO TO 3300-PROJECT-DEMAND-EXIT
007820     END-IF.
007830
007840     IF WS-HIST-MONTHS > 12
007850         MOVE 1  TO WS-SUM-FROM
007860         MOVE 12 TO WS-SUM-THRU
007870         PERFORM 3320-SUM-BUCKETS
007880             THRU 3320-SUM-BUCKETS-EXIT
007890         MOVE WS-BUCKET-SUM TO WS-SUM-1-12
007900         COMPUTE WS-LEVEL = WS-SUM-1-12 / 12
007910         MOVE 7  TO WS-SUM-FROM
007920         PERFORM 3320-SUM-BUCKETS
007930             THRU 3320-SUM-BUCKETS-EXIT
007940         COMPUTE WS-TREND =
007950             ((WS-SUM-1-12 - WS-BUCKET-SUM) - WS-BUCKET-SUM) / 36
007960         MOVE 1  TO WS-SUM-FROM
007970         MOVE 24 TO WS-SUM-THRU
007980         PERFORM 3320-SUM-BUCKETS
007990             THRU 3320-SUM-BUCKETS-EXIT
008000         MOVE WS-BUCKET-SUM TO WS-SUM-1-24
008010         PERFORM 3330-PROJECT-SEASONAL
008020             THRU 3330-PROJECT-SEASONAL-EXIT
008030             VARYING WS-H FROM 1 BY 1
008040             UNTIL WS-H > WS-FORECAST-MONTHS
008050     ELSE
008060         MOVE 1 TO WS-SUM-FROM
008070         MOVE 3 TO WS-SUM-THRU
008080         IF WS-HIST-MONTHS < 3
008090             MOVE WS-HIST-MONTHS TO WS-SUM-THRU
008100         END-IF
008110         PERFORM 3320-SUM-BUCKETS
008120             THRU 3320-SUM-BUCKETS-EXIT
008130         COMPUTE WS-LEVEL = WS-BUCKET-SUM / WS-SUM-THRU
008140         MOVE 0 TO WS-TREND
008150         IF WS-HIST-MONTHS NOT < 6
008160             MOVE WS-BUCKET-SUM TO WS-SUM-1-12
008170             MOVE 4 TO WS-SUM-FROM
008180             MOVE 6 TO WS-SUM-THRU
008190             PERFORM 3320-SUM-BUCKETS
008200                 THRU 3320-SUM-BUCKETS-EXIT
008210             COMPUTE WS-TREND =
008220                 (WS-SUM-1-12 - WS-BUCKET-SUM) / 9
008230         END-IF
008240         PERFORM 3340-PROJECT-TREND
008250             THRU 3340-PROJECT-TREND-EXIT
008260             VARYING WS-H FROM 1 BY 1
008270             UNTIL WS-H > WS-FORECAST-MONTHS
008280     END-IF.
008290 3300-PROJECT-DEMAND-EXIT.
008300     EXIT.
008310
008320*****************************************************************
008330*    3310-FIND-HISTORY-LENGTH                                   *
008340*    THE OLDEST MONTH WITH ANY DEMAND MARKS HOW LONG THE ITEM   *
008350*    HAS BEEN SELLING.                                          *
008360*****************************************************************
008370 3310-FIND-HISTORY-LENGTH.
008380     IF DMH-MONTH-DEMAND(WS-SUB) > 0
008390         MOVE WS-SUB TO WS-HIST-MONTHS
008400     END-IF.
008410 3310-FIND-HISTORY-LENGTH-EXIT.
008420     EXIT.
008430
008440*****************************************************************
008450*    3320-SUM-BUCKETS                                           *
008460*    WS-SUM-FROM THRU WS-SUM-THRU INTO WS-BUCKET-SUM.           *
008470*****************************************************************
008480 3320-SUM-BUCKETS.
008490     MOVE 0 TO WS-BUCKET-SUM.
008500     PERFORM 3325-ADD-BUCKET
008510         THRU 3325-ADD-BUCKET-EXIT
008520         VARYING WS-SUB FROM WS-SUM-FROM BY 1
008530         UNTIL WS-SUB > WS-SUM-THRU.
008540 3320-SUM-BUCKETS-EXIT.
008550     EXIT.
008560
008570*****************************************************************
008580*    3325-ADD-BUCKET                                            *
008590*****************************************************************
008600 3325-ADD-BUCKET.
008610     ADD DMH-MONTH-DEMAND(WS-SUB) TO WS-BUCKET-SUM.
008620 3325-ADD-BUCKET-EXIT.
008630     EXIT.
008640
008650*****************************************************************
008660*    3330-PROJECT-SEASONAL                                      *
008670*    MONTH H AHEAD IS BUCKET 13-H LAST YEAR AND 25-H THE YEAR   *
008680*    BEFORE.  THE 12-MONTH AVERAGE SITS 6.5 MONTHS BACK, SO THE *
008690*    TREND RUNS 5.5 + H MONTHS FROM IT.                         *
008700*****************************************************************
008710 3330-PROJECT-SEASONAL.
008720     MOVE 1 TO WS-SEASONAL.
008730     IF WS-HIST-MONTHS NOT < 24
008740         IF WS-SUM-1-24 > 0
008750             COMPUTE WS-SEASONAL ROUNDED =
008760                 (DMH-MONTH-DEMAND(13 - WS-H)
008770                 + DMH-MONTH-DEMAND(25 - WS-H)) * 12 / WS-SUM-1-24
008780         END-IF
008790     ELSE
008800         IF WS-SUM-1-12 > 0
008810             COMPUTE WS-SEASONAL ROUNDED =
008820                 DMH-MONTH-DEMAND(13 - WS-H) * 12 / WS-SUM-1-12
008830         END-IF
008840     END-IF.
008850     COMPUTE WS-FCST(WS-H) ROUNDED =
008860         (WS-LEVEL + WS-TREND * (5.5 + WS-H)) * WS-SEASONAL.
008870     IF WS-FCST(WS-H) < 0
008880         MOVE 0 TO WS-FCST(WS-H)
008890     END-IF.
008900 3330-PROJECT-SEASONAL-EXIT.
008910     EXIT.
008920
008930*****************************************************************
008940*    3340-PROJECT-TREND                                         *
008950*    THE 3-MONTH AVERAGE SITS 2 MONTHS BACK, SO THE TREND RUNS  *
008960*    1 + H MONTHS FROM IT.                                      *
008970*****************************************************************
008980 3340-PROJECT-TREND.
008990     COMPUTE WS-FCST(WS-H) ROUNDED =
009000         WS-LEVEL + WS-TREND * (1 + WS-H).
009010     IF WS-FCST(WS-H) < 0
009020         MOVE 0 TO WS-FCST(WS-H)
009030     END-IF.
009040 3340-PROJECT-TREND-EXIT.
009050     EXIT.
009060
009070*****************************************************************
009080*    3500-SIZE-REORDER-POINT                                    *
009090*    SAFETY STOCK IS THE SERVICE FACTOR TIMES THE MONTHLY       *
009100*    DEMAND DEVIATION (OVER UP TO 12 MONTHS) SCALED TO THE LEAD *
009110*    TIME; THE POINT IS THE NEXT MONTH'S FORECAST RATE OVER THE *
009120*    LEAD TIME PLUS SAFETY STOCK, ROUNDED UP.  A MATERIAL       *
009130*    CHANGE FROM THE POINT ON FILE IS PROPOSED AS A 'P'         *
009140*    ADJUSTMENT AT THE CENTRAL WAREHOUSE.                       *
009150*****************************************************************
009160 3500-SIZE-REORDER-POINT.
009170     MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
009180     PERFORM 3510-FIND-LEAD-TIME
009190         THRU 3510-FIND-LEAD-TIME-EXIT
009200         VARYING WS-VND-SUB FROM 1 BY 1
009210         UNTIL WS-VND-SUB > WS-VND-COUNT.
009220
009230     MOVE WS-HIST-MONTHS TO WS-N.
009240     IF WS-N > 12
009250         MOVE 12 TO WS-N
009260     END-IF.
009270     MOVE 0 TO WS-SIGMA.
009280     IF WS-N > 1
009290         MOVE 1    TO WS-SUM-FROM
009300         MOVE WS-N TO WS-SUM-THRU
009310         PERFORM 3320-SUM-BUCKETS
009320             THRU 3320-SUM-BUCKETS-EXIT
009330         COMPUTE WS-MEAN = WS-BUCKET-SUM / WS-N
009340         MOVE 0 TO WS-SQ-SUM
009350         PERFORM 3520-ADD-SQUARE
009360             THRU 3520-ADD-SQUARE-EXIT
009370             VARYING WS-SUB FROM 1 BY 1
009380             UNTIL WS-SUB > WS-N
009390         COMPUTE WS-SIGMA ROUNDED =
009400             (WS-SQ-SUM / (WS-N - 1)) ** 0.5
009410     END-IF.
009420
009430     COMPUTE WS-SAFETY ROUNDED =
009440         WS-Z * WS-SIGMA * (WS-LEAD-DAYS / 30) ** 0.5.
009450     COMPUTE WS-ROP-WORK =
009460         WS-FCST(1) * WS-LEAD-DAYS / 30 + WS-SAFETY.
009470     MOVE WS-ROP-WORK TO WS-RECOMMENDED.
009480     IF WS-RECOMMENDED < WS-ROP-WORK
009490         ADD 1 TO WS-RECOMMENDED
009500     END-IF.
009510     IF WS-RECOMMENDED > 99999
009520         MOVE 99999 TO WS-RECOMMENDED
009530     END-IF.
009540
009550     IF WS-STK-DISABLED
009560         GO TO 3500-SIZE-REORDER-POINT-EXIT
009570     END-IF.
009580     MOVE DMH-ITM-ID TO STK-ITM-ID.
009590     READ STOCK-FILE
009600         INVALID KEY
009610             MOVE 'NO STOCK' TO WS-FDT-FLAG
009620             GO TO 3500-SIZE-REORDER-POINT-EXIT
009630     END-READ.
009640     MOVE STK-REORDER-POINT TO WS-CURRENT-POINT.
009650     MOVE WS-CURRENT-POINT  TO WS-FDT-CURRENT.
009660
009670     IF WS-RECOMMENDED > WS-CURRENT-POINT
009680         COMPUTE WS-DIFF = WS-RECOMMENDED - WS-CURRENT-POINT
009690     ELSE
009700         COMPUTE WS-DIFF = WS-CURRENT-POINT - WS-RECOMMENDED
009710     END-IF.
009720     MOVE 'N' TO WS-PROPOSE-SW.
009730     IF WS-DIFF NOT < WS-MATERIAL-UNITS
009740         IF WS-CURRENT-POINT = 0
009750             OR WS-DIFF * 100 NOT <
009760                 WS-CURRENT-POINT * WS-MATERIAL-PCT
009770             MOVE 'Y' TO WS-PROPOSE-SW
009780         END-IF
009790     END-IF.
009800     IF WS-PROPOSE
009810         PERFORM 3550-PROPOSE-POINT
009820             THRU 3550-PROPOSE-POINT-EXIT
009830     END-IF.
009840 3500-SIZE-REORDER-POINT-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880*    3510-FIND-LEAD-TIME                                        *
009890*    THE ITEM'S VENDOR'S LEAD TIME, IF IT HAS ONE.              *
009900*****************************************************************
009910 3510-FIND-LEAD-TIME.
009920     IF WS-VND-TBL-ID(WS-VND-SUB) = ITM-VENDOR-ID
009930         AND WS-VND-TBL-LEAD(WS-VND-SUB) > 0
009940         MOVE WS-VND-TBL-LEAD(WS-VND-SUB) TO WS-LEAD-DAYS
009950     END-IF.
009960 3510-FIND-LEAD-TIME-EXIT.
009970     EXIT.
009980
009990*****************************************************************
010000*    3520-ADD-SQUARE                                            *
010010*****************************************************************
010020 3520-ADD-SQUARE.
010030     COMPUTE WS-SQ-SUM = WS-SQ-SUM
010040         + (DMH-MONTH-DEMAND(WS-SUB) - WS-MEAN)
010050         * (DMH-MONTH-DEMAND(WS-SUB) - WS-MEAN).
010060 3520-ADD-SQUARE-EXIT.
010070     EXIT.
010080
010090*****************************************************************
010100*    3550-PROPOSE-POINT                                         *
010110*    THE SAME 'P' TRANSACTION A BUYER WOULD KEY, UNDER THIS     *
010120*    PROGRAM'S NAME LIKE STKCNT01'S COUNT ADJUSTMENTS, WITH THE *
010130*    PERIOD IN THE REFERENCE.  IT ONLY TAKES EFFECT WHEN THE    *
010140*    BUYER PASSES IT TO STKMNT01.                               *
010150*****************************************************************
010160 3550-PROPOSE-POINT.
010170     ADD 1 TO WS-PROPOSAL-COUNT.
010180     MOVE 'PROPOSED' TO WS-FDT-FLAG.
010190     MOVE SPACES            TO STOCK-ADJUST-REC.
010200     MOVE 'P'               TO SAD-ACTION.
010210     MOVE DMH-ITM-ID        TO SAD-ITM-ID.
010220     MOVE WS-RECOMMENDED    TO SAD-QUANTITY.
010230     MOVE 'FC'              TO SAD-REASON.
010240     STRING 'FCST' WS-CLOSED-PERIOD DELIMITED BY SIZE
010250         INTO SAD-REFERENCE.
010260     MOVE 'DMDFCT01'        TO SAD-OPERATOR-ID.
010270     MOVE 0                 TO SAD-UNIT-COST.
010280     MOVE SPACES            TO SAD-LOC-CODE.
010290     WRITE STOCK-ADJUST-REC.
010300 3550-PROPOSE-POINT-EXIT.
010310     EXIT.
010320
010330*****************************************************************
010340*    4000-PRINT-TOTALS                                          *
010350*****************************************************************
010360 4000-PRINT-TOTALS.
010370     MOVE 'ITEMS FORECAST............' TO WS-CNT-TITLE.
010380     MOVE WS-FORECAST-COUNT TO WS-CNT-VALUE.
010390     WRITE FORECAST-LINE FROM WS-COUNT-LINE.
010400
010410     MOVE 'ITEMS NOT ON ITEM MASTER..' TO WS-CNT-TITLE.
010420     MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
010430     WRITE FORECAST-LINE FROM WS-COUNT-LINE.
010440
010450     MOVE 'REORDER POINTS PROPOSED...' TO WS-CNT-TITLE.
010460     MOVE WS-PROPOSAL-COUNT TO WS-CNT-VALUE.
010470     WRITE FORECAST-LINE FROM WS-COUNT-LINE.
010480
010490     MOVE 'FORECASTS SCORED..........' TO WS-CNT-TITLE.
010500     MOVE WS-SCORED-COUNT TO WS-CNT-VALUE.
010510     WRITE ACCURACY-LINE FROM WS-COUNT-LINE.
010520
010530     MOVE 'OVERALL ACCURACY %........' TO WS-PCT-TITLE.
010540     MOVE 0 TO WS-ACCURACY.
010550     IF WS-TOT-ACTUAL > 0
010560         COMPUTE WS-ACCURACY ROUNDED = 100
010570             - WS-TOT-ABS-ERROR * 100 / WS-TOT-ACTUAL
010580         IF WS-ACCURACY < 0
010590             MOVE 0 TO WS-ACCURACY
010600         END-IF
010610     END-IF.
010620     MOVE WS-ACCURACY TO WS-PCT-VALUE.
010630     WRITE ACCURACY-LINE FROM WS-PCT-LINE.
010640 4000-PRINT-TOTALS-EXIT.
010650     EXIT.
010660
010670*****************************************************************
010680*    8000-READ-SALES                                            *
010690*****************************************************************
010700 8000-READ-SALES.
010710     READ SALES-HISTORY-FILE
010720         AT END
010730             MOVE '10' TO WS-SLH-FILE-STATUS
010740     END-READ.
010750 8000-READ-SALES-EXIT.
010760     EXIT.
010770
010780*****************************************************************
010790*    8100-READ-HISTORY                                          *
010800*****************************************************************
010810 8100-READ-HISTORY.
010820     READ DEMAND-HISTORY-FILE NEXT RECORD
010830         AT END
010840             MOVE 'Y' TO WS-EOF-SW
010850     END-READ.
010860 8100-READ-HISTORY-EXIT.
010870     EXIT.
010880
010890*****************************************************************
010900*    9999-TERMINATE                                             *
010910*****************************************************************
010920 9999-TERMINATE.
010930     CLOSE SALES-HISTORY-FILE.
010940     CLOSE DEMAND-HISTORY-FILE.
010950     CLOSE ITEM-MASTER-FILE.
010960     IF NOT WS-STK-DISABLED
010970         CLOSE STOCK-FILE
010980     END-IF.
010990     CLOSE STOCK-ADJUST-OUT.
011000     CLOSE FORECAST-RPT.
011010     CLOSE ACCURACY-RPT.
011020 9999-TERMINATE-EXIT.
011030     EXIT.
011040
011050*****************************************************************
011060*    9700-LOG-STEP-START                                        *
011070*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
011080*****************************************************************
011090     COPY STPPROC.
