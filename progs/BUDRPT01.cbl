000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDRPT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - MONTHLY SALES BUDGET VERSUS      *
000100*                    ACTUAL.  ACTUALS COME FROM THE POSTED       *
000110*                    SALES-LINE HISTORY (SLSHIST), TARGETS FROM  *
000120*                    THE SALES BUDGET FILE (SLSBUD).  FOR EACH   *
000130*                    BRANCH, SALES REP, AND ITEM CATEGORY THE    *
000140*                    REPORT SHOWS THE MONTH AND THE FISCAL YEAR  *
000150*                    TO DATE - ACTUAL, BUDGET, VARIANCE AMOUNT   *
000160*                    AND PERCENT - AND FLAGS ANY BRANCH OR REP   *
000170*                    MORE THAN THE CONTROL PERCENTAGE BEHIND ITS *
000180*                    YEAR-TO-DATE PLAN.  A TIE-OUT SECTION       *
000190*                    PROVES THE YEAR TO DATE BACK TO THE SALES   *
000200*                    HISTORY TOTAL SLSRPT01 PRINTS, AND EACH     *
000210*                    DIMENSION'S TOTAL BACK TO THE YEAR TO DATE. *
000212*    2026-10-15  PD  A KIT COMPONENT'S SALES-HISTORY ROW IS      *
000214*                    SKIPPED - ITS REVENUE IS ALREADY ON ITS     *
000216*                    KIT'S ROW, AND SLSRPT01'S TOTAL LEAVES IT   *
000218*                    OUT THE SAME WAY.                           *
000219*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000220*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000221*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000222*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000223*                    CAN CERTIFY THE MONTH-END.                  *
000224*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-PARM-FILE-STATUS.
000290
000300     SELECT BUDGET-CONTROL-FILE ASSIGN TO BUDCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-BCT-FILE-STATUS.
000330
000340     SELECT SALES-BUDGET-FILE ASSIGN TO SLSBUD
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SBD-KEY
000380         FILE STATUS IS WS-SBD-FILE-STATUS.
000390
000400     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SLH-FILE-STATUS.
000430
000440     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRNREF
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-BRN-FILE-STATUS.
000470
000480     SELECT SALES-REP-FILE ASSIGN TO REPMAST
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REP-FILE-STATUS.
000510
000520     SELECT CATEGORY-REF-FILE ASSIGN TO ITMCAT
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CAT-CODE
000560         FILE STATUS IS WS-CAT-FILE-STATUS.
000570
000580     SELECT BUDGET-VS-ACTUAL-RPT ASSIGN TO BUDRPTRP
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-FILE-STATUS.
000601
000602     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000603         ORGANIZATION IS LINE SEQUENTIAL
000604         FILE STATUS IS WS-STP-FILE-STATUS.
000605
000606     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000607         ORGANIZATION IS LINE SEQUENTIAL
000608         FILE STATUS IS WS-MRC-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CONTROL-CARD-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY PARMCARD.
000670
000680 FD  BUDGET-CONTROL-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY BUDCTL.
000710
000720 FD  SALES-BUDGET-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY SLSBUD.
000750
000760 FD  SALES-HISTORY-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY SLSHIST.
000790
000800 FD  BRANCH-REFERENCE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY BRNREF.
000830
000840 FD  SALES-REP-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY REPMAST.
000870
000880 FD  CATEGORY-REF-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY ITMCAT.
000910
000920 FD  BUDGET-VS-ACTUAL-RPT
000930     LABEL RECORDS ARE STANDARD.
000940     01  BUDGET-VS-ACTUAL-LINE    PIC X(80).
000941
000942 FD  STEP-LOG-FILE
000943     LABEL RECORDS ARE STANDARD.
000944     COPY STEPLOG.
000945
000946 FD  STEP-RUN-CONTROL-FILE
000947     LABEL RECORDS ARE STANDARD.
000948     COPY RUNCTL
000949         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000950
000960 WORKING-STORAGE SECTION.
000970     01  WS-PARM-FILE-STATUS      PIC X(02).
000980         88  WS-PARM-OK           VALUE '00'.
000990     01  WS-BCT-FILE-STATUS       PIC X(02).
001000         88  WS-BCT-OK            VALUE '00'.
001010     01  WS-SBD-FILE-STATUS       PIC X(02).
001020         88  WS-SBD-OK            VALUE '00'.
001030         88  WS-SBD-EOF           VALUE '10'.
001040     01  WS-SLH-FILE-STATUS       PIC X(02).
001050         88  WS-SLH-OK            VALUE '00'.
001060         88  WS-SLH-EOF           VALUE '10'.
001070     01  WS-BRN-FILE-STATUS       PIC X(02).
001080         88  WS-BRN-OK            VALUE '00'.
001090         88  WS-BRN-EOF           VALUE '10'.
001100     01  WS-REP-FILE-STATUS       PIC X(02).
001110         88  WS-REP-OK            VALUE '00'.
001120         88  WS-REP-EOF           VALUE '10'.
001130     01  WS-CAT-FILE-STATUS       PIC X(02).
001140         88  WS-CAT-OK            VALUE '00'.
001150     01  WS-RPT-FILE-STATUS       PIC X(02).
001160         88  WS-RPT-OK            VALUE '00'.
001170
001180     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001190         88  WS-EOF               VALUE 'Y'.
001200     01  WS-CAT-NAMES-SW          PIC X(01) VALUE 'Y'.
001210         88  WS-CAT-NAMES-ON      VALUE 'Y'.
001220
001230*****************************************************************
001240*    REPORT MONTH AND FISCAL CALENDAR.  WITH NO CONTROL RECORD  *
001250*    THE FISCAL YEAR IS THE CALENDAR YEAR AND A BRANCH OR REP   *
001260*    MORE THAN 10 PERCENT BEHIND ITS YEAR-TO-DATE PLAN IS       *
001270*    FLAGGED.                                                   *
001280*****************************************************************
001290     01  WS-RUN-DATE              PIC 9(08).
001300     01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
001310         05  WS-RUN-YYYYMM        PIC 9(06).
001320         05  WS-RUN-DD            PIC 9(02).
001330     01  WS-REPORT-YYYYMM         PIC 9(06).
001340     01  WS-FY-START-MONTH        PIC 9(02) VALUE 1.
001350     01  WS-BEHIND-PCT            PIC 9(03)V9(02) VALUE 10.00.
001360     01  WS-REPORT-FY             PIC 9(04).
001370     01  WS-REPORT-PERIOD         PIC 9(02).
001380
001390     01  WS-FP-YYYYMM             PIC 9(06).
001400     01  WS-FP-SPLIT REDEFINES WS-FP-YYYYMM.
001410         05  WS-FP-YYYY           PIC 9(04).
001420         05  WS-FP-MM             PIC 9(02).
001430     01  WS-FP-FY                 PIC 9(04).
001440     01  WS-FP-PERIOD             PIC 9(02).
001450     01  WS-DATE-WORK             PIC 9(08).
001460     01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
001470         05  WS-DTW-YYYYMM        PIC 9(06).
001480         05  WS-DTW-DD            PIC 9(02).
001490
001500*****************************************************************
001510*    ONE ROW PER BRANCH, REP, AND CATEGORY MET ON THE BUDGET    *
001520*    FILE OR THE SALES HISTORY.  A CODE SOLD AGAINST WITH NO    *
001530*    BUDGET STILL GETS A ROW SO EVERY DIMENSION ADDS BACK TO    *
001540*    THE YEAR-TO-DATE TOTAL.                                    *
001550*****************************************************************
001560     01  WS-DIM-COUNT             PIC 9(03) COMP VALUE 0.
001570     01  WS-MAX-DIM-ROWS          PIC 9(03) COMP VALUE 300.
001580     01  WS-DIM-TABLE.
001590         05  WS-DIM-ROW OCCURS 300 TIMES.
001600             10  WS-DIM-T-DIMENSION
001610                                  PIC X(01).
001620             10  WS-DIM-T-CODE    PIC X(04).
001630             10  WS-DIM-T-NAME    PIC X(16).
001640             10  WS-DIM-T-BUDGETED
001650                                  PIC X(01).
001660             10  WS-DIM-T-MTD-ACT PIC S9(11)V9(02) COMP-3.
001670             10  WS-DIM-T-YTD-ACT PIC S9(11)V9(02) COMP-3.
001680             10  WS-DIM-T-MTD-BUD PIC S9(11)V9(02) COMP-3.
001690             10  WS-DIM-T-YTD-BUD PIC S9(11)V9(02) COMP-3.
001700     01  WS-DIM-SUB               PIC 9(03) COMP.
001710     01  WS-DIM-HIT-SUB           PIC 9(03) COMP.
001720     01  WS-DIM-FOUND-SW          PIC X(01).
001730         88  WS-DIM-FOUND         VALUE 'Y'.
001740     01  WS-FIND-DIMENSION        PIC X(01).
001750     01  WS-FIND-CODE             PIC X(04).
001760     01  WS-PRINT-DIMENSION       PIC X(01).
001770     01  WS-MONTH-SUB             PIC 9(02) COMP.
001780
001790*****************************************************************
001800*    BRANCH AND REP NAMES FOR THE REPORT                        *
001810*****************************************************************
001820     01  WS-BRN-COUNT             PIC 9(03) COMP VALUE 0.
001830     01  WS-MAX-BRN-ROWS          PIC 9(03) COMP VALUE 50.
001840     01  WS-BRN-TABLE.
001850         05  WS-BRN-ROW OCCURS 50 TIMES.
001860             10  WS-BRN-T-CODE    PIC X(03).
001870             10  WS-BRN-T-NAME    PIC X(20).
001880     01  WS-REP-COUNT             PIC 9(03) COMP VALUE 0.
001890     01  WS-MAX-REP-ROWS          PIC 9(03) COMP VALUE 100.
001900     01  WS-REP-TABLE.
001910         05  WS-REP-ROW OCCURS 100 TIMES.
001920             10  WS-REP-T-CODE    PIC X(03).
001930             10  WS-REP-T-NAME    PIC X(20).
001940     01  WS-REF-SUB               PIC 9(03) COMP.
001950
001960*****************************************************************
001970*    TIE-OUT AND DIMENSION TOTALS                               *
001980*****************************************************************
001990     01  WS-TIE-TOTALS.
002000         05  WS-HIST-TOTAL        PIC S9(11)V9(02) COMP-3 VALUE 0.
002010         05  WS-OUTSIDE-TOTAL     PIC S9(11)V9(02) COMP-3 VALUE 0.
002020         05  WS-YTD-TOTAL         PIC S9(11)V9(02) COMP-3 VALUE 0.
002030         05  WS-MTD-TOTAL         PIC S9(11)V9(02) COMP-3 VALUE 0.
002040     01  WS-SUM-TOTALS.
002050         05  WS-SUM-MTD-ACT       PIC S9(11)V9(02) COMP-3.
002060         05  WS-SUM-YTD-ACT       PIC S9(11)V9(02) COMP-3.
002070         05  WS-SUM-MTD-BUD       PIC S9(11)V9(02) COMP-3.
002080         05  WS-SUM-YTD-BUD       PIC S9(11)V9(02) COMP-3.
002090     01  WS-BRN-YTD-SUM           PIC S9(11)V9(02) COMP-3 VALUE 0.
002100     01  WS-REP-YTD-SUM           PIC S9(11)V9(02) COMP-3 VALUE 0.
002110     01  WS-CAT-YTD-SUM           PIC S9(11)V9(02) COMP-3 VALUE 0.
002120     01  WS-TIE-AMOUNT            PIC S9(11)V9(02) COMP-3.
002130
002140     01  WS-CALC-ACT              PIC S9(11)V9(02) COMP-3.
002150     01  WS-CALC-BUD              PIC S9(11)V9(02) COMP-3.
002160     01  WS-CALC-VAR              PIC S9(11)V9(02) COMP-3.
002170     01  WS-CALC-PCT              PIC S9(04)V9(01) COMP-3.
002180     01  WS-CALC-FLAG             PIC X(09).
002190
002200*****************************************************************
002210*    CONTROL TOTALS                                             *
002220*****************************************************************
002230     01  WS-TOTALS.
002240         05  WS-LINE-COUNT        PIC 9(07) COMP VALUE 0.
002250         05  WS-OUTSIDE-COUNT     PIC 9(07) COMP VALUE 0.
002260         05  WS-BUDGET-COUNT      PIC 9(07) COMP VALUE 0.
002270         05  WS-BEHIND-COUNT      PIC 9(07) COMP VALUE 0.
002280         05  WS-NO-TIE-COUNT      PIC 9(07) COMP VALUE 0.
002290
002300*****************************************************************
002310*    REPORT LINE LAYOUTS                                        *
002320*****************************************************************
002330     01  WS-HEADING-LINE.
002340         05  FILLER               PIC X(42) VALUE
002350             'BUDRPT01 - SALES BUDGET VERSUS ACTUAL FOR '.
002360         05  WS-HDG-YYYYMM        PIC 9(06).
002370         05  FILLER               PIC X(04) VALUE '  FY'.
002380         05  WS-HDG-FY            PIC 9(04).
002390         05  FILLER               PIC X(08) VALUE ' PERIOD '.
002400         05  WS-HDG-PERIOD        PIC 9(02).
002410         05  FILLER               PIC X(14) VALUE SPACES.
002420
002430     01  WS-THRESHOLD-LINE.
002440         05  FILLER               PIC X(40) VALUE
002450             'BRANCHES AND REPS FLAGGED WHEN YTD IS MO'.
002460         05  FILLER               PIC X(08) VALUE
002470             'RE THAN '.
002480         05  WS-THR-PCT           PIC ZZ9.99.
002490         05  FILLER               PIC X(26) VALUE
002500             ' PCT BEHIND PLAN'.
002510
002520     01  WS-SECTION-LINE          PIC X(80).
002530
002540     01  WS-COLUMN-LINE.
002550         05  FILLER               PIC X(40) VALUE
002560             'CODE NAME             PER        ACTUAL '.
002570         05  FILLER               PIC X(40) VALUE
002580             '    BUDGET    VARIANCE  VAR %  FLAG     '.
002590
002600     01  WS-DETAIL-LINE.
002610         05  WS-DET-CODE          PIC X(04).
002620         05  FILLER               PIC X(01) VALUE SPACES.
002630         05  WS-DET-NAME          PIC X(16).
002640         05  FILLER               PIC X(01) VALUE SPACES.
002650         05  WS-DET-PERIOD        PIC X(05).
002660         05  FILLER               PIC X(01) VALUE SPACES.
002670         05  WS-DET-ACTUAL        PIC ZZ,ZZZ,ZZ9-.
002680         05  FILLER               PIC X(01) VALUE SPACES.
002690         05  WS-DET-BUDGET        PIC ZZ,ZZZ,ZZ9.
002700         05  FILLER               PIC X(01) VALUE SPACES.
002710         05  WS-DET-VARIANCE      PIC ZZ,ZZZ,ZZ9-.
002720         05  FILLER               PIC X(01) VALUE SPACES.
002730         05  WS-DET-PCT           PIC ZZZ9.9-.
002740         05  WS-DET-PCT-X REDEFINES WS-DET-PCT
002750                                  PIC X(07).
002760         05  FILLER               PIC X(01) VALUE SPACES.
002770         05  WS-DET-FLAG          PIC X(09).
002780
002790     01  WS-TIE-LINE.
002800         05  WS-TIE-TITLE         PIC X(40).
002810         05  WS-TIE-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
002820         05  FILLER               PIC X(02) VALUE SPACES.
002830         05  WS-TIE-VERDICT       PIC X(23).
002840
002850     01  WS-COUNT-LINE.
002860         05  WS-CNT-TITLE         PIC X(40).
002870         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002880         05  FILLER               PIC X(33) VALUE SPACES.
002883
002886     COPY STPWORK.
002890
002900 PROCEDURE DIVISION.
002910*****************************************************************
002920*    0000-MAINLINE                                              *
002930*****************************************************************
002940 0000-MAINLINE.
002942     MOVE 'BUDRPT01' TO WS-STP-PROGRAM.
002944     PERFORM 9700-LOG-STEP-START
002946         THRU 9700-LOG-STEP-START-EXIT.
002948
002950     PERFORM 1000-INITIALIZE
002960         THRU 1000-INITIALIZE-EXIT.
002970
002980     PERFORM 2000-GATHER-LINE
002990         THRU 2000-GATHER-LINE-EXIT
003000         UNTIL WS-EOF.
003010
003020     MOVE 'B' TO WS-PRINT-DIMENSION.
003030     MOVE 'BY BRANCH' TO WS-SECTION-LINE.
003040     PERFORM 3000-PRINT-DIMENSION
003050         THRU 3000-PRINT-DIMENSION-EXIT.
003060     MOVE WS-SUM-YTD-ACT TO WS-BRN-YTD-SUM.
003070
003080     MOVE 'R' TO WS-PRINT-DIMENSION.
003090     MOVE 'BY SALES REP' TO WS-SECTION-LINE.
003100     PERFORM 3000-PRINT-DIMENSION
003110         THRU 3000-PRINT-DIMENSION-EXIT.
003120     MOVE WS-SUM-YTD-ACT TO WS-REP-YTD-SUM.
003130
003140     MOVE 'C' TO WS-PRINT-DIMENSION.
003150     MOVE 'BY ITEM CATEGORY' TO WS-SECTION-LINE.
003160     PERFORM 3000-PRINT-DIMENSION
003170         THRU 3000-PRINT-DIMENSION-EXIT.
003180     MOVE WS-SUM-YTD-ACT TO WS-CAT-YTD-SUM.
003190
003200     PERFORM 4000-PRINT-TIE-OUT
003210         THRU 4000-PRINT-TIE-OUT-EXIT.
003220
003230     DISPLAY 'BUDRPT01: SALES LINES READ...... '
003240         WS-LINE-COUNT.
003250     DISPLAY 'BUDRPT01: OUTSIDE YEAR TO DATE.. '
003260         WS-OUTSIDE-COUNT.
003270     DISPLAY 'BUDRPT01: BUDGETS FOR THE YEAR.. '
003280         WS-BUDGET-COUNT.
003290     DISPLAY 'BUDRPT01: BEHIND PLAN........... '
003300         WS-BEHIND-COUNT.
003310     DISPLAY 'BUDRPT01: TOTALS NOT TIED....... '
003320         WS-NO-TIE-COUNT.
003330
003340*    A DIMENSION THAT DOES NOT ADD BACK TO THE YEAR TO DATE
003350*    MEANS THE REPORT CANNOT BE RELIED ON AS PRINTED.
003360     IF WS-NO-TIE-COUNT > 0
003370         IF RETURN-CODE < 4
003380             MOVE 4 TO RETURN-CODE
003390         END-IF
003400     END-IF.
003410
003420     PERFORM 9999-TERMINATE
003430         THRU 9999-TERMINATE-EXIT.
003440
003441     MOVE WS-LINE-COUNT TO WS-STP-RECORDS-IN.
003442     MOVE WS-LINE-COUNT TO WS-STP-APPLIED.
003443     PERFORM 9710-LOG-STEP-END
003444         THRU 9710-LOG-STEP-END-EXIT.
003445
003450     STOP RUN.
003460
003470*****************************************************************
003480*    1000-INITIALIZE                                            *
003490*****************************************************************
003500 1000-INITIALIZE.
003510     OPEN INPUT CONTROL-CARD-FILE.
003520     IF WS-PARM-OK
003530         READ CONTROL-CARD-FILE
003540             AT END
003550                 DISPLAY 'BUDRPT01: NO CONTROL CARD SUPPLIED'
003560                 MOVE 0 TO PARM-RUN-DATE
003570             NOT AT END
003580                 PERFORM 9500-VALIDATE-PARM-CARD
003590                     THRU 9500-VALIDATE-PARM-CARD-EXIT
003600         END-READ
003610         CLOSE CONTROL-CARD-FILE
003620     ELSE
003630         DISPLAY 'BUDRPT01: OPEN CONTROL-CARD FAILED '
003640             WS-PARM-FILE-STATUS
003650         MOVE 0 TO PARM-RUN-DATE
003660     END-IF.
003670
003680     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
003690         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003700     ELSE
003710         MOVE PARM-RUN-DATE TO WS-RUN-DATE
003720     END-IF.
003730     MOVE WS-RUN-YYYYMM TO WS-REPORT-YYYYMM.
003740
003750     OPEN INPUT BUDGET-CONTROL-FILE.
003760     IF WS-BCT-OK
003770         READ BUDGET-CONTROL-FILE
003780             AT END
003790                 CONTINUE
003800             NOT AT END
003810                 PERFORM 1050-TAKE-CONTROL
003820                     THRU 1050-TAKE-CONTROL-EXIT
003830         END-READ
003840         CLOSE BUDGET-CONTROL-FILE
003850     ELSE
003860         DISPLAY 'BUDRPT01: NO BUDGET-CONTROL-FILE - '
003870             'DEFAULTS IN EFFECT'
003880     END-IF.
003890
003900     MOVE WS-REPORT-YYYYMM TO WS-FP-YYYYMM.
003910     PERFORM 7000-FISCAL-PERIOD
003920         THRU 7000-FISCAL-PERIOD-EXIT.
003930     MOVE WS-FP-FY     TO WS-REPORT-FY.
003940     MOVE WS-FP-PERIOD TO WS-REPORT-PERIOD.
003950
003960     OPEN INPUT BRANCH-REFERENCE-FILE.
003970     IF WS-BRN-OK
003980         PERFORM 1100-LOAD-BRANCH
003990             THRU 1100-LOAD-BRANCH-EXIT
004000             UNTIL WS-BRN-EOF
004010         CLOSE BRANCH-REFERENCE-FILE
004020     END-IF.
004030
004040     OPEN INPUT SALES-REP-FILE.
004050     IF WS-REP-OK
004060         PERFORM 1200-LOAD-REP
004070             THRU 1200-LOAD-REP-EXIT
004080             UNTIL WS-REP-EOF
004090         CLOSE SALES-REP-FILE
004100     END-IF.
004110
004120     OPEN INPUT CATEGORY-REF-FILE.
004130     IF NOT WS-CAT-OK
004140         MOVE 'N' TO WS-CAT-NAMES-SW
004150     END-IF.
004160
004170     OPEN INPUT SALES-BUDGET-FILE.
004180     IF WS-SBD-OK
004190         PERFORM 1300-LOAD-BUDGET
004200             THRU 1300-LOAD-BUDGET-EXIT
004210             UNTIL WS-SBD-EOF
004220         CLOSE SALES-BUDGET-FILE
004230     ELSE
004240         DISPLAY 'BUDRPT01: NO SALES-BUDGET-FILE - '
004250             'ACTUALS ONLY'
004260         MOVE 4 TO RETURN-CODE
004270     END-IF.
004280
004290     OPEN INPUT SALES-HISTORY-FILE.
004300     IF NOT WS-SLH-OK
004310         DISPLAY 'BUDRPT01: OPEN SALES-HISTORY FAILED '
004320             WS-SLH-FILE-STATUS
004330         MOVE 'Y' TO WS-EOF-SW
004340         MOVE 8 TO RETURN-CODE
004350     END-IF.
004360
004370     OPEN OUTPUT BUDGET-VS-ACTUAL-RPT.
004380     IF NOT WS-RPT-OK
004390         DISPLAY 'BUDRPT01: OPEN BUDGET-VS-ACTUAL-RPT FAILED '
004400             WS-RPT-FILE-STATUS
004410     END-IF.
004420
004430     MOVE WS-REPORT-YYYYMM TO WS-HDG-YYYYMM.
004440     MOVE WS-REPORT-FY     TO WS-HDG-FY.
004450     MOVE WS-REPORT-PERIOD TO WS-HDG-PERIOD.
004460     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-HEADING-LINE.
004470     MOVE WS-BEHIND-PCT TO WS-THR-PCT.
004480     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-THRESHOLD-LINE.
004490
004500     IF NOT WS-EOF
004510         PERFORM 8000-READ-SALES-LINE
004520             THRU 8000-READ-SALES-LINE-EXIT
004530     END-IF.
004540 1000-INITIALIZE-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580*    1050-TAKE-CONTROL                                          *
004590*    A FIELD LEFT ZERO OR OUT OF RANGE KEEPS ITS DEFAULT.       *
004600*****************************************************************
004610 1050-TAKE-CONTROL.
004620     IF BCT-FY-START-MONTH NUMERIC
004630         IF BCT-FY-START-MONTH > 0 AND BCT-FY-START-MONTH < 13
004640             MOVE BCT-FY-START-MONTH TO WS-FY-START-MONTH
004650         END-IF
004660     END-IF.
004670     IF BCT-BEHIND-PCT NUMERIC
004680         IF BCT-BEHIND-PCT > 0
004690             MOVE BCT-BEHIND-PCT TO WS-BEHIND-PCT
004700         END-IF
004710     END-IF.
004720     IF BCT-REPORT-YYYYMM NUMERIC
004730         IF BCT-REPORT-YYYYMM > 0
004740             MOVE BCT-REPORT-YYYYMM TO WS-FP-YYYYMM
004750             IF WS-FP-MM > 0 AND WS-FP-MM < 13
004760                 MOVE BCT-REPORT-YYYYMM TO WS-REPORT-YYYYMM
004770             ELSE
004780                 DISPLAY 'BUDRPT01: REPORT MONTH IGNORED - '
004790                     BCT-REPORT-YYYYMM
004800             END-IF
004810         END-IF
004820     END-IF.
004830 1050-TAKE-CONTROL-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*    1100-LOAD-BRANCH                                           *
004880*****************************************************************
004890 1100-LOAD-BRANCH.
004900     READ BRANCH-REFERENCE-FILE
004910         AT END
004920             MOVE '10' TO WS-BRN-FILE-STATUS
004930             GO TO 1100-LOAD-BRANCH-EXIT
004940     END-READ.
004950     IF WS-BRN-COUNT < WS-MAX-BRN-ROWS
004960         ADD 1 TO WS-BRN-COUNT
004970         MOVE BRN-CODE TO WS-BRN-T-CODE(WS-BRN-COUNT)
004980         MOVE BRN-NAME TO WS-BRN-T-NAME(WS-BRN-COUNT)
004990     END-IF.
005000 1100-LOAD-BRANCH-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040*    1200-LOAD-REP                                              *
005050*****************************************************************
005060 1200-LOAD-REP.
005070     READ SALES-REP-FILE
005080         AT END
005090             MOVE '10' TO WS-REP-FILE-STATUS
005100             GO TO 1200-LOAD-REP-EXIT
005110     END-READ.
005120     IF WS-REP-COUNT < WS-MAX-REP-ROWS
005130         ADD 1 TO WS-REP-COUNT
005140         MOVE REP-CODE TO WS-REP-T-CODE(WS-REP-COUNT)
005150         MOVE REP-NAME TO WS-REP-T-NAME(WS-REP-COUNT)
005160     END-IF.
005170 1200-LOAD-REP-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210*    1300-LOAD-BUDGET                                           *
005220*    ONLY THE REPORT'S FISCAL YEAR IS TAKEN.  THE MONTH BUDGET  *
005230*    IS THE REPORT PERIOD'S TARGET; THE YEAR TO DATE IS THE     *
005240*    SUM OF PERIODS 1 THROUGH THE REPORT PERIOD.                *
005250*****************************************************************
005260 1300-LOAD-BUDGET.
005270     READ SALES-BUDGET-FILE
005280         AT END
005290             MOVE '10' TO WS-SBD-FILE-STATUS
005300             GO TO 1300-LOAD-BUDGET-EXIT
005310     END-READ.
005320     IF SBD-FISCAL-YEAR NOT = WS-REPORT-FY
005330         GO TO 1300-LOAD-BUDGET-EXIT
005340     END-IF.
005350     MOVE SBD-DIMENSION TO WS-FIND-DIMENSION.
005360     MOVE SBD-CODE      TO WS-FIND-CODE.
005370     PERFORM 6000-FIND-ROW
005380         THRU 6000-FIND-ROW-EXIT.
005390     IF NOT WS-DIM-FOUND
005400         DISPLAY 'BUDRPT01: BUDGET TABLE FULL - SKIPPED '
005410             SBD-KEY
005420         GO TO 1300-LOAD-BUDGET-EXIT
005430     END-IF.
005440     ADD 1 TO WS-BUDGET-COUNT.
005450     MOVE 'Y' TO WS-DIM-T-BUDGETED(WS-DIM-HIT-SUB).
005460     MOVE SBD-MONTH-BUDGET(WS-REPORT-PERIOD)
005470         TO WS-DIM-T-MTD-BUD(WS-DIM-HIT-SUB).
005480     MOVE 0 TO WS-DIM-T-YTD-BUD(WS-DIM-HIT-SUB).
005490     PERFORM 1310-ADD-BUDGET-PERIOD
005500         THRU 1310-ADD-BUDGET-PERIOD-EXIT
005510         VARYING WS-MONTH-SUB FROM 1 BY 1
005520         UNTIL WS-MONTH-SUB > WS-REPORT-PERIOD.
005530 1300-LOAD-BUDGET-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570*    1310-ADD-BUDGET-PERIOD                                     *
005580*****************************************************************
005590 1310-ADD-BUDGET-PERIOD.
005600     ADD SBD-MONTH-BUDGET(WS-MONTH-SUB)
005610         TO WS-DIM-T-YTD-BUD(WS-DIM-HIT-SUB).
005620 1310-ADD-BUDGET-PERIOD-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660*    2000-GATHER-LINE                                           *
005670*    EVERY LINE COUNTS TOWARD THE HISTORY TOTAL, AS IT DOES ON  *
005680*    SLSRPT01.  A LINE DATED OUTSIDE THE REPORT'S FISCAL YEAR   *
005690*    TO DATE (OR NOT DATED AT ALL) IS SET ASIDE; THE REST ARE   *
005700*    CREDITED TO THEIR BRANCH, REP, AND CATEGORY.               *
005710*****************************************************************
005720 2000-GATHER-LINE.
005722*    A KIT COMPONENT'S SHARE IS ALREADY ON ITS KIT'S LINE.
005724     IF SLH-KIT-COMPONENT
005726         GO TO 2000-GATHER-NEXT
005728     END-IF.
005730     ADD 1 TO WS-LINE-COUNT.
005740     ADD SLH-AMOUNT TO WS-HIST-TOTAL.
005750
005760     IF SLH-ORDER-DATE NOT NUMERIC
005770         GO TO 2000-GATHER-OUTSIDE
005780     END-IF.
005790     MOVE SLH-ORDER-DATE TO WS-DATE-WORK.
005800     MOVE WS-DTW-YYYYMM  TO WS-FP-YYYYMM.
005810     IF WS-FP-MM = 0 OR WS-FP-MM > 12
005820         GO TO 2000-GATHER-OUTSIDE
005830     END-IF.
005840     PERFORM 7000-FISCAL-PERIOD
005850         THRU 7000-FISCAL-PERIOD-EXIT.
005860     IF WS-FP-FY NOT = WS-REPORT-FY
005870             OR WS-FP-PERIOD > WS-REPORT-PERIOD
005880         GO TO 2000-GATHER-OUTSIDE
005890     END-IF.
005900
005910     ADD SLH-AMOUNT TO WS-YTD-TOTAL.
005920     IF WS-FP-PERIOD = WS-REPORT-PERIOD
005930         ADD SLH-AMOUNT TO WS-MTD-TOTAL
005940     END-IF.
005950
005960     MOVE 'B'             TO WS-FIND-DIMENSION.
005970     MOVE SLH-BRANCH-CODE TO WS-FIND-CODE.
005980     PERFORM 2100-CREDIT-ROW
005990         THRU 2100-CREDIT-ROW-EXIT.
006000     MOVE 'R'             TO WS-FIND-DIMENSION.
006010     MOVE SLH-REP-CODE    TO WS-FIND-CODE.
006020     PERFORM 2100-CREDIT-ROW
006030         THRU 2100-CREDIT-ROW-EXIT.
006040     MOVE 'C'               TO WS-FIND-DIMENSION.
006050     MOVE SLH-CATEGORY-CODE TO WS-FIND-CODE.
006060     PERFORM 2100-CREDIT-ROW
006070         THRU 2100-CREDIT-ROW-EXIT.
006080     GO TO 2000-GATHER-NEXT.
006090
006100 2000-GATHER-OUTSIDE.
006110     ADD 1 TO WS-OUTSIDE-COUNT.
006120     ADD SLH-AMOUNT TO WS-OUTSIDE-TOTAL.
006130
006140 2000-GATHER-NEXT.
006150     PERFORM 8000-READ-SALES-LINE
006160         THRU 8000-READ-SALES-LINE-EXIT.
006170 2000-GATHER-LINE-EXIT.
006180     EXIT.
006190
006200*****************************************************************
006210*    2100-CREDIT-ROW                                            *
006220*    A LINE THAT FINDS NO ROW (THE TABLE IS FULL) IS LEFT OUT   *
006230*    OF ITS DIMENSION, WHICH THE TIE-OUT THEN REPORTS.          *
006240*****************************************************************
006250 2100-CREDIT-ROW.
006260     PERFORM 6000-FIND-ROW
006270         THRU 6000-FIND-ROW-EXIT.
006280     IF NOT WS-DIM-FOUND
006290         GO TO 2100-CREDIT-ROW-EXIT
006300     END-IF.
006310     ADD SLH-AMOUNT TO WS-DIM-T-YTD-ACT(WS-DIM-HIT-SUB).
006320     IF WS-FP-PERIOD = WS-REPORT-PERIOD
006330         ADD SLH-AMOUNT TO WS-DIM-T-MTD-ACT(WS-DIM-HIT-SUB)
006340     END-IF.
006350 2100-CREDIT-ROW-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*    3000-PRINT-DIMENSION                                       *
006400*    PRINTS EVERY ROW OF ONE DIMENSION AND LEAVES ITS TOTALS IN *
006410*    WS-SUM-TOTALS FOR THE TIE-OUT.                             *
006420*****************************************************************
006430 3000-PRINT-DIMENSION.
006440     MOVE 0 TO WS-SUM-MTD-ACT WS-SUM-YTD-ACT
006450               WS-SUM-MTD-BUD WS-SUM-YTD-BUD.
006460     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-SECTION-LINE.
006470     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-COLUMN-LINE.
006480     PERFORM 3100-PRINT-ONE-ROW
006490         THRU 3100-PRINT-ONE-ROW-EXIT
006500         VARYING WS-DIM-SUB FROM 1 BY 1
006510         UNTIL WS-DIM-SUB > WS-DIM-COUNT.
006520
006530     MOVE 'TOTL'           TO WS-DET-CODE.
006540     MOVE 'ALL CODES'      TO WS-DET-NAME.
006550     MOVE WS-SUM-MTD-ACT   TO WS-CALC-ACT.
006560     MOVE WS-SUM-MTD-BUD   TO WS-CALC-BUD.
006570     MOVE 'MONTH'          TO WS-DET-PERIOD.
006580     PERFORM 3200-FORMAT-LINE
006590         THRU 3200-FORMAT-LINE-EXIT.
006600     MOVE SPACES TO WS-DET-FLAG.
006610     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-DETAIL-LINE.
006620     MOVE SPACES           TO WS-DET-CODE WS-DET-NAME.
006630     MOVE WS-SUM-YTD-ACT   TO WS-CALC-ACT.
006640     MOVE WS-SUM-YTD-BUD   TO WS-CALC-BUD.
006650     MOVE 'YTD'            TO WS-DET-PERIOD.
006660     PERFORM 3200-FORMAT-LINE
006670         THRU 3200-FORMAT-LINE-EXIT.
006680     MOVE SPACES TO WS-DET-FLAG.
006690     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-DETAIL-LINE.
006700 3000-PRINT-DIMENSION-EXIT.
006710     EXIT.
006720
006730*****************************************************************
006740*    3100-PRINT-ONE-ROW                                         *
006750*    TWO LINES PER CODE - THE MONTH, THEN THE YEAR TO DATE.     *
006760*    ONLY BRANCHES AND REPS ARE HELD TO THE BEHIND-PLAN TEST.   *
006770*****************************************************************
006780 3100-PRINT-ONE-ROW.
006790     IF WS-DIM-T-DIMENSION(WS-DIM-SUB) NOT = WS-PRINT-DIMENSION
006800         GO TO 3100-PRINT-ONE-ROW-EXIT
006810     END-IF.
006820     ADD WS-DIM-T-MTD-ACT(WS-DIM-SUB) TO WS-SUM-MTD-ACT.
006830     ADD WS-DIM-T-YTD-ACT(WS-DIM-SUB) TO WS-SUM-YTD-ACT.
006840     ADD WS-DIM-T-MTD-BUD(WS-DIM-SUB) TO WS-SUM-MTD-BUD.
006850     ADD WS-DIM-T-YTD-BUD(WS-DIM-SUB) TO WS-SUM-YTD-BUD.
006860
006870     MOVE WS-DIM-T-CODE(WS-DIM-SUB) TO WS-DET-CODE.
006880     MOVE WS-DIM-T-NAME(WS-DIM-SUB) TO WS-DET-NAME.
006890     MOVE 'MONTH' TO WS-DET-PERIOD.
006900     MOVE WS-DIM-T-MTD-ACT(WS-DIM-SUB) TO WS-CALC-ACT.
006910     MOVE WS-DIM-T-MTD-BUD(WS-DIM-SUB) TO WS-CALC-BUD.
006920     PERFORM 3200-FORMAT-LINE
006930         THRU 3200-FORMAT-LINE-EXIT.
006940     MOVE SPACES TO WS-DET-FLAG.
006950     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-DETAIL-LINE.
006960
006970     MOVE SPACES TO WS-DET-CODE WS-DET-NAME.
006980     MOVE 'YTD' TO WS-DET-PERIOD.
006990     MOVE WS-DIM-T-YTD-ACT(WS-DIM-SUB) TO WS-CALC-ACT.
007000     MOVE WS-DIM-T-YTD-BUD(WS-DIM-SUB) TO WS-CALC-BUD.
007010     PERFORM 3200-FORMAT-LINE
007020         THRU 3200-FORMAT-LINE-EXIT.
007030     MOVE SPACES TO WS-CALC-FLAG.
007040     IF WS-DIM-T-BUDGETED(WS-DIM-SUB) NOT = 'Y'
007050         MOVE 'NO BUDGET' TO WS-CALC-FLAG
007060     ELSE
007070         IF WS-PRINT-DIMENSION NOT = 'C'
007080                 AND WS-CALC-BUD > 0
007090                 AND WS-CALC-PCT < 0
007100                 AND (0 - WS-CALC-PCT) > WS-BEHIND-PCT
007110             MOVE 'BEHIND' TO WS-CALC-FLAG
007120             ADD 1 TO WS-BEHIND-COUNT
007130         END-IF
007140     END-IF.
007150     MOVE WS-CALC-FLAG TO WS-DET-FLAG.
007160     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-DETAIL-LINE.
007170 3100-PRINT-ONE-ROW-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210*    3200-FORMAT-LINE                                           *
007220*    ACTUAL, BUDGET, AND VARIANCE PRINT IN WHOLE UNITS.  THE    *
007230*    PERCENT IS THE VARIANCE OVER BUDGET, LEFT BLANK WHERE      *
007240*    THERE IS NO BUDGET TO MEASURE AGAINST.                     *
007250*****************************************************************
007260 3200-FORMAT-LINE.
007270     COMPUTE WS-CALC-VAR = WS-CALC-ACT - WS-CALC-BUD.
007280     COMPUTE WS-DET-ACTUAL ROUNDED = WS-CALC-ACT.
007290     COMPUTE WS-DET-BUDGET ROUNDED = WS-CALC-BUD.
007300     COMPUTE WS-DET-VARIANCE ROUNDED = WS-CALC-VAR.
007310     MOVE 0 TO WS-CALC-PCT.
007320     IF WS-CALC-BUD = 0
007330         MOVE SPACES TO WS-DET-PCT-X
007340     ELSE
007350         COMPUTE WS-CALC-PCT ROUNDED
007360             = WS-CALC-VAR * 100 / WS-CALC-BUD
007370             ON SIZE ERROR
007380                 IF WS-CALC-VAR < 0
007390                     MOVE -999.9 TO WS-CALC-PCT
007400                 ELSE
007410                     MOVE 9999.9 TO WS-CALC-PCT
007420                 END-IF
007430         END-COMPUTE
007440         MOVE WS-CALC-PCT TO WS-DET-PCT
007450     END-IF.
007460 3200-FORMAT-LINE-EXIT.
007470     EXIT.
007480
007490*****************************************************************
007500*    4000-PRINT-TIE-OUT                                         *
007510*    THE HISTORY TOTAL IS THE 'TOTAL ALL CATEGORIES' AMOUNT ON  *
007520*    SLSRPT01 RUN OVER THE SAME FILE.  LESS THE LINES OUTSIDE   *
007530*    THE YEAR TO DATE IT MUST EQUAL THE YEAR TO DATE, AND EACH  *
007540*    DIMENSION MUST ADD BACK TO THE YEAR TO DATE IN TURN.       *
007550*****************************************************************
007560 4000-PRINT-TIE-OUT.
007570     MOVE 'TIE-OUT TO SALES HISTORY' TO WS-SECTION-LINE.
007580     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-SECTION-LINE.
007590
007600     MOVE SPACES TO WS-TIE-VERDICT.
007610     MOVE 'SALES HISTORY TOTAL (AS SLSRPT01)......'
007620         TO WS-TIE-TITLE.
007630     MOVE WS-HIST-TOTAL TO WS-TIE-VALUE.
007640     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-TIE-LINE.
007650
007660     MOVE 'LESS OUTSIDE FISCAL YEAR TO DATE.......'
007670         TO WS-TIE-TITLE.
007680     MOVE WS-OUTSIDE-TOTAL TO WS-TIE-VALUE.
007690     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-TIE-LINE.
007700
007710     MOVE 'FISCAL YEAR-TO-DATE ACTUAL.............'
007720         TO WS-TIE-TITLE.
007730     MOVE WS-YTD-TOTAL TO WS-TIE-VALUE.
007740     COMPUTE WS-TIE-AMOUNT = WS-HIST-TOTAL - WS-OUTSIDE-TOTAL.
007750     PERFORM 4100-SET-VERDICT
007760         THRU 4100-SET-VERDICT-EXIT.
007770     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-TIE-LINE.
007780
007790     MOVE 'BRANCH TOTAL YEAR TO DATE..............'
007800         TO WS-TIE-TITLE.
007810     MOVE WS-BRN-YTD-SUM TO WS-TIE-VALUE WS-TIE-AMOUNT.
007820     PERFORM 4100-SET-VERDICT
007830         THRU 4100-SET-VERDICT-EXIT.
007840     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-TIE-LINE.
007850
007860     MOVE 'SALES REP TOTAL YEAR TO DATE...........'
007870         TO WS-TIE-TITLE.
007880     MOVE WS-REP-YTD-SUM TO WS-TIE-VALUE WS-TIE-AMOUNT.
007890     PERFORM 4100-SET-VERDICT
007900         THRU 4100-SET-VERDICT-EXIT.
007910     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-TIE-LINE.
007920
007930     MOVE 'CATEGORY TOTAL YEAR TO DATE............'
007940         TO WS-TIE-TITLE.
007950     MOVE WS-CAT-YTD-SUM TO WS-TIE-VALUE WS-TIE-AMOUNT.
007960     PERFORM 4100-SET-VERDICT
007970         THRU 4100-SET-VERDICT-EXIT.
007980     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-TIE-LINE.
007990
008000     MOVE SPACES TO WS-TIE-VERDICT.
008010     MOVE 'FISCAL MONTH ACTUAL....................'
008020         TO WS-TIE-TITLE.
008030     MOVE WS-MTD-TOTAL TO WS-TIE-VALUE.
008040     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-TIE-LINE.
008050
008060     MOVE 'SALES LINES READ.......................'
008070         TO WS-CNT-TITLE.
008080     MOVE WS-LINE-COUNT TO WS-CNT-VALUE.
008090     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-COUNT-LINE.
008100
008110     MOVE 'LINES OUTSIDE YEAR TO DATE.............'
008120         TO WS-CNT-TITLE.
008130     MOVE WS-OUTSIDE-COUNT TO WS-CNT-VALUE.
008140     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-COUNT-LINE.
008150
008160     MOVE 'BRANCHES AND REPS BEHIND PLAN..........'
008170         TO WS-CNT-TITLE.
008180     MOVE WS-BEHIND-COUNT TO WS-CNT-VALUE.
008190     WRITE BUDGET-VS-ACTUAL-LINE FROM WS-COUNT-LINE.
008200 4000-PRINT-TIE-OUT-EXIT.
008210     EXIT.
008220
008230*****************************************************************
008240*    4100-SET-VERDICT                                           *
008250*    WS-TIE-AMOUNT IS PROVED AGAINST THE YEAR-TO-DATE TOTAL.    *
008260*****************************************************************
008270 4100-SET-VERDICT.
008280     IF WS-TIE-AMOUNT = WS-YTD-TOTAL
008290         MOVE 'TIES' TO WS-TIE-VERDICT
008300     ELSE
008310         MOVE '*** DOES NOT TIE ***' TO WS-TIE-VERDICT
008320         ADD 1 TO WS-NO-TIE-COUNT
008330     END-IF.
008340 4100-SET-VERDICT-EXIT.
008350     EXIT.
008360
008370*****************************************************************
008380*    6000-FIND-ROW                                              *
008390*    LOOKS UP WS-FIND-DIMENSION/WS-FIND-CODE, ADDING THE ROW    *
008400*    (NAMED FROM ITS REFERENCE FILE) IF IT IS NEW AND THERE IS  *
008410*    ROOM.  WS-DIM-FOUND IS LEFT OFF ONLY WHEN THE TABLE IS     *
008420*    FULL.                                                      *
008430*****************************************************************
008440 6000-FIND-ROW.
008450     MOVE 'N' TO WS-DIM-FOUND-SW.
008460     PERFORM 6010-MATCH-ROW
008470         THRU 6010-MATCH-ROW-EXIT
008480         VARYING WS-DIM-SUB FROM 1 BY 1
008490         UNTIL WS-DIM-SUB > WS-DIM-COUNT
008500             OR WS-DIM-FOUND.
008510     IF WS-DIM-FOUND
008520         GO TO 6000-FIND-ROW-EXIT
008530     END-IF.
008540     IF WS-DIM-COUNT NOT < WS-MAX-DIM-ROWS
008550         GO TO 6000-FIND-ROW-EXIT
008560     END-IF.
008570     ADD 1 TO WS-DIM-COUNT.
008580     MOVE WS-DIM-COUNT      TO WS-DIM-HIT-SUB.
008590     MOVE WS-FIND-DIMENSION TO WS-DIM-T-DIMENSION(WS-DIM-HIT-SUB).
008600     MOVE WS-FIND-CODE      TO WS-DIM-T-CODE(WS-DIM-HIT-SUB).
008610     MOVE 'N'               TO WS-DIM-T-BUDGETED(WS-DIM-HIT-SUB).
008620     MOVE 0 TO WS-DIM-T-MTD-ACT(WS-DIM-HIT-SUB)
008630               WS-DIM-T-YTD-ACT(WS-DIM-HIT-SUB)
008640               WS-DIM-T-MTD-BUD(WS-DIM-HIT-SUB)
008650               WS-DIM-T-YTD-BUD(WS-DIM-HIT-SUB).
008660     PERFORM 6100-NAME-ROW
008670         THRU 6100-NAME-ROW-EXIT.
008680     MOVE 'Y' TO WS-DIM-FOUND-SW.
008690 6000-FIND-ROW-EXIT.
008700     EXIT.
008710
008720*****************************************************************
008730*    6010-MATCH-ROW                                             *
008740*****************************************************************
008750 6010-MATCH-ROW.
008760     IF WS-DIM-T-DIMENSION(WS-DIM-SUB) = WS-FIND-DIMENSION
008770             AND WS-DIM-T-CODE(WS-DIM-SUB) = WS-FIND-CODE
008780         MOVE 'Y' TO WS-DIM-FOUND-SW
008790         MOVE WS-DIM-SUB TO WS-DIM-HIT-SUB
008800     END-IF.
008810 6010-MATCH-ROW-EXIT.
008820     EXIT.
008830
008840*****************************************************************
008850*    6100-NAME-ROW                                              *
008860*    SPACES ARE HEAD OFFICE FOR A BRANCH AND HOUSE ACCOUNTS     *
008870*    FOR A REP - WHICH INCLUDES SALES LINES POSTED BEFORE THE   *
008880*    REP WAS CARRIED ON THE HISTORY.                            *
008890*****************************************************************
008900 6100-NAME-ROW.
008910     MOVE '(NOT ON FILE)' TO WS-DIM-T-NAME(WS-DIM-HIT-SUB).
008920     EVALUATE WS-FIND-DIMENSION
008930         WHEN 'B'
008940             IF WS-FIND-CODE = SPACES
008950                 MOVE 'HEAD OFFICE'
008960                     TO WS-DIM-T-NAME(WS-DIM-HIT-SUB)
008970             ELSE
008980                 PERFORM 6110-NAME-BRANCH
008990                     THRU 6110-NAME-BRANCH-EXIT
009000                     VARYING WS-REF-SUB FROM 1 BY 1
009010                     UNTIL WS-REF-SUB > WS-BRN-COUNT
009020             END-IF
009030         WHEN 'R'
009040             IF WS-FIND-CODE = SPACES
009050                 MOVE 'HOUSE ACCOUNTS'
009060                     TO WS-DIM-T-NAME(WS-DIM-HIT-SUB)
009070             ELSE
009080                 PERFORM 6120-NAME-REP
009090                     THRU 6120-NAME-REP-EXIT
009100                     VARYING WS-REF-SUB FROM 1 BY 1
009110                     UNTIL WS-REF-SUB > WS-REP-COUNT
009120             END-IF
009130         WHEN 'C'
009140             IF WS-CAT-NAMES-ON
009150                 MOVE WS-FIND-CODE TO CAT-CODE
009160                 READ CATEGORY-REF-FILE
009170                     INVALID KEY
009180                         CONTINUE
009190                     NOT INVALID KEY
009200                         MOVE CAT-DESCRIPTION
009210                             TO WS-DIM-T-NAME(WS-DIM-HIT-SUB)
009220                 END-READ
009230             END-IF
009240     END-EVALUATE.
009250 6100-NAME-ROW-EXIT.
009260     EXIT.
009270
009280*****************************************************************
009290*    6110-NAME-BRANCH                                           *
009300*****************************************************************
009310 6110-NAME-BRANCH.
009320     IF WS-BRN-T-CODE(WS-REF-SUB) = WS-FIND-CODE(1:3)
009330         MOVE WS-BRN-T-NAME(WS-REF-SUB)
009340             TO WS-DIM-T-NAME(WS-DIM-HIT-SUB)
009350     END-IF.
009360 6110-NAME-BRANCH-EXIT.
009370     EXIT.
009380
009390*****************************************************************
009400*    6120-NAME-REP                                              *
009410*****************************************************************
009420 6120-NAME-REP.
009430     IF WS-REP-T-CODE(WS-REF-SUB) = WS-FIND-CODE(1:3)
009440         MOVE WS-REP-T-NAME(WS-REF-SUB)
009450             TO WS-DIM-T-NAME(WS-DIM-HIT-SUB)
009460     END-IF.
009470 6120-NAME-REP-EXIT.
009480     EXIT.
009490
009500*****************************************************************
009510*    7000-FISCAL-PERIOD                                         *
009520*    TURNS WS-FP-YYYYMM INTO ITS FISCAL YEAR AND PERIOD.  A     *
009530*    MONTH BEFORE THE FISCAL START MONTH BELONGS TO THE YEAR    *
009540*    THAT STARTED THE CALENDAR YEAR BEFORE.                     *
009550*****************************************************************
009560 7000-FISCAL-PERIOD.
009570     IF WS-FP-MM NOT < WS-FY-START-MONTH
009580         MOVE WS-FP-YYYY TO WS-FP-FY
009590         COMPUTE WS-FP-PERIOD = WS-FP-MM - WS-FY-START-MONTH + 1
009600     ELSE
009610         COMPUTE WS-FP-FY = WS-FP-YYYY - 1
009620         COMPUTE WS-FP-PERIOD = WS-FP-MM + 13 - WS-FY-START-MONTH
009630     END-IF.
009640 7000-FISCAL-PERIOD-EXIT.
009650     EXIT.
009660
009670*****************************************************************
009680*    8000-READ-SALES-LINE                                       *
009690*****************************************************************
009700 8000-READ-SALES-LINE.
009710     READ SALES-HISTORY-FILE
009720         AT END
009730             MOVE 'Y' TO WS-EOF-SW
009740     END-READ.
009750 8000-READ-SALES-LINE-EXIT.
009760     EXIT.
009770
009780*****************************************************************
009790*    9999-TERMINATE                                             *
009800*****************************************************************
009810 9999-TERMINATE.
009820     IF WS-SLH-OK OR WS-SLH-EOF
009830         CLOSE SALES-HISTORY-FILE
009840     END-IF.
009850     IF WS-CAT-NAMES-ON
009860         CLOSE CATEGORY-REF-FILE
009870     END-IF.
009880     CLOSE BUDGET-VS-ACTUAL-RPT.
009890 9999-TERMINATE-EXIT.
009900     EXIT.
009910
009920*****************************************************************
009930*    9500-VALIDATE-PARM-CARD                                    *
009940*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
009950*****************************************************************
009960     COPY PARMVAL.
009970
009980*****************************************************************
009990*    9700-LOG-STEP-START                                        *
010000*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
010010*****************************************************************
010020     COPY STPPROC.
