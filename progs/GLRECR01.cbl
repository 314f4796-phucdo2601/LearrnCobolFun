000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLRECR01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - RECURRING JOURNAL GENERATION.    *
000100*                    RUNS IN THE MONTH-END STREAM AHEAD OF THE   *
000110*                    CLOSE.  READS THE JOURNAL-TEMPLATE FILE     *
000120*                    GROUPED BY TEMPLATE, AND FOR EVERY TEMPLATE *
000130*                    DUE THIS PERIOD (MONTHLY, QUARTERLY OR      *
000140*                    ANNUAL FROM ITS START DATE, UP TO ITS END   *
000150*                    DATE) CUTS THE BATCH TO A GLADJ-FORMAT FILE *
000160*                    DATED THE CYCLE DATE.  AN AUTO-REVERSING    *
000170*                    TEMPLATE ALSO GETS ITS MIRROR BATCH, DATED  *
000180*                    THE FIRST BUSINESS DAY ON BUSCAL OF THE     *
000190*                    NEXT PERIOD NOT CLOSED ON PRDCTL.  THE FILE *
000200*                    GOES THROUGH GLADJ01 LIKE ANY KEYED BATCH,  *
000210*                    SO THE BALANCE, APPROVER AND AUTHORITY      *
000220*                    RULES ARE THE SAME.  THE REGISTER LISTS     *
000230*                    EVERY BATCH GENERATED, EVERY REVERSAL, AND  *
000240*                    EVERY TEMPLATE SKIPPED BECAUSE ITS PERIOD   *
000250*                    IS CLOSED.                                  *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CYC-FILE-STATUS.
000330
000340     SELECT JOURNAL-TEMPLATE-FILE ASSIGN TO JNLTMPL
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TPL-FILE-STATUS.
000370
000380     SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PRD-FILE-STATUS.
000410
000420     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CAL-FILE-STATUS.
000450
000460     SELECT GL-ADJUST-OUT ASSIGN TO GLADJO
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AJO-FILE-STATUS.
000490
000500     SELECT RECURRING-REGISTER-RPT ASSIGN TO GLRECRRP
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-FILE-STATUS.
000521
000522     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000523         ORGANIZATION IS LINE SEQUENTIAL
000524         FILE STATUS IS WS-STP-FILE-STATUS.
000525
000526     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000527         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS WS-MRC-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CYCLE-CONTROL-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY CYCLCTL.
000590
000600 FD  JOURNAL-TEMPLATE-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY JNLTMPL.
000630
000640 FD  PERIOD-CONTROL-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY PRDCTL.
000670
000680 FD  BUSINESS-CALENDAR-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY BUSCAL.
000710
000720 FD  GL-ADJUST-OUT
000730     LABEL RECORDS ARE STANDARD.
000740     COPY GLADJ.
000750
000760 FD  RECURRING-REGISTER-RPT
000770     LABEL RECORDS ARE STANDARD.
000780     01  RECURRING-REGISTER-LINE  PIC X(80).
000781
000782 FD  STEP-LOG-FILE
000783     LABEL RECORDS ARE STANDARD.
000784     COPY STEPLOG.
000785
000786 FD  STEP-RUN-CONTROL-FILE
000787     LABEL RECORDS ARE STANDARD.
000788     COPY RUNCTL
000789         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000790
000800 WORKING-STORAGE SECTION.
000810     01  WS-CYC-FILE-STATUS       PIC X(02).
000820         88  WS-CYC-OK            VALUE '00'.
000830     01  WS-TPL-FILE-STATUS       PIC X(02).
000840         88  WS-TPL-OK            VALUE '00'.
000850         88  WS-TPL-EOF           VALUE '10'.
000860     01  WS-PRD-FILE-STATUS       PIC X(02).
000870         88  WS-PRD-OK            VALUE '00'.
000880         88  WS-PRD-EOF           VALUE '10'.
000890     01  WS-CAL-FILE-STATUS       PIC X(02).
000900         88  WS-CAL-OK            VALUE '00'.
000910         88  WS-CAL-EOF           VALUE '10'.
000920     01  WS-AJO-FILE-STATUS       PIC X(02).
000930         88  WS-AJO-OK            VALUE '00'.
000940     01  WS-RPT-FILE-STATUS       PIC X(02).
000950         88  WS-RPT-OK            VALUE '00'.
000960
000970     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000980         88  WS-EOF               VALUE 'Y'.
000990
001000*****************************************************************
001010*    PERIOD AND CALENDAR FIELDS                                 *
001020*    THE ACCRUAL IS DATED THE CYCLE DATE - THE MONTH-END        *
001030*    BUSINESS DAY THE STREAM RUNS FOR - AND BOOKS TO ITS        *
001040*    PERIOD.  THE REVERSAL DATE IS WORKED OUT ONCE: EVERY       *
001050*    TEMPLATE DUE THIS RUN REVERSES ON THE SAME DAY.            *
001060*****************************************************************
001070     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001080     01  WS-CYCLE-SPLIT REDEFINES WS-CYCLE-DATE.
001090         05  WS-CYCLE-PERIOD      PIC 9(06).
001100         05  FILLER               PIC 9(02).
001110     01  WS-CYCLE-PARTS REDEFINES WS-CYCLE-DATE.
001120         05  WS-CYCLE-YYYY        PIC 9(04).
001130         05  WS-CYCLE-MM          PIC 9(02).
001140         05  FILLER               PIC 9(02).
001150
001160     01  WS-REV-PERIOD            PIC 9(06) VALUE 0.
001170     01  WS-REV-PARTS REDEFINES WS-REV-PERIOD.
001180         05  WS-REV-YYYY          PIC 9(04).
001190         05  WS-REV-MM            PIC 9(02).
001200     01  WS-REV-DATE              PIC 9(08) VALUE 0.
001210*    HOW FAR AHEAD TO LOOK FOR AN OPEN PERIOD TO REVERSE INTO.
001220     01  WS-MAX-REV-TRIES         PIC 9(02) COMP VALUE 12.
001230     01  WS-REV-TRIES             PIC 9(02) COMP VALUE 0.
001240
001250     01  WS-CAL-WORK-DATE         PIC 9(08).
001260     01  WS-CAL-SPLIT REDEFINES WS-CAL-WORK-DATE.
001270         05  WS-CAL-PERIOD        PIC 9(06).
001280         05  FILLER               PIC 9(02).
001290
001300     01  WS-START-WORK-DATE       PIC 9(08).
001310     01  WS-START-PARTS REDEFINES WS-START-WORK-DATE.
001320         05  WS-START-YYYY        PIC 9(04).
001330         05  WS-START-MM          PIC 9(02).
001340         05  FILLER               PIC 9(02).
001350     01  WS-START-SPLIT REDEFINES WS-START-WORK-DATE.
001360         05  WS-START-PERIOD      PIC 9(06).
001370         05  FILLER               PIC 9(02).
001380     01  WS-END-WORK-DATE         PIC 9(08).
001390     01  WS-END-SPLIT REDEFINES WS-END-WORK-DATE.
001400         05  WS-END-PERIOD        PIC 9(06).
001410         05  FILLER               PIC 9(02).
001420
001430     01  WS-MONTHS-ELAPSED        PIC S9(05) COMP.
001440     01  WS-CYCLE-MONTHS          PIC 9(02) COMP.
001450     01  WS-CYCLE-QUOTIENT        PIC 9(05) COMP.
001460     01  WS-CYCLE-REMAINDER       PIC 9(02) COMP.
001470
001480*****************************************************************
001490*    CLOSED-PERIOD TABLE                                        *
001500*    LOADED FROM PRDCTL AS THE POSTING PROGRAMS DO; WITHOUT THE *
001510*    FILE EVERY PERIOD IS OPEN.                                 *
001520*****************************************************************
001530     01  WS-PRD-COUNT             PIC 9(02) COMP VALUE 0.
001540     01  WS-MAX-PRD-ROWS          PIC 9(02) COMP VALUE 24.
001550     01  WS-PRD-TABLE.
001560         05  WS-PRD-PERIOD OCCURS 24 TIMES
001570                                  PIC 9(06).
001580     01  WS-PRD-SUB               PIC 9(02) COMP.
001590     01  WS-CHECK-PERIOD          PIC 9(06).
001600     01  WS-PERIOD-CLOSED-SW      PIC X(01).
001610         88  WS-PERIOD-CLOSED     VALUE 'Y'.
001620     01  WS-CYCLE-CLOSED-SW       PIC X(01) VALUE 'N'.
001630         88  WS-CYCLE-CLOSED      VALUE 'Y'.
001640
001650*****************************************************************
001660*    CURRENT-TEMPLATE BUFFER                                    *
001670*    THE SCHEDULE AND SIGN-OFF COME FROM THE FIRST LINE;        *
001680*    NOTHING IS CUT UNTIL THE WHOLE TEMPLATE HAS BEEN READ AND  *
001690*    FOUND DUE.                                                 *
001700*****************************************************************
001710     01  WS-TEMPLATE-ID           PIC X(05).
001720     01  WS-TEMPLATE-FREQUENCY    PIC X(01).
001730         88  WS-TEMPLATE-MONTHLY  VALUE 'M'.
001740         88  WS-TEMPLATE-QUARTERLY VALUE 'Q'.
001750         88  WS-TEMPLATE-ANNUAL   VALUE 'A'.
001760     01  WS-TEMPLATE-START        PIC 9(08).
001770     01  WS-TEMPLATE-END          PIC 9(08).
001780     01  WS-TEMPLATE-REVERSE-SW   PIC X(01).
001790         88  WS-TEMPLATE-REVERSES VALUE 'Y'.
001800     01  WS-TEMPLATE-OPERATOR     PIC X(08).
001810     01  WS-TEMPLATE-APPROVER     PIC X(08).
001820     01  WS-TEMPLATE-DEBITS       PIC S9(11)V9(02).
001830     01  WS-FAIL-REASON           PIC X(30).
001840     01  WS-DUE-SW                PIC X(01).
001850         88  WS-TEMPLATE-DUE      VALUE 'Y'.
001860
001870     01  WS-TPL-COUNT             PIC 9(03) COMP VALUE 0.
001880     01  WS-MAX-TPL-ROWS          PIC 9(03) COMP VALUE 100.
001890     01  WS-TPL-TABLE.
001900         05  WS-TPL-ROW OCCURS 100 TIMES.
001910             10  WS-TPL-ACCOUNT   PIC X(08).
001920             10  WS-TPL-SIDE      PIC X(01).
001930             10  WS-TPL-AMOUNT    PIC 9(07)V9(02) COMP-3.
001940             10  WS-TPL-REFERENCE PIC X(10).
001950     01  WS-TPL-SUB               PIC 9(03) COMP.
001960
001970*    GENERATED BATCH IDS - THE TEMPLATE ID WITH 'G' FOR THE
001980*    ACCRUAL AND 'R' FOR ITS REVERSAL, SO GLADJ01 SEES TWO
001990*    BATCHES.
002000     01  WS-GEN-BATCH-ID.
002010         05  WS-GEN-TEMPLATE      PIC X(05).
002020         05  WS-GEN-SUFFIX        PIC X(01).
002030     01  WS-GEN-DATE              PIC 9(08).
002040     01  WS-GEN-REVERSE-SW        PIC X(01).
002050         88  WS-GEN-REVERSING     VALUE 'Y'.
002060
002070*****************************************************************
002080*    CONTROL TOTALS                                             *
002090*****************************************************************
002100     01  WS-TOTALS.
002110         05  WS-LINE-COUNT        PIC 9(07) COMP VALUE 0.
002120         05  WS-TEMPLATE-COUNT    PIC 9(07) COMP VALUE 0.
002130         05  WS-GENERATED-COUNT   PIC 9(07) COMP VALUE 0.
002140         05  WS-REVERSED-COUNT    PIC 9(07) COMP VALUE 0.
002150         05  WS-NOT-DUE-COUNT     PIC 9(07) COMP VALUE 0.
002160         05  WS-SKIPPED-COUNT     PIC 9(07) COMP VALUE 0.
002170         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
002180         05  WS-LINES-CUT-COUNT   PIC 9(07) COMP VALUE 0.
002190
002200*****************************************************************
002210*    REGISTER LINE LAYOUTS                                      *
002220*****************************************************************
002230     01  WS-HEADING-LINE.
002240         05  FILLER               PIC X(40) VALUE
002250             'GLRECR01 - RECURRING JOURNALS FOR'.
002260         05  WS-HDG-PERIOD        PIC 9(06).
002270         05  FILLER               PIC X(34) VALUE SPACES.
002280
002290     01  WS-COLUMN-LINE.
002300         05  FILLER               PIC X(40) VALUE
002310             'TMPL  F  DISPOSITION       BATCH  DATED'.
002320         05  FILLER               PIC X(40) VALUE
002330             '           DEBITS  OPERATOR APPROVER'.
002340
002350     01  WS-TEMPLATE-LINE.
002360         05  WS-REG-TEMPLATE      PIC X(05).
002370         05  FILLER               PIC X(01).
002380         05  WS-REG-FREQUENCY     PIC X(01).
002390         05  FILLER               PIC X(02).
002400         05  WS-REG-DISPOSITION   PIC X(16).
002410         05  FILLER               PIC X(02).
002420         05  WS-REG-BATCH-ID      PIC X(06).
002430         05  FILLER               PIC X(01).
002440         05  WS-REG-DATE          PIC X(08).
002450         05  FILLER               PIC X(01).
002460         05  WS-REG-DEBITS        PIC ZZZ,ZZZ,ZZ9.99.
002470         05  FILLER               PIC X(02).
002480         05  WS-REG-OPERATOR      PIC X(08).
002490         05  FILLER               PIC X(01).
002500         05  WS-REG-APPROVER      PIC X(08).
002510         05  FILLER               PIC X(05).
002520
002530     01  WS-REASON-LINE.
002540         05  FILLER               PIC X(04) VALUE SPACES.
002550         05  WS-RSN-TEXT          PIC X(30).
002560         05  FILLER               PIC X(46) VALUE SPACES.
002570
002580     01  WS-COUNT-LINE.
002590         05  WS-CNT-TITLE         PIC X(26).
002600         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002610         05  FILLER               PIC X(47) VALUE SPACES.
002620
002630     01  WS-TEXT-LINE             PIC X(80).
002633
002636     COPY STPWORK.
002640
002650 PROCEDURE DIVISION.
002660*****************************************************************
002670*    0000-MAINLINE                                              *
002680*****************************************************************
002690 0000-MAINLINE.
002692     MOVE 'GLRECR01' TO WS-STP-PROGRAM.
002694     PERFORM 9700-LOG-STEP-START
002696         THRU 9700-LOG-STEP-START-EXIT.
002698
002700     PERFORM 1000-INITIALIZE
002710         THRU 1000-INITIALIZE-EXIT.
002720
002730     PERFORM 2000-WORK-ONE-TEMPLATE
002740         THRU 2000-WORK-ONE-TEMPLATE-EXIT
002750         UNTIL WS-EOF.
002760
002770     PERFORM 3000-PRINT-TOTALS
002780         THRU 3000-PRINT-TOTALS-EXIT.
002790
002800     DISPLAY 'GLRECR01: TEMPLATES READ......... '
002810         WS-TEMPLATE-COUNT.
002820     DISPLAY 'GLRECR01: BATCHES GENERATED...... '
002830         WS-GENERATED-COUNT.
002840     DISPLAY 'GLRECR01: REVERSALS GENERATED.... '
002850         WS-REVERSED-COUNT.
002860     DISPLAY 'GLRECR01: SKIPPED - PERIOD CLOSED '
002870         WS-SKIPPED-COUNT.
002880     DISPLAY 'GLRECR01: TEMPLATES REFUSED...... '
002890         WS-REFUSED-COUNT.
002900
002910*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
002920*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).  A
002930*    TEMPLATE THAT WAS DUE BUT NOT CUT NEEDS ACCOUNTING TO KEY IT.
002940     IF WS-SKIPPED-COUNT > 0 OR WS-REFUSED-COUNT > 0
002950         IF RETURN-CODE < 4
002960             MOVE 4 TO RETURN-CODE
002970         END-IF
002980     END-IF.
002990
003000     PERFORM 9999-TERMINATE
003010         THRU 9999-TERMINATE-EXIT.
003020
003021*    A TEMPLATE NOT DUE IS WORKED AS MUCH AS ONE CUT; ONE DUE
003022*    BUT NOT CUT IS THE STEP'S REJECT.
003023     MOVE WS-TEMPLATE-COUNT TO WS-STP-RECORDS-IN.
003024     COMPUTE WS-STP-APPLIED =
003025         WS-GENERATED-COUNT + WS-NOT-DUE-COUNT.
003026     COMPUTE WS-STP-REJECTED =
003027         WS-SKIPPED-COUNT + WS-REFUSED-COUNT.
003028     PERFORM 9710-LOG-STEP-END
003029         THRU 9710-LOG-STEP-END-EXIT.
003030
003031     STOP RUN.
003040
003050*****************************************************************
003060*    1000-INITIALIZE                                            *
003070*    WITHOUT THE TEMPLATE FILE THERE IS NOTHING TO DO, WHICH IS *
003080*    NOT AN ERROR.  WITHOUT AN OUTPUT FILE NOTHING CAN BE CUT,  *
003090*    WHICH IS.                                                  *
003100*****************************************************************
003110 1000-INITIALIZE.
003120     OPEN INPUT CYCLE-CONTROL-FILE.
003130     IF WS-CYC-OK
003140         READ CYCLE-CONTROL-FILE
003150             AT END
003160                 CONTINUE
003170             NOT AT END
003180                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003190         END-READ
003200         CLOSE CYCLE-CONTROL-FILE
003210     END-IF.
003220     IF WS-CYCLE-DATE = 0
003230         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003240     END-IF.
003250
003260     OPEN OUTPUT RECURRING-REGISTER-RPT.
003270     IF NOT WS-RPT-OK
003280         DISPLAY 'GLRECR01: OPEN RECURRING-REGISTER FAILED '
003290             WS-RPT-FILE-STATUS
003300     END-IF.
003310     MOVE WS-CYCLE-PERIOD TO WS-HDG-PERIOD.
003320     WRITE RECURRING-REGISTER-LINE FROM WS-HEADING-LINE.
003330     WRITE RECURRING-REGISTER-LINE FROM WS-COLUMN-LINE.
003340
003350     PERFORM 1100-LOAD-CLOSED-PERIODS
003360         THRU 1100-LOAD-CLOSED-PERIODS-EXIT.
003370     MOVE WS-CYCLE-PERIOD TO WS-CHECK-PERIOD.
003380     PERFORM 9000-CHECK-PERIOD-CLOSED
003390         THRU 9000-CHECK-PERIOD-CLOSED-EXIT.
003400     IF WS-PERIOD-CLOSED
003410         MOVE 'Y' TO WS-CYCLE-CLOSED-SW
003420     END-IF.
003430     PERFORM 1300-FIND-REVERSAL-PERIOD
003440         THRU 1300-FIND-REVERSAL-PERIOD-EXIT.
003450     PERFORM 1400-FIND-REVERSAL-DATE
003460         THRU 1400-FIND-REVERSAL-DATE-EXIT.
003470
003480     OPEN OUTPUT GL-ADJUST-OUT.
003490     IF NOT WS-AJO-OK
003500         DISPLAY 'GLRECR01: OPEN GL-ADJUST-OUT FAILED '
003510             WS-AJO-FILE-STATUS
003520         MOVE 'Y' TO WS-EOF-SW
003530         MOVE 8 TO RETURN-CODE
003540         GO TO 1000-INITIALIZE-EXIT
003550     END-IF.
003560
003570     OPEN INPUT JOURNAL-TEMPLATE-FILE.
003580     IF NOT WS-TPL-OK
003590         DISPLAY 'GLRECR01: NO JOURNAL-TEMPLATE FILE - '
003600             'NOTHING TO GENERATE'
003610         MOVE 'Y' TO WS-EOF-SW
003620         GO TO 1000-INITIALIZE-EXIT
003630     END-IF.
003640
003650     PERFORM 8000-READ-TEMPLATE
003660         THRU 8000-READ-TEMPLATE-EXIT.
003670 1000-INITIALIZE-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710*    1100-LOAD-CLOSED-PERIODS                                   *
003720*****************************************************************
003730 1100-LOAD-CLOSED-PERIODS.
003740     OPEN INPUT PERIOD-CONTROL-FILE.
003750     IF NOT WS-PRD-OK
003760         GO TO 1100-LOAD-CLOSED-PERIODS-EXIT
003770     END-IF.
003780     PERFORM 1150-READ-CLOSED-PERIOD
003790         THRU 1150-READ-CLOSED-PERIOD-EXIT
003800         UNTIL WS-PRD-EOF.
003810     CLOSE PERIOD-CONTROL-FILE.
003820 1100-LOAD-CLOSED-PERIODS-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860*    1150-READ-CLOSED-PERIOD                                    *
003870*****************************************************************
003880 1150-READ-CLOSED-PERIOD.
003890     READ PERIOD-CONTROL-FILE
003900         AT END
003910             MOVE '10' TO WS-PRD-FILE-STATUS
003920         NOT AT END
003930             IF PRD-CLOSED
003940                     AND WS-PRD-COUNT < WS-MAX-PRD-ROWS
003950                 ADD 1 TO WS-PRD-COUNT
003960                 MOVE PRD-PERIOD
003970                     TO WS-PRD-PERIOD(WS-PRD-COUNT)
003980             END-IF
003990     END-READ.
004000 1150-READ-CLOSED-PERIOD-EXIT.
004010     EXIT.
004020
004030*****************************************************************
004040*    1300-FIND-REVERSAL-PERIOD                                  *
004050*    THE FIRST PERIOD AFTER THE CYCLE'S THAT IS NOT CLOSED.     *
004060*    NONE WITHIN A YEAR LEAVES WS-REV-PERIOD ZERO AND NO        *
004070*    REVERSAL CAN BE DATED.                                     *
004080*****************************************************************
004090 1300-FIND-REVERSAL-PERIOD.
004100     MOVE WS-CYCLE-PERIOD TO WS-REV-PERIOD.
004110     MOVE 0 TO WS-REV-TRIES.
004120     MOVE 'Y' TO WS-PERIOD-CLOSED-SW.
004130     PERFORM 1350-STEP-REVERSAL-PERIOD
004140         THRU 1350-STEP-REVERSAL-PERIOD-EXIT
004150         UNTIL NOT WS-PERIOD-CLOSED
004160             OR WS-REV-TRIES NOT < WS-MAX-REV-TRIES.
004170     IF WS-PERIOD-CLOSED
004180         MOVE 0 TO WS-REV-PERIOD
004190     END-IF.
004200 1300-FIND-REVERSAL-PERIOD-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240*    1350-STEP-REVERSAL-PERIOD                                  *
004250*****************************************************************
004260 1350-STEP-REVERSAL-PERIOD.
004270     ADD 1 TO WS-REV-TRIES.
004280     IF WS-REV-MM = 12
004290         ADD 1 TO WS-REV-YYYY
004300         MOVE 1 TO WS-REV-MM
004310     ELSE
004320         ADD 1 TO WS-REV-MM
004330     END-IF.
004340     MOVE WS-REV-PERIOD TO WS-CHECK-PERIOD.
004350     PERFORM 9000-CHECK-PERIOD-CLOSED
004360         THRU 9000-CHECK-PERIOD-CLOSED-EXIT.
004370 1350-STEP-REVERSAL-PERIOD-EXIT.
004380     EXIT.
004390
004400*****************************************************************
004410*    1400-FIND-REVERSAL-DATE                                    *
004420*    THE EARLIEST BUSINESS DAY ON THE CALENDAR IN THE REVERSAL  *
004430*    PERIOD.  A CALENDAR THAT DOES NOT YET REACH THAT FAR       *
004440*    LEAVES WS-REV-DATE ZERO, AND AUTO-REVERSING TEMPLATES ARE  *
004450*    REFUSED RATHER THAN CUT WITHOUT THEIR MIRROR.              *
004460*****************************************************************
004470 1400-FIND-REVERSAL-DATE.
004480     MOVE 0 TO WS-REV-DATE.
004490     IF WS-REV-PERIOD = 0
004500         DISPLAY 'GLRECR01: NO OPEN PERIOD TO REVERSE INTO'
004510         GO TO 1400-FIND-REVERSAL-DATE-EXIT
004520     END-IF.
004530     OPEN INPUT BUSINESS-CALENDAR-FILE.
004540     IF NOT WS-CAL-OK
004550         DISPLAY 'GLRECR01: NO BUSINESS CALENDAR - '
004560             'REVERSALS CANNOT BE DATED'
004570         GO TO 1400-FIND-REVERSAL-DATE-EXIT
004580     END-IF.
004590     PERFORM 1450-READ-CALENDAR-DAY
004600         THRU 1450-READ-CALENDAR-DAY-EXIT
004610         UNTIL WS-CAL-EOF.
004620     CLOSE BUSINESS-CALENDAR-FILE.
004630     IF WS-REV-DATE = 0
004640         DISPLAY 'GLRECR01: NO BUSINESS DAY ON CALENDAR FOR '
004650             WS-REV-PERIOD
004660     END-IF.
004670 1400-FIND-REVERSAL-DATE-EXIT.
004680     EXIT.
004690
004700*****************************************************************
004710*    1450-READ-CALENDAR-DAY                                     *
004720*****************************************************************
004730 1450-READ-CALENDAR-DAY.
004740     READ BUSINESS-CALENDAR-FILE
004750         AT END
004760             MOVE '10' TO WS-CAL-FILE-STATUS
004770             GO TO 1450-READ-CALENDAR-DAY-EXIT
004780     END-READ.
004790     IF NOT CAL-BUSINESS-DAY
004800         GO TO 1450-READ-CALENDAR-DAY-EXIT
004810     END-IF.
004820     MOVE CAL-DATE TO WS-CAL-WORK-DATE.
004830     IF WS-CAL-PERIOD NOT = WS-REV-PERIOD
004840         GO TO 1450-READ-CALENDAR-DAY-EXIT
004850     END-IF.
004860     IF WS-REV-DATE = 0 OR CAL-DATE < WS-REV-DATE
004870         MOVE CAL-DATE TO WS-REV-DATE
004880     END-IF.
004890 1450-READ-CALENDAR-DAY-EXIT.
004900     EXIT.
004910
004920*****************************************************************
004930*    2000-WORK-ONE-TEMPLATE                                     *
004940*    BUFFER EVERY LINE OF THE TEMPLATE, DECIDE WHETHER IT IS    *
004950*    DUE THIS PERIOD, AND CUT IT - WITH ITS REVERSAL WHEN       *
004960*    FLAGGED - ONLY IF THE ACCRUAL PERIOD IS STILL OPEN.        *
004970*    BALANCE AND SIGN-OFF ARE LEFT TO GLADJ01, WHICH JUDGES THE *
004980*    CUT BATCHES EXACTLY AS IT JUDGES KEYED ONES.               *
004990*****************************************************************
005000 2000-WORK-ONE-TEMPLATE.
005010     ADD 1 TO WS-TEMPLATE-COUNT.
005020     MOVE TPL-TEMPLATE-ID       TO WS-TEMPLATE-ID.
005030     MOVE TPL-FREQUENCY         TO WS-TEMPLATE-FREQUENCY.
005040     MOVE TPL-START-DATE        TO WS-TEMPLATE-START.
005050     MOVE TPL-END-DATE          TO WS-TEMPLATE-END.
005060     MOVE TPL-AUTO-REVERSE-FLAG TO WS-TEMPLATE-REVERSE-SW.
005070     MOVE TPL-OPERATOR-ID       TO WS-TEMPLATE-OPERATOR.
005080     MOVE TPL-APPROVER-ID       TO WS-TEMPLATE-APPROVER.
005090     MOVE 0 TO WS-TEMPLATE-DEBITS.
005100     MOVE 0 TO WS-TPL-COUNT.
005110     MOVE SPACES TO WS-FAIL-REASON.
005120
005130     IF NOT TPL-FREQUENCY-VALID
005140         MOVE 'INVALID FREQUENCY' TO WS-FAIL-REASON
005150     END-IF.
005160     IF TPL-START-DATE NOT NUMERIC
005170             OR TPL-END-DATE NOT NUMERIC
005180         MOVE 'INVALID START OR END DATE' TO WS-FAIL-REASON
005190     END-IF.
005200
005210     PERFORM 2100-BUFFER-ONE-LINE
005220         THRU 2100-BUFFER-ONE-LINE-EXIT
005230         UNTIL WS-EOF
005240             OR TPL-TEMPLATE-ID NOT = WS-TEMPLATE-ID.
005250
005260     MOVE WS-TEMPLATE-ID        TO WS-REG-TEMPLATE.
005270     MOVE WS-TEMPLATE-FREQUENCY TO WS-REG-FREQUENCY.
005280     MOVE WS-TEMPLATE-OPERATOR  TO WS-REG-OPERATOR.
005290     MOVE WS-TEMPLATE-APPROVER  TO WS-REG-APPROVER.
005300     MOVE WS-TEMPLATE-DEBITS    TO WS-REG-DEBITS.
005310     MOVE SPACES TO WS-REG-BATCH-ID.
005320     MOVE SPACES TO WS-REG-DATE.
005330
005340     IF WS-FAIL-REASON NOT = SPACES
005350         ADD 1 TO WS-REFUSED-COUNT
005360         MOVE 'REFUSED' TO WS-REG-DISPOSITION
005370         GO TO 2000-WRITE-REGISTER
005380     END-IF.
005390
005400     PERFORM 2200-TEST-DUE
005410         THRU 2200-TEST-DUE-EXIT.
005420     IF NOT WS-TEMPLATE-DUE
005430         ADD 1 TO WS-NOT-DUE-COUNT
005440         GO TO 2000-WORK-ONE-TEMPLATE-EXIT
005450     END-IF.
005460
005470     IF WS-CYCLE-CLOSED
005480         ADD 1 TO WS-SKIPPED-COUNT
005490         MOVE 'SKIPPED - CLOSED' TO WS-REG-DISPOSITION
005500         MOVE WS-CYCLE-DATE TO WS-REG-DATE
005510         GO TO 2000-WRITE-REGISTER
005520     END-IF.
005530     IF WS-TEMPLATE-REVERSES AND WS-REV-DATE = 0
005540         ADD 1 TO WS-REFUSED-COUNT
005550         MOVE 'REFUSED' TO WS-REG-DISPOSITION
005560         MOVE 'NO BUSINESS DAY TO REVERSE ON' TO WS-FAIL-REASON
005570         GO TO 2000-WRITE-REGISTER
005580     END-IF.
005590
005600     ADD 1 TO WS-GENERATED-COUNT.
005610     MOVE WS-TEMPLATE-ID TO WS-GEN-TEMPLATE.
005620     MOVE 'G'            TO WS-GEN-SUFFIX.
005630     MOVE WS-CYCLE-DATE  TO WS-GEN-DATE.
005640     MOVE 'N'            TO WS-GEN-REVERSE-SW.
005650     PERFORM 2300-CUT-ONE-LINE
005660         THRU 2300-CUT-ONE-LINE-EXIT
005670         VARYING WS-TPL-SUB FROM 1 BY 1
005680         UNTIL WS-TPL-SUB > WS-TPL-COUNT.
005690     MOVE 'GENERATED'     TO WS-REG-DISPOSITION.
005700     MOVE WS-GEN-BATCH-ID TO WS-REG-BATCH-ID.
005710     MOVE WS-GEN-DATE     TO WS-REG-DATE.
005720     WRITE RECURRING-REGISTER-LINE FROM WS-TEMPLATE-LINE.
005730
005740     IF NOT WS-TEMPLATE-REVERSES
005750         GO TO 2000-WORK-ONE-TEMPLATE-EXIT
005760     END-IF.
005770     ADD 1 TO WS-REVERSED-COUNT.
005780     MOVE 'R'            TO WS-GEN-SUFFIX.
005790     MOVE WS-REV-DATE    TO WS-GEN-DATE.
005800     MOVE 'Y'            TO WS-GEN-REVERSE-SW.
005810     PERFORM 2300-CUT-ONE-LINE
005820         THRU 2300-CUT-ONE-LINE-EXIT
005830         VARYING WS-TPL-SUB FROM 1 BY 1
005840         UNTIL WS-TPL-SUB > WS-TPL-COUNT.
005850     MOVE SPACES TO WS-REG-TEMPLATE.
005860     MOVE SPACES TO WS-REG-FREQUENCY.
005870     MOVE 'REVERSAL'      TO WS-REG-DISPOSITION.
005880     MOVE WS-GEN-BATCH-ID TO WS-REG-BATCH-ID.
005890     MOVE WS-GEN-DATE     TO WS-REG-DATE.
005900
005910 2000-WRITE-REGISTER.
005920     WRITE RECURRING-REGISTER-LINE FROM WS-TEMPLATE-LINE.
005930     IF WS-FAIL-REASON NOT = SPACES
005940         MOVE WS-FAIL-REASON TO WS-RSN-TEXT
005950         WRITE RECURRING-REGISTER-LINE FROM WS-REASON-LINE
005960     END-IF.
005970 2000-WORK-ONE-TEMPLATE-EXIT.
005980     EXIT.
005990
006000*****************************************************************
006010*    2100-BUFFER-ONE-LINE                                       *
006020*****************************************************************
006030 2100-BUFFER-ONE-LINE.
006040     ADD 1 TO WS-LINE-COUNT.
006050
006060     IF NOT TPL-DEBIT AND NOT TPL-CREDIT
006070         MOVE 'INVALID DEBIT/CREDIT CODE' TO WS-FAIL-REASON
006080     END-IF.
006090     IF TPL-DEBIT
006100         ADD TPL-AMOUNT TO WS-TEMPLATE-DEBITS
006110     END-IF.
006120
006130     IF WS-TPL-COUNT < WS-MAX-TPL-ROWS
006140         ADD 1 TO WS-TPL-COUNT
006150         MOVE TPL-ACCOUNT      TO WS-TPL-ACCOUNT(WS-TPL-COUNT)
006160         MOVE TPL-DEBIT-CREDIT TO WS-TPL-SIDE(WS-TPL-COUNT)
006170         MOVE TPL-AMOUNT       TO WS-TPL-AMOUNT(WS-TPL-COUNT)
006180         MOVE TPL-REFERENCE    TO WS-TPL-REFERENCE(WS-TPL-COUNT)
006190     ELSE
006200         MOVE 'TEMPLATE EXCEEDS BUFFER LIMIT' TO WS-FAIL-REASON
006210     END-IF.
006220
006230     PERFORM 8000-READ-TEMPLATE
006240         THRU 8000-READ-TEMPLATE-EXIT.
006250 2100-BUFFER-ONE-LINE-EXIT.
006260     EXIT.
006270
006280*****************************************************************
006290*    2200-TEST-DUE                                              *
006300*    DUE WHEN THE CYCLE PERIOD FALLS BETWEEN THE START AND END  *
006310*    PERIODS AND A WHOLE NUMBER OF FREQUENCY CYCLES (1, 3 OR 12 *
006320*    MONTHS) AFTER THE START PERIOD.                            *
006330*****************************************************************
006340 2200-TEST-DUE.
006350     MOVE 'N' TO WS-DUE-SW.
006360     MOVE WS-TEMPLATE-START TO WS-START-WORK-DATE.
006370     MOVE WS-TEMPLATE-END   TO WS-END-WORK-DATE.
006380     IF WS-START-PERIOD > WS-CYCLE-PERIOD
006390         GO TO 2200-TEST-DUE-EXIT
006400     END-IF.
006410     IF WS-TEMPLATE-END NOT = 0
006420             AND WS-END-PERIOD < WS-CYCLE-PERIOD
006430         GO TO 2200-TEST-DUE-EXIT
006440     END-IF.
006450
006460     COMPUTE WS-MONTHS-ELAPSED =
006470         (WS-CYCLE-YYYY - WS-START-YYYY) * 12
006480         + WS-CYCLE-MM - WS-START-MM.
006490     EVALUATE TRUE
006500         WHEN WS-TEMPLATE-QUARTERLY
006510             MOVE 3 TO WS-CYCLE-MONTHS
006520         WHEN WS-TEMPLATE-ANNUAL
006530             MOVE 12 TO WS-CYCLE-MONTHS
006540         WHEN OTHER
006550             MOVE 1 TO WS-CYCLE-MONTHS
006560     END-EVALUATE.
006570     DIVIDE WS-MONTHS-ELAPSED BY WS-CYCLE-MONTHS
006580         GIVING WS-CYCLE-QUOTIENT
006590         REMAINDER WS-CYCLE-REMAINDER.
006600     IF WS-CYCLE-REMAINDER = 0
006610         MOVE 'Y' TO WS-DUE-SW
006620     END-IF.
006630 2200-TEST-DUE-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670*    2300-CUT-ONE-LINE                                          *
006680*    ONE GLADJ LINE.  THE REVERSAL SWAPS EACH LINE'S SIDE, SO   *
006690*    IT BALANCES EXACTLY AS THE ACCRUAL DOES AND CARRIES THE    *
006700*    SAME OPERATOR AND APPROVER.                                *
006710*****************************************************************
006720 2300-CUT-ONE-LINE.
006730     MOVE SPACES TO GL-ADJUST-REC.
006740     MOVE WS-GEN-BATCH-ID             TO AJT-BATCH-ID.
006750     MOVE WS-GEN-DATE                 TO AJT-TRAN-DATE.
006760     MOVE WS-TPL-ACCOUNT(WS-TPL-SUB)  TO AJT-ACCOUNT.
006770     MOVE WS-TPL-SIDE(WS-TPL-SUB)     TO AJT-DEBIT-CREDIT.
006780     IF WS-GEN-REVERSING
006790         IF AJT-DEBIT
006800             MOVE 'C' TO AJT-DEBIT-CREDIT
006810         ELSE
006820             MOVE 'D' TO AJT-DEBIT-CREDIT
006830         END-IF
006840     END-IF.
006850     MOVE WS-TPL-AMOUNT(WS-TPL-SUB)    TO AJT-AMOUNT.
006860     MOVE WS-TPL-REFERENCE(WS-TPL-SUB) TO AJT-REFERENCE.
006870     MOVE WS-TEMPLATE-OPERATOR         TO AJT-OPERATOR-ID.
006880     MOVE WS-TEMPLATE-APPROVER         TO AJT-APPROVER-ID.
006890     WRITE GL-ADJUST-REC.
006900     ADD 1 TO WS-LINES-CUT-COUNT.
006910 2300-CUT-ONE-LINE-EXIT.
006920     EXIT.
006930
006940*****************************************************************
006950*    3000-PRINT-TOTALS                                          *
006960*****************************************************************
006970 3000-PRINT-TOTALS.
006980     MOVE SPACES TO RECURRING-REGISTER-LINE.
006990     WRITE RECURRING-REGISTER-LINE.
007000     MOVE 'TEMPLATES READ............' TO WS-CNT-TITLE.
007010     MOVE WS-TEMPLATE-COUNT TO WS-CNT-VALUE.
007020     WRITE RECURRING-REGISTER-LINE FROM WS-COUNT-LINE.
007030
007040     MOVE 'BATCHES GENERATED.........' TO WS-CNT-TITLE.
007050     MOVE WS-GENERATED-COUNT TO WS-CNT-VALUE.
007060     WRITE RECURRING-REGISTER-LINE FROM WS-COUNT-LINE.
007070
007080     MOVE 'REVERSALS GENERATED.......' TO WS-CNT-TITLE.
007090     MOVE WS-REVERSED-COUNT TO WS-CNT-VALUE.
007100     WRITE RECURRING-REGISTER-LINE FROM WS-COUNT-LINE.
007110
007120     MOVE 'SKIPPED - PERIOD CLOSED...' TO WS-CNT-TITLE.
007130     MOVE WS-SKIPPED-COUNT TO WS-CNT-VALUE.
007140     WRITE RECURRING-REGISTER-LINE FROM WS-COUNT-LINE.
007150
007160     MOVE 'TEMPLATES REFUSED.........' TO WS-CNT-TITLE.
007170     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
007180     WRITE RECURRING-REGISTER-LINE FROM WS-COUNT-LINE.
007190
007200     MOVE 'TEMPLATES NOT DUE.........' TO WS-CNT-TITLE.
007210     MOVE WS-NOT-DUE-COUNT TO WS-CNT-VALUE.
007220     WRITE RECURRING-REGISTER-LINE FROM WS-COUNT-LINE.
007230
007240     IF WS-GENERATED-COUNT = 0
007250         GO TO 3000-PRINT-TOTALS-EXIT
007260     END-IF.
007270     MOVE 'GENERATED BATCHES POST ONCE GLADJ01 RELEASES THEM'
007280         TO WS-TEXT-LINE.
007290     WRITE RECURRING-REGISTER-LINE FROM WS-TEXT-LINE.
007300 3000-PRINT-TOTALS-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*    8000-READ-TEMPLATE                                         *
007350*****************************************************************
007360 8000-READ-TEMPLATE.
007370     READ JOURNAL-TEMPLATE-FILE
007380         AT END
007390             MOVE 'Y' TO WS-EOF-SW
007400     END-READ.
007410 8000-READ-TEMPLATE-EXIT.
007420     EXIT.
007430
007440*****************************************************************
007450*    9000-CHECK-PERIOD-CLOSED                                   *
007460*    WS-CHECK-PERIOD IN, WS-PERIOD-CLOSED OUT.                  *
007470*****************************************************************
007480 9000-CHECK-PERIOD-CLOSED.
007490     MOVE 'N' TO WS-PERIOD-CLOSED-SW.
007500     PERFORM 9050-MATCH-PERIOD-ROW
007510         THRU 9050-MATCH-PERIOD-ROW-EXIT
007520         VARYING WS-PRD-SUB FROM 1 BY 1
007530         UNTIL WS-PRD-SUB > WS-PRD-COUNT
007540             OR WS-PERIOD-CLOSED.
007550 9000-CHECK-PERIOD-CLOSED-EXIT.
007560     EXIT.
007570
007580*****************************************************************
007590*    9050-MATCH-PERIOD-ROW                                      *
007600*****************************************************************
007610 9050-MATCH-PERIOD-ROW.
007620     IF WS-PRD-PERIOD(WS-PRD-SUB) = WS-CHECK-PERIOD
007630         MOVE 'Y' TO WS-PERIOD-CLOSED-SW
007640     END-IF.
007650 9050-MATCH-PERIOD-ROW-EXIT.
007660     EXIT.
007670
007680*****************************************************************
007690*    9999-TERMINATE                                             *
007700*****************************************************************
007710 9999-TERMINATE.
007720     IF WS-TPL-OK OR WS-TPL-EOF
007730         CLOSE JOURNAL-TEMPLATE-FILE
007740     END-IF.
007750     IF WS-AJO-OK
007760         CLOSE GL-ADJUST-OUT
007770     END-IF.
007780     CLOSE RECURRING-REGISTER-RPT.
007790 9999-TERMINATE-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830*    9700-LOG-STEP-START                                        *
007840*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
007850*****************************************************************
007860     COPY STPPROC.
