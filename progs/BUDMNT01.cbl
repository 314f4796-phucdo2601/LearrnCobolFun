000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDMNT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - SALES BUDGET MAINTENANCE.        *
000100*                    APPLIES FINANCE'S KEYED TRANSACTIONS        *
000110*                    (BUDTRAN.CPY) TO THE SALES BUDGET FILE      *
000120*                    (SLSBUD.CPY): ADD A YEAR'S TWELVE PERIOD    *
000130*                    TARGETS FOR A BRANCH, REP, OR CATEGORY,     *
000140*                    CHANGE ONE PERIOD OR ALL TWELVE, OR DELETE  *
000150*                    THE BUDGET.  THE CODE MUST BE ON ITS OWN    *
000160*                    REFERENCE FILE (BRNREF, REPMAST, ITMCAT);   *
000170*                    SPACES ARE HEAD OFFICE FOR A BRANCH AND     *
000180*                    HOUSE ACCOUNTS FOR A REP.  EVERY ACTION IS  *
000190*                    AUDITED WITH THE KEYING OPERATOR ON THE     *
000200*                    REGISTER AND THE RECORD.                    *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT BUDGET-TRAN-FILE ASSIGN TO BUDTRAN
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-BTR-FILE-STATUS.
000280
000290     SELECT SALES-BUDGET-FILE ASSIGN TO SLSBUD
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS SBD-KEY
000330         FILE STATUS IS WS-SBD-FILE-STATUS.
000340
000350     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRNREF
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-BRN-FILE-STATUS.
000380
000390     SELECT SALES-REP-FILE ASSIGN TO REPMAST
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REP-FILE-STATUS.
000420
000430     SELECT CATEGORY-REF-FILE ASSIGN TO ITMCAT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CAT-CODE
000470         FILE STATUS IS WS-CAT-FILE-STATUS.
000480
000490     SELECT BUDGET-MAINT-RPT ASSIGN TO BUDMNTRP
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  BUDGET-TRAN-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY BUDTRAN.
000580
000590 FD  SALES-BUDGET-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY SLSBUD.
000620
000630 FD  BRANCH-REFERENCE-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY BRNREF.
000660
000670 FD  SALES-REP-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY REPMAST.
000700
000710 FD  CATEGORY-REF-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY ITMCAT.
000740
000750 FD  BUDGET-MAINT-RPT
000760     LABEL RECORDS ARE STANDARD.
000770     01  BUDGET-MAINT-LINE        PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000800     01  WS-BTR-FILE-STATUS       PIC X(02).
000810         88  WS-BTR-OK            VALUE '00'.
000820         88  WS-BTR-EOF           VALUE '10'.
000830     01  WS-SBD-FILE-STATUS       PIC X(02).
000840         88  WS-SBD-OK            VALUE '00'.
000850     01  WS-BRN-FILE-STATUS       PIC X(02).
000860         88  WS-BRN-OK            VALUE '00'.
000870         88  WS-BRN-EOF           VALUE '10'.
000880     01  WS-REP-FILE-STATUS       PIC X(02).
000890         88  WS-REP-OK            VALUE '00'.
000900         88  WS-REP-EOF           VALUE '10'.
000910     01  WS-CAT-FILE-STATUS       PIC X(02).
000920         88  WS-CAT-OK            VALUE '00'.
000930     01  WS-RPT-FILE-STATUS       PIC X(02).
000940         88  WS-RPT-OK            VALUE '00'.
000950
000960     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000970         88  WS-EOF               VALUE 'Y'.
000980     01  WS-SBD-DISABLED-SW       PIC X(01) VALUE 'N'.
000990         88  WS-SBD-DISABLED      VALUE 'Y'.
001000     01  WS-BRN-EDIT-SW           PIC X(01) VALUE 'Y'.
001010         88  WS-BRN-EDIT-ON       VALUE 'Y'.
001020     01  WS-REP-EDIT-SW           PIC X(01) VALUE 'Y'.
001030         88  WS-REP-EDIT-ON       VALUE 'Y'.
001040     01  WS-CAT-EDIT-SW           PIC X(01) VALUE 'Y'.
001050         88  WS-CAT-EDIT-ON       VALUE 'Y'.
001060     01  WS-CODE-VALID-SW         PIC X(01).
001070         88  WS-CODE-VALID        VALUE 'Y'.
001080     01  WS-AMOUNTS-VALID-SW      PIC X(01).
001090         88  WS-AMOUNTS-VALID     VALUE 'Y'.
001100
001110     01  WS-CHANGE-DATE           PIC 9(08).
001120     01  WS-MONTH-SUB             PIC 9(02) COMP.
001130     01  WS-ANNUAL-TOTAL          PIC 9(11)V9(02).
001140
001150*****************************************************************
001160*    REFERENCE CODE TABLES - BRANCHES AND REPS ARE SMALL FLAT   *
001170*    FILES AND ARE HELD IN CORE; CATEGORIES ARE READ BY KEY.    *
001180*****************************************************************
001190     01  WS-BRN-COUNT             PIC 9(03) COMP VALUE 0.
001200     01  WS-MAX-BRN-ROWS          PIC 9(03) COMP VALUE 50.
001210     01  WS-BRN-TABLE.
001220         05  WS-BRN-TBL-CODE      PIC X(03) OCCURS 50 TIMES.
001230     01  WS-REP-COUNT             PIC 9(03) COMP VALUE 0.
001240     01  WS-MAX-REP-ROWS          PIC 9(03) COMP VALUE 100.
001250     01  WS-REP-TABLE.
001260         05  WS-REP-TBL-CODE      PIC X(03) OCCURS 100 TIMES.
001270     01  WS-REF-SUB               PIC 9(03) COMP.
001280
001290*****************************************************************
001300*    CONTROL TOTALS                                             *
001310*****************************************************************
001320     01  WS-TOTALS.
001330         05  WS-TRAN-COUNT        PIC 9(07) COMP VALUE 0.
001340         05  WS-ADDED-COUNT       PIC 9(07) COMP VALUE 0.
001350         05  WS-CHANGED-COUNT     PIC 9(07) COMP VALUE 0.
001360         05  WS-DELETED-COUNT     PIC 9(07) COMP VALUE 0.
001370         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
001380
001390*****************************************************************
001400*    MAINTENANCE REGISTER LINE LAYOUTS                          *
001410*****************************************************************
001420     01  WS-HEADING-LINE.
001430         05  FILLER               PIC X(42) VALUE
001440             'BUDMNT01 - SALES BUDGET MAINTENANCE REGIST'.
001450         05  FILLER               PIC X(02) VALUE 'ER'.
001460         05  FILLER               PIC X(36) VALUE SPACES.
001470
001480     01  WS-DETAIL-LINE.
001490         05  WS-DET-ACTION        PIC X(01).
001500         05  FILLER               PIC X(02) VALUE SPACES.
001510         05  WS-DET-YEAR          PIC X(04).
001520         05  FILLER               PIC X(01) VALUE SPACES.
001530         05  WS-DET-DIMENSION     PIC X(01).
001540         05  FILLER               PIC X(01) VALUE SPACES.
001550         05  WS-DET-CODE          PIC X(04).
001560         05  FILLER               PIC X(02) VALUE SPACES.
001570         05  WS-DET-MONTH         PIC X(02).
001580         05  FILLER               PIC X(02) VALUE SPACES.
001590         05  WS-DET-OPERATOR      PIC X(08).
001600         05  FILLER               PIC X(02) VALUE SPACES.
001610         05  WS-DET-ANNUAL        PIC ZZ,ZZZ,ZZZ,ZZ9.
001620         05  FILLER               PIC X(02) VALUE SPACES.
001630         05  WS-DET-DISPOSITION   PIC X(30).
001640         05  FILLER               PIC X(04) VALUE SPACES.
001650
001660     01  WS-COUNT-LINE.
001670         05  WS-CNT-TITLE         PIC X(26).
001680         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001690         05  FILLER               PIC X(47) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720*****************************************************************
001730*    0000-MAINLINE                                              *
001740*****************************************************************
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE
001770         THRU 1000-INITIALIZE-EXIT.
001780
001790     PERFORM 2000-APPLY-ONE-TRAN
001800         THRU 2000-APPLY-ONE-TRAN-EXIT
001810         UNTIL WS-EOF.
001820
001830     PERFORM 3000-PRINT-TOTALS
001840         THRU 3000-PRINT-TOTALS-EXIT.
001850
001860     DISPLAY 'BUDMNT01: TRANSACTIONS READ..... '
001870         WS-TRAN-COUNT.
001880     DISPLAY 'BUDMNT01: BUDGETS ADDED......... '
001890         WS-ADDED-COUNT.
001900     DISPLAY 'BUDMNT01: BUDGETS CHANGED....... '
001910         WS-CHANGED-COUNT.
001920     DISPLAY 'BUDMNT01: BUDGETS DELETED....... '
001930         WS-DELETED-COUNT.
001940     DISPLAY 'BUDMNT01: TRANSACTIONS REJECTED. '
001950         WS-REJECTED-COUNT.
001960
001970*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
001980*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
001990     IF WS-REJECTED-COUNT > 0
002000         IF RETURN-CODE < 4
002010             MOVE 4 TO RETURN-CODE
002020         END-IF
002030     END-IF.
002040
002050     PERFORM 9999-TERMINATE
002060         THRU 9999-TERMINATE-EXIT.
002070
002080     STOP RUN.
002090
002100*****************************************************************
002110*    1000-INITIALIZE                                            *
002120*****************************************************************
002130 1000-INITIALIZE.
002140     OPEN INPUT BUDGET-TRAN-FILE.
002150     IF NOT WS-BTR-OK
002160         DISPLAY 'BUDMNT01: NO BUDGET-TRAN FILE THIS RUN'
002170         MOVE 'Y' TO WS-EOF-SW
002180     END-IF.
002190
002200     OPEN I-O SALES-BUDGET-FILE.
002210     IF WS-SBD-FILE-STATUS = '35'
002220         OPEN OUTPUT SALES-BUDGET-FILE
002230         CLOSE SALES-BUDGET-FILE
002240         OPEN I-O SALES-BUDGET-FILE
002250     END-IF.
002260     IF NOT WS-SBD-OK
002270         DISPLAY 'BUDMNT01: OPEN SALES-BUDGET-FILE FAILED '
002280             WS-SBD-FILE-STATUS
002290         MOVE 'Y' TO WS-SBD-DISABLED-SW
002300         MOVE 'Y' TO WS-EOF-SW
002310         MOVE 8 TO RETURN-CODE
002320     END-IF.
002330
002340     OPEN INPUT BRANCH-REFERENCE-FILE.
002350     IF WS-BRN-OK
002360         PERFORM 1100-LOAD-BRANCH
002370             THRU 1100-LOAD-BRANCH-EXIT
002380             UNTIL WS-BRN-EOF
002390         CLOSE BRANCH-REFERENCE-FILE
002400     ELSE
002410         DISPLAY 'BUDMNT01: NO BRANCH-REFERENCE-FILE - '
002420             'BRANCH EDIT DISABLED'
002430         MOVE 'N' TO WS-BRN-EDIT-SW
002440     END-IF.
002450
002460     OPEN INPUT SALES-REP-FILE.
002470     IF WS-REP-OK
002480         PERFORM 1200-LOAD-REP
002490             THRU 1200-LOAD-REP-EXIT
002500             UNTIL WS-REP-EOF
002510         CLOSE SALES-REP-FILE
002520     ELSE
002530         DISPLAY 'BUDMNT01: NO SALES-REP-FILE - '
002540             'REP EDIT DISABLED'
002550         MOVE 'N' TO WS-REP-EDIT-SW
002560     END-IF.
002570
002580     OPEN INPUT CATEGORY-REF-FILE.
002590     IF NOT WS-CAT-OK
002600         DISPLAY 'BUDMNT01: NO CATEGORY-REF-FILE - '
002610             'CATEGORY EDIT DISABLED'
002620         MOVE 'N' TO WS-CAT-EDIT-SW
002630     END-IF.
002640
002650     OPEN OUTPUT BUDGET-MAINT-RPT.
002660     IF NOT WS-RPT-OK
002670         DISPLAY 'BUDMNT01: OPEN BUDGET-MAINT-RPT FAILED '
002680             WS-RPT-FILE-STATUS
002690     END-IF.
002700
002710     WRITE BUDGET-MAINT-LINE FROM WS-HEADING-LINE.
002720
002730     IF NOT WS-EOF
002740         PERFORM 8000-READ-TRAN
002750             THRU 8000-READ-TRAN-EXIT
002760     END-IF.
002770 1000-INITIALIZE-EXIT.
002780     EXIT.
002790
002800*****************************************************************
002810*    1100-LOAD-BRANCH                                           *
002820*****************************************************************
002830 1100-LOAD-BRANCH.
002840     READ BRANCH-REFERENCE-FILE
002850         AT END
002860             MOVE '10' TO WS-BRN-FILE-STATUS
002870             GO TO 1100-LOAD-BRANCH-EXIT
002880     END-READ.
002890     IF WS-BRN-COUNT < WS-MAX-BRN-ROWS
002900         ADD 1 TO WS-BRN-COUNT
002910         MOVE BRN-CODE TO WS-BRN-TBL-CODE(WS-BRN-COUNT)
002920     END-IF.
002930 1100-LOAD-BRANCH-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970*    1200-LOAD-REP                                              *
002980*****************************************************************
002990 1200-LOAD-REP.
003000     READ SALES-REP-FILE
003010         AT END
003020             MOVE '10' TO WS-REP-FILE-STATUS
003030             GO TO 1200-LOAD-REP-EXIT
003040     END-READ.
003050     IF WS-REP-COUNT < WS-MAX-REP-ROWS
003060         ADD 1 TO WS-REP-COUNT
003070         MOVE REP-CODE TO WS-REP-TBL-CODE(WS-REP-COUNT)
003080     END-IF.
003090 1200-LOAD-REP-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130*    2000-APPLY-ONE-TRAN                                        *
003140*****************************************************************
003150 2000-APPLY-ONE-TRAN.
003160     ADD 1 TO WS-TRAN-COUNT.
003170     MOVE BTR-ACTION      TO WS-DET-ACTION.
003180     MOVE BTR-FISCAL-YEAR TO WS-DET-YEAR.
003190     MOVE BTR-DIMENSION   TO WS-DET-DIMENSION.
003200     MOVE BTR-CODE        TO WS-DET-CODE.
003210     MOVE BTR-MONTH       TO WS-DET-MONTH.
003220     MOVE BTR-OPERATOR-ID TO WS-DET-OPERATOR.
003230     MOVE 0               TO WS-DET-ANNUAL.
003240     IF BTR-DATE NUMERIC AND BTR-DATE > 0
003250         MOVE BTR-DATE TO WS-CHANGE-DATE
003260     ELSE
003270         ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD
003280     END-IF.
003290
003300     IF BTR-FISCAL-YEAR NOT NUMERIC OR BTR-FISCAL-YEAR < 1900
003310         MOVE 'INVALID FISCAL YEAR' TO WS-DET-DISPOSITION
003320         GO TO 2000-APPLY-ONE-TRAN-REJECT
003330     END-IF.
003340
003350     PERFORM 2050-VALIDATE-CODE
003360         THRU 2050-VALIDATE-CODE-EXIT.
003370     IF NOT WS-CODE-VALID
003380         GO TO 2000-APPLY-ONE-TRAN-REJECT
003390     END-IF.
003400
003410     MOVE BTR-FISCAL-YEAR TO SBD-FISCAL-YEAR.
003420     MOVE BTR-DIMENSION   TO SBD-DIMENSION.
003430     MOVE BTR-CODE        TO SBD-CODE.
003440
003450     EVALUATE TRUE
003460         WHEN BTR-ADD
003470             PERFORM 2100-ADD-BUDGET
003480                 THRU 2100-ADD-BUDGET-EXIT
003490         WHEN BTR-CHANGE
003500             PERFORM 2200-CHANGE-BUDGET
003510                 THRU 2200-CHANGE-BUDGET-EXIT
003520         WHEN BTR-DELETE
003530             PERFORM 2300-DELETE-BUDGET
003540                 THRU 2300-DELETE-BUDGET-EXIT
003550         WHEN OTHER
003560             MOVE 'INVALID ACTION' TO WS-DET-DISPOSITION
003570             GO TO 2000-APPLY-ONE-TRAN-REJECT
003580     END-EVALUATE.
003590     GO TO 2000-APPLY-ONE-TRAN-NEXT.
003600
003610 2000-APPLY-ONE-TRAN-REJECT.
003620     ADD 1 TO WS-REJECTED-COUNT.
003630     WRITE BUDGET-MAINT-LINE FROM WS-DETAIL-LINE.
003640
003650 2000-APPLY-ONE-TRAN-NEXT.
003660     PERFORM 8000-READ-TRAN
003670         THRU 8000-READ-TRAN-EXIT.
003680 2000-APPLY-ONE-TRAN-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*    2050-VALIDATE-CODE                                         *
003730*    THE CODE IS CHECKED AGAINST THE REFERENCE FILE ITS         *
003740*    DIMENSION NAMES.  A REFERENCE FILE THAT WAS NOT SUPPLIED   *
003750*    TURNS ITS EDIT OFF RATHER THAN REJECTING EVERY BUDGET.     *
003760*****************************************************************
003770 2050-VALIDATE-CODE.
003780     MOVE 'N' TO WS-CODE-VALID-SW.
003790     EVALUATE TRUE
003800         WHEN BTR-BRANCH
003810             IF BTR-CODE(4:1) NOT = SPACE
003820                 MOVE 'BRANCH CODE TOO LONG'
003830                     TO WS-DET-DISPOSITION
003840                 GO TO 2050-VALIDATE-CODE-EXIT
003850             END-IF
003860             IF BTR-CODE = SPACES OR NOT WS-BRN-EDIT-ON
003870                 MOVE 'Y' TO WS-CODE-VALID-SW
003880                 GO TO 2050-VALIDATE-CODE-EXIT
003890             END-IF
003900             PERFORM 2060-MATCH-BRANCH
003910                 THRU 2060-MATCH-BRANCH-EXIT
003920                 VARYING WS-REF-SUB FROM 1 BY 1
003930                 UNTIL WS-REF-SUB > WS-BRN-COUNT
003940                     OR WS-CODE-VALID
003950             IF NOT WS-CODE-VALID
003960                 MOVE 'BRANCH NOT ON BRNREF'
003970                     TO WS-DET-DISPOSITION
003980             END-IF
003990         WHEN BTR-REP
004000             IF BTR-CODE(4:1) NOT = SPACE
004010                 MOVE 'REP CODE TOO LONG'
004020                     TO WS-DET-DISPOSITION
004030                 GO TO 2050-VALIDATE-CODE-EXIT
004040             END-IF
004050             IF BTR-CODE = SPACES OR NOT WS-REP-EDIT-ON
004060                 MOVE 'Y' TO WS-CODE-VALID-SW
004070                 GO TO 2050-VALIDATE-CODE-EXIT
004080             END-IF
004090             PERFORM 2070-MATCH-REP
004100                 THRU 2070-MATCH-REP-EXIT
004110                 VARYING WS-REF-SUB FROM 1 BY 1
004120                 UNTIL WS-REF-SUB > WS-REP-COUNT
004130                     OR WS-CODE-VALID
004140             IF NOT WS-CODE-VALID
004150                 MOVE 'REP NOT ON REPMAST'
004160                     TO WS-DET-DISPOSITION
004170             END-IF
004180         WHEN BTR-CATEGORY
004190             IF BTR-CODE = SPACES
004200                 MOVE 'CATEGORY CODE MISSING'
004210                     TO WS-DET-DISPOSITION
004220                 GO TO 2050-VALIDATE-CODE-EXIT
004230             END-IF
004240             IF NOT WS-CAT-EDIT-ON
004250                 MOVE 'Y' TO WS-CODE-VALID-SW
004260                 GO TO 2050-VALIDATE-CODE-EXIT
004270             END-IF
004280             MOVE BTR-CODE TO CAT-CODE
004290             READ CATEGORY-REF-FILE
004300                 INVALID KEY
004310                     MOVE 'CATEGORY NOT ON ITMCAT'
004320                         TO WS-DET-DISPOSITION
004330                 NOT INVALID KEY
004340                     MOVE 'Y' TO WS-CODE-VALID-SW
004350             END-READ
004360         WHEN OTHER
004370             MOVE 'INVALID DIMENSION' TO WS-DET-DISPOSITION
004380     END-EVALUATE.
004390 2050-VALIDATE-CODE-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430*    2060-MATCH-BRANCH                                          *
004440*****************************************************************
004450 2060-MATCH-BRANCH.
004460     IF WS-BRN-TBL-CODE(WS-REF-SUB) = BTR-CODE(1:3)
004470         MOVE 'Y' TO WS-CODE-VALID-SW
004480     END-IF.
004490 2060-MATCH-BRANCH-EXIT.
004500     EXIT.
004510
004520*****************************************************************
004530*    2070-MATCH-REP                                             *
004540*****************************************************************
004550 2070-MATCH-REP.
004560     IF WS-REP-TBL-CODE(WS-REF-SUB) = BTR-CODE(1:3)
004570         MOVE 'Y' TO WS-CODE-VALID-SW
004580     END-IF.
004590 2070-MATCH-REP-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*    2100-ADD-BUDGET                                            *
004640*    AN ADD CARRIES THE WHOLE YEAR - ALL TWELVE PERIODS.        *
004650*****************************************************************
004660 2100-ADD-BUDGET.
004670     IF BTR-MONTH NOT = 0
004680         MOVE 'ADD MUST CARRY ALL 12 PERIODS'
004690             TO WS-DET-DISPOSITION
004700         GO TO 2100-ADD-BUDGET-REJECT
004710     END-IF.
004720     MOVE 'Y' TO WS-AMOUNTS-VALID-SW.
004730     PERFORM 2150-CHECK-AMOUNT
004740         THRU 2150-CHECK-AMOUNT-EXIT
004750         VARYING WS-MONTH-SUB FROM 1 BY 1
004760         UNTIL WS-MONTH-SUB > 12.
004770     IF NOT WS-AMOUNTS-VALID
004780         MOVE 'INVALID BUDGET AMOUNT' TO WS-DET-DISPOSITION
004790         GO TO 2100-ADD-BUDGET-REJECT
004800     END-IF.
004810     READ SALES-BUDGET-FILE
004820         INVALID KEY
004830             CONTINUE
004840         NOT INVALID KEY
004850             MOVE 'BUDGET ALREADY ON FILE' TO WS-DET-DISPOSITION
004860             GO TO 2100-ADD-BUDGET-REJECT
004870     END-READ.
004880
004890     MOVE BTR-FISCAL-YEAR TO SBD-FISCAL-YEAR.
004900     MOVE BTR-DIMENSION   TO SBD-DIMENSION.
004910     MOVE BTR-CODE        TO SBD-CODE.
004920     PERFORM 2160-TAKE-AMOUNT
004930         THRU 2160-TAKE-AMOUNT-EXIT
004940         VARYING WS-MONTH-SUB FROM 1 BY 1
004950         UNTIL WS-MONTH-SUB > 12.
004960     MOVE WS-CHANGE-DATE  TO SBD-CHANGE-DATE.
004970     MOVE BTR-OPERATOR-ID TO SBD-OPERATOR-ID.
004980     WRITE SALES-BUDGET-REC
004990         INVALID KEY
005000             MOVE 'BUDGET WRITE FAILED' TO WS-DET-DISPOSITION
005010             GO TO 2100-ADD-BUDGET-REJECT
005020     END-WRITE.
005030     ADD 1 TO WS-ADDED-COUNT.
005040     PERFORM 2400-SHOW-ANNUAL
005050         THRU 2400-SHOW-ANNUAL-EXIT.
005060     MOVE 'BUDGET ADDED' TO WS-DET-DISPOSITION.
005070     WRITE BUDGET-MAINT-LINE FROM WS-DETAIL-LINE.
005080     GO TO 2100-ADD-BUDGET-EXIT.
005090
005100 2100-ADD-BUDGET-REJECT.
005110     ADD 1 TO WS-REJECTED-COUNT.
005120     WRITE BUDGET-MAINT-LINE FROM WS-DETAIL-LINE.
005130 2100-ADD-BUDGET-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170*    2150-CHECK-AMOUNT                                          *
005180*****************************************************************
005190 2150-CHECK-AMOUNT.
005200     IF BTR-MONTH-BUDGET(WS-MONTH-SUB) NOT NUMERIC
005210         MOVE 'N' TO WS-AMOUNTS-VALID-SW
005220     END-IF.
005230 2150-CHECK-AMOUNT-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270*    2160-TAKE-AMOUNT                                           *
005280*****************************************************************
005290 2160-TAKE-AMOUNT.
005300     MOVE BTR-MONTH-BUDGET(WS-MONTH-SUB)
005310         TO SBD-MONTH-BUDGET(WS-MONTH-SUB).
005320 2160-TAKE-AMOUNT-EXIT.
005330     EXIT.
005340
005350*****************************************************************
005360*    2200-CHANGE-BUDGET                                         *
005370*    PERIOD 01-12 REPLACES THAT ONE PERIOD'S TARGET FROM ITS    *
005380*    OWN SLOT ON THE TRANSACTION; ZERO REPLACES ALL TWELVE.     *
005390*****************************************************************
005400 2200-CHANGE-BUDGET.
005410     IF BTR-MONTH NOT NUMERIC OR BTR-MONTH > 12
005420         MOVE 'INVALID PERIOD' TO WS-DET-DISPOSITION
005430         GO TO 2200-CHANGE-BUDGET-REJECT
005440     END-IF.
005450     MOVE 'Y' TO WS-AMOUNTS-VALID-SW.
005460     IF BTR-MONTH = 0
005470         PERFORM 2150-CHECK-AMOUNT
005480             THRU 2150-CHECK-AMOUNT-EXIT
005490             VARYING WS-MONTH-SUB FROM 1 BY 1
005500             UNTIL WS-MONTH-SUB > 12
005510     ELSE
005520         MOVE BTR-MONTH TO WS-MONTH-SUB
005530         PERFORM 2150-CHECK-AMOUNT
005540             THRU 2150-CHECK-AMOUNT-EXIT
005550     END-IF.
005560     IF NOT WS-AMOUNTS-VALID
005570         MOVE 'INVALID BUDGET AMOUNT' TO WS-DET-DISPOSITION
005580         GO TO 2200-CHANGE-BUDGET-REJECT
005590     END-IF.
005600     READ SALES-BUDGET-FILE
005610         INVALID KEY
005620             MOVE 'NO SUCH BUDGET' TO WS-DET-DISPOSITION
005630             GO TO 2200-CHANGE-BUDGET-REJECT
005640     END-READ.
005650
005660     IF BTR-MONTH = 0
005670         PERFORM 2160-TAKE-AMOUNT
005680             THRU 2160-TAKE-AMOUNT-EXIT
005690             VARYING WS-MONTH-SUB FROM 1 BY 1
005700             UNTIL WS-MONTH-SUB > 12
005710     ELSE
005720         MOVE BTR-MONTH TO WS-MONTH-SUB
005730         PERFORM 2160-TAKE-AMOUNT
005740             THRU 2160-TAKE-AMOUNT-EXIT
005750     END-IF.
005760     MOVE WS-CHANGE-DATE  TO SBD-CHANGE-DATE.
005770     MOVE BTR-OPERATOR-ID TO SBD-OPERATOR-ID.
005780     REWRITE SALES-BUDGET-REC
005790         INVALID KEY
005800             MOVE 'BUDGET REWRITE FAILED' TO WS-DET-DISPOSITION
005810             GO TO 2200-CHANGE-BUDGET-REJECT
005820     END-REWRITE.
005830     ADD 1 TO WS-CHANGED-COUNT.
005840     PERFORM 2400-SHOW-ANNUAL
005850         THRU 2400-SHOW-ANNUAL-EXIT.
005860     MOVE 'BUDGET CHANGED' TO WS-DET-DISPOSITION.
005870     WRITE BUDGET-MAINT-LINE FROM WS-DETAIL-LINE.
005880     GO TO 2200-CHANGE-BUDGET-EXIT.
005890
005900 2200-CHANGE-BUDGET-REJECT.
005910     ADD 1 TO WS-REJECTED-COUNT.
005920     WRITE BUDGET-MAINT-LINE FROM WS-DETAIL-LINE.
005930 2200-CHANGE-BUDGET-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    2300-DELETE-BUDGET                                         *
005980*****************************************************************
005990 2300-DELETE-BUDGET.
006000     READ SALES-BUDGET-FILE
006010         INVALID KEY
006020             MOVE 'NO SUCH BUDGET' TO WS-DET-DISPOSITION
006030             GO TO 2300-DELETE-BUDGET-REJECT
006040     END-READ.
006050     PERFORM 2400-SHOW-ANNUAL
006060         THRU 2400-SHOW-ANNUAL-EXIT.
006070     DELETE SALES-BUDGET-FILE
006080         INVALID KEY
006090             MOVE 'BUDGET DELETE FAILED' TO WS-DET-DISPOSITION
006100             GO TO 2300-DELETE-BUDGET-REJECT
006110     END-DELETE.
006120     ADD 1 TO WS-DELETED-COUNT.
006130     MOVE 'BUDGET DELETED' TO WS-DET-DISPOSITION.
006140     WRITE BUDGET-MAINT-LINE FROM WS-DETAIL-LINE.
006150     GO TO 2300-DELETE-BUDGET-EXIT.
006160
006170 2300-DELETE-BUDGET-REJECT.
006180     ADD 1 TO WS-REJECTED-COUNT.
006190     WRITE BUDGET-MAINT-LINE FROM WS-DETAIL-LINE.
006200 2300-DELETE-BUDGET-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*    2400-SHOW-ANNUAL                                           *
006250*    THE REGISTER SHOWS THE YEAR'S TOTAL TARGET AS IT NOW       *
006260*    STANDS (OR STOOD, FOR A DELETE).                           *
006270*****************************************************************
006280 2400-SHOW-ANNUAL.
006290     MOVE 0 TO WS-ANNUAL-TOTAL.
006300     PERFORM 2410-ADD-ONE-PERIOD
006310         THRU 2410-ADD-ONE-PERIOD-EXIT
006320         VARYING WS-MONTH-SUB FROM 1 BY 1
006330         UNTIL WS-MONTH-SUB > 12.
006340     MOVE WS-ANNUAL-TOTAL TO WS-DET-ANNUAL.
006350 2400-SHOW-ANNUAL-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*    2410-ADD-ONE-PERIOD                                        *
006400*****************************************************************
006410 2410-ADD-ONE-PERIOD.
006420     ADD SBD-MONTH-BUDGET(WS-MONTH-SUB) TO WS-ANNUAL-TOTAL.
006430 2410-ADD-ONE-PERIOD-EXIT.
006440     EXIT.
006450
006460*****************************************************************
006470*    3000-PRINT-TOTALS                                          *
006480*****************************************************************
006490 3000-PRINT-TOTALS.
006500     MOVE 'TRANSACTIONS READ.........' TO WS-CNT-TITLE.
006510     MOVE WS-TRAN-COUNT TO WS-CNT-VALUE.
006520     WRITE BUDGET-MAINT-LINE FROM WS-COUNT-LINE.
006530
006540     MOVE 'BUDGETS ADDED.............' TO WS-CNT-TITLE.
006550     MOVE WS-ADDED-COUNT TO WS-CNT-VALUE.
006560     WRITE BUDGET-MAINT-LINE FROM WS-COUNT-LINE.
006570
006580     MOVE 'BUDGETS CHANGED...........' TO WS-CNT-TITLE.
006590     MOVE WS-CHANGED-COUNT TO WS-CNT-VALUE.
006600     WRITE BUDGET-MAINT-LINE FROM WS-COUNT-LINE.
006610
006620     MOVE 'BUDGETS DELETED...........' TO WS-CNT-TITLE.
006630     MOVE WS-DELETED-COUNT TO WS-CNT-VALUE.
006640     WRITE BUDGET-MAINT-LINE FROM WS-COUNT-LINE.
006650
006660     MOVE 'TRANSACTIONS REJECTED.....' TO WS-CNT-TITLE.
006670     MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
006680     WRITE BUDGET-MAINT-LINE FROM WS-COUNT-LINE.
006690 3000-PRINT-TOTALS-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730*    8000-READ-TRAN                                             *
006740*****************************************************************
006750 8000-READ-TRAN.
006760     READ BUDGET-TRAN-FILE
006770         AT END
006780             MOVE 'Y' TO WS-EOF-SW
006790     END-READ.
006800 8000-READ-TRAN-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840*    9999-TERMINATE                                             *
006850*****************************************************************
006860 9999-TERMINATE.
006870     IF WS-BTR-OK OR WS-BTR-EOF
006880         CLOSE BUDGET-TRAN-FILE
006890     END-IF.
006900     IF NOT WS-SBD-DISABLED
006910         CLOSE SALES-BUDGET-FILE
006920     END-IF.
006930     IF WS-CAT-EDIT-ON
006940         CLOSE CATEGORY-REF-FILE
006950     END-IF.
006960     CLOSE BUDGET-MAINT-RPT.
006970 9999-TERMINATE-EXIT.
006980     EXIT.
