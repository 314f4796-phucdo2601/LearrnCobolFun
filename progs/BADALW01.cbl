000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BADALW01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - MONTH-END ALLOWANCE FOR DOUBTFUL *
000100*                    ACCOUNTS.  EVERY OPEN ITEM ON THE OPEN-ITEM *
000110*                    LEDGER IS AGED FROM ITS DUE DATE AS ARAGE01 *
000120*                    AGES IT AND RESERVED AT THE PER CENT THE    *
000130*                    RESERVE MATRIX (ALWCTL.CPY) GIVES FOR ITS   *
000140*                    BUCKET AND THE CUSTOMER'S CUST-RISK-GRADE.  *
000150*                    AN ACCOUNT PLACED WITH THE AGENCY, A        *
000160*                    DISPUTED ITEM AND A CUSTOMER ON AN ACTIVE   *
000170*                    PAYMENT PLAN EACH TAKE THEIR OWN FLAT PER   *
000180*                    CENT INSTEAD.  THE REQUIRED ALLOWANCE IS    *
000190*                    COMPARED WITH THE ONE BOOKED LAST TIME ON   *
000200*                    THE ALLOWANCE HISTORY (ALWHIST.CPY) AND THE *
000210*                    TRUE-UP JOURNALLED DR BDEXP / CR ARALLOW    *
000220*                    (SIDES REVERSED IF IT FELL), SO A RERUN IN  *
000230*                    THE SAME MONTH JOURNALS ONLY WHAT HAS       *
000240*                    MOVED.  THE SCHEDULE SHOWS THE RESERVE BY   *
000250*                    BUCKET AND GRADE.                           *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ALLOWANCE-CONTROL-FILE ASSIGN TO ALWCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-ALC-FILE-STATUS.
000330
000340     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CYC-FILE-STATUS.
000370
000380     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS CUST-ID
000420         FILE STATUS IS WS-CUST-FILE-STATUS.
000430
000440     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS OPI-ORDER-ID
000480         FILE STATUS IS WS-OPI-FILE-STATUS.
000490
000500     SELECT PAYMENT-PLAN-FILE ASSIGN TO PAYPLAN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PLN-FILE-STATUS.
000530
000540     SELECT ALLOWANCE-HIST-FILE ASSIGN TO ALWHIST
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ALH-FILE-STATUS.
000570
000580     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-GLJ-FILE-STATUS.
000610
000620     SELECT ALLOWANCE-SCHEDULE-RPT ASSIGN TO BADALWRP
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-FILE-STATUS.
000650
000660     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-STP-FILE-STATUS.
000690
000700     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-MRC-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ALLOWANCE-CONTROL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY ALWCTL.
000790
000800 FD  CYCLE-CONTROL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY CYCLCTL.
000830
000840 FD  CUSTOMER-MASTER-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY CUSTMAST.
000870
000880 FD  OPEN-ITEM-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY OPENITEM.
000910
000920 FD  PAYMENT-PLAN-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY PAYPLAN.
000950
000960 FD  ALLOWANCE-HIST-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY ALWHIST.
000990
001000 FD  GL-JOURNAL-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY GLJRNL.
001030
001040 FD  ALLOWANCE-SCHEDULE-RPT
001050     LABEL RECORDS ARE STANDARD.
001060     01  ALLOWANCE-SCHEDULE-LINE  PIC X(80).
001070
001080 FD  STEP-LOG-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY STEPLOG.
001110
001120 FD  STEP-RUN-CONTROL-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY RUNCTL
001150         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001160
001170 WORKING-STORAGE SECTION.
001180     01  WS-ALC-FILE-STATUS       PIC X(02).
001190         88  WS-ALC-OK            VALUE '00'.
001200         88  WS-ALC-EOF           VALUE '10'.
001210     01  WS-CYC-FILE-STATUS       PIC X(02).
001220         88  WS-CYC-OK            VALUE '00'.
001230     01  WS-CUST-FILE-STATUS      PIC X(02).
001240         88  WS-CUST-OK           VALUE '00'.
001250     01  WS-OPI-FILE-STATUS       PIC X(02).
001260         88  WS-OPI-OK            VALUE '00'.
001270         88  WS-OPI-EOF           VALUE '10'.
001280     01  WS-PLN-FILE-STATUS       PIC X(02).
001290         88  WS-PLN-OK            VALUE '00'.
001300         88  WS-PLN-EOF           VALUE '10'.
001310     01  WS-ALH-FILE-STATUS       PIC X(02).
001320         88  WS-ALH-OK            VALUE '00'.
001330         88  WS-ALH-EOF           VALUE '10'.
001340         88  WS-ALH-NOT-FOUND     VALUE '35'.
001350     01  WS-GLJ-FILE-STATUS       PIC X(02).
001360         88  WS-GLJ-OK            VALUE '00'.
001370     01  WS-RPT-FILE-STATUS       PIC X(02).
001380         88  WS-RPT-OK            VALUE '00'.
001390
001400     01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
001410         88  WS-FAILED            VALUE 'Y'.
001420     01  WS-SPECIAL-FOUND-SW      PIC X(01) VALUE 'N'.
001430         88  WS-SPECIAL-FOUND     VALUE 'Y'.
001440     01  WS-RERUN-SW              PIC X(01) VALUE 'N'.
001450         88  WS-RERUN             VALUE 'Y'.
001460
001470*****************************************************************
001480*    THE AS-AT DATE IS THE CYCLE DATE OF THE MONTH-END BEING    *
001490*    CLOSED.                                                    *
001500*****************************************************************
001510     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001520     01  WS-CYCLE-DATE-R REDEFINES WS-CYCLE-DATE.
001530         05  WS-CYCLE-YYYY        PIC 9(04).
001540         05  WS-CYCLE-MM          PIC 9(02).
001550         05  WS-CYCLE-DD          PIC 9(02).
001560     01  WS-CYCLE-NUMBER          PIC 9(07) VALUE 0.
001570     01  WS-ITEM-DATE             PIC 9(08).
001580     01  WS-ITEM-DATE-R REDEFINES WS-ITEM-DATE.
001590         05  WS-ITEM-YYYY         PIC 9(04).
001600         05  WS-ITEM-MM           PIC 9(02).
001610         05  WS-ITEM-DD           PIC 9(02).
001620     01  WS-AGE-DAYS              PIC S9(07) COMP.
001630     01  WS-BUCKET-SUB            PIC 9(01) COMP.
001640
001650*****************************************************************
001660*    TUNING - THE LEDGER ACCOUNTS THE TRUE-UP IS JOURNALLED TO. *
001670*****************************************************************
001680     01  WS-EXPENSE-ACCOUNT       PIC X(08) VALUE 'BDEXP   '.
001690     01  WS-ALLOWANCE-ACCOUNT     PIC X(08) VALUE 'ARALLOW '.
001700
001710*****************************************************************
001720*    THE RESERVE MATRIX - ONE ROW PER GRADE, WITH THE BALANCE   *
001730*    AGED INTO EACH BUCKET AND THE RESERVE IT CARRIES.          *
001740*****************************************************************
001750     01  WS-GRD-COUNT             PIC 9(02) COMP VALUE 0.
001760     01  WS-MAX-GRD-ROWS          PIC 9(02) COMP VALUE 10.
001770     01  WS-GRD-TABLE.
001780         05  WS-GRD-ENTRY OCCURS 10 TIMES.
001790             10  WS-GRD-GRADE     PIC X(01).
001800             10  WS-GRD-PCT       PIC 9(03)V9(02)
001810                                  OCCURS 4 TIMES.
001820             10  WS-GRD-BAL       PIC S9(09)V9(02)
001830                                  OCCURS 4 TIMES.
001840             10  WS-GRD-RSV       PIC S9(09)V9(02)
001850                                  OCCURS 4 TIMES.
001860             10  WS-GRD-BAL-TOTAL PIC S9(09)V9(02).
001870             10  WS-GRD-RSV-TOTAL PIC S9(09)V9(02).
001880     01  WS-GRD-SUB               PIC 9(02) COMP.
001890     01  WS-DEFAULT-GRD-SUB       PIC 9(02) COMP VALUE 0.
001900     01  WS-BKT-TOTALS.
001910         05  WS-BKT-BAL           PIC S9(09)V9(02)
001920                                  OCCURS 4 TIMES.
001930         05  WS-BKT-RSV           PIC S9(09)V9(02)
001940                                  OCCURS 4 TIMES.
001950
001960*****************************************************************
001970*    THE SPECIAL CLASSES, IN THE ORDER THEY ARE TESTED - AGENCY *
001980*    PLACEMENT, THEN DISPUTE, THEN PAYMENT PLAN.                *
001990*****************************************************************
002000     01  WS-SPC-AGENCY            PIC 9(01) COMP VALUE 1.
002010     01  WS-SPC-DISPUTE           PIC 9(01) COMP VALUE 2.
002020     01  WS-SPC-PLAN              PIC 9(01) COMP VALUE 3.
002030     01  WS-SPC-NAMES.
002040         05  FILLER               PIC X(20) VALUE
002050             'PLACED WITH AGENCY'.
002060         05  FILLER               PIC X(20) VALUE
002070             'DISPUTED ITEMS'.
002080         05  FILLER               PIC X(20) VALUE
002090             'ON PAYMENT PLAN'.
002100     01  WS-SPC-NAME-TABLE REDEFINES WS-SPC-NAMES.
002110         05  WS-SPC-NAME          PIC X(20) OCCURS 3 TIMES.
002120     01  WS-SPC-TABLE.
002130         05  WS-SPC-ENTRY OCCURS 3 TIMES.
002140             10  WS-SPC-PCT       PIC 9(03)V9(02).
002150             10  WS-SPC-BAL       PIC S9(09)V9(02).
002160             10  WS-SPC-RSV       PIC S9(09)V9(02).
002170     01  WS-SPC-SUB               PIC 9(01) COMP.
002180
002190*****************************************************************
002200*    ACTIVE PAYMENT PLANS, READ ONCE.                           *
002210*****************************************************************
002220     01  WS-PLN-COUNT             PIC 9(03) COMP VALUE 0.
002230     01  WS-MAX-PLN-ROWS          PIC 9(03) COMP VALUE 200.
002240     01  WS-PLN-TABLE.
002250         05  WS-PLN-CUST OCCURS 200 TIMES
002260                                  PIC X(05).
002270     01  WS-PLN-SUB               PIC 9(03) COMP.
002280
002290*****************************************************************
002300*    THE CUSTOMER OF THE ITEM IN HAND - LOOKED UP ONCE PER RUN  *
002310*    OF ITEMS FOR THE SAME CUSTOMER.                            *
002320*****************************************************************
002330     01  WS-LAST-CUST-ID          PIC X(05) VALUE LOW-VALUES.
002340     01  WS-CUST-FOUND-SW         PIC X(01).
002350         88  WS-CUST-FOUND        VALUE 'Y'.
002360     01  WS-CUST-AGENCY-SW        PIC X(01).
002370         88  WS-CUST-AGENCY       VALUE 'Y'.
002380     01  WS-CUST-PLAN-SW          PIC X(01).
002390         88  WS-CUST-ON-PLAN      VALUE 'Y'.
002400     01  WS-CUST-GRADE            PIC X(01).
002410     01  WS-CUST-GRD-SUB          PIC 9(02) COMP.
002420
002430*****************************************************************
002440*    THE ALLOWANCE AND ITS TRUE-UP                              *
002450*****************************************************************
002460     01  WS-REQUIRED              PIC S9(09)V9(02) VALUE 0.
002470     01  WS-PRIOR                 PIC S9(09)V9(02) VALUE 0.
002480     01  WS-TRUE-UP               PIC S9(09)V9(02) VALUE 0.
002490     01  WS-MATRIX-BAL            PIC S9(09)V9(02) VALUE 0.
002500     01  WS-MATRIX-RSV            PIC S9(09)V9(02) VALUE 0.
002510     01  WS-LAST-HIST-DATE        PIC 9(08) VALUE 0.
002520     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
002530     01  WS-GLJ-DR-ACCOUNT        PIC X(08).
002540     01  WS-GLJ-CR-ACCOUNT        PIC X(08).
002550     01  WS-GLJ-REFERENCE         PIC X(10).
002560
002570*****************************************************************
002580*    CONTROL TOTALS                                             *
002590*****************************************************************
002600     01  WS-TOTALS.
002610         05  WS-ITEMS-READ        PIC 9(07) VALUE 0.
002620         05  WS-ITEMS-PROVIDED    PIC 9(07) VALUE 0.
002630         05  WS-ITEMS-REJECTED    PIC 9(07) VALUE 0.
002640         05  WS-CREDITS-SKIPPED   PIC 9(07) VALUE 0.
002650     01  WS-REJECT-REASON         PIC X(30).
002660
002670*****************************************************************
002680*    SCHEDULE LINE LAYOUTS                                      *
002690*****************************************************************
002700     01  WS-HEADING-LINE.
002710         05  FILLER               PIC X(44) VALUE
002720             'BADALW01 - BAD-DEBT ALLOWANCE SCHEDULE AS AT'.
002730         05  FILLER               PIC X(01) VALUE SPACE.
002740         05  WS-HDG-AS-AT         PIC 9(08).
002750         05  FILLER               PIC X(27) VALUE SPACES.
002760
002770     01  WS-SECTION-LINE.
002780         05  WS-SEC-TITLE         PIC X(80).
002790
002800     01  WS-COLUMN-LINE.
002810         05  FILLER               PIC X(40) VALUE
002820             'GRADE           CURRENT    30-59 DAYS   '.
002830         05  FILLER               PIC X(40) VALUE
002840             '60-89 DAYS      90+ DAYS         TOTAL'.
002850
002860     01  WS-MATRIX-LINE.
002870         05  WS-MTX-LABEL         PIC X(10).
002880         05  WS-MTX-COLUMN OCCURS 5 TIMES.
002890             10  WS-MTX-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
002900     01  WS-RATE-LINE.
002910         05  WS-RTE-LABEL         PIC X(10).
002920         05  WS-RTE-COLUMN OCCURS 4 TIMES.
002930             10  FILLER           PIC X(07).
002940             10  WS-RTE-PCT       PIC ZZ9.99.
002950             10  FILLER           PIC X(01).
002960         05  FILLER               PIC X(14) VALUE SPACES.
002970
002980     01  WS-SPECIAL-COLUMN-LINE.
002990         05  FILLER               PIC X(40) VALUE
003000             'SPECIAL CLASS             BALANCE    RAT'.
003010         05  FILLER               PIC X(40) VALUE
003020             'E %       RESERVE'.
003030     01  WS-SPECIAL-LINE.
003040         05  WS-SPL-NAME          PIC X(20).
003050         05  WS-SPL-BALANCE       PIC ZZ,ZZZ,ZZ9.99-.
003060         05  FILLER               PIC X(04) VALUE SPACES.
003070         05  WS-SPL-PCT           PIC ZZ9.99.
003080         05  FILLER               PIC X(02) VALUE SPACES.
003090         05  WS-SPL-RESERVE       PIC ZZ,ZZZ,ZZ9.99-.
003100         05  FILLER               PIC X(20) VALUE SPACES.
003110
003120     01  WS-VALUE-LINE.
003130         05  WS-VAL-TITLE         PIC X(30).
003140         05  WS-VAL-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
003150         05  FILLER               PIC X(02) VALUE SPACES.
003160         05  WS-VAL-NOTE          PIC X(34).
003170
003180     01  WS-COUNT-LINE.
003190         05  WS-CNT-TITLE         PIC X(30).
003200         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
003210         05  FILLER               PIC X(39) VALUE SPACES.
003220
003230     01  WS-REJECT-LINE.
003240         05  FILLER               PIC X(05) VALUE 'ITEM '.
003250         05  WS-REJ-ORDER-ID      PIC X(06).
003260         05  FILLER               PIC X(06) VALUE ' CUST '.
003270         05  WS-REJ-CUST-ID       PIC X(05).
003280         05  FILLER               PIC X(01) VALUE SPACE.
003290         05  WS-REJ-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
003300         05  FILLER               PIC X(02) VALUE SPACES.
003310         05  WS-REJ-REASON        PIC X(30).
003320         05  FILLER               PIC X(11) VALUE SPACES.
003330
003340     COPY STPWORK.
003350
003360 PROCEDURE DIVISION.
003370*****************************************************************
003380*    0000-MAINLINE                                              *
003390*****************************************************************
003400 0000-MAINLINE.
003410     MOVE 'BADALW01' TO WS-STP-PROGRAM.
003420     PERFORM 9700-LOG-STEP-START
003430         THRU 9700-LOG-STEP-START-EXIT.
003440
003450     PERFORM 1000-INITIALIZE
003460         THRU 1000-INITIALIZE-EXIT.
003470
003480     IF NOT WS-FAILED
003490         PERFORM 2000-PROVIDE-ITEM
003500             THRU 2000-PROVIDE-ITEM-EXIT
003510             UNTIL WS-OPI-EOF
003520         PERFORM 3000-COMPUTE-ALLOWANCE
003530             THRU 3000-COMPUTE-ALLOWANCE-EXIT
003540         PERFORM 3100-WRITE-TRUE-UP
003550             THRU 3100-WRITE-TRUE-UP-EXIT
003560         PERFORM 3200-WRITE-HISTORY
003570             THRU 3200-WRITE-HISTORY-EXIT
003580         PERFORM 4000-PRINT-SCHEDULE
003590             THRU 4000-PRINT-SCHEDULE-EXIT
003600     END-IF.
003610
003620     DISPLAY 'BADALW01: OPEN ITEMS READ....... ' WS-ITEMS-READ.
003630     DISPLAY 'BADALW01: ITEMS PROVIDED FOR.... '
003640         WS-ITEMS-PROVIDED.
003650     DISPLAY 'BADALW01: ITEMS NOT PROVIDED.... '
003660         WS-ITEMS-REJECTED.
003670     DISPLAY 'BADALW01: CREDITS NOT PROVIDED.. '
003680         WS-CREDITS-SKIPPED.
003690     DISPLAY 'BADALW01: REQUIRED ALLOWANCE.... ' WS-REQUIRED.
003700     DISPLAY 'BADALW01: TRUE-UP JOURNALLED.... ' WS-TRUE-UP.
003710
003720*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
003730*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
003740     IF WS-ITEMS-REJECTED > 0
003750         IF RETURN-CODE < 4
003760             MOVE 4 TO RETURN-CODE
003770         END-IF
003780     END-IF.
003790
003800     PERFORM 9999-TERMINATE
003810         THRU 9999-TERMINATE-EXIT.
003820
003830     MOVE WS-ITEMS-READ     TO WS-STP-RECORDS-IN.
003840     MOVE WS-ITEMS-PROVIDED TO WS-STP-APPLIED.
003850     MOVE WS-ITEMS-REJECTED TO WS-STP-REJECTED.
003860     PERFORM 9710-LOG-STEP-END
003870         THRU 9710-LOG-STEP-END-EXIT.
003880
003890     STOP RUN.
003900
003910*****************************************************************
003920*    1000-INITIALIZE                                            *
003930*    THE RESERVE MATRIX MUST LOAD WHOLE - A GRADE ROW AND THE   *
003940*    SPECIAL ROW AT THE LEAST - OR NOTHING IS JOURNALLED AND    *
003950*    THE STEP FAILS.  THE PAYMENT-PLAN FILE IS OPTIONAL.  THE   *
003960*    LAST RECORD ON THE ALLOWANCE HISTORY IS WHAT IS BOOKED     *
003970*    NOW; WITH NO HISTORY THE ALLOWANCE STARTS FROM NIL.        *
003980*****************************************************************
003990 1000-INITIALIZE.
004000     OPEN INPUT CYCLE-CONTROL-FILE.
004010     IF WS-CYC-OK
004020         READ CYCLE-CONTROL-FILE
004030             AT END
004040                 CONTINUE
004050             NOT AT END
004060                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
004070                 MOVE CYC-CYCLE-NUMBER  TO WS-CYCLE-NUMBER
004080         END-READ
004090         CLOSE CYCLE-CONTROL-FILE
004100     END-IF.
004110     IF WS-CYCLE-DATE = 0
004120         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
004130     END-IF.
004140
004150     PERFORM 1100-LOAD-MATRIX
004160         THRU 1100-LOAD-MATRIX-EXIT.
004170     IF WS-FAILED
004180         GO TO 1000-INITIALIZE-EXIT
004190     END-IF.
004200
004210     PERFORM 1200-LOAD-PAYMENT-PLANS
004220         THRU 1200-LOAD-PAYMENT-PLANS-EXIT.
004230
004240     PERFORM 1300-FIND-PRIOR-ALLOWANCE
004250         THRU 1300-FIND-PRIOR-ALLOWANCE-EXIT.
004260     IF WS-FAILED
004270         GO TO 1000-INITIALIZE-EXIT
004280     END-IF.
004290
004300     OPEN INPUT CUSTOMER-MASTER-FILE.
004310     IF NOT WS-CUST-OK
004320         DISPLAY 'BADALW01: OPEN CUSTOMER-MASTER FAILED '
004330             WS-CUST-FILE-STATUS
004340         MOVE 8 TO RETURN-CODE
004350         MOVE 'Y' TO WS-FAILED-SW
004360         GO TO 1000-INITIALIZE-EXIT
004370     END-IF.
004380     OPEN INPUT OPEN-ITEM-FILE.
004390     IF NOT WS-OPI-OK
004400         DISPLAY 'BADALW01: OPEN OPEN-ITEM-FILE FAILED '
004410             WS-OPI-FILE-STATUS
004420         MOVE 8 TO RETURN-CODE
004430         MOVE 'Y' TO WS-FAILED-SW
004440         GO TO 1000-INITIALIZE-EXIT
004450     END-IF.
004460     OPEN EXTEND GL-JOURNAL-FILE.
004470     IF NOT WS-GLJ-OK
004480         DISPLAY 'BADALW01: OPEN GL-JOURNAL-FILE FAILED '
004490             WS-GLJ-FILE-STATUS
004500         MOVE 8 TO RETURN-CODE
004510         MOVE 'Y' TO WS-FAILED-SW
004520         GO TO 1000-INITIALIZE-EXIT
004530     END-IF.
004540     OPEN OUTPUT ALLOWANCE-SCHEDULE-RPT.
004550
004560     MOVE WS-CYCLE-DATE TO WS-HDG-AS-AT.
004570     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-HEADING-LINE.
004580     MOVE SPACES TO ALLOWANCE-SCHEDULE-LINE.
004590     WRITE ALLOWANCE-SCHEDULE-LINE.
004600
004610     PERFORM 8000-READ-OPEN-ITEM
004620         THRU 8000-READ-OPEN-ITEM-EXIT.
004630 1000-INITIALIZE-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670*    1100-LOAD-MATRIX                                           *
004680*****************************************************************
004690 1100-LOAD-MATRIX.
004700     OPEN INPUT ALLOWANCE-CONTROL-FILE.
004710     IF NOT WS-ALC-OK
004720         DISPLAY 'BADALW01: OPEN ALLOWANCE-CONTROL-FILE FAILED '
004730             WS-ALC-FILE-STATUS
004740         MOVE 8 TO RETURN-CODE
004750         MOVE 'Y' TO WS-FAILED-SW
004760         GO TO 1100-LOAD-MATRIX-EXIT
004770     END-IF.
004780     PERFORM 1110-READ-MATRIX-ROW
004790         THRU 1110-READ-MATRIX-ROW-EXIT
004800         UNTIL WS-ALC-EOF OR WS-FAILED.
004810     CLOSE ALLOWANCE-CONTROL-FILE.
004820     IF WS-FAILED
004830         GO TO 1100-LOAD-MATRIX-EXIT
004840     END-IF.
004850     IF WS-GRD-COUNT = 0 OR NOT WS-SPECIAL-FOUND
004860         DISPLAY 'BADALW01: RESERVE MATRIX INCOMPLETE - '
004870             'GRADE ROWS ' WS-GRD-COUNT
004880             ' SPECIAL ROW ' WS-SPECIAL-FOUND-SW
004890         MOVE 8 TO RETURN-CODE
004900         MOVE 'Y' TO WS-FAILED-SW
004910     END-IF.
004920 1100-LOAD-MATRIX-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960*    1110-READ-MATRIX-ROW                                       *
004970*    A RATE THAT IS NOT NUMERIC OR IS OVER 100 PER CENT, A      *
004980*    GRADE GIVEN TWICE, OR A ROW OF ANOTHER TYPE FAILS THE LOAD *
004990*    - AN ALLOWANCE FROM A DAMAGED MATRIX WOULD BE BOOKED       *
005000*    WRONG.                                                     *
005010*****************************************************************
005020 1110-READ-MATRIX-ROW.
005030     READ ALLOWANCE-CONTROL-FILE
005040         AT END
005050             MOVE '10' TO WS-ALC-FILE-STATUS
005060             GO TO 1110-READ-MATRIX-ROW-EXIT
005070     END-READ.
005080
005090     IF ALC-SPECIAL-ROW
005100         IF ALC-AGENCY-PCT NOT NUMERIC
005110                 OR ALC-DISPUTE-PCT NOT NUMERIC
005120                 OR ALC-PLAN-PCT NOT NUMERIC
005130                 OR ALC-AGENCY-PCT > 100
005140                 OR ALC-DISPUTE-PCT > 100
005150                 OR ALC-PLAN-PCT > 100
005160                 OR WS-SPECIAL-FOUND
005170             DISPLAY 'BADALW01: BAD SPECIAL ROW ON MATRIX'
005180             MOVE 8 TO RETURN-CODE
005190             MOVE 'Y' TO WS-FAILED-SW
005200             GO TO 1110-READ-MATRIX-ROW-EXIT
005210         END-IF
005220         MOVE ALC-AGENCY-PCT  TO WS-SPC-PCT(WS-SPC-AGENCY)
005230         MOVE ALC-DISPUTE-PCT TO WS-SPC-PCT(WS-SPC-DISPUTE)
005240         MOVE ALC-PLAN-PCT    TO WS-SPC-PCT(WS-SPC-PLAN)
005250         MOVE 0 TO WS-SPC-BAL(WS-SPC-AGENCY)
005260                   WS-SPC-RSV(WS-SPC-AGENCY)
005270                   WS-SPC-BAL(WS-SPC-DISPUTE)
005280                   WS-SPC-RSV(WS-SPC-DISPUTE)
005290                   WS-SPC-BAL(WS-SPC-PLAN)
005300                   WS-SPC-RSV(WS-SPC-PLAN)
005310         MOVE 'Y' TO WS-SPECIAL-FOUND-SW
005320         GO TO 1110-READ-MATRIX-ROW-EXIT
005330     END-IF.
005340
005350     IF NOT ALC-GRADE-ROW
005360         DISPLAY 'BADALW01: UNKNOWN MATRIX ROW TYPE '
005370             ALC-ROW-TYPE
005380         MOVE 8 TO RETURN-CODE
005390         MOVE 'Y' TO WS-FAILED-SW
005400         GO TO 1110-READ-MATRIX-ROW-EXIT
005410     END-IF.
005420
005430     MOVE 0 TO WS-CUST-GRD-SUB.
005440     PERFORM 1120-FIND-LOADED-GRADE
005450         THRU 1120-FIND-LOADED-GRADE-EXIT
005460         VARYING WS-GRD-SUB FROM 1 BY 1
005470         UNTIL WS-GRD-SUB > WS-GRD-COUNT.
005480     IF WS-CUST-GRD-SUB > 0
005490         DISPLAY 'BADALW01: GRADE ' ALC-GRADE
005500             ' IS ON THE MATRIX TWICE'
005510         MOVE 8 TO RETURN-CODE
005520         MOVE 'Y' TO WS-FAILED-SW
005530         GO TO 1110-READ-MATRIX-ROW-EXIT
005540     END-IF.
005550     IF WS-GRD-COUNT NOT < WS-MAX-GRD-ROWS
005560         DISPLAY 'BADALW01: MORE THAN ' WS-MAX-GRD-ROWS
005570             ' GRADE ROWS ON THE MATRIX'
005580         MOVE 8 TO RETURN-CODE
005590         MOVE 'Y' TO WS-FAILED-SW
005600         GO TO 1110-READ-MATRIX-ROW-EXIT
005610     END-IF.
005620
005630     ADD 1 TO WS-GRD-COUNT.
005640     MOVE ALC-GRADE TO WS-GRD-GRADE(WS-GRD-COUNT).
005650     MOVE 0 TO WS-GRD-BAL-TOTAL(WS-GRD-COUNT)
005660               WS-GRD-RSV-TOTAL(WS-GRD-COUNT).
005670     PERFORM 1130-LOAD-BUCKET-RATE
005680         THRU 1130-LOAD-BUCKET-RATE-EXIT
005690         VARYING WS-BUCKET-SUB FROM 1 BY 1
005700         UNTIL WS-BUCKET-SUB > 4.
005710     IF ALC-GRADE = '*'
005720         MOVE WS-GRD-COUNT TO WS-DEFAULT-GRD-SUB
005730     END-IF.
005740 1110-READ-MATRIX-ROW-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780*    1120-FIND-LOADED-GRADE                                     *
005790*****************************************************************
005800 1120-FIND-LOADED-GRADE.
005810     IF WS-GRD-GRADE(WS-GRD-SUB) = ALC-GRADE
005820         MOVE WS-GRD-SUB TO WS-CUST-GRD-SUB
005830     END-IF.
005840 1120-FIND-LOADED-GRADE-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880*    1130-LOAD-BUCKET-RATE                                      *
005890*****************************************************************
005900 1130-LOAD-BUCKET-RATE.
005910     IF ALC-BUCKET-PCT(WS-BUCKET-SUB) NOT NUMERIC
005920             OR ALC-BUCKET-PCT(WS-BUCKET-SUB) > 100
005930         DISPLAY 'BADALW01: BAD RATE FOR GRADE ' ALC-GRADE
005940             ' BUCKET ' WS-BUCKET-SUB
005950         MOVE 8 TO RETURN-CODE
005960         MOVE 'Y' TO WS-FAILED-SW
005970         GO TO 1130-LOAD-BUCKET-RATE-EXIT
005980     END-IF.
005990     MOVE ALC-BUCKET-PCT(WS-BUCKET-SUB)
006000         TO WS-GRD-PCT(WS-GRD-COUNT, WS-BUCKET-SUB).
006010     MOVE 0 TO WS-GRD-BAL(WS-GRD-COUNT, WS-BUCKET-SUB)
006020               WS-GRD-RSV(WS-GRD-COUNT, WS-BUCKET-SUB).
006030 1130-LOAD-BUCKET-RATE-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    1200-LOAD-PAYMENT-PLANS                                    *
006080*    THE PAYMENT-PLAN FILE IS OPTIONAL - WITHOUT IT NO CUSTOMER *
006090*    TAKES THE PLAN RATE.                                       *
006100*****************************************************************
006110 1200-LOAD-PAYMENT-PLANS.
006120     OPEN INPUT PAYMENT-PLAN-FILE.
006130     IF WS-PLN-OK
006140         PERFORM 1210-READ-PAYMENT-PLAN
006150             THRU 1210-READ-PAYMENT-PLAN-EXIT
006160             UNTIL WS-PLN-EOF
006170         CLOSE PAYMENT-PLAN-FILE
006180     ELSE
006190         DISPLAY 'BADALW01: NO PAYMENT-PLAN FILE - '
006200             'NO PLAN RATES APPLIED'
006210     END-IF.
006220 1200-LOAD-PAYMENT-PLANS-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260*    1210-READ-PAYMENT-PLAN                                     *
006270*****************************************************************
006280 1210-READ-PAYMENT-PLAN.
006290     READ PAYMENT-PLAN-FILE
006300         AT END
006310             MOVE '10' TO WS-PLN-FILE-STATUS
006320         NOT AT END
006330             IF PLN-ACTIVE
006340                     AND WS-PLN-COUNT < WS-MAX-PLN-ROWS
006350                 ADD 1 TO WS-PLN-COUNT
006360                 MOVE PLN-CUST-ID
006370                     TO WS-PLN-CUST(WS-PLN-COUNT)
006380             END-IF
006390     END-READ.
006400 1210-READ-PAYMENT-PLAN-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440*    1300-FIND-PRIOR-ALLOWANCE                                  *
006450*    THE LAST HISTORY RECORD HOLDS THE ALLOWANCE ON THE LEDGER. *
006460*    ONE ALREADY DATED THIS CYCLE MEANS THE MONTH IS BEING      *
006470*    RERUN - THE TRUE-UP IS THEN ONLY WHAT HAS MOVED SINCE.     *
006480*****************************************************************
006490 1300-FIND-PRIOR-ALLOWANCE.
006500     OPEN INPUT ALLOWANCE-HIST-FILE.
006510     IF WS-ALH-NOT-FOUND
006520         DISPLAY 'BADALW01: NO ALLOWANCE HISTORY - '
006530             'PRIOR ALLOWANCE TAKEN AS NIL'
006540         GO TO 1300-FIND-PRIOR-ALLOWANCE-EXIT
006550     END-IF.
006560     IF NOT WS-ALH-OK
006570         DISPLAY 'BADALW01: OPEN ALLOWANCE-HIST-FILE FAILED '
006580             WS-ALH-FILE-STATUS
006590         MOVE 8 TO RETURN-CODE
006600         MOVE 'Y' TO WS-FAILED-SW
006610         GO TO 1300-FIND-PRIOR-ALLOWANCE-EXIT
006620     END-IF.
006630     PERFORM 1310-READ-HISTORY
006640         THRU 1310-READ-HISTORY-EXIT
006650         UNTIL WS-ALH-EOF.
006660     CLOSE ALLOWANCE-HIST-FILE.
006670     IF WS-LAST-HIST-DATE = WS-CYCLE-DATE
006680         MOVE 'Y' TO WS-RERUN-SW
006690     END-IF.
006700 1300-FIND-PRIOR-ALLOWANCE-EXIT.
006710     EXIT.
006720
006730*****************************************************************
006740*    1310-READ-HISTORY                                          *
006750*****************************************************************
006760 1310-READ-HISTORY.
006770     READ ALLOWANCE-HIST-FILE
006780         AT END
006790             MOVE '10' TO WS-ALH-FILE-STATUS
006800         NOT AT END
006810             MOVE ALH-REQUIRED TO WS-PRIOR
006820             MOVE ALH-RUN-DATE TO WS-LAST-HIST-DATE
006830     END-READ.
006840 1310-READ-HISTORY-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880*    2000-PROVIDE-ITEM                                          *
006890*    EACH OPEN ITEM GOES TO ONE CLASS: AGENCY PLACEMENT FIRST,  *
006900*    THEN DISPUTE, THEN PAYMENT PLAN, AND OTHERWISE THE MATRIX  *
006910*    CELL FOR ITS GRADE AND AGE.  SETTLED ITEMS ARE PASSED      *
006920*    OVER, AND AN UNAPPLIED CREDIT IS NOT PROVIDED AGAINST - IT *
006930*    IS COUNTED BUT DOES NOT NET DOWN THE RESERVE.              *
006940*****************************************************************
006950 2000-PROVIDE-ITEM.
006960     IF NOT OPI-OPEN OR OPI-OPEN-AMOUNT = 0
006970         GO TO 2000-PROVIDE-ITEM-NEXT
006980     END-IF.
006990     IF OPI-OPEN-AMOUNT < 0
007000         ADD 1 TO WS-CREDITS-SKIPPED
007010         GO TO 2000-PROVIDE-ITEM-NEXT
007020     END-IF.
007030     ADD 1 TO WS-ITEMS-READ.
007040
007050     IF OPI-CUST-ID NOT = WS-LAST-CUST-ID
007060         PERFORM 2100-CLASSIFY-CUSTOMER
007070             THRU 2100-CLASSIFY-CUSTOMER-EXIT
007080     END-IF.
007090     IF NOT WS-CUST-FOUND
007100         MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
007110         PERFORM 2900-REJECT-ITEM
007120             THRU 2900-REJECT-ITEM-EXIT
007130         GO TO 2000-PROVIDE-ITEM-NEXT
007140     END-IF.
007150
007160     EVALUATE TRUE
007170         WHEN WS-CUST-AGENCY
007180             MOVE WS-SPC-AGENCY TO WS-SPC-SUB
007190         WHEN OPI-DISPUTED
007200             MOVE WS-SPC-DISPUTE TO WS-SPC-SUB
007210         WHEN WS-CUST-ON-PLAN
007220             MOVE WS-SPC-PLAN TO WS-SPC-SUB
007230         WHEN OTHER
007240             MOVE 0 TO WS-SPC-SUB
007250     END-EVALUATE.
007260     IF WS-SPC-SUB > 0
007270         ADD OPI-OPEN-AMOUNT TO WS-SPC-BAL(WS-SPC-SUB)
007280         ADD 1 TO WS-ITEMS-PROVIDED
007290         GO TO 2000-PROVIDE-ITEM-NEXT
007300     END-IF.
007310
007320     IF WS-CUST-GRD-SUB = 0
007330         MOVE SPACES TO WS-REJECT-REASON
007340         STRING 'NO RATE FOR GRADE ' WS-CUST-GRADE
007350             DELIMITED BY SIZE INTO WS-REJECT-REASON
007360         PERFORM 2900-REJECT-ITEM
007370             THRU 2900-REJECT-ITEM-EXIT
007380         GO TO 2000-PROVIDE-ITEM-NEXT
007390     END-IF.
007400     PERFORM 2200-AGE-ITEM
007410         THRU 2200-AGE-ITEM-EXIT.
007420     ADD OPI-OPEN-AMOUNT
007430         TO WS-GRD-BAL(WS-CUST-GRD-SUB, WS-BUCKET-SUB).
007440     ADD 1 TO WS-ITEMS-PROVIDED.
007450 2000-PROVIDE-ITEM-NEXT.
007460     PERFORM 8000-READ-OPEN-ITEM
007470         THRU 8000-READ-OPEN-ITEM-EXIT.
007480 2000-PROVIDE-ITEM-EXIT.
007490     EXIT.
007500
007510*****************************************************************
007520*    2100-CLASSIFY-CUSTOMER                                     *
007530*    AN ACCOUNT IS WITH THE AGENCY WHEN COLPLC01 HAS PUT IT ON  *
007540*    COLLECTIONS HOLD (REASON CA) OR, FOR ONE ALREADY ON        *
007550*    ANOTHER HOLD, ON COLLECTIONS CASH IN ADVANCE.  THE GRADE   *
007560*    TAKES ITS OWN MATRIX ROW, OR THE '*' ROW.                  *
007570*****************************************************************
007580 2100-CLASSIFY-CUSTOMER.
007590     MOVE OPI-CUST-ID TO WS-LAST-CUST-ID.
007600     MOVE 'N' TO WS-CUST-FOUND-SW.
007610     MOVE 'N' TO WS-CUST-AGENCY-SW.
007620     MOVE 'N' TO WS-CUST-PLAN-SW.
007630     MOVE 0   TO WS-CUST-GRD-SUB.
007640     MOVE OPI-CUST-ID TO CUST-ID.
007650     READ CUSTOMER-MASTER-FILE
007660         INVALID KEY
007670             GO TO 2100-CLASSIFY-CUSTOMER-EXIT
007680     END-READ.
007690     MOVE 'Y' TO WS-CUST-FOUND-SW.
007700
007710     IF (CUST-ON-HOLD AND CUST-HOLD-REASON = 'CA')
007720             OR CUST-CIA-COLLECTIONS
007730         MOVE 'Y' TO WS-CUST-AGENCY-SW
007740     END-IF.
007750     PERFORM 2110-FIND-PLAN
007760         THRU 2110-FIND-PLAN-EXIT
007770         VARYING WS-PLN-SUB FROM 1 BY 1
007780         UNTIL WS-PLN-SUB > WS-PLN-COUNT OR WS-CUST-ON-PLAN.
007790
007800     MOVE CUST-RISK-GRADE TO WS-CUST-GRADE.
007810     PERFORM 2120-FIND-GRADE
007820         THRU 2120-FIND-GRADE-EXIT
007830         VARYING WS-GRD-SUB FROM 1 BY 1
007840         UNTIL WS-GRD-SUB > WS-GRD-COUNT OR WS-CUST-GRD-SUB > 0.
007850     IF WS-CUST-GRD-SUB = 0
007860         MOVE WS-DEFAULT-GRD-SUB TO WS-CUST-GRD-SUB
007870     END-IF.
007880 2100-CLASSIFY-CUSTOMER-EXIT.
007890     EXIT.
007900
007910*****************************************************************
007920*    2110-FIND-PLAN                                             *
007930*****************************************************************
007940 2110-FIND-PLAN.
007950     IF WS-PLN-CUST(WS-PLN-SUB) = CUST-ID
007960         MOVE 'Y' TO WS-CUST-PLAN-SW
007970     END-IF.
007980 2110-FIND-PLAN-EXIT.
007990     EXIT.
008000
008010*****************************************************************
008020*    2120-FIND-GRADE                                            *
008030*    THE '*' ROW IS NEVER MATCHED BY GRADE - ONLY TAKEN AS THE  *
008040*    FALLBACK.                                                  *
008050*****************************************************************
008060 2120-FIND-GRADE.
008070     IF WS-GRD-GRADE(WS-GRD-SUB) = WS-CUST-GRADE
008080             AND WS-CUST-GRADE NOT = '*'
008090         MOVE WS-GRD-SUB TO WS-CUST-GRD-SUB
008100     END-IF.
008110 2120-FIND-GRADE-EXIT.
008120     EXIT.
008130
008140*****************************************************************
008150*    2200-AGE-ITEM                                              *
008160*    30/360 AGE OF THE ITEM PAST ITS DUE DATE (ITS ORDER DATE   *
008170*    WHEN IT HAS NONE) AT THE AS-AT DATE, IN THE SAME BUCKETS   *
008180*    AS THE AGING REPORT.                                       *
008190*****************************************************************
008200 2200-AGE-ITEM.
008210     IF OPI-DUE-DATE > 0
008220         MOVE OPI-DUE-DATE TO WS-ITEM-DATE
008230     ELSE
008240         MOVE OPI-ORDER-DATE TO WS-ITEM-DATE
008250     END-IF.
008260     COMPUTE WS-AGE-DAYS
008270         = (WS-CYCLE-YYYY - WS-ITEM-YYYY) * 360
008280         + (WS-CYCLE-MM - WS-ITEM-MM) * 30
008290         + (WS-CYCLE-DD - WS-ITEM-DD).
008300     EVALUATE TRUE
008310         WHEN WS-AGE-DAYS < 30
008320             MOVE 1 TO WS-BUCKET-SUB
008330         WHEN WS-AGE-DAYS < 60
008340             MOVE 2 TO WS-BUCKET-SUB
008350         WHEN WS-AGE-DAYS < 90
008360             MOVE 3 TO WS-BUCKET-SUB
008370         WHEN OTHER
008380             MOVE 4 TO WS-BUCKET-SUB
008390     END-EVALUATE.
008400 2200-AGE-ITEM-EXIT.
008410     EXIT.
008420
008430*****************************************************************
008440*    2900-REJECT-ITEM                                           *
008450*    AN ITEM THAT CANNOT BE RATED IS LEFT OUT OF THE ALLOWANCE  *
008460*    AND LISTED AHEAD OF THE SCHEDULE, AND THE STEP ENDS RC 4.  *
008470*****************************************************************
008480 2900-REJECT-ITEM.
008490     ADD 1 TO WS-ITEMS-REJECTED.
008500     IF WS-ITEMS-REJECTED = 1
008510         MOVE 'ITEMS NOT PROVIDED FOR' TO WS-SEC-TITLE
008520         WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-SECTION-LINE
008530     END-IF.
008540     MOVE OPI-ORDER-ID     TO WS-REJ-ORDER-ID.
008550     MOVE OPI-CUST-ID      TO WS-REJ-CUST-ID.
008560     MOVE OPI-OPEN-AMOUNT  TO WS-REJ-AMOUNT.
008570     MOVE WS-REJECT-REASON TO WS-REJ-REASON.
008580     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-REJECT-LINE.
008590 2900-REJECT-ITEM-EXIT.
008600     EXIT.
008610
008620*****************************************************************
008630*    3000-COMPUTE-ALLOWANCE                                     *
008640*    EACH CELL'S RESERVE IS ITS BALANCE AT THE CELL'S RATE,     *
008650*    ROUNDED ONCE ON THE CELL RATHER THAN ITEM BY ITEM.  THE    *
008660*    TRUE-UP IS THE REQUIRED ALLOWANCE LESS THE ONE BOOKED.     *
008670*****************************************************************
008680 3000-COMPUTE-ALLOWANCE.
008690     MOVE ZEROS TO WS-BKT-TOTALS.
008700     PERFORM 3010-RESERVE-CELL
008710         THRU 3010-RESERVE-CELL-EXIT
008720         VARYING WS-GRD-SUB FROM 1 BY 1
008730             UNTIL WS-GRD-SUB > WS-GRD-COUNT
008740         AFTER WS-BUCKET-SUB FROM 1 BY 1
008750             UNTIL WS-BUCKET-SUB > 4.
008760     PERFORM 3020-RESERVE-SPECIAL
008770         THRU 3020-RESERVE-SPECIAL-EXIT
008780         VARYING WS-SPC-SUB FROM 1 BY 1
008790         UNTIL WS-SPC-SUB > 3.
008800     COMPUTE WS-TRUE-UP = WS-REQUIRED - WS-PRIOR.
008810 3000-COMPUTE-ALLOWANCE-EXIT.
008820     EXIT.
008830
008840*****************************************************************
008850*    3010-RESERVE-CELL                                          *
008860*****************************************************************
008870 3010-RESERVE-CELL.
008880     COMPUTE WS-GRD-RSV(WS-GRD-SUB, WS-BUCKET-SUB) ROUNDED
008890         = WS-GRD-BAL(WS-GRD-SUB, WS-BUCKET-SUB)
008900         * WS-GRD-PCT(WS-GRD-SUB, WS-BUCKET-SUB) / 100.
008910     ADD WS-GRD-BAL(WS-GRD-SUB, WS-BUCKET-SUB)
008920         TO WS-GRD-BAL-TOTAL(WS-GRD-SUB)
008930            WS-BKT-BAL(WS-BUCKET-SUB)
008940            WS-MATRIX-BAL.
008950     ADD WS-GRD-RSV(WS-GRD-SUB, WS-BUCKET-SUB)
008960         TO WS-GRD-RSV-TOTAL(WS-GRD-SUB)
008970            WS-BKT-RSV(WS-BUCKET-SUB)
008980            WS-MATRIX-RSV
008990            WS-REQUIRED.
009000 3010-RESERVE-CELL-EXIT.
009010     EXIT.
009020
009030*****************************************************************
009040*    3020-RESERVE-SPECIAL                                       *
009050*****************************************************************
009060 3020-RESERVE-SPECIAL.
009070     COMPUTE WS-SPC-RSV(WS-SPC-SUB) ROUNDED
009080         = WS-SPC-BAL(WS-SPC-SUB) * WS-SPC-PCT(WS-SPC-SUB) / 100.
009090     ADD WS-SPC-RSV(WS-SPC-SUB) TO WS-REQUIRED.
009100 3020-RESERVE-SPECIAL-EXIT.
009110     EXIT.
009120
009130*****************************************************************
009140*    3100-WRITE-TRUE-UP                                         *
009150*    A RISE IN THE ALLOWANCE IS EXPENSED (DR BDEXP, CR          *
009160*    ARALLOW); A FALL RELEASES IT (SIDES REVERSED).  THE        *
009170*    REFERENCE IS ALW AND THE YEAR AND MONTH.                   *
009180*****************************************************************
009190 3100-WRITE-TRUE-UP.
009200     IF WS-TRUE-UP = 0
009210         GO TO 3100-WRITE-TRUE-UP-EXIT
009220     END-IF.
009230     IF WS-TRUE-UP > 0
009240         MOVE WS-TRUE-UP           TO WS-GLJ-ABS-AMOUNT
009250         MOVE WS-EXPENSE-ACCOUNT   TO WS-GLJ-DR-ACCOUNT
009260         MOVE WS-ALLOWANCE-ACCOUNT TO WS-GLJ-CR-ACCOUNT
009270     ELSE
009280         COMPUTE WS-GLJ-ABS-AMOUNT = 0 - WS-TRUE-UP
009290         MOVE WS-ALLOWANCE-ACCOUNT TO WS-GLJ-DR-ACCOUNT
009300         MOVE WS-EXPENSE-ACCOUNT   TO WS-GLJ-CR-ACCOUNT
009310     END-IF.
009320     MOVE SPACES TO WS-GLJ-REFERENCE.
009330     STRING 'ALW' WS-CYCLE-DATE(1:6)
009340         DELIMITED BY SIZE INTO WS-GLJ-REFERENCE.
009350     MOVE 'BADALW01'        TO GLJ-SOURCE-PGM.
009360     MOVE WS-CYCLE-DATE     TO GLJ-TRAN-DATE.
009370     MOVE WS-GLJ-REFERENCE  TO GLJ-REFERENCE.
009380     MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT.
009390
009400     MOVE WS-GLJ-DR-ACCOUNT TO GLJ-ACCOUNT.
009410     MOVE 'D'               TO GLJ-DEBIT-CREDIT.
009420     WRITE GL-JOURNAL-REC.
009430
009440     MOVE WS-GLJ-CR-ACCOUNT TO GLJ-ACCOUNT.
009450     MOVE 'C'               TO GLJ-DEBIT-CREDIT.
009460     WRITE GL-JOURNAL-REC.
009470 3100-WRITE-TRUE-UP-EXIT.
009480     EXIT.
009490
009500*****************************************************************
009510*    3200-WRITE-HISTORY                                         *
009520*    EVERY RUN ADDS ITS RECORD, TRUE-UP OR NOT, SO THE LAST ONE *
009530*    ALWAYS HOLDS THE ALLOWANCE ON THE LEDGER.                  *
009540*****************************************************************
009550 3200-WRITE-HISTORY.
009560     OPEN EXTEND ALLOWANCE-HIST-FILE.
009570     IF WS-ALH-NOT-FOUND
009580         OPEN OUTPUT ALLOWANCE-HIST-FILE
009590     END-IF.
009600     IF NOT WS-ALH-OK
009610         DISPLAY 'BADALW01: ALLOWANCE HISTORY NOT WRITTEN '
009620             WS-ALH-FILE-STATUS
009630         MOVE 8 TO RETURN-CODE
009640         GO TO 3200-WRITE-HISTORY-EXIT
009650     END-IF.
009660     MOVE SPACES            TO ALLOWANCE-HIST-REC.
009670     MOVE WS-CYCLE-DATE     TO ALH-RUN-DATE.
009680     MOVE WS-CYCLE-NUMBER   TO ALH-CYCLE-NUMBER.
009690     MOVE WS-REQUIRED       TO ALH-REQUIRED.
009700     MOVE WS-PRIOR          TO ALH-PRIOR.
009710     MOVE WS-TRUE-UP        TO ALH-TRUE-UP.
009720     MOVE WS-ITEMS-PROVIDED TO ALH-ITEM-COUNT.
009730     WRITE ALLOWANCE-HIST-REC.
009740     CLOSE ALLOWANCE-HIST-FILE.
009750 3200-WRITE-HISTORY-EXIT.
009760     EXIT.
009770
009780*****************************************************************
009790*    4000-PRINT-SCHEDULE                                        *
009800*    THE SUPPORTING SCHEDULE - FOR EACH GRADE THE BALANCE IN    *
009810*    EACH BUCKET, THE RATE AND THE RESERVE, THEN THE SPECIAL    *
009820*    CLASSES AND THE TRUE-UP.                                   *
009830*****************************************************************
009840 4000-PRINT-SCHEDULE.
009850     MOVE SPACES TO ALLOWANCE-SCHEDULE-LINE.
009860     WRITE ALLOWANCE-SCHEDULE-LINE.
009870     MOVE 'RESERVE BY AGING BUCKET AND RISK GRADE'
009880         TO WS-SEC-TITLE.
009890     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-SECTION-LINE.
009900     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-COLUMN-LINE.
009910     PERFORM 4100-PRINT-GRADE
009920         THRU 4100-PRINT-GRADE-EXIT
009930         VARYING WS-GRD-SUB FROM 1 BY 1
009940         UNTIL WS-GRD-SUB > WS-GRD-COUNT.
009950
009960     MOVE 'ALL GRADES' TO WS-MTX-LABEL.
009970     PERFORM 4120-MOVE-BUCKET-TOTAL-BAL
009980         THRU 4120-MOVE-BUCKET-TOTAL-BAL-EXIT
009990         VARYING WS-BUCKET-SUB FROM 1 BY 1
010000         UNTIL WS-BUCKET-SUB > 4.
010010     MOVE WS-MATRIX-BAL TO WS-MTX-AMOUNT(5).
010020     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-MATRIX-LINE.
010030     MOVE '  RESERVE' TO WS-MTX-LABEL.
010040     PERFORM 4130-MOVE-BUCKET-TOTAL-RSV
010050         THRU 4130-MOVE-BUCKET-TOTAL-RSV-EXIT
010060         VARYING WS-BUCKET-SUB FROM 1 BY 1
010070         UNTIL WS-BUCKET-SUB > 4.
010080     MOVE WS-MATRIX-RSV TO WS-MTX-AMOUNT(5).
010090     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-MATRIX-LINE.
010100
010110     MOVE SPACES TO ALLOWANCE-SCHEDULE-LINE.
010120     WRITE ALLOWANCE-SCHEDULE-LINE.
010130     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-SPECIAL-COLUMN-LINE.
010140     PERFORM 4200-PRINT-SPECIAL
010150         THRU 4200-PRINT-SPECIAL-EXIT
010160         VARYING WS-SPC-SUB FROM 1 BY 1
010170         UNTIL WS-SPC-SUB > 3.
010180
010190     MOVE SPACES TO ALLOWANCE-SCHEDULE-LINE.
010200     WRITE ALLOWANCE-SCHEDULE-LINE.
010210     MOVE SPACES TO WS-VAL-NOTE.
010220     MOVE 'REQUIRED ALLOWANCE' TO WS-VAL-TITLE.
010230     MOVE WS-REQUIRED TO WS-VAL-AMOUNT.
010240     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-VALUE-LINE.
010250     MOVE 'ALLOWANCE BOOKED BEFORE RUN' TO WS-VAL-TITLE.
010260     MOVE WS-PRIOR TO WS-VAL-AMOUNT.
010270     IF WS-RERUN
010280         MOVE 'RERUN - BOOKED EARLIER THIS CYCLE'
010290             TO WS-VAL-NOTE
010300     END-IF.
010310     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-VALUE-LINE.
010320     MOVE 'TRUE-UP JOURNALLED' TO WS-VAL-TITLE.
010330     MOVE WS-TRUE-UP TO WS-VAL-AMOUNT.
010340     MOVE SPACES TO WS-VAL-NOTE.
010350     EVALUATE TRUE
010360         WHEN WS-TRUE-UP > 0
010370             STRING 'DR ' WS-EXPENSE-ACCOUNT
010380                 ' CR ' WS-ALLOWANCE-ACCOUNT
010390                 DELIMITED BY SIZE INTO WS-VAL-NOTE
010400         WHEN WS-TRUE-UP < 0
010410             STRING 'DR ' WS-ALLOWANCE-ACCOUNT
010420                 ' CR ' WS-EXPENSE-ACCOUNT
010430                 DELIMITED BY SIZE INTO WS-VAL-NOTE
010440         WHEN OTHER
010450             MOVE 'NO ENTRY NEEDED' TO WS-VAL-NOTE
010460     END-EVALUATE.
010470     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-VALUE-LINE.
010480
010490     MOVE SPACES TO ALLOWANCE-SCHEDULE-LINE.
010500     WRITE ALLOWANCE-SCHEDULE-LINE.
010510     MOVE 'OPEN ITEMS READ' TO WS-CNT-TITLE.
010520     MOVE WS-ITEMS-READ TO WS-CNT-VALUE.
010530     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-COUNT-LINE.
010540     MOVE 'ITEMS PROVIDED FOR' TO WS-CNT-TITLE.
010550     MOVE WS-ITEMS-PROVIDED TO WS-CNT-VALUE.
010560     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-COUNT-LINE.
010570     MOVE 'ITEMS NOT PROVIDED FOR' TO WS-CNT-TITLE.
010580     MOVE WS-ITEMS-REJECTED TO WS-CNT-VALUE.
010590     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-COUNT-LINE.
010600     MOVE 'UNAPPLIED CREDITS NOT NETTED' TO WS-CNT-TITLE.
010610     MOVE WS-CREDITS-SKIPPED TO WS-CNT-VALUE.
010620     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-COUNT-LINE.
010630 4000-PRINT-SCHEDULE-EXIT.
010640     EXIT.
010650
010660*****************************************************************
010670*    4100-PRINT-GRADE                                           *
010680*    THREE LINES A GRADE - BALANCE, RATE, RESERVE.              *
010690*****************************************************************
010700 4100-PRINT-GRADE.
010710     MOVE SPACES TO WS-MTX-LABEL.
010720     IF WS-GRD-GRADE(WS-GRD-SUB) = '*'
010730         MOVE 'OTHER' TO WS-MTX-LABEL
010740     ELSE
010750         STRING 'GRADE ' WS-GRD-GRADE(WS-GRD-SUB)
010760             DELIMITED BY SIZE INTO WS-MTX-LABEL
010770     END-IF.
010780     PERFORM 4110-MOVE-GRADE-BAL
010790         THRU 4110-MOVE-GRADE-BAL-EXIT
010800         VARYING WS-BUCKET-SUB FROM 1 BY 1
010810         UNTIL WS-BUCKET-SUB > 4.
010820     MOVE WS-GRD-BAL-TOTAL(WS-GRD-SUB) TO WS-MTX-AMOUNT(5).
010830     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-MATRIX-LINE.
010840
010850     MOVE SPACES TO WS-RATE-LINE.
010860     MOVE '  RATE %' TO WS-RTE-LABEL.
010870     PERFORM 4115-MOVE-GRADE-RATE
010880         THRU 4115-MOVE-GRADE-RATE-EXIT
010890         VARYING WS-BUCKET-SUB FROM 1 BY 1
010900         UNTIL WS-BUCKET-SUB > 4.
010910     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-RATE-LINE.
010920
010930     MOVE '  RESERVE' TO WS-MTX-LABEL.
010940     PERFORM 4118-MOVE-GRADE-RSV
010950         THRU 4118-MOVE-GRADE-RSV-EXIT
010960         VARYING WS-BUCKET-SUB FROM 1 BY 1
010970         UNTIL WS-BUCKET-SUB > 4.
010980     MOVE WS-GRD-RSV-TOTAL(WS-GRD-SUB) TO WS-MTX-AMOUNT(5).
010990     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-MATRIX-LINE.
011000 4100-PRINT-GRADE-EXIT.
011010     EXIT.
011020
011030*****************************************************************
011040*    4110-MOVE-GRADE-BAL                                        *
011050*****************************************************************
011060 4110-MOVE-GRADE-BAL.
011070     MOVE WS-GRD-BAL(WS-GRD-SUB, WS-BUCKET-SUB)
011080         TO WS-MTX-AMOUNT(WS-BUCKET-SUB).
011090 4110-MOVE-GRADE-BAL-EXIT.
011100     EXIT.
011110
011120*****************************************************************
011130*    4115-MOVE-GRADE-RATE                                       *
011140*****************************************************************
011150 4115-MOVE-GRADE-RATE.
011160     MOVE WS-GRD-PCT(WS-GRD-SUB, WS-BUCKET-SUB)
011170         TO WS-RTE-PCT(WS-BUCKET-SUB).
011180 4115-MOVE-GRADE-RATE-EXIT.
011190     EXIT.
011200
011210*****************************************************************
011220*    4118-MOVE-GRADE-RSV                                        *
011230*****************************************************************
011240 4118-MOVE-GRADE-RSV.
011250     MOVE WS-GRD-RSV(WS-GRD-SUB, WS-BUCKET-SUB)
011260         TO WS-MTX-AMOUNT(WS-BUCKET-SUB).
011270 4118-MOVE-GRADE-RSV-EXIT.
011280     EXIT.
011290
011300*****************************************************************
011310*    4120-MOVE-BUCKET-TOTAL-BAL                                 *
011320*****************************************************************
011330 4120-MOVE-BUCKET-TOTAL-BAL.
011340     MOVE WS-BKT-BAL(WS-BUCKET-SUB)
011350         TO WS-MTX-AMOUNT(WS-BUCKET-SUB).
011360 4120-MOVE-BUCKET-TOTAL-BAL-EXIT.
011370     EXIT.
011380
011390*****************************************************************
011400*    4130-MOVE-BUCKET-TOTAL-RSV                                 *
011410*****************************************************************
011420 4130-MOVE-BUCKET-TOTAL-RSV.
011430     MOVE WS-BKT-RSV(WS-BUCKET-SUB)
011440         TO WS-MTX-AMOUNT(WS-BUCKET-SUB).
011450 4130-MOVE-BUCKET-TOTAL-RSV-EXIT.
011460     EXIT.
011470
011480*****************************************************************
011490*    4200-PRINT-SPECIAL                                         *
011500*****************************************************************
011510 4200-PRINT-SPECIAL.
011520     MOVE WS-SPC-NAME(WS-SPC-SUB) TO WS-SPL-NAME.
011530     MOVE WS-SPC-BAL(WS-SPC-SUB)  TO WS-SPL-BALANCE.
011540     MOVE WS-SPC-PCT(WS-SPC-SUB)  TO WS-SPL-PCT.
011550     MOVE WS-SPC-RSV(WS-SPC-SUB)  TO WS-SPL-RESERVE.
011560     WRITE ALLOWANCE-SCHEDULE-LINE FROM WS-SPECIAL-LINE.
011570 4200-PRINT-SPECIAL-EXIT.
011580     EXIT.
011590
011600*****************************************************************
011610*    8000-READ-OPEN-ITEM                                        *
011620*****************************************************************
011630 8000-READ-OPEN-ITEM.
011640     READ OPEN-ITEM-FILE NEXT RECORD
011650         AT END
011660             MOVE '10' TO WS-OPI-FILE-STATUS
011670     END-READ.
011680 8000-READ-OPEN-ITEM-EXIT.
011690     EXIT.
011700
011710*****************************************************************
011720*    9999-TERMINATE                                             *
011730*****************************************************************
011740 9999-TERMINATE.
011750     CLOSE CUSTOMER-MASTER-FILE.
011760     CLOSE OPEN-ITEM-FILE.
011770     CLOSE GL-JOURNAL-FILE.
011780     CLOSE ALLOWANCE-SCHEDULE-RPT.
011790 9999-TERMINATE-EXIT.
011800     EXIT.
011810
011820*****************************************************************
011830*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
011840*****************************************************************
011850     COPY STPPROC.
