000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REBACR01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - VOLUME-REBATE ACCRUAL AND YEAR-  *
000100*                    END SETTLEMENT.  RUN MONTHLY.  EACH         *
000110*                    AGREEMENT ON THE REBATE-AGREEMENT FILE      *
000120*                    (REBAGR.CPY) IS MEASURED AGAINST SALES      *
000130*                    HISTORY FOR ITS AGREEMENT YEAR TO THE RUN   *
000140*                    DATE - ONE CUSTOMER, OR A PARENT AND EVERY  *
000150*                    MEMBER WHOSE CUST-PARENT-ID NAMES IT.  THE  *
000160*                    HIGHEST TIER REACHED SETS THE PER CENT      *
000170*                    EARNED ON THE WHOLE VOLUME.  THE MOVEMENT   *
000180*                    IN THE EARNED REBATE SINCE THE LAST RUN IS  *
000190*                    JOURNALLED DR REBEXP / CR REBACCR (SIDES    *
000200*                    REVERSED IF IT FELL), AND THE ACCRUAL FILE  *
000210*                    (REBACC.CPY) REMEMBERS WHAT IS BOOKED, SO   *
000220*                    A RERUN IN THE SAME MONTH JOURNALS NOTHING  *
000230*                    NEW.  ONCE THE RUN DATE REACHES THE         *
000240*                    AGREEMENT'S YEAR END THE REBATE IS SETTLED  *
000250*                    AS A TYPE-'B' CREDIT ORDER FOR ORDPOST1 TO  *
000260*                    POST ON ACCOUNT - ITS DR REBACCR / CR AR    *
000270*                    PAIR REVERSES THE ACCRUAL - AND THE YEAR    *
000280*                    IS MARKED SETTLED.  A PROGRESS STATEMENT    *
000290*                    GOES TO EACH PARTY SHOWING VOLUME, TIER,    *
000300*                    REBATE EARNED AND WHAT IS STILL NEEDED FOR  *
000310*                    THE NEXT TIER.                              *
000312*    2026-10-15  PD  A KIT COMPONENT'S SALES-HISTORY ROW IS      *
000314*                    SKIPPED - ITS REVENUE IS ALREADY IN THE     *
000316*                    VOLUME ON ITS KIT'S ROW.                    *
000318*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000320*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000322*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000324*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000326*                    CAN CERTIFY THE MONTH-END.                  *
000328*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PARM-FILE-STATUS.
000390
000400     SELECT CURRENCY-CONTROL-FILE ASSIGN TO CURCTL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CCY-FILE-STATUS.
000430
000440     SELECT REBATE-AGREEMENT-FILE ASSIGN TO REBAGR
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RBA-FILE-STATUS.
000470
000480     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SLH-FILE-STATUS.
000510
000520     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS CUST-ID
000560         FILE STATUS IS WS-CUST-FILE-STATUS.
000570
000580     SELECT REBATE-ACCRUAL-FILE ASSIGN TO REBACC
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS RAC-KEY
000620         FILE STATUS IS WS-RAC-FILE-STATUS.
000630
000640     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-GLJ-FILE-STATUS.
000670
000680     SELECT REBATE-ORDER-FILE ASSIGN TO REBORD
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ORD-FILE-STATUS.
000710
000720     SELECT REBATE-SEQ-FILE ASSIGN TO REBSEQ
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RSQ-FILE-STATUS.
000750
000760     SELECT ACCRUAL-REGISTER-RPT ASSIGN TO REBREGRP
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RPT-FILE-STATUS.
000790
000800     SELECT REBATE-STATEMENT-RPT ASSIGN TO REBSTMRP
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-STM-FILE-STATUS.
000821
000822     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000823         ORGANIZATION IS LINE SEQUENTIAL
000824         FILE STATUS IS WS-STP-FILE-STATUS.
000825
000826     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000827         ORGANIZATION IS LINE SEQUENTIAL
000828         FILE STATUS IS WS-MRC-FILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CONTROL-CARD-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY PARMCARD.
000890
000900 FD  CURRENCY-CONTROL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CURCTL.
000930
000940 FD  REBATE-AGREEMENT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY REBAGR.
000970
000980 FD  SALES-HISTORY-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY SLSHIST.
001010
001020 FD  CUSTOMER-MASTER-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY CUSTMAST.
001050
001060 FD  REBATE-ACCRUAL-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY REBACC.
001090
001100 FD  GL-JOURNAL-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY GLJRNL.
001130
001140 FD  REBATE-ORDER-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY ORDPOST.
001170
001180*****************************************************************
001190*    THE HIGH-WATER SETTLEMENT ORDER SEQUENCE, CARRIED ACROSS   *
001200*    RUNS SO A REBATE ORDER ID IS NEVER ISSUED TWICE.           *
001210*****************************************************************
001220 FD  REBATE-SEQ-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  REBATE-SEQ-REC.
001250     05  RSQ-LAST-SEQUENCE        PIC 9(05).
001260
001270 FD  ACCRUAL-REGISTER-RPT
001280     LABEL RECORDS ARE STANDARD.
001290     01  ACCRUAL-REGISTER-LINE    PIC X(80).
001300
001310 FD  REBATE-STATEMENT-RPT
001320     LABEL RECORDS ARE STANDARD.
001330     01  REBATE-STATEMENT-LINE    PIC X(80).
001331
001332 FD  STEP-LOG-FILE
001333     LABEL RECORDS ARE STANDARD.
001334     COPY STEPLOG.
001335
001336 FD  STEP-RUN-CONTROL-FILE
001337     LABEL RECORDS ARE STANDARD.
001338     COPY RUNCTL
001339         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001340
001350 WORKING-STORAGE SECTION.
001360     01  WS-PARM-FILE-STATUS      PIC X(02).
001370         88  WS-PARM-OK           VALUE '00'.
001380     01  WS-CCY-FILE-STATUS       PIC X(02).
001390         88  WS-CCY-OK            VALUE '00'.
001400     01  WS-RBA-FILE-STATUS       PIC X(02).
001410         88  WS-RBA-OK            VALUE '00'.
001420         88  WS-RBA-EOF           VALUE '10'.
001430     01  WS-SLH-FILE-STATUS       PIC X(02).
001440         88  WS-SLH-OK            VALUE '00'.
001450         88  WS-SLH-EOF           VALUE '10'.
001460     01  WS-CUST-FILE-STATUS      PIC X(02).
001470         88  WS-CUST-OK           VALUE '00'.
001480     01  WS-RAC-FILE-STATUS       PIC X(02).
001490         88  WS-RAC-OK            VALUE '00'.
001500     01  WS-GLJ-FILE-STATUS       PIC X(02).
001510         88  WS-GLJ-OK            VALUE '00'.
001520     01  WS-ORD-FILE-STATUS       PIC X(02).
001530         88  WS-ORD-OK            VALUE '00'.
001540     01  WS-RSQ-FILE-STATUS       PIC X(02).
001550         88  WS-RSQ-OK            VALUE '00'.
001560     01  WS-RPT-FILE-STATUS       PIC X(02).
001570         88  WS-RPT-OK            VALUE '00'.
001580     01  WS-STM-FILE-STATUS       PIC X(02).
001590         88  WS-STM-OK            VALUE '00'.
001600
001610     01  WS-CUST-OPEN-SW          PIC X(01) VALUE 'N'.
001620         88  WS-CUST-OPEN         VALUE 'Y'.
001630     01  WS-RAC-OPEN-SW           PIC X(01) VALUE 'N'.
001640         88  WS-RAC-OPEN          VALUE 'Y'.
001650     01  WS-FAMILY-NEEDED-SW      PIC X(01) VALUE 'N'.
001660         88  WS-FAMILY-NEEDED     VALUE 'Y'.
001670     01  WS-RAC-NEW-SW            PIC X(01).
001680         88  WS-RAC-NEW           VALUE 'Y'.
001690
001700     01  WS-AS-OF-DATE            PIC 9(08).
001710     01  WS-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
001720     01  WS-ORDER-SEQ             PIC 9(05) VALUE 0.
001722*    REBATE CREDITS ARE NUMBERED IN THEIR OWN ORDER-ID SERIES -
001724*    GDSRCV01 USES 'B' AND FINCHG01 'F', AND A SHARED ID WOULD BE
001726*    REJECTED BY POSTING AS ALREADY POSTED.
001728     01  WS-ORDER-PREFIX          PIC X(01) VALUE 'V'.
001730
001740*****************************************************************
001750*    AGREEMENTS WHOSE YEAR HAS STARTED BY THE RUN DATE, WITH    *
001760*    THE VOLUME GATHERED FOR EACH FROM SALES HISTORY.           *
001770*****************************************************************
001780     01  WS-AGR-COUNT             PIC 9(03) COMP VALUE 0.
001790     01  WS-MAX-AGR-ROWS          PIC 9(03) COMP VALUE 200.
001800     01  WS-AGR-TABLE.
001810         05  WS-AGR-ROW OCCURS 200 TIMES.
001820             10  WS-AGR-ID        PIC X(06).
001830             10  WS-AGR-SCOPE     PIC X(01).
001840             10  WS-AGR-PARTY-ID  PIC X(05).
001850             10  WS-AGR-START     PIC 9(08).
001860             10  WS-AGR-END       PIC 9(08).
001870             10  WS-AGR-TIER-TABLE.
001880                 15  WS-AGR-TIER OCCURS 3 TIMES.
001890                     20  WS-AGR-THRESHOLD
001900                                  PIC 9(09)V9(02).
001910                     20  WS-AGR-PCT
001920                                  PIC 9(02)V9(02).
001930             10  WS-AGR-VOLUME    PIC S9(09)V9(02) COMP-3.
001940     01  WS-AGR-SUB               PIC 9(03) COMP.
001950     01  WS-TIER-SUB              PIC 9(01) COMP.
001960
001970*****************************************************************
001980*    THE PARENT OF THE CUSTOMER ON THE CURRENT SALES LINE,      *
001990*    READ ONCE PER CHANGE OF CUSTOMER.                          *
002000*****************************************************************
002010     01  WS-LAST-CUST-ID          PIC X(05) VALUE HIGH-VALUES.
002020     01  WS-LAST-PARENT-ID        PIC X(05) VALUE SPACES.
002030
002040*****************************************************************
002050*    ONE AGREEMENT'S POSITION                                   *
002060*****************************************************************
002070     01  WS-TIER-REACHED          PIC 9(01) COMP.
002080     01  WS-TIER-PCT              PIC 9(02)V9(02).
002090     01  WS-NEXT-THRESHOLD        PIC 9(09)V9(02).
002100     01  WS-SHORTFALL             PIC S9(09)V9(02).
002110     01  WS-EARNED                PIC S9(09)V9(02).
002120     01  WS-MOVEMENT              PIC S9(09)V9(02).
002130     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
002140     01  WS-GLJ-DR-ACCOUNT        PIC X(08).
002150     01  WS-GLJ-CR-ACCOUNT        PIC X(08).
002160     01  WS-DISPOSITION           PIC X(20).
002170
002180*****************************************************************
002190*    CONTROL TOTALS                                             *
002200*****************************************************************
002210     01  WS-TOTALS.
002220         05  WS-AGR-READ-COUNT    PIC 9(07) COMP VALUE 0.
002230         05  WS-AGR-SKIP-COUNT    PIC 9(07) COMP VALUE 0.
002240         05  WS-SLH-READ-COUNT    PIC 9(07) COMP VALUE 0.
002250         05  WS-ACCRUED-COUNT     PIC 9(07) COMP VALUE 0.
002260         05  WS-SETTLED-COUNT     PIC 9(07) COMP VALUE 0.
002270         05  WS-NO-PARTY-COUNT    PIC 9(07) COMP VALUE 0.
002280         05  WS-GL-DEBIT-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE 0.
002290         05  WS-GL-CREDIT-TOTAL   PIC S9(11)V9(2) COMP-3 VALUE 0.
002300         05  WS-TOTAL-MOVEMENT    PIC S9(11)V9(2) COMP-3 VALUE 0.
002310         05  WS-TOTAL-SETTLED     PIC S9(11)V9(2) COMP-3 VALUE 0.
002320
002330*****************************************************************
002340*    ACCRUAL REGISTER LINE LAYOUTS                              *
002350*****************************************************************
002360     01  WS-REG-HEADING-LINE.
002370         05  FILLER               PIC X(40) VALUE
002380             'REBACR01 - VOLUME-REBATE ACCRUAL AS OF'.
002390         05  WS-HDG-AS-OF         PIC 9(08).
002400         05  FILLER               PIC X(32) VALUE SPACES.
002410
002420     01  WS-REG-COLUMN-LINE.
002430         05  FILLER               PIC X(40) VALUE
002440             'AGREE  PARTY        VOLUME T      EARNED'.
002450         05  FILLER               PIC X(40) VALUE
002460             '    MOVEMENT  DISPOSITION'.
002470
002480     01  WS-REG-DETAIL-LINE.
002490         05  WS-REG-AGR-ID        PIC X(06).
002500         05  FILLER               PIC X(01) VALUE SPACES.
002510         05  WS-REG-PARTY-ID      PIC X(05).
002520         05  FILLER               PIC X(01) VALUE SPACES.
002530         05  WS-REG-VOLUME        PIC ZZZ,ZZZ,ZZ9.99-.
002540         05  FILLER               PIC X(01) VALUE SPACES.
002550         05  WS-REG-TIER          PIC 9(01).
002560         05  FILLER               PIC X(01) VALUE SPACES.
002570         05  WS-REG-EARNED        PIC ZZ,ZZZ,ZZ9.99-.
002580         05  FILLER               PIC X(01) VALUE SPACES.
002590         05  WS-REG-MOVEMENT      PIC ZZ,ZZZ,ZZ9.99-.
002600         05  FILLER               PIC X(01) VALUE SPACES.
002610         05  WS-REG-DISPOSITION   PIC X(20).
002620
002630     01  WS-REG-COUNT-LINE.
002640         05  WS-REG-COUNT-TITLE   PIC X(26).
002650         05  WS-REG-COUNT-VALUE   PIC ZZZ,ZZ9.
002660         05  FILLER               PIC X(47) VALUE SPACES.
002670
002680     01  WS-REG-AMOUNT-LINE.
002690         05  WS-REG-AMOUNT-TITLE  PIC X(26).
002700         05  WS-REG-AMOUNT-VALUE  PIC ZZZ,ZZZ,ZZ9.99-.
002710         05  FILLER               PIC X(39) VALUE SPACES.
002720
002730*****************************************************************
002740*    PROGRESS STATEMENT LINE LAYOUTS                            *
002750*****************************************************************
002760     01  WS-STM-TITLE-LINE.
002770         05  FILLER               PIC X(40) VALUE
002780             'VOLUME REBATE PROGRESS STATEMENT AS OF'.
002790         05  WS-STM-AS-OF         PIC 9(08).
002800         05  FILLER               PIC X(32) VALUE SPACES.
002810
002820     01  WS-STM-PARTY-LINE.
002830         05  FILLER               PIC X(10) VALUE 'ACCOUNT  '.
002840         05  WS-STM-PARTY-ID      PIC X(05).
002850         05  FILLER               PIC X(02) VALUE SPACES.
002860         05  WS-STM-PARTY-NAME    PIC X(20).
002870         05  FILLER               PIC X(02) VALUE SPACES.
002880         05  WS-STM-SCOPE-TEXT    PIC X(25).
002890         05  FILLER               PIC X(16) VALUE SPACES.
002900
002910     01  WS-STM-YEAR-LINE.
002920         05  FILLER               PIC X(10) VALUE 'AGREEMENT'.
002930         05  WS-STM-AGR-ID        PIC X(06).
002940         05  FILLER               PIC X(08) VALUE '  YEAR  '.
002950         05  WS-STM-START         PIC 9(08).
002960         05  FILLER               PIC X(04) VALUE ' TO '.
002970         05  WS-STM-END           PIC 9(08).
002980         05  FILLER               PIC X(36) VALUE SPACES.
002990
003000     01  WS-STM-TIER-LINE.
003010         05  FILLER               PIC X(07) VALUE '  TIER'.
003020         05  WS-STM-TIER-NO       PIC 9(01).
003030         05  FILLER               PIC X(10) VALUE '  FROM   '.
003040         05  WS-STM-TIER-FROM     PIC ZZZ,ZZZ,ZZ9.99.
003050         05  FILLER               PIC X(02) VALUE SPACES.
003060         05  WS-STM-TIER-PCT      PIC Z9.99.
003070         05  FILLER               PIC X(02) VALUE ' %'.
003080         05  FILLER               PIC X(02) VALUE SPACES.
003090         05  WS-STM-TIER-MARK     PIC X(10).
003100         05  FILLER               PIC X(26) VALUE SPACES.
003110
003120     01  WS-STM-AMOUNT-LINE.
003130         05  WS-STM-AMOUNT-TITLE  PIC X(30).
003140         05  WS-STM-AMOUNT-VALUE  PIC ZZZ,ZZZ,ZZ9.99-.
003150         05  FILLER               PIC X(35) VALUE SPACES.
003160
003170     01  WS-STM-TEXT-LINE.
003180         05  FILLER               PIC X(02) VALUE SPACES.
003190         05  WS-STM-TEXT          PIC X(60).
003200         05  FILLER               PIC X(18) VALUE SPACES.
003203
003206     COPY STPWORK.
003210
003220 PROCEDURE DIVISION.
003230*****************************************************************
003240*    0000-MAINLINE                                              *
003250*****************************************************************
003260 0000-MAINLINE.
003262     MOVE 'REBACR01' TO WS-STP-PROGRAM.
003264     PERFORM 9700-LOG-STEP-START
003266         THRU 9700-LOG-STEP-START-EXIT.
003268
003270     PERFORM 1000-INITIALIZE
003280         THRU 1000-INITIALIZE-EXIT.
003290
003300     IF WS-AGR-COUNT > 0
003310         PERFORM 2000-GATHER-VOLUME
003320             THRU 2000-GATHER-VOLUME-EXIT
003330             UNTIL WS-SLH-EOF
003340         PERFORM 3000-ACCRUE-AGREEMENT
003350             THRU 3000-ACCRUE-AGREEMENT-EXIT
003360             VARYING WS-AGR-SUB FROM 1 BY 1
003370             UNTIL WS-AGR-SUB > WS-AGR-COUNT
003380     END-IF.
003390
003400     PERFORM 4000-PRINT-CONTROL-TOTALS
003410         THRU 4000-PRINT-CONTROL-TOTALS-EXIT.
003420
003430     DISPLAY 'REBACR01: AGREEMENTS READ....... '
003440         WS-AGR-READ-COUNT.
003450     DISPLAY 'REBACR01: NOT YET STARTED....... '
003460         WS-AGR-SKIP-COUNT.
003470     DISPLAY 'REBACR01: SALES LINES READ...... '
003480         WS-SLH-READ-COUNT.
003490     DISPLAY 'REBACR01: AGREEMENTS ACCRUED.... '
003500         WS-ACCRUED-COUNT.
003510     DISPLAY 'REBACR01: AGREEMENTS SETTLED.... '
003520         WS-SETTLED-COUNT.
003530     DISPLAY 'REBACR01: PARTY NOT ON FILE..... '
003540         WS-NO-PARTY-COUNT.
003550
003560*    THE JOURNAL PAIRS MUST PROVE - ANYTHING ELSE IS A FAILED RUN.
003570     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
003580         DISPLAY 'REBACR01: GL JOURNAL OUT OF BALANCE'
003590         MOVE 8 TO RETURN-CODE
003600     END-IF.
003610     IF WS-NO-PARTY-COUNT > 0
003620         IF RETURN-CODE < 4
003630             MOVE 4 TO RETURN-CODE
003640         END-IF
003650     END-IF.
003660
003670     PERFORM 9999-TERMINATE
003680         THRU 9999-TERMINATE-EXIT.
003690
003691     MOVE WS-AGR-READ-COUNT  TO WS-STP-RECORDS-IN.
003692     MOVE WS-ACCRUED-COUNT   TO WS-STP-APPLIED.
003693     MOVE WS-NO-PARTY-COUNT  TO WS-STP-REJECTED.
003694     COMPUTE WS-STP-SUSPENDED = WS-AGR-READ-COUNT
003695         - WS-ACCRUED-COUNT - WS-NO-PARTY-COUNT.
003696     PERFORM 9710-LOG-STEP-END
003697         THRU 9710-LOG-STEP-END-EXIT.
003698
003700     STOP RUN.
003710
003720*****************************************************************
003730*    1000-INITIALIZE                                            *
003740*****************************************************************
003750 1000-INITIALIZE.
003760     OPEN INPUT CONTROL-CARD-FILE.
003770     IF WS-PARM-OK
003780         READ CONTROL-CARD-FILE
003790             AT END
003800                 DISPLAY 'REBACR01: NO CONTROL CARD SUPPLIED'
003810                 MOVE 0 TO PARM-RUN-DATE
003820             NOT AT END
003830                 PERFORM 9500-VALIDATE-PARM-CARD
003840                     THRU 9500-VALIDATE-PARM-CARD-EXIT
003850         END-READ
003860         CLOSE CONTROL-CARD-FILE
003870     ELSE
003880         DISPLAY 'REBACR01: OPEN CONTROL-CARD FAILED '
003890             WS-PARM-FILE-STATUS
003900         MOVE 0 TO PARM-RUN-DATE
003910     END-IF.
003920
003930     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
003940         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
003950     ELSE
003960         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
003970     END-IF.
003980
003990*    THE REBATE IS MEASURED IN THE BASE CURRENCY, SO THE
004000*    SETTLEMENT ORDER IS STATED IN IT AND ORDPOST1 CONVERTS.
004010     OPEN INPUT CURRENCY-CONTROL-FILE.
004020     IF WS-CCY-OK
004030         READ CURRENCY-CONTROL-FILE
004040             AT END
004050                 CONTINUE
004060             NOT AT END
004070                 MOVE CCY-BASE-CURRENCY TO WS-BASE-CURRENCY
004080         END-READ
004090         CLOSE CURRENCY-CONTROL-FILE
004100     END-IF.
004110
004120     OPEN INPUT REBATE-AGREEMENT-FILE.
004130     IF WS-RBA-OK
004140         PERFORM 1100-LOAD-AGREEMENT
004150             THRU 1100-LOAD-AGREEMENT-EXIT
004160             UNTIL WS-RBA-EOF
004170         CLOSE REBATE-AGREEMENT-FILE
004180     ELSE
004190         DISPLAY 'REBACR01: NO REBATE-AGREEMENT-FILE - '
004200             'NOTHING TO ACCRUE'
004210     END-IF.
004220
004230     OPEN INPUT CUSTOMER-MASTER-FILE.
004240     IF WS-CUST-OK
004250         MOVE 'Y' TO WS-CUST-OPEN-SW
004260     ELSE
004270         DISPLAY 'REBACR01: OPEN CUSTOMER-MASTER FAILED '
004280             WS-CUST-FILE-STATUS
004290         MOVE 8 TO RETURN-CODE
004300         MOVE 0 TO WS-AGR-COUNT
004310     END-IF.
004320
004330     OPEN INPUT SALES-HISTORY-FILE.
004340     IF NOT WS-SLH-OK
004350         DISPLAY 'REBACR01: OPEN SALES-HISTORY-FILE FAILED '
004360             WS-SLH-FILE-STATUS
004370         MOVE '10' TO WS-SLH-FILE-STATUS
004380     END-IF.
004390
004400*    THE ACCRUAL FILE PERSISTS ACROSS RUNS - CREATE IT EMPTY ON
004410*    A FRESH SYSTEM.
004420     OPEN I-O REBATE-ACCRUAL-FILE.
004430     IF WS-RAC-FILE-STATUS = '35'
004440         OPEN OUTPUT REBATE-ACCRUAL-FILE
004450         CLOSE REBATE-ACCRUAL-FILE
004460         OPEN I-O REBATE-ACCRUAL-FILE
004470     END-IF.
004480     IF WS-RAC-OK
004490         MOVE 'Y' TO WS-RAC-OPEN-SW
004500     ELSE
004510         DISPLAY 'REBACR01: OPEN REBATE-ACCRUAL-FILE FAILED '
004520             WS-RAC-FILE-STATUS
004530         MOVE 8 TO RETURN-CODE
004540         MOVE 0 TO WS-AGR-COUNT
004550     END-IF.
004560
004570     OPEN EXTEND GL-JOURNAL-FILE.
004580     IF NOT WS-GLJ-OK
004590         DISPLAY 'REBACR01: OPEN GL-JOURNAL-FILE FAILED '
004600             WS-GLJ-FILE-STATUS
004610         MOVE 8 TO RETURN-CODE
004620         MOVE 0 TO WS-AGR-COUNT
004630     END-IF.
004640
004650     OPEN OUTPUT REBATE-ORDER-FILE.
004660     IF NOT WS-ORD-OK
004670         DISPLAY 'REBACR01: OPEN REBATE-ORDER-FILE FAILED '
004680             WS-ORD-FILE-STATUS
004690     END-IF.
004700
004710*    PICK THE ORDER SEQUENCE UP WHERE THE LAST RUN LEFT IT.
004720     OPEN INPUT REBATE-SEQ-FILE.
004730     IF WS-RSQ-OK
004740         READ REBATE-SEQ-FILE
004750             AT END
004760                 CONTINUE
004770             NOT AT END
004780                 MOVE RSQ-LAST-SEQUENCE TO WS-ORDER-SEQ
004790         END-READ
004800         CLOSE REBATE-SEQ-FILE
004810     ELSE
004820         DISPLAY 'REBACR01: NO REBATE-SEQ-FILE - '
004830             'SEQUENCE STARTS AT ZERO'
004840     END-IF.
004850
004860     OPEN OUTPUT ACCRUAL-REGISTER-RPT.
004870     IF NOT WS-RPT-OK
004880         DISPLAY 'REBACR01: OPEN ACCRUAL-REGISTER FAILED '
004890             WS-RPT-FILE-STATUS
004900     END-IF.
004910     OPEN OUTPUT REBATE-STATEMENT-RPT.
004920     IF NOT WS-STM-OK
004930         DISPLAY 'REBACR01: OPEN REBATE-STATEMENT FAILED '
004940             WS-STM-FILE-STATUS
004950     END-IF.
004960
004970     MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF.
004980     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-HEADING-LINE.
004990     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
005000
005010     IF WS-AGR-COUNT > 0
005020         PERFORM 8000-READ-SALES-HISTORY
005030             THRU 8000-READ-SALES-HISTORY-EXIT
005040     END-IF.
005050 1000-INITIALIZE-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090*    1100-LOAD-AGREEMENT                                        *
005100*    AN AGREEMENT WHOSE YEAR HAS NOT STARTED, OR WITH NO USABLE *
005110*    SCOPE OR DATES, IS SKIPPED.                                *
005120*****************************************************************
005130 1100-LOAD-AGREEMENT.
005140     READ REBATE-AGREEMENT-FILE
005150         AT END
005160             MOVE '10' TO WS-RBA-FILE-STATUS
005170             GO TO 1100-LOAD-AGREEMENT-EXIT
005180     END-READ.
005190     ADD 1 TO WS-AGR-READ-COUNT.
005200     IF RBA-YEAR-START-DATE NOT NUMERIC
005210             OR RBA-YEAR-END-DATE NOT NUMERIC
005220             OR RBA-YEAR-END-DATE < RBA-YEAR-START-DATE
005230             OR (NOT RBA-SCOPE-CUSTOMER
005240                 AND NOT RBA-SCOPE-FAMILY)
005250         DISPLAY 'REBACR01: UNUSABLE AGREEMENT SKIPPED '
005260             RBA-AGREEMENT-ID
005270         ADD 1 TO WS-AGR-SKIP-COUNT
005280         IF RETURN-CODE < 4
005290             MOVE 4 TO RETURN-CODE
005300         END-IF
005310         GO TO 1100-LOAD-AGREEMENT-EXIT
005320     END-IF.
005330     IF RBA-YEAR-START-DATE > WS-AS-OF-DATE
005340         ADD 1 TO WS-AGR-SKIP-COUNT
005350         GO TO 1100-LOAD-AGREEMENT-EXIT
005360     END-IF.
005370     IF WS-AGR-COUNT NOT < WS-MAX-AGR-ROWS
005380         DISPLAY 'REBACR01: AGREEMENT TABLE FULL - '
005390             RBA-AGREEMENT-ID ' NOT ACCRUED'
005400         IF RETURN-CODE < 4
005410             MOVE 4 TO RETURN-CODE
005420         END-IF
005430         GO TO 1100-LOAD-AGREEMENT-EXIT
005440     END-IF.
005450     ADD 1 TO WS-AGR-COUNT.
005460     MOVE RBA-AGREEMENT-ID    TO WS-AGR-ID(WS-AGR-COUNT).
005470     MOVE RBA-SCOPE           TO WS-AGR-SCOPE(WS-AGR-COUNT).
005480     MOVE RBA-PARTY-ID        TO WS-AGR-PARTY-ID(WS-AGR-COUNT).
005490     MOVE RBA-YEAR-START-DATE TO WS-AGR-START(WS-AGR-COUNT).
005500     MOVE RBA-YEAR-END-DATE   TO WS-AGR-END(WS-AGR-COUNT).
005510     MOVE RBA-TIER-TABLE      TO WS-AGR-TIER-TABLE(WS-AGR-COUNT).
005520     MOVE 0                   TO WS-AGR-VOLUME(WS-AGR-COUNT).
005530     IF RBA-SCOPE-FAMILY
005540         MOVE 'Y' TO WS-FAMILY-NEEDED-SW
005550     END-IF.
005560 1100-LOAD-AGREEMENT-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600*    2000-GATHER-VOLUME                                         *
005610*    EVERY SALES LINE UP TO THE RUN DATE COUNTS TOWARD EACH     *
005620*    AGREEMENT WHOSE PARTY IT BELONGS TO AND WHOSE YEAR IT      *
005630*    FALLS IN.  A RETURNED LINE CARRIES A NEGATIVE AMOUNT AND   *
005640*    TAKES ITS VOLUME BACK OUT.                                 *
005650*****************************************************************
005660 2000-GATHER-VOLUME.
005670     ADD 1 TO WS-SLH-READ-COUNT.
005680     IF SLH-ORDER-DATE > WS-AS-OF-DATE
005690         GO TO 2000-GATHER-VOLUME-NEXT
005700     END-IF.
005702*    A KIT COMPONENT'S SHARE IS ALREADY ON ITS KIT'S LINE.
005704     IF SLH-KIT-COMPONENT
005706         GO TO 2000-GATHER-VOLUME-NEXT
005708     END-IF.
005710     IF WS-FAMILY-NEEDED AND SLH-CUST-ID NOT = WS-LAST-CUST-ID
005720         PERFORM 2100-FIND-PARENT
005730             THRU 2100-FIND-PARENT-EXIT
005740     END-IF.
005750     PERFORM 2200-CREDIT-AGREEMENT
005760         THRU 2200-CREDIT-AGREEMENT-EXIT
005770         VARYING WS-AGR-SUB FROM 1 BY 1
005780         UNTIL WS-AGR-SUB > WS-AGR-COUNT.
005790 2000-GATHER-VOLUME-NEXT.
005800     PERFORM 8000-READ-SALES-HISTORY
005810         THRU 8000-READ-SALES-HISTORY-EXIT.
005820 2000-GATHER-VOLUME-EXIT.
005830     EXIT.
005840
005850*****************************************************************
005860*    2100-FIND-PARENT                                           *
005870*****************************************************************
005880 2100-FIND-PARENT.
005890     MOVE SLH-CUST-ID TO WS-LAST-CUST-ID.
005900     MOVE SPACES      TO WS-LAST-PARENT-ID.
005910     MOVE SLH-CUST-ID TO CUST-ID.
005920     READ CUSTOMER-MASTER-FILE
005930         INVALID KEY
005940             GO TO 2100-FIND-PARENT-EXIT
005950     END-READ.
005960     MOVE CUST-PARENT-ID TO WS-LAST-PARENT-ID.
005970 2100-FIND-PARENT-EXIT.
005980     EXIT.
005990
006000*****************************************************************
006010*    2200-CREDIT-AGREEMENT                                      *
006020*    A FAMILY AGREEMENT TAKES THE PARENT'S OWN PURCHASES AS     *
006030*    WELL AS ITS MEMBERS'.                                      *
006040*****************************************************************
006050 2200-CREDIT-AGREEMENT.
006060     IF SLH-ORDER-DATE < WS-AGR-START(WS-AGR-SUB)
006070             OR SLH-ORDER-DATE > WS-AGR-END(WS-AGR-SUB)
006080         GO TO 2200-CREDIT-AGREEMENT-EXIT
006090     END-IF.
006100     IF WS-AGR-PARTY-ID(WS-AGR-SUB) = SLH-CUST-ID
006110         ADD SLH-AMOUNT TO WS-AGR-VOLUME(WS-AGR-SUB)
006120         GO TO 2200-CREDIT-AGREEMENT-EXIT
006130     END-IF.
006140     IF WS-AGR-SCOPE(WS-AGR-SUB) = 'P'
006150             AND WS-LAST-PARENT-ID NOT = SPACES
006160             AND WS-AGR-PARTY-ID(WS-AGR-SUB) = WS-LAST-PARENT-ID
006170         ADD SLH-AMOUNT TO WS-AGR-VOLUME(WS-AGR-SUB)
006180     END-IF.
006190 2200-CREDIT-AGREEMENT-EXIT.
006200     EXIT.
006210
006220*****************************************************************
006230*    3000-ACCRUE-AGREEMENT                                      *
006240*    WORK OUT THE TIER AND THE REBATE EARNED, JOURNAL THE       *
006250*    MOVEMENT AGAINST WHAT IS ALREADY BOOKED, SETTLE AT YEAR    *
006260*    END, AND STATE THE POSITION TO THE PARTY.                  *
006270*****************************************************************
006280 3000-ACCRUE-AGREEMENT.
006290     MOVE 0 TO WS-MOVEMENT.
006300     MOVE WS-AGR-PARTY-ID(WS-AGR-SUB) TO CUST-ID.
006310     READ CUSTOMER-MASTER-FILE
006320         INVALID KEY
006330             ADD 1 TO WS-NO-PARTY-COUNT
006340             MOVE 0 TO WS-TIER-REACHED
006350             MOVE 0 TO WS-EARNED
006360             MOVE 'PARTY NOT ON FILE' TO WS-DISPOSITION
006370             PERFORM 3900-WRITE-REGISTER-LINE
006380                 THRU 3900-WRITE-REGISTER-LINE-EXIT
006390             GO TO 3000-ACCRUE-AGREEMENT-EXIT
006400     END-READ.
006410
006420     PERFORM 3100-FIND-TIER
006430         THRU 3100-FIND-TIER-EXIT.
006440
006450     MOVE WS-AGR-ID(WS-AGR-SUB)    TO RAC-AGREEMENT-ID.
006460     MOVE WS-AGR-START(WS-AGR-SUB) TO RAC-YEAR-START-DATE.
006470     MOVE 'N' TO WS-RAC-NEW-SW.
006480     READ REBATE-ACCRUAL-FILE
006490         INVALID KEY
006500             MOVE 'Y' TO WS-RAC-NEW-SW
006510     END-READ.
006520     IF WS-RAC-NEW
006530         MOVE WS-AGR-PARTY-ID(WS-AGR-SUB) TO RAC-PARTY-ID
006540         MOVE 'A'    TO RAC-STATUS
006550         MOVE 0      TO RAC-VOLUME-TO-DATE
006560         MOVE 0      TO RAC-ACCRUED-TO-DATE
006570         MOVE 0      TO RAC-LAST-ACCRUAL-DATE
006580         MOVE 0      TO RAC-SETTLED-DATE
006590         MOVE SPACES TO RAC-SETTLED-ORDER-ID
006600     END-IF.
006610
006620*    A SETTLED YEAR IS CLOSED - LATE SALES HISTORY FOR IT IS
006630*    NOT RE-ACCRUED.
006640     IF RAC-SETTLED
006650         MOVE RAC-ACCRUED-TO-DATE TO WS-EARNED
006660         MOVE 'SETTLED EARLIER' TO WS-DISPOSITION
006670         PERFORM 3900-WRITE-REGISTER-LINE
006680             THRU 3900-WRITE-REGISTER-LINE-EXIT
006690         GO TO 3000-ACCRUE-AGREEMENT-EXIT
006700     END-IF.
006710
006720     COMPUTE WS-MOVEMENT = WS-EARNED - RAC-ACCRUED-TO-DATE.
006730     IF WS-MOVEMENT NOT = 0
006740         PERFORM 3200-WRITE-ACCRUAL-JOURNAL
006750             THRU 3200-WRITE-ACCRUAL-JOURNAL-EXIT
006760     END-IF.
006770     ADD WS-MOVEMENT TO WS-TOTAL-MOVEMENT.
006780     ADD 1 TO WS-ACCRUED-COUNT.
006790     MOVE WS-AGR-VOLUME(WS-AGR-SUB) TO RAC-VOLUME-TO-DATE.
006800     MOVE WS-EARNED                 TO RAC-ACCRUED-TO-DATE.
006810     MOVE WS-AS-OF-DATE             TO RAC-LAST-ACCRUAL-DATE.
006820     MOVE 'ACCRUED'                 TO WS-DISPOSITION.
006830
006840     IF WS-AS-OF-DATE NOT < WS-AGR-END(WS-AGR-SUB)
006850         PERFORM 3300-SETTLE-AGREEMENT
006860             THRU 3300-SETTLE-AGREEMENT-EXIT
006870     END-IF.
006880
006890     IF WS-RAC-NEW
006900         WRITE REBATE-ACCRUAL-REC
006910             INVALID KEY
006920                 DISPLAY 'REBACR01: ACCRUAL WRITE FAILED '
006930                     RAC-KEY
006940                 MOVE 8 TO RETURN-CODE
006950         END-WRITE
006960     ELSE
006970         REWRITE REBATE-ACCRUAL-REC
006980             INVALID KEY
006990                 DISPLAY 'REBACR01: ACCRUAL REWRITE FAILED '
007000                     RAC-KEY
007010                 MOVE 8 TO RETURN-CODE
007020         END-REWRITE
007030     END-IF.
007040
007050     PERFORM 3900-WRITE-REGISTER-LINE
007060         THRU 3900-WRITE-REGISTER-LINE-EXIT.
007070     PERFORM 3500-PRINT-STATEMENT
007080         THRU 3500-PRINT-STATEMENT-EXIT.
007090 3000-ACCRUE-AGREEMENT-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130*    3100-FIND-TIER                                             *
007140*    THE HIGHEST TIER WHOSE THRESHOLD THE VOLUME HAS REACHED    *
007150*    SETS THE PER CENT ON THE WHOLE VOLUME.  THE NEXT UNREACHED *
007160*    TIER GIVES THE SHORTFALL THE STATEMENT QUOTES.             *
007170*****************************************************************
007180 3100-FIND-TIER.
007190     MOVE 0 TO WS-TIER-REACHED.
007200     MOVE 0 TO WS-TIER-PCT.
007210     MOVE 0 TO WS-NEXT-THRESHOLD.
007220     PERFORM 3110-TEST-TIER
007230         THRU 3110-TEST-TIER-EXIT
007240         VARYING WS-TIER-SUB FROM 1 BY 1
007250         UNTIL WS-TIER-SUB > 3.
007260     IF WS-AGR-VOLUME(WS-AGR-SUB) > 0
007270         COMPUTE WS-EARNED ROUNDED
007280             = WS-AGR-VOLUME(WS-AGR-SUB) * WS-TIER-PCT / 100
007290     ELSE
007300         MOVE 0 TO WS-EARNED
007310     END-IF.
007320     IF WS-NEXT-THRESHOLD > 0
007330         COMPUTE WS-SHORTFALL
007340             = WS-NEXT-THRESHOLD - WS-AGR-VOLUME(WS-AGR-SUB)
007350     ELSE
007360         MOVE 0 TO WS-SHORTFALL
007370     END-IF.
007380 3100-FIND-TIER-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420*    3110-TEST-TIER                                             *
007430*****************************************************************
007440 3110-TEST-TIER.
007450     IF WS-AGR-THRESHOLD(WS-AGR-SUB, WS-TIER-SUB) = 0
007460             AND WS-AGR-PCT(WS-AGR-SUB, WS-TIER-SUB) = 0
007470         GO TO 3110-TEST-TIER-EXIT
007480     END-IF.
007490     IF WS-AGR-VOLUME(WS-AGR-SUB)
007500             NOT < WS-AGR-THRESHOLD(WS-AGR-SUB, WS-TIER-SUB)
007510         MOVE WS-TIER-SUB TO WS-TIER-REACHED
007520         MOVE WS-AGR-PCT(WS-AGR-SUB, WS-TIER-SUB) TO WS-TIER-PCT
007530     ELSE
007540         IF WS-NEXT-THRESHOLD = 0
007550             MOVE WS-AGR-THRESHOLD(WS-AGR-SUB, WS-TIER-SUB)
007560                 TO WS-NEXT-THRESHOLD
007570         END-IF
007580     END-IF.
007590 3110-TEST-TIER-EXIT.
007600     EXIT.
007610
007620*****************************************************************
007630*    3200-WRITE-ACCRUAL-JOURNAL                                 *
007640*    A RISE IN THE EARNED REBATE IS EXPENSED (DR REBEXP, CR     *
007650*    REBACCR); A FALL - RETURNS, OR A TIER LOST - REVERSES THE  *
007660*    SIDES.  THE AGREEMENT ID IS THE REFERENCE.                 *
007670*****************************************************************
007680 3200-WRITE-ACCRUAL-JOURNAL.
007690     IF WS-MOVEMENT > 0
007700         MOVE WS-MOVEMENT TO WS-GLJ-ABS-AMOUNT
007710         MOVE 'REBEXP  '  TO WS-GLJ-DR-ACCOUNT
007720         MOVE 'REBACCR '  TO WS-GLJ-CR-ACCOUNT
007730     ELSE
007740         COMPUTE WS-GLJ-ABS-AMOUNT = 0 - WS-MOVEMENT
007750         MOVE 'REBACCR '  TO WS-GLJ-DR-ACCOUNT
007760         MOVE 'REBEXP  '  TO WS-GLJ-CR-ACCOUNT
007770     END-IF.
007780     MOVE 'REBACR01'            TO GLJ-SOURCE-PGM.
007790     MOVE WS-AS-OF-DATE         TO GLJ-TRAN-DATE.
007800     MOVE WS-AGR-ID(WS-AGR-SUB) TO GLJ-REFERENCE.
007810     MOVE WS-GLJ-ABS-AMOUNT     TO GLJ-AMOUNT.
007820
007830     MOVE WS-GLJ-DR-ACCOUNT TO GLJ-ACCOUNT.
007840     MOVE 'D'               TO GLJ-DEBIT-CREDIT.
007850     WRITE GL-JOURNAL-REC.
007860     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
007870
007880     MOVE WS-GLJ-CR-ACCOUNT TO GLJ-ACCOUNT.
007890     MOVE 'C'               TO GLJ-DEBIT-CREDIT.
007900     WRITE GL-JOURNAL-REC.
007910     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
007920 3200-WRITE-ACCRUAL-JOURNAL-EXIT.
007930     EXIT.
007940
007950*****************************************************************
007960*    3300-SETTLE-AGREEMENT                                      *
007970*    THE YEAR IS OVER - PAY THE EARNED REBATE AS A TYPE-'B'     *
007980*    CREDIT ORDER.  IT IS NOT APPLIED HERE: ORDPOST1 POSTS IT   *
007990*    ON ACCOUNT THROUGH THE SAME CONTROLLED PATH AS EVERY OTHER *
008000*    CREDIT, AND ITS DR REBACCR / CR AR PAIR CLEARS THE         *
008010*    ACCRUAL.  A YEAR THAT EARNED NOTHING JUST CLOSES.          *
008020*****************************************************************
008030 3300-SETTLE-AGREEMENT.
008040     MOVE 'S'           TO RAC-STATUS.
008050     MOVE WS-AS-OF-DATE TO RAC-SETTLED-DATE.
008060     ADD 1 TO WS-SETTLED-COUNT.
008070     IF WS-EARNED NOT > 0
008080         MOVE 'CLOSED - NONE EARNED' TO WS-DISPOSITION
008090         GO TO 3300-SETTLE-AGREEMENT-EXIT
008100     END-IF.
008110
008120     ADD 1 TO WS-ORDER-SEQ.
008130     MOVE SPACES TO ORDER-TRAN-REC.
008140     STRING WS-ORDER-PREFIX WS-ORDER-SEQ DELIMITED BY SIZE
008150         INTO OPT-ORDER-ID.
008160     MOVE WS-AGR-PARTY-ID(WS-AGR-SUB) TO OPT-CUST-ID.
008170     COMPUTE OPT-ORDER-AMOUNT = 0 - WS-EARNED.
008180     MOVE WS-AS-OF-DATE    TO OPT-ORDER-DATE.
008190     MOVE WS-BASE-CURRENCY TO OPT-CURRENCY-CODE.
008200     MOVE 'B'              TO OPT-TRAN-TYPE.
008210     MOVE SPACES           TO OPT-BRANCH-CODE.
008220     MOVE SPACES           TO OPT-REP-CODE.
008230     WRITE ORDER-TRAN-REC.
008240
008250     MOVE OPT-ORDER-ID TO RAC-SETTLED-ORDER-ID.
008260     ADD WS-EARNED TO WS-TOTAL-SETTLED.
008270     MOVE 'SETTLED ON ACCOUNT' TO WS-DISPOSITION.
008280 3300-SETTLE-AGREEMENT-EXIT.
008290     EXIT.
008300
008310*****************************************************************
008320*    3500-PRINT-STATEMENT                                       *
008330*    ONE PROGRESS STATEMENT PER AGREEMENT, ADDRESSED TO THE     *
008340*    PARTY - THE TIER LADDER WITH THE TIER REACHED MARKED, THE  *
008350*    VOLUME AND REBATE EARNED SO FAR, AND THE SPEND STILL       *
008360*    NEEDED FOR THE NEXT TIER (OR THE SETTLEMENT AT YEAR END).  *
008370*****************************************************************
008380 3500-PRINT-STATEMENT.
008390     MOVE WS-AS-OF-DATE TO WS-STM-AS-OF.
008400     WRITE REBATE-STATEMENT-LINE FROM WS-STM-TITLE-LINE.
008410     MOVE WS-AGR-PARTY-ID(WS-AGR-SUB) TO WS-STM-PARTY-ID.
008420     MOVE CUST-NAME TO WS-STM-PARTY-NAME.
008430     IF WS-AGR-SCOPE(WS-AGR-SUB) = 'P'
008440         MOVE 'ALL ACCOUNTS IN FAMILY' TO WS-STM-SCOPE-TEXT
008450     ELSE
008460         MOVE SPACES TO WS-STM-SCOPE-TEXT
008470     END-IF.
008480     WRITE REBATE-STATEMENT-LINE FROM WS-STM-PARTY-LINE.
008490     MOVE WS-AGR-ID(WS-AGR-SUB)    TO WS-STM-AGR-ID.
008500     MOVE WS-AGR-START(WS-AGR-SUB) TO WS-STM-START.
008510     MOVE WS-AGR-END(WS-AGR-SUB)   TO WS-STM-END.
008520     WRITE REBATE-STATEMENT-LINE FROM WS-STM-YEAR-LINE.
008530
008540     PERFORM 3510-PRINT-TIER
008550         THRU 3510-PRINT-TIER-EXIT
008560         VARYING WS-TIER-SUB FROM 1 BY 1
008570         UNTIL WS-TIER-SUB > 3.
008580
008590     MOVE 'QUALIFYING PURCHASES TO DATE' TO WS-STM-AMOUNT-TITLE.
008600     MOVE WS-AGR-VOLUME(WS-AGR-SUB)      TO WS-STM-AMOUNT-VALUE.
008610     WRITE REBATE-STATEMENT-LINE FROM WS-STM-AMOUNT-LINE.
008620     MOVE 'REBATE EARNED TO DATE'        TO WS-STM-AMOUNT-TITLE.
008630     MOVE WS-EARNED                      TO WS-STM-AMOUNT-VALUE.
008640     WRITE REBATE-STATEMENT-LINE FROM WS-STM-AMOUNT-LINE.
008650
008660     IF RAC-SETTLED
008670         IF RAC-SETTLED-ORDER-ID NOT = SPACES
008680             MOVE SPACES TO WS-STM-TEXT
008690             STRING 'YEAR COMPLETE - REBATE CREDITED TO YOUR '
008700                 'ACCOUNT, REF ' RAC-SETTLED-ORDER-ID
008710                 DELIMITED BY SIZE INTO WS-STM-TEXT
008720         ELSE
008730             MOVE 'YEAR COMPLETE - NO REBATE TIER WAS REACHED'
008740                 TO WS-STM-TEXT
008750         END-IF
008760         WRITE REBATE-STATEMENT-LINE FROM WS-STM-TEXT-LINE
008770     ELSE
008780         IF WS-NEXT-THRESHOLD > 0
008790             MOVE 'FURTHER PURCHASES FOR NEXT TIER'
008800                 TO WS-STM-AMOUNT-TITLE
008810             MOVE WS-SHORTFALL TO WS-STM-AMOUNT-VALUE
008820             WRITE REBATE-STATEMENT-LINE FROM WS-STM-AMOUNT-LINE
008830         ELSE
008840             MOVE 'TOP TIER REACHED' TO WS-STM-TEXT
008850             WRITE REBATE-STATEMENT-LINE FROM WS-STM-TEXT-LINE
008860         END-IF
008870     END-IF.
008880     MOVE SPACES TO REBATE-STATEMENT-LINE.
008890     WRITE REBATE-STATEMENT-LINE.
008900 3500-PRINT-STATEMENT-EXIT.
008910     EXIT.
008920
008930*****************************************************************
008940*    3510-PRINT-TIER                                            *
008950*****************************************************************
008960 3510-PRINT-TIER.
008970     IF WS-AGR-THRESHOLD(WS-AGR-SUB, WS-TIER-SUB) = 0
008980             AND WS-AGR-PCT(WS-AGR-SUB, WS-TIER-SUB) = 0
008990         GO TO 3510-PRINT-TIER-EXIT
009000     END-IF.
009010     MOVE WS-TIER-SUB TO WS-STM-TIER-NO.
009020     MOVE WS-AGR-THRESHOLD(WS-AGR-SUB, WS-TIER-SUB)
009030         TO WS-STM-TIER-FROM.
009040     MOVE WS-AGR-PCT(WS-AGR-SUB, WS-TIER-SUB) TO WS-STM-TIER-PCT.
009050     IF WS-TIER-SUB = WS-TIER-REACHED
009060         MOVE '<- REACHED' TO WS-STM-TIER-MARK
009070     ELSE
009080         MOVE SPACES TO WS-STM-TIER-MARK
009090     END-IF.
009100     WRITE REBATE-STATEMENT-LINE FROM WS-STM-TIER-LINE.
009110 3510-PRINT-TIER-EXIT.
009120     EXIT.
009130
009140*****************************************************************
009150*    3900-WRITE-REGISTER-LINE                                   *
009160*****************************************************************
009170 3900-WRITE-REGISTER-LINE.
009180     MOVE WS-AGR-ID(WS-AGR-SUB)       TO WS-REG-AGR-ID.
009190     MOVE WS-AGR-PARTY-ID(WS-AGR-SUB) TO WS-REG-PARTY-ID.
009200     MOVE WS-AGR-VOLUME(WS-AGR-SUB)   TO WS-REG-VOLUME.
009210     MOVE WS-TIER-REACHED             TO WS-REG-TIER.
009220     MOVE WS-EARNED                   TO WS-REG-EARNED.
009230     MOVE WS-MOVEMENT                 TO WS-REG-MOVEMENT.
009240     MOVE WS-DISPOSITION              TO WS-REG-DISPOSITION.
009250     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
009260 3900-WRITE-REGISTER-LINE-EXIT.
009270     EXIT.
009280
009290*****************************************************************
009300*    4000-PRINT-CONTROL-TOTALS                                  *
009310*****************************************************************
009320 4000-PRINT-CONTROL-TOTALS.
009330     MOVE SPACES TO ACCRUAL-REGISTER-LINE.
009340     WRITE ACCRUAL-REGISTER-LINE.
009350     MOVE 'AGREEMENTS ACCRUED' TO WS-REG-COUNT-TITLE.
009360     MOVE WS-ACCRUED-COUNT     TO WS-REG-COUNT-VALUE.
009370     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-COUNT-LINE.
009380     MOVE 'AGREEMENTS SETTLED' TO WS-REG-COUNT-TITLE.
009390     MOVE WS-SETTLED-COUNT     TO WS-REG-COUNT-VALUE.
009400     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-COUNT-LINE.
009410     MOVE 'PARTY NOT ON FILE'  TO WS-REG-COUNT-TITLE.
009420     MOVE WS-NO-PARTY-COUNT    TO WS-REG-COUNT-VALUE.
009430     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-COUNT-LINE.
009440     MOVE 'ACCRUAL MOVEMENT'   TO WS-REG-AMOUNT-TITLE.
009450     MOVE WS-TOTAL-MOVEMENT    TO WS-REG-AMOUNT-VALUE.
009460     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
009470     MOVE 'REBATES SETTLED'    TO WS-REG-AMOUNT-TITLE.
009480     MOVE WS-TOTAL-SETTLED     TO WS-REG-AMOUNT-VALUE.
009490     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
009500     MOVE 'GL DEBITS'          TO WS-REG-AMOUNT-TITLE.
009510     MOVE WS-GL-DEBIT-TOTAL    TO WS-REG-AMOUNT-VALUE.
009520     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
009530     MOVE 'GL CREDITS'         TO WS-REG-AMOUNT-TITLE.
009540     MOVE WS-GL-CREDIT-TOTAL   TO WS-REG-AMOUNT-VALUE.
009550     WRITE ACCRUAL-REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
009560 4000-PRINT-CONTROL-TOTALS-EXIT.
009570     EXIT.
009580
009590*****************************************************************
009600*    8000-READ-SALES-HISTORY                                    *
009610*****************************************************************
009620 8000-READ-SALES-HISTORY.
009630     READ SALES-HISTORY-FILE
009640         AT END
009650             MOVE '10' TO WS-SLH-FILE-STATUS
009660     END-READ.
009670 8000-READ-SALES-HISTORY-EXIT.
009680     EXIT.
009690
009700*****************************************************************
009710*    9999-TERMINATE                                             *
009720*****************************************************************
009730 9999-TERMINATE.
009740     IF WS-CUST-OPEN
009750         CLOSE CUSTOMER-MASTER-FILE
009760     END-IF.
009770     IF WS-RAC-OPEN
009780         CLOSE REBATE-ACCRUAL-FILE
009790     END-IF.
009800     CLOSE SALES-HISTORY-FILE.
009810     CLOSE GL-JOURNAL-FILE.
009820     CLOSE REBATE-ORDER-FILE.
009830     CLOSE ACCRUAL-REGISTER-RPT.
009840     CLOSE REBATE-STATEMENT-RPT.
009850
009860*    LEAVE THE NEW HIGH-WATER SEQUENCE FOR THE NEXT RUN.
009870     OPEN OUTPUT REBATE-SEQ-FILE.
009880     IF WS-RSQ-OK
009890         MOVE WS-ORDER-SEQ TO RSQ-LAST-SEQUENCE
009900         WRITE REBATE-SEQ-REC
009910         CLOSE REBATE-SEQ-FILE
009920     ELSE
009930         DISPLAY 'REBACR01: REBATE-SEQ-FILE NOT REWRITTEN '
009940             WS-RSQ-FILE-STATUS
009950     END-IF.
009960 9999-TERMINATE-EXIT.
009970     EXIT.
009980
009990*****************************************************************
010000*    9500-VALIDATE-PARM-CARD                                    *
010010*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
010020*****************************************************************
010030     COPY PARMVAL.
010040
010050*****************************************************************
010060*    9700-LOG-STEP-START                                        *
010070*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
010080*****************************************************************
010090     COPY STPPROC.
