000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DDCOL01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - DIRECT-DEBIT COLLECTION.  RUNS   *
000100*                    AFTER THE STATEMENTS FOR THE SAME BILLING   *
000110*                    CYCLE (PARM-BILL-CYCLE).  EVERY ACTIVE      *
000120*                    MANDATE (DDMAND.CPY) WHOSE CUSTOMER IS DUE  *
000130*                    THIS CYCLE IS DEBITED FOR THE FULL BALANCE  *
000140*                    OR THE STATEMENT AMOUNT - THE UNDISPUTED    *
000150*                    OPEN ITEMS DUE BY THE SETTLEMENT DATE -     *
000160*                    LESS ANY DISPUTED CHARGES.  THE DEBITS GO   *
000170*                    TO THE BANK ON THE INSTRUCTION FILE         *
000180*                    (DDINSTR.CPY) AND THE SAME DEBITS ARE       *
000190*                    WRITTEN AS EXPECTED RECEIPTS                *
000200*                    (CASH-RECEIPT-REC) DATED THE SETTLEMENT     *
000210*                    DATE, FOR CSHPOST1 TO APPLY ON THAT DATE.   *
000220*                    THE SETTLEMENT DATE IS THE NTH BUSINESS DAY *
000230*                    ON BUSCAL AFTER THE CYCLE DATE.  A DEBIT    *
000240*                    THE BANK REJECTS COMES BACK THROUGH         *
000250*                    NSFRET01 LIKE ANY OTHER RETURNED PAYMENT.   *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-FILE-STATUS.
000330
000340     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CYC-FILE-STATUS.
000370
000380     SELECT DD-CONTROL-FILE ASSIGN TO DDCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DDC-FILE-STATUS.
000410
000420     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CAL-FILE-STATUS.
000450
000460     SELECT DD-MANDATE-FILE ASSIGN TO DDMAND
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS DDM-CUST-ID
000500         FILE STATUS IS WS-DDM-FILE-STATUS.
000510
000520     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS CUST-ID
000560         FILE STATUS IS WS-CUST-FILE-STATUS.
000570
000580     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS OPI-ORDER-ID
000620         FILE STATUS IS WS-OPI-FILE-STATUS.
000630
000640     SELECT APPLIED-RECEIPT-REGISTER ASSIGN TO RCPREG
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS ARC-KEY
000680         FILE STATUS IS WS-ARC-FILE-STATUS.
000690
000700     SELECT DD-INSTRUCTION-FILE ASSIGN TO DDINSTR
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-DDI-FILE-STATUS.
000730
000740     SELECT CASH-RECEIPT-FILE ASSIGN TO DDRCPTO
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RCP-FILE-STATUS.
000770
000780     SELECT DD-COLLECTION-RPT ASSIGN TO DDCOLRP
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RPT-FILE-STATUS.
000810
000820     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-STP-FILE-STATUS.
000850
000860     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-MRC-FILE-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CONTROL-CARD-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY PARMCARD.
000950
000960 FD  CYCLE-CONTROL-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY CYCLCTL.
000990
001000 FD  DD-CONTROL-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY DDCTL.
001030
001040 FD  BUSINESS-CALENDAR-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY BUSCAL.
001070
001080 FD  DD-MANDATE-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY DDMAND.
001110
001120 FD  CUSTOMER-MASTER-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CUSTMAST.
001150
001160 FD  OPEN-ITEM-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY OPENITEM.
001190
001200 FD  APPLIED-RECEIPT-REGISTER
001210     LABEL RECORDS ARE STANDARD.
001220     COPY RCPREG.
001230
001240 FD  DD-INSTRUCTION-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY DDINSTR.
001270
001280 FD  CASH-RECEIPT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY CSHRCPT.
001310
001320 FD  DD-COLLECTION-RPT
001330     LABEL RECORDS ARE STANDARD.
001340     01  DD-COLLECTION-LINE       PIC X(80).
001350
001360 FD  STEP-LOG-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY STEPLOG.
001390
001400 FD  STEP-RUN-CONTROL-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY RUNCTL
001430         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001440
001450 WORKING-STORAGE SECTION.
001460     01  WS-PARM-FILE-STATUS      PIC X(02).
001470         88  WS-PARM-OK           VALUE '00'.
001480     01  WS-CYC-FILE-STATUS       PIC X(02).
001490         88  WS-CYC-OK            VALUE '00'.
001500     01  WS-DDC-FILE-STATUS       PIC X(02).
001510         88  WS-DDC-OK            VALUE '00'.
001520     01  WS-CAL-FILE-STATUS       PIC X(02).
001530         88  WS-CAL-OK            VALUE '00'.
001540         88  WS-CAL-EOF           VALUE '10'.
001550     01  WS-DDM-FILE-STATUS       PIC X(02).
001560         88  WS-DDM-OK            VALUE '00'.
001570         88  WS-DDM-EOF           VALUE '10'.
001580     01  WS-CUST-FILE-STATUS      PIC X(02).
001590         88  WS-CUST-OK           VALUE '00'.
001600         88  WS-CUST-NOT-FOUND    VALUE '23'.
001610     01  WS-OPI-FILE-STATUS       PIC X(02).
001620         88  WS-OPI-OK            VALUE '00'.
001630         88  WS-OPI-EOF           VALUE '10'.
001640     01  WS-ARC-FILE-STATUS       PIC X(02).
001650         88  WS-ARC-OK            VALUE '00'.
001660         88  WS-ARC-NOT-FOUND     VALUE '23'.
001670     01  WS-DDI-FILE-STATUS       PIC X(02).
001680         88  WS-DDI-OK            VALUE '00'.
001690     01  WS-RCP-FILE-STATUS       PIC X(02).
001700         88  WS-RCP-OK            VALUE '00'.
001710     01  WS-RPT-FILE-STATUS       PIC X(02).
001720         88  WS-RPT-OK            VALUE '00'.
001730
001740     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001750         88  WS-EOF               VALUE 'Y'.
001760     01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
001770         88  WS-FAILED            VALUE 'Y'.
001780     01  WS-ARC-OPEN-SW           PIC X(01) VALUE 'N'.
001790         88  WS-ARC-OPEN          VALUE 'Y'.
001800
001810*    SPACE MEANS EVERY CYCLE IS DUE, AS ON STMTGEN1.
001820     01  WS-BILL-CYCLE            PIC X(01) VALUE SPACE.
001830     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001840     01  WS-CYCLE-NUMBER          PIC 9(07) VALUE 0.
001850     01  WS-SETTLE-DATE           PIC 9(08) VALUE 0.
001860     01  WS-DD-REFERENCE.
001870         05  FILLER               PIC X(02) VALUE 'DD'.
001880         05  WS-DD-REF-DATE       PIC 9(08).
001890
001900*****************************************************************
001910*    TUNING - DEFAULTS WHEN THERE IS NO DD CONTROL RECORD.      *
001920*****************************************************************
001930     01  WS-ORIGINATOR-ID         PIC X(10) VALUE 'LCF0000001'.
001940     01  WS-LEAD-DAYS             PIC 9(02) VALUE 3.
001950
001960*****************************************************************
001970*    SETTLEMENT DATE - COUNTED IN BUSINESS DAYS ON BUSCAL, OR   *
001980*    ON THE 30-DAY MONTH WHEN THE CALENDAR DOES NOT REACH THAT  *
001990*    FAR.                                                       *
002000*****************************************************************
002010     01  WS-BUS-DAY-COUNT         PIC 9(03) COMP VALUE 0.
002020     01  WS-ROLL-DATE.
002030         05  WS-ROLL-YYYY         PIC 9(04).
002040         05  WS-ROLL-MM           PIC 9(02).
002050         05  WS-ROLL-DD           PIC 9(02).
002060     01  WS-ROLL-DAYS             PIC 9(03).
002070
002080*****************************************************************
002090*    OPEN-ITEM TABLE - PER CUSTOMER, THE DISPUTED CHARGES AND   *
002100*    THE UNDISPUTED CHARGES DUE BY THE SETTLEMENT DATE,         *
002110*    TALLIED FROM THE OPEN-ITEM LEDGER AT START OF RUN.         *
002120*****************************************************************
002130     01  WS-OIT-COUNT             PIC 9(04) COMP VALUE 0.
002140     01  WS-MAX-OIT-ROWS          PIC 9(04) COMP VALUE 500.
002150     01  WS-OIT-TABLE.
002160         05  WS-OIT-ROW OCCURS 500 TIMES.
002170             10  WS-OIT-CUST-ID   PIC X(05).
002180             10  WS-OIT-DISPUTED  PIC S9(09)V9(02) COMP-3.
002190             10  WS-OIT-DUE       PIC S9(09)V9(02) COMP-3.
002200     01  WS-OIT-KEY               PIC X(05).
002210     01  WS-OIT-SUB               PIC 9(04) COMP.
002220     01  WS-OIT-HIT-SUB           PIC 9(04) COMP.
002230     01  WS-OIT-FULL-SW           PIC X(01) VALUE 'N'.
002240         88  WS-OIT-FULL          VALUE 'Y'.
002250
002260     01  WS-DISPUTED-AMOUNT       PIC S9(09)V9(02).
002270     01  WS-DUE-AMOUNT            PIC S9(09)V9(02).
002280     01  WS-COLLECTABLE           PIC S9(09)V9(02).
002290     01  WS-DEBIT-AMOUNT          PIC S9(09)V9(02).
002300     01  WS-DISPOSITION           PIC X(30).
002310
002320*****************************************************************
002330*    CONTROL TOTALS                                             *
002340*****************************************************************
002350     01  WS-TOTALS.
002360         05  WS-MANDATE-COUNT     PIC 9(07) VALUE 0.
002370         05  WS-INACTIVE-COUNT    PIC 9(07) VALUE 0.
002380         05  WS-NOT-DUE-COUNT     PIC 9(07) VALUE 0.
002390         05  WS-PENDING-COUNT     PIC 9(07) VALUE 0.
002400         05  WS-NOTHING-COUNT     PIC 9(07) VALUE 0.
002410         05  WS-DEBIT-COUNT       PIC 9(07) VALUE 0.
002420         05  WS-CLEARED-COUNT     PIC 9(07) VALUE 0.
002430         05  WS-EXCEPTION-COUNT   PIC 9(07) VALUE 0.
002440     01  WS-DEBIT-TOTAL           PIC 9(11)V9(02) VALUE 0.
002450
002460*****************************************************************
002470*    COLLECTION REGISTER LINES                                  *
002480*****************************************************************
002490     01  WS-HEADING-LINE.
002500         05  FILLER               PIC X(46) VALUE
002510             'DDCOL01 - DIRECT-DEBIT COLLECTIONS  SETTLING '.
002520         05  WS-HDG-SETTLE-DATE   PIC 9(08).
002530         05  FILLER               PIC X(08) VALUE '  CYCLE '.
002540         05  WS-HDG-BILL-CYCLE    PIC X(01).
002550         05  FILLER               PIC X(17) VALUE SPACES.
002560
002570     01  WS-DETAIL-LINE.
002580         05  WS-DET-CUST-ID       PIC X(05).
002590         05  FILLER               PIC X(02) VALUE SPACES.
002600         05  WS-DET-CUST-NAME     PIC X(20).
002610         05  FILLER               PIC X(02) VALUE SPACES.
002620         05  WS-DET-BASIS         PIC X(01).
002630         05  FILLER               PIC X(02) VALUE SPACES.
002640         05  WS-DET-AMOUNT        PIC -(7)9.99.
002650         05  FILLER               PIC X(02) VALUE SPACES.
002660         05  WS-DET-DISPOSITION   PIC X(30).
002670         05  FILLER               PIC X(05) VALUE SPACES.
002680
002690     01  WS-COUNT-LINE.
002700         05  WS-CNT-TITLE         PIC X(30).
002710         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002720         05  FILLER               PIC X(39) VALUE SPACES.
002730
002740     01  WS-VALUE-LINE.
002750         05  WS-VAL-TITLE         PIC X(30).
002760         05  WS-VAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002770         05  FILLER               PIC X(33) VALUE SPACES.
002780
002790     COPY STPWORK.
002800
002810 PROCEDURE DIVISION.
002820*****************************************************************
002830*    0000-MAINLINE                                              *
002840*****************************************************************
002850 0000-MAINLINE.
002860     MOVE 'DDCOL01 ' TO WS-STP-PROGRAM.
002870     PERFORM 9700-LOG-STEP-START
002880         THRU 9700-LOG-STEP-START-EXIT.
002890
002900     PERFORM 1000-INITIALIZE
002910         THRU 1000-INITIALIZE-EXIT.
002920
002930     IF NOT WS-FAILED
002940         PERFORM 2000-COLLECT-MANDATE
002950             THRU 2000-COLLECT-MANDATE-EXIT
002960             UNTIL WS-EOF
002970         PERFORM 3000-WRITE-TRAILER
002980             THRU 3000-WRITE-TRAILER-EXIT
002990         PERFORM 4000-PRINT-TOTALS
003000             THRU 4000-PRINT-TOTALS-EXIT
003010     END-IF.
003020
003030     DISPLAY 'DDCOL01: MANDATES READ......... '
003040         WS-MANDATE-COUNT.
003050     DISPLAY 'DDCOL01: DEBITS ISSUED......... '
003060         WS-DEBIT-COUNT.
003070     DISPLAY 'DDCOL01: AMOUNT DEBITED........ '
003080         WS-DEBIT-TOTAL.
003090     DISPLAY 'DDCOL01: EXCEPTIONS............ '
003100         WS-EXCEPTION-COUNT.
003110
003120*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
003130*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
003140     IF WS-EXCEPTION-COUNT > 0
003150         IF RETURN-CODE < 4
003160             MOVE 4 TO RETURN-CODE
003170         END-IF
003180     END-IF.
003190
003200     PERFORM 9999-TERMINATE
003210         THRU 9999-TERMINATE-EXIT.
003220
003230     MOVE WS-MANDATE-COUNT TO WS-STP-RECORDS-IN.
003240     COMPUTE WS-STP-APPLIED = WS-MANDATE-COUNT
003250                            - WS-EXCEPTION-COUNT.
003260     MOVE WS-EXCEPTION-COUNT TO WS-STP-REJECTED.
003270     PERFORM 9710-LOG-STEP-END
003280         THRU 9710-LOG-STEP-END-EXIT.
003290
003300     STOP RUN.
003310
003320*****************************************************************
003330*    1000-INITIALIZE                                            *
003340*    THE FILE DATE IS THE CYCLE DATE; THE BILLING CYCLE COMES   *
003350*    FROM THE SAME CONTROL CARD STMTGEN1 RAN FROM.              *
003360*****************************************************************
003370 1000-INITIALIZE.
003380     OPEN INPUT CONTROL-CARD-FILE.
003390     IF WS-PARM-OK
003400         READ CONTROL-CARD-FILE
003410             AT END
003420                 CONTINUE
003430             NOT AT END
003440                 MOVE PARM-BILL-CYCLE TO WS-BILL-CYCLE
003450         END-READ
003460         CLOSE CONTROL-CARD-FILE
003470     ELSE
003480         DISPLAY 'DDCOL01: NO CONTROL CARD - '
003490             'ALL BILLING CYCLES SELECTED'
003500     END-IF.
003510
003520     OPEN INPUT CYCLE-CONTROL-FILE.
003530     IF WS-CYC-OK
003540         READ CYCLE-CONTROL-FILE
003550             AT END
003560                 CONTINUE
003570             NOT AT END
003580                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003590                 MOVE CYC-CYCLE-NUMBER  TO WS-CYCLE-NUMBER
003600         END-READ
003610         CLOSE CYCLE-CONTROL-FILE
003620     END-IF.
003630     IF WS-CYCLE-DATE = 0
003640         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003650     END-IF.
003660
003670     OPEN INPUT DD-CONTROL-FILE.
003680     IF WS-DDC-OK
003690         READ DD-CONTROL-FILE
003700             AT END
003710                 CONTINUE
003720             NOT AT END
003730                 IF DDC-ORIGINATOR-ID NOT = SPACES
003740                     MOVE DDC-ORIGINATOR-ID TO WS-ORIGINATOR-ID
003750                 END-IF
003760                 IF DDC-LEAD-DAYS NUMERIC AND DDC-LEAD-DAYS > 0
003770                     MOVE DDC-LEAD-DAYS TO WS-LEAD-DAYS
003780                 END-IF
003790         END-READ
003800         CLOSE DD-CONTROL-FILE
003810     ELSE
003820         DISPLAY 'DDCOL01: NO DD-CONTROL-FILE - DEFAULTS USED'
003830     END-IF.
003840
003850     PERFORM 1100-SET-SETTLE-DATE
003860         THRU 1100-SET-SETTLE-DATE-EXIT.
003870     MOVE WS-SETTLE-DATE TO WS-DD-REF-DATE.
003880
003890     PERFORM 1200-LOAD-OPEN-ITEMS
003900         THRU 1200-LOAD-OPEN-ITEMS-EXIT.
003910
003920     OPEN I-O DD-MANDATE-FILE.
003930     IF NOT WS-DDM-OK
003940         DISPLAY 'DDCOL01: OPEN DD-MANDATE-FILE FAILED '
003950             WS-DDM-FILE-STATUS
003960         MOVE 8 TO RETURN-CODE
003970         MOVE 'Y' TO WS-FAILED-SW
003980         GO TO 1000-INITIALIZE-EXIT
003990     END-IF.
004000     OPEN INPUT CUSTOMER-MASTER-FILE.
004010     IF NOT WS-CUST-OK
004020         DISPLAY 'DDCOL01: OPEN CUSTOMER-MASTER FAILED '
004030             WS-CUST-FILE-STATUS
004040         MOVE 8 TO RETURN-CODE
004050         MOVE 'Y' TO WS-FAILED-SW
004060         GO TO 1000-INITIALIZE-EXIT
004070     END-IF.
004080     OPEN OUTPUT DD-INSTRUCTION-FILE.
004090     IF NOT WS-DDI-OK
004100         DISPLAY 'DDCOL01: OPEN DD-INSTRUCTION-FILE FAILED '
004110             WS-DDI-FILE-STATUS
004120         MOVE 8 TO RETURN-CODE
004130         MOVE 'Y' TO WS-FAILED-SW
004140         GO TO 1000-INITIALIZE-EXIT
004150     END-IF.
004160     OPEN OUTPUT CASH-RECEIPT-FILE.
004170     IF NOT WS-RCP-OK
004180         DISPLAY 'DDCOL01: OPEN CASH-RECEIPT-FILE FAILED '
004190             WS-RCP-FILE-STATUS
004200         MOVE 8 TO RETURN-CODE
004210         MOVE 'Y' TO WS-FAILED-SW
004220         GO TO 1000-INITIALIZE-EXIT
004230     END-IF.
004240     OPEN OUTPUT DD-COLLECTION-RPT.
004250
004260*    THE REGISTER IS ONLY NEEDED TO SEE WHETHER THE LAST DEBIT
004270*    CLEARED - WITHOUT IT NO REJECTION COUNT IS RESET.
004280     OPEN INPUT APPLIED-RECEIPT-REGISTER.
004290     IF WS-ARC-OK
004300         MOVE 'Y' TO WS-ARC-OPEN-SW
004310     ELSE
004320         DISPLAY 'DDCOL01: NO APPLIED-RECEIPT REGISTER - '
004330             'REJECTION COUNTS NOT RESET'
004340     END-IF.
004350
004360     MOVE SPACES              TO DD-INSTRUCTION-REC.
004370     MOVE 'H'                 TO DDI-REC-TYPE.
004380     MOVE WS-ORIGINATOR-ID    TO DDI-ORIGINATOR-ID.
004390     MOVE WS-CYCLE-DATE       TO DDI-FILE-DATE.
004400     MOVE WS-SETTLE-DATE      TO DDI-HDR-SETTLE-DATE.
004410     MOVE WS-CYCLE-NUMBER     TO DDI-CYCLE-NUMBER.
004420     WRITE DD-INSTRUCTION-REC.
004430
004440     MOVE WS-SETTLE-DATE TO WS-HDG-SETTLE-DATE.
004450     MOVE WS-BILL-CYCLE  TO WS-HDG-BILL-CYCLE.
004460     WRITE DD-COLLECTION-LINE FROM WS-HEADING-LINE.
004470     MOVE SPACES TO DD-COLLECTION-LINE.
004480     WRITE DD-COLLECTION-LINE.
004490
004500     PERFORM 8000-READ-MANDATE
004510         THRU 8000-READ-MANDATE-EXIT.
004520 1000-INITIALIZE-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560*    1100-SET-SETTLE-DATE                                       *
004570*    THE LEAD-DAYS-TH BUSINESS DAY AFTER THE CYCLE DATE.        *
004580*    WITHOUT A CALENDAR THAT REACHES IT THE LEAD DAYS ARE ADDED *
004590*    AS CALENDAR DAYS.                                          *
004600*****************************************************************
004610 1100-SET-SETTLE-DATE.
004620     MOVE 0 TO WS-SETTLE-DATE.
004630     MOVE 0 TO WS-BUS-DAY-COUNT.
004640     OPEN INPUT BUSINESS-CALENDAR-FILE.
004650     IF WS-CAL-OK
004660         PERFORM 1110-READ-CALENDAR
004670             THRU 1110-READ-CALENDAR-EXIT
004680             UNTIL WS-CAL-EOF OR WS-SETTLE-DATE > 0
004690         CLOSE BUSINESS-CALENDAR-FILE
004700     END-IF.
004710     IF WS-SETTLE-DATE > 0
004720         GO TO 1100-SET-SETTLE-DATE-EXIT
004730     END-IF.
004740
004750     DISPLAY 'DDCOL01: BUSCAL DOES NOT COVER THE SETTLEMENT - '
004760         'CALENDAR DAYS USED'.
004770     MOVE WS-CYCLE-DATE TO WS-ROLL-DATE.
004780     COMPUTE WS-ROLL-DAYS = WS-ROLL-DD + WS-LEAD-DAYS.
004790     PERFORM 1120-ROLL-MONTH
004800         THRU 1120-ROLL-MONTH-EXIT
004810         UNTIL WS-ROLL-DAYS NOT > 30.
004820     MOVE WS-ROLL-DAYS TO WS-ROLL-DD.
004830     MOVE WS-ROLL-DATE TO WS-SETTLE-DATE.
004840 1100-SET-SETTLE-DATE-EXIT.
004850     EXIT.
004860
004870*****************************************************************
004880*    1110-READ-CALENDAR                                         *
004890*****************************************************************
004900 1110-READ-CALENDAR.
004910     READ BUSINESS-CALENDAR-FILE
004920         AT END
004930             MOVE '10' TO WS-CAL-FILE-STATUS
004940             GO TO 1110-READ-CALENDAR-EXIT
004950     END-READ.
004960     IF CAL-DATE NOT > WS-CYCLE-DATE OR NOT CAL-BUSINESS-DAY
004970         GO TO 1110-READ-CALENDAR-EXIT
004980     END-IF.
004990     ADD 1 TO WS-BUS-DAY-COUNT.
005000     IF WS-BUS-DAY-COUNT NOT < WS-LEAD-DAYS
005010         MOVE CAL-DATE TO WS-SETTLE-DATE
005020     END-IF.
005030 1110-READ-CALENDAR-EXIT.
005040     EXIT.
005050
005060*****************************************************************
005070*    1120-ROLL-MONTH                                            *
005080*****************************************************************
005090 1120-ROLL-MONTH.
005100     SUBTRACT 30 FROM WS-ROLL-DAYS.
005110     ADD 1 TO WS-ROLL-MM.
005120     IF WS-ROLL-MM > 12
005130         MOVE 1 TO WS-ROLL-MM
005140         ADD 1 TO WS-ROLL-YYYY
005150     END-IF.
005160 1120-ROLL-MONTH-EXIT.
005170     EXIT.
005180
005190*****************************************************************
005200*    1200-LOAD-OPEN-ITEMS                                       *
005210*    THE OPEN-ITEM LEDGER IS OPTIONAL - WITHOUT IT NOTHING IS   *
005220*    TREATED AS DISPUTED AND A STATEMENT-AMOUNT MANDATE HAS     *
005230*    NOTHING DUE.                                               *
005240*****************************************************************
005250 1200-LOAD-OPEN-ITEMS.
005260     OPEN INPUT OPEN-ITEM-FILE.
005270     IF NOT WS-OPI-OK
005280         DISPLAY 'DDCOL01: NO OPEN-ITEM LEDGER - '
005290             'STATEMENT AMOUNTS NOT AVAILABLE'
005300         GO TO 1200-LOAD-OPEN-ITEMS-EXIT
005310     END-IF.
005320     PERFORM 1210-READ-OPEN-ITEM
005330         THRU 1210-READ-OPEN-ITEM-EXIT
005340         UNTIL WS-OPI-EOF.
005350     CLOSE OPEN-ITEM-FILE.
005360     IF WS-OIT-FULL
005370         DISPLAY 'DDCOL01: OPEN-ITEM TABLE FULL AT '
005380             WS-MAX-OIT-ROWS ' CUSTOMERS'
005390     END-IF.
005400 1200-LOAD-OPEN-ITEMS-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440*    1210-READ-OPEN-ITEM                                        *
005450*****************************************************************
005460 1210-READ-OPEN-ITEM.
005470     READ OPEN-ITEM-FILE
005480         AT END
005490             MOVE '10' TO WS-OPI-FILE-STATUS
005500             GO TO 1210-READ-OPEN-ITEM-EXIT
005510     END-READ.
005520     IF NOT OPI-OPEN
005530         GO TO 1210-READ-OPEN-ITEM-EXIT
005540     END-IF.
005550     IF NOT OPI-DISPUTED AND OPI-DUE-DATE > WS-SETTLE-DATE
005560         GO TO 1210-READ-OPEN-ITEM-EXIT
005570     END-IF.
005580
005590     MOVE OPI-CUST-ID TO WS-OIT-KEY.
005600     PERFORM 1230-FIND-CUST-ROW
005610         THRU 1230-FIND-CUST-ROW-EXIT.
005620     IF WS-OIT-HIT-SUB = 0
005630         IF WS-OIT-COUNT NOT < WS-MAX-OIT-ROWS
005640             MOVE 'Y' TO WS-OIT-FULL-SW
005650             GO TO 1210-READ-OPEN-ITEM-EXIT
005660         END-IF
005670         ADD 1 TO WS-OIT-COUNT
005680         MOVE WS-OIT-COUNT TO WS-OIT-HIT-SUB
005690         MOVE OPI-CUST-ID  TO WS-OIT-CUST-ID(WS-OIT-HIT-SUB)
005700         MOVE 0            TO WS-OIT-DISPUTED(WS-OIT-HIT-SUB)
005710         MOVE 0            TO WS-OIT-DUE(WS-OIT-HIT-SUB)
005720     END-IF.
005730     IF OPI-DISPUTED
005740         ADD OPI-OPEN-AMOUNT TO WS-OIT-DISPUTED(WS-OIT-HIT-SUB)
005750     ELSE
005760         ADD OPI-OPEN-AMOUNT TO WS-OIT-DUE(WS-OIT-HIT-SUB)
005770     END-IF.
005780 1210-READ-OPEN-ITEM-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820*    1230-FIND-CUST-ROW                                         *
005830*    SETS WS-OIT-HIT-SUB TO THE CUSTOMER'S ROW FOR WS-OIT-KEY,  *
005840*    OR ZERO WHEN THERE IS NONE YET.                            *
005850*****************************************************************
005860 1230-FIND-CUST-ROW.
005870     MOVE 0 TO WS-OIT-HIT-SUB.
005880     PERFORM 1240-MATCH-CUST-ROW
005890         THRU 1240-MATCH-CUST-ROW-EXIT
005900         VARYING WS-OIT-SUB FROM 1 BY 1
005910         UNTIL WS-OIT-SUB > WS-OIT-COUNT
005920             OR WS-OIT-HIT-SUB > 0.
005930 1230-FIND-CUST-ROW-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    1240-MATCH-CUST-ROW                                        *
005980*****************************************************************
005990 1240-MATCH-CUST-ROW.
006000     IF WS-OIT-CUST-ID(WS-OIT-SUB) = WS-OIT-KEY
006010         MOVE WS-OIT-SUB TO WS-OIT-HIT-SUB
006020     END-IF.
006030 1240-MATCH-CUST-ROW-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    2000-COLLECT-MANDATE                                       *
006080*    A SUSPENDED OR CANCELLED MANDATE IS PASSED BY, AS IS A     *
006090*    CUSTOMER WHOSE BILLING CYCLE IS NOT DUE.  A DEBIT STILL    *
006100*    SETTLING FROM AN EARLIER RUN IS NEVER STACKED WITH         *
006110*    ANOTHER.                                                   *
006120*****************************************************************
006130 2000-COLLECT-MANDATE.
006140     ADD 1 TO WS-MANDATE-COUNT.
006150     IF NOT DDM-ACTIVE
006160         ADD 1 TO WS-INACTIVE-COUNT
006170         GO TO 2000-COLLECT-MANDATE-NEXT
006180     END-IF.
006190
006200     MOVE DDM-CUST-ID TO CUST-ID.
006210     READ CUSTOMER-MASTER-FILE
006220         INVALID KEY
006230             MOVE SPACES TO CUST-NAME
006240             MOVE 0      TO WS-DEBIT-AMOUNT
006250             ADD 1 TO WS-EXCEPTION-COUNT
006260             MOVE 'CUSTOMER ID NOT ON FILE' TO WS-DISPOSITION
006270             PERFORM 2900-LIST-MANDATE
006280                 THRU 2900-LIST-MANDATE-EXIT
006290             GO TO 2000-COLLECT-MANDATE-NEXT
006300     END-READ.
006310
006320     IF WS-BILL-CYCLE NOT = SPACE
006330             AND CUST-BILL-CYCLE NOT = SPACE
006340             AND CUST-BILL-CYCLE NOT = WS-BILL-CYCLE
006350         ADD 1 TO WS-NOT-DUE-COUNT
006360         GO TO 2000-COLLECT-MANDATE-NEXT
006370     END-IF.
006380
006390     MOVE 0 TO WS-DEBIT-AMOUNT.
006400     IF DDM-LAST-SETTLE-DATE > WS-CYCLE-DATE
006410         ADD 1 TO WS-PENDING-COUNT
006420         MOVE 'PREVIOUS DEBIT NOT YET SETTLED' TO WS-DISPOSITION
006430         PERFORM 2900-LIST-MANDATE
006440             THRU 2900-LIST-MANDATE-EXIT
006450         GO TO 2000-COLLECT-MANDATE-NEXT
006460     END-IF.
006470
006480     PERFORM 2100-CHECK-LAST-DEBIT
006490         THRU 2100-CHECK-LAST-DEBIT-EXIT.
006500
006510     PERFORM 2200-DERIVE-AMOUNT
006520         THRU 2200-DERIVE-AMOUNT-EXIT.
006530     IF WS-DEBIT-AMOUNT NOT > 0
006540         ADD 1 TO WS-NOTHING-COUNT
006550         MOVE 0 TO WS-DEBIT-AMOUNT
006560         MOVE 'NOTHING DUE' TO WS-DISPOSITION
006570         PERFORM 2900-LIST-MANDATE
006580             THRU 2900-LIST-MANDATE-EXIT
006590         REWRITE DD-MANDATE-REC
006600         GO TO 2000-COLLECT-MANDATE-NEXT
006610     END-IF.
006620
006630     PERFORM 2300-ISSUE-DEBIT
006640         THRU 2300-ISSUE-DEBIT-EXIT.
006650     MOVE 'DEBIT ISSUED' TO WS-DISPOSITION.
006660     PERFORM 2900-LIST-MANDATE
006670         THRU 2900-LIST-MANDATE-EXIT.
006680
006690 2000-COLLECT-MANDATE-NEXT.
006700     PERFORM 8000-READ-MANDATE
006710         THRU 8000-READ-MANDATE-EXIT.
006720 2000-COLLECT-MANDATE-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760*    2100-CHECK-LAST-DEBIT                                      *
006770*    A PREVIOUS DEBIT STILL ON THE APPLIED-RECEIPT REGISTER WAS *
006780*    NOT RETURNED BY THE BANK (NSFRET01 DELETES THE ENTRY OF    *
006790*    ONE THAT WAS), SO THE RUN OF CONSECUTIVE REJECTIONS IS     *
006800*    BROKEN.                                                    *
006810*****************************************************************
006820 2100-CHECK-LAST-DEBIT.
006830     IF NOT WS-ARC-OPEN
006840             OR DDM-LAST-SETTLE-DATE = 0
006850             OR DDM-REJECT-COUNT = 0
006860         GO TO 2100-CHECK-LAST-DEBIT-EXIT
006870     END-IF.
006880     MOVE DDM-LAST-REFERENCE   TO ARC-REFERENCE.
006890     MOVE DDM-CUST-ID          TO ARC-CUST-ID.
006900     MOVE DDM-LAST-SETTLE-DATE TO ARC-PAYMENT-DATE.
006910     READ APPLIED-RECEIPT-REGISTER
006920         INVALID KEY
006930             GO TO 2100-CHECK-LAST-DEBIT-EXIT
006940     END-READ.
006950     ADD 1 TO WS-CLEARED-COUNT.
006960     MOVE 0 TO DDM-REJECT-COUNT.
006970 2100-CHECK-LAST-DEBIT-EXIT.
006980     EXIT.
006990
007000*****************************************************************
007010*    2200-DERIVE-AMOUNT                                         *
007020*    FULL BALANCE - THE BALANCE LESS ANY DISPUTED CHARGES.      *
007030*    STATEMENT AMOUNT - THE UNDISPUTED CHARGES DUE BY THE       *
007040*    SETTLEMENT DATE, NEVER MORE THAN THE FULL-BALANCE FIGURE,  *
007050*    SO CREDITS ALREADY ON THE ACCOUNT ARE TAKEN INTO ACCOUNT.  *
007060*****************************************************************
007070 2200-DERIVE-AMOUNT.
007080     MOVE 0 TO WS-DISPUTED-AMOUNT.
007090     MOVE 0 TO WS-DUE-AMOUNT.
007100     MOVE CUST-ID TO WS-OIT-KEY.
007110     PERFORM 1230-FIND-CUST-ROW
007120         THRU 1230-FIND-CUST-ROW-EXIT.
007130     IF WS-OIT-HIT-SUB > 0
007140         MOVE WS-OIT-DISPUTED(WS-OIT-HIT-SUB)
007150             TO WS-DISPUTED-AMOUNT
007160         MOVE WS-OIT-DUE(WS-OIT-HIT-SUB) TO WS-DUE-AMOUNT
007170     END-IF.
007180
007190     COMPUTE WS-COLLECTABLE = CUST-BALANCE - WS-DISPUTED-AMOUNT.
007200     IF DDM-PAY-STATEMENT AND WS-DUE-AMOUNT < WS-COLLECTABLE
007210         MOVE WS-DUE-AMOUNT  TO WS-DEBIT-AMOUNT
007220     ELSE
007230         MOVE WS-COLLECTABLE TO WS-DEBIT-AMOUNT
007240     END-IF.
007250 2200-DERIVE-AMOUNT-EXIT.
007260     EXIT.
007270
007280*****************************************************************
007290*    2300-ISSUE-DEBIT                                           *
007300*    THE INSTRUCTION TO THE BANK AND THE RECEIPT WE EXPECT FROM *
007310*    IT CARRY THE SAME REFERENCE, SO A REJECTION FINDS THE      *
007320*    APPLIED RECEIPT.  THE RECEIPT IS UNDIRECTED AND IN THE     *
007330*    CUSTOMER'S OWN CURRENCY.                                   *
007340*****************************************************************
007350 2300-ISSUE-DEBIT.
007360     ADD 1 TO WS-DEBIT-COUNT.
007370     ADD WS-DEBIT-AMOUNT TO WS-DEBIT-TOTAL.
007380
007390     MOVE SPACES              TO DD-INSTRUCTION-REC.
007400     MOVE 'D'                 TO DDI-REC-TYPE.
007410     MOVE DDM-CUST-ID         TO DDI-CUST-ID.
007420     MOVE DDM-BANK-REFERENCE  TO DDI-BANK-REFERENCE.
007430     MOVE WS-DD-REFERENCE     TO DDI-REFERENCE.
007440     MOVE WS-DEBIT-AMOUNT     TO DDI-AMOUNT.
007450     MOVE WS-SETTLE-DATE      TO DDI-SETTLE-DATE.
007460     MOVE CUST-NAME           TO DDI-CUST-NAME.
007470     WRITE DD-INSTRUCTION-REC.
007480
007490     MOVE SPACES              TO CASH-RECEIPT-REC.
007500     MOVE DDM-CUST-ID         TO RCP-CUST-ID.
007510     MOVE WS-DEBIT-AMOUNT     TO RCP-AMOUNT.
007520     MOVE WS-SETTLE-DATE      TO RCP-PAYMENT-DATE.
007530     MOVE WS-DD-REFERENCE     TO RCP-REFERENCE.
007540     MOVE 0                   TO RCP-APPLY-COUNT.
007550     MOVE CUST-CURRENCY-CODE  TO RCP-CURRENCY-CODE.
007560     WRITE CASH-RECEIPT-REC.
007570
007580     MOVE WS-DD-REFERENCE     TO DDM-LAST-REFERENCE.
007590     MOVE WS-SETTLE-DATE      TO DDM-LAST-SETTLE-DATE.
007600     MOVE WS-DEBIT-AMOUNT     TO DDM-LAST-AMOUNT.
007610     REWRITE DD-MANDATE-REC.
007620 2300-ISSUE-DEBIT-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660*    2900-LIST-MANDATE                                          *
007670*****************************************************************
007680 2900-LIST-MANDATE.
007690     MOVE DDM-CUST-ID     TO WS-DET-CUST-ID.
007700     MOVE CUST-NAME       TO WS-DET-CUST-NAME.
007710     MOVE DDM-PAY-BASIS   TO WS-DET-BASIS.
007720     MOVE WS-DEBIT-AMOUNT TO WS-DET-AMOUNT.
007730     MOVE WS-DISPOSITION  TO WS-DET-DISPOSITION.
007740     WRITE DD-COLLECTION-LINE FROM WS-DETAIL-LINE.
007750 2900-LIST-MANDATE-EXIT.
007760     EXIT.
007770
007780*****************************************************************
007790*    3000-WRITE-TRAILER                                         *
007800*****************************************************************
007810 3000-WRITE-TRAILER.
007820     MOVE SPACES              TO DD-INSTRUCTION-REC.
007830     MOVE 'T'                 TO DDI-REC-TYPE.
007840     MOVE WS-DEBIT-COUNT      TO DDI-RECORD-COUNT.
007850     MOVE WS-DEBIT-TOTAL      TO DDI-AMOUNT-TOTAL.
007860     WRITE DD-INSTRUCTION-REC.
007870 3000-WRITE-TRAILER-EXIT.
007880     EXIT.
007890
007900*****************************************************************
007910*    4000-PRINT-TOTALS                                          *
007920*****************************************************************
007930 4000-PRINT-TOTALS.
007940     MOVE SPACES TO DD-COLLECTION-LINE.
007950     WRITE DD-COLLECTION-LINE.
007960
007970     MOVE 'MANDATES READ.................' TO WS-CNT-TITLE.
007980     MOVE WS-MANDATE-COUNT TO WS-CNT-VALUE.
007990     WRITE DD-COLLECTION-LINE FROM WS-COUNT-LINE.
008000
008010     MOVE 'SUSPENDED OR CANCELLED........' TO WS-CNT-TITLE.
008020     MOVE WS-INACTIVE-COUNT TO WS-CNT-VALUE.
008030     WRITE DD-COLLECTION-LINE FROM WS-COUNT-LINE.
008040
008050     MOVE 'BILLING CYCLE NOT DUE.........' TO WS-CNT-TITLE.
008060     MOVE WS-NOT-DUE-COUNT TO WS-CNT-VALUE.
008070     WRITE DD-COLLECTION-LINE FROM WS-COUNT-LINE.
008080
008090     MOVE 'PREVIOUS DEBIT STILL SETTLING.' TO WS-CNT-TITLE.
008100     MOVE WS-PENDING-COUNT TO WS-CNT-VALUE.
008110     WRITE DD-COLLECTION-LINE FROM WS-COUNT-LINE.
008120
008130     MOVE 'NOTHING DUE...................' TO WS-CNT-TITLE.
008140     MOVE WS-NOTHING-COUNT TO WS-CNT-VALUE.
008150     WRITE DD-COLLECTION-LINE FROM WS-COUNT-LINE.
008160
008170     MOVE 'REJECTION COUNTS RESET........' TO WS-CNT-TITLE.
008180     MOVE WS-CLEARED-COUNT TO WS-CNT-VALUE.
008190     WRITE DD-COLLECTION-LINE FROM WS-COUNT-LINE.
008200
008210     MOVE 'EXCEPTIONS....................' TO WS-CNT-TITLE.
008220     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
008230     WRITE DD-COLLECTION-LINE FROM WS-COUNT-LINE.
008240
008250     MOVE 'DEBITS ISSUED.................' TO WS-CNT-TITLE.
008260     MOVE WS-DEBIT-COUNT TO WS-CNT-VALUE.
008270     WRITE DD-COLLECTION-LINE FROM WS-COUNT-LINE.
008280
008290     MOVE 'AMOUNT DEBITED................' TO WS-VAL-TITLE.
008300     MOVE WS-DEBIT-TOTAL TO WS-VAL-AMOUNT.
008310     WRITE DD-COLLECTION-LINE FROM WS-VALUE-LINE.
008320 4000-PRINT-TOTALS-EXIT.
008330     EXIT.
008340
008350*****************************************************************
008360*    8000-READ-MANDATE                                          *
008370*****************************************************************
008380 8000-READ-MANDATE.
008390     READ DD-MANDATE-FILE
008400         AT END
008410             MOVE 'Y' TO WS-EOF-SW
008420     END-READ.
008430 8000-READ-MANDATE-EXIT.
008440     EXIT.
008450
008460*****************************************************************
008470*    9999-TERMINATE                                             *
008480*****************************************************************
008490 9999-TERMINATE.
008500     IF WS-FAILED
008510         GO TO 9999-TERMINATE-EXIT
008520     END-IF.
008530     CLOSE DD-MANDATE-FILE.
008540     CLOSE CUSTOMER-MASTER-FILE.
008550     CLOSE DD-INSTRUCTION-FILE.
008560     CLOSE CASH-RECEIPT-FILE.
008570     CLOSE DD-COLLECTION-RPT.
008580     IF WS-ARC-OPEN
008590         CLOSE APPLIED-RECEIPT-REGISTER
008600     END-IF.
008610 9999-TERMINATE-EXIT.
008620     EXIT.
008630
008640*****************************************************************
008650*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
008660*****************************************************************
008670     COPY STPPROC.
