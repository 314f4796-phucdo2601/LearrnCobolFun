000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COLQUE01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - COLLECTOR WORK QUEUE.  EACH      *
000100*                    NIGHT, FIRST CLOSES OFF EVERY PROMISE TO    *
000110*                    PAY ON THE COLLECTION HISTORY (COLHIST.CPY) *
000120*                    WHOSE DATE PLUS GRACE HAS PASSED - KEPT IF  *
000130*                    THE RECEIPTS CSHPOST1 APPLIED (RCPREG)      *
000140*                    SINCE THE CONTACT COVER THE AMOUNT,         *
000150*                    OTHERWISE BROKEN - AND WRITES THE NEXT      *
000160*                    HISTORY GENERATION.  THEN PRINTS THE DAY'S  *
000170*                    PRIORITIZED CALL LIST: EVERY ACTIVE         *
000180*                    CUSTOMER WITH UNDISPUTED OPEN ITEMS PAST    *
000190*                    DUE, NOT ON AN ACTIVE PAYMENT PLAN AND NOT  *
000200*                    WAITING ON A PROMISE, RANKED BY A SCORE     *
000210*                    BUILT FROM THE AGE AND SIZE OF THE OVERDUE  *
000220*                    ITEMS, CUST-RISK-GRADE AND THE DUNNING      *
000230*                    LEVEL, WITH BROKEN PROMISES AT THE TOP.     *
000240*                    CLOSES WITH THE PROMISE-KEPT RATE FOR EACH  *
000250*                    COLLECTOR.                                  *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CYC-FILE-STATUS.
000330
000340     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS OPI-ORDER-ID
000380         FILE STATUS IS WS-OPI-FILE-STATUS.
000390
000400     SELECT NOTICE-HISTORY-FILE ASSIGN TO NOTCHST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-NTC-FILE-STATUS.
000430
000440     SELECT PAYMENT-PLAN-FILE ASSIGN TO PAYPLAN
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PLN-FILE-STATUS.
000470
000480     SELECT COLLECTION-HISTORY-FILE ASSIGN TO COLHIST
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CLH-FILE-STATUS.
000510
000520     SELECT COLLECTION-HISTORY-OUT ASSIGN TO COLHISTO
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CHO-FILE-STATUS.
000550
000560     SELECT APPLIED-RECEIPT-REGISTER ASSIGN TO RCPREG
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS ARC-KEY
000600         FILE STATUS IS WS-ARC-FILE-STATUS.
000610
000620     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS CUST-ID
000660         FILE STATUS IS WS-CUST-FILE-STATUS.
000670
000680     SELECT CALL-LIST-RPT ASSIGN TO COLQUERP
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RPT-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CYCLE-CONTROL-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CYCLCTL.
000770
000780 FD  OPEN-ITEM-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY OPENITEM.
000810
000820 FD  NOTICE-HISTORY-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY NOTCHST.
000850
000860 FD  PAYMENT-PLAN-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY PAYPLAN.
000890
000900 FD  COLLECTION-HISTORY-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY COLHIST.
000930
000940 FD  COLLECTION-HISTORY-OUT
000950     LABEL RECORDS ARE STANDARD.
000960     01  COLLECTION-HISTORY-OUT-REC
000970                                  PIC X(107).
000980
000990 FD  APPLIED-RECEIPT-REGISTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY RCPREG.
001020
001030 FD  CUSTOMER-MASTER-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY CUSTMAST.
001060
001070 FD  CALL-LIST-RPT
001080     LABEL RECORDS ARE STANDARD.
001090     01  CALL-LIST-LINE           PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120     01  WS-CYC-FILE-STATUS       PIC X(02).
001130         88  WS-CYC-OK            VALUE '00'.
001140     01  WS-OPI-FILE-STATUS       PIC X(02).
001150         88  WS-OPI-OK            VALUE '00'.
001160         88  WS-OPI-EOF           VALUE '10'.
001170     01  WS-NTC-FILE-STATUS       PIC X(02).
001180         88  WS-NTC-OK            VALUE '00'.
001190         88  WS-NTC-EOF           VALUE '10'.
001200     01  WS-PLN-FILE-STATUS       PIC X(02).
001210         88  WS-PLN-OK            VALUE '00'.
001220         88  WS-PLN-EOF           VALUE '10'.
001230     01  WS-CLH-FILE-STATUS       PIC X(02).
001240         88  WS-CLH-OK            VALUE '00'.
001250         88  WS-CLH-EOF           VALUE '10'.
001260     01  WS-CHO-FILE-STATUS       PIC X(02).
001270         88  WS-CHO-OK            VALUE '00'.
001280     01  WS-ARC-FILE-STATUS       PIC X(02).
001290         88  WS-ARC-OK            VALUE '00'.
001300         88  WS-ARC-EOF           VALUE '10'.
001310     01  WS-CUST-FILE-STATUS      PIC X(02).
001320         88  WS-CUST-OK           VALUE '00'.
001330         88  WS-CUST-NOT-FOUND    VALUE '23'.
001340     01  WS-RPT-FILE-STATUS       PIC X(02).
001350         88  WS-RPT-OK            VALUE '00'.
001360
001370     01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
001380         88  WS-FAILED            VALUE 'Y'.
001390     01  WS-CLH-EOF-SW            PIC X(01) VALUE 'N'.
001400         88  WS-CLH-DONE          VALUE 'Y'.
001410     01  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
001420         88  WS-TABLE-FULL        VALUE 'Y'.
001430
001440     01  WS-RUN-DATE              PIC 9(08) VALUE 0.
001450     01  WS-RUN-DAY               PIC 9(07) COMP VALUE 0.
001460     01  WS-ITEM-DAY              PIC 9(07) COMP.
001470     01  WS-DAYS-OVERDUE          PIC 9(05) COMP.
001480
001490*****************************************************************
001500*    TUNING - DAYS AFTER THE PROMISE DATE BEFORE A PROMISE IS   *
001510*    JUDGED, SO A PAYMENT IN THE POST IS NOT CALLED BROKEN.     *
001520*****************************************************************
001530     01  WS-PROMISE-GRACE-DAYS    PIC 9(02) VALUE 3.
001540
001550*****************************************************************
001560*    DAY-NUMBER WORK - THE 30-DAY MONTH, AS BNKREC01 AGES ITS   *
001570*    ITEMS.                                                     *
001580*****************************************************************
001590     01  WS-DN-DATE               PIC 9(08).
001600     01  WS-DN-SPLIT REDEFINES WS-DN-DATE.
001610         05  WS-DN-YYYY           PIC 9(04).
001620         05  WS-DN-MM             PIC 9(02).
001630         05  WS-DN-DD             PIC 9(02).
001640     01  WS-DN-RESULT             PIC 9(07) COMP.
001650
001660*****************************************************************
001670*    CUSTOMER TABLE - ONE ROW PER CUSTOMER WITH UNDISPUTED OPEN *
001680*    ITEMS PAST DUE, CARRYING WHAT THE QUEUE IS SCORED FROM.    *
001690*****************************************************************
001700     01  WS-CST-COUNT             PIC 9(04) COMP VALUE 0.
001710     01  WS-MAX-CST-ROWS          PIC 9(04) COMP VALUE 500.
001720     01  WS-CST-TABLE.
001730         05  WS-CST-ROW OCCURS 500 TIMES.
001740             10  WS-CST-CUST-ID   PIC X(05).
001750             10  WS-CST-OVERDUE   PIC S9(09)V9(02) COMP-3.
001760             10  WS-CST-OLDEST-DAYS
001770                                  PIC 9(05) COMP.
001780             10  WS-CST-LEVEL     PIC 9(01).
001790             10  WS-CST-PLAN-SW   PIC X(01).
001800                 88  WS-CST-ON-PLAN        VALUE 'Y'.
001810             10  WS-CST-PENDING-SW
001820                                  PIC X(01).
001830                 88  WS-CST-PROMISE-PENDING VALUE 'Y'.
001840             10  WS-CST-BROKEN-DATE
001850                                  PIC 9(08).
001860             10  WS-CST-LAST-CONTACT
001870                                  PIC 9(08).
001880             10  WS-CST-LAST-OUTCOME
001890                                  PIC X(01).
001900             10  WS-CST-LAST-COLLECTOR
001910                                  PIC X(08).
001920             10  WS-CST-BROKEN-SW PIC X(01).
001930                 88  WS-CST-BROKEN         VALUE 'Y'.
001940             10  WS-CST-SCORE     PIC 9(07) COMP.
001950     01  WS-CST-KEY               PIC X(05).
001960     01  WS-CST-SUB               PIC 9(04) COMP.
001970     01  WS-CST-HIT-SUB           PIC 9(04) COMP.
001980
001990*****************************************************************
002000*    PROMISES DUE FOR JUDGEMENT - IN HISTORY ORDER, WITH WHAT   *
002010*    HAS BEEN PAID INSIDE EACH ONE'S WINDOW.                    *
002020*****************************************************************
002030     01  WS-PRM-COUNT             PIC 9(04) COMP VALUE 0.
002040     01  WS-MAX-PRM-ROWS          PIC 9(04) COMP VALUE 300.
002050     01  WS-PRM-TABLE.
002060         05  WS-PRM-ROW OCCURS 300 TIMES.
002070             10  WS-PRM-ORDINAL   PIC 9(07) COMP.
002080             10  WS-PRM-CUST-ID   PIC X(05).
002090             10  WS-PRM-FROM-DAY  PIC 9(07) COMP.
002100             10  WS-PRM-TO-DAY    PIC 9(07) COMP.
002110             10  WS-PRM-AMOUNT    PIC 9(07)V9(02).
002120             10  WS-PRM-PAID      PIC S9(09)V9(02) COMP-3.
002130     01  WS-PRM-SUB               PIC 9(04) COMP.
002140     01  WS-PRM-NEXT              PIC 9(04) COMP.
002150     01  WS-CLH-ORDINAL           PIC 9(07) COMP VALUE 0.
002160     01  WS-RECEIPT-DAY           PIC 9(07) COMP.
002170
002180*****************************************************************
002190*    COLLECTOR TABLE - PROMISE RESULTS OVER THE WHOLE HISTORY   *
002200*    AND FOR TONIGHT'S JUDGEMENTS.                              *
002210*****************************************************************
002220     01  WS-COL-COUNT             PIC 9(03) COMP VALUE 0.
002230     01  WS-MAX-COL-ROWS          PIC 9(03) COMP VALUE 100.
002240     01  WS-COL-TABLE.
002250         05  WS-COL-ROW OCCURS 100 TIMES.
002260             10  WS-COL-ID        PIC X(08).
002270             10  WS-COL-CONTACTS  PIC 9(07) COMP.
002280             10  WS-COL-PROMISES  PIC 9(07) COMP.
002290             10  WS-COL-KEPT      PIC 9(07) COMP.
002300             10  WS-COL-BROKEN    PIC 9(07) COMP.
002310             10  WS-COL-KEPT-TODAY
002320                                  PIC 9(05) COMP.
002330             10  WS-COL-BROKEN-TODAY
002340                                  PIC 9(05) COMP.
002350     01  WS-COL-SUB               PIC 9(03) COMP.
002360     01  WS-COL-HIT-SUB           PIC 9(03) COMP.
002370     01  WS-KEPT-RATE             PIC 9(03)V9(01).
002380
002390*****************************************************************
002400*    QUEUE RANKING - SUBSCRIPTS INTO THE CUSTOMER TABLE, HIGHEST *
002410*    SCORE FIRST.                                               *
002420*****************************************************************
002430     01  WS-QUE-COUNT             PIC 9(04) COMP VALUE 0.
002440     01  WS-RANK-TABLE.
002450         05  WS-RANK-ENTRY        PIC 9(04) COMP OCCURS 500 TIMES.
002460     01  WS-RANK-SUB              PIC 9(04) COMP.
002470     01  WS-SORT-SUB              PIC 9(04) COMP.
002480     01  WS-SORT-HOLD             PIC 9(04) COMP.
002490     01  WS-SORT-SWAPPED-SW       PIC X(01).
002500         88  WS-SORT-SWAPPED      VALUE 'Y'.
002510     01  WS-GRADE-WEIGHT          PIC 9(04) COMP.
002520     01  WS-AMOUNT-WEIGHT         PIC 9(07) COMP.
002530
002540*****************************************************************
002550*    CONTROL TOTALS                                             *
002560*****************************************************************
002570     01  WS-TOTALS.
002580         05  WS-OVERDUE-CUST-COUNT
002590                                  PIC 9(07) COMP VALUE 0.
002600         05  WS-PLAN-SKIP-COUNT   PIC 9(07) COMP VALUE 0.
002610         05  WS-PENDING-SKIP-COUNT
002620                                  PIC 9(07) COMP VALUE 0.
002630         05  WS-INACTIVE-SKIP-COUNT
002640                                  PIC 9(07) COMP VALUE 0.
002650         05  WS-BROKEN-QUEUED-COUNT
002660                                  PIC 9(07) COMP VALUE 0.
002670         05  WS-HISTORY-COUNT     PIC 9(07) COMP VALUE 0.
002680         05  WS-KEPT-TODAY-COUNT  PIC 9(07) COMP VALUE 0.
002690         05  WS-BROKEN-TODAY-COUNT
002700                                  PIC 9(07) COMP VALUE 0.
002710
002720*****************************************************************
002730*    CALL LIST LINE LAYOUTS                                     *
002740*****************************************************************
002750     01  WS-HEADING-LINE.
002760         05  FILLER               PIC X(38) VALUE
002770             'COLQUE01 - COLLECTIONS CALL LIST FOR '.
002780         05  WS-HDG-RUN-DATE      PIC 9(08).
002790         05  FILLER               PIC X(34) VALUE SPACES.
002800
002810     01  WS-COLUMN-LINE.
002820         05  FILLER               PIC X(40) VALUE
002830             'RNK CUST  NAME                 G L  DAYS'.
002840         05  FILLER               PIC X(40) VALUE
002850             '     OVERDUE  LAST CONTACT          FLAG'.
002860
002870     01  WS-DETAIL-LINE.
002880         05  WS-DET-RANK          PIC ZZ9.
002890         05  FILLER               PIC X(01) VALUE SPACE.
002900         05  WS-DET-CUST-ID       PIC X(05).
002910         05  FILLER               PIC X(01) VALUE SPACE.
002920         05  WS-DET-CUST-NAME     PIC X(20).
002930         05  FILLER               PIC X(01) VALUE SPACE.
002940         05  WS-DET-GRADE         PIC X(01).
002950         05  FILLER               PIC X(01) VALUE SPACE.
002960         05  WS-DET-LEVEL         PIC 9(01).
002970         05  FILLER               PIC X(01) VALUE SPACE.
002980         05  WS-DET-DAYS          PIC ZZZZ9.
002990         05  FILLER               PIC X(01) VALUE SPACE.
003000         05  WS-DET-OVERDUE       PIC ZZZ,ZZ9.99-.
003010         05  FILLER               PIC X(02) VALUE SPACES.
003020         05  WS-DET-LAST-DATE     PIC 9(08).
003030         05  FILLER               PIC X(01) VALUE SPACE.
003040         05  WS-DET-LAST-OUTCOME  PIC X(01).
003050         05  FILLER               PIC X(01) VALUE SPACE.
003060         05  WS-DET-LAST-COLLECTOR
003070                                  PIC X(08).
003080         05  FILLER               PIC X(01) VALUE SPACE.
003090         05  WS-DET-FLAG          PIC X(06).
003100
003110     01  WS-SECTION-LINE          PIC X(80).
003120
003130     01  WS-COLLECTOR-COLUMN-LINE.
003140         05  FILLER               PIC X(40) VALUE
003150             'COLLECTOR  CONTACTS  PROMISES    KEPT  B'.
003160         05  FILLER               PIC X(40) VALUE
003170             'ROKEN  KEPT %  KEPT TODAY  BROKEN TODAY'.
003180
003190     01  WS-COLLECTOR-LINE.
003200         05  WS-CLR-ID            PIC X(08).
003210         05  FILLER               PIC X(02) VALUE SPACES.
003220         05  WS-CLR-CONTACTS      PIC ZZZ,ZZ9.
003230         05  FILLER               PIC X(03) VALUE SPACES.
003240         05  WS-CLR-PROMISES      PIC ZZZ,ZZ9.
003250         05  FILLER               PIC X(02) VALUE SPACES.
003260         05  WS-CLR-KEPT          PIC ZZ,ZZ9.
003270         05  FILLER               PIC X(02) VALUE SPACES.
003280         05  WS-CLR-BROKEN        PIC ZZ,ZZ9.
003290         05  FILLER               PIC X(03) VALUE SPACES.
003300         05  WS-CLR-RATE          PIC ZZ9.9.
003310         05  FILLER               PIC X(05) VALUE SPACES.
003320         05  WS-CLR-KEPT-TODAY    PIC ZZ,ZZ9.
003330         05  FILLER               PIC X(08) VALUE SPACES.
003340         05  WS-CLR-BROKEN-TODAY  PIC ZZ,ZZ9.
003350         05  FILLER               PIC X(04) VALUE SPACES.
003360
003370     01  WS-COUNT-LINE.
003380         05  WS-CNT-TITLE         PIC X(34).
003390         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
003400         05  FILLER               PIC X(39) VALUE SPACES.
003410
003420 PROCEDURE DIVISION.
003430*****************************************************************
003440*    0000-MAINLINE                                              *
003450*****************************************************************
003460 0000-MAINLINE.
003470     PERFORM 1000-INITIALIZE
003480         THRU 1000-INITIALIZE-EXIT.
003490
003500     IF NOT WS-FAILED
003510         PERFORM 2000-RESOLVE-HISTORY
003520             THRU 2000-RESOLVE-HISTORY-EXIT
003530             UNTIL WS-CLH-DONE
003540         PERFORM 3000-SCORE-CUSTOMER
003550             THRU 3000-SCORE-CUSTOMER-EXIT
003560             VARYING WS-CST-SUB FROM 1 BY 1
003570             UNTIL WS-CST-SUB > WS-CST-COUNT
003580         PERFORM 4000-RANK-QUEUE
003590             THRU 4000-RANK-QUEUE-EXIT
003600         PERFORM 5000-PRINT-QUEUE
003610             THRU 5000-PRINT-QUEUE-EXIT
003620         PERFORM 6000-PRINT-COLLECTORS
003630             THRU 6000-PRINT-COLLECTORS-EXIT
003640     END-IF.
003650
003660     DISPLAY 'COLQUE01: HISTORY RECORDS....... '
003670         WS-HISTORY-COUNT.
003680     DISPLAY 'COLQUE01: PROMISES KEPT......... '
003690         WS-KEPT-TODAY-COUNT.
003700     DISPLAY 'COLQUE01: PROMISES BROKEN....... '
003710         WS-BROKEN-TODAY-COUNT.
003720     DISPLAY 'COLQUE01: CUSTOMERS QUEUED...... '
003730         WS-QUE-COUNT.
003740
003750*    A TABLE THAT FILLED LEFT CUSTOMERS OR PROMISES OUT OF THE
003760*    RUN - THE LIST IS USABLE BUT THE OPERATOR IS WARNED.
003770     IF WS-TABLE-FULL
003780         IF RETURN-CODE < 4
003790             MOVE 4 TO RETURN-CODE
003800         END-IF
003810     END-IF.
003820
003830     PERFORM 9999-TERMINATE
003840         THRU 9999-TERMINATE-EXIT.
003850
003860     STOP RUN.
003870
003880*****************************************************************
003890*    1000-INITIALIZE                                            *
003900*    THE RUN DATE IS THE CYCLE DATE.  THE TABLES ARE BUILT, THE *
003910*    DUE PROMISES GATHERED AND MATCHED TO THE RECEIPTS, AND     *
003920*    ONLY THEN IS THE HISTORY REOPENED TO BE COPIED FORWARD.    *
003930*****************************************************************
003940 1000-INITIALIZE.
003950     OPEN INPUT CYCLE-CONTROL-FILE.
003960     IF WS-CYC-OK
003970         READ CYCLE-CONTROL-FILE
003980             AT END
003990                 CONTINUE
004000             NOT AT END
004010                 MOVE CYC-LAST-RUN-DATE TO WS-RUN-DATE
004020         END-READ
004030         CLOSE CYCLE-CONTROL-FILE
004040     END-IF.
004050     IF WS-RUN-DATE = 0
004060         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004070     END-IF.
004080     MOVE WS-RUN-DATE TO WS-DN-DATE.
004090     PERFORM 7000-DAY-NUMBER
004100         THRU 7000-DAY-NUMBER-EXIT.
004110     MOVE WS-DN-RESULT TO WS-RUN-DAY.
004120
004130     PERFORM 1100-LOAD-OPEN-ITEMS
004140         THRU 1100-LOAD-OPEN-ITEMS-EXIT.
004150     PERFORM 1200-LOAD-NOTICES
004160         THRU 1200-LOAD-NOTICES-EXIT.
004170     PERFORM 1300-LOAD-PLANS
004180         THRU 1300-LOAD-PLANS-EXIT.
004190     PERFORM 1400-GATHER-PROMISES
004200         THRU 1400-GATHER-PROMISES-EXIT.
004210     IF WS-PRM-COUNT > 0
004220         PERFORM 1500-MATCH-RECEIPTS
004230             THRU 1500-MATCH-RECEIPTS-EXIT
004240     END-IF.
004250
004260*    NO HISTORY YET IS A FIRST RUN - AN EMPTY GENERATION IS
004270*    STILL WRITTEN FOR COLACT01 TO ADD TO.
004280     MOVE 0 TO WS-CLH-ORDINAL.
004290     MOVE 1 TO WS-PRM-NEXT.
004300     OPEN INPUT COLLECTION-HISTORY-FILE.
004310     IF NOT WS-CLH-OK
004320         DISPLAY 'COLQUE01: NO COLLECTION HISTORY - '
004330             'STARTING A NEW ONE'
004340         MOVE 'Y' TO WS-CLH-EOF-SW
004350     END-IF.
004360
004370     OPEN INPUT CUSTOMER-MASTER-FILE.
004380     IF NOT WS-CUST-OK
004390         DISPLAY 'COLQUE01: OPEN CUSTOMER-MASTER FAILED '
004400             WS-CUST-FILE-STATUS
004410         MOVE 8 TO RETURN-CODE
004420         MOVE 'Y' TO WS-FAILED-SW
004430         GO TO 1000-INITIALIZE-EXIT
004440     END-IF.
004450
004460     OPEN OUTPUT COLLECTION-HISTORY-OUT.
004470     IF NOT WS-CHO-OK
004480         DISPLAY 'COLQUE01: OPEN COLLECTION-HISTORY-OUT FAILED '
004490             WS-CHO-FILE-STATUS
004500         MOVE 8 TO RETURN-CODE
004510         MOVE 'Y' TO WS-FAILED-SW
004520         GO TO 1000-INITIALIZE-EXIT
004530     END-IF.
004540
004550     OPEN OUTPUT CALL-LIST-RPT.
004560     IF NOT WS-RPT-OK
004570         DISPLAY 'COLQUE01: OPEN CALL-LIST-RPT FAILED '
004580             WS-RPT-FILE-STATUS
004590     END-IF.
004600 1000-INITIALIZE-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*    1100-LOAD-OPEN-ITEMS                                       *
004650*    ONE ROW PER CUSTOMER WITH AN UNDISPUTED OPEN ITEM PAST ITS *
004660*    DUE DATE, TOTALLING THE OVERDUE AMOUNT AND KEEPING THE AGE *
004670*    OF THE OLDEST.  A DISPUTED ITEM IS NOT CHASED.             *
004680*****************************************************************
004690 1100-LOAD-OPEN-ITEMS.
004700     OPEN INPUT OPEN-ITEM-FILE.
004710     IF NOT WS-OPI-OK
004720         DISPLAY 'COLQUE01: NO OPEN-ITEM LEDGER - '
004730             'NOTHING TO QUEUE'
004740         GO TO 1100-LOAD-OPEN-ITEMS-EXIT
004750     END-IF.
004760     PERFORM 1110-READ-OPEN-ITEM
004770         THRU 1110-READ-OPEN-ITEM-EXIT
004780         UNTIL WS-OPI-EOF.
004790     CLOSE OPEN-ITEM-FILE.
004800 1100-LOAD-OPEN-ITEMS-EXIT.
004810     EXIT.
004820
004830*****************************************************************
004840*    1110-READ-OPEN-ITEM                                        *
004850*    AN ITEM WITHOUT A DUE DATE AGES FROM ITS ORDER DATE.       *
004860*****************************************************************
004870 1110-READ-OPEN-ITEM.
004880     READ OPEN-ITEM-FILE
004890         AT END
004900             MOVE '10' TO WS-OPI-FILE-STATUS
004910             GO TO 1110-READ-OPEN-ITEM-EXIT
004920     END-READ.
004930     IF NOT OPI-OPEN OR OPI-DISPUTED
004940         GO TO 1110-READ-OPEN-ITEM-EXIT
004950     END-IF.
004960
004970     IF OPI-DUE-DATE NUMERIC AND OPI-DUE-DATE > 0
004980         MOVE OPI-DUE-DATE   TO WS-DN-DATE
004990     ELSE
005000         MOVE OPI-ORDER-DATE TO WS-DN-DATE
005010     END-IF.
005020     PERFORM 7000-DAY-NUMBER
005030         THRU 7000-DAY-NUMBER-EXIT.
005040     MOVE WS-DN-RESULT TO WS-ITEM-DAY.
005050     IF WS-ITEM-DAY NOT < WS-RUN-DAY
005060         GO TO 1110-READ-OPEN-ITEM-EXIT
005070     END-IF.
005080     COMPUTE WS-DAYS-OVERDUE = WS-RUN-DAY - WS-ITEM-DAY.
005090
005100     MOVE OPI-CUST-ID TO WS-CST-KEY.
005110     PERFORM 1900-FIND-CUST-ROW
005120         THRU 1900-FIND-CUST-ROW-EXIT.
005130     IF WS-CST-HIT-SUB = 0
005140         IF WS-CST-COUNT NOT < WS-MAX-CST-ROWS
005150             IF NOT WS-TABLE-FULL
005160                 DISPLAY 'COLQUE01: CUSTOMER TABLE FULL AT '
005170                     WS-MAX-CST-ROWS
005180             END-IF
005190             MOVE 'Y' TO WS-TABLE-FULL-SW
005200             GO TO 1110-READ-OPEN-ITEM-EXIT
005210         END-IF
005220         ADD 1 TO WS-CST-COUNT
005230         MOVE WS-CST-COUNT TO WS-CST-HIT-SUB
005240         MOVE OPI-CUST-ID  TO WS-CST-CUST-ID(WS-CST-HIT-SUB)
005250         MOVE 0     TO WS-CST-OVERDUE(WS-CST-HIT-SUB)
005260         MOVE 0     TO WS-CST-OLDEST-DAYS(WS-CST-HIT-SUB)
005270         MOVE 0     TO WS-CST-LEVEL(WS-CST-HIT-SUB)
005280         MOVE 'N'   TO WS-CST-PLAN-SW(WS-CST-HIT-SUB)
005290         MOVE 'N'   TO WS-CST-PENDING-SW(WS-CST-HIT-SUB)
005300         MOVE 0     TO WS-CST-BROKEN-DATE(WS-CST-HIT-SUB)
005310         MOVE 0     TO WS-CST-LAST-CONTACT(WS-CST-HIT-SUB)
005320         MOVE SPACE TO WS-CST-LAST-OUTCOME(WS-CST-HIT-SUB)
005330         MOVE SPACES
005340             TO WS-CST-LAST-COLLECTOR(WS-CST-HIT-SUB)
005350         MOVE 'N'   TO WS-CST-BROKEN-SW(WS-CST-HIT-SUB)
005360         MOVE 0     TO WS-CST-SCORE(WS-CST-HIT-SUB)
005370         ADD 1 TO WS-OVERDUE-CUST-COUNT
005380     END-IF.
005390     ADD OPI-OPEN-AMOUNT TO WS-CST-OVERDUE(WS-CST-HIT-SUB).
005400     IF WS-DAYS-OVERDUE > WS-CST-OLDEST-DAYS(WS-CST-HIT-SUB)
005410         MOVE WS-DAYS-OVERDUE
005420             TO WS-CST-OLDEST-DAYS(WS-CST-HIT-SUB)
005430     END-IF.
005440 1110-READ-OPEN-ITEM-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    1200-LOAD-NOTICES                                          *
005490*    THE DUNNING LEVEL REACHED BY EACH OVERDUE CUSTOMER ON THE  *
005500*    CURRENT NOTICE HISTORY.                                    *
005510*****************************************************************
005520 1200-LOAD-NOTICES.
005530     OPEN INPUT NOTICE-HISTORY-FILE.
005540     IF NOT WS-NTC-OK
005550         DISPLAY 'COLQUE01: NO NOTICE HISTORY - '
005560             'DUNNING LEVELS TAKEN AS ZERO'
005570         GO TO 1200-LOAD-NOTICES-EXIT
005580     END-IF.
005590     PERFORM 1210-READ-NOTICE
005600         THRU 1210-READ-NOTICE-EXIT
005610         UNTIL WS-NTC-EOF.
005620     CLOSE NOTICE-HISTORY-FILE.
005630 1200-LOAD-NOTICES-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670*    1210-READ-NOTICE                                           *
005680*****************************************************************
005690 1210-READ-NOTICE.
005700     READ NOTICE-HISTORY-FILE
005710         AT END
005720             MOVE '10' TO WS-NTC-FILE-STATUS
005730             GO TO 1210-READ-NOTICE-EXIT
005740     END-READ.
005750     MOVE NTC-CUST-ID TO WS-CST-KEY.
005760     PERFORM 1900-FIND-CUST-ROW
005770         THRU 1900-FIND-CUST-ROW-EXIT.
005780     IF WS-CST-HIT-SUB > 0
005790         IF NTC-LEVEL > WS-CST-LEVEL(WS-CST-HIT-SUB)
005800             MOVE NTC-LEVEL TO WS-CST-LEVEL(WS-CST-HIT-SUB)
005810         END-IF
005820     END-IF.
005830 1210-READ-NOTICE-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870*    1300-LOAD-PLANS                                            *
005880*    A CUSTOMER PAYING DOWN AN ACTIVE PLAN IS MANAGED BY THE    *
005890*    PLAN, NOT BY THE PHONE.                                    *
005900*****************************************************************
005910 1300-LOAD-PLANS.
005920     OPEN INPUT PAYMENT-PLAN-FILE.
005930     IF NOT WS-PLN-OK
005940         GO TO 1300-LOAD-PLANS-EXIT
005950     END-IF.
005960     PERFORM 1310-READ-PLAN
005970         THRU 1310-READ-PLAN-EXIT
005980         UNTIL WS-PLN-EOF.
005990     CLOSE PAYMENT-PLAN-FILE.
006000 1300-LOAD-PLANS-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040*    1310-READ-PLAN                                             *
006050*****************************************************************
006060 1310-READ-PLAN.
006070     READ PAYMENT-PLAN-FILE
006080         AT END
006090             MOVE '10' TO WS-PLN-FILE-STATUS
006100             GO TO 1310-READ-PLAN-EXIT
006110     END-READ.
006120     IF NOT PLN-ACTIVE
006130         GO TO 1310-READ-PLAN-EXIT
006140     END-IF.
006150     MOVE PLN-CUST-ID TO WS-CST-KEY.
006160     PERFORM 1900-FIND-CUST-ROW
006170         THRU 1900-FIND-CUST-ROW-EXIT.
006180     IF WS-CST-HIT-SUB > 0
006190         MOVE 'Y' TO WS-CST-PLAN-SW(WS-CST-HIT-SUB)
006200     END-IF.
006210 1310-READ-PLAN-EXIT.
006220     EXIT.
006230
006240*****************************************************************
006250*    1400-GATHER-PROMISES                                       *
006260*    FIRST PASS OF THE HISTORY - EVERY OPEN PROMISE WHOSE DATE  *
006270*    PLUS GRACE IS BEHIND THE RUN DATE, REMEMBERED BY ITS       *
006280*    POSITION ON THE FILE SO THE SECOND PASS CAN CLOSE IT OFF.  *
006290*    ONE THAT DOES NOT FIT IN THE TABLE STAYS OPEN UNTIL THE    *
006300*    NEXT RUN.                                                  *
006310*****************************************************************
006320 1400-GATHER-PROMISES.
006330     OPEN INPUT COLLECTION-HISTORY-FILE.
006340     IF NOT WS-CLH-OK
006350         GO TO 1400-GATHER-PROMISES-EXIT
006360     END-IF.
006370     MOVE 0 TO WS-CLH-ORDINAL.
006380     PERFORM 1410-READ-PROMISE
006390         THRU 1410-READ-PROMISE-EXIT
006400         UNTIL WS-CLH-EOF.
006410     CLOSE COLLECTION-HISTORY-FILE.
006420 1400-GATHER-PROMISES-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460*    1410-READ-PROMISE                                          *
006470*****************************************************************
006480 1410-READ-PROMISE.
006490     READ COLLECTION-HISTORY-FILE
006500         AT END
006510             MOVE '10' TO WS-CLH-FILE-STATUS
006520             GO TO 1410-READ-PROMISE-EXIT
006530     END-READ.
006540     ADD 1 TO WS-CLH-ORDINAL.
006550     IF NOT CLH-PROMISE-OPEN
006560         GO TO 1410-READ-PROMISE-EXIT
006570     END-IF.
006580
006590     MOVE CLH-PROMISE-DATE TO WS-DN-DATE.
006600     PERFORM 7000-DAY-NUMBER
006610         THRU 7000-DAY-NUMBER-EXIT.
006620     IF WS-DN-RESULT + WS-PROMISE-GRACE-DAYS NOT < WS-RUN-DAY
006630         GO TO 1410-READ-PROMISE-EXIT
006640     END-IF.
006650     IF WS-PRM-COUNT NOT < WS-MAX-PRM-ROWS
006660         IF NOT WS-TABLE-FULL
006670             DISPLAY 'COLQUE01: PROMISE TABLE FULL AT '
006680                 WS-MAX-PRM-ROWS
006690         END-IF
006700         MOVE 'Y' TO WS-TABLE-FULL-SW
006710         GO TO 1410-READ-PROMISE-EXIT
006720     END-IF.
006730
006740     ADD 1 TO WS-PRM-COUNT.
006750     MOVE WS-CLH-ORDINAL     TO WS-PRM-ORDINAL(WS-PRM-COUNT).
006760     MOVE CLH-CUST-ID        TO WS-PRM-CUST-ID(WS-PRM-COUNT).
006770     COMPUTE WS-PRM-TO-DAY(WS-PRM-COUNT)
006780         = WS-DN-RESULT + WS-PROMISE-GRACE-DAYS.
006790     MOVE CLH-PROMISE-AMOUNT TO WS-PRM-AMOUNT(WS-PRM-COUNT).
006800     MOVE 0                  TO WS-PRM-PAID(WS-PRM-COUNT).
006810     MOVE CLH-CONTACT-DATE   TO WS-DN-DATE.
006820     PERFORM 7000-DAY-NUMBER
006830         THRU 7000-DAY-NUMBER-EXIT.
006840     MOVE WS-DN-RESULT       TO WS-PRM-FROM-DAY(WS-PRM-COUNT).
006850 1410-READ-PROMISE-EXIT.
006860     EXIT.
006870
006880*****************************************************************
006890*    1500-MATCH-RECEIPTS                                        *
006900*    EVERY RECEIPT ON THE APPLIED-RECEIPT REGISTER COUNTS       *
006910*    TOWARD EACH OF THE CUSTOMER'S PROMISES WHOSE WINDOW -      *
006920*    CONTACT DATE THROUGH PROMISE DATE PLUS GRACE - IT FALLS    *
006930*    IN.  A PAYMENT THE BANK RETURNED HAS ALREADY BEEN TAKEN    *
006940*    OFF THE REGISTER BY NSFRET01.                              *
006950*****************************************************************
006960 1500-MATCH-RECEIPTS.
006970     OPEN INPUT APPLIED-RECEIPT-REGISTER.
006980     IF NOT WS-ARC-OK
006990         DISPLAY 'COLQUE01: NO APPLIED-RECEIPT REGISTER - '
007000             'PROMISES DUE ARE JUDGED BROKEN'
007010         GO TO 1500-MATCH-RECEIPTS-EXIT
007020     END-IF.
007030     PERFORM 1510-READ-RECEIPT
007040         THRU 1510-READ-RECEIPT-EXIT
007050         UNTIL WS-ARC-EOF.
007060     CLOSE APPLIED-RECEIPT-REGISTER.
007070 1500-MATCH-RECEIPTS-EXIT.
007080     EXIT.
007090
007100*****************************************************************
007110*    1510-READ-RECEIPT                                          *
007120*****************************************************************
007130 1510-READ-RECEIPT.
007140     READ APPLIED-RECEIPT-REGISTER
007150         AT END
007160             MOVE '10' TO WS-ARC-FILE-STATUS
007170             GO TO 1510-READ-RECEIPT-EXIT
007180     END-READ.
007190     MOVE ARC-PAYMENT-DATE TO WS-DN-DATE.
007200     PERFORM 7000-DAY-NUMBER
007210         THRU 7000-DAY-NUMBER-EXIT.
007220     MOVE WS-DN-RESULT TO WS-RECEIPT-DAY.
007230     PERFORM 1520-CREDIT-PROMISE
007240         THRU 1520-CREDIT-PROMISE-EXIT
007250         VARYING WS-PRM-SUB FROM 1 BY 1
007260         UNTIL WS-PRM-SUB > WS-PRM-COUNT.
007270 1510-READ-RECEIPT-EXIT.
007280     EXIT.
007290
007300*****************************************************************
007310*    1520-CREDIT-PROMISE                                        *
007320*****************************************************************
007330 1520-CREDIT-PROMISE.
007340     IF WS-PRM-CUST-ID(WS-PRM-SUB) = ARC-CUST-ID
007350             AND WS-RECEIPT-DAY NOT < WS-PRM-FROM-DAY(WS-PRM-SUB)
007360             AND WS-RECEIPT-DAY NOT > WS-PRM-TO-DAY(WS-PRM-SUB)
007370         ADD ARC-AMOUNT TO WS-PRM-PAID(WS-PRM-SUB)
007380     END-IF.
007390 1520-CREDIT-PROMISE-EXIT.
007400     EXIT.
007410
007420*****************************************************************
007430*    1900-FIND-CUST-ROW                                         *
007440*    SETS WS-CST-HIT-SUB TO THE CUSTOMER'S ROW FOR WS-CST-KEY,  *
007450*    OR ZERO WHEN THERE IS NONE.                                *
007460*****************************************************************
007470 1900-FIND-CUST-ROW.
007480     MOVE 0 TO WS-CST-HIT-SUB.
007490     PERFORM 1910-MATCH-CUST-ROW
007500         THRU 1910-MATCH-CUST-ROW-EXIT
007510         VARYING WS-CST-SUB FROM 1 BY 1
007520         UNTIL WS-CST-SUB > WS-CST-COUNT
007530             OR WS-CST-HIT-SUB > 0.
007540 1900-FIND-CUST-ROW-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580*    1910-MATCH-CUST-ROW                                        *
007590*****************************************************************
007600 1910-MATCH-CUST-ROW.
007610     IF WS-CST-CUST-ID(WS-CST-SUB) = WS-CST-KEY
007620         MOVE WS-CST-SUB TO WS-CST-HIT-SUB
007630     END-IF.
007640 1910-MATCH-CUST-ROW-EXIT.
007650     EXIT.
007660
007670*****************************************************************
007680*    2000-RESOLVE-HISTORY                                       *
007690*    SECOND PASS - EACH HISTORY RECORD IS COPIED TO THE NEW     *
007700*    GENERATION, WITH A DUE PROMISE CLOSED OFF KEPT OR BROKEN   *
007710*    ON THE WAY.  THE SAME PASS TALLIES THE COLLECTORS AND      *
007720*    NOTES EACH OVERDUE CUSTOMER'S LAST CONTACT, OPEN PROMISE   *
007730*    AND LATEST BROKEN PROMISE.                                 *
007740*****************************************************************
007750 2000-RESOLVE-HISTORY.
007760     READ COLLECTION-HISTORY-FILE
007770         AT END
007780             MOVE 'Y' TO WS-CLH-EOF-SW
007790             GO TO 2000-RESOLVE-HISTORY-EXIT
007800     END-READ.
007810     ADD 1 TO WS-CLH-ORDINAL.
007820     ADD 1 TO WS-HISTORY-COUNT.
007830
007840     IF WS-PRM-NEXT NOT > WS-PRM-COUNT
007850         IF WS-PRM-ORDINAL(WS-PRM-NEXT) = WS-CLH-ORDINAL
007860             PERFORM 2100-CLOSE-PROMISE
007870                 THRU 2100-CLOSE-PROMISE-EXIT
007880         END-IF
007890     END-IF.
007900
007910     PERFORM 2200-TALLY-COLLECTOR
007920         THRU 2200-TALLY-COLLECTOR-EXIT.
007930     PERFORM 2300-TRACK-CUSTOMER
007940         THRU 2300-TRACK-CUSTOMER-EXIT.
007950
007960     WRITE COLLECTION-HISTORY-OUT-REC
007970         FROM COLLECTION-HISTORY-REC.
007980 2000-RESOLVE-HISTORY-EXIT.
007990     EXIT.
008000
008010*****************************************************************
008020*    2100-CLOSE-PROMISE                                         *
008030*    KEPT WHEN WHAT CAME IN INSIDE THE WINDOW COVERS THE AMOUNT *
008040*    PROMISED.                                                  *
008050*****************************************************************
008060 2100-CLOSE-PROMISE.
008070     MOVE WS-RUN-DATE TO CLH-RESOLVED-DATE.
008080     IF WS-PRM-PAID(WS-PRM-NEXT) > 9999999.99
008090         MOVE 9999999.99 TO CLH-PAID-AMOUNT
008100     ELSE
008110         IF WS-PRM-PAID(WS-PRM-NEXT) > 0
008120             MOVE WS-PRM-PAID(WS-PRM-NEXT) TO CLH-PAID-AMOUNT
008130         ELSE
008140             MOVE 0 TO CLH-PAID-AMOUNT
008150         END-IF
008160     END-IF.
008170     IF WS-PRM-PAID(WS-PRM-NEXT) NOT < WS-PRM-AMOUNT(WS-PRM-NEXT)
008180         MOVE 'K' TO CLH-PROMISE-STATUS
008190         ADD 1 TO WS-KEPT-TODAY-COUNT
008200     ELSE
008210         MOVE 'B' TO CLH-PROMISE-STATUS
008220         ADD 1 TO WS-BROKEN-TODAY-COUNT
008230     END-IF.
008240     ADD 1 TO WS-PRM-NEXT.
008250 2100-CLOSE-PROMISE-EXIT.
008260     EXIT.
008270
008280*****************************************************************
008290*    2200-TALLY-COLLECTOR                                       *
008300*****************************************************************
008310 2200-TALLY-COLLECTOR.
008320     MOVE 0 TO WS-COL-HIT-SUB.
008330     PERFORM 2210-MATCH-COLLECTOR
008340         THRU 2210-MATCH-COLLECTOR-EXIT
008350         VARYING WS-COL-SUB FROM 1 BY 1
008360         UNTIL WS-COL-SUB > WS-COL-COUNT
008370             OR WS-COL-HIT-SUB > 0.
008380     IF WS-COL-HIT-SUB = 0
008390         IF WS-COL-COUNT NOT < WS-MAX-COL-ROWS
008400             GO TO 2200-TALLY-COLLECTOR-EXIT
008410         END-IF
008420         ADD 1 TO WS-COL-COUNT
008430         MOVE WS-COL-COUNT     TO WS-COL-HIT-SUB
008440         MOVE CLH-COLLECTOR-ID TO WS-COL-ID(WS-COL-HIT-SUB)
008450         MOVE 0 TO WS-COL-CONTACTS(WS-COL-HIT-SUB)
008460         MOVE 0 TO WS-COL-PROMISES(WS-COL-HIT-SUB)
008470         MOVE 0 TO WS-COL-KEPT(WS-COL-HIT-SUB)
008480         MOVE 0 TO WS-COL-BROKEN(WS-COL-HIT-SUB)
008490         MOVE 0 TO WS-COL-KEPT-TODAY(WS-COL-HIT-SUB)
008500         MOVE 0 TO WS-COL-BROKEN-TODAY(WS-COL-HIT-SUB)
008510     END-IF.
008520
008530     ADD 1 TO WS-COL-CONTACTS(WS-COL-HIT-SUB).
008540     IF CLH-PROMISE
008550         ADD 1 TO WS-COL-PROMISES(WS-COL-HIT-SUB)
008560     END-IF.
008570     IF CLH-PROMISE-KEPT
008580         ADD 1 TO WS-COL-KEPT(WS-COL-HIT-SUB)
008590         IF CLH-RESOLVED-DATE = WS-RUN-DATE
008600             ADD 1 TO WS-COL-KEPT-TODAY(WS-COL-HIT-SUB)
008610         END-IF
008620     END-IF.
008630     IF CLH-PROMISE-BROKEN
008640         ADD 1 TO WS-COL-BROKEN(WS-COL-HIT-SUB)
008650         IF CLH-RESOLVED-DATE = WS-RUN-DATE
008660             ADD 1 TO WS-COL-BROKEN-TODAY(WS-COL-HIT-SUB)
008670         END-IF
008680     END-IF.
008690 2200-TALLY-COLLECTOR-EXIT.
008700     EXIT.
008710
008720*****************************************************************
008730*    2210-MATCH-COLLECTOR                                       *
008740*****************************************************************
008750 2210-MATCH-COLLECTOR.
008760     IF WS-COL-ID(WS-COL-SUB) = CLH-COLLECTOR-ID
008770         MOVE WS-COL-SUB TO WS-COL-HIT-SUB
008780     END-IF.
008790 2210-MATCH-COLLECTOR-EXIT.
008800     EXIT.
008810
008820*****************************************************************
008830*    2300-TRACK-CUSTOMER                                        *
008840*    A BROKEN PROMISE STAYS ESCALATED UNTIL A COLLECTOR HAS     *
008850*    BEEN BACK IN TOUCH AFTER IT WAS JUDGED.                    *
008860*****************************************************************
008870 2300-TRACK-CUSTOMER.
008880     MOVE CLH-CUST-ID TO WS-CST-KEY.
008890     PERFORM 1900-FIND-CUST-ROW
008900         THRU 1900-FIND-CUST-ROW-EXIT.
008910     IF WS-CST-HIT-SUB = 0
008920         GO TO 2300-TRACK-CUSTOMER-EXIT
008930     END-IF.
008940
008950     IF CLH-CONTACT-DATE NOT < WS-CST-LAST-CONTACT(WS-CST-HIT-SUB)
008960         MOVE CLH-CONTACT-DATE
008970             TO WS-CST-LAST-CONTACT(WS-CST-HIT-SUB)
008980         MOVE CLH-OUTCOME
008990             TO WS-CST-LAST-OUTCOME(WS-CST-HIT-SUB)
009000         MOVE CLH-COLLECTOR-ID
009010             TO WS-CST-LAST-COLLECTOR(WS-CST-HIT-SUB)
009020     END-IF.
009030     IF CLH-PROMISE-OPEN
009040         MOVE 'Y' TO WS-CST-PENDING-SW(WS-CST-HIT-SUB)
009050     END-IF.
009060     IF CLH-PROMISE-BROKEN
009070             AND CLH-RESOLVED-DATE
009080                 > WS-CST-BROKEN-DATE(WS-CST-HIT-SUB)
009090         MOVE CLH-RESOLVED-DATE
009100             TO WS-CST-BROKEN-DATE(WS-CST-HIT-SUB)
009110     END-IF.
009120 2300-TRACK-CUSTOMER-EXIT.
009130     EXIT.
009140
009150*****************************************************************
009160*    3000-SCORE-CUSTOMER                                        *
009170*    THE QUEUE SCORE - A BROKEN PROMISE OUTRANKS EVERYTHING     *
009180*    (1,000,000); THEN DAYS THE OLDEST ITEM IS OVERDUE (10 A    *
009190*    DAY, TO 999 DAYS), RISK GRADE (1,000 A GRADE FROM B TO E), *
009200*    DUNNING LEVEL (2,000 A LEVEL) AND THE OVERDUE AMOUNT (1    *
009210*    PER 100, TO 9,999).                                        *
009220*****************************************************************
009230 3000-SCORE-CUSTOMER.
009240     IF WS-CST-ON-PLAN(WS-CST-SUB)
009250         ADD 1 TO WS-PLAN-SKIP-COUNT
009260         GO TO 3000-SCORE-CUSTOMER-EXIT
009270     END-IF.
009280     IF WS-CST-PROMISE-PENDING(WS-CST-SUB)
009290         ADD 1 TO WS-PENDING-SKIP-COUNT
009300         GO TO 3000-SCORE-CUSTOMER-EXIT
009310     END-IF.
009320     IF WS-CST-OVERDUE(WS-CST-SUB) NOT > 0
009330         GO TO 3000-SCORE-CUSTOMER-EXIT
009340     END-IF.
009350
009360     MOVE WS-CST-CUST-ID(WS-CST-SUB) TO CUST-ID.
009370     READ CUSTOMER-MASTER-FILE
009380         INVALID KEY
009390             ADD 1 TO WS-INACTIVE-SKIP-COUNT
009400             GO TO 3000-SCORE-CUSTOMER-EXIT
009410     END-READ.
009420     IF NOT CUST-ACTIVE
009430         ADD 1 TO WS-INACTIVE-SKIP-COUNT
009440         GO TO 3000-SCORE-CUSTOMER-EXIT
009450     END-IF.
009460
009470     EVALUATE CUST-RISK-GRADE
009480         WHEN 'B'
009490             MOVE 1000 TO WS-GRADE-WEIGHT
009500         WHEN 'C'
009510             MOVE 2000 TO WS-GRADE-WEIGHT
009520         WHEN 'D'
009530             MOVE 3000 TO WS-GRADE-WEIGHT
009540         WHEN 'E'
009550             MOVE 4000 TO WS-GRADE-WEIGHT
009560         WHEN OTHER
009570             MOVE 0    TO WS-GRADE-WEIGHT
009580     END-EVALUATE.
009590     IF WS-CST-OLDEST-DAYS(WS-CST-SUB) > 999
009600         MOVE 999 TO WS-CST-OLDEST-DAYS(WS-CST-SUB)
009610     END-IF.
009620     COMPUTE WS-AMOUNT-WEIGHT = WS-CST-OVERDUE(WS-CST-SUB) / 100.
009630     IF WS-AMOUNT-WEIGHT > 9999
009640         MOVE 9999 TO WS-AMOUNT-WEIGHT
009650     END-IF.
009660
009670     COMPUTE WS-CST-SCORE(WS-CST-SUB)
009680         = WS-CST-OLDEST-DAYS(WS-CST-SUB) * 10
009690         + WS-GRADE-WEIGHT
009700         + WS-CST-LEVEL(WS-CST-SUB) * 2000
009710         + WS-AMOUNT-WEIGHT.
009720     IF WS-CST-BROKEN-DATE(WS-CST-SUB) > 0
009730             AND WS-CST-LAST-CONTACT(WS-CST-SUB)
009740                 NOT > WS-CST-BROKEN-DATE(WS-CST-SUB)
009750         MOVE 'Y' TO WS-CST-BROKEN-SW(WS-CST-SUB)
009760         ADD 1000000 TO WS-CST-SCORE(WS-CST-SUB)
009770         ADD 1 TO WS-BROKEN-QUEUED-COUNT
009780     END-IF.
009790
009800     ADD 1 TO WS-QUE-COUNT.
009810     MOVE WS-CST-SUB TO WS-RANK-ENTRY(WS-QUE-COUNT).
009820 3000-SCORE-CUSTOMER-EXIT.
009830     EXIT.
009840
009850*****************************************************************
009860*    4000-RANK-QUEUE                                            *
009870*    A SIMPLE EXCHANGE SORT OF THE SUBSCRIPTS, HIGHEST SCORE    *
009880*    FIRST, AS PRMLFT01 RANKS ITS PROMOTIONS.                   *
009890*****************************************************************
009900 4000-RANK-QUEUE.
009910     MOVE 'Y' TO WS-SORT-SWAPPED-SW.
009920     PERFORM 4100-ONE-SORT-PASS
009930         THRU 4100-ONE-SORT-PASS-EXIT
009940         UNTIL NOT WS-SORT-SWAPPED.
009950 4000-RANK-QUEUE-EXIT.
009960     EXIT.
009970
009980*****************************************************************
009990*    4100-ONE-SORT-PASS                                         *
010000*****************************************************************
010010 4100-ONE-SORT-PASS.
010020     MOVE 'N' TO WS-SORT-SWAPPED-SW.
010030     IF WS-QUE-COUNT < 2
010040         GO TO 4100-ONE-SORT-PASS-EXIT
010050     END-IF.
010060     PERFORM 4200-COMPARE-NEIGHBORS
010070         THRU 4200-COMPARE-NEIGHBORS-EXIT
010080         VARYING WS-SORT-SUB FROM 1 BY 1
010090         UNTIL WS-SORT-SUB NOT < WS-QUE-COUNT.
010100 4100-ONE-SORT-PASS-EXIT.
010110     EXIT.
010120
010130*****************************************************************
010140*    4200-COMPARE-NEIGHBORS                                     *
010150*****************************************************************
010160 4200-COMPARE-NEIGHBORS.
010170     COMPUTE WS-RANK-SUB = WS-SORT-SUB + 1.
010180     IF WS-CST-SCORE(WS-RANK-ENTRY(WS-RANK-SUB))
010190             > WS-CST-SCORE(WS-RANK-ENTRY(WS-SORT-SUB))
010200         MOVE WS-RANK-ENTRY(WS-SORT-SUB) TO WS-SORT-HOLD
010210         MOVE WS-RANK-ENTRY(WS-RANK-SUB)
010220             TO WS-RANK-ENTRY(WS-SORT-SUB)
010230         MOVE WS-SORT-HOLD TO WS-RANK-ENTRY(WS-RANK-SUB)
010240         MOVE 'Y' TO WS-SORT-SWAPPED-SW
010250     END-IF.
010260 4200-COMPARE-NEIGHBORS-EXIT.
010270     EXIT.
010280
010290*****************************************************************
010300*    5000-PRINT-QUEUE                                           *
010310*****************************************************************
010320 5000-PRINT-QUEUE.
010330     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
010340     WRITE CALL-LIST-LINE FROM WS-HEADING-LINE.
010350     MOVE SPACES TO CALL-LIST-LINE.
010360     WRITE CALL-LIST-LINE.
010370     WRITE CALL-LIST-LINE FROM WS-COLUMN-LINE.
010380     PERFORM 5100-PRINT-QUEUE-LINE
010390         THRU 5100-PRINT-QUEUE-LINE-EXIT
010400         VARYING WS-RANK-SUB FROM 1 BY 1
010410         UNTIL WS-RANK-SUB > WS-QUE-COUNT.
010420
010430     MOVE SPACES TO CALL-LIST-LINE.
010440     WRITE CALL-LIST-LINE.
010450     MOVE 'CUSTOMERS OVERDUE.................' TO WS-CNT-TITLE.
010460     MOVE WS-OVERDUE-CUST-COUNT TO WS-CNT-VALUE.
010470     WRITE CALL-LIST-LINE FROM WS-COUNT-LINE.
010480     MOVE 'LEFT OFF - ON A PAYMENT PLAN......' TO WS-CNT-TITLE.
010490     MOVE WS-PLAN-SKIP-COUNT TO WS-CNT-VALUE.
010500     WRITE CALL-LIST-LINE FROM WS-COUNT-LINE.
010510     MOVE 'LEFT OFF - PROMISE PENDING........' TO WS-CNT-TITLE.
010520     MOVE WS-PENDING-SKIP-COUNT TO WS-CNT-VALUE.
010530     WRITE CALL-LIST-LINE FROM WS-COUNT-LINE.
010540     MOVE 'LEFT OFF - NOT AN ACTIVE CUSTOMER.' TO WS-CNT-TITLE.
010550     MOVE WS-INACTIVE-SKIP-COUNT TO WS-CNT-VALUE.
010560     WRITE CALL-LIST-LINE FROM WS-COUNT-LINE.
010570     MOVE 'CUSTOMERS QUEUED..................' TO WS-CNT-TITLE.
010580     MOVE WS-QUE-COUNT TO WS-CNT-VALUE.
010590     WRITE CALL-LIST-LINE FROM WS-COUNT-LINE.
010600     MOVE 'BROKEN PROMISES ESCALATED.........' TO WS-CNT-TITLE.
010610     MOVE WS-BROKEN-QUEUED-COUNT TO WS-CNT-VALUE.
010620     WRITE CALL-LIST-LINE FROM WS-COUNT-LINE.
010630 5000-PRINT-QUEUE-EXIT.
010640     EXIT.
010650
010660*****************************************************************
010670*    5100-PRINT-QUEUE-LINE                                      *
010680*****************************************************************
010690 5100-PRINT-QUEUE-LINE.
010700     MOVE WS-RANK-ENTRY(WS-RANK-SUB) TO WS-CST-SUB.
010710     MOVE WS-CST-CUST-ID(WS-CST-SUB) TO CUST-ID.
010720     READ CUSTOMER-MASTER-FILE
010730         INVALID KEY
010740             MOVE SPACES TO CUST-NAME
010750             MOVE SPACE  TO CUST-RISK-GRADE
010760     END-READ.
010770     MOVE WS-RANK-SUB                     TO WS-DET-RANK.
010780     MOVE WS-CST-CUST-ID(WS-CST-SUB)      TO WS-DET-CUST-ID.
010790     MOVE CUST-NAME                       TO WS-DET-CUST-NAME.
010800     MOVE CUST-RISK-GRADE                 TO WS-DET-GRADE.
010810     MOVE WS-CST-LEVEL(WS-CST-SUB)        TO WS-DET-LEVEL.
010820     MOVE WS-CST-OLDEST-DAYS(WS-CST-SUB)  TO WS-DET-DAYS.
010830     MOVE WS-CST-OVERDUE(WS-CST-SUB)      TO WS-DET-OVERDUE.
010840     MOVE WS-CST-LAST-CONTACT(WS-CST-SUB) TO WS-DET-LAST-DATE.
010850     MOVE WS-CST-LAST-OUTCOME(WS-CST-SUB) TO WS-DET-LAST-OUTCOME.
010860     MOVE WS-CST-LAST-COLLECTOR(WS-CST-SUB)
010870         TO WS-DET-LAST-COLLECTOR.
010880     IF WS-CST-BROKEN(WS-CST-SUB)
010890         MOVE 'BROKEN' TO WS-DET-FLAG
010900     ELSE
010910         MOVE SPACES   TO WS-DET-FLAG
010920     END-IF.
010930     WRITE CALL-LIST-LINE FROM WS-DETAIL-LINE.
010940 5100-PRINT-QUEUE-LINE-EXIT.
010950     EXIT.
010960
010970*****************************************************************
010980*    6000-PRINT-COLLECTORS                                      *
010990*    THE KEPT RATE IS KEPT OVER ALL JUDGED PROMISES ON THE      *
011000*    HISTORY; TONIGHT'S JUDGEMENTS ARE SHOWN BESIDE IT.         *
011010*****************************************************************
011020 6000-PRINT-COLLECTORS.
011030     MOVE SPACES TO CALL-LIST-LINE.
011040     WRITE CALL-LIST-LINE.
011050     MOVE 'PROMISE-KEPT RATES BY COLLECTOR' TO WS-SECTION-LINE.
011060     WRITE CALL-LIST-LINE FROM WS-SECTION-LINE.
011070     WRITE CALL-LIST-LINE FROM WS-COLLECTOR-COLUMN-LINE.
011080     PERFORM 6100-PRINT-COLLECTOR-LINE
011090         THRU 6100-PRINT-COLLECTOR-LINE-EXIT
011100         VARYING WS-COL-SUB FROM 1 BY 1
011110         UNTIL WS-COL-SUB > WS-COL-COUNT.
011120 6000-PRINT-COLLECTORS-EXIT.
011130     EXIT.
011140
011150*****************************************************************
011160*    6100-PRINT-COLLECTOR-LINE                                  *
011170*****************************************************************
011180 6100-PRINT-COLLECTOR-LINE.
011190     IF WS-COL-KEPT(WS-COL-SUB) + WS-COL-BROKEN(WS-COL-SUB) > 0
011200         COMPUTE WS-KEPT-RATE ROUNDED
011210             = WS-COL-KEPT(WS-COL-SUB) * 100
011220             / (WS-COL-KEPT(WS-COL-SUB)
011230                + WS-COL-BROKEN(WS-COL-SUB))
011240     ELSE
011250         MOVE 0 TO WS-KEPT-RATE
011260     END-IF.
011270     MOVE WS-COL-ID(WS-COL-SUB)       TO WS-CLR-ID.
011280     MOVE WS-COL-CONTACTS(WS-COL-SUB) TO WS-CLR-CONTACTS.
011290     MOVE WS-COL-PROMISES(WS-COL-SUB) TO WS-CLR-PROMISES.
011300     MOVE WS-COL-KEPT(WS-COL-SUB)     TO WS-CLR-KEPT.
011310     MOVE WS-COL-BROKEN(WS-COL-SUB)   TO WS-CLR-BROKEN.
011320     MOVE WS-KEPT-RATE                TO WS-CLR-RATE.
011330     MOVE WS-COL-KEPT-TODAY(WS-COL-SUB)
011340         TO WS-CLR-KEPT-TODAY.
011350     MOVE WS-COL-BROKEN-TODAY(WS-COL-SUB)
011360         TO WS-CLR-BROKEN-TODAY.
011370     WRITE CALL-LIST-LINE FROM WS-COLLECTOR-LINE.
011380 6100-PRINT-COLLECTOR-LINE-EXIT.
011390     EXIT.
011400
011410*****************************************************************
011420*    7000-DAY-NUMBER                                            *
011430*    DAY NUMBER OF WS-DN-DATE ON THE 30-DAY MONTH.              *
011440*****************************************************************
011450 7000-DAY-NUMBER.
011460     IF WS-DN-DATE NOT NUMERIC
011470         MOVE 0 TO WS-DN-RESULT
011480         GO TO 7000-DAY-NUMBER-EXIT
011490     END-IF.
011500     COMPUTE WS-DN-RESULT
011510         = WS-DN-YYYY * 360 + WS-DN-MM * 30 + WS-DN-DD.
011520 7000-DAY-NUMBER-EXIT.
011530     EXIT.
011540
011550*****************************************************************
011560*    9999-TERMINATE                                             *
011570*****************************************************************
011580 9999-TERMINATE.
011590     IF WS-CLH-OK OR WS-CLH-EOF
011600         CLOSE COLLECTION-HISTORY-FILE
011610     END-IF.
011620     IF WS-CHO-OK
011630         CLOSE COLLECTION-HISTORY-OUT
011640     END-IF.
011650     IF WS-CUST-OK OR WS-CUST-NOT-FOUND
011660         CLOSE CUSTOMER-MASTER-FILE
011670     END-IF.
011680     CLOSE CALL-LIST-RPT.
011690 9999-TERMINATE-EXIT.
011700     EXIT.
