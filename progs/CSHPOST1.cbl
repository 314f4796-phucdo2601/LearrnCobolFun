000927*                    UNCONVERTED, SO A FOREIGN RECEIPT FALLS    *
000928*                    THROUGH TO THE NORMAL DERIVE AND ITS       *
000929*                    RATE AND STALENESS GUARDS.                 *
000930*    2026-10-15  PD  A RECEIPT DATED INSIDE AN OPEN ITEM'S       *
000931*                    EARLY-PAYMENT DISCOUNT WINDOW THAT PAYS THE *
000932*                    ITEM LESS NO MORE THAN ITS DISCOUNT NOW     *
000933*                    SETTLES THE ITEM.  THE DISCOUNT COMES OFF   *
000934*                    THE BALANCE, GOES TO THE ORDER HISTORY AS A *
000935*                    TYPE 'E' CREDIT, AND IS BOOKED DEBIT        *
000936*                    SALESDSC, CREDIT AR, INSTEAD OF LEAVING A   *
000937*                    SHORT PAYMENT OPEN.  DISCOUNTS GRANTED ARE  *
000938*                    COUNTED ON THE REGISTER.                    *
000939*    2026-10-15  PD  A SAME-CURRENCY RECEIPT NAMING A            *
000940*                    CASH-IN-ADVANCE ORDER STILL PARKED AWAITING *
000941*                    ITS FUNDS (HELD-ORDER FILE, REASON 'P') IS  *
000942*                    NOW A PREPAYMENT.  IT MAY TAKE THE ACCOUNT  *
000943*                    INTO CREDIT, RELIEVES NO OPEN ITEM, AND     *
000944*                    WRITES A FUNDS-RELEASE RECORD (FNDREL) PER  *
000945*                    ORDER IT PAYS TOWARD, SO THE NIGHTLY        *
000946*                    HELD-ORDER RELEASE CAN LET THE ORDER POST.  *
000947*    2026-10-15  PD  TAKES A CHECKPOINT EVERY PARM-CKPT-INTERVAL *
000948*                    RECEIPTS (CONTROL CARD ON PARMCARD) AND     *
000949*                    RESUMES FROM IT WHEN RESUBMITTED AFTER A    *
000950*                    FAILURE - TOTALS RESTORED, REGISTER         *
000951*                    VERIFIED, DONE RECEIPTS SKIPPED, RECEIPTS   *
000952*                    APPLIED AFTER THE LAST CHECKPOINT COUNTED   *
000953*                    NOT REAPPLIED.  LOGS START/CKPT/END TO      *
000954*                    STEPLOG.  RCPREG ROWS CARRY THE CYCLE.      *
000955*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000956*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000957*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000958*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000959*    2026-10-15  PD  A RESTART NOW CUTS THE RECEIPT SUSPENSE     *
000960*                    FILE AND THE RECEIPT, DUPLICATE AND         *
000961*                    RECOVERY REGISTERS BACK TO THE RECORD       *
000962*                    COUNTS IN THE CHECKPOINT INSTEAD OF         *
000963*                    EXTENDING THEM, SO A REREAD RECEIPT IS NOT  *
000964*                    WRITTEN TWICE.  A RECEIPT THAT CHANGES THE  *
000965*                    MASTERS IS COMMITTED WITH A CHECKPOINT AS   *
000966*                    SOON AS IT COMPLETES.  THE REGISTER ROW     *
000967*                    CARRIES THE AMOUNT APPLIED, SO ONE FOUND ON *
000968*                    RESTART COUNTS AT ITS CONVERTED AMOUNT, NOT *
000969*                    AS PAID.                                    *
000970*****************************************************************
000971 ENVIRONMENT DIVISION.
000972 INPUT-OUTPUT SECTION.
000973 FILE-CONTROL.
000974     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS CUST-ID
001700         ACCESS MODE IS DYNAMIC
001710         RECORD KEY IS OPI-ORDER-ID
001720         FILE STATUS IS WS-OPI-FILE-STATUS.
001721
001722     SELECT HELD-ORDER-FILE ASSIGN TO ORDHELD
001723         ORGANIZATION IS LINE SEQUENTIAL
001724         FILE STATUS IS WS-HLD-FILE-STATUS.
001725
001726     SELECT FUNDS-RELEASE-FILE ASSIGN TO FNDREL
001727         ORGANIZATION IS LINE SEQUENTIAL
001728         FILE STATUS IS WS-FRL-FILE-STATUS.
001730
001731     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
001732         ORGANIZATION IS LINE SEQUENTIAL
001733         FILE STATUS IS WS-PARM-FILE-STATUS.
001734
001735     SELECT CHECKPOINT-FILE ASSIGN TO POSTCKPT
001736         ORGANIZATION IS LINE SEQUENTIAL
001737         FILE STATUS IS WS-CKP-FILE-STATUS.
001738
001739     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
001740         ORGANIZATION IS LINE SEQUENTIAL
001741         FILE STATUS IS WS-SLG-FILE-STATUS.
001742
001743     SELECT CUT-WORK-FILE ASSIGN TO CKPCUT
001744         ORGANIZATION IS LINE SEQUENTIAL
001745         FILE STATUS IS WS-CUT-FILE-STATUS.
001746
001747 DATA DIVISION.
001750 FILE SECTION.
001760 FD  CUSTOMER-MASTER-FILE
001770     LABEL RECORDS ARE STANDARD.
002430 FD  OPEN-ITEM-FILE
002440     LABEL RECORDS ARE STANDARD.
002450     COPY OPENITEM.
002451
002452 FD  HELD-ORDER-FILE
002453     LABEL RECORDS ARE STANDARD.
002454     COPY HLDORD.
002455
002456 FD  FUNDS-RELEASE-FILE
002457     LABEL RECORDS ARE STANDARD.
002458     COPY FNDREL.
002459
002460 FD  CONTROL-CARD-FILE
002461     LABEL RECORDS ARE STANDARD.
002462     COPY PARMCARD.
002463
002464 FD  CHECKPOINT-FILE
002465     LABEL RECORDS ARE STANDARD.
002466     COPY PSTCKPT.
002467
002468 FD  STEP-LOG-FILE
002469     LABEL RECORDS ARE STANDARD.
002470     COPY STEPLOG.
002471
002472 FD  CUT-WORK-FILE
002473     LABEL RECORDS ARE STANDARD.
002474     01  CUT-WORK-REC             PIC X(200).
002475
002476 WORKING-STORAGE SECTION.
002480     01  WS-CUST-FILE-STATUS      PIC X(02).
002490         88  WS-CUST-OK           VALUE '00'.
002500         88  WS-CUST-NOT-FOUND    VALUE '23'.
002630         88  WS-PHS-OK            VALUE '00'.
002640
002650     COPY CMJWORK.
002655     COPY JCHWORK.
002660
002670     01  WS-CYC-FILE-STATUS       PIC X(02).
002680         88  WS-CYC-OK            VALUE '00'.
002900     01  WS-APPLY-SUB             PIC 9(02) COMP.
002910     01  WS-RELIEF-REMAINING      PIC S9(09)V9(02).
002920     01  WS-RELIEF-AMOUNT         PIC S9(07)V9(02).
002922     01  WS-ITEM-DISCOUNT         PIC S9(07)V9(02).
002924     01  WS-RCP-DISCOUNT          PIC S9(07)V9(02).
002926     01  WS-DISC-ORDER-ID         PIC X(06).
002930
002940*****************************************************************
002950*    CURRENCY CONVERSION TABLE AND WORK FIELDS - THE SAME       *
003730     01  WS-RECOVERY-ORDER-ID     PIC X(06).
003740
003750*****************************************************************
003752*    ORDERS AWAITING PREPAYMENT - LOADED ONCE AT START OF RUN   *
003753*    FROM THE HELD-ORDER FILE.  WS-AWT-NEED IS WHAT IS STILL    *
003754*    UNPAID, AND COMES DOWN AS THIS RUN'S RECEIPTS ARE BANKED   *
003755*    AGAINST IT.                                                *
003756*****************************************************************
003757     01  WS-HLD-FILE-STATUS       PIC X(02).
003758         88  WS-HLD-OK            VALUE '00'.
003759         88  WS-HLD-EOF           VALUE '10'.
003760     01  WS-FRL-FILE-STATUS       PIC X(02).
003761         88  WS-FRL-OK            VALUE '00'.
003762     01  WS-AWT-COUNT             PIC 9(03) COMP VALUE 0.
003763     01  WS-MAX-AWT-ROWS          PIC 9(03) COMP VALUE 200.
003764     01  WS-AWT-TABLE.
003765         05  WS-AWT-ROW OCCURS 200 TIMES.
003766             10  WS-AWT-ORDER-ID  PIC X(06).
003767             10  WS-AWT-CUST-ID   PIC X(05).
003768             10  WS-AWT-NEED      PIC S9(07)V9(02).
003769     01  WS-AWT-SUB               PIC 9(03) COMP.
003770     01  WS-AWT-HIT-SUB           PIC 9(03) COMP.
003771     01  WS-PREPAY-SW             PIC X(01) VALUE 'N'.
003772         88  WS-PREPAYMENT        VALUE 'Y'.
003773     01  WS-PREPAY-REMAINING      PIC S9(07)V9(02).
003774     01  WS-PREPAY-AMOUNT         PIC S9(07)V9(02).
003775
003776*****************************************************************
003777*    CLOSED ACCOUNTING PERIODS - LOADED ONCE AT START OF RUN.   *
003778*    A TRANSACTION DATED INTO A CLOSED PERIOD NEVER POSTS, SO   *
003780*    THE CLOSE FIGURES STOP MOVING AFTER SIGN-OFF.              *
003790*****************************************************************
003800     01  WS-PRD-FILE-STATUS       PIC X(02).
004160         05  WS-DUPLICATE-COUNT   PIC 9(07) COMP VALUE 0.
004170         05  WS-RECOVERY-COUNT    PIC 9(07) COMP VALUE 0.
004180         05  WS-RECOVERY-AMOUNT   PIC S9(09)V9(2) COMP-3 VALUE 0.
004183         05  WS-DISCOUNT-COUNT    PIC 9(07) COMP VALUE 0.
004186         05  WS-DISCOUNT-AMOUNT   PIC S9(09)V9(2) COMP-3 VALUE 0.
004187         05  WS-PREPAID-COUNT     PIC 9(07) COMP VALUE 0.
004188         05  WS-PREPAID-AMOUNT    PIC S9(09)V9(2) COMP-3 VALUE 0.
004189
004190*****************************************************************
004191*    COMMIT-INTERVAL CHECKPOINT/RESTART - AS IN ORDPOST1.  THE  *
004192*    RECEIPT FILE IS IN ARRIVAL ORDER, SO A RESTART SKIPS BY    *
004193*    COUNT AND PROVES THE LAST SKIPPED RECEIPT'S KEY.           *
004194*****************************************************************
004195     01  WS-PARM-FILE-STATUS      PIC X(02).
004196         88  WS-PARM-OK           VALUE '00'.
004197
004198     COPY CKPWORK.
004199
004200     01  WS-RCP-POSITION-KEY.
004201         05  WS-RPK-REFERENCE     PIC X(10).
004202         05  WS-RPK-CUST-ID       PIC X(05).
004203         05  WS-RPK-PAYMENT-DATE  PIC 9(08).
004204     01  WS-SKIPPED-COUNT         PIC 9(09) VALUE 0.
004205     01  WS-SKIPPED-LAST-KEY      PIC X(23) VALUE SPACES.
004206     01  WS-RECOVERED-COUNT       PIC 9(07) COMP VALUE 0.
004207     01  WS-RECOVERED-KEY         PIC X(23) VALUE SPACES.
004208*    OPEN FROM A RESTART UNTIL THE RESUMED RUN APPLIES ITS FIRST
004209*    RECEIPT - ONLY INSIDE IT CAN A REGISTER HIT UNDER THIS CYCLE
004210*    BE THE INTERRUPTED RUN'S OWN WORK RATHER THAN A DUPLICATE.
004211     01  WS-RESUME-WINDOW-SW      PIC X(01) VALUE 'N'.
004212         88  WS-RESUME-WINDOW     VALUE 'Y'.
004213*    CUTTING AN OUTPUT BACK TO THE CHECKPOINT ON A RESTART.
004214     01  WS-CUT-FILE-STATUS       PIC X(02).
004215         88  WS-CUT-OK            VALUE '00'.
004216     01  WS-CUT-STATUS            PIC X(02).
004217     01  WS-CUT-SLOT              PIC 9(01) VALUE 0.
004218     01  WS-CUT-KEPT              PIC 9(09) VALUE 0.
004219     01  WS-CUT-EOF-SW            PIC X(01) VALUE 'N'.
004220         88  WS-CUT-EOF           VALUE 'Y'.
004221     01  WS-CUT-FAILED-SW         PIC X(01) VALUE 'N'.
004222         88  WS-CUT-FAILED        VALUE 'Y'.
004223
004224*****************************************************************
004225*    RECEIPTS REGISTER LINE LAYOUTS                             *
004226*****************************************************************
004230     01  WS-REG-HEADING-LINE.
004240         05  FILLER               PIC X(32) VALUE
004250             'CSHPOST1 - DAILY CASH RECEIPTS'.
004780         WS-RECOVERY-COUNT.
004790     DISPLAY 'CSHPOST1: RECOVERY AMOUNT....... '
004800         WS-RECOVERY-AMOUNT.
004802     DISPLAY 'CSHPOST1: DISCOUNTS GRANTED..... '
004804         WS-DISCOUNT-COUNT.
004806     DISPLAY 'CSHPOST1: DISCOUNT AMOUNT....... '
004808         WS-DISCOUNT-AMOUNT.
004810     DISPLAY 'CSHPOST1: PREPAYMENTS BANKED.... '
004812         WS-PREPAID-COUNT.
004814     DISPLAY 'CSHPOST1: PREPAYMENT AMOUNT..... '
004816         WS-PREPAID-AMOUNT.
004818     IF WS-CKP-RESTART
004820         DISPLAY 'CSHPOST1: APPLIED BEFORE RESTART '
004822             WS-RECOVERED-COUNT
004824     END-IF.
004826
004828*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
004830*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
004840     IF WS-SUSPENDED-COUNT > 0
004850         IF RETURN-CODE < 4
004960*    1000-INITIALIZE                                            *
004970*****************************************************************
004980 1000-INITIALIZE.
004981*    THE JOURNAL CARRIES THE CYCLE IT WAS CUT IN, SO THE
004982*    BALANCE PROOF CAN NET EXACTLY ONE CYCLE'S MOVEMENT.
004983     OPEN INPUT CYCLE-CONTROL-FILE.
004984     IF WS-CYC-OK
004985         READ CYCLE-CONTROL-FILE
004986             AT END
004987                 CONTINUE
004988             NOT AT END
004989                 MOVE CYC-CYCLE-NUMBER
004990                     TO WS-CMJ-CYCLE-NUMBER
004991                 MOVE CYC-LAST-RUN-DATE
004992                     TO WS-AGE-BASE-DATE
004993         END-READ
004994         CLOSE CYCLE-CONTROL-FILE
004995     END-IF.
004996
004997*    A RESTART MUST BE KNOWN BEFORE ANY OUTPUT IS OPENED - A
004998*    RESUMED RUN CUTS WHAT THE INTERRUPTED RUN WROTE BACK TO THE
004999*    CHECKPOINT AND CARRIES ON FROM THERE.
005000     PERFORM 1005-READ-CONTROL-CARD
005001         THRU 1005-READ-CONTROL-CARD-EXIT.
005002     MOVE 'CSHPOST1'          TO WS-CKP-PROGRAM.
005003     MOVE WS-CMJ-CYCLE-NUMBER TO WS-CKP-CYCLE-NUMBER.
005004     PERFORM 9800-CHECK-RESTART
005005         THRU 9800-CHECK-RESTART-EXIT.
005006
005007     OPEN I-O CUSTOMER-MASTER-FILE.
005008     IF NOT WS-CUST-OK
005010         DISPLAY 'CSHPOST1: OPEN CUSTOMER-MASTER FAILED '
005020             WS-CUST-FILE-STATUS
005030         MOVE 'Y' TO WS-EOF-SW
005120         MOVE 8 TO RETURN-CODE
005130     END-IF.
005140
005143     IF WS-CKP-RESTART
005144         MOVE 1 TO WS-CUT-SLOT
005145         PERFORM 1037-CUT-BACK-OUTPUT
005146             THRU 1037-CUT-BACK-OUTPUT-EXIT
005149     ELSE
005152         OPEN OUTPUT RECEIPT-SUSPENSE-FILE
005155     END-IF.
005160     IF NOT WS-RSU-OK
005170         DISPLAY 'CSHPOST1: OPEN RECEIPT-SUSPENSE-FILE FAILED '
005180             WS-RSU-FILE-STATUS
005190     END-IF.
005200
005203     IF WS-CKP-RESTART
005204         MOVE 2 TO WS-CUT-SLOT
005205         PERFORM 1037-CUT-BACK-OUTPUT
005206             THRU 1037-CUT-BACK-OUTPUT-EXIT
005209     ELSE
005212         OPEN OUTPUT RECEIPTS-REGISTER-RPT
005215     END-IF.
005220     IF NOT WS-RPT-OK
005230         DISPLAY 'CSHPOST1: OPEN RECEIPTS-REGISTER-RPT FAILED '
005240             WS-RPT-FILE-STATUS
005300             WS-PHS-FILE-STATUS
005310     END-IF.
005320
005326     PERFORM 9610-OPEN-CUST-JOURNAL
005332         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
005340     IF NOT WS-CMJ-OK
005350         DISPLAY 'CSHPOST1: OPEN CUST-JOURNAL-FILE FAILED '
005360             WS-CMJ-FILE-STATUS
005370     END-IF.
005380     MOVE 'CSHPOST1' TO WS-CMJ-PROGRAM.
005390
005470
005550
005560*    THE OPEN-ITEM LEDGER PERSISTS ACROSS RUNS LIKE ORDPOST1'S
005570*    POSTED-ORDER REGISTER - CREATE IT EMPTY ON A FRESH SYSTEM.
005830         MOVE 'Y' TO WS-ARC-DISABLED-SW
005840     END-IF.
005850
005853     IF WS-CKP-RESTART
005854         MOVE 3 TO WS-CUT-SLOT
005855         PERFORM 1037-CUT-BACK-OUTPUT
005856             THRU 1037-CUT-BACK-OUTPUT-EXIT
005859     ELSE
005862         OPEN OUTPUT DUPLICATE-RECEIPTS-RPT
005865     END-IF.
005870     IF NOT WS-DUP-OK
005880         DISPLAY 'CSHPOST1: OPEN DUPLICATE-RECEIPTS-RPT FAILED '
005890             WS-DUP-FILE-STATUS
006330             'RECOVERY CHECK DISABLED'
006340     END-IF.
006350
006351*    THE HELD-ORDER FILE IS OPTIONAL - WITHOUT IT NO RECEIPT
006352*    IS TREATED AS A PREPAYMENT.
006353     OPEN INPUT HELD-ORDER-FILE.
006354     IF WS-HLD-OK
006355         PERFORM 1080-LOAD-AWAITING-ORDER
006356             THRU 1080-LOAD-AWAITING-ORDER-EXIT
006357             UNTIL WS-HLD-EOF
006358         CLOSE HELD-ORDER-FILE
006359     ELSE
006360         DISPLAY 'CSHPOST1: NO HELD-ORDER FILE - '
006361             'PREPAYMENT CHECK DISABLED'
006362     END-IF.
006363
006364*    THE DAY'S FUNDS RELEASES ACCUMULATE UNTIL THE NIGHTLY
006365*    HELD-ORDER RELEASE CONSUMES THEM - CREATE ON FIRST USE.
006366     OPEN EXTEND FUNDS-RELEASE-FILE.
006367     IF WS-FRL-FILE-STATUS = '35'
006368         OPEN OUTPUT FUNDS-RELEASE-FILE
006369     END-IF.
006370     IF NOT WS-FRL-OK
006371         DISPLAY 'CSHPOST1: OPEN FUNDS-RELEASE-FILE FAILED '
006372             WS-FRL-FILE-STATUS
006373     END-IF.
006374
006375     OPEN EXTEND ORDER-HISTORY-FILE.
006376     IF NOT WS-OHS-OK
006380         DISPLAY 'CSHPOST1: OPEN ORDER-HISTORY-FILE FAILED '
006390             WS-OHS-FILE-STATUS
006400     END-IF.
006410
006413     IF WS-CKP-RESTART
006414         MOVE 4 TO WS-CUT-SLOT
006415         PERFORM 1037-CUT-BACK-OUTPUT
006416             THRU 1037-CUT-BACK-OUTPUT-EXIT
006419     ELSE
006422         OPEN OUTPUT RECOVERIES-REGISTER-RPT
006425     END-IF.
006430     IF NOT WS-RCV-OK
006440         DISPLAY 'CSHPOST1: OPEN RECOVERIES-REGISTER FAILED '
006450             WS-RCV-FILE-STATUS
006460     END-IF.
006470
006475     IF NOT WS-CKP-RESTART
006480         WRITE RECEIPTS-REGISTER-LINE FROM WS-REG-HEADING-LINE
006482         ADD 1 TO WS-CKP-OUTPUT-COUNT(2)
006485     END-IF.
006490
006500     PERFORM 8000-READ-RECEIPT
006510         THRU 8000-READ-RECEIPT-EXIT.
006511
006512     IF WS-CKP-RESTART
006513         PERFORM 1030-RESUME-FROM-CHECKPOINT
006514             THRU 1030-RESUME-FROM-CHECKPOINT-EXIT
006515     END-IF.
006516     MOVE 'START' TO WS-CKP-EVENT.
006517     PERFORM 9830-LOG-STEP-EVENT
006518         THRU 9830-LOG-STEP-EVENT-EXIT.
006520 1000-INITIALIZE-EXIT.
006530     EXIT.
006531
006532*****************************************************************
006533*    1005-READ-CONTROL-CARD                                     *
006534*    THE CONTROL CARD IS OPTIONAL - WITHOUT IT, OR WITH A ZERO  *
006535*    INTERVAL, NO CHECKPOINTS ARE TAKEN.                        *
006536*****************************************************************
006537 1005-READ-CONTROL-CARD.
006538     MOVE 0 TO WS-CKP-INTERVAL.
006539     OPEN INPUT CONTROL-CARD-FILE.
006540     IF NOT WS-PARM-OK
006541         DISPLAY 'CSHPOST1: NO CONTROL CARD - NO CHECKPOINTS'
006542         GO TO 1005-READ-CONTROL-CARD-EXIT
006543     END-IF.
006544     READ CONTROL-CARD-FILE
006545         AT END
006546             DISPLAY 'CSHPOST1: NO CONTROL CARD - NO CHECKPOINTS'
006547         NOT AT END
006548             PERFORM 9500-VALIDATE-PARM-CARD
006549                 THRU 9500-VALIDATE-PARM-CARD-EXIT
006550             IF PARM-CKPT-INTERVAL NUMERIC
006551                 MOVE PARM-CKPT-INTERVAL TO WS-CKP-INTERVAL
006552             END-IF
006553     END-READ.
006554     CLOSE CONTROL-CARD-FILE.
006555 1005-READ-CONTROL-CARD-EXIT.
006556     EXIT.
006557
006558*****************************************************************
006559*    1030-RESUME-FROM-CHECKPOINT                                *
006560*    PUT BACK THE CONTROL TOTALS, PROVE THE APPLIED-RECEIPT     *
006561*    REGISTER STILL HOLDS THE LAST RECEIPT THE CHECKPOINT SAYS  *
006562*    WAS COMMITTED, AND SKIP THE RECEIPTS ALREADY DONE.  A      *
006563*    REGISTER RESTORED FROM BEHIND THE CHECKPOINT, A RECEIPT    *
006564*    FILE THAT IS NOT THE ONE THE INTERRUPTED RUN READ, OR AN   *
006565*    OUTPUT THAT COULD NOT BE CUT BACK, CANNOT BE RESUMED - THE *
006566*    STEP FAILS (RC 8) FOR A BACKOUT AND RERUN.                 *
006567*****************************************************************
006568 1030-RESUME-FROM-CHECKPOINT.
006569     IF WS-CUT-FAILED
006570         GO TO 1030-CANNOT-RESUME
006571     END-IF.
006572     PERFORM 8110-RESTORE-CHECKPOINT-TOTALS
006573         THRU 8110-RESTORE-CHECKPOINT-TOTALS-EXIT.
006574     MOVE 'Y' TO WS-RESUME-WINDOW-SW.
006575
006576     IF WS-CKP-REG-LAST-KEY NOT = SPACES AND NOT WS-ARC-DISABLED
006577         MOVE WS-CKP-REG-LAST-KEY TO ARC-KEY
006578         READ APPLIED-RECEIPT-REGISTER
006579             INVALID KEY
006580                 DISPLAY 'CSHPOST1: REGISTER BEHIND CHECKPOINT - '
006581                     WS-CKP-REG-LAST-KEY
006582                 GO TO 1030-CANNOT-RESUME
006583         END-READ
006584     END-IF.
006585
006586     MOVE 0 TO WS-SKIPPED-COUNT.
006587     PERFORM 1035-SKIP-ONE-RECEIPT
006588         THRU 1035-SKIP-ONE-RECEIPT-EXIT
006589         UNTIL WS-EOF
006590             OR WS-SKIPPED-COUNT NOT < WS-CKP-SKIP-COUNT.
006591     IF WS-SKIPPED-COUNT < WS-CKP-SKIP-COUNT
006592             OR WS-SKIPPED-LAST-KEY NOT = WS-CKP-SKIP-KEY
006593         DISPLAY 'CSHPOST1: RECEIPT FILE DOES NOT MATCH '
006594             'CHECKPOINT - LAST ' WS-SKIPPED-LAST-KEY
006595         GO TO 1030-CANNOT-RESUME
006596     END-IF.
006597     GO TO 1030-RESUME-FROM-CHECKPOINT-EXIT.
006598
006599 1030-CANNOT-RESUME.
006600     DISPLAY 'CSHPOST1: CANNOT RESUME - BACK OUT AND RERUN'.
006601     MOVE 'Y' TO WS-EOF-SW.
006602     MOVE 8 TO RETURN-CODE.
006603 1030-RESUME-FROM-CHECKPOINT-EXIT.
006604     EXIT.
006605
006606*****************************************************************
006607*    1035-SKIP-ONE-RECEIPT                                      *
006608*****************************************************************
006609 1035-SKIP-ONE-RECEIPT.
006610     ADD 1 TO WS-SKIPPED-COUNT.
006611     MOVE RCP-REFERENCE    TO WS-RPK-REFERENCE.
006612     MOVE RCP-CUST-ID      TO WS-RPK-CUST-ID.
006613     MOVE RCP-PAYMENT-DATE TO WS-RPK-PAYMENT-DATE.
006614     MOVE WS-RCP-POSITION-KEY TO WS-SKIPPED-LAST-KEY.
006615     PERFORM 8000-READ-RECEIPT
006616         THRU 8000-READ-RECEIPT-EXIT.
006617 1035-SKIP-ONE-RECEIPT-EXIT.
006618     EXIT.
006619
006620*****************************************************************
006621*    1037-CUT-BACK-OUTPUT                                       *
006622*    ON A RESTART, CUT THE OUTPUT IN SLOT WS-CUT-SLOT BACK TO   *
006623*    THE RECORDS IT HELD AT THE CHECKPOINT, SO A RECEIPT THE    *
006624*    RESUMED RUN READS AGAIN IS NOT SUSPENDED OR LISTED TWICE.  *
006625*    THE RECORDS KEPT ARE COPIED OUT TO CKPCUT AND BACK, WHICH  *
006626*    LEAVES THE OUTPUT OPEN AFTER THEM.  AN OUTPUT THAT CANNOT  *
006627*    BE REREAD, OR HOLDS FEWER RECORDS THAN THE CHECKPOINT      *
006628*    SAYS, IS LEFT AS IT IS AND THE RUN CANNOT BE RESUMED.      *
006629*    SLOTS - 1 RECEIPT SUSPENSE, 2 RECEIPTS REGISTER, 3         *
006630*    DUPLICATE RECEIPTS, 4 RECOVERIES REGISTER.                 *
006631*****************************************************************
006632 1037-CUT-BACK-OUTPUT.
006633     MOVE 0   TO WS-CUT-KEPT.
006634     MOVE 'N' TO WS-CUT-EOF-SW.
006635     EVALUATE WS-CUT-SLOT
006636         WHEN 1
006637             OPEN INPUT RECEIPT-SUSPENSE-FILE
006638             MOVE WS-RSU-FILE-STATUS TO WS-CUT-STATUS
006639         WHEN 2
006640             OPEN INPUT RECEIPTS-REGISTER-RPT
006641             MOVE WS-RPT-FILE-STATUS TO WS-CUT-STATUS
006642         WHEN 3
006643             OPEN INPUT DUPLICATE-RECEIPTS-RPT
006644             MOVE WS-DUP-FILE-STATUS TO WS-CUT-STATUS
006645         WHEN 4
006646             OPEN INPUT RECOVERIES-REGISTER-RPT
006647             MOVE WS-RCV-FILE-STATUS TO WS-CUT-STATUS
006648     END-EVALUATE.
006649     IF WS-CUT-STATUS NOT = '00'
006650         DISPLAY 'CSHPOST1: CANNOT REREAD OUTPUT ' WS-CUT-SLOT
006651             ' FOR RESTART - STATUS ' WS-CUT-STATUS
006652         MOVE 'Y' TO WS-CUT-FAILED-SW
006653         GO TO 1037-CUT-BACK-OUTPUT-EXIT
006654     END-IF.
006655     OPEN OUTPUT CUT-WORK-FILE.
006656     IF NOT WS-CUT-OK
006657         DISPLAY 'CSHPOST1: OPEN CUT-WORK-FILE FAILED '
006658             WS-CUT-FILE-STATUS
006659         MOVE 'Y' TO WS-CUT-FAILED-SW
006660         GO TO 1037-CUT-CLOSE-OUTPUT
006661     END-IF.
006662     PERFORM 1038-SAVE-CUT-RECORD
006663         THRU 1038-SAVE-CUT-RECORD-EXIT
006664         UNTIL WS-CUT-EOF
006665            OR WS-CUT-KEPT NOT <
006666                   WS-CKP-OUTPUT-COUNT(WS-CUT-SLOT).
006667     CLOSE CUT-WORK-FILE.
006668     IF WS-CUT-KEPT < WS-CKP-OUTPUT-COUNT(WS-CUT-SLOT)
006669         DISPLAY 'CSHPOST1: OUTPUT ' WS-CUT-SLOT ' HOLDS ONLY '
006670             WS-CUT-KEPT ' OF ' WS-CKP-OUTPUT-COUNT(WS-CUT-SLOT)
006671             ' CHECKPOINTED RECORDS'
006672         MOVE 'Y' TO WS-CUT-FAILED-SW
006673         GO TO 1037-CUT-CLOSE-OUTPUT
006674     END-IF.
006675
006676     EVALUATE WS-CUT-SLOT
006677         WHEN 1
006678             CLOSE RECEIPT-SUSPENSE-FILE
006679             OPEN OUTPUT RECEIPT-SUSPENSE-FILE
006680         WHEN 2
006681             CLOSE RECEIPTS-REGISTER-RPT
006682             OPEN OUTPUT RECEIPTS-REGISTER-RPT
006683         WHEN 3
006684             CLOSE DUPLICATE-RECEIPTS-RPT
006685             OPEN OUTPUT DUPLICATE-RECEIPTS-RPT
006686         WHEN 4
006687             CLOSE RECOVERIES-REGISTER-RPT
006688             OPEN OUTPUT RECOVERIES-REGISTER-RPT
006689     END-EVALUATE.
006690     OPEN INPUT CUT-WORK-FILE.
006691     MOVE 'N' TO WS-CUT-EOF-SW.
006692     PERFORM 1039-RESTORE-CUT-RECORD
006693         THRU 1039-RESTORE-CUT-RECORD-EXIT
006694         UNTIL WS-CUT-EOF.
006695     CLOSE CUT-WORK-FILE.
006696     GO TO 1037-CUT-BACK-OUTPUT-EXIT.
006697
006698 1037-CUT-CLOSE-OUTPUT.
006699     EVALUATE WS-CUT-SLOT
006700         WHEN 1
006701             CLOSE RECEIPT-SUSPENSE-FILE
006702         WHEN 2
006703             CLOSE RECEIPTS-REGISTER-RPT
006704         WHEN 3
006705             CLOSE DUPLICATE-RECEIPTS-RPT
006706         WHEN 4
006707             CLOSE RECOVERIES-REGISTER-RPT
006708     END-EVALUATE.
006709 1037-CUT-BACK-OUTPUT-EXIT.
006710     EXIT.
006711
006712*****************************************************************
006713*    1038-SAVE-CUT-RECORD                                       *
006714*****************************************************************
006715 1038-SAVE-CUT-RECORD.
006716     EVALUATE WS-CUT-SLOT
006717         WHEN 1
006718             READ RECEIPT-SUSPENSE-FILE INTO CUT-WORK-REC
006719                 AT END
006720                     MOVE 'Y' TO WS-CUT-EOF-SW
006721             END-READ
006722         WHEN 2
006723             READ RECEIPTS-REGISTER-RPT INTO CUT-WORK-REC
006724                 AT END
006725                     MOVE 'Y' TO WS-CUT-EOF-SW
006726             END-READ
006727         WHEN 3
006728             READ DUPLICATE-RECEIPTS-RPT INTO CUT-WORK-REC
006729                 AT END
006730                     MOVE 'Y' TO WS-CUT-EOF-SW
006731             END-READ
006732         WHEN 4
006733             READ RECOVERIES-REGISTER-RPT INTO CUT-WORK-REC
006734                 AT END
006735                     MOVE 'Y' TO WS-CUT-EOF-SW
006736             END-READ
006737     END-EVALUATE.
006738     IF WS-CUT-EOF
006739         GO TO 1038-SAVE-CUT-RECORD-EXIT
006740     END-IF.
006741     WRITE CUT-WORK-REC.
006742     ADD 1 TO WS-CUT-KEPT.
006743 1038-SAVE-CUT-RECORD-EXIT.
006744     EXIT.
006745
006746*****************************************************************
006747*    1039-RESTORE-CUT-RECORD                                    *
006748*****************************************************************
006749 1039-RESTORE-CUT-RECORD.
006750     READ CUT-WORK-FILE
006751         AT END
006752             MOVE 'Y' TO WS-CUT-EOF-SW
006753             GO TO 1039-RESTORE-CUT-RECORD-EXIT
006754     END-READ.
006755     EVALUATE WS-CUT-SLOT
006756         WHEN 1
006757             WRITE RECEIPT-SUSPENSE-REC FROM CUT-WORK-REC
006758         WHEN 2
006759             WRITE RECEIPTS-REGISTER-LINE FROM CUT-WORK-REC
006760         WHEN 3
006761             WRITE DUPLICATE-RECEIPTS-LINE FROM CUT-WORK-REC
006762         WHEN 4
006763             WRITE RECOVERIES-REGISTER-LINE FROM CUT-WORK-REC
006764     END-EVALUATE.
006765 1039-RESTORE-CUT-RECORD-EXIT.
006766     EXIT.
006767
006768*****************************************************************
006769*    1050-LOAD-CURRENCY-RATES                                   *
006770*    THE CURRENCY-RATE-FILE IS OPTIONAL - WITHOUT IT ANY        *
006771*    CROSS-CURRENCY RECEIPT WILL SUSPEND.                       *
006772*****************************************************************
006773 1050-LOAD-CURRENCY-RATES.
006774     OPEN INPUT CURRENCY-RATE-FILE.
006775     IF WS-CUR-OK
006776         PERFORM 1060-READ-CURRENCY-RATE
006777             THRU 1060-READ-CURRENCY-RATE-EXIT
006778             UNTIL WS-CUR-EOF
006779         CLOSE CURRENCY-RATE-FILE
006780     ELSE
006781         DISPLAY 'CSHPOST1: NO CURRENCY-RATE-FILE - '
006782             'CROSS-CURRENCY RECEIPTS WILL SUSPEND'
006783     END-IF.
006784 1050-LOAD-CURRENCY-RATES-EXIT.
006785     EXIT.
006786
006787*****************************************************************
006788*    1060-READ-CURRENCY-RATE                                    *
006789*****************************************************************
006790 1060-READ-CURRENCY-RATE.
006791     READ CURRENCY-RATE-FILE
006792         AT END
006800             MOVE '10' TO WS-CUR-FILE-STATUS
006810         NOT AT END
006820             IF WS-CUR-COUNT < WS-MAX-CUR-ROWS
007100     END-READ.
007110 1070-LOAD-WRITE-OFF-EXIT.
007120     EXIT.
007121
007122*****************************************************************
007123*    1080-LOAD-AWAITING-ORDER                                   *
007124*    ONLY A CASH-IN-ADVANCE ORDER STILL SHORT OF ITS FUNDS IS   *
007125*    KEPT - A POST-DATED HOLD TAKES NO PREPAYMENT.              *
007126*****************************************************************
007127 1080-LOAD-AWAITING-ORDER.
007128     READ HELD-ORDER-FILE
007129         AT END
007130             MOVE '10' TO WS-HLD-FILE-STATUS
007131         NOT AT END
007132             IF HLD-AWAIT-FUNDS
007133                     AND HLD-FUNDS-RECEIVED < HLD-PRICED-AMOUNT
007134                     AND WS-AWT-COUNT < WS-MAX-AWT-ROWS
007135                 ADD 1 TO WS-AWT-COUNT
007136                 MOVE HLD-ORDER-ID
007137                     TO WS-AWT-ORDER-ID(WS-AWT-COUNT)
007138                 MOVE HLD-CUST-ID
007139                     TO WS-AWT-CUST-ID(WS-AWT-COUNT)
007140                 COMPUTE WS-AWT-NEED(WS-AWT-COUNT)
007141                     = HLD-PRICED-AMOUNT - HLD-FUNDS-RECEIVED
007142             END-IF
007143     END-READ.
007144 1080-LOAD-AWAITING-ORDER-EXIT.
007145     EXIT.
007146
007147*****************************************************************
007150*    2000-APPLY-RECEIPT                                         *
007160*    LOOK UP THE RECEIPT'S CUSTOMER AND SUBTRACT THE PAYMENT    *
007170*    FROM THE CUSTOMER'S BALANCE.  AN UNMATCHED OR OVER-        *
007290     IF WS-DUP-RECEIPT
007300         PERFORM 2200-WRITE-REGISTER-DETAIL
007310             THRU 2200-WRITE-REGISTER-DETAIL-EXIT
007313         PERFORM 2090-COMMIT-POSITION
007316             THRU 2090-COMMIT-POSITION-EXIT
007320         PERFORM 8000-READ-RECEIPT
007330             THRU 8000-READ-RECEIPT-EXIT
007340         GO TO 2000-APPLY-RECEIPT-EXIT
007640             MOVE 'RECOVERY' TO WS-REG-DISPOSITION
007650             PERFORM 2200-WRITE-REGISTER-DETAIL
007660                 THRU 2200-WRITE-REGISTER-DETAIL-EXIT
007663             PERFORM 2090-COMMIT-POSITION
007666                 THRU 2090-COMMIT-POSITION-EXIT
007670             PERFORM 8000-READ-RECEIPT
007680                 THRU 8000-READ-RECEIPT-EXIT
007690             GO TO 2000-APPLY-RECEIPT-EXIT
007750             THRU 2020-DERIVE-APPLY-AMOUNT-EXIT
007760     END-IF.
007770
007772*    A RECEIPT NAMING A CASH-IN-ADVANCE ORDER STILL AWAITING
007774*    ITS FUNDS IS A PREPAYMENT - IT MAY TAKE THE ACCOUNT INTO
007776*    CREDIT, SINCE THE ORDER HAS NOT POSTED YET.
007778     MOVE 'N' TO WS-PREPAY-SW.
007780     IF WS-CUST-OK AND WS-FAIL-REASON = SPACES
007781             AND WS-AWT-COUNT > 0
007782             AND (RCP-CURRENCY-CODE = SPACES
007783                 OR RCP-CURRENCY-CODE = CUST-CURRENCY-CODE)
007784         PERFORM 2500-CHECK-PREPAYMENT
007785             THRU 2500-CHECK-PREPAYMENT-EXIT
007786     END-IF.
007787
007788     IF WS-CUST-OK AND WS-FAIL-REASON = SPACES
007789             AND NOT WS-PREPAYMENT
007790         IF WS-APPLY-AMOUNT > CUST-BALANCE
007800             MOVE 'PAYMENT EXCEEDS OPEN BALANCE'
007810                 TO WS-FAIL-REASON
008020         MOVE RCP-PAYMENT-DATE TO PHS-PAYMENT-DATE
008030         MOVE RCP-REFERENCE    TO PHS-REFERENCE
008040         WRITE PAYMENT-HISTORY-REC
008042         IF WS-PREPAYMENT
008044             PERFORM 2550-BANK-PREPAYMENT
008046                 THRU 2550-BANK-PREPAYMENT-EXIT
008048         ELSE
008050             PERFORM 2300-RELIEVE-OPEN-ITEMS
008052                 THRU 2300-RELIEVE-OPEN-ITEMS-EXIT
008054         END-IF
008062         IF WS-RCP-DISCOUNT > 0
008064             PERFORM 2350-POST-DISCOUNT
008066                 THRU 2350-POST-DISCOUNT-EXIT
008068         END-IF
008070         IF WS-FX-DIFF NOT = 0
008080             PERFORM 2150-WRITE-FX-JOURNAL
008090                 THRU 2150-WRITE-FX-JOURNAL-EXIT
008100         END-IF
008110         PERFORM 2040-REGISTER-APPLIED-RECEIPT
008120             THRU 2040-REGISTER-APPLIED-RECEIPT-EXIT
008123         IF WS-RCP-DISCOUNT > 0
008126             MOVE 'APPLIED WITH DISCOUNT' TO WS-REG-DISPOSITION
008129         ELSE
008132             MOVE 'APPLIED' TO WS-REG-DISPOSITION
008135         END-IF
008136         IF WS-PREPAYMENT
008137             MOVE 'APPLIED AS PREPAYMENT' TO WS-REG-DISPOSITION
008138         END-IF
008140     ELSE
008150         PERFORM 2100-WRITE-SUSPENSE
008160             THRU 2100-WRITE-SUSPENSE-EXIT
008200     PERFORM 2200-WRITE-REGISTER-DETAIL
008210         THRU 2200-WRITE-REGISTER-DETAIL-EXIT.
008220
008223     PERFORM 2090-COMMIT-POSITION
008226         THRU 2090-COMMIT-POSITION-EXIT.
008230     PERFORM 8000-READ-RECEIPT
008240         THRU 8000-READ-RECEIPT-EXIT.
008250 2000-APPLY-RECEIPT-EXIT.
008260     EXIT.
008261
008262*****************************************************************
008263*    2090-COMMIT-POSITION                                       *
008264*    THE RECEIPT IS DONE WITH - IT IS THE LAST COMMITTED        *
008265*    POSITION.  EVERY PARM-CKPT-INTERVAL RECEIPTS A CHECKPOINT  *
008266*    IS TAKEN, AND SO IS ONE AFTER EVERY RECEIPT THAT CHANGED   *
008267*    THE MASTERS, SO A RESUMED RUN NEVER APPLIES ONE TWICE OR   *
008268*    LOSES ITS PART OF THE TOTALS.                              *
008269*****************************************************************
008270 2090-COMMIT-POSITION.
008271     MOVE RCP-REFERENCE    TO WS-RPK-REFERENCE.
008272     MOVE RCP-CUST-ID      TO WS-RPK-CUST-ID.
008273     MOVE RCP-PAYMENT-DATE TO WS-RPK-PAYMENT-DATE.
008274     MOVE WS-RECEIPT-COUNT    TO WS-CKP-RECORDS-READ.
008275     MOVE WS-RCP-POSITION-KEY TO WS-CKP-LAST-KEY.
008276     ADD 1 TO WS-CKP-SINCE-LAST.
008277     IF WS-CKP-INTERVAL > 0
008278             AND (WS-CKP-SINCE-LAST NOT < WS-CKP-INTERVAL
008279                  OR WS-CKP-COMMIT-DUE)
008280         PERFORM 8100-SAVE-CHECKPOINT-TOTALS
008281             THRU 8100-SAVE-CHECKPOINT-TOTALS-EXIT
008282         PERFORM 9810-TAKE-CHECKPOINT
008283             THRU 9810-TAKE-CHECKPOINT-EXIT
008284     END-IF.
008285     MOVE 'N' TO WS-CKP-COMMIT-SW.
008286 2090-COMMIT-POSITION-EXIT.
008287     EXIT.
008288
008289*****************************************************************
008290*    2020-DERIVE-APPLY-AMOUNT                                   *
008300*    A SAME-CURRENCY (OR UNSTATED-CURRENCY) RECEIPT APPLIES     *
008310*    AS KEYED.  A FOREIGN RECEIPT CLEARS THE RECEIVABLE AT      *
008990         INVALID KEY
009000             CONTINUE
009010     END-READ.
009012*    ON A RESUMED RUN, A RECEIPT THE INTERRUPTED RUN APPLIED
009013*    BUT DIED BEFORE COMMITTING IS ALREADY ON THE REGISTER UNDER
009014*    THIS CYCLE.  IT IS COUNTED AS APPLIED, AT THE AMOUNT IT
009015*    TOOK OFF THE BALANCE, NOT APPLIED TWICE AND NOT LISTED AS
009016*    A DUPLICATE.
009020     IF WS-ARC-OK AND WS-RESUME-WINDOW
009022             AND WS-CMJ-CYCLE-NUMBER > 0
009024             AND ARC-APPLY-CYCLE = WS-CMJ-CYCLE-NUMBER
009026             AND ARC-KEY NOT = WS-RECOVERED-KEY
009030         MOVE 'Y' TO WS-DUP-RECEIPT-SW
009031         MOVE ARC-KEY TO WS-RECOVERED-KEY
009032         ADD 1 TO WS-RECOVERED-COUNT
009033         ADD 1 TO WS-APPLIED-COUNT
009034         ADD ARC-APPLIED-AMOUNT TO WS-AMOUNT-APPLIED
009035         MOVE 'APPLIED BEFORE RESTART' TO WS-REG-DISPOSITION
009036         GO TO 2030-CHECK-ALREADY-APPLIED-EXIT
009037     END-IF.
009038     IF WS-ARC-OK
009039         MOVE 'Y' TO WS-DUP-RECEIPT-SW
009040         ADD 1 TO WS-DUPLICATE-COUNT
009050         MOVE RCP-CUST-ID      TO WS-REG-CUST-ID
009060         MOVE RCP-AMOUNT       TO WS-REG-AMOUNT
009090         MOVE 'RECEIPT ALREADY APPLIED'
009100             TO WS-REG-DISPOSITION
009110         WRITE DUPLICATE-RECEIPTS-LINE FROM WS-REG-DETAIL-LINE
009115         ADD 1 TO WS-CKP-OUTPUT-COUNT(3)
009120     END-IF.
009130 2030-CHECK-ALREADY-APPLIED-EXIT.
009140     EXIT.
009170*    2040-REGISTER-APPLIED-RECEIPT                              *
009180*****************************************************************
009190 2040-REGISTER-APPLIED-RECEIPT.
009193*    THE MASTERS HAVE CHANGED - THE RECEIPT MUST BE COMMITTED.
009196     MOVE 'Y' TO WS-CKP-COMMIT-SW.
009200     IF WS-ARC-DISABLED
009210         GO TO 2040-REGISTER-APPLIED-RECEIPT-EXIT
009220     END-IF.
009240     MOVE RCP-CUST-ID      TO ARC-CUST-ID.
009250     MOVE RCP-PAYMENT-DATE TO ARC-PAYMENT-DATE.
009260     MOVE RCP-AMOUNT       TO ARC-AMOUNT.
009265     MOVE WS-CMJ-CYCLE-NUMBER TO ARC-APPLY-CYCLE.
009266*    WHAT CAME OFF THE BALANCE, IN THE CUSTOMER'S CURRENCY - A
009267*    RECOVERY IS TAKEN AS PAID.
009268     IF WS-RECOVERY
009269         MOVE RCP-AMOUNT      TO ARC-APPLIED-AMOUNT
009270     ELSE
009271         MOVE WS-APPLY-AMOUNT TO ARC-APPLIED-AMOUNT
009272     END-IF.
009273     WRITE APPLIED-RECEIPT-REC
009280         INVALID KEY
009290             DISPLAY 'CSHPOST1: RECEIPT REGISTER WRITE FAILED '
009300                 RCP-REFERENCE
009302         NOT INVALID KEY
009304             MOVE ARC-KEY TO WS-CKP-REG-LAST-KEY
009306             ADD 1 TO WS-CKP-REG-ADDS
009310     END-WRITE.
009315     MOVE 'N' TO WS-RESUME-WINDOW-SW.
009320 2040-REGISTER-APPLIED-RECEIPT-EXIT.
009330     EXIT.
009340
010020     MOVE SPACES               TO OHS-BRANCH-CODE.
010030     MOVE 'S'                  TO OHS-TRAN-TYPE.
010040     MOVE SPACES               TO OHS-REP-CODE.
010045     MOVE RCP-PAYMENT-DATE     TO OHS-DUE-DATE.
010050     WRITE ORDER-HISTORY-REC.
010060
010070     MOVE RCP-CUST-ID      TO PHS-CUST-ID.
010340     MOVE WS-RECOVERY-ORDER-ID TO WS-REG-REFERENCE.
010350     MOVE 'RECOVERED'      TO WS-REG-DISPOSITION.
010360     WRITE RECOVERIES-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
010365     ADD 1 TO WS-CKP-OUTPUT-COUNT(4).
010370 2400-POST-RECOVERY-EXIT.
010380     EXIT.
010390
011790         VARYING WS-APPLY-SUB FROM 1 BY 1
011800         UNTIL WS-APPLY-SUB > 5.
011810     WRITE RECEIPT-SUSPENSE-REC.
011815     ADD 1 TO WS-CKP-OUTPUT-COUNT(1).
011820 2100-WRITE-SUSPENSE-EXIT.
011830     EXIT.
011840
011960*    BLANKS IN THE NEW FIELDS) LEAVES THE LEDGER ALONE.         *
011970*****************************************************************
011980 2300-RELIEVE-OPEN-ITEMS.
011985     MOVE 0 TO WS-RCP-DISCOUNT.
011990     IF WS-OPI-DISABLED
012000             OR RCP-APPLY-COUNT NOT NUMERIC
012010             OR RCP-APPLY-COUNT = 0
012350     ELSE
012360         MOVE WS-RELIEF-REMAINING TO WS-RELIEF-AMOUNT
012370     END-IF.
012373     PERFORM 2320-CHECK-EARLY-DISCOUNT
012376         THRU 2320-CHECK-EARLY-DISCOUNT-EXIT.
012380     SUBTRACT WS-RELIEF-AMOUNT FROM OPI-OPEN-AMOUNT.
012390     SUBTRACT WS-RELIEF-AMOUNT FROM WS-RELIEF-REMAINING.
012391*    A DISCOUNT TAKEN INSIDE THE WINDOW CLOSES THE SHORTFALL.
012392     IF WS-ITEM-DISCOUNT > 0
012393         SUBTRACT WS-ITEM-DISCOUNT FROM OPI-OPEN-AMOUNT
012394         ADD WS-ITEM-DISCOUNT TO WS-RCP-DISCOUNT
012395         MOVE OPI-ORDER-ID TO WS-DISC-ORDER-ID
012396     END-IF.
012400     IF OPI-OPEN-AMOUNT = 0
012410         MOVE 'S' TO OPI-STATUS
012420         MOVE RCP-PAYMENT-DATE TO OPI-SETTLED-DATE
012430         ADD 1 TO WS-ITEMS-SETTLED
012440     END-IF.
012450     REWRITE OPEN-ITEM-REC.
012455     MOVE OPI-ORDER-ID TO WS-CKP-OPI-LAST-KEY.
012460 2310-RELIEVE-ONE-ITEM-EXIT.
012470     EXIT.
012480
012481*****************************************************************
012482*    2320-CHECK-EARLY-DISCOUNT                                  *
012483*    A RECEIPT DATED ON OR BEFORE THE ITEM'S DISCOUNT DATE THAT *
012484*    PAYS THE ITEM LESS NO MORE THAN ITS DISCOUNT HAS TAKEN THE *
012485*    EARLY-PAYMENT DISCOUNT - THE SHORTFALL IS GRANTED RATHER   *
012486*    THAN LEFT OPEN.  AN ITEM CUT BEFORE THE DISCOUNT FIELDS    *
012487*    EXISTED CARRIES NONE.                                      *
012488*****************************************************************
012489 2320-CHECK-EARLY-DISCOUNT.
012490     MOVE 0 TO WS-ITEM-DISCOUNT.
012491     IF WS-RELIEF-AMOUNT NOT < OPI-OPEN-AMOUNT
012492         GO TO 2320-CHECK-EARLY-DISCOUNT-EXIT
012493     END-IF.
012494     IF OPI-DISC-AMOUNT NOT NUMERIC
012495             OR OPI-DISC-DATE NOT NUMERIC
012496         GO TO 2320-CHECK-EARLY-DISCOUNT-EXIT
012497     END-IF.
012498     IF OPI-DISC-AMOUNT NOT > 0
012499             OR RCP-PAYMENT-DATE > OPI-DISC-DATE
012500         GO TO 2320-CHECK-EARLY-DISCOUNT-EXIT
012501     END-IF.
012502     IF WS-RELIEF-AMOUNT + OPI-DISC-AMOUNT < OPI-OPEN-AMOUNT
012503         GO TO 2320-CHECK-EARLY-DISCOUNT-EXIT
012504     END-IF.
012505     COMPUTE WS-ITEM-DISCOUNT
012506         = OPI-OPEN-AMOUNT - WS-RELIEF-AMOUNT.
012507 2320-CHECK-EARLY-DISCOUNT-EXIT.
012508     EXIT.
012509
012510*****************************************************************
012511*    2350-POST-DISCOUNT                                         *
012512*    THE DISCOUNT GRANTED COMES OFF THE CUSTOMER'S BALANCE,     *
012513*    GOES TO THE PERIOD HISTORY AS A TYPE 'E' CREDIT SO THE     *
012514*    STATEMENT STILL TIES, AND IS BOOKED TO ITS OWN GL ACCOUNT  *
012515*    - DEBIT SALESDSC, CREDIT AR - INSTEAD OF SITTING AS A      *
012516*    SHORT PAYMENT.                                             *
012517*****************************************************************
012518 2350-POST-DISCOUNT.
012519     ADD 1 TO WS-DISCOUNT-COUNT.
012520     ADD WS-RCP-DISCOUNT TO WS-DISCOUNT-AMOUNT.
012521     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
012522     SUBTRACT WS-RCP-DISCOUNT FROM CUST-BALANCE.
012523     REWRITE CUSTOMER-REC.
012524     MOVE 'R'          TO WS-CMJ-ACTION.
012525     MOVE CUST-ID      TO WS-CMJ-CUST-ID.
012526     MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE.
012527     PERFORM 9600-WRITE-CUST-JOURNAL
012528         THRU 9600-WRITE-CUST-JOURNAL-EXIT.
012529
012530     MOVE WS-DISC-ORDER-ID     TO OHS-ORDER-ID.
012531     MOVE RCP-CUST-ID          TO OHS-CUST-ID.
012532     COMPUTE OHS-AMOUNT = 0 - WS-RCP-DISCOUNT.
012533     MOVE RCP-PAYMENT-DATE     TO OHS-ORDER-DATE.
012534     MOVE CUST-CURRENCY-CODE   TO OHS-CURRENCY-CODE.
012535     MOVE SPACES               TO OHS-BRANCH-CODE.
012536     MOVE 'E'                  TO OHS-TRAN-TYPE.
012537     MOVE SPACES               TO OHS-REP-CODE.
012538     MOVE 0                    TO OHS-DUE-DATE.
012539     WRITE ORDER-HISTORY-REC.
012540
012541     MOVE 'CSHPOST1'       TO GLJ-SOURCE-PGM.
012542     MOVE RCP-PAYMENT-DATE TO GLJ-TRAN-DATE.
012543     MOVE RCP-REFERENCE    TO GLJ-REFERENCE.
012544     MOVE WS-RCP-DISCOUNT  TO WS-GLJ-ABS-AMOUNT.
012545     MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT.
012546     MOVE 'SALESDSC'       TO GLJ-ACCOUNT.
012547     MOVE 'D'              TO GLJ-DEBIT-CREDIT.
012548     WRITE GL-JOURNAL-REC.
012549     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
012550     MOVE 'AR      '       TO GLJ-ACCOUNT.
012551     MOVE 'C'              TO GLJ-DEBIT-CREDIT.
012552     WRITE GL-JOURNAL-REC.
012553     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
012554 2350-POST-DISCOUNT-EXIT.
012555     EXIT.
012556
012557*****************************************************************
012558*    2500-CHECK-PREPAYMENT                                      *
012559*    THE RECEIPT IS A PREPAYMENT WHEN ANY ORDER ID IT NAMES IS  *
012560*    AN AWAITING-FUNDS ORDER OF THE SAME CUSTOMER.              *
012561*****************************************************************
012562 2500-CHECK-PREPAYMENT.
012563     IF RCP-APPLY-COUNT NOT NUMERIC
012564             OR RCP-APPLY-COUNT = 0
012565         GO TO 2500-CHECK-PREPAYMENT-EXIT
012566     END-IF.
012567     PERFORM 2510-FIND-AWAITING-ORDER
012568         THRU 2510-FIND-AWAITING-ORDER-EXIT
012569         VARYING WS-APPLY-SUB FROM 1 BY 1
012570         UNTIL WS-APPLY-SUB > RCP-APPLY-COUNT
012571             OR WS-APPLY-SUB > 5
012572             OR WS-PREPAYMENT.
012573 2500-CHECK-PREPAYMENT-EXIT.
012574     EXIT.
012575
012576*****************************************************************
012577*    2510-FIND-AWAITING-ORDER                                   *
012578*    LOOK UP THE ORDER ID AT WS-APPLY-SUB IN THE AWAITING-FUNDS *
012579*    TABLE.  WS-AWT-HIT-SUB IS ITS ROW, OR ZERO.                *
012580*****************************************************************
012581 2510-FIND-AWAITING-ORDER.
012582     MOVE 0 TO WS-AWT-HIT-SUB.
012583     PERFORM 2520-MATCH-AWAITING-ROW
012584         THRU 2520-MATCH-AWAITING-ROW-EXIT
012585         VARYING WS-AWT-SUB FROM 1 BY 1
012586         UNTIL WS-AWT-SUB > WS-AWT-COUNT
012587             OR WS-AWT-HIT-SUB > 0.
012588     IF WS-AWT-HIT-SUB > 0
012589         MOVE 'Y' TO WS-PREPAY-SW
012590     END-IF.
012591 2510-FIND-AWAITING-ORDER-EXIT.
012592     EXIT.
012593
012594*****************************************************************
012595*    2520-MATCH-AWAITING-ROW                                    *
012596*****************************************************************
012597 2520-MATCH-AWAITING-ROW.
012598     IF WS-AWT-ORDER-ID(WS-AWT-SUB)
012599             = RCP-APPLY-ORDER-ID(WS-APPLY-SUB)
012600             AND WS-AWT-CUST-ID(WS-AWT-SUB) = RCP-CUST-ID
012601         MOVE WS-AWT-SUB TO WS-AWT-HIT-SUB
012602     END-IF.
012603 2520-MATCH-AWAITING-ROW-EXIT.
012604     EXIT.
012605
012606*****************************************************************
012607*    2550-BANK-PREPAYMENT                                       *
012608*    SHARE THE RECEIPT ACROSS THE AWAITING ORDERS IT NAMES, IN  *
012609*    THE ORDER LISTED, EACH UP TO WHAT IT STILL NEEDS.          *
012610*    ANYTHING LEFT OVER STAYS ON THE ACCOUNT AS A CREDIT        *
012611*    BALANCE.                                                   *
012612*****************************************************************
012613 2550-BANK-PREPAYMENT.
012614     MOVE 0 TO WS-RCP-DISCOUNT.
012615     ADD 1 TO WS-PREPAID-COUNT.
012616     MOVE WS-APPLY-AMOUNT TO WS-PREPAY-REMAINING.
012617     PERFORM 2560-FUND-ONE-ORDER
012618         THRU 2560-FUND-ONE-ORDER-EXIT
012619         VARYING WS-APPLY-SUB FROM 1 BY 1
012620         UNTIL WS-APPLY-SUB > RCP-APPLY-COUNT
012621             OR WS-APPLY-SUB > 5
012622             OR WS-PREPAY-REMAINING NOT > 0.
012623 2550-BANK-PREPAYMENT-EXIT.
012624     EXIT.
012625
012626*****************************************************************
012627*    2560-FUND-ONE-ORDER                                        *
012628*    A NAMED ORDER THAT IS NOT AWAITING FUNDS, OR IS ALREADY    *
012629*    FULLY PAID THIS RUN, IS SKIPPED.                           *
012630*****************************************************************
012631 2560-FUND-ONE-ORDER.
012632     PERFORM 2510-FIND-AWAITING-ORDER
012633         THRU 2510-FIND-AWAITING-ORDER-EXIT.
012634     IF WS-AWT-HIT-SUB = 0
012635         GO TO 2560-FUND-ONE-ORDER-EXIT
012636     END-IF.
012637     IF WS-AWT-NEED(WS-AWT-HIT-SUB) NOT > 0
012638         GO TO 2560-FUND-ONE-ORDER-EXIT
012639     END-IF.
012640     IF WS-PREPAY-REMAINING > WS-AWT-NEED(WS-AWT-HIT-SUB)
012641         MOVE WS-AWT-NEED(WS-AWT-HIT-SUB) TO WS-PREPAY-AMOUNT
012642     ELSE
012643         MOVE WS-PREPAY-REMAINING TO WS-PREPAY-AMOUNT
012644     END-IF.
012645     SUBTRACT WS-PREPAY-AMOUNT FROM WS-AWT-NEED(WS-AWT-HIT-SUB).
012646     SUBTRACT WS-PREPAY-AMOUNT FROM WS-PREPAY-REMAINING.
012647     ADD WS-PREPAY-AMOUNT TO WS-PREPAID-AMOUNT.
012648     MOVE WS-AWT-ORDER-ID(WS-AWT-HIT-SUB) TO FRL-ORDER-ID.
012649     MOVE RCP-CUST-ID                     TO FRL-CUST-ID.
012650     MOVE WS-PREPAY-AMOUNT                TO FRL-AMOUNT.
012651     MOVE RCP-PAYMENT-DATE                TO FRL-PAYMENT-DATE.
012652     MOVE RCP-REFERENCE                   TO FRL-REFERENCE.
012653     WRITE FUNDS-RELEASE-REC.
012654 2560-FUND-ONE-ORDER-EXIT.
012655     EXIT.
012656
012657*****************************************************************
012658*    1095-LOAD-CLOSED-PERIODS                                   *
012659*    THE PERIOD CONTROL FILE IS OPTIONAL - WITHOUT IT EVERY     *
012660*    PERIOD IS OPEN, AS BEFORE.                                 *
012661*****************************************************************
012662 1095-LOAD-CLOSED-PERIODS.
012663     OPEN INPUT PERIOD-CONTROL-FILE.
012664     IF NOT WS-PRD-OK
012665         GO TO 1095-LOAD-CLOSED-PERIODS-EXIT
012666     END-IF.
012667     PERFORM 1096-READ-CLOSED-PERIOD
012668         THRU 1096-READ-CLOSED-PERIOD-EXIT
012669         UNTIL WS-PRD-EOF.
012670     CLOSE PERIOD-CONTROL-FILE.
012671 1095-LOAD-CLOSED-PERIODS-EXIT.
012672     EXIT.
012673
012674*****************************************************************
012675*    1096-READ-CLOSED-PERIOD                                    *
012680*****************************************************************
012690 1096-READ-CLOSED-PERIOD.
012700     READ PERIOD-CONTROL-FILE
013140     MOVE RCP-PAYMENT-DATE TO WS-REG-PAYMENT-DATE.
013150     MOVE RCP-REFERENCE    TO WS-REG-REFERENCE.
013160     WRITE RECEIPTS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
013165     ADD 1 TO WS-CKP-OUTPUT-COUNT(2).
013170 2200-WRITE-REGISTER-DETAIL-EXIT.
013180     EXIT.
013190
013450         TO WS-REG-AMOUNT-TITLE.
013460     MOVE WS-AMOUNT-SUSPENDED TO WS-REG-AMOUNT-VALUE.
013470     WRITE RECEIPTS-REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
013471
013472     MOVE 'DISCOUNTS GRANTED.........'
013473         TO WS-REG-COUNT-TITLE.
013474     MOVE WS-DISCOUNT-COUNT TO WS-REG-COUNT-VALUE.
013475     WRITE RECEIPTS-REGISTER-LINE FROM WS-REG-COUNT-LINE.
013476
013477     MOVE 'DISCOUNT AMOUNT...........'
013478         TO WS-REG-AMOUNT-TITLE.
013479     MOVE WS-DISCOUNT-AMOUNT TO WS-REG-AMOUNT-VALUE.
013480     WRITE RECEIPTS-REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
013481
013482     MOVE 'PREPAYMENTS BANKED........'
013483         TO WS-REG-COUNT-TITLE.
013484     MOVE WS-PREPAID-COUNT TO WS-REG-COUNT-VALUE.
013485     WRITE RECEIPTS-REGISTER-LINE FROM WS-REG-COUNT-LINE.
013486
013487     MOVE 'PREPAYMENT AMOUNT.........'
013488         TO WS-REG-AMOUNT-TITLE.
013489     MOVE WS-PREPAID-AMOUNT TO WS-REG-AMOUNT-VALUE.
013490     WRITE RECEIPTS-REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
013491 3000-PRINT-CONTROL-TOTALS-EXIT.
013492     EXIT.
013500
013510*****************************************************************
013520*    8000-READ-RECEIPT                                          *
013850     CLOSE DUPLICATE-RECEIPTS-RPT.
013860     CLOSE ORDER-HISTORY-FILE.
013870     CLOSE RECOVERIES-REGISTER-RPT.
013875     CLOSE FUNDS-RELEASE-FILE.
013880     IF NOT WS-OPI-DISABLED
013890         CLOSE OPEN-ITEM-FILE
013900     END-IF.
013906     PERFORM 9620-CLOSE-CUST-JOURNAL
013912         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
013920
013930*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
013940     OPEN EXTEND RUN-CONTROL-FILE.
014040         DISPLAY 'CSHPOST1: OPEN RUN-CONTROL-FILE FAILED '
014050             WS-RCT-FILE-STATUS
014060     END-IF.
014061
014062*    A RUN THAT GOT TO THE END CLOSES OFF ITS CHECKPOINT SO THE
014063*    NEXT RUN STARTS FROM THE TOP.  A FAILED RUN LEAVES IT, AND
014064*    NO END EVENT, FOR THE RESTART PLAN.
014065     IF RETURN-CODE < 8
014066         PERFORM 8100-SAVE-CHECKPOINT-TOTALS
014067             THRU 8100-SAVE-CHECKPOINT-TOTALS-EXIT
014068         PERFORM 9820-MARK-RUN-COMPLETE
014069             THRU 9820-MARK-RUN-COMPLETE-EXIT
014070         MOVE 'END' TO WS-CKP-EVENT
014071         PERFORM 9830-LOG-STEP-EVENT
014072             THRU 9830-LOG-STEP-EVENT-EXIT
014073     END-IF.
014074 9999-TERMINATE-EXIT.
014080     EXIT.
014090
014100*****************************************************************
014120*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
014130*****************************************************************
014140     COPY CMJPROC.
014141
014142*****************************************************************
014143*    9650-COMPUTE-CHAIN-VALUE                                   *
014144*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
014145*****************************************************************
014146     COPY JCHPROC.
014150
014160*****************************************************************
014170*    8100-SAVE-CHECKPOINT-TOTALS                                *
014180*    MAPS THE CONTROL TOTALS INTO THE CHECKPOINT SLOTS.  COUNTS *
014190*    - 1 RECEIPTS READ, 2 APPLIED, 3 SUSPENDED, 4 ITEMS         *
014200*    SETTLED, 5 DUPLICATES, 6 RECOVERIES, 7 DISCOUNTS, 8        *
014210*    PREPAYMENTS.  AMOUNTS - 1 APPLIED, 2 SUSPENDED, 3          *
014220*    RECOVERED, 4 DISCOUNT, 5 PREPAID, 6 GL DEBITS, 7 GL        *
014225*    CREDITS - THE EXCHANGE GAINS AND LOSSES ARE IN THE GL      *
014230*    TOTALS.  THE OUTPUT RECORD COUNTS ARE KEPT IN THEIR SLOTS  *
014235*    AS EACH RECORD IS WRITTEN - SEE 1037-CUT-BACK-OUTPUT.      *
014240*****************************************************************
014250 8100-SAVE-CHECKPOINT-TOTALS.
014260     MOVE 0                      TO WS-CKP-COUNTS.
014270     MOVE WS-RECEIPT-COUNT       TO WS-CKP-COUNT(1).
014280     MOVE WS-APPLIED-COUNT       TO WS-CKP-COUNT(2).
014290     MOVE WS-SUSPENDED-COUNT     TO WS-CKP-COUNT(3).
014300     MOVE WS-ITEMS-SETTLED       TO WS-CKP-COUNT(4).
014310     MOVE WS-DUPLICATE-COUNT     TO WS-CKP-COUNT(5).
014320     MOVE WS-RECOVERY-COUNT      TO WS-CKP-COUNT(6).
014330     MOVE WS-DISCOUNT-COUNT      TO WS-CKP-COUNT(7).
014340     MOVE WS-PREPAID-COUNT       TO WS-CKP-COUNT(8).
014350     MOVE WS-AMOUNT-APPLIED      TO WS-CKP-AMOUNT(1).
014360     MOVE WS-AMOUNT-SUSPENDED    TO WS-CKP-AMOUNT(2).
014370     MOVE WS-RECOVERY-AMOUNT     TO WS-CKP-AMOUNT(3).
014380     MOVE WS-DISCOUNT-AMOUNT     TO WS-CKP-AMOUNT(4).
014390     MOVE WS-PREPAID-AMOUNT      TO WS-CKP-AMOUNT(5).
014400     MOVE WS-GL-DEBIT-TOTAL      TO WS-CKP-AMOUNT(6).
014410     MOVE WS-GL-CREDIT-TOTAL     TO WS-CKP-AMOUNT(7).
014420     MOVE 0                      TO WS-CKP-AMOUNT(8).
014430 8100-SAVE-CHECKPOINT-TOTALS-EXIT.
014440     EXIT.
014450
014460*****************************************************************
014470*    8110-RESTORE-CHECKPOINT-TOTALS                             *
014480*****************************************************************
014490 8110-RESTORE-CHECKPOINT-TOTALS.
014500     MOVE WS-CKP-COUNT(1)        TO WS-RECEIPT-COUNT.
014510     MOVE WS-CKP-COUNT(2)        TO WS-APPLIED-COUNT.
014520     MOVE WS-CKP-COUNT(3)        TO WS-SUSPENDED-COUNT.
014530     MOVE WS-CKP-COUNT(4)        TO WS-ITEMS-SETTLED.
014540     MOVE WS-CKP-COUNT(5)        TO WS-DUPLICATE-COUNT.
014550     MOVE WS-CKP-COUNT(6)        TO WS-RECOVERY-COUNT.
014560     MOVE WS-CKP-COUNT(7)        TO WS-DISCOUNT-COUNT.
014570     MOVE WS-CKP-COUNT(8)        TO WS-PREPAID-COUNT.
014580     MOVE WS-CKP-AMOUNT(1)       TO WS-AMOUNT-APPLIED.
014590     MOVE WS-CKP-AMOUNT(2)       TO WS-AMOUNT-SUSPENDED.
014600     MOVE WS-CKP-AMOUNT(3)       TO WS-RECOVERY-AMOUNT.
014610     MOVE WS-CKP-AMOUNT(4)       TO WS-DISCOUNT-AMOUNT.
014620     MOVE WS-CKP-AMOUNT(5)       TO WS-PREPAID-AMOUNT.
014630     MOVE WS-CKP-AMOUNT(6)       TO WS-GL-DEBIT-TOTAL.
014640     MOVE WS-CKP-AMOUNT(7)       TO WS-GL-CREDIT-TOTAL.
014650 8110-RESTORE-CHECKPOINT-TOTALS-EXIT.
014660     EXIT.
014670
014680*****************************************************************
014690*    9500-VALIDATE-PARM-CARD                                    *
014700*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
014710*****************************************************************
014720     COPY PARMVAL.
014730
014740*****************************************************************
014750*    9800-CHECK-RESTART                                         *
014760*    SHARED CHECKPOINT/RESTART ROUTINES - SEE CKPPROC.CPY.      *
014770*****************************************************************
014780     COPY CKPPROC.
