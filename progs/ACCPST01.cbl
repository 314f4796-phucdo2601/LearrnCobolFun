000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCPST01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - ACCOUNT TRANSACTION POSTING.     *
000100*                    APPLIES THE DAY'S DEPOSITS, WITHDRAWALS,    *
000110*                    FEES AND CORRECTIONS (ACCTRAN.CPY) TO       *
000120*                    ACCT-BALANCE IN ARRIVAL ORDER, REFUSING A   *
000130*                    WITHDRAWAL THAT WOULD OVERDRAW.  EACH       *
000140*                    POSTING CUTS A BALANCED PAIR AGAINST        *
000150*                    DEPBAL, IS KEPT ON THE ACCOUNT HISTORY,     *
000160*                    AND IS LISTED ON THE ACTIVITY REGISTER,     *
000170*                    WHOSE TOTALS TIE THE BALANCE MOVEMENT TO    *
000180*                    THE GL.  THE ACCOUNT FILE COPIES FORWARD    *
000190*                    THE WAY ACCINT01 WRITES IT, AND THE RUN     *
000200*                    GOES AHEAD OF ACCINT01 SO THE DAY'S         *
000210*                    INTEREST ACCRUES ON THE POSTED BALANCE.     *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-CYC-FILE-STATUS.
000290
000300     SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-ACC-FILE-STATUS.
000330
000340     SELECT ACCOUNT-FILE-OUT ASSIGN TO ACCTFILO
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-ACO-FILE-STATUS.
000370
000380     SELECT ACCOUNT-TRAN-FILE ASSIGN TO ACCTRAN
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-ATR-FILE-STATUS.
000410
000420     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO ACCTHIST
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AHS-FILE-STATUS.
000450
000460     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-GLJ-FILE-STATUS.
000490
000500     SELECT ACTIVITY-REGISTER-RPT ASSIGN TO ACCPSTRP
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CYCLE-CONTROL-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY CYCLCTL.
000590
000600 FD  ACCOUNT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY ACCTMAST.
000630
000640 FD  ACCOUNT-FILE-OUT
000650     LABEL RECORDS ARE STANDARD.
000660     COPY ACCTMAST
000670         REPLACING ACCOUNT-REC BY ACCOUNT-OUT-REC
000680         ACCT-ID BY ACO-ID
000690         ACCT-NAME BY ACO-NAME
000700         ACCT-BALANCE BY ACO-BALANCE
000710         ACCT-ACCRUED-INT BY ACO-ACCRUED-INT.
000720
000730 FD  ACCOUNT-TRAN-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY ACCTRAN.
000760
000770 FD  ACCOUNT-HISTORY-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY ACCTHIST.
000800
000810 FD  GL-JOURNAL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY GLJRNL.
000840
000850 FD  ACTIVITY-REGISTER-RPT
000860     LABEL RECORDS ARE STANDARD.
000870     01  ACTIVITY-REGISTER-LINE   PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900     01  WS-CYC-FILE-STATUS       PIC X(02).
000910         88  WS-CYC-OK            VALUE '00'.
000920     01  WS-ACC-FILE-STATUS       PIC X(02).
000930         88  WS-ACC-OK            VALUE '00'.
000940         88  WS-ACC-EOF           VALUE '10'.
000950     01  WS-ACO-FILE-STATUS       PIC X(02).
000960         88  WS-ACO-OK            VALUE '00'.
000970     01  WS-ATR-FILE-STATUS       PIC X(02).
000980         88  WS-ATR-OK            VALUE '00'.
000990         88  WS-ATR-EOF           VALUE '10'.
001000     01  WS-AHS-FILE-STATUS       PIC X(02).
001010         88  WS-AHS-OK            VALUE '00'.
001020     01  WS-GLJ-FILE-STATUS       PIC X(02).
001030         88  WS-GLJ-OK            VALUE '00'.
001040     01  WS-RPT-FILE-STATUS       PIC X(02).
001050         88  WS-RPT-OK            VALUE '00'.
001060
001070     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001080         88  WS-EOF               VALUE 'Y'.
001090     01  WS-ACC-EOF-SW            PIC X(01) VALUE 'N'.
001100         88  WS-ACC-END           VALUE 'Y'.
001110     01  WS-ABORT-SW              PIC X(01) VALUE 'N'.
001120         88  WS-ABORT             VALUE 'Y'.
001130
001140     01  WS-FAIL-REASON           PIC X(30).
001150     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001160     01  WS-TRAN-DATE             PIC 9(08).
001170     01  WS-BALANCE-EFFECT        PIC S9(07)V9(02).
001180     01  WS-NEW-BALANCE           PIC S9(09)V9(02).
001190     01  WS-GLJ-CONTRA-ACCOUNT    PIC X(08).
001200     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
001210     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001220     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
001230
001240*****************************************************************
001250*    ACCOUNT TABLE - THE WHOLE ACCOUNT FILE, HELD SO THE DAY'S  *
001260*    TRANSACTIONS CAN POST IN ARRIVAL ORDER WITHOUT A SORT.     *
001270*    IT IS WRITTEN FORWARD TO ACCTFILO AT END OF RUN.  A FILE   *
001280*    LARGER THAN THE TABLE FAILS THE STEP RATHER THAN DROP AN   *
001290*    ACCOUNT FROM THE NEW GENERATION.                           *
001300*****************************************************************
001310     01  WS-ACT-COUNT             PIC 9(05) COMP VALUE 0.
001320     01  WS-MAX-ACT-ROWS          PIC 9(05) COMP VALUE 2000.
001330     01  WS-ACT-TABLE.
001340         05  WS-ACT-ROW OCCURS 2000 TIMES.
001350             10  WS-ACT-ID        PIC X(05).
001360             10  WS-ACT-NAME      PIC A(06).
001370             10  WS-ACT-BALANCE   PIC S9(07)V9(02).
001380             10  WS-ACT-ACCRUED   PIC S9(07)V9(02).
001390     01  WS-ACT-SUB               PIC 9(05) COMP.
001400     01  WS-ACT-HIT-SUB           PIC 9(05) COMP.
001410
001420*****************************************************************
001430*    CONTROL TOTALS - OPENING BALANCES PLUS THE NET POSTED      *
001440*    MUST EQUAL CLOSING BALANCES, AND THE NET POSTED MUST EQUAL *
001450*    DEPBAL CREDITS LESS DEPBAL DEBITS ON THE RUN'S JOURNAL.    *
001460*****************************************************************
001470     01  WS-TOTALS.
001480         05  WS-TRAN-COUNT        PIC 9(07) COMP VALUE 0.
001490         05  WS-POSTED-COUNT      PIC 9(07) COMP VALUE 0.
001500         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
001510         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
001520         05  WS-DEPOSIT-TOTAL     PIC S9(11)V9(2) COMP-3 VALUE 0.
001530         05  WS-WITHDRAWAL-TOTAL  PIC S9(11)V9(2) COMP-3 VALUE 0.
001540         05  WS-FEE-TOTAL         PIC S9(11)V9(2) COMP-3 VALUE 0.
001550         05  WS-CORRECTION-TOTAL  PIC S9(11)V9(2) COMP-3 VALUE 0.
001560         05  WS-NET-POSTED        PIC S9(11)V9(2) COMP-3 VALUE 0.
001570         05  WS-OPENING-TOTAL     PIC S9(11)V9(2) COMP-3 VALUE 0.
001580         05  WS-CLOSING-TOTAL     PIC S9(11)V9(2) COMP-3 VALUE 0.
001590         05  WS-DEPBAL-DEBITS     PIC S9(11)V9(2) COMP-3 VALUE 0.
001600         05  WS-DEPBAL-CREDITS    PIC S9(11)V9(2) COMP-3 VALUE 0.
001610         05  WS-DEPBAL-NET        PIC S9(11)V9(2) COMP-3 VALUE 0.
001620
001630*****************************************************************
001640*    ACTIVITY REGISTER LINE LAYOUTS                             *
001650*****************************************************************
001660     01  WS-HEADING-LINE.
001670         05  FILLER               PIC X(44) VALUE
001680             'ACCPST01 - DAILY ACCOUNT ACTIVITY REGISTER'.
001690         05  FILLER               PIC X(36) VALUE SPACES.
001700
001710     01  WS-DETAIL-LINE.
001720         05  WS-DET-TRAN-TYPE     PIC X(01).
001730         05  FILLER               PIC X(02).
001740         05  WS-DET-ACCT-ID       PIC X(05).
001750         05  FILLER               PIC X(02).
001760         05  WS-DET-AMOUNT        PIC ZZZ,ZZ9.99-.
001770         05  FILLER               PIC X(02).
001780         05  WS-DET-BALANCE       PIC ZZZ,ZZ9.99-.
001790         05  FILLER               PIC X(02).
001800         05  WS-DET-REFERENCE     PIC X(10).
001810         05  FILLER               PIC X(02).
001820         05  WS-DET-DISPOSITION   PIC X(30).
001830         05  FILLER               PIC X(02).
001840
001850     01  WS-COUNT-LINE.
001860         05  WS-CNT-TITLE         PIC X(26).
001870         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001880         05  FILLER               PIC X(47) VALUE SPACES.
001890
001900     01  WS-AMOUNT-LINE.
001910         05  WS-AMT-TITLE         PIC X(26).
001920         05  WS-AMT-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
001930         05  FILLER               PIC X(39) VALUE SPACES.
001940
001950 PROCEDURE DIVISION.
001960*****************************************************************
001970*    0000-MAINLINE                                              *
001980*****************************************************************
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE
002010         THRU 1000-INITIALIZE-EXIT.
002020
002030     PERFORM 2000-POST-TRANSACTION
002040         THRU 2000-POST-TRANSACTION-EXIT
002050         UNTIL WS-EOF.
002060
002070     IF NOT WS-ABORT
002080         PERFORM 3000-WRITE-ACCOUNT-FILE
002090             THRU 3000-WRITE-ACCOUNT-FILE-EXIT
002100             VARYING WS-ACT-SUB FROM 1 BY 1
002110             UNTIL WS-ACT-SUB > WS-ACT-COUNT
002120     END-IF.
002130
002140     PERFORM 4000-PRINT-TOTALS
002150         THRU 4000-PRINT-TOTALS-EXIT.
002160
002170     DISPLAY 'ACCPST01: ACCOUNTS LOADED....... '
002180         WS-ACT-COUNT.
002190     DISPLAY 'ACCPST01: TRANSACTIONS READ..... '
002200         WS-TRAN-COUNT.
002210     DISPLAY 'ACCPST01: TRANSACTIONS POSTED... '
002220         WS-POSTED-COUNT.
002230     DISPLAY 'ACCPST01: WITHDRAWALS REFUSED... '
002240         WS-REFUSED-COUNT.
002250     DISPLAY 'ACCPST01: EXCEPTIONS............ '
002260         WS-EXCEPTION-COUNT.
002270     DISPLAY 'ACCPST01: NET BALANCE MOVEMENT.. '
002280         WS-NET-POSTED.
002290
002300*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
002310*    EXCEPTIONS OR REFUSALS, 8 FAILED (SET WHERE THE FAILURE IS
002320*    SEEN).
002330     IF WS-EXCEPTION-COUNT > 0 OR WS-REFUSED-COUNT > 0
002340         IF RETURN-CODE < 4
002350             MOVE 4 TO RETURN-CODE
002360         END-IF
002370     END-IF.
002380
002390     PERFORM 9999-TERMINATE
002400         THRU 9999-TERMINATE-EXIT.
002410
002420     STOP RUN.
002430
002440*****************************************************************
002450*    1000-INITIALIZE                                            *
002460*    THE POSTING DATE IS THE CYCLE DATE, OR TODAY WITHOUT A     *
002470*    CYCLE-CONTROL RECORD.  THE ACCOUNT FILE IS LOADED WHOLE    *
002480*    BEFORE THE FIRST TRANSACTION IS READ.                      *
002490*****************************************************************
002500 1000-INITIALIZE.
002510     OPEN INPUT CYCLE-CONTROL-FILE.
002520     IF WS-CYC-OK
002530         READ CYCLE-CONTROL-FILE
002540             AT END
002550                 CONTINUE
002560             NOT AT END
002570                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
002580         END-READ
002590         CLOSE CYCLE-CONTROL-FILE
002600     END-IF.
002610     IF WS-CYCLE-DATE = 0
002620         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
002630     END-IF.
002640
002650     OPEN INPUT ACCOUNT-FILE.
002660     IF NOT WS-ACC-OK
002670         DISPLAY 'ACCPST01: OPEN ACCOUNT-FILE FAILED '
002680             WS-ACC-FILE-STATUS
002690         MOVE 'Y' TO WS-EOF-SW
002700         MOVE 'Y' TO WS-ABORT-SW
002710         MOVE 8 TO RETURN-CODE
002720     ELSE
002730         PERFORM 1100-LOAD-ACCOUNT
002740             THRU 1100-LOAD-ACCOUNT-EXIT
002750             UNTIL WS-ACC-END
002760         CLOSE ACCOUNT-FILE
002770     END-IF.
002780
002790     OPEN INPUT ACCOUNT-TRAN-FILE.
002800     IF NOT WS-ATR-OK
002810         DISPLAY 'ACCPST01: OPEN ACCOUNT-TRAN-FILE FAILED '
002820             WS-ATR-FILE-STATUS
002830         MOVE 'Y' TO WS-EOF-SW
002840         MOVE 8 TO RETURN-CODE
002850     END-IF.
002860
002870     OPEN OUTPUT ACCOUNT-FILE-OUT.
002880     IF NOT WS-ACO-OK
002890         DISPLAY 'ACCPST01: OPEN ACCOUNT-FILE-OUT FAILED '
002900             WS-ACO-FILE-STATUS
002910     END-IF.
002920
002930*    THE HISTORY ACCUMULATES ACROSS RUNS - START IT ON A FRESH
002940*    SYSTEM.
002950     OPEN EXTEND ACCOUNT-HISTORY-FILE.
002960     IF WS-AHS-FILE-STATUS = '35'
002970         OPEN OUTPUT ACCOUNT-HISTORY-FILE
002980     END-IF.
002990     IF NOT WS-AHS-OK
003000         DISPLAY 'ACCPST01: OPEN ACCOUNT-HISTORY-FILE FAILED '
003010             WS-AHS-FILE-STATUS
003020     END-IF.
003030
003040     OPEN EXTEND GL-JOURNAL-FILE.
003050     IF NOT WS-GLJ-OK
003060         DISPLAY 'ACCPST01: OPEN GL-JOURNAL-FILE FAILED '
003070             WS-GLJ-FILE-STATUS
003080     END-IF.
003090
003100     OPEN OUTPUT ACTIVITY-REGISTER-RPT.
003110     IF NOT WS-RPT-OK
003120         DISPLAY 'ACCPST01: OPEN ACTIVITY-REGISTER FAILED '
003130             WS-RPT-FILE-STATUS
003140     END-IF.
003150
003160     WRITE ACTIVITY-REGISTER-LINE FROM WS-HEADING-LINE.
003170
003180*    A TRUNCATED TABLE WOULD WRITE A NEW GENERATION SHORT OF
003190*    ACCOUNTS, SO NOTHING POSTS.
003200     IF WS-ABORT
003210         MOVE 'Y' TO WS-EOF-SW
003220     END-IF.
003230
003240     IF NOT WS-EOF
003250         PERFORM 8000-READ-TRANSACTION
003260             THRU 8000-READ-TRANSACTION-EXIT
003270     END-IF.
003280 1000-INITIALIZE-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320*    1100-LOAD-ACCOUNT                                          *
003330*****************************************************************
003340 1100-LOAD-ACCOUNT.
003350     READ ACCOUNT-FILE
003360         AT END
003370             MOVE 'Y' TO WS-ACC-EOF-SW
003380             GO TO 1100-LOAD-ACCOUNT-EXIT
003390     END-READ.
003400     IF WS-ACT-COUNT NOT < WS-MAX-ACT-ROWS
003410         DISPLAY 'ACCPST01: ACCOUNT TABLE FULL AT '
003420             WS-MAX-ACT-ROWS ' - NOTHING POSTED'
003430         MOVE 'Y' TO WS-ABORT-SW
003440         MOVE 'Y' TO WS-ACC-EOF-SW
003450         MOVE 8 TO RETURN-CODE
003460         GO TO 1100-LOAD-ACCOUNT-EXIT
003470     END-IF.
003480     ADD 1 TO WS-ACT-COUNT.
003490     MOVE ACCT-ID          TO WS-ACT-ID(WS-ACT-COUNT).
003500     MOVE ACCT-NAME        TO WS-ACT-NAME(WS-ACT-COUNT).
003510     MOVE ACCT-BALANCE     TO WS-ACT-BALANCE(WS-ACT-COUNT).
003520     MOVE ACCT-ACCRUED-INT TO WS-ACT-ACCRUED(WS-ACT-COUNT).
003530     ADD ACCT-BALANCE TO WS-OPENING-TOTAL.
003540 1100-LOAD-ACCOUNT-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580*    2000-POST-TRANSACTION                                      *
003590*    A DEPOSIT ADDS TO THE BALANCE, A WITHDRAWAL OR FEE TAKES   *
003600*    FROM IT, A CORRECTION MOVES IT BY ITS SIGNED AMOUNT.  ONLY *
003610*    A WITHDRAWAL IS REFUSED FOR WANT OF FUNDS - A FEE OR A     *
003620*    CORRECTION STANDS EVEN WHERE IT TAKES THE ACCOUNT BELOW    *
003630*    ZERO, SO THE OVERDRAWN ACCOUNT SHOWS ON THE REGISTER.      *
003640*****************************************************************
003650 2000-POST-TRANSACTION.
003660     ADD 1 TO WS-TRAN-COUNT.
003670     MOVE SPACES TO WS-FAIL-REASON.
003680     MOVE 0 TO WS-BALANCE-EFFECT.
003690     MOVE 0 TO WS-DET-BALANCE.
003700
003710     IF NOT ATR-DEPOSIT AND NOT ATR-WITHDRAWAL
003720             AND NOT ATR-FEE AND NOT ATR-CORRECTION
003730         MOVE 'INVALID TRANSACTION TYPE' TO WS-FAIL-REASON
003740         GO TO 2000-WRITE-DETAIL
003750     END-IF.
003760     IF ATR-AMOUNT NOT NUMERIC
003770         MOVE 'INVALID AMOUNT' TO WS-FAIL-REASON
003780         GO TO 2000-WRITE-DETAIL
003790     END-IF.
003800     IF ATR-CORRECTION
003810         IF ATR-AMOUNT = 0
003820             MOVE 'ZERO CORRECTION' TO WS-FAIL-REASON
003830             GO TO 2000-WRITE-DETAIL
003840         END-IF
003850     ELSE
003860         IF ATR-AMOUNT NOT > 0
003870             MOVE 'AMOUNT MUST BE POSITIVE' TO WS-FAIL-REASON
003880             GO TO 2000-WRITE-DETAIL
003890         END-IF
003900     END-IF.
003910
003920     PERFORM 2100-FIND-ACCOUNT
003930         THRU 2100-FIND-ACCOUNT-EXIT.
003940     IF WS-ACT-HIT-SUB = 0
003950         MOVE 'ACCOUNT NOT ON FILE' TO WS-FAIL-REASON
003960         GO TO 2000-WRITE-DETAIL
003970     END-IF.
003980
003990     EVALUATE TRUE
004000         WHEN ATR-DEPOSIT
004010             MOVE ATR-AMOUNT TO WS-BALANCE-EFFECT
004020         WHEN ATR-CORRECTION
004030             MOVE ATR-AMOUNT TO WS-BALANCE-EFFECT
004040         WHEN OTHER
004050             COMPUTE WS-BALANCE-EFFECT = 0 - ATR-AMOUNT
004060     END-EVALUATE.
004070     COMPUTE WS-NEW-BALANCE
004080         = WS-ACT-BALANCE(WS-ACT-HIT-SUB) + WS-BALANCE-EFFECT.
004090     MOVE WS-ACT-BALANCE(WS-ACT-HIT-SUB) TO WS-DET-BALANCE.
004100
004110     IF ATR-WITHDRAWAL AND WS-NEW-BALANCE < 0
004120         ADD 1 TO WS-REFUSED-COUNT
004130         MOVE 'REFUSED - WOULD OVERDRAW' TO WS-DET-DISPOSITION
004140         MOVE 0 TO WS-BALANCE-EFFECT
004150         GO TO 2000-WRITE-DETAIL
004160     END-IF.
004170     IF WS-NEW-BALANCE > 9999999.99
004180             OR WS-NEW-BALANCE < -9999999.99
004190         MOVE 'BALANCE WOULD OVERFLOW' TO WS-FAIL-REASON
004200         MOVE 0 TO WS-BALANCE-EFFECT
004210         GO TO 2000-WRITE-DETAIL
004220     END-IF.
004230
004240     MOVE WS-NEW-BALANCE TO WS-ACT-BALANCE(WS-ACT-HIT-SUB).
004250     MOVE WS-NEW-BALANCE TO WS-DET-BALANCE.
004260     ADD 1 TO WS-POSTED-COUNT.
004270     ADD WS-BALANCE-EFFECT TO WS-NET-POSTED.
004280     EVALUATE TRUE
004290         WHEN ATR-DEPOSIT
004300             ADD ATR-AMOUNT TO WS-DEPOSIT-TOTAL
004310             MOVE 'CASH    ' TO WS-GLJ-CONTRA-ACCOUNT
004320             MOVE 'DEPOSIT POSTED' TO WS-DET-DISPOSITION
004330         WHEN ATR-WITHDRAWAL
004340             ADD ATR-AMOUNT TO WS-WITHDRAWAL-TOTAL
004350             MOVE 'CASH    ' TO WS-GLJ-CONTRA-ACCOUNT
004360             MOVE 'WITHDRAWAL POSTED' TO WS-DET-DISPOSITION
004370         WHEN ATR-FEE
004380             ADD ATR-AMOUNT TO WS-FEE-TOTAL
004390             MOVE 'ACCTFEE ' TO WS-GLJ-CONTRA-ACCOUNT
004400             MOVE 'FEE POSTED' TO WS-DET-DISPOSITION
004410         WHEN ATR-CORRECTION
004420             ADD ATR-AMOUNT TO WS-CORRECTION-TOTAL
004430             MOVE 'DEPCORR ' TO WS-GLJ-CONTRA-ACCOUNT
004440             MOVE 'CORRECTION POSTED' TO WS-DET-DISPOSITION
004450     END-EVALUATE.
004460     IF WS-NEW-BALANCE < 0
004470         MOVE 'POSTED - ACCOUNT OVERDRAWN' TO WS-DET-DISPOSITION
004480     END-IF.
004490
004500     PERFORM 2200-WRITE-HISTORY
004510         THRU 2200-WRITE-HISTORY-EXIT.
004520     PERFORM 2300-WRITE-GL-JOURNAL
004530         THRU 2300-WRITE-GL-JOURNAL-EXIT.
004540
004550 2000-WRITE-DETAIL.
004560     IF WS-FAIL-REASON NOT = SPACES
004570         ADD 1 TO WS-EXCEPTION-COUNT
004580         MOVE WS-FAIL-REASON TO WS-DET-DISPOSITION
004590     END-IF.
004600     MOVE ATR-TRAN-TYPE TO WS-DET-TRAN-TYPE.
004610     MOVE ATR-ACCT-ID   TO WS-DET-ACCT-ID.
004620     IF ATR-AMOUNT NUMERIC
004630         MOVE ATR-AMOUNT TO WS-DET-AMOUNT
004640     ELSE
004650         MOVE 0 TO WS-DET-AMOUNT
004660     END-IF.
004670     MOVE ATR-REFERENCE TO WS-DET-REFERENCE.
004680     WRITE ACTIVITY-REGISTER-LINE FROM WS-DETAIL-LINE.
004690
004700     PERFORM 8000-READ-TRANSACTION
004710         THRU 8000-READ-TRANSACTION-EXIT.
004720 2000-POST-TRANSACTION-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760*    2100-FIND-ACCOUNT                                          *
004770*    WS-ACT-HIT-SUB IS THE TRANSACTION'S ACCOUNT ROW, OR ZERO.  *
004780*****************************************************************
004790 2100-FIND-ACCOUNT.
004800     MOVE 0 TO WS-ACT-HIT-SUB.
004810     PERFORM 2110-MATCH-ACCOUNT-ROW
004820         THRU 2110-MATCH-ACCOUNT-ROW-EXIT
004830         VARYING WS-ACT-SUB FROM 1 BY 1
004840         UNTIL WS-ACT-SUB > WS-ACT-COUNT
004850             OR WS-ACT-HIT-SUB > 0.
004860 2100-FIND-ACCOUNT-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900*    2110-MATCH-ACCOUNT-ROW                                     *
004910*****************************************************************
004920 2110-MATCH-ACCOUNT-ROW.
004930     IF WS-ACT-ID(WS-ACT-SUB) = ATR-ACCT-ID
004940         MOVE WS-ACT-SUB TO WS-ACT-HIT-SUB
004950     END-IF.
004960 2110-MATCH-ACCOUNT-ROW-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000*    2200-WRITE-HISTORY                                         *
005010*    AN UNDATED TRANSACTION TAKES THE POSTING DATE.             *
005020*****************************************************************
005030 2200-WRITE-HISTORY.
005040     IF ATR-TRAN-DATE NUMERIC AND ATR-TRAN-DATE > 0
005050         MOVE ATR-TRAN-DATE TO WS-TRAN-DATE
005060     ELSE
005070         MOVE WS-CYCLE-DATE TO WS-TRAN-DATE
005080     END-IF.
005090     MOVE ATR-ACCT-ID       TO AHS-ACCT-ID.
005100     MOVE ATR-TRAN-TYPE     TO AHS-TRAN-TYPE.
005110     MOVE WS-TRAN-DATE      TO AHS-TRAN-DATE.
005120     MOVE WS-CYCLE-DATE     TO AHS-POST-DATE.
005130     MOVE WS-BALANCE-EFFECT TO AHS-AMOUNT.
005140     MOVE WS-NEW-BALANCE    TO AHS-BALANCE-AFTER.
005150     MOVE ATR-REFERENCE     TO AHS-REFERENCE.
005160     MOVE ATR-OPERATOR-ID   TO AHS-OPERATOR-ID.
005170     WRITE ACCOUNT-HISTORY-REC.
005180 2200-WRITE-HISTORY-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220*    2300-WRITE-GL-JOURNAL                                      *
005230*    MONEY INTO AN ACCOUNT CREDITS DEPBAL AGAINST THE CONTRA     *
005240*    ACCOUNT (CASH FOR A DEPOSIT OR WITHDRAWAL, ACCTFEE FOR A   *
005250*    FEE, DEPCORR FOR A CORRECTION); MONEY OUT REVERSES THE     *
005260*    SIDES SO THE JOURNAL AMOUNT STAYS POSITIVE.                *
005270*****************************************************************
005280 2300-WRITE-GL-JOURNAL.
005290     MOVE 'ACCPST01'    TO GLJ-SOURCE-PGM.
005300     MOVE WS-CYCLE-DATE TO GLJ-TRAN-DATE.
005310     MOVE ATR-REFERENCE TO GLJ-REFERENCE.
005320     IF WS-BALANCE-EFFECT < 0
005330         COMPUTE WS-GLJ-ABS-AMOUNT = 0 - WS-BALANCE-EFFECT
005340         MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT
005350         MOVE 'DEPBAL  ' TO GLJ-ACCOUNT
005360         MOVE 'D'        TO GLJ-DEBIT-CREDIT
005370         WRITE GL-JOURNAL-REC
005380         ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL
005390         ADD WS-GLJ-ABS-AMOUNT TO WS-DEPBAL-DEBITS
005400         MOVE WS-GLJ-CONTRA-ACCOUNT TO GLJ-ACCOUNT
005410         MOVE 'C'        TO GLJ-DEBIT-CREDIT
005420         WRITE GL-JOURNAL-REC
005430         ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL
005440     ELSE
005450         MOVE WS-BALANCE-EFFECT TO WS-GLJ-ABS-AMOUNT
005460         MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT
005470         MOVE WS-GLJ-CONTRA-ACCOUNT TO GLJ-ACCOUNT
005480         MOVE 'D'        TO GLJ-DEBIT-CREDIT
005490         WRITE GL-JOURNAL-REC
005500         ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL
005510         MOVE 'DEPBAL  ' TO GLJ-ACCOUNT
005520         MOVE 'C'        TO GLJ-DEBIT-CREDIT
005530         WRITE GL-JOURNAL-REC
005540         ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL
005550         ADD WS-GLJ-ABS-AMOUNT TO WS-DEPBAL-CREDITS
005560     END-IF.
005570 2300-WRITE-GL-JOURNAL-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610*    3000-WRITE-ACCOUNT-FILE                                    *
005620*****************************************************************
005630 3000-WRITE-ACCOUNT-FILE.
005640     MOVE WS-ACT-ID(WS-ACT-SUB)      TO ACO-ID.
005650     MOVE WS-ACT-NAME(WS-ACT-SUB)    TO ACO-NAME.
005660     MOVE WS-ACT-BALANCE(WS-ACT-SUB) TO ACO-BALANCE.
005670     MOVE WS-ACT-ACCRUED(WS-ACT-SUB) TO ACO-ACCRUED-INT.
005680     WRITE ACCOUNT-OUT-REC.
005690     ADD WS-ACT-BALANCE(WS-ACT-SUB) TO WS-CLOSING-TOTAL.
005700 3000-WRITE-ACCOUNT-FILE-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740*    4000-PRINT-TOTALS                                          *
005750*    THE REGISTER PROVES ITSELF TWICE - THE BALANCES MOVED BY   *
005760*    EXACTLY THE NET POSTED, AND DEPBAL ON THE JOURNAL MOVED BY *
005770*    THE SAME AMOUNT.  EITHER FAILING ENDS THE STEP RC 8.       *
005780*****************************************************************
005790 4000-PRINT-TOTALS.
005800     MOVE 'TRANSACTIONS POSTED.......' TO WS-CNT-TITLE.
005810     MOVE WS-POSTED-COUNT TO WS-CNT-VALUE.
005820     WRITE ACTIVITY-REGISTER-LINE FROM WS-COUNT-LINE.
005830
005840     MOVE 'WITHDRAWALS REFUSED.......' TO WS-CNT-TITLE.
005850     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
005860     WRITE ACTIVITY-REGISTER-LINE FROM WS-COUNT-LINE.
005870
005880     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
005890     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
005900     WRITE ACTIVITY-REGISTER-LINE FROM WS-COUNT-LINE.
005910
005920     MOVE 'DEPOSITS..................' TO WS-AMT-TITLE.
005930     MOVE WS-DEPOSIT-TOTAL TO WS-AMT-VALUE.
005940     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
005950
005960     MOVE 'WITHDRAWALS...............' TO WS-AMT-TITLE.
005970     MOVE WS-WITHDRAWAL-TOTAL TO WS-AMT-VALUE.
005980     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
005990
006000     MOVE 'FEES......................' TO WS-AMT-TITLE.
006010     MOVE WS-FEE-TOTAL TO WS-AMT-VALUE.
006020     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006030
006040     MOVE 'CORRECTIONS (NET).........' TO WS-AMT-TITLE.
006050     MOVE WS-CORRECTION-TOTAL TO WS-AMT-VALUE.
006060     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006070
006080     MOVE 'NET BALANCE MOVEMENT......' TO WS-AMT-TITLE.
006090     MOVE WS-NET-POSTED TO WS-AMT-VALUE.
006100     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006110
006120     MOVE 'OPENING BALANCES..........' TO WS-AMT-TITLE.
006130     MOVE WS-OPENING-TOTAL TO WS-AMT-VALUE.
006140     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006150
006160     MOVE 'CLOSING BALANCES..........' TO WS-AMT-TITLE.
006170     MOVE WS-CLOSING-TOTAL TO WS-AMT-VALUE.
006180     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006190
006200     MOVE 'DEPBAL DEBITS.............' TO WS-AMT-TITLE.
006210     MOVE WS-DEPBAL-DEBITS TO WS-AMT-VALUE.
006220     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006230
006240     MOVE 'DEPBAL CREDITS............' TO WS-AMT-TITLE.
006250     MOVE WS-DEPBAL-CREDITS TO WS-AMT-VALUE.
006260     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006270
006280     MOVE 'GL DEBITS.................' TO WS-AMT-TITLE.
006290     MOVE WS-GL-DEBIT-TOTAL TO WS-AMT-VALUE.
006300     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006310
006320     MOVE 'GL CREDITS................' TO WS-AMT-TITLE.
006330     MOVE WS-GL-CREDIT-TOTAL TO WS-AMT-VALUE.
006340     WRITE ACTIVITY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006350
006360     IF WS-ABORT
006370         GO TO 4000-PRINT-TOTALS-EXIT
006380     END-IF.
006390     IF WS-OPENING-TOTAL + WS-NET-POSTED NOT = WS-CLOSING-TOTAL
006400         DISPLAY 'ACCPST01: ACCOUNT BALANCES DO NOT TIE TO '
006410             'THE NET POSTED'
006420         MOVE 8 TO RETURN-CODE
006430     END-IF.
006440     COMPUTE WS-DEPBAL-NET = WS-DEPBAL-CREDITS - WS-DEPBAL-DEBITS.
006450     IF WS-DEPBAL-NET NOT = WS-NET-POSTED
006460         DISPLAY 'ACCPST01: DEPBAL JOURNAL DOES NOT TIE TO '
006470             'THE NET POSTED'
006480         MOVE 8 TO RETURN-CODE
006490     END-IF.
006500 4000-PRINT-TOTALS-EXIT.
006510     EXIT.
006520
006530*****************************************************************
006540*    8000-READ-TRANSACTION                                      *
006550*****************************************************************
006560 8000-READ-TRANSACTION.
006570     READ ACCOUNT-TRAN-FILE
006580         AT END
006590             MOVE 'Y' TO WS-EOF-SW
006600     END-READ.
006610 8000-READ-TRANSACTION-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650*    9999-TERMINATE                                             *
006660*****************************************************************
006670 9999-TERMINATE.
006680     IF WS-ATR-OK OR WS-ATR-EOF
006690         CLOSE ACCOUNT-TRAN-FILE
006700     END-IF.
006710     CLOSE ACCOUNT-FILE-OUT.
006720     CLOSE ACCOUNT-HISTORY-FILE.
006730     CLOSE ACTIVITY-REGISTER-RPT.
006740
006750*    PROVE THE RUN'S JOURNAL BALANCES BEFORE RELEASE.
006760     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
006770         DISPLAY 'ACCPST01: GL JOURNAL OUT OF BALANCE'
006780         MOVE 8 TO RETURN-CODE
006790     END-IF.
006800     CLOSE GL-JOURNAL-FILE.
006810 9999-TERMINATE-EXIT.
006820     EXIT.
