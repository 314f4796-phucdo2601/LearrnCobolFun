000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RFNRTN01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - RETURNED REFUND PAYMENTS RUN.    *
000100*                    READS THE BANK'S REFUND-RETURN FILE         *
000110*                    (RFNRET.CPY) AND, FOR EACH REFUND01 PAYMENT *
000120*                    THE BANK COULD NOT DELIVER, PUTS THE CREDIT *
000130*                    BACK ON THE CUSTOMER'S BALANCE (JOURNALLED  *
000140*                    THROUGH CMJRNL), SETS THE REFUND STOP SO    *
000150*                    REFUND01 DOES NOT PAY THE SAME BAD DETAILS  *
000160*                    AGAIN, DATES THE CREDIT AS UNCLAIMED FOR    *
000170*                    THE ANNUAL ESCHEAT RUN (ESCHT01), AND LISTS *
000180*                    THE ITEM FOR THE SERVICE DESK TO CHASE NEW  *
000190*                    BANK DETAILS.  THE MONEY COMING BACK IS     *
000200*                    APPENDED TO THE BANK ACTIVITY FILE FOR THE  *
000210*                    BANK RECONCILIATION.  A RETURN THAT CANNOT  *
000220*                    BE APPLIED IS LISTED AND ENDS THE RUN RC 4. *
000222*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000224*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000226*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000228*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT REFUND-RETURN-FILE ASSIGN TO RFNRET
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-RFR-FILE-STATUS.
000300
000310     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CUST-ID
000350         FILE STATUS IS WS-CUST-FILE-STATUS.
000360
000370     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CYC-FILE-STATUS.
000400
000410     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CMJ-FILE-STATUS.
000440
000450     SELECT BANK-ACTIVITY-FILE ASSIGN TO BNKACT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BAC-FILE-STATUS.
000480
000490     SELECT REFUND-RETURN-RPT ASSIGN TO RFNRTNRP
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  REFUND-RETURN-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY RFNRET.
000580
000590 FD  CUSTOMER-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY CUSTMAST.
000620
000630 FD  CYCLE-CONTROL-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY CYCLCTL.
000660
000670 FD  CUST-JOURNAL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY CMJRNL.
000700
000710 FD  BANK-ACTIVITY-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY BNKACT.
000740
000750 FD  REFUND-RETURN-RPT
000760     LABEL RECORDS ARE STANDARD.
000770     01  REFUND-RETURN-LINE       PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000800     01  WS-RFR-FILE-STATUS       PIC X(02).
000810         88  WS-RFR-OK            VALUE '00'.
000820         88  WS-RFR-EOF           VALUE '10'.
000830
000840     01  WS-CUST-FILE-STATUS      PIC X(02).
000850         88  WS-CUST-OK           VALUE '00'.
000860         88  WS-CUST-NOT-FOUND    VALUE '23'.
000870
000880     01  WS-CYC-FILE-STATUS       PIC X(02).
000890         88  WS-CYC-OK            VALUE '00'.
000900
000910     01  WS-BAC-FILE-STATUS       PIC X(02).
000920         88  WS-BAC-OK            VALUE '00'.
000930
000940     01  WS-RPT-FILE-STATUS       PIC X(02).
000950         88  WS-RPT-OK            VALUE '00'.
000960
000970     COPY CMJWORK.
000975     COPY JCHWORK.
000980
000990     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001000         88  WS-EOF               VALUE 'Y'.
001010
001020     01  WS-FAIL-REASON           PIC X(30).
001030
001040*****************************************************************
001050*    CONTROL TOTALS                                             *
001060*****************************************************************
001070     01  WS-TOTALS.
001080         05  WS-RETURN-COUNT      PIC 9(07) COMP VALUE 0.
001090         05  WS-REINSTATED-COUNT  PIC 9(07) COMP VALUE 0.
001100         05  WS-UNMATCHED-COUNT   PIC 9(07) COMP VALUE 0.
001110         05  WS-AMOUNT-REINSTATED PIC S9(11)V9(2) COMP-3 VALUE 0.
001120
001130*****************************************************************
001140*    SERVICE-DESK LIST LINE LAYOUTS                             *
001150*****************************************************************
001160     01  WS-HEADING-LINE.
001170         05  FILLER               PIC X(40) VALUE
001180             'RFNRTN01 - RETURNED REFUNDS - SERVICE DE'.
001190         05  FILLER               PIC X(40) VALUE
001200             'SK: OBTAIN NEW BANK DETAILS'.
001210
001220     01  WS-DETAIL-LINE.
001230         05  WS-DET-CUST-ID       PIC X(05).
001240         05  FILLER               PIC X(02).
001250         05  WS-DET-CUST-NAME     PIC X(20).
001260         05  FILLER               PIC X(01).
001270         05  WS-DET-AMOUNT        PIC Z,ZZZ,ZZ9.99.
001280         05  FILLER               PIC X(01).
001290         05  WS-DET-CURRENCY      PIC X(03).
001300         05  FILLER               PIC X(01).
001310         05  WS-DET-REASON-CODE   PIC X(03).
001320         05  FILLER               PIC X(01).
001330         05  WS-DET-DISPOSITION   PIC X(30).
001340         05  FILLER               PIC X(01).
001350
001360     01  WS-COUNT-LINE.
001370         05  WS-CNT-TITLE         PIC X(26).
001380         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001390         05  FILLER               PIC X(47) VALUE SPACES.
001400
001410     01  WS-AMOUNT-LINE.
001420         05  WS-AMT-TITLE         PIC X(26).
001430         05  WS-AMT-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
001440         05  FILLER               PIC X(39) VALUE SPACES.
001450
001460 PROCEDURE DIVISION.
001470*****************************************************************
001480*    0000-MAINLINE                                              *
001490*****************************************************************
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE
001520         THRU 1000-INITIALIZE-EXIT.
001530
001540     PERFORM 2000-PROCESS-RETURN
001550         THRU 2000-PROCESS-RETURN-EXIT
001560         UNTIL WS-EOF.
001570
001580     PERFORM 3000-PRINT-CONTROL-TOTALS
001590         THRU 3000-PRINT-CONTROL-TOTALS-EXIT.
001600
001610     DISPLAY 'RFNRTN01: RETURNS READ.......... '
001620         WS-RETURN-COUNT.
001630     DISPLAY 'RFNRTN01: CREDITS REINSTATED.... '
001640         WS-REINSTATED-COUNT.
001650     DISPLAY 'RFNRTN01: UNMATCHED RETURNS..... '
001660         WS-UNMATCHED-COUNT.
001670     DISPLAY 'RFNRTN01: AMOUNT REINSTATED..... '
001680         WS-AMOUNT-REINSTATED.
001690
001700*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
001710*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
001720     IF WS-UNMATCHED-COUNT > 0
001730         IF RETURN-CODE < 4
001740             MOVE 4 TO RETURN-CODE
001750         END-IF
001760     END-IF.
001770
001780     PERFORM 9999-TERMINATE
001790         THRU 9999-TERMINATE-EXIT.
001800
001810     STOP RUN.
001820
001830*****************************************************************
001840*    1000-INITIALIZE                                            *
001850*****************************************************************
001860 1000-INITIALIZE.
001870     OPEN INPUT REFUND-RETURN-FILE.
001880     IF NOT WS-RFR-OK
001890         DISPLAY 'RFNRTN01: OPEN REFUND-RETURN-FILE FAILED '
001900             WS-RFR-FILE-STATUS
001910         MOVE 'Y' TO WS-EOF-SW
001920         MOVE 8 TO RETURN-CODE
001930     END-IF.
001940
001950     OPEN I-O CUSTOMER-MASTER-FILE.
001960     IF NOT WS-CUST-OK
001970         DISPLAY 'RFNRTN01: OPEN CUSTOMER-MASTER FAILED '
001980             WS-CUST-FILE-STATUS
001990         MOVE 'Y' TO WS-EOF-SW
002000         MOVE 8 TO RETURN-CODE
002010     END-IF.
002020
002026     PERFORM 9610-OPEN-CUST-JOURNAL
002032         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002040     IF NOT WS-CMJ-OK
002050         DISPLAY 'RFNRTN01: OPEN CUST-JOURNAL-FILE FAILED '
002060             WS-CMJ-FILE-STATUS
002070     END-IF.
002080     MOVE 'RFNRTN01' TO WS-CMJ-PROGRAM.
002090
002100*    THE JOURNAL CARRIES THE CYCLE IT WAS CUT IN, SO THE
002110*    BALANCE PROOF CAN NET EXACTLY ONE CYCLE'S MOVEMENT.
002120     OPEN INPUT CYCLE-CONTROL-FILE.
002130     IF WS-CYC-OK
002140         READ CYCLE-CONTROL-FILE
002150             AT END
002160                 CONTINUE
002170             NOT AT END
002180                 MOVE CYC-CYCLE-NUMBER
002190                     TO WS-CMJ-CYCLE-NUMBER
002200         END-READ
002210         CLOSE CYCLE-CONTROL-FILE
002220     END-IF.
002230
002240     OPEN EXTEND BANK-ACTIVITY-FILE.
002250     IF NOT WS-BAC-OK
002260         DISPLAY 'RFNRTN01: OPEN BANK-ACTIVITY-FILE FAILED '
002270             WS-BAC-FILE-STATUS
002280     END-IF.
002290
002300     OPEN OUTPUT REFUND-RETURN-RPT.
002310     IF NOT WS-RPT-OK
002320         DISPLAY 'RFNRTN01: OPEN REFUND-RETURN-RPT FAILED '
002330             WS-RPT-FILE-STATUS
002340     END-IF.
002350
002360     WRITE REFUND-RETURN-LINE FROM WS-HEADING-LINE.
002370
002380     PERFORM 8000-READ-RETURN
002390         THRU 8000-READ-RETURN-EXIT.
002400 1000-INITIALIZE-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440*    2000-PROCESS-RETURN                                        *
002450*    THE RETURN MUST NAME A CUSTOMER ON FILE AND COME BACK IN   *
002460*    THE ACCOUNT'S OWN CURRENCY (THE CURRENCY REFUND01 PAID     *
002470*    IN).  ANYTHING ELSE IS LISTED UNMATCHED FOR MANUAL REVIEW. *
002480*****************************************************************
002490 2000-PROCESS-RETURN.
002500     ADD 1 TO WS-RETURN-COUNT.
002510     MOVE SPACES TO WS-FAIL-REASON.
002520
002530     IF RFR-AMOUNT NOT NUMERIC OR RFR-AMOUNT = 0
002540         MOVE 'AMOUNT MISSING OR INVALID' TO WS-FAIL-REASON
002550     END-IF.
002560
002570     IF WS-FAIL-REASON = SPACES
002580         MOVE RFR-CUST-ID TO CUST-ID
002590         READ CUSTOMER-MASTER-FILE
002600             INVALID KEY
002610                 MOVE 'CUSTOMER ID NOT ON FILE'
002620                     TO WS-FAIL-REASON
002630         END-READ
002640     END-IF.
002650
002660     IF WS-FAIL-REASON = SPACES
002670         IF RFR-CURRENCY-CODE NOT = CUST-CURRENCY-CODE
002680             MOVE 'CURRENCY NOT ACCOUNT CURRENCY'
002690                 TO WS-FAIL-REASON
002700         END-IF
002710     END-IF.
002720
002730     MOVE SPACES          TO WS-DETAIL-LINE.
002740     IF WS-FAIL-REASON = SPACES
002750         PERFORM 2100-REINSTATE-CREDIT
002760             THRU 2100-REINSTATE-CREDIT-EXIT
002770         MOVE CUST-NAME   TO WS-DET-CUST-NAME
002780         MOVE 'CREDIT BACK - REFUND STOPPED'
002790             TO WS-DET-DISPOSITION
002800     ELSE
002810         ADD 1 TO WS-UNMATCHED-COUNT
002820         MOVE WS-FAIL-REASON TO WS-DET-DISPOSITION
002830     END-IF.
002840
002850     MOVE RFR-CUST-ID       TO WS-DET-CUST-ID.
002860     IF RFR-AMOUNT NUMERIC
002870         MOVE RFR-AMOUNT    TO WS-DET-AMOUNT
002880     ELSE
002890         MOVE 0             TO WS-DET-AMOUNT
002900     END-IF.
002910     MOVE RFR-CURRENCY-CODE TO WS-DET-CURRENCY.
002920     MOVE RFR-REASON-CODE   TO WS-DET-REASON-CODE.
002930     WRITE REFUND-RETURN-LINE FROM WS-DETAIL-LINE.
002940
002950     PERFORM 8000-READ-RETURN
002960         THRU 8000-READ-RETURN-EXIT.
002970 2000-PROCESS-RETURN-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010*    2100-REINSTATE-CREDIT                                      *
003020*    THE CREDIT REFUND01 CLEARED GOES BACK ON THE BALANCE.  THE *
003030*    REFUND STOP HOLDS IT THERE UNTIL THE SERVICE DESK KEYS     *
003040*    CORRECTED DETAILS (CUSTMNT1 ACTION 'B'), AND THE FIRST     *
003050*    RETURN DATE STARTS THE UNCLAIMED-PROPERTY CLOCK.           *
003060*****************************************************************
003070 2100-REINSTATE-CREDIT.
003080     ADD 1 TO WS-REINSTATED-COUNT.
003090     ADD RFR-AMOUNT TO WS-AMOUNT-REINSTATED.
003100
003110     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
003120     SUBTRACT RFR-AMOUNT FROM CUST-BALANCE.
003130     MOVE 'Y' TO CUST-REFUND-STOP-FLAG.
003140     IF CUST-UNCLAIMED-DATE NOT NUMERIC
003150             OR CUST-UNCLAIMED-DATE = 0
003160         MOVE RFR-RETURN-DATE TO CUST-UNCLAIMED-DATE
003170     END-IF.
003180     REWRITE CUSTOMER-REC.
003190     MOVE 'R'          TO WS-CMJ-ACTION.
003200     MOVE CUST-ID      TO WS-CMJ-CUST-ID.
003210     MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE.
003220     PERFORM 9600-WRITE-CUST-JOURNAL
003230         THRU 9600-WRITE-CUST-JOURNAL-EXIT.
003240
003250*    THE BANK PAID THE UNDELIVERED REFUND BACK INTO THE ACCOUNT
003260*    UNDER THE CUSTOMER ID REFUND01 SENT IT OUT WITH.
003270     MOVE SPACES          TO BANK-ACTIVITY-REC.
003280     MOVE 'F'             TO BAC-SOURCE.
003290     MOVE 'C'             TO BAC-DIRECTION.
003300     MOVE RFR-RETURN-DATE TO BAC-VALUE-DATE.
003310     MOVE RFR-AMOUNT      TO BAC-AMOUNT.
003320     MOVE RFR-CUST-ID     TO BAC-REFERENCE.
003330     MOVE 'L'             TO BAC-SIDE.
003340     MOVE 0               TO BAC-FIRST-SEEN-DATE.
003350     WRITE BANK-ACTIVITY-REC.
003360 2100-REINSTATE-CREDIT-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400*    3000-PRINT-CONTROL-TOTALS                                  *
003410*****************************************************************
003420 3000-PRINT-CONTROL-TOTALS.
003430     MOVE 'RETURNS READ..............'
003440         TO WS-CNT-TITLE.
003450     MOVE WS-RETURN-COUNT TO WS-CNT-VALUE.
003460     WRITE REFUND-RETURN-LINE FROM WS-COUNT-LINE.
003470
003480     MOVE 'CREDITS REINSTATED........'
003490         TO WS-CNT-TITLE.
003500     MOVE WS-REINSTATED-COUNT TO WS-CNT-VALUE.
003510     WRITE REFUND-RETURN-LINE FROM WS-COUNT-LINE.
003520
003530     MOVE 'AMOUNT REINSTATED.........'
003540         TO WS-AMT-TITLE.
003550     MOVE WS-AMOUNT-REINSTATED TO WS-AMT-VALUE.
003560     WRITE REFUND-RETURN-LINE FROM WS-AMOUNT-LINE.
003570
003580     MOVE 'UNMATCHED RETURNS.........'
003590         TO WS-CNT-TITLE.
003600     MOVE WS-UNMATCHED-COUNT TO WS-CNT-VALUE.
003610     WRITE REFUND-RETURN-LINE FROM WS-COUNT-LINE.
003620 3000-PRINT-CONTROL-TOTALS-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660*    8000-READ-RETURN                                           *
003670*****************************************************************
003680 8000-READ-RETURN.
003690     READ REFUND-RETURN-FILE
003700         AT END
003710             MOVE 'Y' TO WS-EOF-SW
003720     END-READ.
003730 8000-READ-RETURN-EXIT.
003740     EXIT.
003750
003760*****************************************************************
003770*    9999-TERMINATE                                             *
003780*****************************************************************
003790 9999-TERMINATE.
003800     IF WS-RFR-OK OR WS-RFR-EOF
003810         CLOSE REFUND-RETURN-FILE
003820     END-IF.
003830     IF WS-CUST-OK OR WS-CUST-NOT-FOUND
003840         CLOSE CUSTOMER-MASTER-FILE
003850     END-IF.
003856     PERFORM 9620-CLOSE-CUST-JOURNAL
003862         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
003870     CLOSE BANK-ACTIVITY-FILE.
003880     CLOSE REFUND-RETURN-RPT.
003890 9999-TERMINATE-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930*    9600-WRITE-CUST-JOURNAL                                    *
003940*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
003950*****************************************************************
003960     COPY CMJPROC.
003970
003980*****************************************************************
003990*    9650-COMPUTE-CHAIN-VALUE                                   *
004000*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
004010*****************************************************************
004020     COPY JCHPROC.
