000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BURXTR01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - MONTH-END CREDIT BUREAU          *
000100*                    SUBMISSION.  EVERY ACTIVE CUSTOMER WHOSE    *
000110*                    BALANCE IS AT OR OVER                       *
000120*                    WS-REPORTING-THRESHOLD IS WRITTEN TO THE    *
000130*                    BUREAU'S FIXED FORMAT (BUROUT.CPY) WITH ITS *
000140*                    NAME, ADDRESS, BALANCE, LIMIT AND AN        *
000150*                    ACCOUNT STATUS - PLACED WITH THE AGENCY, ON *
000160*                    CREDIT HOLD, OR CURRENT - BETWEEN A HEADER  *
000170*                    CARRYING OUR SUBSCRIBER CODE AND A TRAILER  *
000180*                    THE BUREAU PROVES THE FILE BY.  THE         *
000190*                    BUREAU'S RETURN IS IMPORTED BY BURIMP01.    *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-CYC-FILE-STATUS.
000270
000280     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS CUST-ID
000320         FILE STATUS IS WS-CUST-FILE-STATUS.
000330
000340     SELECT BUREAU-OUT-FILE ASSIGN TO BUROUT
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-BUO-FILE-STATUS.
000370
000380     SELECT BUREAU-EXTRACT-RPT ASSIGN TO BURXTRRP
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RPT-FILE-STATUS.
000410
000420     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-STP-FILE-STATUS.
000450
000460     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-MRC-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CYCLE-CONTROL-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CYCLCTL.
000550
000560 FD  CUSTOMER-MASTER-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY CUSTMAST.
000590
000600 FD  BUREAU-OUT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY BUROUT.
000630
000640 FD  BUREAU-EXTRACT-RPT
000650     LABEL RECORDS ARE STANDARD.
000660     01  BUREAU-EXTRACT-LINE      PIC X(80).
000670
000680 FD  STEP-LOG-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY STEPLOG.
000710
000720 FD  STEP-RUN-CONTROL-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY RUNCTL
000750         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000760
000770 WORKING-STORAGE SECTION.
000780     01  WS-CYC-FILE-STATUS       PIC X(02).
000790         88  WS-CYC-OK            VALUE '00'.
000800     01  WS-CUST-FILE-STATUS      PIC X(02).
000810         88  WS-CUST-OK           VALUE '00'.
000820         88  WS-CUST-EOF          VALUE '10'.
000830     01  WS-BUO-FILE-STATUS       PIC X(02).
000840         88  WS-BUO-OK            VALUE '00'.
000850     01  WS-RPT-FILE-STATUS       PIC X(02).
000860         88  WS-RPT-OK            VALUE '00'.
000870
000880     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000890         88  WS-EOF               VALUE 'Y'.
000900     01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
000910         88  WS-FAILED            VALUE 'Y'.
000920
000930     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
000940     01  WS-CYCLE-NUMBER          PIC 9(07) VALUE 0.
000950
000960*****************************************************************
000970*    TUNING - OUR SUBSCRIBER CODE WITH THE BUREAU, AND THE      *
000980*    SMALLEST BALANCE WORTH REPORTING.  A CREDIT BALANCE IS     *
000990*    NEVER REPORTED.                                            *
001000*****************************************************************
001010     01  WS-SUBSCRIBER-CODE       PIC X(10) VALUE 'LCF0000001'.
001020     01  WS-REPORTING-THRESHOLD   PIC S9(07)V9(02) VALUE 1000.00.
001030
001040*****************************************************************
001050*    CONTROL TOTALS                                             *
001060*****************************************************************
001070     01  WS-TOTALS.
001080         05  WS-CUSTOMER-COUNT    PIC 9(07) VALUE 0.
001090         05  WS-INACTIVE-COUNT    PIC 9(07) VALUE 0.
001100         05  WS-BELOW-COUNT       PIC 9(07) VALUE 0.
001110         05  WS-SUBMITTED-COUNT   PIC 9(07) VALUE 0.
001120         05  WS-PLACED-COUNT      PIC 9(07) VALUE 0.
001130         05  WS-HELD-COUNT        PIC 9(07) VALUE 0.
001140     01  WS-BALANCE-TOTAL         PIC 9(11)V9(02) VALUE 0.
001150
001160*****************************************************************
001170*    CONTROL REPORT LINES                                       *
001180*****************************************************************
001190     01  WS-HEADING-LINE.
001200         05  FILLER               PIC X(45) VALUE
001210             'BURXTR01 - CREDIT BUREAU SUBMISSION FILE DATE'.
001220         05  FILLER               PIC X(01) VALUE SPACE.
001230         05  WS-HDG-FILE-DATE     PIC 9(08).
001240         05  FILLER               PIC X(26) VALUE SPACES.
001250
001260     01  WS-COUNT-LINE.
001270         05  WS-CNT-TITLE         PIC X(30).
001280         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
001290         05  FILLER               PIC X(39) VALUE SPACES.
001300
001310     01  WS-VALUE-LINE.
001320         05  WS-VAL-TITLE         PIC X(30).
001330         05  WS-VAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001340         05  FILLER               PIC X(33) VALUE SPACES.
001350
001360     COPY STPWORK.
001370
001380 PROCEDURE DIVISION.
001390*****************************************************************
001400*    0000-MAINLINE                                              *
001410*****************************************************************
001420 0000-MAINLINE.
001430     MOVE 'BURXTR01' TO WS-STP-PROGRAM.
001440     PERFORM 9700-LOG-STEP-START
001450         THRU 9700-LOG-STEP-START-EXIT.
001460
001470     PERFORM 1000-INITIALIZE
001480         THRU 1000-INITIALIZE-EXIT.
001490
001500     IF NOT WS-FAILED
001510         PERFORM 2000-SELECT-CUSTOMER
001520             THRU 2000-SELECT-CUSTOMER-EXIT
001530             UNTIL WS-EOF
001540         PERFORM 3000-WRITE-TRAILER
001550             THRU 3000-WRITE-TRAILER-EXIT
001560         PERFORM 4000-PRINT-TOTALS
001570             THRU 4000-PRINT-TOTALS-EXIT
001580     END-IF.
001590
001600     DISPLAY 'BURXTR01: CUSTOMERS READ........ '
001610         WS-CUSTOMER-COUNT.
001620     DISPLAY 'BURXTR01: CUSTOMERS SUBMITTED... '
001630         WS-SUBMITTED-COUNT.
001640     DISPLAY 'BURXTR01: BALANCE SUBMITTED..... '
001650         WS-BALANCE-TOTAL.
001660
001670     PERFORM 9999-TERMINATE
001680         THRU 9999-TERMINATE-EXIT.
001690
001700     MOVE WS-CUSTOMER-COUNT TO WS-STP-RECORDS-IN.
001710     MOVE WS-CUSTOMER-COUNT TO WS-STP-APPLIED.
001720     PERFORM 9710-LOG-STEP-END
001730         THRU 9710-LOG-STEP-END-EXIT.
001740
001750     STOP RUN.
001760
001770*****************************************************************
001780*    1000-INITIALIZE                                            *
001790*    THE FILE DATE IS THE CYCLE DATE OF THE MONTH-END BEING     *
001800*    CLOSED.                                                    *
001810*****************************************************************
001820 1000-INITIALIZE.
001830     OPEN INPUT CYCLE-CONTROL-FILE.
001840     IF WS-CYC-OK
001850         READ CYCLE-CONTROL-FILE
001860             AT END
001870                 CONTINUE
001880             NOT AT END
001890                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
001900                 MOVE CYC-CYCLE-NUMBER  TO WS-CYCLE-NUMBER
001910         END-READ
001920         CLOSE CYCLE-CONTROL-FILE
001930     END-IF.
001940     IF WS-CYCLE-DATE = 0
001950         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
001960     END-IF.
001970
001980     OPEN INPUT CUSTOMER-MASTER-FILE.
001990     IF NOT WS-CUST-OK
002000         DISPLAY 'BURXTR01: OPEN CUSTOMER-MASTER FAILED '
002010             WS-CUST-FILE-STATUS
002020         MOVE 8 TO RETURN-CODE
002030         MOVE 'Y' TO WS-FAILED-SW
002040         GO TO 1000-INITIALIZE-EXIT
002050     END-IF.
002060     OPEN OUTPUT BUREAU-OUT-FILE.
002070     IF NOT WS-BUO-OK
002080         DISPLAY 'BURXTR01: OPEN BUREAU-OUT-FILE FAILED '
002090             WS-BUO-FILE-STATUS
002100         MOVE 8 TO RETURN-CODE
002110         MOVE 'Y' TO WS-FAILED-SW
002120         GO TO 1000-INITIALIZE-EXIT
002130     END-IF.
002140     OPEN OUTPUT BUREAU-EXTRACT-RPT.
002150
002160     MOVE SPACES              TO BUREAU-OUT-REC.
002170     MOVE 'H'                 TO BUO-REC-TYPE.
002180     MOVE WS-SUBSCRIBER-CODE  TO BUO-SUBSCRIBER-CODE.
002190     MOVE WS-CYCLE-DATE       TO BUO-FILE-DATE.
002200     MOVE WS-CYCLE-NUMBER     TO BUO-CYCLE-NUMBER.
002210     WRITE BUREAU-OUT-REC.
002220
002230     MOVE WS-CYCLE-DATE TO WS-HDG-FILE-DATE.
002240     WRITE BUREAU-EXTRACT-LINE FROM WS-HEADING-LINE.
002250     MOVE SPACES TO BUREAU-EXTRACT-LINE.
002260     WRITE BUREAU-EXTRACT-LINE.
002270
002280     PERFORM 8000-READ-CUSTOMER
002290         THRU 8000-READ-CUSTOMER-EXIT.
002300 1000-INITIALIZE-EXIT.
002310     EXIT.
002320
002330*****************************************************************
002340*    2000-SELECT-CUSTOMER                                       *
002350*    AN ACCOUNT PLACED WITH THE AGENCY IS ONE ON HOLD FOR       *
002360*    REASON CA OR FLAGGED CASH IN ADVANCE BY COLLECTIONS, AS    *
002370*    COLPLC01 MARKS IT; ANY OTHER HOLD REPORTS AS HELD.         *
002380*****************************************************************
002390 2000-SELECT-CUSTOMER.
002400     ADD 1 TO WS-CUSTOMER-COUNT.
002410     IF NOT CUST-ACTIVE
002420         ADD 1 TO WS-INACTIVE-COUNT
002430         GO TO 2000-SELECT-CUSTOMER-NEXT
002440     END-IF.
002450     IF CUST-BALANCE < WS-REPORTING-THRESHOLD
002460             OR CUST-BALANCE NOT > 0
002470         ADD 1 TO WS-BELOW-COUNT
002480         GO TO 2000-SELECT-CUSTOMER-NEXT
002490     END-IF.
002500
002510     MOVE SPACES              TO BUREAU-OUT-REC.
002520     MOVE 'D'                 TO BUO-REC-TYPE.
002530     MOVE CUST-ID             TO BUO-CUST-ID.
002540     MOVE CUST-NAME           TO BUO-NAME.
002550     MOVE CUST-ADDR-STREET    TO BUO-STREET.
002560     MOVE CUST-ADDR-CITY      TO BUO-CITY.
002570     MOVE CUST-ADDR-REGION    TO BUO-REGION.
002580     MOVE CUST-ADDR-POSTCODE  TO BUO-POSTCODE.
002590     EVALUATE TRUE
002600         WHEN (CUST-ON-HOLD AND CUST-HOLD-REASON = 'CA')
002610                 OR CUST-CIA-COLLECTIONS
002620             MOVE 'P' TO BUO-ACCOUNT-STATUS
002630             ADD 1 TO WS-PLACED-COUNT
002640         WHEN CUST-ON-HOLD
002650             MOVE 'H' TO BUO-ACCOUNT-STATUS
002660             ADD 1 TO WS-HELD-COUNT
002670         WHEN OTHER
002680             MOVE 'C' TO BUO-ACCOUNT-STATUS
002690     END-EVALUATE.
002700     MOVE CUST-BALANCE        TO BUO-BALANCE.
002710     IF CUST-CREDIT-LIMIT > 0
002720         MOVE CUST-CREDIT-LIMIT TO BUO-CREDIT-LIMIT
002730     ELSE
002740         MOVE 0 TO BUO-CREDIT-LIMIT
002750     END-IF.
002760     MOVE CUST-LAST-ACTIVITY-DATE TO BUO-LAST-ACTIVITY.
002770     IF CUST-NSF-FLAGGED
002780         MOVE 'Y' TO BUO-NSF-FLAG
002790     ELSE
002800         MOVE 'N' TO BUO-NSF-FLAG
002810     END-IF.
002820     WRITE BUREAU-OUT-REC.
002830     ADD 1 TO WS-SUBMITTED-COUNT.
002840     ADD CUST-BALANCE TO WS-BALANCE-TOTAL.
002850
002860 2000-SELECT-CUSTOMER-NEXT.
002870     PERFORM 8000-READ-CUSTOMER
002880         THRU 8000-READ-CUSTOMER-EXIT.
002890 2000-SELECT-CUSTOMER-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930*    3000-WRITE-TRAILER                                         *
002940*****************************************************************
002950 3000-WRITE-TRAILER.
002960     MOVE SPACES              TO BUREAU-OUT-REC.
002970     MOVE 'T'                 TO BUO-REC-TYPE.
002980     MOVE WS-SUBMITTED-COUNT  TO BUO-RECORD-COUNT.
002990     MOVE WS-BALANCE-TOTAL    TO BUO-BALANCE-TOTAL.
003000     WRITE BUREAU-OUT-REC.
003010 3000-WRITE-TRAILER-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050*    4000-PRINT-TOTALS                                          *
003060*****************************************************************
003070 4000-PRINT-TOTALS.
003080     MOVE 'CUSTOMERS READ................' TO WS-CNT-TITLE.
003090     MOVE WS-CUSTOMER-COUNT TO WS-CNT-VALUE.
003100     WRITE BUREAU-EXTRACT-LINE FROM WS-COUNT-LINE.
003110
003120     MOVE 'NOT ACTIVE....................' TO WS-CNT-TITLE.
003130     MOVE WS-INACTIVE-COUNT TO WS-CNT-VALUE.
003140     WRITE BUREAU-EXTRACT-LINE FROM WS-COUNT-LINE.
003150
003160     MOVE 'BELOW REPORTING THRESHOLD.....' TO WS-CNT-TITLE.
003170     MOVE WS-BELOW-COUNT TO WS-CNT-VALUE.
003180     WRITE BUREAU-EXTRACT-LINE FROM WS-COUNT-LINE.
003190
003200     MOVE 'CUSTOMERS SUBMITTED...........' TO WS-CNT-TITLE.
003210     MOVE WS-SUBMITTED-COUNT TO WS-CNT-VALUE.
003220     WRITE BUREAU-EXTRACT-LINE FROM WS-COUNT-LINE.
003230
003240     MOVE '  OF WHICH PLACED WITH AGENCY.' TO WS-CNT-TITLE.
003250     MOVE WS-PLACED-COUNT TO WS-CNT-VALUE.
003260     WRITE BUREAU-EXTRACT-LINE FROM WS-COUNT-LINE.
003270
003280     MOVE '  OF WHICH ON CREDIT HOLD.....' TO WS-CNT-TITLE.
003290     MOVE WS-HELD-COUNT TO WS-CNT-VALUE.
003300     WRITE BUREAU-EXTRACT-LINE FROM WS-COUNT-LINE.
003310
003320     MOVE 'BALANCE SUBMITTED.............' TO WS-VAL-TITLE.
003330     MOVE WS-BALANCE-TOTAL TO WS-VAL-AMOUNT.
003340     WRITE BUREAU-EXTRACT-LINE FROM WS-VALUE-LINE.
003350 4000-PRINT-TOTALS-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390*    8000-READ-CUSTOMER                                         *
003400*****************************************************************
003410 8000-READ-CUSTOMER.
003420     READ CUSTOMER-MASTER-FILE
003430         AT END
003440             MOVE 'Y' TO WS-EOF-SW
003450     END-READ.
003460 8000-READ-CUSTOMER-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500*    9999-TERMINATE                                             *
003510*****************************************************************
003520 9999-TERMINATE.
003530     IF WS-FAILED
003540         GO TO 9999-TERMINATE-EXIT
003550     END-IF.
003560     CLOSE CUSTOMER-MASTER-FILE.
003570     CLOSE BUREAU-OUT-FILE.
003580     CLOSE BUREAU-EXTRACT-RPT.
003590 9999-TERMINATE-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
003640*****************************************************************
003650     COPY STPPROC.
