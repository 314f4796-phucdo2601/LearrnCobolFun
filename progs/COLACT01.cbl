000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COLACT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - COLLECTION ACTIVITY ENTRY.       *
000100*                    APPLIES THE COLLECTORS' KEYED CONTACT       *
000110*                    RECORDS (COLACT.CPY) - OUTCOME, NOTES AND,  *
000120*                    FOR A PROMISE TO PAY, THE DATE AND AMOUNT   *
000130*                    PROMISED - TO THE CURRENT COLLECTION        *
000140*                    HISTORY (COLHIST.CPY), WHERE THE NEXT       *
000150*                    NIGHT'S WORK-QUEUE RUN (COLQUE01) CHECKS    *
000160*                    THE PROMISES AGAINST THE RECEIPTS.  EVERY   *
000170*                    TRANSACTION IS HELD AGAINST THE OPERATOR    *
000180*                    AUTHORIZATION FILE (AUTPROC.CPY) WITH THE   *
000190*                    OUTCOME AS THE ACTION, AND LISTED ON THE    *
000200*                    ACTIVITY REGISTER.                          *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT COLLECTION-ACTIVITY-FILE ASSIGN TO COLACT
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CAC-FILE-STATUS.
000280
000290     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS CUST-ID
000330         FILE STATUS IS WS-CUST-FILE-STATUS.
000340
000350     SELECT COLLECTION-HISTORY-FILE ASSIGN TO COLHIST
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CLH-FILE-STATUS.
000380
000390     SELECT ACTIVITY-REGISTER-RPT ASSIGN TO COLACTRP
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RPT-FILE-STATUS.
000420
000430     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUT-FILE-STATUS.
000460
000470     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AVL-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  COLLECTION-ACTIVITY-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY COLACT.
000560
000570 FD  CUSTOMER-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CUSTMAST.
000600
000610 FD  COLLECTION-HISTORY-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY COLHIST.
000640
000650 FD  ACTIVITY-REGISTER-RPT
000660     LABEL RECORDS ARE STANDARD.
000670     01  ACTIVITY-REGISTER-LINE   PIC X(80).
000680
000690 FD  OPERATOR-AUTH-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY OPRAUTH.
000720
000730 FD  ACCESS-VIOLATION-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY AUTVIOL.
000760
000770 WORKING-STORAGE SECTION.
000780     01  WS-CAC-FILE-STATUS       PIC X(02).
000790         88  WS-CAC-OK            VALUE '00'.
000800         88  WS-CAC-EOF           VALUE '10'.
000810
000820     01  WS-CUST-FILE-STATUS      PIC X(02).
000830         88  WS-CUST-OK           VALUE '00'.
000840         88  WS-CUST-NOT-FOUND    VALUE '23'.
000850
000860     01  WS-CLH-FILE-STATUS       PIC X(02).
000870         88  WS-CLH-OK            VALUE '00'.
000880         88  WS-CLH-NOT-FOUND     VALUE '35'.
000890
000900     01  WS-RPT-FILE-STATUS       PIC X(02).
000910         88  WS-RPT-OK            VALUE '00'.
000920
000930     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000940         88  WS-EOF               VALUE 'Y'.
000950
000960     01  WS-FAIL-REASON           PIC X(30).
000970     01  WS-RUN-DATE              PIC 9(08) VALUE 0.
000980     01  WS-CONTACT-DATE          PIC 9(08) VALUE 0.
000990
001000     COPY AUTWORK.
001010
001020*****************************************************************
001030*    CONTROL TOTALS                                             *
001040*****************************************************************
001050     01  WS-TOTALS.
001060         05  WS-TRAN-COUNT        PIC 9(07) COMP VALUE 0.
001070         05  WS-RECORDED-COUNT    PIC 9(07) COMP VALUE 0.
001080         05  WS-PROMISE-COUNT     PIC 9(07) COMP VALUE 0.
001090         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
001100     01  WS-PROMISE-TOTAL         PIC 9(09)V9(02) VALUE 0.
001110
001120*****************************************************************
001130*    ACTIVITY REGISTER LINE LAYOUTS                             *
001140*****************************************************************
001150     01  WS-HEADING-LINE.
001160         05  FILLER               PIC X(40) VALUE
001170             'COLACT01 - COLLECTION ACTIVITY REGISTER'.
001180         05  FILLER               PIC X(40) VALUE SPACES.
001190
001200     01  WS-DETAIL-LINE.
001210         05  WS-DET-COLLECTOR     PIC X(08).
001220         05  FILLER               PIC X(02).
001230         05  WS-DET-CUST-ID       PIC X(05).
001240         05  FILLER               PIC X(02).
001250         05  WS-DET-OUTCOME       PIC X(01).
001260         05  FILLER               PIC X(02).
001270         05  WS-DET-PROMISE-DATE  PIC 9(08).
001280         05  FILLER               PIC X(01).
001290         05  WS-DET-PROMISE-AMT   PIC ZZZZ,ZZ9.99.
001300         05  FILLER               PIC X(02).
001310         05  WS-DET-DISPOSITION   PIC X(30).
001320         05  FILLER               PIC X(08).
001330
001340     01  WS-COUNT-LINE.
001350         05  WS-CNT-TITLE         PIC X(26).
001360         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001370         05  FILLER               PIC X(47) VALUE SPACES.
001380
001390     01  WS-VALUE-LINE.
001400         05  WS-VAL-TITLE         PIC X(26).
001410         05  WS-VAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
001420         05  FILLER               PIC X(40) VALUE SPACES.
001430
001440 PROCEDURE DIVISION.
001450*****************************************************************
001460*    0000-MAINLINE                                              *
001470*****************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE
001500         THRU 1000-INITIALIZE-EXIT.
001510
001520     PERFORM 2000-APPLY-ACTIVITY
001530         THRU 2000-APPLY-ACTIVITY-EXIT
001540         UNTIL WS-EOF.
001550
001560     PERFORM 3000-PRINT-TOTALS
001570         THRU 3000-PRINT-TOTALS-EXIT.
001580
001590     DISPLAY 'COLACT01: TRANSACTIONS READ..... '
001600         WS-TRAN-COUNT.
001610     DISPLAY 'COLACT01: CONTACTS RECORDED..... '
001620         WS-RECORDED-COUNT.
001630     DISPLAY 'COLACT01: PROMISES TO PAY....... '
001640         WS-PROMISE-COUNT.
001650     DISPLAY 'COLACT01: EXCEPTIONS............ '
001660         WS-EXCEPTION-COUNT.
001670
001680*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
001690*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
001700     IF WS-EXCEPTION-COUNT > 0
001710         IF RETURN-CODE < 4
001720             MOVE 4 TO RETURN-CODE
001730         END-IF
001740     END-IF.
001750
001760     PERFORM 9999-TERMINATE
001770         THRU 9999-TERMINATE-EXIT.
001780
001790     STOP RUN.
001800
001810*****************************************************************
001820*    1000-INITIALIZE                                            *
001830*    THE HISTORY IS ADDED TO, NOT REPLACED - THE FIRST RUN      *
001840*    AGAINST A NEW HISTORY STARTS IT.                           *
001850*****************************************************************
001860 1000-INITIALIZE.
001870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001880
001890     OPEN INPUT COLLECTION-ACTIVITY-FILE.
001900     IF NOT WS-CAC-OK
001910         DISPLAY 'COLACT01: OPEN COLLECTION-ACTIVITY-FILE FAILED '
001920             WS-CAC-FILE-STATUS
001930         MOVE 'Y' TO WS-EOF-SW
001940         MOVE 8 TO RETURN-CODE
001950     END-IF.
001960
001970     OPEN INPUT CUSTOMER-MASTER-FILE.
001980     IF NOT WS-CUST-OK
001990         DISPLAY 'COLACT01: OPEN CUSTOMER-MASTER FAILED '
002000             WS-CUST-FILE-STATUS
002010         MOVE 'Y' TO WS-EOF-SW
002020         MOVE 8 TO RETURN-CODE
002030     END-IF.
002040
002050     OPEN EXTEND COLLECTION-HISTORY-FILE.
002060     IF WS-CLH-NOT-FOUND
002070         OPEN OUTPUT COLLECTION-HISTORY-FILE
002080     END-IF.
002090     IF NOT WS-CLH-OK
002100         DISPLAY 'COLACT01: OPEN COLLECTION-HISTORY-FILE FAILED '
002110             WS-CLH-FILE-STATUS
002120         MOVE 'Y' TO WS-EOF-SW
002130         MOVE 8 TO RETURN-CODE
002140     END-IF.
002150
002160     OPEN OUTPUT ACTIVITY-REGISTER-RPT.
002170     IF NOT WS-RPT-OK
002180         DISPLAY 'COLACT01: OPEN ACTIVITY-REGISTER FAILED '
002190             WS-RPT-FILE-STATUS
002200     END-IF.
002210
002220     WRITE ACTIVITY-REGISTER-LINE FROM WS-HEADING-LINE.
002230
002240     MOVE 'COLACT01' TO WS-AUT-PROGRAM.
002250     MOVE WS-RUN-DATE TO WS-AUT-DATE.
002260     PERFORM 9300-LOAD-AUTHORITY
002270         THRU 9300-LOAD-AUTHORITY-EXIT.
002280
002290     PERFORM 8000-READ-ACTIVITY
002300         THRU 8000-READ-ACTIVITY-EXIT.
002310 1000-INITIALIZE-EXIT.
002320     EXIT.
002330
002340*****************************************************************
002350*    2000-APPLY-ACTIVITY                                        *
002360*    A CONTACT DATE LEFT BLANK TAKES THE RUN DATE.  A PROMISE   *
002370*    MUST FALL ON OR AFTER THE CONTACT AND BE FOR A REAL        *
002380*    AMOUNT; ON ANY OTHER OUTCOME THE PROMISE FIELDS ARE        *
002390*    IGNORED.                                                   *
002400*****************************************************************
002410 2000-APPLY-ACTIVITY.
002420     ADD 1 TO WS-TRAN-COUNT.
002430     MOVE SPACES TO WS-FAIL-REASON.
002440
002450     IF CAC-CONTACT-DATE NUMERIC AND CAC-CONTACT-DATE > 0
002460         MOVE CAC-CONTACT-DATE TO WS-CONTACT-DATE
002470     ELSE
002480         MOVE WS-RUN-DATE      TO WS-CONTACT-DATE
002490     END-IF.
002500
002510     IF NOT CAC-OUTCOME-VALID
002520         MOVE 'INVALID OUTCOME CODE' TO WS-FAIL-REASON
002530     END-IF.
002540
002550     MOVE CAC-COLLECTOR-ID TO WS-AUT-OPERATOR.
002560     MOVE CAC-OUTCOME      TO WS-AUT-ACTION.
002570     MOVE CAC-CUST-ID      TO WS-AUT-KEY.
002580     PERFORM 9320-CHECK-AUTHORITY
002590         THRU 9320-CHECK-AUTHORITY-EXIT.
002600     IF NOT WS-AUT-GRANTED AND WS-FAIL-REASON = SPACES
002610         MOVE WS-AUT-REASON TO WS-FAIL-REASON
002620     END-IF.
002630
002640     IF WS-FAIL-REASON = SPACES
002650         MOVE CAC-CUST-ID TO CUST-ID
002660         READ CUSTOMER-MASTER-FILE
002670             INVALID KEY
002680                 MOVE 'CUSTOMER ID NOT ON FILE'
002690                     TO WS-FAIL-REASON
002700         END-READ
002710     END-IF.
002720
002730     IF WS-FAIL-REASON = SPACES
002740             AND WS-CONTACT-DATE > WS-RUN-DATE
002750         MOVE 'CONTACT DATE IN THE FUTURE' TO WS-FAIL-REASON
002760     END-IF.
002770
002780     IF WS-FAIL-REASON = SPACES AND CAC-PROMISE
002790         PERFORM 2100-CHECK-PROMISE
002800             THRU 2100-CHECK-PROMISE-EXIT
002810     END-IF.
002820
002830     IF WS-FAIL-REASON = SPACES
002840         PERFORM 2200-RECORD-CONTACT
002850             THRU 2200-RECORD-CONTACT-EXIT
002860     END-IF.
002870
002880     MOVE CAC-COLLECTOR-ID TO WS-DET-COLLECTOR.
002890     MOVE CAC-CUST-ID      TO WS-DET-CUST-ID.
002900     MOVE CAC-OUTCOME      TO WS-DET-OUTCOME.
002910     IF CAC-PROMISE AND CAC-PROMISE-DATE NUMERIC
002920             AND CAC-PROMISE-AMOUNT NUMERIC
002930         MOVE CAC-PROMISE-DATE   TO WS-DET-PROMISE-DATE
002940         MOVE CAC-PROMISE-AMOUNT TO WS-DET-PROMISE-AMT
002950     ELSE
002960         MOVE 0 TO WS-DET-PROMISE-DATE
002970         MOVE 0 TO WS-DET-PROMISE-AMT
002980     END-IF.
002990     IF WS-FAIL-REASON = SPACES
003000         MOVE 'RECORDED' TO WS-DET-DISPOSITION
003010     ELSE
003020         ADD 1 TO WS-EXCEPTION-COUNT
003030         MOVE WS-FAIL-REASON TO WS-DET-DISPOSITION
003040     END-IF.
003050     WRITE ACTIVITY-REGISTER-LINE FROM WS-DETAIL-LINE.
003060
003070     PERFORM 8000-READ-ACTIVITY
003080         THRU 8000-READ-ACTIVITY-EXIT.
003090 2000-APPLY-ACTIVITY-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130*    2100-CHECK-PROMISE                                         *
003140*****************************************************************
003150 2100-CHECK-PROMISE.
003160     IF CAC-PROMISE-DATE NOT NUMERIC
003170             OR CAC-PROMISE-DATE < WS-CONTACT-DATE
003180         MOVE 'PROMISE DATE INVALID' TO WS-FAIL-REASON
003190         GO TO 2100-CHECK-PROMISE-EXIT
003200     END-IF.
003210     IF CAC-PROMISE-AMOUNT NOT NUMERIC
003220             OR CAC-PROMISE-AMOUNT = 0
003230         MOVE 'PROMISE AMOUNT INVALID' TO WS-FAIL-REASON
003240         GO TO 2100-CHECK-PROMISE-EXIT
003250     END-IF.
003260 2100-CHECK-PROMISE-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300*    2200-RECORD-CONTACT                                        *
003310*    A PROMISE GOES ON THE HISTORY OPEN; COLQUE01 CLOSES IT OFF *
003320*    ONCE ITS DATE HAS PASSED.                                  *
003330*****************************************************************
003340 2200-RECORD-CONTACT.
003350     ADD 1 TO WS-RECORDED-COUNT.
003360     MOVE SPACES           TO COLLECTION-HISTORY-REC.
003370     MOVE CAC-CUST-ID      TO CLH-CUST-ID.
003380     MOVE WS-CONTACT-DATE  TO CLH-CONTACT-DATE.
003390     MOVE CAC-COLLECTOR-ID TO CLH-COLLECTOR-ID.
003400     MOVE CAC-OUTCOME      TO CLH-OUTCOME.
003410     MOVE CAC-NOTES        TO CLH-NOTES.
003420     MOVE 0                TO CLH-RESOLVED-DATE.
003430     MOVE 0                TO CLH-PAID-AMOUNT.
003440     IF CAC-PROMISE
003450         ADD 1 TO WS-PROMISE-COUNT
003460         ADD CAC-PROMISE-AMOUNT TO WS-PROMISE-TOTAL
003470         MOVE CAC-PROMISE-DATE   TO CLH-PROMISE-DATE
003480         MOVE CAC-PROMISE-AMOUNT TO CLH-PROMISE-AMOUNT
003490         MOVE 'O'                TO CLH-PROMISE-STATUS
003500     ELSE
003510         MOVE 0                  TO CLH-PROMISE-DATE
003520         MOVE 0                  TO CLH-PROMISE-AMOUNT
003530     END-IF.
003540     WRITE COLLECTION-HISTORY-REC.
003550 2200-RECORD-CONTACT-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*    3000-PRINT-TOTALS                                          *
003600*****************************************************************
003610 3000-PRINT-TOTALS.
003620     MOVE 'CONTACTS RECORDED.........' TO WS-CNT-TITLE.
003630     MOVE WS-RECORDED-COUNT TO WS-CNT-VALUE.
003640     WRITE ACTIVITY-REGISTER-LINE FROM WS-COUNT-LINE.
003650
003660     MOVE 'PROMISES TO PAY...........' TO WS-CNT-TITLE.
003670     MOVE WS-PROMISE-COUNT TO WS-CNT-VALUE.
003680     WRITE ACTIVITY-REGISTER-LINE FROM WS-COUNT-LINE.
003690
003700     MOVE 'AMOUNT PROMISED...........' TO WS-VAL-TITLE.
003710     MOVE WS-PROMISE-TOTAL TO WS-VAL-AMOUNT.
003720     WRITE ACTIVITY-REGISTER-LINE FROM WS-VALUE-LINE.
003730
003740     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
003750     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
003760     WRITE ACTIVITY-REGISTER-LINE FROM WS-COUNT-LINE.
003770 3000-PRINT-TOTALS-EXIT.
003780     EXIT.
003790
003800*****************************************************************
003810*    8000-READ-ACTIVITY                                         *
003820*****************************************************************
003830 8000-READ-ACTIVITY.
003840     READ COLLECTION-ACTIVITY-FILE
003850         AT END
003860             MOVE 'Y' TO WS-EOF-SW
003870     END-READ.
003880 8000-READ-ACTIVITY-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920*    9999-TERMINATE                                             *
003930*****************************************************************
003940 9999-TERMINATE.
003950     IF WS-CAC-OK OR WS-CAC-EOF
003960         CLOSE COLLECTION-ACTIVITY-FILE
003970     END-IF.
003980     IF WS-CUST-OK OR WS-CUST-NOT-FOUND
003990         CLOSE CUSTOMER-MASTER-FILE
004000     END-IF.
004010     IF WS-CLH-OK
004020         CLOSE COLLECTION-HISTORY-FILE
004030     END-IF.
004040     CLOSE ACTIVITY-REGISTER-RPT.
004050     PERFORM 9340-CLOSE-AUTHORITY
004060         THRU 9340-CLOSE-AUTHORITY-EXIT.
004070 9999-TERMINATE-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110*    9300-LOAD-AUTHORITY                                        *
004120*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
004130*****************************************************************
004140     COPY AUTPROC.
