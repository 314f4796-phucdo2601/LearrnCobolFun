000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DDMMNT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - DIRECT-DEBIT MANDATE             *
000100*                    MAINTENANCE.  APPLIES KEYED MANDATE         *
000110*                    TRANSACTIONS (DDMTRAN.CPY) TO THE MANDATE   *
000120*                    FILE (DDMAND.CPY): 'E' ENROLLS A CUSTOMER   *
000130*                    WITH THE BANK'S REFERENCE TO THEIR ACCOUNT, *
000140*                    THE MANDATE DATE AND THE PAY BASIS (FULL    *
000150*                    BALANCE OR STATEMENT AMOUNT), 'C' CHANGES   *
000160*                    THE REFERENCE OR BASIS, 'X' CANCELS, AND    *
000170*                    'R' REINSTATES A MANDATE SUSPENDED FOR      *
000180*                    REPEATED BANK REJECTIONS.  EVERY            *
000190*                    TRANSACTION IS HELD AGAINST THE OPERATOR    *
000200*                    AUTHORIZATION FILE (AUTPROC.CPY) AND LISTED *
000210*                    ON THE MANDATE REGISTER WITH THE KEYING     *
000220*                    OPERATOR.                                   *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT DD-MANDATE-TRAN-FILE ASSIGN TO DDMTRAN
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-DMT-FILE-STATUS.
000300
000310     SELECT DD-MANDATE-FILE ASSIGN TO DDMAND
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS DDM-CUST-ID
000350         FILE STATUS IS WS-DDM-FILE-STATUS.
000360
000370     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CUST-ID
000410         FILE STATUS IS WS-CUST-FILE-STATUS.
000420
000430     SELECT MANDATE-REGISTER-RPT ASSIGN TO DDMREGRP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000460
000470     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUT-FILE-STATUS.
000500
000510     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AVL-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DD-MANDATE-TRAN-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY DDMTRAN.
000600
000610 FD  DD-MANDATE-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY DDMAND.
000640
000650 FD  CUSTOMER-MASTER-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY CUSTMAST.
000680
000690 FD  MANDATE-REGISTER-RPT
000700     LABEL RECORDS ARE STANDARD.
000710     01  MANDATE-REGISTER-LINE    PIC X(80).
000720
000730 FD  OPERATOR-AUTH-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY OPRAUTH.
000760
000770 FD  ACCESS-VIOLATION-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY AUTVIOL.
000800
000810 WORKING-STORAGE SECTION.
000820     01  WS-DMT-FILE-STATUS       PIC X(02).
000830         88  WS-DMT-OK            VALUE '00'.
000840         88  WS-DMT-EOF           VALUE '10'.
000850
000860     01  WS-DDM-FILE-STATUS       PIC X(02).
000870         88  WS-DDM-OK            VALUE '00'.
000880         88  WS-DDM-NOT-FOUND     VALUE '23'.
000890
000900     01  WS-CUST-FILE-STATUS      PIC X(02).
000910         88  WS-CUST-OK           VALUE '00'.
000920         88  WS-CUST-NOT-FOUND    VALUE '23'.
000930
000940     01  WS-RPT-FILE-STATUS       PIC X(02).
000950         88  WS-RPT-OK            VALUE '00'.
000960
000970     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000980         88  WS-EOF               VALUE 'Y'.
000990
001000     01  WS-ON-FILE-SW            PIC X(01) VALUE 'N'.
001010         88  WS-ON-FILE           VALUE 'Y'.
001020
001030     01  WS-FAIL-REASON           PIC X(30).
001040     01  WS-RUN-DATE              PIC 9(08) VALUE 0.
001050
001060     COPY AUTWORK.
001070
001080*****************************************************************
001090*    CONTROL TOTALS                                             *
001100*****************************************************************
001110     01  WS-TOTALS.
001120         05  WS-TRAN-COUNT        PIC 9(07) COMP VALUE 0.
001130         05  WS-ENROLLED-COUNT    PIC 9(07) COMP VALUE 0.
001140         05  WS-CHANGED-COUNT     PIC 9(07) COMP VALUE 0.
001150         05  WS-CANCELLED-COUNT   PIC 9(07) COMP VALUE 0.
001160         05  WS-REINSTATED-COUNT  PIC 9(07) COMP VALUE 0.
001170         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
001180
001190*****************************************************************
001200*    MANDATE REGISTER LINE LAYOUTS                              *
001210*****************************************************************
001220     01  WS-HEADING-LINE.
001230         05  FILLER               PIC X(40) VALUE
001240             'DDMMNT01 - DIRECT-DEBIT MANDATE REGISTER'.
001250         05  FILLER               PIC X(40) VALUE SPACES.
001260
001270     01  WS-DETAIL-LINE.
001280         05  WS-DET-ACTION        PIC X(01).
001290         05  FILLER               PIC X(02).
001300         05  WS-DET-CUST-ID       PIC X(05).
001310         05  FILLER               PIC X(02).
001320         05  WS-DET-BANK-REF      PIC X(18).
001330         05  FILLER               PIC X(02).
001340         05  WS-DET-BASIS         PIC X(01).
001350         05  FILLER               PIC X(02).
001360         05  WS-DET-OPERATOR      PIC X(08).
001370         05  FILLER               PIC X(02).
001380         05  WS-DET-DISPOSITION   PIC X(30).
001390         05  FILLER               PIC X(07).
001400
001410     01  WS-COUNT-LINE.
001420         05  WS-CNT-TITLE         PIC X(26).
001430         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001440         05  FILLER               PIC X(47) VALUE SPACES.
001450
001460 PROCEDURE DIVISION.
001470*****************************************************************
001480*    0000-MAINLINE                                              *
001490*****************************************************************
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE
001520         THRU 1000-INITIALIZE-EXIT.
001530
001540     PERFORM 2000-APPLY-TRANSACTION
001550         THRU 2000-APPLY-TRANSACTION-EXIT
001560         UNTIL WS-EOF.
001570
001580     PERFORM 3000-PRINT-TOTALS
001590         THRU 3000-PRINT-TOTALS-EXIT.
001600
001610     DISPLAY 'DDMMNT01: TRANSACTIONS READ..... '
001620         WS-TRAN-COUNT.
001630     DISPLAY 'DDMMNT01: MANDATES ENROLLED..... '
001640         WS-ENROLLED-COUNT.
001650     DISPLAY 'DDMMNT01: MANDATES CHANGED...... '
001660         WS-CHANGED-COUNT.
001670     DISPLAY 'DDMMNT01: MANDATES CANCELLED.... '
001680         WS-CANCELLED-COUNT.
001690     DISPLAY 'DDMMNT01: MANDATES REINSTATED... '
001700         WS-REINSTATED-COUNT.
001710     DISPLAY 'DDMMNT01: EXCEPTIONS............ '
001720         WS-EXCEPTION-COUNT.
001730
001740*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
001750*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
001760     IF WS-EXCEPTION-COUNT > 0
001770         IF RETURN-CODE < 4
001780             MOVE 4 TO RETURN-CODE
001790         END-IF
001800     END-IF.
001810
001820     PERFORM 9999-TERMINATE
001830         THRU 9999-TERMINATE-EXIT.
001840
001850     STOP RUN.
001860
001870*****************************************************************
001880*    1000-INITIALIZE                                            *
001890*****************************************************************
001900 1000-INITIALIZE.
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001920
001930     OPEN INPUT DD-MANDATE-TRAN-FILE.
001940     IF NOT WS-DMT-OK
001950         DISPLAY 'DDMMNT01: OPEN DD-MANDATE-TRAN-FILE FAILED '
001960             WS-DMT-FILE-STATUS
001970         MOVE 'Y' TO WS-EOF-SW
001980         MOVE 8 TO RETURN-CODE
001990     END-IF.
002000
002010     OPEN I-O DD-MANDATE-FILE.
002020     IF NOT WS-DDM-OK
002030         DISPLAY 'DDMMNT01: OPEN DD-MANDATE-FILE FAILED '
002040             WS-DDM-FILE-STATUS
002050         MOVE 'Y' TO WS-EOF-SW
002060         MOVE 8 TO RETURN-CODE
002070     END-IF.
002080
002090     OPEN INPUT CUSTOMER-MASTER-FILE.
002100     IF NOT WS-CUST-OK
002110         DISPLAY 'DDMMNT01: OPEN CUSTOMER-MASTER FAILED '
002120             WS-CUST-FILE-STATUS
002130         MOVE 'Y' TO WS-EOF-SW
002140         MOVE 8 TO RETURN-CODE
002150     END-IF.
002160
002170     OPEN OUTPUT MANDATE-REGISTER-RPT.
002180     IF NOT WS-RPT-OK
002190         DISPLAY 'DDMMNT01: OPEN MANDATE-REGISTER FAILED '
002200             WS-RPT-FILE-STATUS
002210     END-IF.
002220
002230     WRITE MANDATE-REGISTER-LINE FROM WS-HEADING-LINE.
002240
002250     MOVE 'DDMMNT01' TO WS-AUT-PROGRAM.
002260     MOVE WS-RUN-DATE TO WS-AUT-DATE.
002270     PERFORM 9300-LOAD-AUTHORITY
002280         THRU 9300-LOAD-AUTHORITY-EXIT.
002290
002300     PERFORM 8000-READ-TRANSACTION
002310         THRU 8000-READ-TRANSACTION-EXIT.
002320 1000-INITIALIZE-EXIT.
002330     EXIT.
002340
002350*****************************************************************
002360*    2000-APPLY-TRANSACTION                                     *
002370*****************************************************************
002380 2000-APPLY-TRANSACTION.
002390     ADD 1 TO WS-TRAN-COUNT.
002400     MOVE SPACES TO WS-FAIL-REASON.
002410
002420     IF NOT DMT-ENROLL AND NOT DMT-CHANGE
002430             AND NOT DMT-CANCEL AND NOT DMT-REINSTATE
002440         MOVE 'INVALID ACTION CODE' TO WS-FAIL-REASON
002450     END-IF.
002460
002470     MOVE DMT-OPERATOR-ID TO WS-AUT-OPERATOR.
002480     MOVE DMT-ACTION      TO WS-AUT-ACTION.
002490     MOVE DMT-CUST-ID     TO WS-AUT-KEY.
002500     PERFORM 9320-CHECK-AUTHORITY
002510         THRU 9320-CHECK-AUTHORITY-EXIT.
002520     IF NOT WS-AUT-GRANTED AND WS-FAIL-REASON = SPACES
002530         MOVE WS-AUT-REASON TO WS-FAIL-REASON
002540     END-IF.
002550
002560     IF WS-FAIL-REASON = SPACES
002570         MOVE DMT-CUST-ID TO CUST-ID
002580         READ CUSTOMER-MASTER-FILE
002590             INVALID KEY
002600                 MOVE 'CUSTOMER ID NOT ON FILE'
002610                     TO WS-FAIL-REASON
002620         END-READ
002630     END-IF.
002640
002650     MOVE 'N' TO WS-ON-FILE-SW.
002660     IF WS-FAIL-REASON = SPACES
002670         MOVE DMT-CUST-ID TO DDM-CUST-ID
002680         READ DD-MANDATE-FILE
002690             INVALID KEY
002700                 CONTINUE
002710             NOT INVALID KEY
002720                 MOVE 'Y' TO WS-ON-FILE-SW
002730         END-READ
002740     END-IF.
002750
002760     IF WS-FAIL-REASON = SPACES
002770         EVALUATE TRUE
002780             WHEN DMT-ENROLL
002790                 PERFORM 2100-ENROLL-MANDATE
002800                     THRU 2100-ENROLL-MANDATE-EXIT
002810             WHEN NOT WS-ON-FILE
002820                 MOVE 'NO MANDATE ON FILE' TO WS-FAIL-REASON
002830             WHEN DMT-CHANGE
002840                 PERFORM 2200-CHANGE-MANDATE
002850                     THRU 2200-CHANGE-MANDATE-EXIT
002860             WHEN DMT-CANCEL
002870                 PERFORM 2300-CANCEL-MANDATE
002880                     THRU 2300-CANCEL-MANDATE-EXIT
002890             WHEN OTHER
002900                 PERFORM 2400-REINSTATE-MANDATE
002910                     THRU 2400-REINSTATE-MANDATE-EXIT
002920         END-EVALUATE
002930     END-IF.
002940
002950     MOVE DMT-ACTION         TO WS-DET-ACTION.
002960     MOVE DMT-CUST-ID        TO WS-DET-CUST-ID.
002970     MOVE DMT-BANK-REFERENCE TO WS-DET-BANK-REF.
002980     MOVE DMT-PAY-BASIS      TO WS-DET-BASIS.
002990     MOVE DMT-OPERATOR-ID    TO WS-DET-OPERATOR.
003000     IF WS-FAIL-REASON = SPACES
003010         MOVE 'APPLIED' TO WS-DET-DISPOSITION
003020     ELSE
003030         ADD 1 TO WS-EXCEPTION-COUNT
003040         MOVE WS-FAIL-REASON TO WS-DET-DISPOSITION
003050     END-IF.
003060     WRITE MANDATE-REGISTER-LINE FROM WS-DETAIL-LINE.
003070
003080     PERFORM 8000-READ-TRANSACTION
003090         THRU 8000-READ-TRANSACTION-EXIT.
003100 2000-APPLY-TRANSACTION-EXIT.
003110     EXIT.
003120
003130*****************************************************************
003140*    2100-ENROLL-MANDATE                                        *
003150*    A CANCELLED MANDATE MAY BE ENROLLED AGAIN - THE NEW ONE    *
003160*    REPLACES IT WITH A CLEAN REJECTION COUNT.  A MANDATE DATE  *
003170*    LEFT BLANK TAKES THE RUN DATE.                             *
003180*****************************************************************
003190 2100-ENROLL-MANDATE.
003200     IF WS-ON-FILE AND NOT DDM-CANCELLED
003210         MOVE 'MANDATE ALREADY ON FILE' TO WS-FAIL-REASON
003220         GO TO 2100-ENROLL-MANDATE-EXIT
003230     END-IF.
003240     IF DMT-BANK-REFERENCE = SPACES
003250         MOVE 'BANK REFERENCE MISSING' TO WS-FAIL-REASON
003260         GO TO 2100-ENROLL-MANDATE-EXIT
003270     END-IF.
003280     IF DMT-PAY-BASIS NOT = 'F' AND DMT-PAY-BASIS NOT = 'S'
003290         MOVE 'INVALID PAY BASIS' TO WS-FAIL-REASON
003300         GO TO 2100-ENROLL-MANDATE-EXIT
003310     END-IF.
003320     IF NOT CUST-ACTIVE
003330         MOVE 'CUSTOMER NOT ACTIVE' TO WS-FAIL-REASON
003340         GO TO 2100-ENROLL-MANDATE-EXIT
003350     END-IF.
003360
003370     ADD 1 TO WS-ENROLLED-COUNT.
003380     MOVE SPACES              TO DD-MANDATE-REC.
003390     MOVE DMT-CUST-ID         TO DDM-CUST-ID.
003400     MOVE 'A'                 TO DDM-STATUS.
003410     MOVE DMT-BANK-REFERENCE  TO DDM-BANK-REFERENCE.
003420     IF DMT-MANDATE-DATE NUMERIC AND DMT-MANDATE-DATE > 0
003430         MOVE DMT-MANDATE-DATE TO DDM-MANDATE-DATE
003440     ELSE
003450         MOVE WS-RUN-DATE      TO DDM-MANDATE-DATE
003460     END-IF.
003470     MOVE DMT-PAY-BASIS       TO DDM-PAY-BASIS.
003480     MOVE 0                   TO DDM-REJECT-COUNT.
003490     MOVE 0                   TO DDM-LAST-SETTLE-DATE.
003500     MOVE 0                   TO DDM-LAST-AMOUNT.
003510     MOVE WS-RUN-DATE         TO DDM-STATUS-DATE.
003520     MOVE DMT-OPERATOR-ID     TO DDM-OPERATOR-ID.
003530     IF WS-ON-FILE
003540         REWRITE DD-MANDATE-REC
003550     ELSE
003560         WRITE DD-MANDATE-REC
003570     END-IF.
003580 2100-ENROLL-MANDATE-EXIT.
003590     EXIT.
003600
003610*****************************************************************
003620*    2200-CHANGE-MANDATE                                        *
003630*****************************************************************
003640 2200-CHANGE-MANDATE.
003650     IF DDM-CANCELLED
003660         MOVE 'MANDATE CANCELLED' TO WS-FAIL-REASON
003670         GO TO 2200-CHANGE-MANDATE-EXIT
003680     END-IF.
003690     IF DMT-PAY-BASIS NOT = SPACE
003700             AND DMT-PAY-BASIS NOT = 'F'
003710             AND DMT-PAY-BASIS NOT = 'S'
003720         MOVE 'INVALID PAY BASIS' TO WS-FAIL-REASON
003730         GO TO 2200-CHANGE-MANDATE-EXIT
003740     END-IF.
003750     IF DMT-BANK-REFERENCE = SPACES AND DMT-PAY-BASIS = SPACE
003760         MOVE 'NOTHING TO CHANGE' TO WS-FAIL-REASON
003770         GO TO 2200-CHANGE-MANDATE-EXIT
003780     END-IF.
003790
003800     ADD 1 TO WS-CHANGED-COUNT.
003810     IF DMT-BANK-REFERENCE NOT = SPACES
003820         MOVE DMT-BANK-REFERENCE TO DDM-BANK-REFERENCE
003830     END-IF.
003840     IF DMT-PAY-BASIS NOT = SPACE
003850         MOVE DMT-PAY-BASIS      TO DDM-PAY-BASIS
003860     END-IF.
003870     MOVE DMT-OPERATOR-ID TO DDM-OPERATOR-ID.
003880     REWRITE DD-MANDATE-REC.
003890 2200-CHANGE-MANDATE-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930*    2300-CANCEL-MANDATE                                        *
003940*****************************************************************
003950 2300-CANCEL-MANDATE.
003960     IF DDM-CANCELLED
003970         MOVE 'MANDATE ALREADY CANCELLED' TO WS-FAIL-REASON
003980         GO TO 2300-CANCEL-MANDATE-EXIT
003990     END-IF.
004000     ADD 1 TO WS-CANCELLED-COUNT.
004010     MOVE 'C'             TO DDM-STATUS.
004020     MOVE WS-RUN-DATE     TO DDM-STATUS-DATE.
004030     MOVE DMT-OPERATOR-ID TO DDM-OPERATOR-ID.
004040     REWRITE DD-MANDATE-REC.
004050 2300-CANCEL-MANDATE-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090*    2400-REINSTATE-MANDATE                                     *
004100*    THE CUSTOMER HAS PUT THE ACCOUNT RIGHT OR GIVEN NEW        *
004110*    DETAILS - THE REJECTION COUNT STARTS AGAIN.                *
004120*****************************************************************
004130 2400-REINSTATE-MANDATE.
004140     IF NOT DDM-SUSPENDED
004150         MOVE 'MANDATE NOT SUSPENDED' TO WS-FAIL-REASON
004160         GO TO 2400-REINSTATE-MANDATE-EXIT
004170     END-IF.
004180     ADD 1 TO WS-REINSTATED-COUNT.
004190     MOVE 'A'             TO DDM-STATUS.
004200     MOVE 0               TO DDM-REJECT-COUNT.
004210     IF DMT-BANK-REFERENCE NOT = SPACES
004220         MOVE DMT-BANK-REFERENCE TO DDM-BANK-REFERENCE
004230     END-IF.
004240     MOVE WS-RUN-DATE     TO DDM-STATUS-DATE.
004250     MOVE DMT-OPERATOR-ID TO DDM-OPERATOR-ID.
004260     REWRITE DD-MANDATE-REC.
004270 2400-REINSTATE-MANDATE-EXIT.
004280     EXIT.
004290
004300*****************************************************************
004310*    3000-PRINT-TOTALS                                          *
004320*****************************************************************
004330 3000-PRINT-TOTALS.
004340     MOVE 'MANDATES ENROLLED.........' TO WS-CNT-TITLE.
004350     MOVE WS-ENROLLED-COUNT TO WS-CNT-VALUE.
004360     WRITE MANDATE-REGISTER-LINE FROM WS-COUNT-LINE.
004370
004380     MOVE 'MANDATES CHANGED..........' TO WS-CNT-TITLE.
004390     MOVE WS-CHANGED-COUNT TO WS-CNT-VALUE.
004400     WRITE MANDATE-REGISTER-LINE FROM WS-COUNT-LINE.
004410
004420     MOVE 'MANDATES CANCELLED........' TO WS-CNT-TITLE.
004430     MOVE WS-CANCELLED-COUNT TO WS-CNT-VALUE.
004440     WRITE MANDATE-REGISTER-LINE FROM WS-COUNT-LINE.
004450
004460     MOVE 'MANDATES REINSTATED.......' TO WS-CNT-TITLE.
004470     MOVE WS-REINSTATED-COUNT TO WS-CNT-VALUE.
004480     WRITE MANDATE-REGISTER-LINE FROM WS-COUNT-LINE.
004490
004500     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
004510     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
004520     WRITE MANDATE-REGISTER-LINE FROM WS-COUNT-LINE.
004530 3000-PRINT-TOTALS-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*    8000-READ-TRANSACTION                                      *
004580*****************************************************************
004590 8000-READ-TRANSACTION.
004600     READ DD-MANDATE-TRAN-FILE
004610         AT END
004620             MOVE 'Y' TO WS-EOF-SW
004630     END-READ.
004640 8000-READ-TRANSACTION-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680*    9999-TERMINATE                                             *
004690*****************************************************************
004700 9999-TERMINATE.
004710     IF WS-DMT-OK OR WS-DMT-EOF
004720         CLOSE DD-MANDATE-TRAN-FILE
004730     END-IF.
004740     IF WS-DDM-OK OR WS-DDM-NOT-FOUND
004750         CLOSE DD-MANDATE-FILE
004760     END-IF.
004770     IF WS-CUST-OK OR WS-CUST-NOT-FOUND
004780         CLOSE CUSTOMER-MASTER-FILE
004790     END-IF.
004800     CLOSE MANDATE-REGISTER-RPT.
004810     PERFORM 9340-CLOSE-AUTHORITY
004820         THRU 9340-CLOSE-AUTHORITY-EXIT.
004830 9999-TERMINATE-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*    9300-LOAD-AUTHORITY                                        *
004880*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
004890*****************************************************************
004900     COPY AUTPROC.
