000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ESCHT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - ANNUAL UNCLAIMED-PROPERTY        *
000100*                    (ESCHEAT) RUN.  EVERY CREDIT BALANCE THAT   *
000110*                    HAS SAT UNCLAIMED LONGER THAN THE DORMANCY  *
000120*                    PERIOD FOR THE CUSTOMER'S CUST-ADDR-REGION  *
000130*                    (ESCCTL.CPY) IS TURNED OVER: ONE REMITTANCE *
000140*                    RECORD PER OWNER (ESCREM.CPY), THE BALANCE  *
000150*                    CLEARED ON CUSTOMER-MASTER THROUGH CMJRNL,  *
000160*                    AND THE AMOUNT MOVED FROM AR TO THE ESCHEAT *
000170*                    LIABILITY WITH A BALANCED GL PAIR.  THE     *
000180*                    DORMANCY CLOCK RUNS FROM THE LATER OF THE   *
000190*                    LAST ACCOUNT ACTIVITY AND THE DATE A REFUND *
000200*                    CAME BACK UNDELIVERED.  THE REPORT LISTS    *
000210*                    EACH OWNER AND TOTALS BY REGION FOR THE     *
000220*                    HOLDER FILINGS.                             *
000222*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000224*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000226*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000228*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PARM-FILE-STATUS.
000300
000310     SELECT ESCHEAT-CONTROL-FILE ASSIGN TO ESCCTL
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-ESC-FILE-STATUS.
000340
000350     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS CUST-ID
000390         FILE STATUS IS WS-CUST-FILE-STATUS.
000400
000410     SELECT ESCHEAT-REMIT-FILE ASSIGN TO ESCREM
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ESR-FILE-STATUS.
000440
000450     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-GLJ-FILE-STATUS.
000480
000490     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CYC-FILE-STATUS.
000520
000530     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CMJ-FILE-STATUS.
000560
000570     SELECT ESCHEAT-RPT ASSIGN TO ESCHRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RPT-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CONTROL-CARD-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY PARMCARD.
000660
000670 FD  ESCHEAT-CONTROL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY ESCCTL.
000700
000710 FD  CUSTOMER-MASTER-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY CUSTMAST.
000740
000750 FD  ESCHEAT-REMIT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY ESCREM.
000780
000790 FD  GL-JOURNAL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY GLJRNL.
000820
000830 FD  CYCLE-CONTROL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CYCLCTL.
000860
000870 FD  CUST-JOURNAL-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CMJRNL.
000900
000910 FD  ESCHEAT-RPT
000920     LABEL RECORDS ARE STANDARD.
000930     01  ESCHEAT-LINE             PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960     01  WS-PARM-FILE-STATUS      PIC X(02).
000970         88  WS-PARM-OK           VALUE '00'.
000980
000990     01  WS-ESC-FILE-STATUS       PIC X(02).
001000         88  WS-ESC-OK            VALUE '00'.
001010         88  WS-ESC-EOF           VALUE '10'.
001020
001030     01  WS-CUST-FILE-STATUS      PIC X(02).
001040         88  WS-CUST-OK           VALUE '00'.
001050         88  WS-CUST-EOF          VALUE '10'.
001060
001070     01  WS-ESR-FILE-STATUS       PIC X(02).
001080         88  WS-ESR-OK            VALUE '00'.
001090
001100     01  WS-GLJ-FILE-STATUS       PIC X(02).
001110         88  WS-GLJ-OK            VALUE '00'.
001120
001130     01  WS-CYC-FILE-STATUS       PIC X(02).
001140         88  WS-CYC-OK            VALUE '00'.
001150
001160     01  WS-RPT-FILE-STATUS       PIC X(02).
001170         88  WS-RPT-OK            VALUE '00'.
001180
001190     COPY CMJWORK.
001195     COPY JCHWORK.
001200
001210     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001220         88  WS-EOF               VALUE 'Y'.
001230
001240     01  WS-RUN-DATE              PIC 9(08).
001250     01  WS-DORMANT-SINCE         PIC 9(08).
001260     01  WS-CUTOFF-DATE           PIC 9(08).
001270     01  WS-ESCHEAT-AMOUNT        PIC 9(07)V9(02).
001280
001290*    USED FOR ANY REGION WITH NO ROW OF ITS OWN WHEN THE
001300*    CONTROL FILE CARRIES NO '***' ROW EITHER.
001310     01  WS-DEFAULT-YEARS         PIC 9(02) VALUE 5.
001320
001330*****************************************************************
001340*    DORMANCY PERIOD AND RUN TOTALS BY REGION.  A REGION MET ON *
001350*    THE MASTER WITH NO CONTROL ROW IS ADDED AT THE DEFAULT.    *
001360*****************************************************************
001370     01  WS-RGN-COUNT             PIC 9(03) COMP VALUE 0.
001380     01  WS-MAX-RGN-ROWS          PIC 9(03) COMP VALUE 100.
001390     01  WS-RGN-TABLE.
001400         05  WS-RGN-ROW OCCURS 100 TIMES.
001410             10  WS-RGN-T-REGION  PIC X(03).
001420             10  WS-RGN-T-YEARS   PIC 9(02).
001430             10  WS-RGN-T-COUNT   PIC 9(07) COMP.
001440             10  WS-RGN-T-AMOUNT  PIC S9(11)V9(2) COMP-3.
001450     01  WS-RGN-SUB               PIC 9(03) COMP.
001460     01  WS-RGN-HIT-SUB           PIC 9(03) COMP.
001470
001480     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
001490     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001500     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
001510
001520*****************************************************************
001530*    CONTROL TOTALS                                             *
001540*****************************************************************
001550     01  WS-TOTALS.
001560         05  WS-CUSTOMER-COUNT    PIC 9(07) COMP VALUE 0.
001570         05  WS-CREDIT-COUNT      PIC 9(07) COMP VALUE 0.
001580         05  WS-ESCHEAT-COUNT     PIC 9(07) COMP VALUE 0.
001590         05  WS-NOT-DUE-COUNT     PIC 9(07) COMP VALUE 0.
001600         05  WS-UNDATED-COUNT     PIC 9(07) COMP VALUE 0.
001610         05  WS-TOTAL-ESCHEATED   PIC S9(11)V9(2) COMP-3 VALUE 0.
001620
001630*****************************************************************
001640*    UNCLAIMED-PROPERTY REPORT LINE LAYOUTS                     *
001650*****************************************************************
001660     01  WS-HEADING-LINE.
001670         05  FILLER               PIC X(40) VALUE
001680             'ESCHT01 - UNCLAIMED PROPERTY REPORT AS A'.
001690         05  FILLER               PIC X(03) VALUE 'T  '.
001700         05  WS-HDG-DATE          PIC 9(08).
001710         05  FILLER               PIC X(29) VALUE SPACES.
001720
001730     01  WS-DETAIL-LINE.
001740         05  WS-DET-REGION        PIC X(03).
001750         05  FILLER               PIC X(02).
001760         05  WS-DET-CUST-ID       PIC X(05).
001770         05  FILLER               PIC X(02).
001780         05  WS-DET-CUST-NAME     PIC X(20).
001790         05  FILLER               PIC X(02).
001800         05  WS-DET-SINCE         PIC 9(08).
001810         05  FILLER               PIC X(02).
001820         05  WS-DET-AMOUNT        PIC Z,ZZZ,ZZ9.99.
001830         05  FILLER               PIC X(02).
001840         05  WS-DET-CURRENCY      PIC X(03).
001850         05  FILLER               PIC X(19).
001860
001870     01  WS-REGION-HEADING-LINE.
001880         05  FILLER               PIC X(40) VALUE
001890             'TOTALS BY REGION  YEARS      OWNERS    '.
001900         05  FILLER               PIC X(40) VALUE
001910             '      AMOUNT'.
001920
001930     01  WS-REGION-LINE.
001940         05  WS-RGL-REGION        PIC X(03).
001950         05  FILLER               PIC X(15).
001960         05  WS-RGL-YEARS         PIC Z9.
001970         05  FILLER               PIC X(04).
001980         05  WS-RGL-COUNT         PIC ZZZ,ZZ9.
001990         05  FILLER               PIC X(04).
002000         05  WS-RGL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
002010         05  FILLER               PIC X(30).
002020
002030     01  WS-COUNT-LINE.
002040         05  WS-CNT-TITLE         PIC X(26).
002050         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002060         05  FILLER               PIC X(47) VALUE SPACES.
002070
002080     01  WS-AMOUNT-LINE.
002090         05  WS-AMT-TITLE         PIC X(26).
002100         05  WS-AMT-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
002110         05  FILLER               PIC X(39) VALUE SPACES.
002120
002130 PROCEDURE DIVISION.
002140*****************************************************************
002150*    0000-MAINLINE                                              *
002160*****************************************************************
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE
002190         THRU 1000-INITIALIZE-EXIT.
002200
002210     PERFORM 2000-REVIEW-CUSTOMER
002220         THRU 2000-REVIEW-CUSTOMER-EXIT
002230         UNTIL WS-EOF.
002240
002250     PERFORM 3000-PRINT-REGION-TOTALS
002260         THRU 3000-PRINT-REGION-TOTALS-EXIT.
002270
002280     DISPLAY 'ESCHT01: CUSTOMERS READ......... '
002290         WS-CUSTOMER-COUNT.
002300     DISPLAY 'ESCHT01: CREDIT BALANCES........ '
002310         WS-CREDIT-COUNT.
002320     DISPLAY 'ESCHT01: CREDITS ESCHEATED...... '
002330         WS-ESCHEAT-COUNT.
002340     DISPLAY 'ESCHT01: TOTAL ESCHEATED........ '
002350         WS-TOTAL-ESCHEATED.
002360     DISPLAY 'ESCHT01: NOT YET DORMANT........ '
002370         WS-NOT-DUE-COUNT.
002380     DISPLAY 'ESCHT01: NO DATE TO AGE FROM.... '
002390         WS-UNDATED-COUNT.
002400
002410*    A CREDIT WITH NO DATE TO AGE FROM CANNOT BE PROVED
002420*    DORMANT OR NOT - IT NEEDS A LOOK BEFORE THE FILING.
002430     IF WS-UNDATED-COUNT > 0
002440         IF RETURN-CODE < 4
002450             MOVE 4 TO RETURN-CODE
002460         END-IF
002470     END-IF.
002480
002490     PERFORM 9999-TERMINATE
002500         THRU 9999-TERMINATE-EXIT.
002510
002520     STOP RUN.
002530
002540*****************************************************************
002550*    1000-INITIALIZE                                            *
002560*****************************************************************
002570 1000-INITIALIZE.
002580     OPEN INPUT CONTROL-CARD-FILE.
002590     IF WS-PARM-OK
002600         READ CONTROL-CARD-FILE
002610             AT END
002620                 DISPLAY 'ESCHT01: NO CONTROL CARD SUPPLIED'
002630                 MOVE 0 TO PARM-RUN-DATE
002640             NOT AT END
002650                 PERFORM 9500-VALIDATE-PARM-CARD
002660                     THRU 9500-VALIDATE-PARM-CARD-EXIT
002670         END-READ
002680         CLOSE CONTROL-CARD-FILE
002690     ELSE
002700         DISPLAY 'ESCHT01: OPEN CONTROL-CARD FAILED '
002710             WS-PARM-FILE-STATUS
002720         MOVE 0 TO PARM-RUN-DATE
002730     END-IF.
002740
002750     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
002760         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002770     ELSE
002780         MOVE PARM-RUN-DATE TO WS-RUN-DATE
002790     END-IF.
002800
002810     OPEN INPUT ESCHEAT-CONTROL-FILE.
002820     IF WS-ESC-OK
002830         PERFORM 1100-LOAD-DORMANCY
002840             THRU 1100-LOAD-DORMANCY-EXIT
002850             UNTIL WS-ESC-EOF
002860         CLOSE ESCHEAT-CONTROL-FILE
002870     ELSE
002880         DISPLAY 'ESCHT01: NO ESCHEAT-CONTROL-FILE - '
002890             'DEFAULT DORMANCY IN EFFECT'
002900     END-IF.
002910
002920     OPEN I-O CUSTOMER-MASTER-FILE.
002930     IF NOT WS-CUST-OK
002940         DISPLAY 'ESCHT01: OPEN CUSTOMER-MASTER FAILED '
002950             WS-CUST-FILE-STATUS
002960         MOVE 'Y' TO WS-EOF-SW
002970         MOVE 8 TO RETURN-CODE
002980     END-IF.
002990
003000     OPEN OUTPUT ESCHEAT-REMIT-FILE.
003010     IF NOT WS-ESR-OK
003020         DISPLAY 'ESCHT01: OPEN ESCHEAT-REMIT-FILE FAILED '
003030             WS-ESR-FILE-STATUS
003040     END-IF.
003050
003060     OPEN EXTEND GL-JOURNAL-FILE.
003070     IF NOT WS-GLJ-OK
003080         DISPLAY 'ESCHT01: OPEN GL-JOURNAL-FILE FAILED '
003090             WS-GLJ-FILE-STATUS
003100     END-IF.
003110
003116     PERFORM 9610-OPEN-CUST-JOURNAL
003122         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
003130     IF NOT WS-CMJ-OK
003140         DISPLAY 'ESCHT01: OPEN CUST-JOURNAL-FILE FAILED '
003150             WS-CMJ-FILE-STATUS
003160     END-IF.
003170     MOVE 'ESCHT01 ' TO WS-CMJ-PROGRAM.
003180
003190*    THE JOURNAL CARRIES THE CYCLE IT WAS CUT IN, SO THE
003200*    BALANCE PROOF CAN NET EXACTLY ONE CYCLE'S MOVEMENT.
003210     OPEN INPUT CYCLE-CONTROL-FILE.
003220     IF WS-CYC-OK
003230         READ CYCLE-CONTROL-FILE
003240             AT END
003250                 CONTINUE
003260             NOT AT END
003270                 MOVE CYC-CYCLE-NUMBER
003280                     TO WS-CMJ-CYCLE-NUMBER
003290         END-READ
003300         CLOSE CYCLE-CONTROL-FILE
003310     END-IF.
003320
003330     OPEN OUTPUT ESCHEAT-RPT.
003340     IF NOT WS-RPT-OK
003350         DISPLAY 'ESCHT01: OPEN ESCHEAT-RPT FAILED '
003360             WS-RPT-FILE-STATUS
003370     END-IF.
003380
003390     MOVE WS-RUN-DATE TO WS-HDG-DATE.
003400     WRITE ESCHEAT-LINE FROM WS-HEADING-LINE.
003410
003420     PERFORM 8000-READ-CUSTOMER
003430         THRU 8000-READ-CUSTOMER-EXIT.
003440 1000-INITIALIZE-EXIT.
003450     EXIT.
003460
003470*****************************************************************
003480*    1100-LOAD-DORMANCY                                         *
003490*    THE '***' ROW REPLACES THE BUILT-IN DEFAULT; EVERY OTHER   *
003500*    ROW IS ONE REGION'S OWN PERIOD.                            *
003510*****************************************************************
003520 1100-LOAD-DORMANCY.
003530     READ ESCHEAT-CONTROL-FILE
003540         AT END
003550             MOVE '10' TO WS-ESC-FILE-STATUS
003560             GO TO 1100-LOAD-DORMANCY-EXIT
003570     END-READ.
003580     IF ESC-DORMANCY-YEARS NOT NUMERIC
003590             OR ESC-DORMANCY-YEARS = 0
003600         DISPLAY 'ESCHT01: DORMANCY ROW IGNORED - REGION '
003610             ESC-REGION
003620         GO TO 1100-LOAD-DORMANCY-EXIT
003630     END-IF.
003640     IF ESC-REGION = '***'
003650         MOVE ESC-DORMANCY-YEARS TO WS-DEFAULT-YEARS
003660         GO TO 1100-LOAD-DORMANCY-EXIT
003670     END-IF.
003680     IF WS-RGN-COUNT < WS-MAX-RGN-ROWS
003690         ADD 1 TO WS-RGN-COUNT
003700         MOVE ESC-REGION         TO WS-RGN-T-REGION(WS-RGN-COUNT)
003710         MOVE ESC-DORMANCY-YEARS TO WS-RGN-T-YEARS(WS-RGN-COUNT)
003720         MOVE 0 TO WS-RGN-T-COUNT(WS-RGN-COUNT)
003730         MOVE 0 TO WS-RGN-T-AMOUNT(WS-RGN-COUNT)
003740     END-IF.
003750 1100-LOAD-DORMANCY-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790*    2000-REVIEW-CUSTOMER                                       *
003800*    ONLY A CREDIT BALANCE ON AN ACCOUNT THAT HAS NOT BEEN      *
003810*    MERGED AWAY IS PROPERTY OWED TO THE CUSTOMER.  IT IS       *
003820*    ESCHEATED WHEN ITS DORMANCY CLOCK STARTED BEFORE THE       *
003830*    REGION'S CUTOFF - THE RUN DATE LESS THE DORMANCY YEARS.    *
003840*****************************************************************
003850 2000-REVIEW-CUSTOMER.
003860     ADD 1 TO WS-CUSTOMER-COUNT.
003870
003880     IF CUST-BALANCE NOT < 0 OR CUST-MERGED
003890         GO TO 2000-REVIEW-NEXT
003900     END-IF.
003910     ADD 1 TO WS-CREDIT-COUNT.
003920
003930     MOVE 0 TO WS-DORMANT-SINCE.
003940     IF CUST-LAST-ACTIVITY-DATE NUMERIC
003950         MOVE CUST-LAST-ACTIVITY-DATE TO WS-DORMANT-SINCE
003960     END-IF.
003970     IF CUST-UNCLAIMED-DATE NUMERIC
003980         IF CUST-UNCLAIMED-DATE > WS-DORMANT-SINCE
003990             MOVE CUST-UNCLAIMED-DATE TO WS-DORMANT-SINCE
004000         END-IF
004010     END-IF.
004020     IF WS-DORMANT-SINCE = 0
004030         ADD 1 TO WS-UNDATED-COUNT
004040         DISPLAY 'ESCHT01: CREDIT WITH NO DATE TO AGE FROM '
004050             CUST-ID
004060         GO TO 2000-REVIEW-NEXT
004070     END-IF.
004080
004090     PERFORM 2100-FIND-REGION
004100         THRU 2100-FIND-REGION-EXIT.
004110
004120     IF WS-RGN-HIT-SUB > 0
004130         COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE
004140             - WS-RGN-T-YEARS(WS-RGN-HIT-SUB) * 10000
004150     ELSE
004160         COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE
004170             - WS-DEFAULT-YEARS * 10000
004180     END-IF.
004190
004200     IF WS-DORMANT-SINCE NOT < WS-CUTOFF-DATE
004210         ADD 1 TO WS-NOT-DUE-COUNT
004220         GO TO 2000-REVIEW-NEXT
004230     END-IF.
004240
004250     PERFORM 2200-ESCHEAT-CREDIT
004260         THRU 2200-ESCHEAT-CREDIT-EXIT.
004270
004280 2000-REVIEW-NEXT.
004290     PERFORM 8000-READ-CUSTOMER
004300         THRU 8000-READ-CUSTOMER-EXIT.
004310 2000-REVIEW-CUSTOMER-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350*    2100-FIND-REGION                                           *
004360*    A REGION NOT YET ON THE TABLE IS ADDED AT THE DEFAULT      *
004370*    PERIOD SO ITS TOTALS STILL PRINT.  WHEN THE TABLE IS FULL  *
004380*    THE CUSTOMER IS AGED AT THE DEFAULT WITHOUT A ROW.         *
004390*****************************************************************
004400 2100-FIND-REGION.
004410     MOVE 0 TO WS-RGN-HIT-SUB.
004420     PERFORM 2150-MATCH-REGION
004430         THRU 2150-MATCH-REGION-EXIT
004440         VARYING WS-RGN-SUB FROM 1 BY 1
004450         UNTIL WS-RGN-SUB > WS-RGN-COUNT
004460             OR WS-RGN-HIT-SUB > 0.
004470     IF WS-RGN-HIT-SUB = 0
004480             AND WS-RGN-COUNT < WS-MAX-RGN-ROWS
004490         ADD 1 TO WS-RGN-COUNT
004500         MOVE CUST-ADDR-REGION TO WS-RGN-T-REGION(WS-RGN-COUNT)
004510         MOVE WS-DEFAULT-YEARS TO WS-RGN-T-YEARS(WS-RGN-COUNT)
004520         MOVE 0 TO WS-RGN-T-COUNT(WS-RGN-COUNT)
004530         MOVE 0 TO WS-RGN-T-AMOUNT(WS-RGN-COUNT)
004540         MOVE WS-RGN-COUNT TO WS-RGN-HIT-SUB
004550     END-IF.
004560 2100-FIND-REGION-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600*    2150-MATCH-REGION                                          *
004610*****************************************************************
004620 2150-MATCH-REGION.
004630     IF WS-RGN-T-REGION(WS-RGN-SUB) = CUST-ADDR-REGION
004640         MOVE WS-RGN-SUB TO WS-RGN-HIT-SUB
004650     END-IF.
004660 2150-MATCH-REGION-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700*    2200-ESCHEAT-CREDIT                                        *
004710*    REMIT THE CREDIT, MOVE IT FROM AR TO THE ESCHEAT LIABILITY *
004720*    (DEBIT AR, CREDIT ESCHLIAB), AND CLEAR THE BALANCE, THE    *
004730*    UNCLAIMED DATE AND ANY REFUND STOP - NOTHING IS LEFT TO    *
004740*    REFUND.  A LATER CLAIM IS MADE TO THE REGION, NOT TO US.   *
004750*****************************************************************
004760 2200-ESCHEAT-CREDIT.
004770     ADD 1 TO WS-ESCHEAT-COUNT.
004780     COMPUTE WS-ESCHEAT-AMOUNT = 0 - CUST-BALANCE.
004790     ADD WS-ESCHEAT-AMOUNT TO WS-TOTAL-ESCHEATED.
004800     IF WS-RGN-HIT-SUB > 0
004810         ADD 1 TO WS-RGN-T-COUNT(WS-RGN-HIT-SUB)
004820         ADD WS-ESCHEAT-AMOUNT TO WS-RGN-T-AMOUNT(WS-RGN-HIT-SUB)
004830     END-IF.
004840
004850     MOVE CUST-ADDR-REGION   TO ESR-REGION.
004860     MOVE WS-RUN-DATE        TO ESR-REPORT-DATE.
004870     MOVE CUST-ID            TO ESR-CUST-ID.
004880     MOVE CUST-NAME          TO ESR-CUST-NAME.
004890     MOVE CUST-ADDR-STREET   TO ESR-ADDR-STREET.
004900     MOVE CUST-ADDR-CITY     TO ESR-ADDR-CITY.
004910     MOVE CUST-ADDR-POSTCODE TO ESR-ADDR-POSTCODE.
004920     MOVE WS-ESCHEAT-AMOUNT  TO ESR-AMOUNT.
004930     MOVE CUST-CURRENCY-CODE TO ESR-CURRENCY-CODE.
004940     MOVE WS-DORMANT-SINCE   TO ESR-DORMANT-SINCE.
004950     WRITE ESCHEAT-REMIT-REC.
004960
004970     MOVE 'ESCHT01 '         TO GLJ-SOURCE-PGM.
004980     MOVE WS-RUN-DATE        TO GLJ-TRAN-DATE.
004990     MOVE CUST-ID            TO GLJ-REFERENCE.
005000     MOVE WS-ESCHEAT-AMOUNT  TO WS-GLJ-ABS-AMOUNT.
005010     MOVE WS-GLJ-ABS-AMOUNT  TO GLJ-AMOUNT.
005020     MOVE 'AR      '         TO GLJ-ACCOUNT.
005030     MOVE 'D'                TO GLJ-DEBIT-CREDIT.
005040     WRITE GL-JOURNAL-REC.
005050     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
005060     MOVE 'ESCHLIAB'         TO GLJ-ACCOUNT.
005070     MOVE 'C'                TO GLJ-DEBIT-CREDIT.
005080     WRITE GL-JOURNAL-REC.
005090     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
005100
005110     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
005120     MOVE 0      TO CUST-BALANCE.
005130     MOVE 0      TO CUST-UNCLAIMED-DATE.
005140     MOVE SPACES TO CUST-REFUND-STOP-FLAG.
005150     REWRITE CUSTOMER-REC.
005160     MOVE 'R'          TO WS-CMJ-ACTION.
005170     MOVE CUST-ID      TO WS-CMJ-CUST-ID.
005180     MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE.
005190     PERFORM 9600-WRITE-CUST-JOURNAL
005200         THRU 9600-WRITE-CUST-JOURNAL-EXIT.
005210
005220     MOVE SPACES             TO WS-DETAIL-LINE.
005230     MOVE CUST-ADDR-REGION   TO WS-DET-REGION.
005240     MOVE CUST-ID            TO WS-DET-CUST-ID.
005250     MOVE CUST-NAME          TO WS-DET-CUST-NAME.
005260     MOVE WS-DORMANT-SINCE   TO WS-DET-SINCE.
005270     MOVE WS-ESCHEAT-AMOUNT  TO WS-DET-AMOUNT.
005280     MOVE CUST-CURRENCY-CODE TO WS-DET-CURRENCY.
005290     WRITE ESCHEAT-LINE FROM WS-DETAIL-LINE.
005300 2200-ESCHEAT-CREDIT-EXIT.
005310     EXIT.
005320
005330*****************************************************************
005340*    3000-PRINT-REGION-TOTALS                                   *
005350*    ONE LINE PER REGION THAT HAS PROPERTY TO REMIT, THEN THE   *
005360*    RUN'S CONTROL TOTALS.                                      *
005370*****************************************************************
005380 3000-PRINT-REGION-TOTALS.
005390     WRITE ESCHEAT-LINE FROM WS-REGION-HEADING-LINE.
005400     PERFORM 3100-PRINT-REGION
005410         THRU 3100-PRINT-REGION-EXIT
005420         VARYING WS-RGN-SUB FROM 1 BY 1
005430         UNTIL WS-RGN-SUB > WS-RGN-COUNT.
005440
005450     MOVE 'CREDIT BALANCES...........'
005460         TO WS-CNT-TITLE.
005470     MOVE WS-CREDIT-COUNT TO WS-CNT-VALUE.
005480     WRITE ESCHEAT-LINE FROM WS-COUNT-LINE.
005490
005500     MOVE 'CREDITS ESCHEATED.........'
005510         TO WS-CNT-TITLE.
005520     MOVE WS-ESCHEAT-COUNT TO WS-CNT-VALUE.
005530     WRITE ESCHEAT-LINE FROM WS-COUNT-LINE.
005540
005550     MOVE 'AMOUNT HASH TOTAL.........'
005560         TO WS-AMT-TITLE.
005570     MOVE WS-TOTAL-ESCHEATED TO WS-AMT-VALUE.
005580     WRITE ESCHEAT-LINE FROM WS-AMOUNT-LINE.
005590
005600     MOVE 'NOT YET DORMANT...........'
005610         TO WS-CNT-TITLE.
005620     MOVE WS-NOT-DUE-COUNT TO WS-CNT-VALUE.
005630     WRITE ESCHEAT-LINE FROM WS-COUNT-LINE.
005640
005650     MOVE 'NO DATE TO AGE FROM.......'
005660         TO WS-CNT-TITLE.
005670     MOVE WS-UNDATED-COUNT TO WS-CNT-VALUE.
005680     WRITE ESCHEAT-LINE FROM WS-COUNT-LINE.
005690 3000-PRINT-REGION-TOTALS-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730*    3100-PRINT-REGION                                          *
005740*****************************************************************
005750 3100-PRINT-REGION.
005760     IF WS-RGN-T-COUNT(WS-RGN-SUB) = 0
005770         GO TO 3100-PRINT-REGION-EXIT
005780     END-IF.
005790     MOVE SPACES                      TO WS-REGION-LINE.
005800     MOVE WS-RGN-T-REGION(WS-RGN-SUB) TO WS-RGL-REGION.
005810     MOVE WS-RGN-T-YEARS(WS-RGN-SUB)  TO WS-RGL-YEARS.
005820     MOVE WS-RGN-T-COUNT(WS-RGN-SUB)  TO WS-RGL-COUNT.
005830     MOVE WS-RGN-T-AMOUNT(WS-RGN-SUB) TO WS-RGL-AMOUNT.
005840     WRITE ESCHEAT-LINE FROM WS-REGION-LINE.
005850 3100-PRINT-REGION-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890*    8000-READ-CUSTOMER                                         *
005900*****************************************************************
005910 8000-READ-CUSTOMER.
005920     READ CUSTOMER-MASTER-FILE
005930         AT END
005940             MOVE 'Y' TO WS-EOF-SW
005950     END-READ.
005960 8000-READ-CUSTOMER-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000*    9999-TERMINATE                                             *
006010*****************************************************************
006020 9999-TERMINATE.
006030     IF WS-CUST-OK OR WS-CUST-EOF
006040         CLOSE CUSTOMER-MASTER-FILE
006050     END-IF.
006060     CLOSE ESCHEAT-REMIT-FILE.
006066     PERFORM 9620-CLOSE-CUST-JOURNAL
006072         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
006080     CLOSE ESCHEAT-RPT.
006090
006100*    PROVE THE RUN'S JOURNAL BALANCES BEFORE RELEASE.
006110     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
006120         DISPLAY 'ESCHT01: GL JOURNAL OUT OF BALANCE'
006130         MOVE 8 TO RETURN-CODE
006140     END-IF.
006150     CLOSE GL-JOURNAL-FILE.
006160 9999-TERMINATE-EXIT.
006170     EXIT.
006180
006190*****************************************************************
006200*    9600-WRITE-CUST-JOURNAL                                    *
006210*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
006220*****************************************************************
006230     COPY CMJPROC.
006231
006232*****************************************************************
006233*    9650-COMPUTE-CHAIN-VALUE                                   *
006234*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
006235*****************************************************************
006236     COPY JCHPROC.
006240
006250*****************************************************************
006260*    9500-VALIDATE-PARM-CARD                                    *
006270*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
006280*****************************************************************
006290     COPY PARMVAL.
