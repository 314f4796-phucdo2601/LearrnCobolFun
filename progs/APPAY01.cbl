000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    APPAY01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - ACCOUNTS-PAYABLE PAYMENT RUN.    *
000100*                    EVERY OPEN PAYABLE APMTCH01 RELEASED THAT   *
000110*                    FALLS DUE ON OR BEFORE THE RUN DATE IS PAID *
000120*                    IN FULL: ONE BANK PAYMENT RECORD IN THE     *
000130*                    MANNER OF REFUND01'S RFNPAY, THE PAYABLE    *
000140*                    MARKED PAID, AND THE AP / CASH PAIR         *
000150*                    WRITTEN TO THE GENERAL-LEDGER JOURNAL.  THE *
000160*                    REGISTER CARRIES COUNT AND AMOUNT HASH      *
000170*                    TOTALS FOR THE BANK TRANSMISSION.           *
000172*    2026-10-15  PD  EVERY PAYMENT IS ALSO APPENDED TO THE BANK  *
000174*                    ACTIVITY FILE (BNKACT.CPY) FOR THE BANK     *
000176*                    RECONCILIATION, UNDER THE INVOICE NUMBER.   *
000180*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-PARM-FILE-STATUS.
000250
000260     SELECT CURRENCY-CONTROL-FILE ASSIGN TO CURCTL
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-CCY-FILE-STATUS.
000290
000300     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDMAST
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-VND-FILE-STATUS.
000330
000340     SELECT AP-OPEN-FILE ASSIGN TO APOPEN
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS APL-KEY
000380         FILE STATUS IS WS-APL-FILE-STATUS.
000390
000400     SELECT AP-PAYMENT-FILE ASSIGN TO APPAY
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PAY-FILE-STATUS.
000422
000424     SELECT BANK-ACTIVITY-FILE ASSIGN TO BNKACT
000426         ORGANIZATION IS LINE SEQUENTIAL
000428         FILE STATUS IS WS-BAC-FILE-STATUS.
000430
000440     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-GLJ-FILE-STATUS.
000470
000480     SELECT AP-PAYMENT-RPT ASSIGN TO APPAYRP
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-FILE-STATUS.
000510
000520     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RCT-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CONTROL-CARD-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY PARMCARD.
000610
000620 FD  CURRENCY-CONTROL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY CURCTL.
000650
000660 FD  VENDOR-MASTER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY VNDMAST.
000690
000700 FD  AP-OPEN-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY APOPEN.
000730
000740 FD  AP-PAYMENT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY APPAY.
000762
000764 FD  BANK-ACTIVITY-FILE
000766     LABEL RECORDS ARE STANDARD.
000768     COPY BNKACT.
000770
000780 FD  GL-JOURNAL-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY GLJRNL.
000810
000820 FD  AP-PAYMENT-RPT
000830     LABEL RECORDS ARE STANDARD.
000840     01  AP-PAYMENT-LINE          PIC X(80).
000850
000860 FD  RUN-CONTROL-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY RUNCTL.
000890
000900 WORKING-STORAGE SECTION.
000910     01  WS-PARM-FILE-STATUS      PIC X(02).
000920         88  WS-PARM-OK           VALUE '00'.
000930     01  WS-CCY-FILE-STATUS       PIC X(02).
000940         88  WS-CCY-OK            VALUE '00'.
000950     01  WS-VND-FILE-STATUS       PIC X(02).
000960         88  WS-VND-OK            VALUE '00'.
000970         88  WS-VND-EOF           VALUE '10'.
000980     01  WS-APL-FILE-STATUS       PIC X(02).
000990         88  WS-APL-OK            VALUE '00'.
001000     01  WS-PAY-FILE-STATUS       PIC X(02).
001010         88  WS-PAY-OK            VALUE '00'.
001013     01  WS-BAC-FILE-STATUS       PIC X(02).
001016         88  WS-BAC-OK            VALUE '00'.
001020     01  WS-GLJ-FILE-STATUS       PIC X(02).
001030         88  WS-GLJ-OK            VALUE '00'.
001040     01  WS-RPT-FILE-STATUS       PIC X(02).
001050         88  WS-RPT-OK            VALUE '00'.
001060     01  WS-RCT-FILE-STATUS       PIC X(02).
001070         88  WS-RCT-OK            VALUE '00'.
001080
001090     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001100         88  WS-EOF               VALUE 'Y'.
001110     01  WS-APL-DISABLED-SW       PIC X(01) VALUE 'N'.
001120         88  WS-APL-DISABLED      VALUE 'Y'.
001130
001140     01  WS-VALUE-DATE            PIC 9(08).
001150     01  WS-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
001160
001170*****************************************************************
001180*    VENDOR NAMES FOR THE PAYMENT RECORD, LOADED ONCE.          *
001190*****************************************************************
001200     01  WS-VND-COUNT             PIC 9(03) COMP VALUE 0.
001210     01  WS-MAX-VND-ROWS          PIC 9(03) COMP VALUE 200.
001220     01  WS-VND-TABLE.
001230         05  WS-VND-ROW OCCURS 200 TIMES.
001240             10  WS-VND-TBL-ID    PIC X(05).
001250             10  WS-VND-TBL-NAME  PIC X(20).
001260     01  WS-VND-SUB               PIC 9(03) COMP.
001270     01  WS-VND-HIT-SUB           PIC 9(03) COMP.
001280
001290     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
001300     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001310     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
001320
001330     01  WS-TOTALS.
001340         05  WS-OPEN-COUNT        PIC 9(07) COMP VALUE 0.
001350         05  WS-PAID-COUNT        PIC 9(07) COMP VALUE 0.
001360         05  WS-NOT-DUE-COUNT     PIC 9(07) COMP VALUE 0.
001370         05  WS-TOTAL-PAID        PIC S9(11)V9(2) COMP-3 VALUE 0.
001380
001390     01  WS-REG-HEADING-LINE.
001400         05  FILLER               PIC X(40) VALUE
001410             'APPAY01 - PAYABLES PAYMENT RUN VALUE'.
001420         05  WS-REG-HDG-DATE      PIC 9(08).
001430         05  FILLER               PIC X(32) VALUE SPACES.
001440
001450     01  WS-REG-DETAIL-LINE.
001460         05  WS-REG-VENDOR-ID     PIC X(05).
001470         05  FILLER               PIC X(02).
001480         05  WS-REG-VENDOR-NAME   PIC X(20).
001490         05  FILLER               PIC X(02).
001500         05  WS-REG-INVOICE-NO    PIC X(10).
001510         05  FILLER               PIC X(02).
001520         05  WS-REG-DUE-DATE      PIC 9(08).
001530         05  FILLER               PIC X(02).
001540         05  WS-REG-AMOUNT        PIC Z,ZZZ,ZZ9.99.
001550         05  FILLER               PIC X(02).
001560         05  WS-REG-CURRENCY      PIC X(03).
001570         05  FILLER               PIC X(12).
001580
001590     01  WS-REG-COUNT-LINE.
001600         05  WS-REG-COUNT-TITLE   PIC X(26).
001610         05  WS-REG-COUNT-VALUE   PIC ZZZ,ZZ9.
001620         05  FILLER               PIC X(47) VALUE SPACES.
001630
001640     01  WS-REG-AMOUNT-LINE.
001650         05  WS-REG-AMOUNT-TITLE  PIC X(26).
001660         05  WS-REG-AMOUNT-VALUE  PIC ZZZ,ZZZ,ZZ9.99-.
001670         05  FILLER               PIC X(39) VALUE SPACES.
001680
001690 PROCEDURE DIVISION.
001700*****************************************************************
001710*    0000-MAINLINE                                              *
001720*****************************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE
001750         THRU 1000-INITIALIZE-EXIT.
001760
001770     PERFORM 2000-REVIEW-PAYABLE
001780         THRU 2000-REVIEW-PAYABLE-EXIT
001790         UNTIL WS-EOF.
001800
001810     PERFORM 3000-PRINT-CONTROL-TOTALS
001820         THRU 3000-PRINT-CONTROL-TOTALS-EXIT.
001830
001840     DISPLAY 'APPAY01: OPEN PAYABLES READ..... '
001850         WS-OPEN-COUNT.
001860     DISPLAY 'APPAY01: PAYMENTS ISSUED........ '
001870         WS-PAID-COUNT.
001880     DISPLAY 'APPAY01: TOTAL PAID............. '
001890         WS-TOTAL-PAID.
001900     DISPLAY 'APPAY01: NOT YET DUE............ '
001910         WS-NOT-DUE-COUNT.
001920
001930     PERFORM 9999-TERMINATE
001940         THRU 9999-TERMINATE-EXIT.
001950
001960     STOP RUN.
001970
001980*****************************************************************
001990*    1000-INITIALIZE                                            *
002000*****************************************************************
002010 1000-INITIALIZE.
002020     OPEN INPUT CONTROL-CARD-FILE.
002030     IF WS-PARM-OK
002040         READ CONTROL-CARD-FILE
002050             AT END
002060                 DISPLAY 'APPAY01: NO CONTROL CARD SUPPLIED'
002070                 MOVE 0 TO PARM-RUN-DATE
002080             NOT AT END
002090                 PERFORM 9500-VALIDATE-PARM-CARD
002100                     THRU 9500-VALIDATE-PARM-CARD-EXIT
002110         END-READ
002120         CLOSE CONTROL-CARD-FILE
002130     ELSE
002140         DISPLAY 'APPAY01: OPEN CONTROL-CARD FAILED '
002150             WS-PARM-FILE-STATUS
002160         MOVE 0 TO PARM-RUN-DATE
002170     END-IF.
002180
002190     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
002200         ACCEPT WS-VALUE-DATE FROM DATE YYYYMMDD
002210     ELSE
002220         MOVE PARM-RUN-DATE TO WS-VALUE-DATE
002230     END-IF.
002240
002250*    VENDORS ARE PAID IN THE BASE CURRENCY OF THE BOOKS.
002260     OPEN INPUT CURRENCY-CONTROL-FILE.
002270     IF WS-CCY-OK
002280         READ CURRENCY-CONTROL-FILE
002290             AT END
002300                 CONTINUE
002310             NOT AT END
002320                 MOVE CCY-BASE-CURRENCY TO WS-BASE-CURRENCY
002330         END-READ
002340         CLOSE CURRENCY-CONTROL-FILE
002350     END-IF.
002360
002370     OPEN INPUT VENDOR-MASTER-FILE.
002380     IF WS-VND-OK
002390         PERFORM 1100-LOAD-VENDOR
002400             THRU 1100-LOAD-VENDOR-EXIT
002410             UNTIL WS-VND-EOF
002420         CLOSE VENDOR-MASTER-FILE
002430     ELSE
002440         DISPLAY 'APPAY01: NO VENDOR-MASTER-FILE - '
002450             'PAYEE NAMES LEFT BLANK'
002460     END-IF.
002470
002480     OPEN I-O AP-OPEN-FILE.
002490     IF WS-APL-FILE-STATUS = '35'
002500         OPEN OUTPUT AP-OPEN-FILE
002510         CLOSE AP-OPEN-FILE
002520         OPEN I-O AP-OPEN-FILE
002530     END-IF.
002540     IF NOT WS-APL-OK
002550         DISPLAY 'APPAY01: OPEN AP-OPEN-FILE FAILED '
002560             WS-APL-FILE-STATUS
002570         MOVE 'Y' TO WS-APL-DISABLED-SW
002580         MOVE 'Y' TO WS-EOF-SW
002590         MOVE 8 TO RETURN-CODE
002600     END-IF.
002610
002620     OPEN OUTPUT AP-PAYMENT-FILE.
002630     IF NOT WS-PAY-OK
002640         DISPLAY 'APPAY01: OPEN AP-PAYMENT-FILE FAILED '
002650             WS-PAY-FILE-STATUS
002660     END-IF.
002661
002662*    A PAYMENT THE BANK-ACTIVITY FILE NEVER SEES WOULD SHOW ON
002663*    THE BANK RECONCILIATION AS AN UNKNOWN DEBIT - NOTHING IS
002664*    PAID WITHOUT IT.
002665     OPEN EXTEND BANK-ACTIVITY-FILE.
002666     IF NOT WS-BAC-OK
002667         DISPLAY 'APPAY01: OPEN BANK-ACTIVITY-FILE FAILED '
002668             WS-BAC-FILE-STATUS
002669         MOVE 'Y' TO WS-EOF-SW
002670         MOVE 8 TO RETURN-CODE
002671     END-IF.
002672
002680     OPEN EXTEND GL-JOURNAL-FILE.
002690     IF NOT WS-GLJ-OK
002700         DISPLAY 'APPAY01: OPEN GL-JOURNAL-FILE FAILED '
002710             WS-GLJ-FILE-STATUS
002720     END-IF.
002730
002740     OPEN OUTPUT AP-PAYMENT-RPT.
002750     IF NOT WS-RPT-OK
002760         DISPLAY 'APPAY01: OPEN AP-PAYMENT-RPT FAILED '
002770             WS-RPT-FILE-STATUS
002780     END-IF.
002790
002800     MOVE WS-VALUE-DATE TO WS-REG-HDG-DATE.
002810     WRITE AP-PAYMENT-LINE FROM WS-REG-HEADING-LINE.
002820
002830     IF NOT WS-EOF
002840         MOVE LOW-VALUES TO APL-KEY
002850         START AP-OPEN-FILE KEY IS NOT LESS THAN APL-KEY
002860             INVALID KEY
002870                 MOVE 'Y' TO WS-EOF-SW
002880         END-START
002890     END-IF.
002900     PERFORM 8000-READ-PAYABLE
002910         THRU 8000-READ-PAYABLE-EXIT.
002920 1000-INITIALIZE-EXIT.
002930     EXIT.
002940
002950*****************************************************************
002960*    1100-LOAD-VENDOR                                           *
002970*****************************************************************
002980 1100-LOAD-VENDOR.
002990     READ VENDOR-MASTER-FILE
003000         AT END
003010             MOVE '10' TO WS-VND-FILE-STATUS
003020         NOT AT END
003030             IF WS-VND-COUNT < WS-MAX-VND-ROWS
003040                 ADD 1 TO WS-VND-COUNT
003050                 MOVE VND-ID   TO WS-VND-TBL-ID(WS-VND-COUNT)
003060                 MOVE VND-NAME TO WS-VND-TBL-NAME(WS-VND-COUNT)
003070             END-IF
003080     END-READ.
003090 1100-LOAD-VENDOR-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130*    2000-REVIEW-PAYABLE                                        *
003140*    PAID ITEMS STAY ON THE LEDGER AS HISTORY AND ARE PASSED    *
003150*    OVER; AN OPEN ITEM IS PAID ONCE ITS DUE DATE IS REACHED.   *
003160*****************************************************************
003170 2000-REVIEW-PAYABLE.
003180     IF APL-OPEN
003190         ADD 1 TO WS-OPEN-COUNT
003200         IF APL-DUE-DATE NOT > WS-VALUE-DATE
003210             PERFORM 2100-ISSUE-PAYMENT
003220                 THRU 2100-ISSUE-PAYMENT-EXIT
003230         ELSE
003240             ADD 1 TO WS-NOT-DUE-COUNT
003250         END-IF
003260     END-IF.
003270
003280     PERFORM 8000-READ-PAYABLE
003290         THRU 8000-READ-PAYABLE-EXIT.
003300 2000-REVIEW-PAYABLE-EXIT.
003310     EXIT.
003320
003330*****************************************************************
003340*    2100-ISSUE-PAYMENT                                         *
003350*****************************************************************
003360 2100-ISSUE-PAYMENT.
003370     ADD 1 TO WS-PAID-COUNT.
003380     ADD APL-AMOUNT TO WS-TOTAL-PAID.
003390
003400     MOVE 0 TO WS-VND-HIT-SUB.
003410     PERFORM 2150-FIND-VENDOR
003420         THRU 2150-FIND-VENDOR-EXIT
003430         VARYING WS-VND-SUB FROM 1 BY 1
003440         UNTIL WS-VND-SUB > WS-VND-COUNT
003450             OR WS-VND-HIT-SUB > 0.
003460
003470     MOVE APL-VENDOR-ID      TO APY-VENDOR-ID.
003480     MOVE SPACES             TO APY-VENDOR-NAME.
003490     IF WS-VND-HIT-SUB > 0
003500         MOVE WS-VND-TBL-NAME(WS-VND-HIT-SUB) TO APY-VENDOR-NAME
003510     END-IF.
003520     MOVE APL-AMOUNT         TO APY-AMOUNT.
003530     MOVE WS-BASE-CURRENCY   TO APY-CURRENCY-CODE.
003540     MOVE WS-VALUE-DATE      TO APY-VALUE-DATE.
003550     MOVE APL-INVOICE-NO     TO APY-INVOICE-NO.
003560     WRITE AP-PAYMENT-REC.
003561
003562     MOVE SPACES             TO BANK-ACTIVITY-REC.
003563     MOVE 'V'                TO BAC-SOURCE.
003564     MOVE 'D'                TO BAC-DIRECTION.
003565     MOVE WS-VALUE-DATE      TO BAC-VALUE-DATE.
003566     MOVE APL-AMOUNT         TO BAC-AMOUNT.
003567     MOVE APL-INVOICE-NO     TO BAC-REFERENCE.
003568     MOVE 'L'                TO BAC-SIDE.
003569     MOVE 0                  TO BAC-FIRST-SEEN-DATE.
003570     WRITE BANK-ACTIVITY-REC.
003571
003580     MOVE 'APPAY01 '         TO GLJ-SOURCE-PGM.
003590     MOVE WS-VALUE-DATE      TO GLJ-TRAN-DATE.
003600     MOVE APL-INVOICE-NO     TO GLJ-REFERENCE.
003610     MOVE APL-AMOUNT         TO WS-GLJ-ABS-AMOUNT.
003620     MOVE WS-GLJ-ABS-AMOUNT  TO GLJ-AMOUNT.
003630     MOVE 'AP      '         TO GLJ-ACCOUNT.
003640     MOVE 'D'                TO GLJ-DEBIT-CREDIT.
003650     WRITE GL-JOURNAL-REC.
003660     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
003670     MOVE 'CASH    '         TO GLJ-ACCOUNT.
003680     MOVE 'C'                TO GLJ-DEBIT-CREDIT.
003690     WRITE GL-JOURNAL-REC.
003700     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
003710
003720     MOVE 'P'                TO APL-STATUS.
003730     MOVE WS-VALUE-DATE      TO APL-PAID-DATE.
003740     REWRITE AP-OPEN-REC
003750         INVALID KEY
003760             DISPLAY 'APPAY01: LEDGER REWRITE FAILED ' APL-KEY
003770             MOVE 8 TO RETURN-CODE
003780     END-REWRITE.
003790
003800     MOVE APY-VENDOR-ID      TO WS-REG-VENDOR-ID.
003810     MOVE APY-VENDOR-NAME    TO WS-REG-VENDOR-NAME.
003820     MOVE APL-INVOICE-NO     TO WS-REG-INVOICE-NO.
003830     MOVE APL-DUE-DATE       TO WS-REG-DUE-DATE.
003840     MOVE APL-AMOUNT         TO WS-REG-AMOUNT.
003850     MOVE WS-BASE-CURRENCY   TO WS-REG-CURRENCY.
003860     WRITE AP-PAYMENT-LINE FROM WS-REG-DETAIL-LINE.
003870 2100-ISSUE-PAYMENT-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910*    2150-FIND-VENDOR                                           *
003920*****************************************************************
003930 2150-FIND-VENDOR.
003940     IF WS-VND-TBL-ID(WS-VND-SUB) = APL-VENDOR-ID
003950         MOVE WS-VND-SUB TO WS-VND-HIT-SUB
003960     END-IF.
003970 2150-FIND-VENDOR-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010*    3000-PRINT-CONTROL-TOTALS                                  *
004020*****************************************************************
004030 3000-PRINT-CONTROL-TOTALS.
004040     MOVE 'PAYMENTS ISSUED...........'
004050         TO WS-REG-COUNT-TITLE.
004060     MOVE WS-PAID-COUNT TO WS-REG-COUNT-VALUE.
004070     WRITE AP-PAYMENT-LINE FROM WS-REG-COUNT-LINE.
004080
004090     MOVE 'AMOUNT HASH TOTAL.........'
004100         TO WS-REG-AMOUNT-TITLE.
004110     MOVE WS-TOTAL-PAID TO WS-REG-AMOUNT-VALUE.
004120     WRITE AP-PAYMENT-LINE FROM WS-REG-AMOUNT-LINE.
004130
004140     MOVE 'OPEN ITEMS NOT YET DUE....'
004150         TO WS-REG-COUNT-TITLE.
004160     MOVE WS-NOT-DUE-COUNT TO WS-REG-COUNT-VALUE.
004170     WRITE AP-PAYMENT-LINE FROM WS-REG-COUNT-LINE.
004180 3000-PRINT-CONTROL-TOTALS-EXIT.
004190     EXIT.
004200
004210*****************************************************************
004220*    8000-READ-PAYABLE                                          *
004230*****************************************************************
004240 8000-READ-PAYABLE.
004250     IF WS-EOF
004260         GO TO 8000-READ-PAYABLE-EXIT
004270     END-IF.
004280     READ AP-OPEN-FILE NEXT RECORD
004290         AT END
004300             MOVE 'Y' TO WS-EOF-SW
004310     END-READ.
004320 8000-READ-PAYABLE-EXIT.
004330     EXIT.
004340
004350*****************************************************************
004360*    9999-TERMINATE                                             *
004370*****************************************************************
004380 9999-TERMINATE.
004390     IF NOT WS-APL-DISABLED
004400         CLOSE AP-OPEN-FILE
004410     END-IF.
004420     CLOSE AP-PAYMENT-FILE.
004425     CLOSE BANK-ACTIVITY-FILE.
004430     CLOSE AP-PAYMENT-RPT.
004440
004450*    PROVE THE RUN'S JOURNAL BALANCES BEFORE RELEASE.
004460     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
004470         DISPLAY 'APPAY01: GL JOURNAL OUT OF BALANCE'
004480         MOVE 8 TO RETURN-CODE
004490     END-IF.
004500     CLOSE GL-JOURNAL-FILE.
004510
004520*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
004530     OPEN EXTEND RUN-CONTROL-FILE.
004540     IF WS-RCT-OK
004550         MOVE 'APPAY01 '         TO RCT-STEP-NAME
004560         MOVE WS-OPEN-COUNT      TO RCT-RECORDS-IN
004570         MOVE WS-PAID-COUNT      TO RCT-APPLIED
004580         MOVE 0                  TO RCT-REJECTED
004590         MOVE WS-NOT-DUE-COUNT   TO RCT-SUSPENDED
004600         WRITE RUN-CONTROL-REC
004610         CLOSE RUN-CONTROL-FILE
004620     ELSE
004630         DISPLAY 'APPAY01: OPEN RUN-CONTROL-FILE FAILED '
004640             WS-RCT-FILE-STATUS
004650     END-IF.
004660 9999-TERMINATE-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700*    9500-VALIDATE-PARM-CARD                                    *
004710*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
004720*****************************************************************
004730     COPY PARMVAL.
