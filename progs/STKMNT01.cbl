000140*                    LISTED ON THE ADJUSTMENT REGISTER WITH      *
000150*                    THE KEYING OPERATOR AND REFERENCE, SO THE   *
000160*                    WAREHOUSE SPREADSHEET CAN RETIRE.           *
000163*    2026-10-15  PD  A NEW STOCK RECORD STARTS WITH NOTHING      *
000166*                    ON PICK TICKETS (STK-PICKED).               *
000168*    2026-10-15  PD  STOCK IS NOW VALUED AT AVERAGE COST. AN 'A' *
000169*                    ADJUSTMENT MOVES THE ITEM'S VALUE AT ITS    *
000170*                    AVERAGE AND JOURNALS IT AGAINST SHRINKGE    *
000171*                    (COUNT VARIANCES FROM STKCNT01 INCLUDED);   *
000172*                    NEW ACTION 'C' SETS THE AVERAGE COST (SAD-  *
000173*                    UNIT-COST) AND REVALUES THE STOCK NOT YET   *
000174*                    SOLD, JOURNALING THE CHANGE AGAINST         *
000175*                    INVREVAL. THE REGISTER SHOWS EACH VALUE     *
000176*                    CHANGE.                                     *
000177*    2026-10-15  PD  STOCK IS NOW ALSO HELD BY LOCATION          *
000178*                    (STKLOC).  AN 'A' ADJUSTMENT MOVES ON-HAND  *
000179*                    AT SAD-LOC-CODE AS WELL AS THE COMPANY      *
000180*                    FIGURE, 'P' SETS THE REORDER POINT AT THE   *
000181*                    LOCATION (AND STILL ON THE COMPANY RECORD   *
000182*                    FOR THE CENTRAL WAREHOUSE), AND NEW ACTION  *
000183*                    'L' PLACES STOCK ALREADY ON THE COMPANY     *
000184*                    FIGURE AT A LOCATION - NO COMPANY QUANTITY, *
000185*                    VALUE OR JOURNAL MOVES.  THE REGISTER SHOWS *
000186*                    THE LOCATION.                               *
000187*    2026-10-15  PD  EVERY ADJUSTMENT IS NOW HELD AGAINST THE    *
000188*                    OPERATOR AUTHORIZATION FILE (AUTPROC.CPY).  *
000189*                    AN OPERATOR WITHOUT A CURRENT GRANT FOR THE *
000190*                    ACTION IS REFUSED ON THE REGISTER AND       *
000191*                    LOGGED TO THE ACCESS-VIOLATION FILE.        *
000192*****************************************************************
000193 ENVIRONMENT DIVISION.
000194 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT STOCK-ADJUST-FILE ASSIGN TO STKADJ
000220         ORGANIZATION IS LINE SEQUENTIAL
000310     SELECT ADJUSTMENT-REGISTER-RPT ASSIGN TO STKREGRP
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RPT-FILE-STATUS.
000331
000332     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
000333         ORGANIZATION IS INDEXED
000334         ACCESS MODE IS DYNAMIC
000335         RECORD KEY IS SLC-KEY
000336         FILE STATUS IS WS-SLC-FILE-STATUS.
000337
000338     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000339         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-GLJ-FILE-STATUS.
000341
000342     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000343         ORGANIZATION IS LINE SEQUENTIAL
000344         FILE STATUS IS WS-AUT-FILE-STATUS.
000345
000346     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000347         ORGANIZATION IS LINE SEQUENTIAL
000348         FILE STATUS IS WS-AVL-FILE-STATUS.
000349
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  STOCK-ADJUST-FILE
000420     LABEL RECORDS ARE STANDARD.
000430     COPY STKMAST.
000440
000442 FD  STOCK-LOCATION-FILE
000444     LABEL RECORDS ARE STANDARD.
000446     COPY STKLOC.
000448
000450 FD  ADJUSTMENT-REGISTER-RPT
000460     LABEL RECORDS ARE STANDARD.
000470     01  ADJUSTMENT-REGISTER-LINE PIC X(80).
000472
000474 FD  GL-JOURNAL-FILE
000476     LABEL RECORDS ARE STANDARD.
000478     COPY GLJRNL.
000479
000480 FD  OPERATOR-AUTH-FILE
000481     LABEL RECORDS ARE STANDARD.
000482     COPY OPRAUTH.
000483
000484 FD  ACCESS-VIOLATION-FILE
000485     LABEL RECORDS ARE STANDARD.
000486     COPY AUTVIOL.
000487
000490 WORKING-STORAGE SECTION.
000500     01  WS-SAD-FILE-STATUS       PIC X(02).
000510         88  WS-SAD-OK            VALUE '00'.
000550         88  WS-STK-NOT-FOUND     VALUE '23'.
000560     01  WS-RPT-FILE-STATUS       PIC X(02).
000570         88  WS-RPT-OK            VALUE '00'.
000573     01  WS-GLJ-FILE-STATUS       PIC X(02).
000576         88  WS-GLJ-OK            VALUE '00'.
000577     01  WS-SLC-FILE-STATUS       PIC X(02).
000578         88  WS-SLC-OK            VALUE '00'.
000580
000590     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000600         88  WS-EOF               VALUE 'Y'.
000603     01  WS-SLC-DISABLED-SW       PIC X(01) VALUE 'N'.
000606         88  WS-SLC-DISABLED      VALUE 'Y'.
000610
000620     01  WS-FAIL-REASON           PIC X(30).
000621
000622     COPY AUTWORK.
000623
000624     01  WS-RUN-DATE              PIC 9(08).
000625     01  WS-VALUED-QTY            PIC S9(07).
000626     01  WS-NEW-VALUE             PIC S9(09)V9(02).
000627     01  WS-VALUE-CHANGE          PIC S9(09)V9(02).
000628     01  WS-GLJ-CONTRA-ACCOUNT    PIC X(08).
000629     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
000630     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
000631     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
000632
000640*****************************************************************
000650*    CONTROL TOTALS                                             *
000660*****************************************************************
000680         05  WS-TRAN-COUNT        PIC 9(07) COMP VALUE 0.
000690         05  WS-ADJUSTED-COUNT    PIC 9(07) COMP VALUE 0.
000700         05  WS-POINT-SET-COUNT   PIC 9(07) COMP VALUE 0.
000705         05  WS-COST-SET-COUNT    PIC 9(07) COMP VALUE 0.
000707         05  WS-LOCATED-COUNT     PIC 9(07) COMP VALUE 0.
000710         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
000720
000730*****************************************************************
000900         05  WS-DET-OPERATOR      PIC X(08).
000910         05  FILLER               PIC X(02).
000920         05  WS-DET-DISPOSITION   PIC X(30).
000923         05  WS-DET-VALUE         PIC ZZZZZZ9.99-.
000926         05  FILLER               PIC X(02).
000928         05  WS-DET-LOC-CODE      PIC X(03).
000930         05  FILLER               PIC X(02).
000940
000950     01  WS-COUNT-LINE.
000960         05  WS-CNT-TITLE         PIC X(26).
001180         WS-ADJUSTED-COUNT.
001190     DISPLAY 'STKMNT01: REORDER POINTS SET.... '
001200         WS-POINT-SET-COUNT.
001203     DISPLAY 'STKMNT01: AVERAGE COSTS SET..... '
001206         WS-COST-SET-COUNT.
001207     DISPLAY 'STKMNT01: LOCATION BALANCES SET. '
001208         WS-LOCATED-COUNT.
001210     DISPLAY 'STKMNT01: EXCEPTIONS............ '
001220         WS-EXCEPTION-COUNT.
001230
001610         MOVE 8 TO RETURN-CODE
001620     END-IF.
001630
001631*    THE LOCATION SPLIT OF THE SAME STOCK.  WITHOUT IT 'A' AND
001632*    'P' STILL APPLY TO THE COMPANY FIGURE; 'L' CANNOT APPLY.
001633     OPEN I-O STOCK-LOCATION-FILE.
001634     IF WS-SLC-FILE-STATUS = '35'
001635         OPEN OUTPUT STOCK-LOCATION-FILE
001636         CLOSE STOCK-LOCATION-FILE
001637         OPEN I-O STOCK-LOCATION-FILE
001638     END-IF.
001639     IF NOT WS-SLC-OK
001640         DISPLAY 'STKMNT01: OPEN STOCK-LOCATION-FILE FAILED '
001641             WS-SLC-FILE-STATUS
001642         DISPLAY 'STKMNT01: LOCATION STOCK NOT MAINTAINED'
001643         MOVE 'Y' TO WS-SLC-DISABLED-SW
001644     END-IF.
001645
001646     OPEN OUTPUT ADJUSTMENT-REGISTER-RPT.
001650     IF NOT WS-RPT-OK
001660         DISPLAY 'STKMNT01: OPEN ADJUSTMENT-REGISTER FAILED '
001670             WS-RPT-FILE-STATUS
001680     END-IF.
001681
001682     OPEN EXTEND GL-JOURNAL-FILE.
001683     IF NOT WS-GLJ-OK
001684         DISPLAY 'STKMNT01: OPEN GL-JOURNAL-FILE FAILED '
001685             WS-GLJ-FILE-STATUS
001686     END-IF.
001687     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001689     MOVE 'STKMNT01'  TO WS-AUT-PROGRAM.
001691     MOVE WS-RUN-DATE TO WS-AUT-DATE.
001693     PERFORM 9300-LOAD-AUTHORITY
001695         THRU 9300-LOAD-AUTHORITY-EXIT.
001697
001700     WRITE ADJUSTMENT-REGISTER-LINE FROM WS-HEADING-LINE.
001710
001720     IF NOT WS-EOF
001820 2000-APPLY-ADJUSTMENT.
001830     ADD 1 TO WS-TRAN-COUNT.
001840     MOVE SPACES TO WS-FAIL-REASON.
001845     MOVE 0 TO WS-VALUE-CHANGE.
001850
001860     IF NOT SAD-ADJUST AND NOT SAD-SET-POINT
001865             AND NOT SAD-SET-COST AND NOT SAD-LOCATE
001870         MOVE 'INVALID ACTION CODE' TO WS-FAIL-REASON
001880     END-IF.
001882     IF SAD-SET-COST AND SAD-UNIT-COST NOT NUMERIC
001884         MOVE 'INVALID UNIT COST' TO WS-FAIL-REASON
001886     END-IF.
001887     IF SAD-LOCATE AND WS-SLC-DISABLED
001888         MOVE 'NO LOCATION STOCK FILE' TO WS-FAIL-REASON
001889     END-IF.
001890
001891*    AN OPERATOR WITHOUT A CURRENT GRANT FOR THE ACTION IS
001892*    REFUSED WHATEVER ELSE IS WRONG WITH THE ADJUSTMENT.
001893     MOVE SAD-OPERATOR-ID TO WS-AUT-OPERATOR.
001894     MOVE SAD-ACTION      TO WS-AUT-ACTION.
001895     MOVE SAD-ITM-ID      TO WS-AUT-KEY.
001896     PERFORM 9320-CHECK-AUTHORITY
001897         THRU 9320-CHECK-AUTHORITY-EXIT.
001898     IF NOT WS-AUT-GRANTED
001899         MOVE WS-AUT-REASON TO WS-FAIL-REASON
001900     END-IF.
001901
001902*    A LOCATION BALANCE ONLY PLACES STOCK THE COMPANY ALREADY
001903*    HOLDS, SO THE ITEM MUST BE ON THE STOCK FILE.
001904     IF WS-FAIL-REASON = SPACES AND SAD-LOCATE
001905         MOVE SAD-ITM-ID TO STK-ITM-ID
001906         READ STOCK-FILE
001907             INVALID KEY
001908                 MOVE 'ITEM NOT ON STOCK FILE' TO WS-FAIL-REASON
001909         END-READ
001910     END-IF.
001911
001912     IF WS-FAIL-REASON = SPACES AND NOT SAD-LOCATE
001913         MOVE SAD-ITM-ID TO STK-ITM-ID
001920         READ STOCK-FILE
001930             INVALID KEY
001940*                A FIRST ADJUSTMENT FOR AN ITEM OPENS ITS
001960                 MOVE 0 TO STK-ON-HAND
001970                 MOVE 0 TO STK-REORDER-POINT
001980                 MOVE 0 TO STK-PERIOD-USAGE
001985                 MOVE 0 TO STK-PICKED
001986                 MOVE 0 TO STK-AVG-COST
001987                 MOVE 0 TO STK-INV-VALUE
001990                 WRITE STOCK-REC
002000                     INVALID KEY
002010                         MOVE 'STOCK RECORD WRITE FAILED'
002140         IF SAD-ADJUST
002150             ADD 1 TO WS-ADJUSTED-COUNT
002160             ADD SAD-QUANTITY TO STK-ON-HAND
002163             PERFORM 2100-VALUE-ADJUSTMENT
002166                 THRU 2100-VALUE-ADJUSTMENT-EXIT
002170             MOVE 'ON-HAND ADJUSTED'
002180                 TO WS-DET-DISPOSITION
002190         END-IF
002195         IF SAD-SET-POINT
002200             ADD 1 TO WS-POINT-SET-COUNT
002210             IF SAD-LOC-CODE = SPACES
002213                 MOVE SAD-QUANTITY TO STK-REORDER-POINT
002216             END-IF
002220             MOVE 'REORDER POINT SET'
002230                 TO WS-DET-DISPOSITION
002240         END-IF
002241         IF SAD-SET-COST
002242             ADD 1 TO WS-COST-SET-COUNT
002243             PERFORM 2200-SET-AVERAGE-COST
002244                 THRU 2200-SET-AVERAGE-COST-EXIT
002245             MOVE 'AVERAGE COST SET'
002246                 TO WS-DET-DISPOSITION
002247         END-IF
002248         IF SAD-LOCATE
002249             ADD 1 TO WS-LOCATED-COUNT
002250             MOVE 'LOCATION BALANCE SET'
002251                 TO WS-DET-DISPOSITION
002252         END-IF
002253         IF NOT WS-SLC-DISABLED AND NOT SAD-SET-COST
002254             PERFORM 2400-MOVE-LOCATION-STOCK
002255                 THRU 2400-MOVE-LOCATION-STOCK-EXIT
002256         END-IF
002257         REWRITE STOCK-REC
002258         PERFORM 2300-WRITE-GL-JOURNAL
002259             THRU 2300-WRITE-GL-JOURNAL-EXIT
002260     ELSE
002270         ADD 1 TO WS-EXCEPTION-COUNT
002280         MOVE WS-FAIL-REASON TO WS-DET-DISPOSITION
002330     MOVE SAD-QUANTITY    TO WS-DET-QUANTITY.
002340     MOVE SAD-REASON      TO WS-DET-REASON.
002350     MOVE SAD-OPERATOR-ID TO WS-DET-OPERATOR.
002352     MOVE SAD-LOC-CODE    TO WS-DET-LOC-CODE.
002355     MOVE WS-VALUE-CHANGE TO WS-DET-VALUE.
002360     WRITE ADJUSTMENT-REGISTER-LINE FROM WS-DETAIL-LINE.
002370
002380     PERFORM 8000-READ-ADJUSTMENT
002400 2000-APPLY-ADJUSTMENT-EXIT.
002410     EXIT.
002420
002421*****************************************************************
002422*    2100-VALUE-ADJUSTMENT                                      *
002423*    THE QUANTITY MOVES THE ITEM'S VALUE AT ITS AVERAGE COST,   *
002424*    SO THE AVERAGE ITSELF IS UNCHANGED.                        *
002425*****************************************************************
002426 2100-VALUE-ADJUSTMENT.
002427     COMPUTE WS-VALUE-CHANGE ROUNDED
002428         = SAD-QUANTITY * STK-AVG-COST.
002429     ADD WS-VALUE-CHANGE TO STK-INV-VALUE.
002430     MOVE 'SHRINKGE' TO WS-GLJ-CONTRA-ACCOUNT.
002431 2100-VALUE-ADJUSTMENT-EXIT.
002432     EXIT.
002433
002434*****************************************************************
002435*    2200-SET-AVERAGE-COST                                      *
002436*    THE KEYED COST BECOMES THE AVERAGE AND THE STOCK NOT YET   *
002437*    SOLD (ON-HAND LESS PICKED) IS REVALUED AT IT.  THE CHANGE  *
002438*    IN VALUE IS A REVALUATION, NOT A MOVEMENT OF GOODS.        *
002439*****************************************************************
002440 2200-SET-AVERAGE-COST.
002441     COMPUTE WS-VALUED-QTY = STK-ON-HAND - STK-PICKED.
002442     IF WS-VALUED-QTY > 0
002443         COMPUTE WS-NEW-VALUE ROUNDED
002444             = WS-VALUED-QTY * SAD-UNIT-COST
002445     ELSE
002446         MOVE 0 TO WS-NEW-VALUE
002447     END-IF.
002448     COMPUTE WS-VALUE-CHANGE = WS-NEW-VALUE - STK-INV-VALUE.
002449     MOVE WS-NEW-VALUE  TO STK-INV-VALUE.
002450     MOVE SAD-UNIT-COST TO STK-AVG-COST.
002451     MOVE 'INVREVAL' TO WS-GLJ-CONTRA-ACCOUNT.
002452 2200-SET-AVERAGE-COST-EXIT.
002453     EXIT.
002454
002455*****************************************************************
002456*    2300-WRITE-GL-JOURNAL                                      *
002457*    A RISE IN VALUE DEBITS INVENTRY AGAINST THE CONTRA ACCOUNT *
002458*    (SHRINKGE FOR A QUANTITY ADJUSTMENT, INVREVAL FOR A COST   *
002459*    CHANGE); A FALL REVERSES THE SIDES.                        *
002460*****************************************************************
002461 2300-WRITE-GL-JOURNAL.
002462     IF WS-VALUE-CHANGE = 0
002463         GO TO 2300-WRITE-GL-JOURNAL-EXIT
002464     END-IF.
002465     MOVE 'STKMNT01'    TO GLJ-SOURCE-PGM.
002466     MOVE WS-RUN-DATE   TO GLJ-TRAN-DATE.
002467     MOVE SAD-REFERENCE TO GLJ-REFERENCE.
002468     IF WS-VALUE-CHANGE < 0
002469         COMPUTE WS-GLJ-ABS-AMOUNT = 0 - WS-VALUE-CHANGE
002470         MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT
002471         MOVE WS-GLJ-CONTRA-ACCOUNT TO GLJ-ACCOUNT
002472         MOVE 'D'        TO GLJ-DEBIT-CREDIT
002473         WRITE GL-JOURNAL-REC
002474         ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL
002475         MOVE 'INVENTRY' TO GLJ-ACCOUNT
002476         MOVE 'C'        TO GLJ-DEBIT-CREDIT
002477         WRITE GL-JOURNAL-REC
002478         ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL
002479     ELSE
002480         MOVE WS-VALUE-CHANGE TO WS-GLJ-ABS-AMOUNT
002481         MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT
002482         MOVE 'INVENTRY' TO GLJ-ACCOUNT
002483         MOVE 'D'        TO GLJ-DEBIT-CREDIT
002484         WRITE GL-JOURNAL-REC
002485         ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL
002486         MOVE WS-GLJ-CONTRA-ACCOUNT TO GLJ-ACCOUNT
002487         MOVE 'C'        TO GLJ-DEBIT-CREDIT
002488         WRITE GL-JOURNAL-REC
002489         ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL
002490     END-IF.
002491 2300-WRITE-GL-JOURNAL-EXIT.
002492     EXIT.
002493
002494*****************************************************************
002495*    2400-MOVE-LOCATION-STOCK                                   *
002496*    'A' AND 'L' MOVE ON-HAND AT THE LOCATION, 'P' SETS ITS     *
002497*    REORDER POINT.  A LOCATION NOT YET HOLDING THE ITEM IS     *
002498*    GIVEN A ZERO ROW FIRST.                                    *
002499*****************************************************************
002500 2400-MOVE-LOCATION-STOCK.
002501     MOVE SAD-LOC-CODE TO SLC-LOC-CODE.
002502     MOVE SAD-ITM-ID   TO SLC-ITM-ID.
002503     READ STOCK-LOCATION-FILE
002504         INVALID KEY
002505             MOVE 0 TO SLC-ON-HAND
002506             MOVE 0 TO SLC-PICKED
002507             MOVE 0 TO SLC-IN-TRANSIT
002508             MOVE 0 TO SLC-REORDER-POINT
002509             MOVE 0 TO SLC-PERIOD-USAGE
002510             WRITE STOCK-LOCATION-REC
002511                 INVALID KEY
002512                     GO TO 2400-MOVE-LOCATION-STOCK-EXIT
002513             END-WRITE
002514             MOVE SAD-LOC-CODE TO SLC-LOC-CODE
002515             MOVE SAD-ITM-ID   TO SLC-ITM-ID
002516             READ STOCK-LOCATION-FILE
002517                 INVALID KEY
002518                     GO TO 2400-MOVE-LOCATION-STOCK-EXIT
002519             END-READ
002520     END-READ.
002521     IF SAD-SET-POINT
002522         MOVE SAD-QUANTITY TO SLC-REORDER-POINT
002523     ELSE
002524         ADD SAD-QUANTITY TO SLC-ON-HAND
002525     END-IF.
002526     REWRITE STOCK-LOCATION-REC.
002527 2400-MOVE-LOCATION-STOCK-EXIT.
002528     EXIT.
002529
002530*****************************************************************
002531*    3000-PRINT-TOTALS                                          *
002532*****************************************************************
002533 3000-PRINT-TOTALS.
002534     MOVE 'QUANTITIES ADJUSTED.......' TO WS-CNT-TITLE.
002535     MOVE WS-ADJUSTED-COUNT TO WS-CNT-VALUE.
002536     WRITE ADJUSTMENT-REGISTER-LINE FROM WS-COUNT-LINE.
002537
002538     MOVE 'REORDER POINTS SET........' TO WS-CNT-TITLE.
002539     MOVE WS-POINT-SET-COUNT TO WS-CNT-VALUE.
002540     WRITE ADJUSTMENT-REGISTER-LINE FROM WS-COUNT-LINE.
002541
002542     MOVE 'AVERAGE COSTS SET.........' TO WS-CNT-TITLE.
002543     MOVE WS-COST-SET-COUNT TO WS-CNT-VALUE.
002544     WRITE ADJUSTMENT-REGISTER-LINE FROM WS-COUNT-LINE.
002545
002546     MOVE 'LOCATION BALANCES SET.....' TO WS-CNT-TITLE.
002547     MOVE WS-LOCATED-COUNT TO WS-CNT-VALUE.
002548     WRITE ADJUSTMENT-REGISTER-LINE FROM WS-COUNT-LINE.
002549
002550     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
002560     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
002570     WRITE ADJUSTMENT-REGISTER-LINE FROM WS-COUNT-LINE.
002790     IF WS-STK-OK OR WS-STK-NOT-FOUND
002800         CLOSE STOCK-FILE
002810     END-IF.
002812     IF NOT WS-SLC-DISABLED
002814         CLOSE STOCK-LOCATION-FILE
002816     END-IF.
002820     CLOSE ADJUSTMENT-REGISTER-RPT.
002821
002822*    PROVE THE RUN'S JOURNAL BALANCES BEFORE RELEASE.
002823     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
002824         DISPLAY 'STKMNT01: GL JOURNAL OUT OF BALANCE'
002825         MOVE 8 TO RETURN-CODE
002826     END-IF.
002827     CLOSE GL-JOURNAL-FILE.
002828     PERFORM 9340-CLOSE-AUTHORITY
002829         THRU 9340-CLOSE-AUTHORITY-EXIT.
002830 9999-TERMINATE-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870*    9300-LOAD-AUTHORITY                                        *
002880*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
002890*****************************************************************
002900     COPY AUTPROC.
