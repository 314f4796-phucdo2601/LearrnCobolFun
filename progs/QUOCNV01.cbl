000170*                    TODAY'S ITM-NUM1.  AN EXPIRED, FAILED, OR   *
000180*                    UNKNOWN QUOTE IS REJECTED TO THE            *
000190*                    CONVERSION REPORT WITH ITS REASON.          *
000191*    2026-10-15  PD  AN ACCEPTED QUOTE NOW RESERVES ITS QUOTED   *
000192*                    QUANTITY OF THE ITEM AT THE CENTRAL         *
000193*                    WAREHOUSE ON THE STOCK-RESERVATION FILE     *
000194*                    (STKRSV.CPY), UNDER THE QUOTE NUMBER AND    *
000195*                    UNTIL THE QUOTE'S EXPIRY, SO THE EDIT GATE  *
000196*                    CANNOT PROMISE THAT STOCK TO ANOTHER ORDER  *
000197*                    BEFORE THE CONVERSION POSTS.                *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPT-FILE-STATUS.
000430
000431     SELECT STOCK-RESERVATION-FILE ASSIGN TO RSVMAST
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS RSV-KEY
000435         FILE STATUS IS WS-RSV-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CONTROL-CARD-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     01  CONVERSION-LINE          PIC X(80).
000650
000652 FD  STOCK-RESERVATION-FILE
000654     LABEL RECORDS ARE STANDARD.
000656     COPY STKRSV.
000660 WORKING-STORAGE SECTION.
000670     01  WS-PARM-FILE-STATUS      PIC X(02).
000680         88  WS-PARM-OK           VALUE '00'.
000760         88  WS-ORD-OK            VALUE '00'.
000770     01  WS-RPT-FILE-STATUS       PIC X(02).
000780         88  WS-RPT-OK            VALUE '00'.
000782     01  WS-RSV-FILE-STATUS       PIC X(02).
000784         88  WS-RSV-OK            VALUE '00'.
000786     01  WS-RSV-DISABLED-SW       PIC X(01) VALUE 'N'.
000788         88  WS-RSV-DISABLED      VALUE 'Y'.
000790
000800     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000810         88  WS-EOF               VALUE 'Y'.
000960             10  WS-QUO-NUMBER    PIC X(06).
000970             10  WS-QUO-CUST-ID   PIC X(05).
000980             10  WS-QUO-ITM-ID    PIC X(05).
000985             10  WS-QUO-QUANTITY  PIC 9(05).
000990             10  WS-QUO-AMOUNT    PIC S9(07)V9(02) COMP-3.
001000             10  WS-QUO-CURRENCY  PIC X(03).
001010             10  WS-QUO-EXPIRY    PIC 9(08).
001120         05  WS-ACCEPT-COUNT      PIC 9(07) COMP VALUE 0.
001130         05  WS-CONVERTED-COUNT   PIC 9(07) COMP VALUE 0.
001140         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
001145         05  WS-RESERVED-COUNT    PIC 9(07) COMP VALUE 0.
001150
001160*****************************************************************
001170*    CONVERSION REPORT LINE LAYOUTS                             *
001570         WS-CONVERTED-COUNT.
001580     DISPLAY 'QUOCNV01: REJECTED.............. '
001590         WS-REJECTED-COUNT.
001593     DISPLAY 'QUOCNV01: QUOTES RESERVED....... '
001596         WS-RESERVED-COUNT.
001600
001610*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
001620*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
002300             WS-RPT-FILE-STATUS
002310     END-IF.
002320
002321*    RESERVATIONS PERSIST FROM RUN TO RUN - CREATED ON FIRST USE.
002322*    WITHOUT THE FILE THE ORDERS ARE STILL CUT, UNRESERVED.
002323     OPEN I-O STOCK-RESERVATION-FILE.
002324     IF WS-RSV-FILE-STATUS = '35'
002325         OPEN OUTPUT STOCK-RESERVATION-FILE
002326         CLOSE STOCK-RESERVATION-FILE
002327         OPEN I-O STOCK-RESERVATION-FILE
002328     END-IF.
002329     IF NOT WS-RSV-OK
002330         DISPLAY 'QUOCNV01: OPEN STOCK-RESERVATION-FILE FAILED '
002331             WS-RSV-FILE-STATUS
002332         DISPLAY 'QUOCNV01: QUOTES NOT RESERVED THIS RUN'
002333         MOVE 'Y' TO WS-RSV-DISABLED-SW
002334         IF RETURN-CODE < 4
002335             MOVE 4 TO RETURN-CODE
002336         END-IF
002337     END-IF.
002338     WRITE CONVERSION-LINE FROM WS-HEADING-LINE.
002340
002350     IF NOT WS-EOF
002360         PERFORM 8000-READ-ACCEPTANCE
002550                     TO WS-QUO-CUST-ID(WS-QUO-COUNT)
002560                 MOVE QRS-ITM-ID
002570                     TO WS-QUO-ITM-ID(WS-QUO-COUNT)
002573                 MOVE QRS-QUANTITY
002576                     TO WS-QUO-QUANTITY(WS-QUO-COUNT)
002580                 MOVE QRS-QUOTED-AMOUNT
002590                     TO WS-QUO-AMOUNT(WS-QUO-COUNT)
002600                 MOVE QRS-CURRENCY-CODE
003600     MOVE SPACES TO OPT-BRANCH-CODE.
003605     MOVE SPACES TO OPT-REP-CODE.
003610     WRITE ORDER-TRAN-REC.
003612     IF NOT WS-RSV-DISABLED
003614         PERFORM 2210-RESERVE-QUOTE
003616             THRU 2210-RESERVE-QUOTE-EXIT
003618     END-IF.
003620 2200-CUT-ORDER-EXIT.
003630     EXIT.
003640
003641*****************************************************************
003642*    2210-RESERVE-QUOTE                                         *
003643*    HOLD THE QUOTED QUANTITY AT THE CENTRAL WAREHOUSE (THE     *
003644*    CONVERTED ORDER CARRIES NO BRANCH) UNTIL THE ORDER POSTS   *
003645*    OR THE QUOTE EXPIRES.  AN ACCEPTANCE SENT TWICE FINDS THE  *
003646*    RESERVATION ALREADY IN PLACE AND LEAVES IT ALONE.          *
003647*****************************************************************
003648 2210-RESERVE-QUOTE.
003649     MOVE QAC-QUOTE-NUMBER TO RSV-ORDER-ID.
003650     MOVE WS-QUO-ITM-ID(WS-QUO-HIT-SUB)   TO RSV-ITM-ID.
003651     MOVE 'Q'                             TO RSV-SOURCE.
003652     MOVE SPACES                          TO RSV-LOC-CODE.
003653     MOVE WS-QUO-CUST-ID(WS-QUO-HIT-SUB)  TO RSV-CUST-ID.
003654     MOVE WS-QUO-QUANTITY(WS-QUO-HIT-SUB) TO RSV-QUANTITY.
003655     MOVE WS-AS-OF-DATE                   TO RSV-RESERVED-DATE.
003656     MOVE WS-AS-OF-DATE                   TO RSV-ORDER-DATE.
003657     MOVE WS-QUO-EXPIRY(WS-QUO-HIT-SUB)   TO RSV-EXPIRY-DATE.
003658     WRITE STOCK-RESERVATION-REC
003659         INVALID KEY
003660             GO TO 2210-RESERVE-QUOTE-EXIT
003661     END-WRITE.
003662     ADD 1 TO WS-RESERVED-COUNT.
003663 2210-RESERVE-QUOTE-EXIT.
003664     EXIT.
003665*****************************************************************
003666*    3000-PRINT-TOTALS                                          *
003670*****************************************************************
003680 3000-PRINT-TOTALS.
003690     MOVE 'ORDERS CUT................' TO WS-CNT-TITLE.
003960     END-IF.
003970     CLOSE ORDER-TRAN-OUT.
003980     CLOSE CONVERSION-RPT.
003982     IF NOT WS-RSV-DISABLED
003984         CLOSE STOCK-RESERVATION-FILE
003986     END-IF.
003990 9999-TERMINATE-EXIT.
004000     EXIT.
004010
