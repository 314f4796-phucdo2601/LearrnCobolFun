000180*                    TO A NEW HELD GENERATION.  EVERY HELD       *
000190*                    ORDER IS LISTED ON THE NIGHTLY HELD-        *
000200*                    ORDERS INVENTORY REPORT EITHER WAY.         *
000201*    2026-10-15  PD  A CASH-IN-ADVANCE ORDER PARKED AWAITING ITS *
000202*                    PREPAYMENT (HOLD REASON 'P') NOW TAKES THE  *
000203*                    DAY'S FUNDS-RELEASE RECORDS (FNDREL) FROM   *
000204*                    CSHPOST1.  ONCE ITS FUNDS COVER THE PRICED  *
000205*                    AMOUNT IT IS RELEASED AS TYPE 'H' CARRYING  *
000206*                    THE PREPAYMENT; ONE STILL SHORT AFTER       *
000207*                    WS-MAX-FUNDS-WAIT DAYS IS CANCELLED, ITS    *
000208*                    STOCK RESERVATIONS ARE RELEASED, AND A      *
000209*                    CANCELLED DISPOSITION (REASON PX) GOES TO   *
000210*                    THE BRANCH ACKNOWLEDGMENT THROUGH HLDDISP.  *
000211*                    THE REST CARRY AS BEFORE.                   *
000212*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000410     SELECT HELD-INVENTORY-RPT ASSIGN TO HELDINVR
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RPT-FILE-STATUS.
000431
000432     SELECT FUNDS-RELEASE-FILE ASSIGN TO FNDREL
000433         ORGANIZATION IS LINE SEQUENTIAL
000434         FILE STATUS IS WS-FRL-FILE-STATUS.
000435
000436     SELECT STOCK-RESERVATION-FILE ASSIGN TO RSVMAST
000437         ORGANIZATION IS INDEXED
000438         ACCESS MODE IS DYNAMIC
000439         RECORD KEY IS RSV-KEY
000440         FILE STATUS IS WS-RSV-FILE-STATUS.
000441
000442     SELECT BRANCH-ACK-FILE ASSIGN TO HLDDISP
000443         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-ACK-FILE-STATUS.
000445
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CYCLE-CONTROL-FILE
000630 FD  HELD-INVENTORY-RPT
000640     LABEL RECORDS ARE STANDARD.
000650     01  HELD-INVENTORY-LINE      PIC X(80).
000651
000652 FD  FUNDS-RELEASE-FILE
000653     LABEL RECORDS ARE STANDARD.
000654     COPY FNDREL.
000655
000656 FD  STOCK-RESERVATION-FILE
000657     LABEL RECORDS ARE STANDARD.
000658     COPY STKRSV.
000659
000660 FD  BRANCH-ACK-FILE
000661     LABEL RECORDS ARE STANDARD.
000662     COPY BRNACK.
000663
000670 WORKING-STORAGE SECTION.
000680     01  WS-CYC-FILE-STATUS       PIC X(02).
000690         88  WS-CYC-OK            VALUE '00'.
000860         88  WS-EOF               VALUE 'Y'.
000870
000880     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
000881     01  WS-CYCLE-SPLIT REDEFINES WS-CYCLE-DATE.
000882         05  WS-CYC-YYYY          PIC 9(04).
000883         05  WS-CYC-MM            PIC 9(02).
000884         05  WS-CYC-DD            PIC 9(02).
000885
000886*****************************************************************
000888*    FUNDS RELEASED BY CSHPOST1 SINCE THE LAST RUN - LOADED     *
000889*    ONCE AT START OF RUN AND ADDED TO EACH AWAITING ORDER'S    *
000890*    FUNDS RECEIVED.                                            *
000891*****************************************************************
000892     01  WS-FRL-FILE-STATUS       PIC X(02).
000893         88  WS-FRL-OK            VALUE '00'.
000894         88  WS-FRL-EOF           VALUE '10'.
000895     01  WS-FRL-COUNT             PIC 9(03) COMP VALUE 0.
000896     01  WS-MAX-FRL-ROWS          PIC 9(03) COMP VALUE 500.
000897     01  WS-FRL-TABLE.
000898         05  WS-FRL-ROW OCCURS 500 TIMES.
000899             10  WS-FRL-ORDER-ID  PIC X(06).
000900             10  WS-FRL-CUST-ID   PIC X(05).
000901             10  WS-FRL-AMOUNT    PIC S9(07)V9(02).
000902     01  WS-FRL-SUB               PIC 9(03) COMP.
000903
000904     01  WS-HELD-DATE             PIC 9(08).
000905     01  WS-HELD-SPLIT REDEFINES WS-HELD-DATE.
000906         05  WS-HLD-YYYY          PIC 9(04).
000907         05  WS-HLD-MM            PIC 9(02).
000908         05  WS-HLD-DD            PIC 9(02).
000909     01  WS-WAIT-DAYS             PIC S9(07) COMP.
000910*    AN ORDER STILL SHORT OF ITS PREPAYMENT AFTER THIS MANY
000911*    DAYS (30/360) ON THE HELD FILE IS CANCELLED.
000912     01  WS-MAX-FUNDS-WAIT        PIC S9(03) COMP VALUE 10.
000913
000914     01  WS-RSV-FILE-STATUS       PIC X(02).
000915         88  WS-RSV-OK            VALUE '00'.
000916     01  WS-RSV-DISABLED-SW       PIC X(01) VALUE 'N'.
000917         88  WS-RSV-DISABLED      VALUE 'Y'.
000918     01  WS-RSV-END-SW            PIC X(01).
000919         88  WS-RSV-END           VALUE 'Y'.
000920     01  WS-ACK-FILE-STATUS       PIC X(02).
000921         88  WS-ACK-OK            VALUE '00'.
000922
000923*****************************************************************
000924*    CONTROL TOTALS                                             *
000925*****************************************************************
000930     01  WS-TOTALS.
000940         05  WS-READ-COUNT        PIC 9(07) COMP VALUE 0.
000950         05  WS-RELEASED-COUNT    PIC 9(07) COMP VALUE 0.
000960         05  WS-CARRIED-COUNT     PIC 9(07) COMP VALUE 0.
000962         05  WS-FUNDED-COUNT      PIC 9(07) COMP VALUE 0.
000964         05  WS-AWAITING-COUNT    PIC 9(07) COMP VALUE 0.
000966         05  WS-UNFUNDED-CXL-COUNT PIC 9(07) COMP VALUE 0.
000968         05  WS-RSV-RELEASED-COUNT PIC 9(07) COMP VALUE 0.
000970
000980*****************************************************************
000990*    HELD-ORDERS INVENTORY REPORT LINES                         *
001360
001370     PERFORM 3000-PRINT-TOTALS
001380         THRU 3000-PRINT-TOTALS-EXIT.
001381
001406     DISPLAY 'ORDHLD01: HELD ORDERS READ...... ' WS-READ-COUNT.
001410     DISPLAY 'ORDHLD01: ORDERS RELEASED....... '
001420         WS-RELEASED-COUNT.
001430     DISPLAY 'ORDHLD01: ORDERS STILL HELD..... '
001440         WS-CARRIED-COUNT.
001441     DISPLAY 'ORDHLD01: PREPAID AND RELEASED.. '
001442         WS-FUNDED-COUNT.
001443     DISPLAY 'ORDHLD01: AWAITING PREPAYMENT... '
001444         WS-AWAITING-COUNT.
001445     DISPLAY 'ORDHLD01: CANCELLED UNFUNDED.... '
001446         WS-UNFUNDED-CXL-COUNT.
001447     DISPLAY 'ORDHLD01: RESERVATIONS RELEASED. '
001448         WS-RSV-RELEASED-COUNT.
001450
001460     PERFORM 9999-TERMINATE
001470         THRU 9999-TERMINATE-EXIT.
001950             WS-RPT-FILE-STATUS
001960     END-IF.
001970
001971*    THE FUNDS-RELEASE FILE IS OPTIONAL - WITHOUT IT NO
001972*    AWAITING ORDER IS FUNDED THIS RUN.
001973     OPEN INPUT FUNDS-RELEASE-FILE.
001974     IF WS-FRL-OK
001975         PERFORM 1100-LOAD-FUNDS-RELEASE
001976             THRU 1100-LOAD-FUNDS-RELEASE-EXIT
001977             UNTIL WS-FRL-EOF
001978         CLOSE FUNDS-RELEASE-FILE
001979     ELSE
001980         DISPLAY 'ORDHLD01: NO FUNDS-RELEASE FILE - '
001981             'NO PREPAYMENTS APPLIED THIS RUN'
001982     END-IF.
001983
001984*    RESERVATIONS PERSIST FROM RUN TO RUN - CREATED ON FIRST USE.
001985     OPEN I-O STOCK-RESERVATION-FILE.
001986     IF WS-RSV-FILE-STATUS = '35'
001987         OPEN OUTPUT STOCK-RESERVATION-FILE
001988         CLOSE STOCK-RESERVATION-FILE
001989         OPEN I-O STOCK-RESERVATION-FILE
001990     END-IF.
001991     IF NOT WS-RSV-OK
001992         DISPLAY 'ORDHLD01: OPEN STOCK-RESERVATION-FILE FAILED '
001993             WS-RSV-FILE-STATUS
001994         DISPLAY 'ORDHLD01: RESERVATIONS NOT RELEASED THIS RUN'
001995         MOVE 'Y' TO WS-RSV-DISABLED-SW
001996     END-IF.
001997
001998     OPEN OUTPUT BRANCH-ACK-FILE.
001999     IF NOT WS-ACK-OK
002000         DISPLAY 'ORDHLD01: OPEN HELD-DISPOSITION FILE FAILED '
002001             WS-ACK-FILE-STATUS
002002     END-IF.
002003
002004     MOVE WS-CYCLE-DATE TO WS-HDG-CYCLE-DATE.
002005     WRITE HELD-INVENTORY-LINE FROM WS-INV-HEADING-LINE.
002006
002010     IF NOT WS-EOF
002020         PERFORM 8000-READ-HELD-ORDER
002030             THRU 8000-READ-HELD-ORDER-EXIT
002050 1000-INITIALIZE-EXIT.
002060     EXIT.
002070
002071*****************************************************************
002072*    1100-LOAD-FUNDS-RELEASE                                    *
002073*****************************************************************
002074 1100-LOAD-FUNDS-RELEASE.
002075     READ FUNDS-RELEASE-FILE
002076         AT END
002077             MOVE '10' TO WS-FRL-FILE-STATUS
002078         NOT AT END
002079             IF WS-FRL-COUNT < WS-MAX-FRL-ROWS
002080                 ADD 1 TO WS-FRL-COUNT
002081                 MOVE FRL-ORDER-ID
002082                     TO WS-FRL-ORDER-ID(WS-FRL-COUNT)
002083                 MOVE FRL-CUST-ID
002084                     TO WS-FRL-CUST-ID(WS-FRL-COUNT)
002085                 MOVE FRL-AMOUNT
002086                     TO WS-FRL-AMOUNT(WS-FRL-COUNT)
002087             ELSE
002088                 DISPLAY 'ORDHLD01: FUNDS TABLE FULL - DROPPED '
002089                     FRL-ORDER-ID
002090             END-IF
002091     END-READ.
002092 1100-LOAD-FUNDS-RELEASE-EXIT.
002093     EXIT.
002094
002095*****************************************************************
002096*    2000-RELEASE-OR-CARRY                                      *
002100*    AN ORDER WHOSE DATE HAS BEEN REACHED GOES BACK TO POSTING  *
002110*    AS A TYPE-'H' TRANSACTION; THE REST CARRY TO THE NEXT HELD *
002120*    GENERATION.  AN ORDER AWAITING ITS PREPAYMENT TAKES ITS    *
002130*    OWN PATH.  EVERY ORDER IS LISTED ON THE INVENTORY REPORT.  *
002140*****************************************************************
002150 2000-RELEASE-OR-CARRY.
002160     ADD 1 TO WS-READ-COUNT.
002170
002172     IF HLD-AWAIT-FUNDS
002174         PERFORM 2200-WORK-AWAITING-FUNDS
002176             THRU 2200-WORK-AWAITING-FUNDS-EXIT
002178     ELSE
002180     IF WS-CYCLE-DATE > 0
002190             AND HLD-ORDER-DATE NOT > WS-CYCLE-DATE
002200         PERFORM 2100-RELEASE-ORDER
002240         ADD 1 TO WS-CARRIED-COUNT
002250         WRITE HELD-ORDER-OUT-LINE FROM HELD-ORDER-REC
002260         MOVE 'HELD    ' TO WS-INV-DISPOSITION
002265     END-IF
002270     END-IF.
002280
002290     MOVE HLD-ORDER-ID      TO WS-INV-ORDER-ID.
002410*    2100-RELEASE-ORDER                                         *
002420*    THE RELEASE GOES OUT AS TYPE 'H' SO ORDPOST1 POSTS THE     *
002430*    ALREADY-PRICED AMOUNT WITHOUT NEEDING THE ORDER'S LINES.   *
002433*    A FUNDED CASH-IN-ADVANCE ORDER CARRIES ITS PREPAYMENT WITH *
002436*    IT.                                                        *
002440*****************************************************************
002450 2100-RELEASE-ORDER.
002460     ADD 1 TO WS-RELEASED-COUNT.
002520     MOVE 'H'               TO OPT-TRAN-TYPE.
002525     MOVE HLD-BRANCH-CODE   TO OPT-BRANCH-CODE.
002526     MOVE SPACES            TO OPT-REP-CODE.
002528     MOVE 0                 TO OPT-PREPAID-AMOUNT.
002530     IF HLD-AWAIT-FUNDS
002532         MOVE HLD-FUNDS-RECEIVED TO OPT-PREPAID-AMOUNT
002534     END-IF.
002536     WRITE ORDER-TRAN-REC.
002540 2100-RELEASE-ORDER-EXIT.
002550     EXIT.
002551
002552*****************************************************************
002553*    2200-WORK-AWAITING-FUNDS                                   *
002554*    ADD TONIGHT'S FUNDS TO THE ORDER.  PAID IN FULL, IT IS     *
002555*    RELEASED; STILL SHORT AFTER WS-MAX-FUNDS-WAIT DAYS, IT IS  *
002556*    CANCELLED; OTHERWISE IT CARRIES WITH ITS RUNNING TOTAL.    *
002557*****************************************************************
002558 2200-WORK-AWAITING-FUNDS.
002559     PERFORM 2210-ADD-ONE-RELEASE
002560         THRU 2210-ADD-ONE-RELEASE-EXIT
002561         VARYING WS-FRL-SUB FROM 1 BY 1
002562         UNTIL WS-FRL-SUB > WS-FRL-COUNT.
002563
002564     IF HLD-FUNDS-RECEIVED NOT < HLD-PRICED-AMOUNT
002565         ADD 1 TO WS-FUNDED-COUNT
002566         PERFORM 2100-RELEASE-ORDER
002567             THRU 2100-RELEASE-ORDER-EXIT
002568         MOVE 'FUNDED  ' TO WS-INV-DISPOSITION
002569         GO TO 2200-WORK-AWAITING-FUNDS-EXIT
002570     END-IF.
002571
002572     MOVE 0 TO WS-WAIT-DAYS.
002573     MOVE HLD-HELD-DATE TO WS-HELD-DATE.
002574     IF WS-CYCLE-DATE > 0 AND WS-HELD-DATE > 0
002575         COMPUTE WS-WAIT-DAYS
002576             = (WS-CYC-YYYY - WS-HLD-YYYY) * 360
002577             + (WS-CYC-MM - WS-HLD-MM) * 30
002578             + (WS-CYC-DD - WS-HLD-DD)
002579     END-IF.
002580     IF WS-WAIT-DAYS > WS-MAX-FUNDS-WAIT
002581         PERFORM 2300-CANCEL-UNFUNDED
002582             THRU 2300-CANCEL-UNFUNDED-EXIT
002583         MOVE 'CANCELLD' TO WS-INV-DISPOSITION
002584     ELSE
002585         ADD 1 TO WS-AWAITING-COUNT
002586         ADD 1 TO WS-CARRIED-COUNT
002587         WRITE HELD-ORDER-OUT-LINE FROM HELD-ORDER-REC
002588         MOVE 'AWAITING' TO WS-INV-DISPOSITION
002589     END-IF.
002590 2200-WORK-AWAITING-FUNDS-EXIT.
002591     EXIT.
002592
002593*****************************************************************
002594*    2210-ADD-ONE-RELEASE                                       *
002595*****************************************************************
002596 2210-ADD-ONE-RELEASE.
002597     IF WS-FRL-ORDER-ID(WS-FRL-SUB) = HLD-ORDER-ID
002598             AND WS-FRL-CUST-ID(WS-FRL-SUB) = HLD-CUST-ID
002599         ADD WS-FRL-AMOUNT(WS-FRL-SUB) TO HLD-FUNDS-RECEIVED
002600     END-IF.
002601 2210-ADD-ONE-RELEASE-EXIT.
002602     EXIT.
002603
002604*****************************************************************
002605*    2300-CANCEL-UNFUNDED                                       *
002606*    THE ORDER IS DROPPED FROM THE HELD FILE, ITS STOCK GOES    *
002607*    BACK TO AVAILABLE-TO-PROMISE, AND THE BRANCH IS TOLD.  ANY *
002608*    PART-PAYMENT STAYS ON THE ACCOUNT AS A CREDIT BALANCE FOR  *
002609*    THE REFUND RUN.                                            *
002610*****************************************************************
002611 2300-CANCEL-UNFUNDED.
002612     ADD 1 TO WS-UNFUNDED-CXL-COUNT.
002613     PERFORM 2400-RELEASE-RESERVATIONS
002614         THRU 2400-RELEASE-RESERVATIONS-EXIT.
002615     MOVE HLD-BRANCH-CODE TO ACK-BRANCH-CODE.
002616     MOVE HLD-ORDER-ID    TO ACK-ORDER-ID.
002617     MOVE HLD-CUST-ID     TO ACK-CUST-ID.
002618     MOVE 'C'             TO ACK-DISPOSITION.
002619     MOVE 'PX'            TO ACK-REASON-CODE.
002620     WRITE BRANCH-ACK-REC.
002621 2300-CANCEL-UNFUNDED-EXIT.
002622     EXIT.
002623
002624*****************************************************************
002625*    2400-RELEASE-RESERVATIONS                                  *
002626*    DROP EVERY STOCK RESERVATION HELD UNDER THE ORDER ID.      *
002627*****************************************************************
002628 2400-RELEASE-RESERVATIONS.
002629     IF WS-RSV-DISABLED
002630         GO TO 2400-RELEASE-RESERVATIONS-EXIT
002631     END-IF.
002632     MOVE HLD-ORDER-ID TO RSV-ORDER-ID.
002633     MOVE LOW-VALUES   TO RSV-ITM-ID.
002634     MOVE 'N' TO WS-RSV-END-SW.
002635     START STOCK-RESERVATION-FILE KEY IS NOT LESS THAN RSV-KEY
002636         INVALID KEY
002637             GO TO 2400-RELEASE-RESERVATIONS-EXIT
002638     END-START.
002639     PERFORM 2450-RELEASE-ONE-RESERVATION
002640         THRU 2450-RELEASE-ONE-RESERVATION-EXIT
002641         UNTIL WS-RSV-END.
002642 2400-RELEASE-RESERVATIONS-EXIT.
002643     EXIT.
002644
002645*****************************************************************
002646*    2450-RELEASE-ONE-RESERVATION                               *
002647*****************************************************************
002648 2450-RELEASE-ONE-RESERVATION.
002649     READ STOCK-RESERVATION-FILE NEXT RECORD
002650         AT END
002651             MOVE 'Y' TO WS-RSV-END-SW
002652             GO TO 2450-RELEASE-ONE-RESERVATION-EXIT
002653     END-READ.
002654     IF RSV-ORDER-ID NOT = HLD-ORDER-ID
002655         MOVE 'Y' TO WS-RSV-END-SW
002656         GO TO 2450-RELEASE-ONE-RESERVATION-EXIT
002657     END-IF.
002658     DELETE STOCK-RESERVATION-FILE RECORD.
002659     ADD 1 TO WS-RSV-RELEASED-COUNT.
002660 2450-RELEASE-ONE-RESERVATION-EXIT.
002661     EXIT.
002662
002663*****************************************************************
002664*    3000-PRINT-TOTALS                                          *
002665*****************************************************************
002666 3000-PRINT-TOTALS.
002667     MOVE 'ORDERS RELEASED...........' TO WS-INV-TOT-TITLE.
002668     MOVE WS-RELEASED-COUNT TO WS-INV-TOT-VALUE.
002669     WRITE HELD-INVENTORY-LINE FROM WS-INV-TOTAL-LINE.
002670
002671     MOVE 'ORDERS STILL HELD.........' TO WS-INV-TOT-TITLE.
002672     MOVE WS-CARRIED-COUNT TO WS-INV-TOT-VALUE.
002673     WRITE HELD-INVENTORY-LINE FROM WS-INV-TOTAL-LINE.
002674
002675     MOVE 'PREPAID AND RELEASED......' TO WS-INV-TOT-TITLE.
002676     MOVE WS-FUNDED-COUNT TO WS-INV-TOT-VALUE.
002677     WRITE HELD-INVENTORY-LINE FROM WS-INV-TOTAL-LINE.
002678
002679     MOVE 'AWAITING PREPAYMENT.......' TO WS-INV-TOT-TITLE.
002680     MOVE WS-AWAITING-COUNT TO WS-INV-TOT-VALUE.
002681     WRITE HELD-INVENTORY-LINE FROM WS-INV-TOTAL-LINE.
002682
002683     MOVE 'CANCELLED UNFUNDED........' TO WS-INV-TOT-TITLE.
002684     MOVE WS-UNFUNDED-CXL-COUNT TO WS-INV-TOT-VALUE.
002685     WRITE HELD-INVENTORY-LINE FROM WS-INV-TOTAL-LINE.
002686 3000-PRINT-TOTALS-EXIT.
002690     EXIT.
002700
002710*****************************************************************
002890     CLOSE HELD-ORDER-OUT.
002900     CLOSE ORDER-RELEASE-FILE.
002910     CLOSE HELD-INVENTORY-RPT.
002912     IF NOT WS-RSV-DISABLED
002914         CLOSE STOCK-RESERVATION-FILE
002916     END-IF.
002918     CLOSE BRANCH-ACK-FILE.
002920 9999-TERMINATE-EXIT.
002930     EXIT.
