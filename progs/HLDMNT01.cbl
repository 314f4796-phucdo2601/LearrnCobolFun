000206*                    THE NIGHTLY AUTO-RELEASE STEP, WHICH        *
000207*                    OPENS IT OUTPUT AND TRUNCATED EVERY         *
000208*                    RELEASE KEYED DURING THE DAY.               *
000209*    2026-10-15  PD  A CANCEL NOW ALSO RELEASES EVERY STOCK      *
000210*                    RESERVATION (STKRSV.CPY) HELD UNDER THE     *
000211*                    ORDER ID.  A CANCEL KEYED FOR AN ORDER NO   *
000212*                    LONGER HELD - AN ACCEPTED QUOTE OR A        *
000213*                    PART-COVERED BACKORDER - RELEASES THAT      *
000214*                    ORDER'S RESERVATIONS INSTEAD OF BEING       *
000215*                    REPORTED UNMATCHED, SO THE DESK CAN CLEAR A *
000216*                    RESERVATION THAT HAS OUTLIVED ITS ORDER.    *
000217*    2026-10-15  PD  THE CARRY-FORWARD NOW KEEPS A HELD ORDER'S  *
000218*                    HOLD REASON AND FUNDS RECEIVED, AND AN      *
000219*                    EARLY RELEASE OF A CASH-IN-ADVANCE ORDER    *
000220*                    CARRIES THE FUNDS BANKED SO FAR - WITHOUT   *
000221*                    ENOUGH OF THEM ORDPOST1 PARKS IT AGAIN.     *
000222*    2026-10-15  PD  EVERY KEYED ACTION IS NOW HELD AGAINST THE  *
000223*                    OPERATOR AUTHORIZATION FILE (AUTPROC.CPY)   *
000224*                    AS IT IS LOADED.  AN ACTION KEYED WITHOUT A *
000225*                    CURRENT GRANT IS NEVER APPLIED - IT IS      *
000226*                    LISTED ON THE REGISTER WITH THE REASON,     *
000227*                    LOGGED TO THE ACCESS-VIOLATION FILE AND     *
000228*                    ENDS THE RUN RC 4.                          *
000229*****************************************************************
000230 ENVIRONMENT DIVISION.
000231 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT HELD-MAINT-TRAN-FILE ASSIGN TO HLDTRAN
000260         ORGANIZATION IS LINE SEQUENTIAL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RPT-FILE-STATUS.
000440
000441     SELECT STOCK-RESERVATION-FILE ASSIGN TO RSVMAST
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS RSV-KEY
000445         FILE STATUS IS WS-RSV-FILE-STATUS.
000446
000447     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS WS-AUT-FILE-STATUS.
000450
000451     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000452         ORGANIZATION IS LINE SEQUENTIAL
000453         FILE STATUS IS WS-AVL-FILE-STATUS.
000454 DATA DIVISION.
000460 FILE SECTION.
000470 FD  HELD-MAINT-TRAN-FILE
000480     LABEL RECORDS ARE STANDARD.
000630         HLD-CURRENCY-CODE BY HLO-CURRENCY-CODE
000640         HLD-TRAN-TYPE BY HLO-TRAN-TYPE
000650         HLD-HELD-DATE BY HLO-HELD-DATE
000653         HLD-BRANCH-CODE BY HLO-BRANCH-CODE
000656         HLD-HOLD-REASON BY HLO-HOLD-REASON
000659         HLD-POST-DATED BY HLO-POST-DATED
000662         HLD-AWAIT-FUNDS BY HLO-AWAIT-FUNDS
000665         HLD-FUNDS-RECEIVED BY HLO-FUNDS-RECEIVED.
000670
000680 FD  RELEASED-ORDER-FILE
000690     LABEL RECORDS ARE STANDARD.
000730     LABEL RECORDS ARE STANDARD.
000740     01  HELD-MAINT-LINE          PIC X(80).
000750
000752 FD  STOCK-RESERVATION-FILE
000754     LABEL RECORDS ARE STANDARD.
000756     COPY STKRSV.
000757
000758 FD  OPERATOR-AUTH-FILE
000759     LABEL RECORDS ARE STANDARD.
000760     COPY OPRAUTH.
000761
000762 FD  ACCESS-VIOLATION-FILE
000763     LABEL RECORDS ARE STANDARD.
000764     COPY AUTVIOL.
000765 WORKING-STORAGE SECTION.
000770     01  WS-HMT-FILE-STATUS       PIC X(02).
000780         88  WS-HMT-OK            VALUE '00'.
000790         88  WS-HMT-EOF           VALUE '10'.
000860         88  WS-REL-OK            VALUE '00'.
000870     01  WS-RPT-FILE-STATUS       PIC X(02).
000880         88  WS-RPT-OK            VALUE '00'.
000881     01  WS-RSV-FILE-STATUS       PIC X(02).
000882         88  WS-RSV-OK            VALUE '00'.
000883     01  WS-RSV-DISABLED-SW       PIC X(01) VALUE 'N'.
000884         88  WS-RSV-DISABLED      VALUE 'Y'.
000885     01  WS-RSV-END-SW            PIC X(01).
000886         88  WS-RSV-END           VALUE 'Y'.
000887     01  WS-RSV-ORDER-ID          PIC X(06).
000888     01  WS-RSV-ORDER-RELEASED    PIC 9(05) COMP.
000890
000900     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000910         88  WS-EOF               VALUE 'Y'.
000913
000916     COPY AUTWORK.
000920
000930*****************************************************************
000940*    KEYED-ACTION TABLE - LOADED ONCE AT START OF RUN, THEN     *
001030             10  WS-HMT-T-NEW-DATE PIC 9(08).
001040             10  WS-HMT-T-OPERATOR PIC X(08).
001050             10  WS-HMT-T-USED    PIC X(01).
001053*                'X' = REFUSED FOR WANT OF OPERATOR AUTHORITY.
001056             10  WS-HMT-T-REASON  PIC X(30).
001060     01  WS-HMT-SUB               PIC 9(03) COMP.
001070     01  WS-HMT-HIT-SUB           PIC 9(03) COMP.
001080     01  WS-HMT-FOUND-SW          PIC X(01).
001180         05  WS-CANCELLED-COUNT   PIC 9(07) COMP VALUE 0.
001190         05  WS-CARRIED-COUNT     PIC 9(07) COMP VALUE 0.
001200         05  WS-UNMATCHED-COUNT   PIC 9(07) COMP VALUE 0.
001205         05  WS-RSV-RELEASED-COUNT PIC 9(07) COMP VALUE 0.
001207         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
001210
001220*****************************************************************
001230*    MAINTENANCE REGISTER LINE LAYOUTS                          *
001760         WS-CARRIED-COUNT.
001770     DISPLAY 'HLDMNT01: UNMATCHED ACTIONS..... '
001780         WS-UNMATCHED-COUNT.
001783     DISPLAY 'HLDMNT01: RESERVATIONS RELEASED. '
001786         WS-RSV-RELEASED-COUNT.
001787     DISPLAY 'HLDMNT01: REFUSED - NO AUTHORITY '
001788         WS-REFUSED-COUNT.
001790
001800*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
001810*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
001820     IF WS-UNMATCHED-COUNT > 0 OR WS-REFUSED-COUNT > 0
001830         IF RETURN-CODE < 4
001840             MOVE 4 TO RETURN-CODE
001850         END-IF
001940*    1000-INITIALIZE                                            *
001950*****************************************************************
001960 1000-INITIALIZE.
001961*    AUTHORITY IS LOADED FIRST - EACH KEYED ACTION IS HELD
001962*    AGAINST IT AS THE ACTION TABLE IS BUILT.
001963     MOVE 'HLDMNT01' TO WS-AUT-PROGRAM.
001964     ACCEPT WS-AUT-DATE FROM DATE YYYYMMDD.
001965     PERFORM 9300-LOAD-AUTHORITY
001966         THRU 9300-LOAD-AUTHORITY-EXIT.
001967
001970     OPEN INPUT HELD-MAINT-TRAN-FILE.
001980     IF WS-HMT-OK
001990         PERFORM 1100-LOAD-ACTION
002310             WS-RPT-FILE-STATUS
002320     END-IF.
002330
002331*    RESERVATIONS PERSIST FROM RUN TO RUN - CREATED ON FIRST USE.
002332     OPEN I-O STOCK-RESERVATION-FILE.
002333     IF WS-RSV-FILE-STATUS = '35'
002334         OPEN OUTPUT STOCK-RESERVATION-FILE
002335         CLOSE STOCK-RESERVATION-FILE
002336         OPEN I-O STOCK-RESERVATION-FILE
002337     END-IF.
002338     IF NOT WS-RSV-OK
002339         DISPLAY 'HLDMNT01: OPEN STOCK-RESERVATION-FILE FAILED '
002340             WS-RSV-FILE-STATUS
002341         DISPLAY 'HLDMNT01: RESERVATIONS NOT RELEASED THIS RUN'
002342         MOVE 'Y' TO WS-RSV-DISABLED-SW
002343         IF RETURN-CODE < 4
002344             MOVE 4 TO RETURN-CODE
002345         END-IF
002346     END-IF.
002347     WRITE HELD-MAINT-LINE FROM WS-HEADING-LINE.
002350
002360     IF NOT WS-EOF
002370         PERFORM 8000-READ-HELD-ORDER
002420
002430*****************************************************************
002440*    1100-LOAD-ACTION                                           *
002442*    AN ACTION KEYED WITHOUT A CURRENT GRANT IS LOADED AS       *
002444*    REFUSED - IT NEVER MATCHES A HELD ORDER AND IS LISTED WITH *
002446*    THE UNMATCHED ACTIONS.                                     *
002450*****************************************************************
002460 1100-LOAD-ACTION.
002470     READ HELD-MAINT-TRAN-FILE
002600                     TO WS-HMT-T-OPERATOR(WS-HMT-COUNT)
002610                 MOVE 'N'
002620                     TO WS-HMT-T-USED(WS-HMT-COUNT)
002621                 MOVE HMT-OPERATOR-ID TO WS-AUT-OPERATOR
002622                 MOVE HMT-ACTION      TO WS-AUT-ACTION
002623                 MOVE HMT-ORDER-ID    TO WS-AUT-KEY
002624                 PERFORM 9320-CHECK-AUTHORITY
002625                     THRU 9320-CHECK-AUTHORITY-EXIT
002626                 IF NOT WS-AUT-GRANTED
002627                     MOVE 'X'
002628                         TO WS-HMT-T-USED(WS-HMT-COUNT)
002629                     MOVE WS-AUT-REASON
002630                         TO WS-HMT-T-REASON(WS-HMT-COUNT)
002631                 END-IF
002632             END-IF
002640     END-READ.
002650 1100-LOAD-ACTION-EXIT.
002660     EXIT.
002960                 MOVE 'HELD ORDER CANCELLED'
002970                     TO WS-DET-DISPOSITION
002980                 WRITE HELD-MAINT-LINE FROM WS-DETAIL-LINE
002982                 MOVE HLD-ORDER-ID TO WS-RSV-ORDER-ID
002984                 PERFORM 2600-RELEASE-RESERVATIONS
002986                     THRU 2600-RELEASE-RESERVATIONS-EXIT
002990             WHEN OTHER
003000                 MOVE 'INVALID ACTION - CARRIED'
003010                     TO WS-DET-DISPOSITION
003280*****************************************************************
003290 2150-MATCH-ACTION-ROW.
003300     IF WS-HMT-T-ORDER-ID(WS-HMT-SUB) = HLD-ORDER-ID
003305             AND WS-HMT-T-USED(WS-HMT-SUB) NOT = 'X'
003310         MOVE 'Y' TO WS-HMT-FOUND-SW
003320         MOVE WS-HMT-SUB TO WS-HMT-HIT-SUB
003330     END-IF.
003490     MOVE 'H'               TO OPT-TRAN-TYPE.
003500     MOVE HLD-BRANCH-CODE   TO OPT-BRANCH-CODE.
003505     MOVE SPACES            TO OPT-REP-CODE.
003506     MOVE 0                 TO OPT-PREPAID-AMOUNT.
003507     IF HLD-AWAIT-FUNDS
003508         MOVE HLD-FUNDS-RECEIVED TO OPT-PREPAID-AMOUNT
003509     END-IF.
003510     WRITE ORDER-TRAN-REC.
003520     MOVE 'RELEASED EARLY TO EDIT GATE'
003530         TO WS-DET-DISPOSITION.
003840     MOVE HLD-TRAN-TYPE     TO HLO-TRAN-TYPE.
003850     MOVE HLD-HELD-DATE     TO HLO-HELD-DATE.
003860     MOVE HLD-BRANCH-CODE   TO HLO-BRANCH-CODE.
003863     MOVE HLD-HOLD-REASON   TO HLO-HOLD-REASON.
003866     MOVE HLD-FUNDS-RECEIVED TO HLO-FUNDS-RECEIVED.
003870     WRITE HELD-ORDER-OUT-REC.
003880 2400-CARRY-FORWARD-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920*    2500-REPORT-UNMATCHED                                      *
003925*    ALSO LISTS EVERY ACTION REFUSED FOR WANT OF AUTHORITY.     *
003930*****************************************************************
003940 2500-REPORT-UNMATCHED.
003941     IF WS-HMT-T-USED(WS-HMT-SUB) = 'X'
003942         ADD 1 TO WS-REFUSED-COUNT
003943         MOVE WS-HMT-T-ACTION(WS-HMT-SUB) TO WS-DET-ACTION
003944         MOVE WS-HMT-T-ORDER-ID(WS-HMT-SUB)
003945             TO WS-DET-ORDER-ID
003946         MOVE WS-HMT-T-OPERATOR(WS-HMT-SUB)
003947             TO WS-DET-OPERATOR
003948         MOVE WS-HMT-T-REASON(WS-HMT-SUB)
003949             TO WS-DET-DISPOSITION
003950         WRITE HELD-MAINT-LINE FROM WS-DETAIL-LINE
003951         GO TO 2500-REPORT-UNMATCHED-EXIT
003952     END-IF.
003953     IF WS-HMT-T-USED(WS-HMT-SUB) = 'N'
003954*        A CANCEL FOR AN ORDER NO LONGER HELD STILL CLEARS ANY
003955*        RESERVATION LEFT UNDER ITS ID.
003956         IF WS-HMT-T-ACTION(WS-HMT-SUB) = 'C'
003957             MOVE WS-HMT-T-ORDER-ID(WS-HMT-SUB) TO WS-RSV-ORDER-ID
003958             PERFORM 2600-RELEASE-RESERVATIONS
003959                 THRU 2600-RELEASE-RESERVATIONS-EXIT
003960             IF WS-RSV-ORDER-RELEASED > 0
003961                 MOVE 'C' TO WS-DET-ACTION
003962                 MOVE WS-HMT-T-ORDER-ID(WS-HMT-SUB)
003963                     TO WS-DET-ORDER-ID
003964                 MOVE WS-HMT-T-OPERATOR(WS-HMT-SUB)
003965                     TO WS-DET-OPERATOR
003966                 MOVE 'RESERVATION RELEASED'
003967                     TO WS-DET-DISPOSITION
003968                 WRITE HELD-MAINT-LINE FROM WS-DETAIL-LINE
003969                 GO TO 2500-REPORT-UNMATCHED-EXIT
003970             END-IF
003971         END-IF
003972         ADD 1 TO WS-UNMATCHED-COUNT
003973         MOVE WS-HMT-T-ACTION(WS-HMT-SUB) TO WS-DET-ACTION
003980         MOVE WS-HMT-T-ORDER-ID(WS-HMT-SUB)
003990             TO WS-DET-ORDER-ID
004000         MOVE WS-HMT-T-OPERATOR(WS-HMT-SUB)
004060 2500-REPORT-UNMATCHED-EXIT.
004070     EXIT.
004080
004081*****************************************************************
004082*    2600-RELEASE-RESERVATIONS                                  *
004083*    DROP EVERY STOCK RESERVATION HELD UNDER WS-RSV-ORDER-ID    *
004084*    SO THE STOCK GOES BACK TO AVAILABLE-TO-PROMISE.            *
004085*****************************************************************
004086 2600-RELEASE-RESERVATIONS.
004087     MOVE 0 TO WS-RSV-ORDER-RELEASED.
004088     IF WS-RSV-DISABLED
004089         GO TO 2600-RELEASE-RESERVATIONS-EXIT
004090     END-IF.
004091     MOVE WS-RSV-ORDER-ID TO RSV-ORDER-ID.
004092     MOVE LOW-VALUES      TO RSV-ITM-ID.
004093     MOVE 'N' TO WS-RSV-END-SW.
004094     START STOCK-RESERVATION-FILE KEY IS NOT LESS THAN RSV-KEY
004095         INVALID KEY
004096             GO TO 2600-RELEASE-RESERVATIONS-EXIT
004097     END-START.
004098     PERFORM 2650-RELEASE-ONE-RESERVATION
004099         THRU 2650-RELEASE-ONE-RESERVATION-EXIT
004100         UNTIL WS-RSV-END.
004101 2600-RELEASE-RESERVATIONS-EXIT.
004102     EXIT.
004103
004104 2650-RELEASE-ONE-RESERVATION.
004105     READ STOCK-RESERVATION-FILE NEXT RECORD
004106         AT END
004107             MOVE 'Y' TO WS-RSV-END-SW
004108             GO TO 2650-RELEASE-ONE-RESERVATION-EXIT
004109     END-READ.
004110     IF RSV-ORDER-ID NOT = WS-RSV-ORDER-ID
004111         MOVE 'Y' TO WS-RSV-END-SW
004112         GO TO 2650-RELEASE-ONE-RESERVATION-EXIT
004113     END-IF.
004114     DELETE STOCK-RESERVATION-FILE RECORD.
004115     ADD 1 TO WS-RSV-ORDER-RELEASED.
004116     ADD 1 TO WS-RSV-RELEASED-COUNT.
004117 2650-RELEASE-ONE-RESERVATION-EXIT.
004118     EXIT.
004119*****************************************************************
004120*    3000-PRINT-TOTALS                                          *
004121*****************************************************************
004122 3000-PRINT-TOTALS.
004130     MOVE 'RELEASED EARLY............' TO WS-CNT-TITLE.
004140     MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE.
004150     WRITE HELD-MAINT-LINE FROM WS-COUNT-LINE.
004250     MOVE 'CARRIED FORWARD...........' TO WS-CNT-TITLE.
004260     MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE.
004270     WRITE HELD-MAINT-LINE FROM WS-COUNT-LINE.
004272
004274     MOVE 'REFUSED - NO AUTHORITY....' TO WS-CNT-TITLE.
004276     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
004278     WRITE HELD-MAINT-LINE FROM WS-COUNT-LINE.
004280 3000-PRINT-TOTALS-EXIT.
004290     EXIT.
004300
004490     CLOSE HELD-ORDER-OUT.
004500     CLOSE RELEASED-ORDER-FILE.
004510     CLOSE HELD-MAINT-RPT.
004512     IF NOT WS-RSV-DISABLED
004514         CLOSE STOCK-RESERVATION-FILE
004516     END-IF.
004517     PERFORM 9340-CLOSE-AUTHORITY
004518         THRU 9340-CLOSE-AUTHORITY-EXIT.
004520 9999-TERMINATE-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560*    9300-LOAD-AUTHORITY                                        *
004570*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
004580*****************************************************************
004590     COPY AUTPROC.
