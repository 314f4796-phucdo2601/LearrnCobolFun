000610*                    AND REJECTED WHEN THE CODE IS NOT ON       *
000620*                    FILE.  WITHOUT THE REFERENCE FILE THE      *
000630*                    POSTAL EDIT IS NOT APPLIED.                *
000632*    2026-10-15  PD  NEW ACTION 'B' CLEARS THE REFUND STOP A     *
000634*                    RETURNED REFUND PAYMENT SETS, ONCE THE BANK *
000636*                    DETAILS ARE CORRECTED.  ADDS NOW CLEAR THE  *
000638*                    REFUND STOP AND UNCLAIMED DATE.             *
000640*    2026-10-15  PD  ADD AND CHANGE NOW MAINTAIN                 *
000642*                    CUST-FREIGHT-EXEMPT FROM                    *
000644*                    CTR-FREIGHT-EXEMPT.                         *
000645*    2026-10-15  PD  ADD AND CHANGE NOW MAINTAIN CUST-TERMS-CODE *
000646*                    FROM CTR-TERMS-CODE.                        *
000647*    2026-10-15  PD  NEW ACTION 'P' PUTS AN ACCOUNT ON CASH IN   *
000648*                    ADVANCE AND 'N' TAKES IT OFF AGAIN, WHETHER *
000649*                    THE FLAG WAS SET BY HAND, BY RISKGRD1 OR BY *
000650*                    COLPLC01.  ADDS START WITH NO               *
000651*                    CASH-IN-ADVANCE FLAG.                       *
000652*    2026-10-15  PD  EVERY TRANSACTION IS NOW HELD AGAINST THE   *
000653*                    OPERATOR AUTHORIZATION FILE (AUTPROC.CPY).  *
000654*                    AN OPERATOR WITHOUT A CURRENT GRANT FOR THE *
000655*                    ACTION IS REFUSED TO THE EXCEPTION REPORT   *
000656*                    AND LOGGED TO THE ACCESS-VIOLATION FILE.    *
000657*    2026-10-15  PD  AN ADD NOW FALLS UNDER THE SAME LIMIT DUAL  *
000658*                    CONTROL AS A CHANGE: A STARTING LIMIT ABOVE *
000659*                    THE CRLCTL AMOUNT BOUND OPENS THE ACCOUNT   *
000660*                    AT THE BOUND AND PARKS THE FULL LIMIT FOR   *
000661*                    CRLAPPR1.  ADDS NOW ARRIVE FROM THE         *
000662*                    CREDIT-APPLICATION RUN (CRAPP01) AS WELL AS *
000663*                    BEING KEYED.                                *
000664*    2026-10-15  PD  ADDS AND CHANGES ARE SCREENED AGAINST THE   *
000665*                    DENIED-PARTY LIST ON NAME AND ADDRESS.  A   *
000666*                    PROBABLE MATCH IS LOGGED FOR COMPLIANCE AND *
000667*                    PUTS THE ACCOUNT ON CREDIT HOLD WITH REASON *
000668*                    DP; THE HOLD ACTION KEEPS A DP REASON AND   *
000669*                    THE RELEASE ACTION REFUSES TO LIFT IT,      *
000670*                    SINCE ONLY A COMPLIANCE CLEARANCE THROUGH   *
000671*                    DPSREV01 MAY.                               *
000672*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000673*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000674*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000675*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000676*    2026-10-15  PD  ADD AND CHANGE NOW HOLD A NON-BLANK         *
000677*                    CTR-TERMS-CODE AGAINST THE PAYMENT-TERMS    *
000678*                    FILE (PAYTERM, LOADED THROUGH TRMPROC.CPY)  *
000679*                    AND REJECT AN UNKNOWN CODE TO THE EXCEPTION *
000680*                    REPORT.  WITHOUT THE FILE THE TERMS EDIT IS *
000681*                    NOT APPLIED.                                *
000682*****************************************************************
000683 ENVIRONMENT DIVISION.
000684 INPUT-OUTPUT SECTION.
000685 FILE-CONTROL.
000686     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CUST-ID
000940     SELECT POSTAL-CODE-FILE ASSIGN TO PSTCODE
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-PCD-FILE-STATUS.
000962
000964     SELECT PAYMENT-TERMS-FILE ASSIGN TO PAYTERM
000966         ORGANIZATION IS LINE SEQUENTIAL
000968         FILE STATUS IS WS-TRM-FILE-STATUS.
000970
000980     SELECT CREDIT-LIMIT-CONTROL-FILE ASSIGN TO CRLCTL
000990         ORGANIZATION IS LINE SEQUENTIAL
001020     SELECT CREDIT-LIMIT-APPROVAL-FILE ASSIGN TO CRLAPPR
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-CLA-FILE-STATUS.
001041
001042     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
001043         ORGANIZATION IS LINE SEQUENTIAL
001044         FILE STATUS IS WS-AUT-FILE-STATUS.
001045
001046     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
001047         ORGANIZATION IS LINE SEQUENTIAL
001048         FILE STATUS IS WS-AVL-FILE-STATUS.
001049     SELECT DENIED-PARTY-FILE ASSIGN TO DPLIST
001050         ORGANIZATION IS LINE SEQUENTIAL
001051         FILE STATUS IS WS-DPL-FILE-STATUS.
001052
001053     SELECT DP-CLEARED-FILE ASSIGN TO DPCLR
001054         ORGANIZATION IS LINE SEQUENTIAL
001055         FILE STATUS IS WS-DPC-FILE-STATUS.
001056
001057     SELECT DP-HIT-FILE ASSIGN TO DPHIT
001058         ORGANIZATION IS LINE SEQUENTIAL
001059         FILE STATUS IS WS-DPH-FILE-STATUS.
001060
001061 DATA DIVISION.
001070 FILE SECTION.
001080 FD  CUSTOMER-MASTER-FILE
001090     LABEL RECORDS ARE STANDARD.
001320 FD  POSTAL-CODE-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY PSTCODE.
001342
001344 FD  PAYMENT-TERMS-FILE
001346     LABEL RECORDS ARE STANDARD.
001348     COPY PAYTERM.
001350
001360 FD  CREDIT-LIMIT-CONTROL-FILE
001370     LABEL RECORDS ARE STANDARD.
001400 FD  CREDIT-LIMIT-APPROVAL-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY CRLAPPR.
001421
001422 FD  OPERATOR-AUTH-FILE
001423     LABEL RECORDS ARE STANDARD.
001424     COPY OPRAUTH.
001425
001426 FD  ACCESS-VIOLATION-FILE
001427     LABEL RECORDS ARE STANDARD.
001428     COPY AUTVIOL.
001429 FD  DENIED-PARTY-FILE
001430     LABEL RECORDS ARE STANDARD.
001431     COPY DPLIST.
001432
001433 FD  DP-CLEARED-FILE
001434     LABEL RECORDS ARE STANDARD.
001435     COPY DPCLR.
001436
001437 FD  DP-HIT-FILE
001438     LABEL RECORDS ARE STANDARD.
001439     COPY DPHIT.
001440
001441 WORKING-STORAGE SECTION.
001450     01  WS-CUST-FILE-STATUS      PIC X(02).
001460         88  WS-CUST-OK           VALUE '00'.
001470         88  WS-CUST-NOT-FOUND    VALUE '23'.
001580         88  WS-EOF               VALUE 'Y'.
001590
001600     COPY CMJWORK.
001601     COPY JCHWORK.
001602
001605     COPY AUTWORK.
001606
001607     COPY DPSWORK.
001608
001609     COPY TRMWORK.
001610
001620     01  WS-CYC-FILE-STATUS       PIC X(02).
001630         88  WS-CYC-OK            VALUE '00'.
001980     01  WS-PCD-SUB               PIC 9(03) COMP.
001990     01  WS-POSTAL-OK-SW          PIC X(01).
002000         88  WS-POSTAL-OK         VALUE 'Y'.
002003     01  WS-TERMS-OK-SW           PIC X(01).
002006         88  WS-TERMS-OK          VALUE 'Y'.
002010
002020*****************************************************************
002030*    TRANSACTION COUNTERS                                       *
002080         05  WS-DELETE-COUNT      PIC 9(07) COMP VALUE 0.
002090         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
002100         05  WS-LIMIT-HELD-COUNT  PIC 9(07) COMP VALUE 0.
002105         05  WS-DP-HOLD-COUNT     PIC 9(07) COMP VALUE 0.
002110
002120 PROCEDURE DIVISION.
002130*****************************************************************
002280         WS-EXCEPTION-COUNT.
002290     DISPLAY 'CUSTMNT1: LIMITS HELD FOR APPROVAL '
002300         WS-LIMIT-HELD-COUNT.
002305     DISPLAY 'CUSTMNT1: DENIED-PARTY HOLDS.... ' WS-DP-HOLD-COUNT.
002310
002320*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
002330*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
002340     IF WS-EXCEPTION-COUNT > 0 OR WS-DP-HOLD-COUNT > 0
002350         IF RETURN-CODE < 4
002360             MOVE 4 TO RETURN-CODE
002370         END-IF
002680             WS-RPT-FILE-STATUS
002690     END-IF.
002700
002706     PERFORM 9610-OPEN-CUST-JOURNAL
002712         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002720     IF NOT WS-CMJ-OK
002730         DISPLAY 'CUSTMNT1: OPEN CUST-JOURNAL-FILE FAILED '
002740             WS-CMJ-FILE-STATUS
003110             WS-CLA-FILE-STATUS
003120     END-IF.
003130
003132     MOVE 'CUSTMNT1' TO WS-AUT-PROGRAM.
003134     ACCEPT WS-AUT-DATE FROM DATE YYYYMMDD.
003136     PERFORM 9300-LOAD-AUTHORITY
003138         THRU 9300-LOAD-AUTHORITY-EXIT.
003139
003140     MOVE 'CUSTMNT1'  TO WS-DPS-PROGRAM.
003141     MOVE WS-AUT-DATE TO WS-DPS-DATE.
003142     PERFORM 9400-LOAD-DENIED-PARTIES
003143         THRU 9400-LOAD-DENIED-PARTIES-EXIT.
003144
003145     PERFORM 1100-LOAD-POSTAL-CODES
003150         THRU 1100-LOAD-POSTAL-CODES-EXIT.
003151
003152*    THE PAYMENT-TERMS FILE IS OPTIONAL TOO - WITHOUT IT THE
003153*    TERMS EDIT IS NOT APPLIED.
003154     MOVE 'CUSTMNT1' TO WS-TRM-PROGRAM.
003155     PERFORM 9400-LOAD-PAYMENT-TERMS
003156         THRU 9400-LOAD-PAYMENT-TERMS-EXIT.
003157     IF WS-TRM-COUNT = 0
003158         DISPLAY 'CUSTMNT1: NO PAYMENT TERMS - '
003159             'TERMS EDIT NOT APPLIED'
003160     END-IF.
003161
003170     PERFORM 8000-READ-TRANSACTION
003180         THRU 8000-READ-TRANSACTION-EXIT.
003190 1000-INITIALIZE-EXIT.
003580*****************************************************************
003590*    2000-APPLY-TRANSACTION                                     *
003600*    DISPATCH THE CURRENT TRANSACTION BY ACTION CODE AND READ    *
003606*    THE NEXT ONE.  AN OPERATOR WITHOUT A CURRENT GRANT FOR THE *
003612*    ACTION IS REFUSED BEFORE ANYTHING IS TOUCHED.              *
003620*****************************************************************
003630 2000-APPLY-TRANSACTION.
003631     MOVE CTR-OPERATOR-ID TO WS-AUT-OPERATOR.
003632     MOVE CTR-ACTION      TO WS-AUT-ACTION.
003633     MOVE CTR-CUST-ID     TO WS-AUT-KEY.
003634     PERFORM 9320-CHECK-AUTHORITY
003635         THRU 9320-CHECK-AUTHORITY-EXIT.
003636     IF NOT WS-AUT-GRANTED
003637         MOVE CTR-ACTION    TO CEX-ACTION
003638         MOVE CTR-CUST-ID   TO CEX-CUST-ID
003639         MOVE WS-AUT-REASON TO CEX-REASON
003640         PERFORM 2900-WRITE-EXCEPTION
003641             THRU 2900-WRITE-EXCEPTION-EXIT
003642         GO TO 2000-APPLY-NEXT
003643     END-IF.
003644
003645     EVALUATE TRUE
003650         WHEN CTR-ADD
003660             PERFORM 2100-ADD-CUSTOMER
003670                 THRU 2100-ADD-CUSTOMER-EXIT
003800         WHEN CTR-RELEASE-HOLD
003810             PERFORM 2370-RELEASE-HOLD
003820                 THRU 2370-RELEASE-HOLD-EXIT
003822         WHEN CTR-REFUND-RELEASE
003824             PERFORM 2380-RELEASE-REFUND-STOP
003826                 THRU 2380-RELEASE-REFUND-STOP-EXIT
003827         WHEN CTR-CASH-IN-ADVANCE
003828             PERFORM 2390-SET-CASH-IN-ADVANCE
003829                 THRU 2390-SET-CASH-IN-ADVANCE-EXIT
003830         WHEN CTR-CIA-RELEASE
003831             PERFORM 2395-CLEAR-CASH-IN-ADVANCE
003832                 THRU 2395-CLEAR-CASH-IN-ADVANCE-EXIT
003833         WHEN OTHER
003840             MOVE CTR-ACTION   TO CEX-ACTION
003850             MOVE CTR-CUST-ID  TO CEX-CUST-ID
003860             MOVE 'INVALID ACTION CODE'
003890                 THRU 2900-WRITE-EXCEPTION-EXIT
003900     END-EVALUATE.
003910
003915 2000-APPLY-NEXT.
003920     PERFORM 8000-READ-TRANSACTION
003930         THRU 8000-READ-TRANSACTION-EXIT.
003940 2000-APPLY-TRANSACTION-EXIT.
004080             THRU 2900-WRITE-EXCEPTION-EXIT
004090         GO TO 2100-ADD-CUSTOMER-EXIT
004100     END-IF.
004101     PERFORM 2410-CHECK-TERMS-CODE
004102         THRU 2410-CHECK-TERMS-CODE-EXIT.
004103     IF NOT WS-TERMS-OK
004104         MOVE 'A'          TO CEX-ACTION
004105         MOVE CTR-CUST-ID  TO CEX-CUST-ID
004106         MOVE 'TERMS CODE NOT ON FILE' TO CEX-REASON
004107         PERFORM 2900-WRITE-EXCEPTION
004108             THRU 2900-WRITE-EXCEPTION-EXIT
004109         GO TO 2100-ADD-CUSTOMER-EXIT
004110     END-IF.
004111     MOVE CTR-CUST-ID      TO CUST-ID.
004120     MOVE CTR-CUST-NAME    TO CUST-NAME.
004130     MOVE CTR-CUST-ADDR    TO CUST-ADDR.
004140     MOVE CTR-CUST-BALANCE TO CUST-BALANCE.
004150     MOVE CTR-CREDIT-LIMIT TO CUST-CREDIT-LIMIT.
004151     MOVE 'N'              TO WS-LIMIT-HELD-SW.
004152     IF CTR-CREDIT-LIMIT > WS-MAX-DELTA-AMOUNT
004153         MOVE 'Y'          TO WS-LIMIT-HELD-SW
004154         MOVE WS-MAX-DELTA-AMOUNT TO CUST-CREDIT-LIMIT
004155     END-IF.
004160*    A NEW RECORD MUST NOT INHERIT WHATEVER THE LAST READ LEFT
004170*    IN THE RECORD AREA'S NEWER FIELDS.
004180     MOVE SPACES           TO CUST-MERGED-INTO.
004200     MOVE CTR-PARENT-ID    TO CUST-PARENT-ID.
004210     MOVE CTR-BILL-CYCLE   TO CUST-BILL-CYCLE.
004220     MOVE CTR-DELIVERY-CODE TO CUST-DELIVERY-CODE.
004225     MOVE CTR-FREIGHT-EXEMPT TO CUST-FREIGHT-EXEMPT.
004227     MOVE CTR-TERMS-CODE   TO CUST-TERMS-CODE.
004230     MOVE SPACES           TO CUST-NSF-FLAG.
004240     MOVE SPACES           TO CUST-RISK-GRADE.
004250     MOVE SPACES           TO CUST-HOLD-FLAG.
004260     MOVE SPACES           TO CUST-HOLD-REASON.
004263     MOVE SPACES           TO CUST-REFUND-STOP-FLAG.
004266     MOVE 0                TO CUST-UNCLAIMED-DATE.
004268     MOVE SPACES           TO CUST-CIA-FLAG.
004270     MOVE 'A'              TO CUST-STATUS.
004280
004290     WRITE CUSTOMER-REC
004380
004390     IF WS-CUST-OK
004400         ADD 1 TO WS-ADD-COUNT
004401         PERFORM 2600-SCREEN-DENIED-PARTY
004402             THRU 2600-SCREEN-DENIED-PARTY-EXIT
004403         IF WS-DPS-HIT
004404             REWRITE CUSTOMER-REC
004405         END-IF
004410         MOVE 'W'          TO WS-CMJ-ACTION
004420         MOVE CUST-ID      TO WS-CMJ-CUST-ID
004430         MOVE SPACES       TO WS-CMJ-BEFORE-IMAGE
004440         MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE
004450         PERFORM 9600-WRITE-CUST-JOURNAL
004460             THRU 9600-WRITE-CUST-JOURNAL-EXIT
004462         IF WS-LIMIT-HELD
004464             PERFORM 2550-PARK-ADD-LIMIT
004466                 THRU 2550-PARK-ADD-LIMIT-EXIT
004468         END-IF
004470     END-IF.
004480 2100-ADD-CUSTOMER-EXIT.
004490     EXIT.
004620             THRU 2900-WRITE-EXCEPTION-EXIT
004630         GO TO 2200-CHANGE-CUSTOMER-EXIT
004640     END-IF.
004641     PERFORM 2410-CHECK-TERMS-CODE
004642         THRU 2410-CHECK-TERMS-CODE-EXIT.
004643     IF NOT WS-TERMS-OK
004644         MOVE 'C'          TO CEX-ACTION
004645         MOVE CTR-CUST-ID  TO CEX-CUST-ID
004646         MOVE 'TERMS CODE NOT ON FILE' TO CEX-REASON
004647         PERFORM 2900-WRITE-EXCEPTION
004648             THRU 2900-WRITE-EXCEPTION-EXIT
004649         GO TO 2200-CHANGE-CUSTOMER-EXIT
004650     END-IF.
004651     MOVE CTR-CUST-ID TO CUST-ID.
004660     READ CUSTOMER-MASTER-FILE
004670         INVALID KEY
004680             MOVE 'C'          TO CEX-ACTION
004830         MOVE CTR-PARENT-ID    TO CUST-PARENT-ID
004840         MOVE CTR-BILL-CYCLE   TO CUST-BILL-CYCLE
004850         MOVE CTR-DELIVERY-CODE TO CUST-DELIVERY-CODE
004855         MOVE CTR-FREIGHT-EXEMPT TO CUST-FREIGHT-EXEMPT
004857         MOVE CTR-TERMS-CODE   TO CUST-TERMS-CODE
004860*        A LIMIT MOVE BEYOND THE DUAL-CONTROL BOUNDS WAITS ON
004870*        THE PENDING-APPROVAL FILE - THE OLD LIMIT STANDS.
004880         IF NOT WS-LIMIT-HELD
004890             MOVE CTR-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
004900         END-IF
004903         PERFORM 2600-SCREEN-DENIED-PARTY
004906             THRU 2600-SCREEN-DENIED-PARTY-EXIT
004910         REWRITE CUSTOMER-REC
004920         ADD 1 TO WS-CHANGE-COUNT
004930         MOVE 'R'          TO WS-CMJ-ACTION
006170     END-IF.
006180 2500-CHECK-LIMIT-DELTA-EXIT.
006190     EXIT.
006191
006192*****************************************************************
006193*    2550-PARK-ADD-LIMIT                                        *
006194*    A NEW ACCOUNT OPENS AT NO MORE THAN THE SINGLE-OPERATOR    *
006195*    AMOUNT BOUND; THE STARTING LIMIT ASKED FOR PARKS ON THE    *
006196*    PENDING-APPROVAL FILE FOR CRLAPPR1, THE SAME AS A LARGE    *
006197*    CHANGE.  ZERO CANNOT BE USED WHILE IT WAITS - ON THE       *
006198*    MASTER THAT MEANS NO LIMIT AT ALL.                         *
006199*****************************************************************
006200 2550-PARK-ADD-LIMIT.
006201     ADD 1 TO WS-LIMIT-HELD-COUNT.
006202     MOVE CTR-CUST-ID        TO CLA-CUST-ID.
006203     MOVE CUST-CREDIT-LIMIT  TO CLA-OLD-LIMIT.
006204     MOVE CTR-CREDIT-LIMIT   TO CLA-NEW-LIMIT.
006205     MOVE WS-AUT-DATE        TO CLA-CHANGE-DATE.
006206     MOVE 'P'                TO CLA-STATUS.
006207     MOVE CTR-OPERATOR-ID    TO CLA-REQUESTED-BY.
006208     WRITE CREDIT-LIMIT-APPROVAL-REC.
006209 2550-PARK-ADD-LIMIT-EXIT.
006210     EXIT.
006211
006212*****************************************************************
006213*    2600-SCREEN-DENIED-PARTY                                   *
006214*    SCREEN THE NAME AND ADDRESS NOW IN THE RECORD AREA AGAINST *
006215*    THE DENIED-PARTY LIST.  A PROBABLE MATCH PUTS THE ACCOUNT  *
006216*    ON CREDIT HOLD WITH REASON DP, WHICH ONLY A COMPLIANCE     *
006217*    CLEARANCE THROUGH DPSREV01 LIFTS; THE CALLER WRITES THE    *
006218*    RECORD.  THE HOLD IS NOTED ON THE EXCEPTION REPORT BUT IS  *
006219*    NOT A REJECTION - THE TRANSACTION STILL APPLIES.           *
006220*****************************************************************
006221 2600-SCREEN-DENIED-PARTY.
006222     MOVE CTR-OPERATOR-ID    TO WS-DPS-OPERATOR.
006223     MOVE CUST-ID            TO WS-DPS-CUST-ID.
006224     MOVE CUST-NAME          TO WS-DPS-CUST-NAME.
006225     MOVE CUST-ADDR-STREET   TO WS-DPS-STREET.
006226     MOVE CUST-ADDR-POSTCODE TO WS-DPS-POSTCODE.
006227     PERFORM 9420-SCREEN-PARTY
006228         THRU 9420-SCREEN-PARTY-EXIT.
006229     IF NOT WS-DPS-HIT
006230         GO TO 2600-SCREEN-DENIED-PARTY-EXIT
006231     END-IF.
006232     ADD 1 TO WS-DP-HOLD-COUNT.
006233     MOVE 'Y'  TO CUST-HOLD-FLAG.
006234     MOVE 'DP' TO CUST-HOLD-REASON.
006235     MOVE CTR-ACTION      TO CEX-ACTION.
006236     MOVE CUST-ID         TO CEX-CUST-ID.
006237     MOVE 'DENIED-PARTY MATCH - ON HOLD' TO CEX-REASON.
006238     MOVE CTR-OPERATOR-ID TO CEX-OPERATOR-ID.
006239     WRITE CUST-EXCEPTION-REC.
006240 2600-SCREEN-DENIED-PARTY-EXIT.
006241     EXIT.
006242*****************************************************************
006243*    2360-HOLD-CUSTOMER                                         *
006244*    SET THE EXPLICIT CREDIT HOLD AND ITS REASON.  THE REAL     *
006246*    CREDIT LIMIT IS NOT TOUCHED.  A DENIED-PARTY HOLD KEEPS    *
006248*    ITS DP REASON - ONLY COMPLIANCE MAY REPLACE IT.            *
006250*****************************************************************
006260 2360-HOLD-CUSTOMER.
006270     MOVE CTR-CUST-ID TO CUST-ID.
006360     IF WS-CUST-OK
006370         MOVE CUSTOMER-REC    TO WS-CMJ-BEFORE-IMAGE
006380         MOVE 'Y'             TO CUST-HOLD-FLAG
006385         IF CUST-HOLD-REASON NOT = 'DP'
006390             MOVE CTR-HOLD-REASON TO CUST-HOLD-REASON
006395         END-IF
006400         REWRITE CUSTOMER-REC
006410         ADD 1 TO WS-CHANGE-COUNT
006420         MOVE 'R'          TO WS-CMJ-ACTION
006500
006510*****************************************************************
006520*    2370-RELEASE-HOLD                                          *
006523*    A DENIED-PARTY HOLD IS NOT RELEASED HERE - IT IS LIFTED    *
006526*    ONLY WHEN COMPLIANCE CLEARS THE HIT THROUGH DPSREV01.      *
006530*****************************************************************
006540 2370-RELEASE-HOLD.
006550     MOVE CTR-CUST-ID TO CUST-ID.
006620                 THRU 2900-WRITE-EXCEPTION-EXIT
006630     END-READ.
006640     IF WS-CUST-OK
006641         IF CUST-ON-HOLD AND CUST-HOLD-REASON = 'DP'
006642             MOVE 'U'          TO CEX-ACTION
006643             MOVE CTR-CUST-ID  TO CEX-CUST-ID
006644             MOVE 'DENIED-PARTY HOLD - COMPLIANCE ONLY'
006645                 TO CEX-REASON
006646             PERFORM 2900-WRITE-EXCEPTION
006647                 THRU 2900-WRITE-EXCEPTION-EXIT
006648             GO TO 2370-RELEASE-HOLD-EXIT
006649         END-IF
006650         IF CUST-ON-HOLD
006660             MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE
006670             MOVE SPACES TO CUST-HOLD-FLAG
007030             OR WS-POSTAL-OK.
007040 2400-CHECK-POSTAL-CODE-EXIT.
007050     EXIT.
007051
007052*****************************************************************
007053*    2410-CHECK-TERMS-CODE                                      *
007054*    A BLANK TERMS CODE PASSES (THE ACCOUNT IS DUE ON ITS ORDER *
007055*    DATE); A NON-BLANK CODE MUST BE ON THE PAYMENT-TERMS TABLE *
007056*    WHEN ONE WAS LOADED, OR EVERY CHARGE RAISED ON THE ACCOUNT *
007057*    WOULD FALL DUE AT ONCE.                                    *
007058*****************************************************************
007059 2410-CHECK-TERMS-CODE.
007060     MOVE 'Y' TO WS-TERMS-OK-SW.
007061     IF CTR-TERMS-CODE = SPACES OR WS-TRM-COUNT = 0
007062         GO TO 2410-CHECK-TERMS-CODE-EXIT
007063     END-IF.
007064     MOVE CTR-TERMS-CODE TO WS-TRM-CODE.
007065     MOVE 'N' TO WS-TRM-FOUND-SW.
007066     PERFORM 9430-MATCH-TERM-ROW
007067         THRU 9430-MATCH-TERM-ROW-EXIT
007068         VARYING WS-TRM-SUB FROM 1 BY 1
007069         UNTIL WS-TRM-SUB > WS-TRM-COUNT
007070             OR WS-TRM-FOUND.
007071     IF NOT WS-TRM-FOUND
007072         MOVE 'N' TO WS-TERMS-OK-SW
007073     END-IF.
007074 2410-CHECK-TERMS-CODE-EXIT.
007075     EXIT.
007076
007077*****************************************************************
007080*    2450-MATCH-POSTAL-CODE                                     *
007090*****************************************************************
007100 2450-MATCH-POSTAL-CODE.
007470     END-IF.
007480     CLOSE CUST-EXCEPT-RPT.
007490     CLOSE CREDIT-LIMIT-APPROVAL-FILE.
007494     PERFORM 9620-CLOSE-CUST-JOURNAL
007498         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
007503     PERFORM 9340-CLOSE-AUTHORITY
007506         THRU 9340-CLOSE-AUTHORITY-EXIT.
007507     PERFORM 9470-CLOSE-DENIED-PARTIES
007508         THRU 9470-CLOSE-DENIED-PARTIES-EXIT.
007510
007520*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
007530     OPEN EXTEND RUN-CONTROL-FILE.
007750*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
007760*****************************************************************
007770     COPY CMJPROC.
007771
007772*****************************************************************
007773*    9650-COMPUTE-CHAIN-VALUE                                   *
007774*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
007775*****************************************************************
007776     COPY JCHPROC.
007777
007778*****************************************************************
007779*    9300-LOAD-AUTHORITY                                        *
007780*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
007781*****************************************************************
007782     COPY AUTPROC.
007783
007784*****************************************************************
007785*    9400-LOAD-DENIED-PARTIES                                   *
007786*    SHARED DENIED-PARTY SCREENING ROUTINES - SEE DPSPROC.CPY.  *
007787*****************************************************************
007788     COPY DPSPROC.
007789
007790*****************************************************************
007791*    9400-LOAD-PAYMENT-TERMS                                    *
007792*    SHARED PAYMENT-TERMS ROUTINES - SEE TRMPROC.CPY.           *
007793*****************************************************************
007794     COPY TRMPROC.
007795
007796*****************************************************************
007800*    2380-RELEASE-REFUND-STOP                                   *
007810*    LIFT THE STOP RFNRTN01 SETS WHEN A REFUND COMES BACK, SO   *
007820*    REFUND01 PAYS THE CREDIT AGAIN ON ITS NEXT RUN.  THE       *
007830*    UNCLAIMED DATE STAYS UNTIL THE CREDIT IS ACTUALLY PAID.    *
007840*****************************************************************
007850 2380-RELEASE-REFUND-STOP.
007860     MOVE CTR-CUST-ID TO CUST-ID.
007870     READ CUSTOMER-MASTER-FILE
007880         INVALID KEY
007890             MOVE 'B'          TO CEX-ACTION
007900             MOVE CTR-CUST-ID  TO CEX-CUST-ID
007910             MOVE 'CUSTOMER ID NOT ON FILE' TO CEX-REASON
007920             PERFORM 2900-WRITE-EXCEPTION
007930                 THRU 2900-WRITE-EXCEPTION-EXIT
007940     END-READ.
007950     IF WS-CUST-OK
007960         IF CUST-REFUND-STOPPED
007970             MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE
007980             MOVE SPACES TO CUST-REFUND-STOP-FLAG
007990             REWRITE CUSTOMER-REC
008000             ADD 1 TO WS-CHANGE-COUNT
008010             MOVE 'R'          TO WS-CMJ-ACTION
008020             MOVE CUST-ID      TO WS-CMJ-CUST-ID
008030             MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE
008040             PERFORM 9600-WRITE-CUST-JOURNAL
008050                 THRU 9600-WRITE-CUST-JOURNAL-EXIT
008060         ELSE
008070             MOVE 'B'          TO CEX-ACTION
008080             MOVE CTR-CUST-ID  TO CEX-CUST-ID
008090             MOVE 'NO REFUND STOP SET' TO CEX-REASON
008100             PERFORM 2900-WRITE-EXCEPTION
008110                 THRU 2900-WRITE-EXCEPTION-EXIT
008120         END-IF
008130     END-IF.
008140 2380-RELEASE-REFUND-STOP-EXIT.
008150     EXIT.
008160
008170*****************************************************************
008180*    2390-SET-CASH-IN-ADVANCE                                   *
008190*    PUT THE ACCOUNT ON CASH IN ADVANCE BY HAND.  ORDPOST1      *
008200*    PARKS ITS SALES UNTIL CSHPOST1 SEES THE PREPAYMENT, AND A  *
008210*    MANUAL FLAG ALSO LETS ORDERS PAST A CREDIT HOLD AT THE     *
008220*    ORDEDT01 GATE.                                             *
008230*****************************************************************
008240 2390-SET-CASH-IN-ADVANCE.
008250     MOVE CTR-CUST-ID TO CUST-ID.
008260     READ CUSTOMER-MASTER-FILE
008270         INVALID KEY
008280             MOVE 'P'          TO CEX-ACTION
008290             MOVE CTR-CUST-ID  TO CEX-CUST-ID
008300             MOVE 'CUSTOMER ID NOT ON FILE' TO CEX-REASON
008310             PERFORM 2900-WRITE-EXCEPTION
008320                 THRU 2900-WRITE-EXCEPTION-EXIT
008330     END-READ.
008340     IF WS-CUST-OK
008350         MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE
008360         MOVE 'M'          TO CUST-CIA-FLAG
008370         REWRITE CUSTOMER-REC
008380         ADD 1 TO WS-CHANGE-COUNT
008390         MOVE 'R'          TO WS-CMJ-ACTION
008400         MOVE CUST-ID      TO WS-CMJ-CUST-ID
008410         MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE
008420         PERFORM 9600-WRITE-CUST-JOURNAL
008430             THRU 9600-WRITE-CUST-JOURNAL-EXIT
008440     END-IF.
008450 2390-SET-CASH-IN-ADVANCE-EXIT.
008460     EXIT.
008470
008480*****************************************************************
008490*    2395-CLEAR-CASH-IN-ADVANCE                                 *
008500*    TAKE THE ACCOUNT OFF CASH IN ADVANCE, HOWEVER THE FLAG WAS *
008510*    SET.  AN AUTOMATIC FLAG COMES BACK ON THE NEXT RISKGRD1    *
008520*    RUN WHILE THE CUSTOMER STAYS GRADE E.                      *
008530*****************************************************************
008540 2395-CLEAR-CASH-IN-ADVANCE.
008550     MOVE CTR-CUST-ID TO CUST-ID.
008560     READ CUSTOMER-MASTER-FILE
008570         INVALID KEY
008580             MOVE 'N'          TO CEX-ACTION
008590             MOVE CTR-CUST-ID  TO CEX-CUST-ID
008600             MOVE 'CUSTOMER ID NOT ON FILE' TO CEX-REASON
008610             PERFORM 2900-WRITE-EXCEPTION
008620                 THRU 2900-WRITE-EXCEPTION-EXIT
008630     END-READ.
008640     IF WS-CUST-OK
008650         IF CUST-CASH-IN-ADVANCE
008660             MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE
008670             MOVE SPACES TO CUST-CIA-FLAG
008680             REWRITE CUSTOMER-REC
008690             ADD 1 TO WS-CHANGE-COUNT
008700             MOVE 'R'          TO WS-CMJ-ACTION
008710             MOVE CUST-ID      TO WS-CMJ-CUST-ID
008720             MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE
008730             PERFORM 9600-WRITE-CUST-JOURNAL
008740                 THRU 9600-WRITE-CUST-JOURNAL-EXIT
008750         ELSE
008760             MOVE 'N'          TO CEX-ACTION
008770             MOVE CTR-CUST-ID  TO CEX-CUST-ID
008780             MOVE 'NOT ON CASH IN ADVANCE' TO CEX-REASON
008790             PERFORM 2900-WRITE-EXCEPTION
008800                 THRU 2900-WRITE-EXCEPTION-EXIT
008810         END-IF
008820     END-IF.
008830 2395-CLEAR-CASH-IN-ADVANCE-EXIT.
008840     EXIT.
