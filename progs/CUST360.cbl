000160*                    RECEIPT SUSPENSE, AND THE CURRENT DUNNING   *
000170*                    SEVERITY - SO THE SERVICE DESK STOPS        *
000180*                    DIGGING THROUGH FIVE FILES PER CALL.        *
000182*    2026-10-15  PD  A FREIGHT CHARGE (ORDER-HISTORY TYPE 'D')   *
000184*                    IS LABELLED FREIGHT IN THE RECENT-ORDER     *
000186*                    ACTIVITY.                                   *
000187*    2026-10-15  PD  AN EARLY-PAYMENT DISCOUNT RECORD ON THE     *
000188*                    ORDER HISTORY IS LABELLED DISCOUNT.         *
000189*    2026-10-15  PD  ADDED THE COLLECTION ACTIVITY SECTION - THE *
000190*                    LAST TEN CONTACTS ON THE COLLECTION HISTORY *
000191*                    (COLHIST) WITH THE COLLECTOR, OUTCOME, ANY  *
000192*                    PROMISE TO PAY AND WHETHER IT WAS KEPT, AND *
000193*                    THE COLLECTOR'S NOTES.                      *
000194*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-NTC-FILE-STATUS.
000520
000522     SELECT COLLECTION-HISTORY-FILE ASSIGN TO COLHIST
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS WS-CLH-FILE-STATUS.
000528
000530     SELECT INQUIRY-RPT ASSIGN TO CUST360R
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-FILE-STATUS.
000840     LABEL RECORDS ARE STANDARD.
000850     COPY NOTCHST.
000860
000862 FD  COLLECTION-HISTORY-FILE
000864     LABEL RECORDS ARE STANDARD.
000866     COPY COLHIST.
000868
000870 FD  INQUIRY-RPT
000880     LABEL RECORDS ARE STANDARD.
000890     01  INQUIRY-LINE             PIC X(80).
001100         88  WS-NTC-OK            VALUE '00'.
001110         88  WS-NTC-NOT-FOUND     VALUE '35'.
001120         88  WS-NTC-EOF           VALUE '10'.
001122     01  WS-CLH-FILE-STATUS       PIC X(02).
001124         88  WS-CLH-OK            VALUE '00'.
001126         88  WS-CLH-EOF           VALUE '10'.
001130     01  WS-RPT-FILE-STATUS       PIC X(02).
001140         88  WS-RPT-OK            VALUE '00'.
001150
001230         88  WS-RSU-DONE          VALUE 'Y'.
001240     01  WS-NTC-EOF-SW            PIC X(01) VALUE 'N'.
001250         88  WS-NTC-DONE          VALUE 'Y'.
001253     01  WS-CLH-EOF-SW            PIC X(01) VALUE 'N'.
001256         88  WS-CLH-DONE          VALUE 'Y'.
001260
001270     01  WS-TARGET-CUST-ID        PIC X(05).
001280     01  WS-NOTICE-LEVEL          PIC 9(01) VALUE 0.
001400     01  WS-PAY-TABLE.
001410         05  WS-PAY-LINE OCCURS 10 TIMES
001420                                  PIC X(80).
001421     01  WS-CLH-COUNT             PIC 9(02) COMP VALUE 0.
001422     01  WS-CLH-TABLE.
001423         05  WS-CLH-ENTRY OCCURS 10 TIMES.
001424             10  WS-CLH-LINE      PIC X(80).
001425             10  WS-CLH-NOTE-LINE PIC X(80).
001430     01  WS-ROLL-SUB              PIC 9(02) COMP.
001440     01  WS-ROLL-NEXT             PIC 9(02) COMP.
001450
001950         05  FILLER               PIC X(02).
001960         05  WS-ACT-AMOUNT        PIC ZZZ,ZZ9.99-.
001970         05  FILLER               PIC X(35).
001971
001972     01  WS-CONTACT-LINE.
001973         05  FILLER               PIC X(02) VALUE SPACES.
001974         05  WS-CON-DATE          PIC 9(08).
001975         05  FILLER               PIC X(02) VALUE SPACES.
001976         05  WS-CON-COLLECTOR     PIC X(08).
001977         05  FILLER               PIC X(02) VALUE SPACES.
001978         05  WS-CON-OUTCOME       PIC X(10).
001979         05  FILLER               PIC X(02) VALUE SPACES.
001980         05  WS-CON-PROMISE-DATE  PIC 9(08).
001981         05  FILLER               PIC X(01) VALUE SPACE.
001982         05  WS-CON-PROMISE-AMT   PIC ZZZ,ZZ9.99.
001983         05  FILLER               PIC X(01) VALUE SPACE.
001984         05  WS-CON-STATUS        PIC X(06).
001985         05  FILLER               PIC X(20) VALUE SPACES.
001986
001987     01  WS-CONTACT-NOTE-LINE.
001988         05  FILLER               PIC X(12) VALUE SPACES.
001989         05  WS-CNO-NOTES         PIC X(40).
001990         05  FILLER               PIC X(28) VALUE SPACES.
001991
001992 PROCEDURE DIVISION.
002000*****************************************************************
002010*    0000-MAINLINE                                              *
002020*****************************************************************
002130     PERFORM 2200-FIND-NOTICE
002140         THRU 2200-FIND-NOTICE-EXIT
002150         UNTIL WS-NTC-DONE.
002152     PERFORM 2300-GATHER-CONTACTS
002154         THRU 2300-GATHER-CONTACTS-EXIT
002156         UNTIL WS-CLH-DONE.
002160
002170     PERFORM 3000-PRINT-PROFILE
002180         THRU 3000-PRINT-PROFILE-EXIT.
002630         MOVE 'Y' TO WS-SUS-EOF-SW
002640         MOVE 'Y' TO WS-RSU-EOF-SW
002650         MOVE 'Y' TO WS-NTC-EOF-SW
002655         MOVE 'Y' TO WS-CLH-EOF-SW
002660         MOVE 8 TO RETURN-CODE
002670         GO TO 1000-INITIALIZE-EXIT
002680     END-IF.
003000     IF NOT WS-NTC-OK
003010         MOVE 'Y' TO WS-NTC-EOF-SW
003020     END-IF.
003022     OPEN INPUT COLLECTION-HISTORY-FILE.
003024     IF NOT WS-CLH-OK
003026         MOVE 'Y' TO WS-CLH-EOF-SW
003028     END-IF.
003030
003040     OPEN OUTPUT INQUIRY-RPT.
003050     IF NOT WS-RPT-OK
003330             MOVE 'FIN CHG' TO WS-ACT-TYPE
003340         WHEN OHS-TYPE-TAX
003350             MOVE 'TAX'     TO WS-ACT-TYPE
003353         WHEN OHS-TYPE-FREIGHT
003356             MOVE 'FREIGHT' TO WS-ACT-TYPE
003357         WHEN OHS-TYPE-DISCOUNT
003358             MOVE 'DISCOUNT' TO WS-ACT-TYPE
003360         WHEN OTHER
003370             MOVE 'CHARGE'  TO WS-ACT-TYPE
003380     END-EVALUATE.
004160     END-IF.
004170 2200-FIND-NOTICE-EXIT.
004180     EXIT.
004181
004182*****************************************************************
004183*    2300-GATHER-CONTACTS                                       *
004184*    THE LAST TEN COLLECTION CONTACTS, EACH WITH ITS NOTES      *
004185*    LINE, ROLLED THE SAME WAY AS THE ORDERS.                   *
004186*****************************************************************
004187 2300-GATHER-CONTACTS.
004188     READ COLLECTION-HISTORY-FILE
004189         AT END
004190             MOVE 'Y' TO WS-CLH-EOF-SW
004191             GO TO 2300-GATHER-CONTACTS-EXIT
004192     END-READ.
004193     IF CLH-CUST-ID NOT = WS-TARGET-CUST-ID
004194         GO TO 2300-GATHER-CONTACTS-EXIT
004195     END-IF.
004196
004197     MOVE CLH-CONTACT-DATE TO WS-CON-DATE.
004198     MOVE CLH-COLLECTOR-ID TO WS-CON-COLLECTOR.
004199     EVALUATE CLH-OUTCOME
004200         WHEN 'P'
004201             MOVE 'PROMISE'   TO WS-CON-OUTCOME
004202         WHEN 'C'
004203             MOVE 'CONTACTED' TO WS-CON-OUTCOME
004204         WHEN 'N'
004205             MOVE 'NO ANSWER' TO WS-CON-OUTCOME
004206         WHEN 'M'
004207             MOVE 'MESSAGE'   TO WS-CON-OUTCOME
004208         WHEN 'R'
004209             MOVE 'REFUSED'   TO WS-CON-OUTCOME
004210         WHEN 'W'
004211             MOVE 'WRONG NO'  TO WS-CON-OUTCOME
004212         WHEN OTHER
004213             MOVE CLH-OUTCOME TO WS-CON-OUTCOME
004214     END-EVALUATE.
004215     MOVE CLH-PROMISE-DATE   TO WS-CON-PROMISE-DATE.
004216     MOVE CLH-PROMISE-AMOUNT TO WS-CON-PROMISE-AMT.
004217     EVALUATE TRUE
004218         WHEN CLH-PROMISE-OPEN
004219             MOVE 'OPEN'   TO WS-CON-STATUS
004220         WHEN CLH-PROMISE-KEPT
004221             MOVE 'KEPT'   TO WS-CON-STATUS
004222         WHEN CLH-PROMISE-BROKEN
004223             MOVE 'BROKEN' TO WS-CON-STATUS
004224         WHEN OTHER
004225             MOVE SPACES   TO WS-CON-STATUS
004226     END-EVALUATE.
004227     MOVE CLH-NOTES TO WS-CNO-NOTES.
004228
004229     IF WS-CLH-COUNT < WS-MAX-RECENT
004230         ADD 1 TO WS-CLH-COUNT
004231         MOVE WS-CONTACT-LINE TO WS-CLH-LINE(WS-CLH-COUNT)
004232         MOVE WS-CONTACT-NOTE-LINE
004233             TO WS-CLH-NOTE-LINE(WS-CLH-COUNT)
004234     ELSE
004235         PERFORM 2350-ROLL-CONTACT-BUFFER
004236             THRU 2350-ROLL-CONTACT-BUFFER-EXIT
004237             VARYING WS-ROLL-SUB FROM 1 BY 1
004238             UNTIL WS-ROLL-SUB NOT < WS-MAX-RECENT
004239         MOVE WS-CONTACT-LINE TO WS-CLH-LINE(WS-MAX-RECENT)
004240         MOVE WS-CONTACT-NOTE-LINE
004241             TO WS-CLH-NOTE-LINE(WS-MAX-RECENT)
004242     END-IF.
004243 2300-GATHER-CONTACTS-EXIT.
004244     EXIT.
004245
004246*****************************************************************
004247*    2350-ROLL-CONTACT-BUFFER                                   *
004248*****************************************************************
004249 2350-ROLL-CONTACT-BUFFER.
004250     COMPUTE WS-ROLL-NEXT = WS-ROLL-SUB + 1.
004251     MOVE WS-CLH-ENTRY(WS-ROLL-NEXT)
004252         TO WS-CLH-ENTRY(WS-ROLL-SUB).
004253 2350-ROLL-CONTACT-BUFFER-EXIT.
004254     EXIT.
004255
004256*****************************************************************
004257*    3000-PRINT-PROFILE                                         *
004258*****************************************************************
004259 3000-PRINT-PROFILE.
004260     MOVE WS-TARGET-CUST-ID TO WS-HDG-CUST-ID.
004261     WRITE INQUIRY-LINE FROM WS-HEADING-LINE.
004262
004270     MOVE CUST-NAME       TO WS-NAM-NAME.
004280     MOVE CUST-STATUS     TO WS-NAM-STATUS.
004290     MOVE CUST-RISK-GRADE TO WS-NAM-GRADE.
004530         VARYING WS-ROLL-SUB FROM 1 BY 1
004540         UNTIL WS-ROLL-SUB > WS-PAY-COUNT.
004550
004551     MOVE 'COLLECTION ACTIVITY' TO WS-SECTION-LINE.
004552     WRITE INQUIRY-LINE FROM WS-SECTION-LINE.
004553     PERFORM 3300-PRINT-ONE-CONTACT
004554         THRU 3300-PRINT-ONE-CONTACT-EXIT
004555         VARYING WS-ROLL-SUB FROM 1 BY 1
004556         UNTIL WS-ROLL-SUB > WS-CLH-COUNT.
004557
004560     MOVE 'IN SUSPENSE' TO WS-SECTION-LINE.
004570     WRITE INQUIRY-LINE FROM WS-SECTION-LINE.
004580 3000-PRINT-PROFILE-EXIT.
004730     WRITE INQUIRY-LINE FROM WS-PAY-LINE(WS-ROLL-SUB).
004740 3200-PRINT-ONE-PAYMENT-EXIT.
004750     EXIT.
004751
004752*****************************************************************
004753*    3300-PRINT-ONE-CONTACT                                     *
004754*****************************************************************
004755 3300-PRINT-ONE-CONTACT.
004756     WRITE INQUIRY-LINE FROM WS-CLH-LINE(WS-ROLL-SUB).
004757     WRITE INQUIRY-LINE FROM WS-CLH-NOTE-LINE(WS-ROLL-SUB).
004758 3300-PRINT-ONE-CONTACT-EXIT.
004759     EXIT.
004760
004770*****************************************************************
004780*    4000-PRINT-SUSPENSE                                        *
005360     IF WS-NTC-OK OR WS-NTC-EOF
005370         CLOSE NOTICE-HISTORY-FILE
005380     END-IF.
005382     IF WS-CLH-OK OR WS-CLH-EOF
005384         CLOSE COLLECTION-HISTORY-FILE
005386     END-IF.
005390     CLOSE INQUIRY-RPT.
005400 9999-TERMINATE-EXIT.
005410     EXIT.
