000200*                    ENFORCES.  EVERY PLACEMENT IS JOURNALLED    *
000210*                    THROUGH CMJRNL AND LISTED ON THE            *
000220*                    PLACEMENT REGISTER REPORT.                  *
000221*    2026-10-15  PD  A PLACED ACCOUNT IS NOW ALSO PUT ON CASH IN *
000222*                    ADVANCE (CUST-CIA-FLAG 'C'), SO ITS NEW     *
000223*                    ORDERS PARK FOR PREPAYMENT AT THE EDIT GATE *
000224*                    INSTEAD OF BEING REJECTED BY THE CREDIT     *
000225*                    HOLD.                                       *
000226*    2026-10-15  PD  PLACING AN ACCOUNT NO LONGER OVERWRITES A   *
000227*                    DENIED-PARTY HOLD REASON (DP); SUCH AN      *
000228*                    ACCOUNT IS RECOGNIZED AS ALREADY PLACED BY  *
000229*                    ITS COLLECTIONS CASH-IN-ADVANCE FLAG.       *
000230*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000231*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000232*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000233*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000234*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
001400         88  WS-RPT-OK            VALUE '00'.
001410
001420     COPY CMJWORK.
001425     COPY JCHWORK.
001430
001440     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001450         88  WS-EOF               VALUE 'Y'.
003110             WS-PLC-FILE-STATUS
003120     END-IF.
003130
003136     PERFORM 9610-OPEN-CUST-JOURNAL
003142         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
003150     IF NOT WS-CMJ-OK
003160         DISPLAY 'COLPLC01: OPEN CUST-JOURNAL-FILE FAILED '
003170             WS-CMJ-FILE-STATUS
004070
004080*****************************************************************
004090*    2300-PLACE-ACCOUNT                                         *
004100*    CUT THE EXTRACT, RECORD THE PLACED BALANCE, AND PUT THE    *
004110*    ACCOUNT ON CREDIT HOLD (REASON CA) AND ON CASH IN ADVANCE, *
004120*    SO NEW ORDERS ARE TAKEN ONLY AGAINST PREPAYMENT.           *
004130*****************************************************************
004140 2300-PLACE-ACCOUNT.
004150     MOVE NTC-CUST-ID TO CUST-ID.
004200             GO TO 2300-PLACE-ACCOUNT-EXIT
004210     END-READ.
004220
004225*    ALREADY PLACED ON A PRIOR CYCLE - NOTHING MORE TO DO.  AN
004230*    ACCOUNT ON DENIED-PARTY HOLD KEEPS ITS DP REASON WHEN
004235*    PLACED, SO ITS COLLECTIONS FLAG MARKS IT AS PLACED.
004240     IF CUST-ON-HOLD AND CUST-HOLD-REASON = 'CA'
004250         GO TO 2300-PLACE-ACCOUNT-EXIT
004260     END-IF.
004262     IF CUST-ON-HOLD AND CUST-HOLD-REASON = 'DP'
004264             AND CUST-CIA-COLLECTIONS
004266         GO TO 2300-PLACE-ACCOUNT-EXIT
004268     END-IF.
004270
004280     ADD 1 TO WS-PLACED-COUNT.
004290     ADD CUST-BALANCE TO WS-PLACED-AMOUNT.
004420
004430     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
004440     MOVE 'Y'  TO CUST-HOLD-FLAG.
004443     IF CUST-HOLD-REASON NOT = 'DP'
004446         MOVE 'CA' TO CUST-HOLD-REASON
004449     END-IF.
004455     MOVE 'C'  TO CUST-CIA-FLAG.
004460     REWRITE CUSTOMER-REC.
004470     MOVE 'R'          TO WS-CMJ-ACTION.
004480     MOVE CUST-ID      TO WS-CMJ-CUST-ID.
005090     END-IF.
005100     CLOSE AGENCY-PLACEMENT-FILE.
005110     CLOSE PLACED-ACCOUNT-REGISTER.
005116     PERFORM 9620-CLOSE-CUST-JOURNAL
005122         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
005130     CLOSE PLACEMENT-REGISTER-RPT.
005140 9999-TERMINATE-EXIT.
005150     EXIT.
005190*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
005200*****************************************************************
005210     COPY CMJPROC.
005211
005212*****************************************************************
005213*    9650-COMPUTE-CHAIN-VALUE                                   *
005214*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
005215*****************************************************************
005216     COPY JCHPROC.
005220
005230*****************************************************************
005240*    9500-VALIDATE-PARM-CARD                                    *
