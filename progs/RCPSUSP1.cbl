000370*                    APPLICATION - OTHERWISE THE LEDGER, AND     *
000380*                    EVERYTHING READING IT, OVERSTATES THE      *
000390*                    BOOK FOREVER.                               *
000393*    2026-10-15  PD  THE APPLIED-RECEIPT REGISTER ROW NOW        *
000396*                    CARRIES THE CYCLE NUMBER.                   *
000398*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000400*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000402*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000404*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000405*    2026-10-15  PD  THE REGISTER ROW NOW ALSO CARRIES THE       *
000406*                    AMOUNT APPLIED TO THE BALANCE.              *
000407*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
001990         88  WS-RPT-OK            VALUE '00'.
002000
002010     COPY CMJWORK.
002015     COPY JCHWORK.
002020
002030     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
002040         88  WS-EOF               VALUE 'Y'.
003920         MOVE 'Y' TO WS-OPI-DISABLED-SW
003930     END-IF.
003940
003946     PERFORM 9610-OPEN-CUST-JOURNAL
003952         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
003960     IF NOT WS-CMJ-OK
003970         DISPLAY 'RCPSUSP1: OPEN CUST-JOURNAL-FILE FAILED '
003980             WS-CMJ-FILE-STATUS
005840     MOVE RSU-CUST-ID      TO ARC-CUST-ID.
005850     MOVE RSU-PAYMENT-DATE TO ARC-PAYMENT-DATE.
005860     MOVE RSU-AMOUNT       TO ARC-AMOUNT.
005865     MOVE WS-CMJ-CYCLE-NUMBER TO ARC-APPLY-CYCLE.
005867     MOVE RSU-AMOUNT       TO ARC-APPLIED-AMOUNT.
005870     WRITE APPLIED-RECEIPT-REC
005880         INVALID KEY
005890             DISPLAY 'RCPSUSP1: RECEIPT REGISTER WRITE FAILED '
007320     END-IF.
007330     CLOSE PAYMENT-HISTORY-FILE.
007340     CLOSE REFUND-PAYMENT-FILE.
007346     PERFORM 9620-CLOSE-CUST-JOURNAL
007352         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
007360     CLOSE UNAPPLIED-AGING-RPT.
007370
007380*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
007580*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
007590*****************************************************************
007600     COPY CMJPROC.
007601
007602*****************************************************************
007603*    9650-COMPUTE-CHAIN-VALUE                                   *
007604*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
007605*****************************************************************
007606     COPY JCHPROC.
007610
007620*****************************************************************
007630*    9500-VALIDATE-PARM-CARD                                    *
