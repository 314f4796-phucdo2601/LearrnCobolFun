000210*                    FORWARD-RECOVERY JOURNAL (CMJRNL.CPY) SO    *
000220*                    CMRBLD01 CAN REBUILD THE MASTER FROM A      *
000230*                    RESTORED BACKUP.                            *
000232*    2026-10-15  PD  EVERY REFUND PAYMENT IS NOW ALSO APPENDED   *
000234*                    TO THE BANK ACTIVITY FILE (BNKACT.CPY) FOR  *
000236*                    THE BANK RECONCILIATION (BNKREC01), UNDER   *
000238*                    THE CUSTOMER ID THE BANK QUOTES BACK.       *
000239*    2026-10-15  PD  A CUSTOMER CARRYING THE REFUND STOP THAT    *
000241*                    RFNRTN01 SETS WHEN A REFUND COMES BACK IS   *
000243*                    NOT PAID AGAIN UNTIL THE BANK DETAILS ARE   *
000245*                    FIXED; THE REGISTER COUNTS THEM.  A REFUND  *
000247*                    PAID CLEARS THE UNCLAIMED DATE.             *
000248*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000249*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000250*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000251*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000252*****************************************************************
000253 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000500     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CMJ-FILE-STATUS.
000522
000524     SELECT BANK-ACTIVITY-FILE ASSIGN TO BNKACT
000526         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS WS-BAC-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000760 FD  CUST-JOURNAL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CMJRNL.
000782
000784 FD  BANK-ACTIVITY-FILE
000786     LABEL RECORDS ARE STANDARD.
000788     COPY BNKACT.
000790
000800 WORKING-STORAGE SECTION.
000810     01  WS-PARM-FILE-STATUS      PIC X(02).
000930
000940     01  WS-RPT-FILE-STATUS       PIC X(02).
000950         88  WS-RPT-OK            VALUE '00'.
000952
000954     01  WS-BAC-FILE-STATUS       PIC X(02).
000956         88  WS-BAC-OK            VALUE '00'.
000960
000970     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000980         88  WS-EOF               VALUE 'Y'.
000990
001000     COPY CMJWORK.
001002     COPY JCHWORK.
001004
001006     01  WS-CYC-FILE-STATUS       PIC X(02).
001008         88  WS-CYC-OK            VALUE '00'.
001010
001020     01  WS-THRESHOLD             PIC 9(05)V9(02) VALUE 10.00.
001030     01  WS-VALUE-DATE            PIC 9(08).
001100         05  WS-CUSTOMER-COUNT    PIC 9(07) COMP VALUE 0.
001110         05  WS-REFUND-COUNT      PIC 9(07) COMP VALUE 0.
001120         05  WS-BELOW-THRESH-CNT  PIC 9(07) COMP VALUE 0.
001125         05  WS-STOPPED-COUNT     PIC 9(07) COMP VALUE 0.
001130         05  WS-TOTAL-REFUNDED    PIC S9(11)V9(2) COMP-3 VALUE 0.
001140
001150*****************************************************************
001630         WS-TOTAL-REFUNDED.
001640     DISPLAY 'REFUND01: CREDITS UNDER LIMIT... '
001650         WS-BELOW-THRESH-CNT.
001653     DISPLAY 'REFUND01: REFUNDS STOPPED....... '
001656         WS-STOPPED-COUNT.
001660
001670     PERFORM 9999-TERMINATE
001680         THRU 9999-TERMINATE-EXIT.
002290         DISPLAY 'REFUND01: OPEN REFUND-REGISTER-RPT FAILED '
002300             WS-RPT-FILE-STATUS
002310     END-IF.
002311
002312     OPEN EXTEND BANK-ACTIVITY-FILE.
002313     IF NOT WS-BAC-OK
002314         DISPLAY 'REFUND01: OPEN BANK-ACTIVITY-FILE FAILED '
002315             WS-BAC-FILE-STATUS
002316     END-IF.
002320
002326     PERFORM 9610-OPEN-CUST-JOURNAL
002332         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002340     IF NOT WS-CMJ-OK
002350         DISPLAY 'REFUND01: OPEN CUST-JOURNAL-FILE FAILED '
002360             WS-CMJ-FILE-STATUS
002490*    A BALANCE IN CREDIT BY AT LEAST THE THRESHOLD IS REFUNDED  *
002500*    IN FULL - THE PAYMENT GOES TO THE BANK FILE AND THE        *
002510*    BALANCE ON THE MASTER IS CLEARED TO ZERO.                  *
002513*    A CUSTOMER WHOSE LAST REFUND CAME BACK IS HELD UNTIL THE   *
002516*    SERVICE DESK CORRECTS THE BANK DETAILS.                    *
002520*****************************************************************
002530 2000-REVIEW-CUSTOMER.
002540     ADD 1 TO WS-CUSTOMER-COUNT.
002550
002560     IF CUST-BALANCE < 0
002570         COMPUTE WS-REFUND-AMOUNT = 0 - CUST-BALANCE
002577         EVALUATE TRUE
002584             WHEN CUST-REFUND-STOPPED
002591                 ADD 1 TO WS-STOPPED-COUNT
002598             WHEN WS-REFUND-AMOUNT NOT < WS-THRESHOLD
002605                 PERFORM 2100-ISSUE-REFUND
002612                     THRU 2100-ISSUE-REFUND-EXIT
002619             WHEN OTHER
002626                 ADD 1 TO WS-BELOW-THRESH-CNT
002633         END-EVALUATE
002640     END-IF.
002650
002660     PERFORM 8000-READ-CUSTOMER
002810     MOVE CUST-CURRENCY-CODE TO RPY-CURRENCY-CODE.
002820     MOVE WS-VALUE-DATE      TO RPY-VALUE-DATE.
002830     WRITE REFUND-PAYMENT-REC.
002831
002832     MOVE SPACES             TO BANK-ACTIVITY-REC.
002833     MOVE 'R'                TO BAC-SOURCE.
002834     MOVE 'D'                TO BAC-DIRECTION.
002835     MOVE WS-VALUE-DATE      TO BAC-VALUE-DATE.
002836     MOVE WS-REFUND-AMOUNT   TO BAC-AMOUNT.
002837     MOVE CUST-ID            TO BAC-REFERENCE.
002838     MOVE 'L'                TO BAC-SIDE.
002839     MOVE 0                  TO BAC-FIRST-SEEN-DATE.
002840     WRITE BANK-ACTIVITY-REC.
002841
002850     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
002860     MOVE 0 TO CUST-BALANCE.
002865     MOVE 0 TO CUST-UNCLAIMED-DATE.
002870     REWRITE CUSTOMER-REC.
002880     MOVE 'R'          TO WS-CMJ-ACTION.
002890     MOVE CUST-ID      TO WS-CMJ-CUST-ID.
003190         TO WS-REG-COUNT-TITLE.
003200     MOVE WS-BELOW-THRESH-CNT TO WS-REG-COUNT-VALUE.
003210     WRITE REFUND-REGISTER-LINE FROM WS-REG-COUNT-LINE.
003211
003212     MOVE 'REFUNDS STOPPED...........'
003213         TO WS-REG-COUNT-TITLE.
003214     MOVE WS-STOPPED-COUNT TO WS-REG-COUNT-VALUE.
003215     WRITE REFUND-REGISTER-LINE FROM WS-REG-COUNT-LINE.
003220 3000-PRINT-CONTROL-TOTALS-EXIT.
003230     EXIT.
003240
003420     END-IF.
003430     CLOSE REFUND-PAYMENT-FILE.
003440     CLOSE REFUND-REGISTER-RPT.
003445     PERFORM 9620-CLOSE-CUST-JOURNAL
003450         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
003455     CLOSE BANK-ACTIVITY-FILE.
003460 9999-TERMINATE-EXIT.
003470     EXIT.
003480
003510*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
003520*****************************************************************
003530     COPY CMJPROC.
003531
003532*****************************************************************
003533*    9650-COMPUTE-CHAIN-VALUE                                   *
003534*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
003535*****************************************************************
003536     COPY JCHPROC.
003540
003550*****************************************************************
003560*    9500-VALIDATE-PARM-CARD                                    *
