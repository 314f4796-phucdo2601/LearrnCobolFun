000210*                    CANNOT BE MERGED (EITHER ID MISSING, THE    *
000220*                    SAME ID TWICE, OR A VICTIM ALREADY          *
000230*                    MERGED) IS REPORTED AND SKIPPED, RC 4.      *
000231*    2026-10-15  PD  EACH SURVIVOR IS SCREENED AGAINST THE       *
000232*                    DENIED-PARTY LIST AS IT IS REWRITTEN; A     *
000233*                    PROBABLE MATCH IS LOGGED FOR COMPLIANCE AND *
000234*                    PUTS THE SURVIVOR ON CREDIT HOLD WITH       *
000235*                    REASON DP.  A VICTIM ALREADY ON             *
000236*                    DENIED-PARTY HOLD IS NOT MERGED.            *
000238*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000240*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000242*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000244*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000246*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000580     SELECT MERGE-AUDIT-RPT ASSIGN TO MRGAUDRP
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-FILE-STATUS.
000601     SELECT DENIED-PARTY-FILE ASSIGN TO DPLIST
000602         ORGANIZATION IS LINE SEQUENTIAL
000603         FILE STATUS IS WS-DPL-FILE-STATUS.
000604
000605     SELECT DP-CLEARED-FILE ASSIGN TO DPCLR
000606         ORGANIZATION IS LINE SEQUENTIAL
000607         FILE STATUS IS WS-DPC-FILE-STATUS.
000608
000609     SELECT DP-HIT-FILE ASSIGN TO DPHIT
000610         ORGANIZATION IS LINE SEQUENTIAL
000611         FILE STATUS IS WS-DPH-FILE-STATUS.
000612
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  MERGE-PAIR-FILE
000920 FD  MERGE-AUDIT-RPT
000930     LABEL RECORDS ARE STANDARD.
000940     01  MERGE-AUDIT-LINE         PIC X(80).
000941 FD  DENIED-PARTY-FILE
000942     LABEL RECORDS ARE STANDARD.
000943     COPY DPLIST.
000944
000945 FD  DP-CLEARED-FILE
000946     LABEL RECORDS ARE STANDARD.
000947     COPY DPCLR.
000948
000949 FD  DP-HIT-FILE
000950     LABEL RECORDS ARE STANDARD.
000951     COPY DPHIT.
000952
000960 WORKING-STORAGE SECTION.
000970     01  WS-MRG-FILE-STATUS       PIC X(02).
000980         88  WS-MRG-OK            VALUE '00'.
001290         88  WS-HLD-DONE          VALUE 'Y'.
001300
001310     COPY CMJWORK.
001311     COPY JCHWORK.
001312
001313     COPY DPSWORK.
001314
001315     01  WS-CYC-FILE-STATUS       PIC X(02).
001316         88  WS-CYC-OK            VALUE '00'.
001320
001330     01  WS-FAIL-REASON           PIC X(30).
001332     01  WS-VICTIM-CURRENCY       PIC X(03).
001580         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
001590         05  WS-SUS-REPOINTED     PIC 9(07) COMP VALUE 0.
001600         05  WS-HLD-REPOINTED     PIC 9(07) COMP VALUE 0.
001605         05  WS-DP-HOLD-COUNT     PIC 9(07) COMP VALUE 0.
001610
001620*****************************************************************
001630*    MERGE AUDIT REPORT LINES                                   *
002090         WS-MERGED-COUNT.
002100     DISPLAY 'CSTMRG01: PAIRS REJECTED........ '
002110         WS-REJECTED-COUNT.
002113     DISPLAY 'CSTMRG01: DENIED-PARTY HOLDS.... '
002116         WS-DP-HOLD-COUNT.
002120
002126     IF (WS-REJECTED-COUNT > 0 OR WS-DP-HOLD-COUNT > 0)
002132             AND RETURN-CODE < 4
002140         MOVE 4 TO RETURN-CODE
002150     END-IF.
002160
002590             WS-HLO-FILE-STATUS
002600     END-IF.
002610
002616     PERFORM 9610-OPEN-CUST-JOURNAL
002622         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002630     IF NOT WS-CMJ-OK
002640         DISPLAY 'CSTMRG01: OPEN CUST-JOURNAL-FILE FAILED '
002650             WS-CMJ-FILE-STATUS
002730     END-IF.
002740
002750     WRITE MERGE-AUDIT-LINE FROM WS-AUD-HEADING-LINE.
002751
002752     MOVE 'CSTMRG01' TO WS-DPS-PROGRAM.
002753     ACCEPT WS-DPS-DATE FROM DATE YYYYMMDD.
002754     PERFORM 9400-LOAD-DENIED-PARTIES
002755         THRU 9400-LOAD-DENIED-PARTIES-EXIT.
002760
002770     IF NOT WS-EOF
002780         PERFORM 8000-READ-PAIR
003070         ADD 1 TO WS-MERGED-COUNT
003080         MOVE WS-VICTIM-BALANCE TO WS-AUD-MOVED
003090         MOVE 'MERGED' TO WS-AUD-RESULT
003092         IF WS-DPS-HIT
003094             MOVE 'MERGED - DENIED-PARTY HOLD' TO WS-AUD-RESULT
003096         END-IF
003100     ELSE
003110         ADD 1 TO WS-REJECTED-COUNT
003120         MOVE 0 TO WS-AUD-MOVED
003230*    2100-VALIDATE-PAIR                                         *
003240*    BOTH ACCOUNTS MUST EXIST AND BE DISTINCT, AND THE VICTIM   *
003250*    MUST NOT ALREADY HAVE BEEN MERGED AWAY.  THE READS ALSO    *
003255*    CAPTURE THE TWO BALANCES FOR THE APPLY STEP.  A VICTIM ON  *
003260*    DENIED-PARTY HOLD IS NOT MERGED - FOLDING IT INTO A CLEAN  *
003265*    ACCOUNT WOULD LOSE THE HOLD BEFORE COMPLIANCE HAS RULED.   *
003270*****************************************************************
003280 2100-VALIDATE-PAIR.
003290     IF MRG-SURVIVOR-ID = MRG-VICTIM-ID
003430         MOVE 'VICTIM ALREADY MERGED' TO WS-FAIL-REASON
003440         GO TO 2100-VALIDATE-PAIR-EXIT
003450     END-IF.
003452     IF CUST-ON-HOLD AND CUST-HOLD-REASON = 'DP'
003454         MOVE 'VICTIM ON DENIED-PARTY HOLD' TO WS-FAIL-REASON
003456         GO TO 2100-VALIDATE-PAIR-EXIT
003458     END-IF.
003460     MOVE CUST-BALANCE       TO WS-VICTIM-BALANCE.
003462     MOVE CUST-CURRENCY-CODE TO WS-VICTIM-CURRENCY.
003470
003650*    THE SURVIVOR RECORD IS STILL IN THE RECORD AREA FROM THE   *
003660*    VALIDATE READ.  FOLD THE VICTIM'S BALANCE IN, THEN MARK    *
003670*    THE VICTIM MERGED, ZEROED, AND POINTED AT THE SURVIVOR.    *
003675*    BOTH REWRITES ARE JOURNALLED.  THE SURVIVOR IS SCREENED    *
003680*    AGAINST THE DENIED-PARTY LIST ON THE WAY THROUGH, AND A    *
003685*    PROBABLE MATCH PUTS IT ON CREDIT HOLD WITH REASON DP.      *
003690*****************************************************************
003700 2200-APPLY-MERGE.
003710     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
003720     ADD WS-VICTIM-BALANCE TO CUST-BALANCE.
003721     MOVE 'CSTMRG01'         TO WS-DPS-OPERATOR.
003722     MOVE CUST-ID            TO WS-DPS-CUST-ID.
003723     MOVE CUST-NAME          TO WS-DPS-CUST-NAME.
003724     MOVE CUST-ADDR-STREET   TO WS-DPS-STREET.
003725     MOVE CUST-ADDR-POSTCODE TO WS-DPS-POSTCODE.
003726     PERFORM 9420-SCREEN-PARTY
003727         THRU 9420-SCREEN-PARTY-EXIT.
003728     IF WS-DPS-HIT
003729         ADD 1 TO WS-DP-HOLD-COUNT
003730         MOVE 'Y'  TO CUST-HOLD-FLAG
003731         MOVE 'DP' TO CUST-HOLD-REASON
003732     END-IF.
003733     REWRITE CUSTOMER-REC.
003740     MOVE 'R'          TO WS-CMJ-ACTION.
003750     MOVE CUST-ID      TO WS-CMJ-CUST-ID.
003760     MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE.
004860     MOVE 'HELD ORDERS REPOINTED.....' TO WS-AUD-CNT-TITLE.
004870     MOVE WS-HLD-REPOINTED TO WS-AUD-CNT-VALUE.
004880     WRITE MERGE-AUDIT-LINE FROM WS-AUD-COUNT-LINE.
004882
004884     MOVE 'DENIED-PARTY HOLDS........' TO WS-AUD-CNT-TITLE.
004886     MOVE WS-DP-HOLD-COUNT TO WS-AUD-CNT-VALUE.
004888     WRITE MERGE-AUDIT-LINE FROM WS-AUD-COUNT-LINE.
004890 4000-PRINT-TOTALS-EXIT.
004900     EXIT.
004910
005400         CLOSE HELD-ORDER-FILE
005410     END-IF.
005420     CLOSE HELD-ORDER-OUT.
005426     PERFORM 9620-CLOSE-CUST-JOURNAL
005432         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
005440     CLOSE MERGE-AUDIT-RPT.
005443     PERFORM 9470-CLOSE-DENIED-PARTIES
005446         THRU 9470-CLOSE-DENIED-PARTIES-EXIT.
005450 9999-TERMINATE-EXIT.
005460     EXIT.
005470
005500*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
005510*****************************************************************
005520     COPY CMJPROC.
005521
005522*****************************************************************
005523*    9650-COMPUTE-CHAIN-VALUE                                   *
005524*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
005525*****************************************************************
005526     COPY JCHPROC.
005530
005540*****************************************************************
005550*    9400-LOAD-DENIED-PARTIES                                   *
005560*    SHARED DENIED-PARTY SCREENING ROUTINES - SEE DPSPROC.CPY.  *
005570*****************************************************************
005580     COPY DPSPROC.
