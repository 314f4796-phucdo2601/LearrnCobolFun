000212*    2026-09-01  PD  REJECTS HEADING WIDENED - THE TITLE WAS     *
000214*                    ONE BYTE LONGER THAN ITS FIELD AND          *
000216*                    PRINTED TRUNCATED.                          *
000217*    2026-10-15  PD  EVERY PROVED DEPOSIT IS NOW ALSO APPENDED   *
000218*                    TO THE BANK ACTIVITY FILE (BNKACT.CPY) FOR  *
000219*                    THE BANK RECONCILIATION (BNKREC01).         *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000340     SELECT LOCKBOX-REJECT-RPT ASSIGN TO LBXREJRP
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RPT-FILE-STATUS.
000362
000364     SELECT BANK-ACTIVITY-FILE ASSIGN TO BNKACT
000366         ORGANIZATION IS LINE SEQUENTIAL
000368         FILE STATUS IS WS-BAC-FILE-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000480 FD  LOCKBOX-REJECT-RPT
000490     LABEL RECORDS ARE STANDARD.
000500     01  LOCKBOX-REJECT-LINE      PIC X(80).
000502
000504 FD  BANK-ACTIVITY-FILE
000506     LABEL RECORDS ARE STANDARD.
000508     COPY BNKACT.
000510
000520 WORKING-STORAGE SECTION.
000530     01  WS-LBX-FILE-STATUS       PIC X(02).
000590
000600     01  WS-RPT-FILE-STATUS       PIC X(02).
000610         88  WS-RPT-OK            VALUE '00'.
000612
000614     01  WS-BAC-FILE-STATUS       PIC X(02).
000616         88  WS-BAC-OK            VALUE '00'.
000620
000630     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000640         88  WS-EOF               VALUE 'Y'.
001950         DISPLAY 'LBXIMP01: OPEN LOCKBOX-REJECT-RPT FAILED '
001960             WS-RPT-FILE-STATUS
001970     END-IF.
001971
001972     OPEN EXTEND BANK-ACTIVITY-FILE.
001973     IF NOT WS-BAC-OK
001974         DISPLAY 'LBXIMP01: OPEN BANK-ACTIVITY-FILE FAILED '
001975             WS-BAC-FILE-STATUS
001976     END-IF.
001980
001990     WRITE LOCKBOX-REJECT-LINE FROM WS-HEADING-LINE.
002000
003190         THRU 2400-RELEASE-ONE-DETAIL-EXIT
003200         VARYING WS-BATCH-SUB FROM 1 BY 1
003210         UNTIL WS-BATCH-SUB > WS-BATCH-DETAIL-COUNT.
003213     PERFORM 2350-RECORD-DEPOSIT
003216         THRU 2350-RECORD-DEPOSIT-EXIT.
003220     MOVE 'N' TO WS-BATCH-OPEN-SW.
003230 2300-PROVE-BATCH-EXIT.
003240     EXIT.
004240     END-IF.
004250     CLOSE CASH-RECEIPT-OUT.
004260     CLOSE LOCKBOX-REJECT-RPT.
004265     CLOSE BANK-ACTIVITY-FILE.
004270 9999-TERMINATE-EXIT.
004280     EXIT.
004290
004300*****************************************************************
004310*    2350-RECORD-DEPOSIT                                        *
004320*    THE PROVED BATCH IS ONE DEPOSIT ON THE BANK STATEMENT,     *
004330*    REFERENCED BY ITS BATCH ID, FOR THE TRAILER TOTAL.         *
004340*****************************************************************
004350 2350-RECORD-DEPOSIT.
004360     MOVE SPACES                TO BANK-ACTIVITY-REC.
004370     MOVE 'L'                   TO BAC-SOURCE.
004380     IF WS-BATCH-DETAIL-TOTAL < 0
004390         MOVE 'D'               TO BAC-DIRECTION
004400     ELSE
004410         MOVE 'C'               TO BAC-DIRECTION
004420     END-IF.
004430     MOVE WS-DEPOSIT-DATE       TO BAC-VALUE-DATE.
004440     MOVE WS-BATCH-DETAIL-TOTAL TO BAC-AMOUNT.
004450     MOVE WS-BATCH-ID           TO BAC-REFERENCE.
004460     MOVE 'L'                   TO BAC-SIDE.
004470     MOVE 0                     TO BAC-FIRST-SEEN-DATE.
004480     WRITE BANK-ACTIVITY-REC.
004490 2350-RECORD-DEPOSIT-EXIT.
004500     EXIT.
