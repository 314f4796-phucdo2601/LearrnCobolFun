000210*                    AUDIT REPORT SHOWS WHAT HAPPENED TO EACH    *
000220*                    REQUESTED ID - NO MORE FILE-UTILITY         *
000230*                    EDITS.                                      *
000232*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000234*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000236*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000238*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
001150         88  WS-CUST-DUPLICATE    VALUE '22'.
001160
001170     COPY CMJWORK.
001172     COPY JCHWORK.
001174
001176     01  WS-CYC-FILE-STATUS       PIC X(02).
001178         88  WS-CYC-OK            VALUE '00'.
001180
001190     01  WS-RPT-FILE-STATUS       PIC X(02).
001200         88  WS-RPT-OK            VALUE '00'.
002340         MOVE 8 TO RETURN-CODE
002350     END-IF.
002360
002366     PERFORM 9610-OPEN-CUST-JOURNAL
002372         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002380     IF NOT WS-CMJ-OK
002390         DISPLAY 'ARCRST01: OPEN CUST-JOURNAL-FILE FAILED '
002400             WS-CMJ-FILE-STATUS
004290     IF WS-CUST-OK OR WS-CUST-NOT-FOUND OR WS-CUST-DUPLICATE
004300         CLOSE CUSTOMER-MASTER-FILE
004310     END-IF.
004316     PERFORM 9620-CLOSE-CUST-JOURNAL
004322         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
004330     CLOSE RESTORE-AUDIT-RPT.
004340 9999-TERMINATE-EXIT.
004350     EXIT.
004390*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
004400*****************************************************************
004410     COPY CMJPROC.
004420
004430*****************************************************************
004440*    9650-COMPUTE-CHAIN-VALUE                                   *
004450*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
004460*****************************************************************
004470     COPY JCHPROC.
