000190*                    RECOVERY JOURNAL.  AN ACCOUNT WITH NO       *
000200*                    ACTIVITY DATE YET (ZERO) IS LEFT ALONE      *
000210*                    UNTIL A POSTING STAMPS IT.                  *
000212*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000214*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000216*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000218*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000790         88  WS-CUST-EOF          VALUE '10'.
000800
000810     COPY CMJWORK.
000812     COPY JCHWORK.
000814
000816     01  WS-CYC-FILE-STATUS       PIC X(02).
000818         88  WS-CYC-OK            VALUE '00'.
000820
000830     01  WS-RPT-FILE-STATUS       PIC X(02).
000840         88  WS-RPT-OK            VALUE '00'.
002070         MOVE 8 TO RETURN-CODE
002080     END-IF.
002090
002096     PERFORM 9610-OPEN-CUST-JOURNAL
002102         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002110     IF NOT WS-CMJ-OK
002120         DISPLAY 'CUSTLC01: OPEN CUST-JOURNAL-FILE FAILED '
002130             WS-CMJ-FILE-STATUS
003510     IF WS-CUST-OK OR WS-CUST-EOF
003520         CLOSE CUSTOMER-MASTER-FILE
003530     END-IF.
003536     PERFORM 9620-CLOSE-CUST-JOURNAL
003542         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
003550     CLOSE LIFECYCLE-NOTICE-RPT.
003560 9999-TERMINATE-EXIT.
003570     EXIT.
003610*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
003620*****************************************************************
003630     COPY CMJPROC.
003631
003632*****************************************************************
003633*    9650-COMPUTE-CHAIN-VALUE                                   *
003634*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
003635*****************************************************************
003636     COPY JCHPROC.
003640
003650*****************************************************************
003660*    9500-VALIDATE-PARM-CARD                                    *
