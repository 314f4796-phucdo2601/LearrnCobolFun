000220*                    CONTROL RECORD FOR THE STREAM TIE-OUT.      *
000230*                    CUSTMNT1 REMAINS FOR KEYED AD HOC RUNS      *
000240*                    UNTIL THE STREAM CUTS OVER.                 *
000242*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000244*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000246*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000248*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
001010         88  WS-RPT-OK            VALUE '00'.
001020
001030     COPY CMJWORK.
001032     COPY JCHWORK.
001034
001036     01  WS-CYC-FILE-STATUS       PIC X(02).
001038         88  WS-CYC-OK            VALUE '00'.
001040
001050     01  WS-RCT-FILE-STATUS       PIC X(02).
001060         88  WS-RCT-OK            VALUE '00'.
002250             WS-RPT-FILE-STATUS
002260     END-IF.
002270
002276     PERFORM 9610-OPEN-CUST-JOURNAL
002282         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002290     IF NOT WS-CMJ-OK
002300         DISPLAY 'CUSTMNT2: OPEN CUST-JOURNAL-FILE FAILED '
002310             WS-CMJ-FILE-STATUS
005670         CLOSE CUST-TRAN-FILE
005680     END-IF.
005690     CLOSE CUST-EXCEPT-RPT.
005696     PERFORM 9620-CLOSE-CUST-JOURNAL
005702         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
005710
005720*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
005730     OPEN EXTEND RUN-CONTROL-FILE.
005950*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
005960*****************************************************************
005970     COPY CMJPROC.
005980
005990*****************************************************************
006000*    9650-COMPUTE-CHAIN-VALUE                                   *
006010*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
006020*****************************************************************
006030     COPY JCHPROC.
