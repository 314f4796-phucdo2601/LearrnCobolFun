000010*****************************************************************
000020*    STPWORK.CPY                                                *
000030*    WORKING-STORAGE FIELDS FOR THE SHARED STEP-LOG AND         *
000040*    RUN-CONTROL WRITER (SEE STPPROC.CPY).  COPY THIS INTO      *
000050*    WORKING-STORAGE, SET WS-STP-PROGRAM ONCE AT START OF RUN   *
000060*    AND PERFORM 9700-LOG-STEP-START; AT END OF RUN LOAD THE    *
000070*    FOUR COUNTS AND PERFORM 9710-LOG-STEP-END.  THE COUNTS     *
000080*    MUST TIE (IN = APPLIED + REJECTED + SUSPENDED) FOR         *
000090*    RUNBAL01 TO CERTIFY THE STEP.                              *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL FIELDS.                         *
000130*****************************************************************
000140 01  WS-STP-FILE-STATUS       PIC X(02).
000150     88  WS-STP-OK            VALUE '00'.
000160 01  WS-MRC-FILE-STATUS       PIC X(02).
000170     88  WS-MRC-OK            VALUE '00'.
000180
000190 01  WS-STP-WORK.
000200     05  WS-STP-PROGRAM       PIC X(08).
000210     05  WS-STP-EVENT         PIC X(05).
000220     05  WS-STP-RECORDS-IN    PIC 9(07) VALUE 0.
000230     05  WS-STP-APPLIED       PIC 9(07) VALUE 0.
000240     05  WS-STP-REJECTED      PIC 9(07) VALUE 0.
000250     05  WS-STP-SUSPENDED     PIC 9(07) VALUE 0.
