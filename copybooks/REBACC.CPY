000010*****************************************************************
000020*    REBACC.CPY                                                 *
000030*    VOLUME-REBATE ACCRUAL RECORD - ONE PER AGREEMENT YEAR,     *
000040*    KEYED BY AGREEMENT ID AND YEAR START DATE.  HOLDS WHAT     *
000050*    REBACR01 HAS BOOKED TO THE REBACCR LIABILITY SO FAR, SO    *
000060*    EACH MONTHLY RUN JOURNALS ONLY THE MOVEMENT.  AT YEAR-END  *
000070*    THE RECORD IS MARKED SETTLED WITH THE CREDIT ORDER THAT    *
000080*    PAID IT, AND IS NEVER ACCRUED AGAIN.                       *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  REBATE-ACCRUAL-REC.
000140     05  RAC-KEY.
000150         10  RAC-AGREEMENT-ID     PIC X(06).
000160         10  RAC-YEAR-START-DATE  PIC 9(08).
000170     05  RAC-PARTY-ID             PIC X(05).
000180     05  RAC-STATUS               PIC X(01).
000190         88  RAC-ACTIVE           VALUE 'A'.
000200         88  RAC-SETTLED          VALUE 'S'.
000210     05  RAC-VOLUME-TO-DATE       PIC S9(09)V9(02).
000220     05  RAC-ACCRUED-TO-DATE      PIC S9(09)V9(02).
000230     05  RAC-LAST-ACCRUAL-DATE    PIC 9(08).
000240     05  RAC-SETTLED-DATE         PIC 9(08).
000250     05  RAC-SETTLED-ORDER-ID     PIC X(06).
000260     05  FILLER                   PIC X(10).
