000010*****************************************************************
000020*    FNDREL.CPY                                                 *
000030*    FUNDS-RELEASE RECORD - ONE PER PREPAYMENT CSHPOST1 BANKS   *
000040*    AGAINST A CASH-IN-ADVANCE ORDER PARKED ON THE HELD-ORDER   *
000050*    FILE.  THE DAY'S RECORDS ACCUMULATE UNTIL THE NIGHTLY      *
000060*    HELD-ORDER RELEASE (ORDHLD01) ADDS THEM TO THE ORDER'S     *
000070*    FUNDS RECEIVED AND RELEASES EVERY ORDER NOW PAID FOR.      *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  FUNDS-RELEASE-REC.
000130     05  FRL-ORDER-ID             PIC X(06).
000140     05  FRL-CUST-ID              PIC X(05).
000150     05  FRL-AMOUNT               PIC S9(07)V9(02).
000160     05  FRL-PAYMENT-DATE         PIC 9(08).
000170     05  FRL-REFERENCE            PIC X(10).
