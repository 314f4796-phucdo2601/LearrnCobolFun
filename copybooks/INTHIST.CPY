000010*****************************************************************
000020*    INTHIST.CPY                                                *
000030*    INTEREST HISTORY RECORD - WRITTEN BY ACCCAP01 FOR EVERY    *
000040*    ACCOUNT WHOSE ACCRUED INTEREST IT CAPITALIZES, WITH THE    *
000050*    SIGNED AMOUNT (NEGATIVE FOR AN OVERDRAWN ACCOUNT) AND THE  *
000060*    BALANCE IT LEFT.  THE FILE ACCUMULATES ACROSS THE YEAR;    *
000070*    INTSTM01 BUILDS THE YEAR-END INTEREST STATEMENTS FROM IT.  *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  INTEREST-HISTORY-REC.
000130     05  IHS-ACCT-ID              PIC X(05).
000140     05  IHS-CAP-DATE             PIC 9(08).
000150     05  IHS-CAP-DATE-X REDEFINES IHS-CAP-DATE.
000160         10  IHS-CAP-YEAR         PIC 9(04).
000170         10  IHS-CAP-MONTH        PIC 9(02).
000180         10  IHS-CAP-DAY          PIC 9(02).
000190     05  IHS-AMOUNT               PIC S9(07)V9(02).
000200     05  IHS-BALANCE-AFTER        PIC S9(07)V9(02).
