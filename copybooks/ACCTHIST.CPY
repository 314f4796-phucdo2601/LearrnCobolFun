000010*****************************************************************
000020*    ACCTHIST.CPY                                               *
000030*    ACCOUNT TRANSACTION HISTORY RECORD - WRITTEN BY ACCPST01   *
000040*    FOR EVERY ACCOUNT TRANSACTION IT ACTUALLY POSTS, WITH THE  *
000050*    SIGNED EFFECT ON ACCT-BALANCE (A WITHDRAWAL OR FEE CARRIES *
000060*    A NEGATIVE AMOUNT) AND THE BALANCE IT LEFT.  THE FILE      *
000070*    ACCUMULATES ACROSS RUNS; A REFUSED TRANSACTION APPEARS     *
000080*    ONLY ON THAT DAY'S ACTIVITY REGISTER.                      *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  ACCOUNT-HISTORY-REC.
000140     05  AHS-ACCT-ID              PIC X(05).
000150     05  AHS-TRAN-TYPE            PIC X(01).
000160     05  AHS-TRAN-DATE            PIC 9(08).
000170     05  AHS-POST-DATE            PIC 9(08).
000180     05  AHS-AMOUNT               PIC S9(07)V9(02).
000190     05  AHS-BALANCE-AFTER        PIC S9(07)V9(02).
000200     05  AHS-REFERENCE            PIC X(10).
000210     05  AHS-OPERATOR-ID          PIC X(08).
