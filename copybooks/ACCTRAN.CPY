000010*****************************************************************
000020*    ACCTRAN.CPY                                                *
000030*    ACCOUNT TRANSACTION RECORD - THE SANCTIONED WAY TO MOVE    *
000040*    MONEY IN OR OUT OF AN ACCOUNT-FILE BALANCE: 'D' DEPOSIT,   *
000050*    'W' WITHDRAWAL, 'F' FEE, 'C' CORRECTION.  DEPOSITS,        *
000060*    WITHDRAWALS AND FEES CARRY A POSITIVE AMOUNT AND THE TYPE  *
000070*    GIVES THE DIRECTION; A CORRECTION IS SIGNED (POSITIVE      *
000080*    ADDS TO THE BALANCE).  APPLIED BY ACCPST01 IN ARRIVAL      *
000090*    ORDER UNDER THE KEYING OPERATOR AND REFERENCE.             *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  ACCOUNT-TRAN-REC.
000150     05  ATR-TRAN-TYPE            PIC X(01).
000160         88  ATR-DEPOSIT          VALUE 'D'.
000170         88  ATR-WITHDRAWAL       VALUE 'W'.
000180         88  ATR-FEE              VALUE 'F'.
000190         88  ATR-CORRECTION       VALUE 'C'.
000200     05  ATR-ACCT-ID              PIC X(05).
000210     05  ATR-AMOUNT               PIC S9(07)V9(02).
000220     05  ATR-TRAN-DATE            PIC 9(08).
000230     05  ATR-REFERENCE            PIC X(10).
000240     05  ATR-OPERATOR-ID          PIC X(08).
