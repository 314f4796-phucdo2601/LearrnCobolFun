000010*****************************************************************
000020*    BUDTRAN.CPY                                                *
000030*    SALES BUDGET MAINTENANCE TRANSACTION - KEYED BY FINANCE    *
000040*    AND APPLIED BY BUDMNT01.  'A' ADDS A BUDGET WITH ALL       *
000050*    TWELVE PERIOD AMOUNTS (A YEAR'S LOAD IS A FILE OF ADDS);   *
000060*    'C' CHANGES ONE PERIOD WHEN BTR-MONTH IS 01-12 (ONLY THAT  *
000070*    PERIOD'S AMOUNT IS TAKEN) OR ALL TWELVE WHEN BTR-MONTH IS  *
000080*    ZERO; 'D' DELETES THE BUDGET.                              *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  BUDGET-TRAN-REC.
000140     05  BTR-ACTION               PIC X(01).
000150         88  BTR-ADD              VALUE 'A'.
000160         88  BTR-CHANGE           VALUE 'C'.
000170         88  BTR-DELETE           VALUE 'D'.
000180     05  BTR-FISCAL-YEAR          PIC 9(04).
000190     05  BTR-DIMENSION            PIC X(01).
000200         88  BTR-BRANCH           VALUE 'B'.
000210         88  BTR-REP              VALUE 'R'.
000220         88  BTR-CATEGORY         VALUE 'C'.
000230     05  BTR-CODE                 PIC X(04).
000240     05  BTR-MONTH                PIC 9(02).
000250     05  BTR-MONTH-BUDGET         PIC 9(09)V9(02)
000260                                  OCCURS 12 TIMES.
000270     05  BTR-DATE                 PIC 9(08).
000280     05  BTR-OPERATOR-ID          PIC X(08).
