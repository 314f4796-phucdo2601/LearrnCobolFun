000010*****************************************************************
000020*    SLSBUD.CPY                                                 *
000030*    SALES BUDGET RECORD - ONE PER FISCAL YEAR, DIMENSION, AND  *
000040*    CODE, KEYED BY SBD-KEY.  THE DIMENSION SAYS WHICH          *
000050*    REFERENCE FILE THE CODE BELONGS TO: 'B' A BRANCH (BRNREF), *
000060*    'R' A SALES REP (REPMAST), 'C' AN ITEM CATEGORY (ITMCAT).  *
000070*    THE TWELVE AMOUNTS ARE THE TARGETS FOR FISCAL PERIODS 1-12 *
000080*    (PERIOD 1 IS THE FIRST MONTH OF THE FISCAL YEAR - SEE      *
000090*    BUDCTL.CPY).  LOADED AND MAINTAINED BY BUDMNT01, REPORTED  *
000100*    AGAINST SLSHIST BY BUDRPT01.                               *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  SALES-BUDGET-REC.
000160     05  SBD-KEY.
000170         10  SBD-FISCAL-YEAR      PIC 9(04).
000180         10  SBD-DIMENSION        PIC X(01).
000190             88  SBD-BRANCH       VALUE 'B'.
000200             88  SBD-REP          VALUE 'R'.
000210             88  SBD-CATEGORY     VALUE 'C'.
000220         10  SBD-CODE             PIC X(04).
000230     05  SBD-MONTH-BUDGET         PIC 9(09)V9(02)
000240                                  OCCURS 12 TIMES.
000250     05  SBD-CHANGE-DATE          PIC 9(08).
000260     05  SBD-OPERATOR-ID          PIC X(08).
