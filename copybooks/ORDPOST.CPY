000280*                      ORDER CAME THROUGH, VALIDATED AGAINST    *
000290*                      THE BRANCH REFERENCE FILE AT POSTING.    *
000300*                      SPACES MEANS HEAD OFFICE.                *
000301*    2026-10-15  PD    ADDED TYPE 'B' FOR VOLUME-REBATE         *
000302*                      SETTLEMENTS RAISED BY REBACR01 AT        *
000303*                      AGREEMENT YEAR-END.  A NEGATIVE KEYED    *
000304*                      AMOUNT WITH NO LINES, POSTED AGAINST THE *
000305*                      REBATE ACCRUAL.                          *
000307*    2026-10-15  PD    ADDED OPT-PREPAID-AMOUNT - ON A TYPE-'H' *
000309*                      RELEASE OF A CASH-IN-ADVANCE ORDER, THE  *
000311*                      PREPAYMENT ALREADY BANKED AGAINST IT.    *
000313*                      ORDPOST1 SETTLES THE OPEN ITEM WITH IT.  *
000315*                      ANY OTHER TYPE IGNORES THE FIELD.        *
000317*****************************************************************
000320 01  ORDER-TRAN-REC.
000330     05  OPT-ORDER-ID             PIC X(06).
000340     05  OPT-CUST-ID              PIC X(05).
000410         88  OPT-TYPE-FINCHG      VALUE 'F'.
000420         88  OPT-TYPE-HELD-RELEASE VALUE 'H'.
000425         88  OPT-TYPE-QUOTE       VALUE 'Q'.
000427         88  OPT-TYPE-REBATE      VALUE 'B'.
000430     05  OPT-BRANCH-CODE          PIC X(03).
000440     05  OPT-REP-CODE             PIC X(03).
000450     05  OPT-PREPAID-AMOUNT       PIC S9(07)V9(02).
