000010*****************************************************************
000020*    PAYTERM.CPY                                                *
000030*    PAYMENT-TERMS RECORD - ONE CUSTOMER PAYMENT-TERMS CODE AS  *
000040*    CARRIED IN CUST-TERMS-CODE.  TRM-NET-DAYS IS HOW LONG      *
000050*    AFTER THE ORDER DATE A CHARGE FALLS DUE.  A NONZERO        *
000060*    TRM-DISC-PCT OFFERS THAT PERCENTAGE OFF THE GOODS WHEN     *
000070*    THE CHARGE IS PAID WITHIN TRM-DISC-DAYS OF THE ORDER DATE  *
000080*    (2 PER CENT 10 NET 30 IS NET 30, DISCOUNT 10 DAYS, 2.00    *
000090*    PER CENT).  DAYS ARE ADDED ON THE 30-DAY MONTH.            *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  PAYMENT-TERMS-REC.
000150     05  TRM-CODE                 PIC X(03).
000160     05  TRM-NET-DAYS             PIC 9(03).
000170     05  TRM-DISC-DAYS            PIC 9(03).
000180     05  TRM-DISC-PCT             PIC 9(02)V9(02).
000190     05  TRM-DESCRIPTION          PIC X(20).
