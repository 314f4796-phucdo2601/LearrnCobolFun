000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-09-01  PD    ORIGINAL RECORD.                         *
000132*    2026-10-15  PD    ADDED THE CYCLE NUMBER THE RECEIPT WAS   *
000134*                      APPLIED IN, FOR THE SAME RESTART TEST    *
000136*                      ORDPOST1 MAKES ON THE POSTED-ORDER       *
000138*                      REGISTER.                                *
000140*    2026-10-15  PD    ADDED THE AMOUNT THE RECEIPT TOOK OFF    *
000142*                      THE CUSTOMER'S BALANCE, IN THE           *
000144*                      CUSTOMER'S CURRENCY.  ARC-AMOUNT STAYS   *
000146*                      AS PAID.                                 *
000148*****************************************************************
000150 01  APPLIED-RECEIPT-REC.
000160     05  ARC-KEY.
000170         10  ARC-REFERENCE        PIC X(10).
000180         10  ARC-CUST-ID          PIC X(05).
000190         10  ARC-PAYMENT-DATE     PIC 9(08).
000200     05  ARC-AMOUNT               PIC S9(07)V9(02).
000210     05  ARC-APPLY-CYCLE          PIC 9(07).
000220     05  ARC-APPLIED-AMOUNT       PIC S9(07)V9(02).
