000010*****************************************************************
000020*    APPAY.CPY                                                  *
000030*    VENDOR PAYMENT RECORD - FIXED-FORMAT PAYMENT INSTRUCTION   *
000040*    WRITTEN BY APPAY01 FOR THE BANK INTERFACE, ONE PER DUE     *
000050*    VENDOR INVOICE, IN THE SAME SHAPE AS THE REFUND PAYMENTS   *
000060*    (RFNPAY.CPY).  THE AMOUNT IS UNSIGNED AND ZERO-FILLED THE  *
000070*    WAY THE BANK EXPECTS; THE CURRENCY IS THE BASE CURRENCY.   *
000080*    THE VENDOR'S INVOICE NUMBER TRAVELS AS THE PAYMENT         *
000090*    REFERENCE SO THE VENDOR CAN APPLY IT.                      *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  AP-PAYMENT-REC.
000150     05  APY-VENDOR-ID            PIC X(05).
000160     05  APY-VENDOR-NAME          PIC X(20).
000170     05  APY-AMOUNT               PIC 9(07)V9(02).
000180     05  APY-CURRENCY-CODE        PIC X(03).
000190     05  APY-VALUE-DATE           PIC 9(08).
000200     05  APY-INVOICE-NO           PIC X(10).
