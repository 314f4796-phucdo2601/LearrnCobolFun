000010*****************************************************************
000020*    RFNRET.CPY                                                 *
000030*    REFUND RETURN RECORD - ONE PER REFUND PAYMENT THE BANK     *
000040*    COULD NOT DELIVER (ACCOUNT CLOSED, DETAILS INVALID) AND    *
000050*    SENT BACK.  THE BANK QUOTES THE CUSTOMER ID REFUND01 PUT ON*
000060*    THE ORIGINAL PAYMENT (RFNPAY.CPY), WITH THE AMOUNT,        *
000070*    CURRENCY AND VALUE DATE OF THAT PAYMENT.  RFNRTN01 PUTS    *
000080*    THE CREDIT BACK ON THE ACCOUNT.                            *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  REFUND-RETURN-REC.
000140     05  RFR-CUST-ID              PIC X(05).
000150     05  RFR-AMOUNT               PIC 9(07)V9(02).
000160     05  RFR-CURRENCY-CODE        PIC X(03).
000170     05  RFR-VALUE-DATE           PIC 9(08).
000180     05  RFR-RETURN-DATE          PIC 9(08).
000190     05  RFR-REASON-CODE          PIC X(03).
