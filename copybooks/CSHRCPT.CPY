000220*                      CSHPOST1 CONVERTS A FOREIGN PAYMENT      *
000230*                      THROUGH THE CURRENCY-RATE-FILE TABLE     *
000240*                      THE SAME WAY ORDPOST1 CONVERTS ORDERS.   *
000241*    2026-10-15  PD    DDCOL01 ALSO WRITES THIS RECORD - THE    *
000242*                      RECEIPT EXPECTED FOR EACH DIRECT DEBIT,  *
000243*                      DATED THE SETTLEMENT DATE, WITH A        *
000244*                      REFERENCE STARTING 'DD' THAT NSFRET01    *
000245*                      RECOGNISES WHEN THE BANK RETURNS THE     *
000246*                      DEBIT.                                   *
000250*****************************************************************
000260 01  CASH-RECEIPT-REC.
000270     05  RCP-CUST-ID              PIC X(05).
