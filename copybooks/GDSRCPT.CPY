000060*-----------------------------------------------------------------
000070*    MOD-HISTORY                                                *
000080*    2026-09-01  PD    ORIGINAL RECORD.                         *
000082*    2026-10-15  PD    GRC-REFERENCE NOW CARRIES THE PURCHASE   *
000084*                      ORDER NUMBER THE GOODS ARRIVED AGAINST,  *
000086*                      AND GRC-VENDOR-ID THE SHIPPING VENDOR -  *
000088*                      GDSRCV01 MATCHES BOTH TO THE OPEN PO.    *
000089*    2026-10-15  PD    ADDED GRC-LOC-CODE - THE RECEIVING       *
000091*                      LOCATION.  IT PICKS THE PO LINE WHEN ONE *
000093*                      PO CARRIES THE ITEM FOR TWO LOCATIONS;   *
000095*                      SPACES TAKE THE FIRST OPEN LINE.         *
000099*****************************************************************
000100 01  GOODS-RECEIPT-REC.
000110     05  GRC-ITM-ID               PIC X(05).
000120     05  GRC-QUANTITY             PIC 9(05).
000130     05  GRC-RECEIPT-DATE         PIC 9(08).
000140     05  GRC-REFERENCE            PIC X(10).
000150     05  GRC-REFERENCE-PO REDEFINES GRC-REFERENCE.
000160         10  GRC-REF-PO-NO        PIC 9(07).
000170         10  FILLER               PIC X(03).
000180     05  GRC-VENDOR-ID            PIC X(05).
000190     05  GRC-LOC-CODE             PIC X(03).
