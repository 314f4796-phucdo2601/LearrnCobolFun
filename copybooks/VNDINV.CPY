000010*****************************************************************
000020*    VNDINV.CPY                                                 *
000030*    VENDOR INVOICE LINE - ONE PER LINE OF A VENDOR'S BILL, AS  *
000040*    KEYED BY ACCOUNTS PAYABLE.  THE LINES OF ONE INVOICE ARE   *
000050*    CONSECUTIVE ON THE FILE.  EACH LINE NAMES THE PURCHASE     *
000060*    ORDER LINE IT BILLS; APMTCH01 HOLDS IT AGAINST THAT LINE'S *
000070*    ORDERED COST AND THE QUANTITY GDSRCV01 BOOKED AS RECEIVED. *
000080*    A TERMS FIGURE OF ZERO TAKES THE STANDARD TERMS.  HELD     *
000090*    INVOICES ARE CUT BACK OUT IN THIS SAME LAYOUT FOR THE      *
000100*    BUYER TO CORRECT AND RE-SUBMIT.                            *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  VENDOR-INVOICE-REC.
000160     05  VIN-VENDOR-ID            PIC X(05).
000170     05  VIN-INVOICE-NO           PIC X(10).
000180     05  VIN-INVOICE-DATE         PIC 9(08).
000190     05  VIN-LINE-NO              PIC 9(03).
000200     05  VIN-PO-NO                PIC 9(07).
000210     05  VIN-PO-LINE-NO           PIC 9(03).
000220     05  VIN-ITM-ID               PIC X(05).
000230     05  VIN-QUANTITY             PIC 9(07).
000240     05  VIN-UNIT-PRICE           PIC 9(03)V9(02).
000250     05  VIN-TERMS-DAYS           PIC 9(03).
