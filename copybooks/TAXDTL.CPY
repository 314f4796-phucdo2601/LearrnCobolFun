000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-09-01  PD    ORIGINAL RECORD.                         *
000092*    2026-10-15  PD    ADDED TXD-FREIGHT-AMOUNT - THE FREIGHT   *
000094*                      CHARGE INCLUDED IN THE TAXABLE BASE      *
000096*                      WHERE THE REGION TAXES FREIGHT, ELSE     *
000098*                      ZERO.                                    *
000100*****************************************************************
000110 01  TAX-DETAIL-REC.
000120     05  TXD-REGION               PIC X(03).
000140     05  TXD-ORDER-DATE           PIC 9(08).
000150     05  TXD-GOODS-AMOUNT         PIC S9(07)V9(02).
000160     05  TXD-TAX-AMOUNT           PIC S9(07)V9(02).
000170     05  TXD-FREIGHT-AMOUNT       PIC S9(07)V9(02).
