000060*-----------------------------------------------------------------
000070*    MOD-HISTORY                                                *
000080*    2026-09-01  PD    ORIGINAL RECORD.                         *
000082*    2026-10-15  PD    ADDED TAX-FREIGHT-TAXABLE - 'Y' WHERE    *
000084*                      THE REGION TAXES THE FREIGHT CHARGE      *
000086*                      ALONG WITH THE GOODS.  BLANK LEAVES      *
000088*                      FREIGHT UNTAXED.                         *
000090*****************************************************************
000100 01  TAX-RATE-REC.
000110     05  TAX-REGION               PIC X(03).
000120     05  TAX-RATE-PCT             PIC 9(02)V9(03).
000130     05  TAX-FREIGHT-TAXABLE      PIC X(01).
000140         88  TAX-FREIGHT-TAXED    VALUE 'Y'.
