000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-08-22  PD    ORIGINAL RECORD.                         *
000101*    2026-10-15  PD    ADDED CAT-MIN-MARGIN-PCT - THE LOWEST    *
000102*                      MARGIN, AS A PERCENT OF ITM-NUM1, THE    *
000103*                      CATEGORY SHOULD RUN AT.  CARRIED ON THE  *
000104*                      'K' TRANSACTION; VNDCST01 LISTS ITEMS A  *
000105*                      COST CHANGE PUSHES BELOW IT.             *
000110*****************************************************************
000120 01  ITEM-CATEGORY-REC.
000130     05  CAT-CODE                 PIC X(04).
000140     05  CAT-DESCRIPTION          PIC X(20).
000150     05  CAT-MIN-MARGIN-PCT       PIC S9(03)V9(02).
