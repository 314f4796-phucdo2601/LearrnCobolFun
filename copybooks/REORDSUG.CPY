000010*****************************************************************
000020*    REORDSUG.CPY                                               *
000030*    REORDER-SUGGESTION RECORD - ONE PER ITEM STKRPT01 LISTS    *
000040*    WITH A SUGGESTED REPLENISHMENT QUANTITY.  POGEN01 TURNS    *
000050*    THEM INTO PURCHASE ORDERS GROUPED BY THE ITEM'S VENDOR.    *
000060*-----------------------------------------------------------------
000070*    MOD-HISTORY                                                *
000080*    2026-10-15  PD    ORIGINAL RECORD.                         *
000081*    2026-10-15  PD    ADDED RSG-LOC-CODE - SUGGESTIONS ARE NOW *
000083*                      ONE PER ITEM PER LOCATION, AND POGEN01   *
000085*                      ORDERS FOR DELIVERY THERE.               *
000090*****************************************************************
000100 01  REORDER-SUGGEST-REC.
000110     05  RSG-ITM-ID               PIC X(05).
000120     05  RSG-ON-HAND              PIC S9(07).
000130     05  RSG-AVAILABLE            PIC S9(07).
000140     05  RSG-REORDER-POINT        PIC 9(05).
000150     05  RSG-SUGGESTED-QTY        PIC 9(07).
000160     05  RSG-FLAG                 PIC X(08).
000170     05  RSG-LOC-CODE             PIC X(03).
