000010*****************************************************************
000020*    SHPCONF.CPY                                                *
000030*    SHIPMENT-CONFIRMATION RECORD - ONE PER PICKED LINE THE     *
000040*    WAREHOUSE HAS PUT ON A TRUCK, KEYED BACK TO THE ORDER AND  *
000050*    ITEM ON THE PICK TICKET.  A QUANTITY SHIPPED BELOW THE     *
000060*    PICKED QUANTITY CLOSES THE PICK SHORT AND THE REMAINDER    *
000070*    BACKORDERS.  APPLIED BY SHPCNF01.                          *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  SHIPMENT-CONFIRM-REC.
000130     05  SHC-ORDER-ID             PIC X(06).
000140     05  SHC-ITM-ID               PIC X(05).
000150     05  SHC-QTY-SHIPPED          PIC 9(05).
000160     05  SHC-SHIP-DATE            PIC 9(08).
000170     05  SHC-CARRIER-REF          PIC X(15).
