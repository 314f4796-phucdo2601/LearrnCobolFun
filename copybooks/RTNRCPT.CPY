000010*****************************************************************
000020*    RTNRCPT.CPY                                                *
000030*    RETURNED-GOODS RECEIPT - ONE PER ITEM THE WAREHOUSE HAS    *
000040*    TAKEN BACK FROM A CUSTOMER, KEYED TO THE RETURN'S ORDER    *
000050*    AND ITEM, WITH THE CONDITION THE GOODS ARRIVED IN, WHICH   *
000060*    DECIDES WHERE THEY GO.  ONE RETURN MAY ARRIVE IN SEVERAL   *
000070*    RECEIPTS AND IN MORE THAN ONE CONDITION.  APPLIED BY       *
000080*    RTNRCV01.                                                  *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  RETURN-RECEIPT-REC.
000140     05  RRC-ORDER-ID             PIC X(06).
000150     05  RRC-ITM-ID               PIC X(05).
000160     05  RRC-QUANTITY             PIC 9(05).
000170     05  RRC-CONDITION            PIC X(01).
000180         88  RRC-RESTOCK          VALUE 'R'.
000190         88  RRC-TO-VENDOR        VALUE 'V'.
000200         88  RRC-SCRAP            VALUE 'S'.
000210     05  RRC-RECEIVED-DATE        PIC 9(08).
000220     05  RRC-RECEIVED-BY          PIC X(08).
000230     05  RRC-REFERENCE            PIC X(15).
000240     05  FILLER                   PIC X(32).
