000010*****************************************************************
000020*    KITBOM.CPY                                                 *
000030*    KIT BILL-OF-MATERIALS RECORD - ONE PER COMPONENT OF A KIT  *
000040*    OR BUNDLE ITEM, KEYED BY KIT AND COMPONENT ITEM.           *
000050*    KBM-COMP-QTY IS HOW MANY OF THE COMPONENT'S STOCKING UNITS *
000060*    GO INTO ONE STOCKING UNIT OF THE KIT.  A KIT IS SOLD AND   *
000070*    PRICED AS ITSELF (ITS OWN ITM-NUM1) BUT HOLDS NO STOCK OF  *
000080*    ITS OWN - ITS COMPONENTS ARE CHECKED, RESERVED AND         *
000090*    RELIEVED IN ITS PLACE.  A COMPONENT MAY NOT ITSELF BE A    *
000100*    KIT.  MAINTAINED BY ITEMMNT1'S 'B' TRANSACTION.            *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  KIT-BOM-REC.
000160     05  KBM-KEY.
000170         10  KBM-KIT-ITM-ID       PIC X(05).
000180         10  KBM-COMP-ITM-ID      PIC X(05).
000190     05  KBM-COMP-QTY             PIC 9(03).
000200     05  KBM-CHANGE-DATE          PIC 9(08).
000210     05  KBM-OPERATOR-ID          PIC X(08).
000220     05  FILLER                   PIC X(10).
