000010*****************************************************************
000020*    XFROPEN.CPY                                                *
000030*    OPEN-TRANSFER REGISTER RECORD - ONE PER TRANSFER NUMBER    *
000040*    AND ITEM, KEYED AND PERSISTENT.  STKXFR01 WRITES IT WHEN   *
000050*    THE GOODS SHIP, ADDS EACH RECEIPT AT THE DESTINATION, AND  *
000060*    CLOSES IT RECEIVED WHEN THE WHOLE QUANTITY HAS ARRIVED.    *
000070*    A TRANSFER STILL IN TRANSIT PAST ITS DAYS LIMIT IS LISTED  *
000080*    EACH RUN.                                                  *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  TRANSFER-OPEN-REC.
000140     05  XOP-KEY.
000150         10  XOP-TRANSFER-NO      PIC X(08).
000160         10  XOP-ITM-ID           PIC X(05).
000170     05  XOP-FROM-LOC             PIC X(03).
000180     05  XOP-TO-LOC               PIC X(03).
000190     05  XOP-QTY-SHIPPED          PIC 9(07).
000200     05  XOP-QTY-RECEIVED         PIC 9(07).
000210     05  XOP-SHIP-DATE            PIC 9(08).
000220     05  XOP-LAST-RECEIPT-DATE    PIC 9(08).
000230     05  XOP-STATUS               PIC X(01).
000240         88  XOP-IN-TRANSIT       VALUE 'T'.
000250         88  XOP-RECEIVED         VALUE 'R'.
000260     05  FILLER                   PIC X(10).
