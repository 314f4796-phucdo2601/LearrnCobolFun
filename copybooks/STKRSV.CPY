000010*****************************************************************
000020*    STKRSV.CPY                                                 *
000030*    STOCK RESERVATION RECORD - ONE PER ORDER AND ITEM, KEYED   *
000040*    AND PERSISTENT.  ORDPOST1 RESERVES A HELD ORDER'S LINES,   *
000050*    QUOCNV01 AN ACCEPTED QUOTE'S, AND GDSRCV01 THE COVERED     *
000060*    PART OF A BACKORDER.  POSTING OF THE ORDER, CANCELLATION   *
000070*    IN HLDMNT01, OR QUOTE EXPIRY IN RSVRPT01 RELEASES THEM.    *
000080*    ORDEDT01 PROMISES ONLY WHAT IS ON HAND LESS THESE          *
000090*    RESERVATIONS.                                              *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000122*    2026-10-15  PD    ORDHLD01 ALSO RELEASES A PARKED          *
000124*                      CASH-IN-ADVANCE ORDER'S RESERVATIONS     *
000126*                      WHEN IT CANCELS THE ORDER UNFUNDED.      *
000130*****************************************************************
000140 01  STOCK-RESERVATION-REC.
000150     05  RSV-KEY.
000160         10  RSV-ORDER-ID         PIC X(06).
000170         10  RSV-ITM-ID           PIC X(05).
000180     05  RSV-SOURCE               PIC X(01).
000190         88  RSV-FOR-HELD-ORDER   VALUE 'H'.
000200         88  RSV-FOR-QUOTE        VALUE 'Q'.
000210         88  RSV-FOR-BACKORDER    VALUE 'B'.
000220     05  RSV-LOC-CODE             PIC X(03).
000230     05  RSV-CUST-ID              PIC X(05).
000240     05  RSV-QUANTITY             PIC 9(05).
000250     05  RSV-RESERVED-DATE        PIC 9(08).
000260     05  RSV-ORDER-DATE           PIC 9(08).
000270     05  RSV-EXPIRY-DATE          PIC 9(08).
000280     05  FILLER                   PIC X(10).
