000010*****************************************************************
000020*    STKXFR.CPY                                                 *
000030*    INTER-LOCATION STOCK-TRANSFER TRANSACTION - 'S' SHIPS A    *
000040*    QUANTITY OF AN ITEM OUT OF ONE LOCATION TOWARD ANOTHER,    *
000050*    WHERE IT SITS IN TRANSIT; 'R' RECEIVES IT AT THE           *
000060*    DESTINATION AGAINST THE SAME TRANSFER NUMBER.  APPLIED BY  *
000070*    STKXFR01 TO STKLOC AND THE OPEN-TRANSFER REGISTER          *
000080*    (XFROPEN.CPY).  A TRANSFER MOVES NO COMPANY-WIDE QUANTITY  *
000090*    OR VALUE.                                                  *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  STOCK-TRANSFER-REC.
000150     05  XFR-ACTION               PIC X(01).
000160         88  XFR-SHIP             VALUE 'S'.
000170         88  XFR-RECEIVE          VALUE 'R'.
000180     05  XFR-TRANSFER-NO          PIC X(08).
000190     05  XFR-ITM-ID               PIC X(05).
000200     05  XFR-FROM-LOC             PIC X(03).
000210     05  XFR-TO-LOC               PIC X(03).
000220     05  XFR-QUANTITY             PIC 9(05).
000230     05  XFR-TRAN-DATE            PIC 9(08).
000240     05  XFR-OPERATOR-ID          PIC X(08).
