000010*****************************************************************
000020*    POTRAN.CPY                                                 *
000030*    PURCHASE-ORDER MAINTENANCE TRANSACTION - KEYED BY THE      *
000040*    BUYER AND APPLIED BY POMNT01.  'A' AMENDS AN OPEN LINE'S   *
000050*    QUANTITY AND/OR UNIT COST (ZERO MEANS UNCHANGED); 'C'      *
000060*    CANCELS AN OPEN LINE, OR EVERY OPEN LINE OF THE PO WHEN    *
000070*    THE LINE NUMBER IS ZERO.                                   *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  PO-MAINT-TRAN-REC.
000130     05  PTR-ACTION               PIC X(01).
000140         88  PTR-AMEND            VALUE 'A'.
000150         88  PTR-CANCEL           VALUE 'C'.
000160     05  PTR-PO-NO                PIC 9(07).
000170     05  PTR-LINE-NO              PIC 9(03).
000180     05  PTR-NEW-QTY              PIC 9(07).
000190     05  PTR-NEW-COST             PIC 9(03)V9(02).
000200     05  PTR-DATE                 PIC 9(08).
000210     05  PTR-OPERATOR-ID          PIC X(08).
