000010*****************************************************************
000020*    APOPEN.CPY                                                 *
000030*    OPEN-PAYABLES LEDGER RECORD - ONE PER VENDOR INVOICE THAT  *
000040*    PASSED THE THREE-WAY MATCH, KEYED BY VENDOR AND THE        *
000050*    VENDOR'S OWN INVOICE NUMBER SO A SECOND BILL UNDER THE     *
000060*    SAME NUMBER IS REJECTED AS A DUPLICATE.  APMTCH01 WRITES   *
000070*    IT OPEN WITH ITS DUE DATE; APPAY01 PAYS IT ON OR AFTER     *
000080*    THAT DATE AND MARKS IT PAID.  PAID INVOICES STAY ON THE    *
000090*    LEDGER SO THE DUPLICATE CHECK COVERS THEM TOO.             *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  AP-OPEN-REC.
000150     05  APL-KEY.
000160         10  APL-VENDOR-ID        PIC X(05).
000170         10  APL-INVOICE-NO       PIC X(10).
000180     05  APL-INVOICE-DATE         PIC 9(08).
000190     05  APL-DUE-DATE             PIC 9(08).
000200     05  APL-AMOUNT               PIC 9(07)V9(02).
000210     05  APL-LINE-COUNT           PIC 9(03).
000220     05  APL-STATUS               PIC X(01).
000230         88  APL-OPEN             VALUE 'O'.
000240         88  APL-PAID             VALUE 'P'.
000250     05  APL-MATCH-DATE           PIC 9(08).
000260     05  APL-PAID-DATE            PIC 9(08).
000270     05  FILLER                   PIC X(20).
