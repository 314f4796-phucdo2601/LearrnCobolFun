000010*****************************************************************
000020*    DDMAND.CPY                                                 *
000030*    DIRECT-DEBIT MANDATE RECORD - ONE PER CUSTOMER ENROLLED IN *
000040*    AUTOPAY, KEYED BY CUSTOMER ID AND MAINTAINED BY DDMMNT01.  *
000050*    THE BANK DETAILS THEMSELVES STAY WITH THE BANK - WE HOLD   *
000060*    ONLY THE BANK'S REFERENCE TO THEM.  ON THE CUSTOMER'S      *
000070*    BILLING CYCLE DDCOL01 DEBITS EITHER THE FULL BALANCE OR    *
000080*    THE STATEMENT AMOUNT DUE, AND RECORDS THE DEBIT HERE.      *
000090*    NSFRET01 COUNTS BANK REJECTIONS; A SECOND CONSECUTIVE      *
000100*    REJECTION SUSPENDS THE MANDATE.  A DEBIT THAT CLEARS       *
000110*    RESETS THE COUNT.                                          *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL RECORD.                         *
000150*****************************************************************
000160 01  DD-MANDATE-REC.
000170     05  DDM-CUST-ID              PIC X(05).
000180     05  DDM-STATUS               PIC X(01).
000190         88  DDM-ACTIVE           VALUE 'A'.
000200         88  DDM-SUSPENDED        VALUE 'S'.
000210         88  DDM-CANCELLED        VALUE 'C'.
000220     05  DDM-BANK-REFERENCE       PIC X(18).
000230     05  DDM-MANDATE-DATE         PIC 9(08).
000240     05  DDM-PAY-BASIS            PIC X(01).
000250         88  DDM-PAY-FULL-BALANCE VALUE 'F'.
000260         88  DDM-PAY-STATEMENT    VALUE 'S'.
000270         88  DDM-PAY-BASIS-VALID  VALUES 'F' 'S'.
000280     05  DDM-REJECT-COUNT         PIC 9(02).
000290*    THE LAST DEBIT COLLECTED - ITS RECEIPT REFERENCE, THE
000300*    DATE IT SETTLES, AND THE AMOUNT.
000310     05  DDM-LAST-REFERENCE       PIC X(10).
000320     05  DDM-LAST-SETTLE-DATE     PIC 9(08).
000330     05  DDM-LAST-AMOUNT          PIC 9(07)V9(02).
000340     05  DDM-STATUS-DATE          PIC 9(08).
000350     05  DDM-OPERATOR-ID          PIC X(08).
000360     05  FILLER                   PIC X(12).
