000010*****************************************************************
000020*    BNKACT.CPY                                                 *
000030*    BOOK-SIDE BANK ACTIVITY RECORD - ONE PER MOVEMENT WE       *
000040*    EXPECT TO SEE ON THE BANK STATEMENT, APPENDED BY THE       *
000050*    PROGRAM THAT CAUSED IT: LBXIMP01 PER PROVED LOCKBOX        *
000060*    DEPOSIT, REFUND01 PER REFUND PAYMENT, NSFRET01 PER         *
000070*    RETURNED ITEM REVERSED, APPAY01 PER VENDOR PAYMENT.        *
000080*    BNKREC01 MATCHES THEM TO THE STATEMENT.  THE SAME LAYOUT,  *
000090*    WITH THE SIDE AND FIRST-SEEN DATE FILLED IN, CARRIES THE   *
000100*    UNRECONCILED ITEMS OF BOTH SIDES FORWARD DAY TO DAY.       *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000133*    2026-10-15  PD    ADDED SOURCE 'F' - A REFUND PAYMENT THE  *
000136*                      BANK SENT BACK, APPENDED BY RFNRTN01.    *
000137*    2026-10-15  PD    ADDED SOURCE 'K' - A CARD PROCESSOR'S    *
000138*                      NET SETTLEMENT DEPOSIT, APPENDED BY      *
000139*                      CRDSTL01.                                *
000140*****************************************************************
000150 01  BANK-ACTIVITY-REC.
000160     05  BAC-SOURCE               PIC X(01).
000170         88  BAC-LOCKBOX-DEPOSIT  VALUE 'L'.
000180         88  BAC-REFUND-PAYMENT   VALUE 'R'.
000190         88  BAC-RETURNED-ITEM    VALUE 'N'.
000200         88  BAC-VENDOR-PAYMENT   VALUE 'V'.
000210         88  BAC-BANK-ENTRY       VALUE 'B'.
000215         88  BAC-REFUND-RETURN    VALUE 'F'.
000217         88  BAC-CARD-SETTLEMENT  VALUE 'K'.
000220     05  BAC-DIRECTION            PIC X(01).
000230         88  BAC-MONEY-IN         VALUE 'C'.
000240         88  BAC-MONEY-OUT        VALUE 'D'.
000250     05  BAC-VALUE-DATE           PIC 9(08).
000260     05  BAC-AMOUNT               PIC 9(09)V9(02).
000270     05  BAC-REFERENCE            PIC X(10).
000280     05  BAC-SIDE                 PIC X(01).
000290         88  BAC-SIDE-BOOK        VALUE 'L' SPACE.
000300         88  BAC-SIDE-BANK        VALUE 'B'.
000310     05  BAC-FIRST-SEEN-DATE      PIC 9(08).
000320     05  FILLER                   PIC X(20).
