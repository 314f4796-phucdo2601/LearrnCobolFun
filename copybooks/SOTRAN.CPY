000010*****************************************************************
000020*    SOTRAN.CPY                                                 *
000030*    STANDING-ORDER TRANSACTION - ONE PER NEW STANDING ORDER    *
000040*    ('A'), CHANGE ('C'), SUSPENSION ('S'), RESUMPTION ('R')    *
000050*    OR END ('E'), APPLIED BY SOMNT01 TO THE STANDING-ORDER     *
000060*    FILE (STDORD.CPY) WITH THE KEYING OPERATOR ON THE          *
000070*    STANDING-ORDER REGISTER.  ON A CHANGE, A BLANK OR ZERO     *
000080*    FIELD LEAVES THE STANDING ORDER'S VALUE AS IT IS, AND A    *
000090*    NON-ZERO LINE COUNT REPLACES ALL OF ITS LINES.  A          *
000100*    RESUMPTION MAY CARRY A NEW NEXT DUE DATE; WITHOUT ONE THE  *
000110*    ORDERS MISSED WHILE SUSPENDED ARE SKIPPED, NOT CUT.        *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL RECORD.                         *
000150*****************************************************************
000160 01  STANDING-ORDER-TRAN-REC.
000170     05  SOT-ACTION               PIC X(01).
000180         88  SOT-ADD              VALUE 'A'.
000190         88  SOT-CHANGE           VALUE 'C'.
000200         88  SOT-SUSPEND          VALUE 'S'.
000210         88  SOT-RESUME           VALUE 'R'.
000220         88  SOT-END              VALUE 'E'.
000230     05  SOT-KEY.
000240         10  SOT-CUST-ID          PIC X(05).
000250         10  SOT-NUMBER           PIC 9(02).
000260     05  SOT-FREQUENCY            PIC X(01).
000270     05  SOT-NEXT-DUE-DATE        PIC 9(08).
000280     05  SOT-END-DATE             PIC 9(08).
000290     05  SOT-CURRENCY-CODE        PIC X(03).
000300     05  SOT-BRANCH-CODE          PIC X(03).
000310     05  SOT-REP-CODE             PIC X(03).
000320     05  SOT-OPERATOR-ID          PIC X(08).
000330     05  SOT-LINE-COUNT           PIC 9(02).
000340     05  SOT-LINE OCCURS 10 TIMES.
000350         10  SOT-ITM-ID           PIC X(05).
000360         10  SOT-QUANTITY         PIC 9(05).
