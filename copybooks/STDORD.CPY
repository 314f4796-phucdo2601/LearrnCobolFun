000010*****************************************************************
000020*    STDORD.CPY                                                 *
000030*    STANDING-ORDER RECORD - ONE PER REPEATING ORDER A CUSTOMER *
000040*    HAS PLACED WITH US, KEYED BY CUSTOMER AND A TWO-DIGIT      *
000050*    NUMBER WITHIN THE CUSTOMER, AND MAINTAINED BY SOMNT01.     *
000060*    EACH CYCLE SOGEN01 CUTS EVERY ACTIVE STANDING ORDER THAT   *
000070*    HAS FALLEN DUE AS AN ORDINARY 'S'-SERIES ORDER FOR THE     *
000080*    EDIT GATE, THEN ROLLS THE NEXT DUE DATE ON BY THE          *
000090*    FREQUENCY.  A MONTHLY ORDER KEEPS ITS DAY OF THE MONTH     *
000100*    (STO-DUE-DAY), FALLING BACK TO THE LAST DAY OF A SHORTER   *
000110*    MONTH.  ONCE THE NEXT DUE DATE PASSES THE END DATE THE     *
000120*    STANDING ORDER IS ENDED; A ZERO END DATE RUNS UNTIL IT IS  *
000130*    ENDED BY HAND.  THE LINES ARE PRICED BY THE GATE ON THE    *
000140*    NIGHT, SO A PRICE CHANGE IS PICKED UP WITHOUT MAINTENANCE. *
000150*-----------------------------------------------------------------
000160*    MOD-HISTORY                                                *
000170*    2026-10-15  PD    ORIGINAL RECORD.                         *
000180*****************************************************************
000190 01  STANDING-ORDER-REC.
000200     05  STO-KEY.
000210         10  STO-CUST-ID          PIC X(05).
000220         10  STO-NUMBER           PIC 9(02).
000230     05  STO-STATUS               PIC X(01).
000240         88  STO-ACTIVE           VALUE 'A'.
000250         88  STO-SUSPENDED        VALUE 'S'.
000260         88  STO-ENDED            VALUE 'E'.
000270     05  STO-FREQUENCY            PIC X(01).
000280         88  STO-WEEKLY           VALUE 'W'.
000290         88  STO-FORTNIGHTLY      VALUE 'F'.
000300         88  STO-MONTHLY          VALUE 'M'.
000310         88  STO-FREQUENCY-VALID  VALUES 'W' 'F' 'M'.
000320     05  STO-NEXT-DUE-DATE        PIC 9(08).
000330     05  STO-DUE-DAY              PIC 9(02).
000340     05  STO-END-DATE             PIC 9(08).
000350     05  STO-CURRENCY-CODE        PIC X(03).
000360     05  STO-BRANCH-CODE          PIC X(03).
000370     05  STO-REP-CODE             PIC X(03).
000380*    THE LAST ORDER CUT FROM IT, AND HOW MANY IN ALL.
000390     05  STO-LAST-ORDER-ID        PIC X(06).
000400     05  STO-LAST-ORDER-DATE      PIC 9(08).
000410     05  STO-ORDERS-CUT           PIC 9(05).
000420     05  STO-STATUS-DATE          PIC 9(08).
000430     05  STO-OPERATOR-ID          PIC X(08).
000440     05  STO-LINE-COUNT           PIC 9(02).
000450     05  STO-LINE OCCURS 10 TIMES.
000460         10  STO-ITM-ID           PIC X(05).
000470         10  STO-QUANTITY         PIC 9(05).
000480     05  FILLER                   PIC X(20).
