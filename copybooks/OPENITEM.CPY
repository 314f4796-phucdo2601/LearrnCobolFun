000260*                      DIFFERENCE AGAINST THE PAYMENT-DATE      *
000270*                      RATE TO THE GL INSTEAD OF LETTING IT     *
000280*                      DISTORT CUST-BALANCE.                    *
000281*    2026-10-15  PD    ADDED OPI-DUE-DATE, SET FROM THE         *
000282*                      CUSTOMER'S PAYMENT TERMS WHEN THE ITEM   *
000283*                      POSTS, SO AGING, FINANCE CHARGES AND     *
000284*                      DUNNING RUN FROM THE DUE DATE.  A ZERO   *
000285*                      OR BLANK DUE DATE (AN ITEM CUT BEFORE    *
000286*                      THE FIELD EXISTED) READS AS DUE ON THE   *
000287*                      ORDER DATE.  ADDED OPI-DISC-DATE AND     *
000288*                      OPI-DISC-AMOUNT - THE LAST DAY AN        *
000289*                      EARLY-PAYMENT DISCOUNT MAY BE TAKEN AND  *
000290*                      THE DISCOUNT ALLOWED, ZERO WHEN THE      *
000291*                      TERMS OFFER NONE.  CSHPOST1 GRANTS THE   *
000292*                      DISCOUNT WHEN A RECEIPT DATED INSIDE THE *
000293*                      WINDOW PAYS THE ITEM LESS THE DISCOUNT.  *
000294*****************************************************************
000300 01  OPEN-ITEM-REC.
000310     05  OPI-ORDER-ID             PIC X(06).
000320     05  OPI-CUST-ID              PIC X(05).
000420         88  OPI-DISPUTED         VALUE 'Y'.
000430     05  OPI-DISPUTE-REASON       PIC X(02).
000440     05  OPI-DISPUTE-DATE         PIC 9(08).
000450     05  OPI-DUE-DATE             PIC 9(08).
000460     05  OPI-DISC-DATE            PIC 9(08).
000470     05  OPI-DISC-AMOUNT          PIC S9(07)V9(02).
