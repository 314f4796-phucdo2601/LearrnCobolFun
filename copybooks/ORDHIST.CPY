000274*                      POSTED AT ITS QUOTED AMOUNT, SO THE     *
000276*                      STATEMENT AND THE SALES CONSUMERS CAN   *
000277*                      TELL IT FROM A KEYED SALE.              *
000279*    2026-10-15  PD    ADDED TYPE 'B' - A YEAR-END              *
000281*                      VOLUME-REBATE CREDIT, SO THE STATEMENT   *
000283*                      LABELS IT AND THE SALES CONSUMERS CAN    *
000285*                      KEEP IT OUT OF THE SALES BASE.           *
000286*    2026-10-15  PD    ADDED TYPE 'D' - THE FREIGHT CHARGE      *
000287*                      ORDPOST1 ADDS TO A POSTED ORDER, WRITTEN *
000288*                      AS ITS OWN RECORD LIKE THE TAX.          *
000289*    2026-10-15  PD    ADDED OHS-DUE-DATE - WHEN THE CHARGE     *
000290*                      FALLS DUE UNDER THE CUSTOMER'S PAYMENT   *
000291*                      TERMS.  ZERO OR BLANK (RECORDS CUT       *
000292*                      BEFORE THE FIELD EXISTED, AND CREDITS)   *
000293*                      READS AS DUE ON THE ORDER DATE.  ADDED   *
000294*                      TYPE 'E' - AN EARLY-PAYMENT DISCOUNT     *
000295*                      GRANTED BY CSHPOST1, A CREDIT LIKE A     *
000296*                      RETURN, SO THE STATEMENT LABELS IT AND   *
000297*                      THE SALES CONSUMERS CAN KEEP IT OUT OF   *
000298*                      THE SALES BASE.                          *
000299*****************************************************************
000300 01  ORDER-HISTORY-REC.
000301     05  OHS-ORDER-ID             PIC X(06).
000310     05  OHS-CUST-ID              PIC X(05).
000320     05  OHS-AMOUNT               PIC S9(07)V9(02).
000330     05  OHS-ORDER-DATE           PIC 9(08).
000400         88  OHS-TYPE-HELD-RELEASE VALUE 'H'.
000410         88  OHS-TYPE-TAX         VALUE 'T'.
000412         88  OHS-TYPE-QUOTE       VALUE 'Q'.
000416         88  OHS-TYPE-REBATE      VALUE 'B'.
000418         88  OHS-TYPE-FREIGHT     VALUE 'D'.
000419         88  OHS-TYPE-DISCOUNT    VALUE 'E'.
000420     05  OHS-REP-CODE             PIC X(03).
000430     05  OHS-DUE-DATE             PIC 9(08).
