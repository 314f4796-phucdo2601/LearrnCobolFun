000118*                      THE SAME ORDER KEYED TWICE UNDER        *
000120*                      DIFFERENT IDS - AGAINST RECENT          *
000122*                      POSTINGS, NOT JUST EXACT ID REPEATS.    *
000123*    2026-10-15  PD    ADDED THE INVOICE NUMBER.  INVGEN01     *
000125*                      STAMPS IT WHEN IT NUMBERS THE ORDER'S   *
000126*                      INVOICE, SO A RERUN REISSUES THE SAME   *
000127*                      NUMBER INSTEAD OF TAKING A NEW ONE.     *
000128*                      ZERO MEANS NOT YET INVOICED.            *
000129*    2026-10-15  PD    ADDED THE CYCLE NUMBER THE ORDER POSTED  *
000130*                      IN.  A RESTARTED ORDPOST1 USES IT TO     *
000131*                      TELL AN ORDER ITS OWN INTERRUPTED RUN    *
000132*                      POSTED AFTER THE LAST CHECKPOINT FROM A  *
000133*                      GENUINE REPEAT OF AN EARLIER NIGHT'S     *
000134*                      ORDER.                                   *
000136*    2026-10-15  PD    ADDED THE FREIGHT AND TAX POSTED WITH    *
000138*                      THE ORDER, SO A RESTARTED ORDPOST1 THAT  *
000140*                      FINDS THE ORDER ALREADY POSTED CAN COUNT *
000142*                      ITS FULL AMOUNT.                         *
000144*****************************************************************
000146 01  POSTED-ORDER-REC.
000148     05  POR-ORDER-ID             PIC X(06).
000150     05  POR-CUST-ID              PIC X(05).
000160     05  POR-POST-DATE            PIC 9(08).
000170     05  POR-AMOUNT               PIC S9(07)V9(02).
000180     05  POR-TOTAL-QTY            PIC 9(07).
000190     05  POR-LINE-COUNT           PIC 9(03).
000200     05  POR-INVOICE-NO           PIC 9(07).
000210     05  POR-POST-CYCLE           PIC 9(07).
000220     05  POR-FREIGHT-AMOUNT       PIC S9(07)V9(02).
000230     05  POR-TAX-AMOUNT           PIC S9(07)V9(02).
