000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-09-01  PD    ORIGINAL RECORD.                         *
000121*    2026-10-15  PD    ADDED STK-PICKED - QUANTITY ON POSTED    *
000122*                      PICK TICKETS NOT YET CONFIRMED SHIPPED.  *
000123*                      ORDPOST1 NOW RAISES IT INSTEAD OF        *
000124*                      RELIEVING ON-HAND; SHPCNF01 RELIEVES     *
000125*                      ON-HAND AND USAGE AS THE GOODS SHIP.     *
000126*    2026-10-15  PD    ADDED STK-AVG-COST AND STK-INV-VALUE -   *
000127*                      THE PERPETUAL WEIGHTED-AVERAGE UNIT COST *
000128*                      AND THE BOOK VALUE OF THE STOCK NOT YET  *
000129*                      SOLD (ON-HAND LESS PICKED).  GDSRCV01    *
000130*                      RECEIPTS RE-AVERAGE THE COST; POSTING,   *
000131*                      SHORT SHIPMENTS AND ADJUSTMENTS MOVE THE *
000132*                      VALUE AT THE AVERAGE, EACH WITH ITS GL   *
000133*                      PAIR AGAINST INVENTRY.                   *
000134*    2026-10-15  PD    STKMAST STAYS THE COMPANY-WIDE QUANTITY  *
000135*                      AND COST; THE PER-WAREHOUSE SPLIT, AND   *
000136*                      THE REORDER POINTS STKRPT01 NOW REPORTS  *
000137*                      AGAINST, LIVE ON STKLOC.CPY.             *
000139*****************************************************************
000140 01  STOCK-REC.
000150     05  STK-ITM-ID               PIC X(05).
000160     05  STK-ON-HAND              PIC S9(07).
000170     05  STK-REORDER-POINT        PIC 9(05).
000180     05  STK-PERIOD-USAGE         PIC 9(07).
000190     05  STK-PICKED               PIC 9(07).
000200     05  STK-AVG-COST             PIC S9(05)V9(04).
000210     05  STK-INV-VALUE            PIC S9(09)V9(02).
