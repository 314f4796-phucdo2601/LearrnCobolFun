000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-09-01  PD    ORIGINAL RECORD.                         *
000122*    2026-10-15  PD    BKO-UNIT-CODE ADDED - THE ITEM'S         *
000124*                      STOCKING UNIT.  THE EDIT GATE PARKS      *
000126*                      BKO-QUANTITY IN STOCKING UNITS, AND      *
000128*                      GDSRCV01 RELEASES THE LINE IN THAT UNIT. *
000129*                      SPACES ALSO MEAN THE STOCKING UNIT.      *
000130*    2026-10-15  PD    BKO-PREBILLED-SW ADDED - 'Y' ON A        *
000131*                      SHORT-SHIPPED REMAINDER SHPCNF01 CUTS,   *
000132*                      WHICH WAS INVOICED IN FULL WHEN THE      *
000133*                      ORDER POSTED.  GDSRCV01 RELEASES SUCH A  *
000134*                      LINE AT NO CHARGE.  ANYTHING ELSE HAS    *
000135*                      NOT BEEN BILLED.                         *
000136*****************************************************************
000140 01  BACKORDER-REC.
000150     05  BKO-ORDER-ID             PIC X(06).
000160     05  BKO-CUST-ID              PIC X(05).
000200     05  BKO-CURRENCY-CODE        PIC X(03).
000210     05  BKO-BRANCH-CODE          PIC X(03).
000220     05  BKO-BACKORDER-DATE       PIC 9(08).
000230     05  BKO-UNIT-CODE            PIC X(02).
000240     05  BKO-PREBILLED-SW         PIC X(01).
000250         88  BKO-PREBILLED        VALUE 'Y'.
