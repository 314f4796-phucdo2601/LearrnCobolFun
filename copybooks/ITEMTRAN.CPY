000210*                      KEYED THE TRANSACTION, CARRIED BY        *
000220*                      ITEMMNT1 INTO EVERY TRAIL, EXCEPTION,    *
000230*                      AND FEED RECORD IT WRITES.               *
000231*    2026-10-15  PD    ADDED ITT-EFFECTIVE-DATE.  A CHANGE      *
000232*                      WHOSE EFFECTIVE DATE IS AFTER THE CYCLE  *
000233*                      DATE HAS ITS ITM-NUM1 SCHEDULED ON       *
000234*                      PRCPEND FOR PRCACT01 INSTEAD OF APPLIED; *
000235*                      ZERO OR SPACES MEANS AT ONCE.  ACTION    *
000236*                      'X' CANCELS THE SCHEDULED CHANGE FOR     *
000237*                      ITT-ITM-ID AND ITT-EFFECTIVE-DATE.       *
000238*    2026-10-15  PD    A 'K' TRANSACTION CARRIES THE CATEGORY'S *
000239*                      MINIMUM MARGIN PERCENT IN ITT-ITM-NUM1.  *
000240*    2026-10-15  PD    ADDED ITT-SELL-UNIT AND ITT-STOCK-UNIT,  *
000241*                      CARRIED ON ADDS AND CHANGES (SPACES ON A *
000242*                      CHANGE LEAVE THE UNIT ALONE), AND ACTION *
000243*                      'U', WHICH MAINTAINS THE UNIT-CONVERSION *
000244*                      FILE - ITT-UNIT-CODE FOR ITEM ITT-ITM-ID *
000245*                      HOLDS ITT-UNIT-FACTOR STOCKING UNITS AND *
000246*                      SELLS AT ITT-UNIT-PRICE (ZERO FOR THE    *
000247*                      FACTOR TIMES ITM-NUM1).  A ZERO FACTOR   *
000248*                      REMOVES THE UNIT.                        *
000249*    2026-10-15  PD    ACTION 'B' MAINTAINS A KIT'S BILL OF     *
000250*                      MATERIALS - KIT ITT-ITM-ID HOLDS         *
000251*                      ITT-COMP-QTY STOCKING UNITS OF COMPONENT *
000252*                      ITT-COMP-ITM-ID.  A ZERO QUANTITY        *
000253*                      REMOVES THE COMPONENT.                   *
000254*****************************************************************
000255 01  ITEM-TRAN-REC.
000260     05  ITT-ACTION               PIC X(01).
000270         88  ITT-ADD              VALUE 'A'.
000280         88  ITT-CHANGE           VALUE 'C'.
000290         88  ITT-DELETE           VALUE 'D'.
000300         88  ITT-CATEGORY         VALUE 'K'.
000305         88  ITT-CANCEL-PRICE     VALUE 'X'.
000307         88  ITT-UNIT-CONVERSION  VALUE 'U'.
000308         88  ITT-KIT-COMPONENT    VALUE 'B'.
000310     05  ITT-ITM-ID               PIC X(05).
000320     05  ITT-ITM-NAME             PIC A(06).
000330     05  ITT-ITM-NUM1             PIC S9(3)V9(2).
000380     05  ITT-ITEM-STATUS          PIC X(01).
000390     05  ITT-VENDOR-ID            PIC X(05).
000400     05  ITT-UNIT-COST            PIC S9(3)V9(2).
000410     05  ITT-EFFECTIVE-DATE       PIC 9(08).
000420     05  ITT-SELL-UNIT            PIC X(02).
000430     05  ITT-STOCK-UNIT           PIC X(02).
000440     05  ITT-UNIT-CODE            PIC X(02).
000450     05  ITT-UNIT-FACTOR          PIC 9(05).
000460     05  ITT-UNIT-PRICE           PIC S9(05)V9(02).
000470     05  ITT-COMP-ITM-ID          PIC X(05).
000480     05  ITT-COMP-QTY             PIC 9(03).
