000010*****************************************************************
000020*    PICKTKT.CPY                                                *
000030*    PICK-TICKET RECORD - ONE PER POSTED SALE LINE.  ORDPOST1   *
000040*    CUTS THE NIGHT'S PICKS INSTEAD OF RELIEVING STOCK, AND     *
000050*    PCKTKT01 PRINTS THEM BY BRANCH AND LOADS THEM TO THE       *
000060*    PERSISTENT OPEN-PICK FILE KEYED BY ORDER AND LINE.         *
000070*    SHPCNF01 MATCHES THE WAREHOUSE'S SHIPMENT CONFIRMATIONS    *
000080*    AGAINST THAT FILE - ONLY THEN DOES ON-HAND MOVE - AND      *
000090*    STAMPS THE QUANTITY SHIPPED, SHIP DATE AND CARRIER.        *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000121*    2026-10-15  PD    ADDED PKT-LOC-CODE - THE WAREHOUSE THE   *
000123*                      LINE IS PICKED FROM, CARVED FROM THE     *
000125*                      FILLER.  SHPCNF01 RELIEVES THAT          *
000127*                      LOCATION.                                *
000130*****************************************************************
000140 01  PICK-TICKET-REC.
000150     05  PKT-KEY.
000160         10  PKT-ORDER-ID         PIC X(06).
000170         10  PKT-LINE-NO          PIC 9(03).
000180     05  PKT-BRANCH-CODE          PIC X(03).
000190     05  PKT-CUST-ID              PIC X(05).
000200     05  PKT-ITM-ID               PIC X(05).
000210     05  PKT-QUANTITY             PIC 9(05).
000220     05  PKT-ORDER-DATE           PIC 9(08).
000230     05  PKT-PICK-DATE            PIC 9(08).
000240     05  PKT-CURRENCY-CODE        PIC X(03).
000250     05  PKT-STATUS               PIC X(01).
000260         88  PKT-OPEN             VALUE 'O'.
000270         88  PKT-SHIPPED          VALUE 'S'.
000280         88  PKT-SHORT-SHIPPED    VALUE 'P'.
000290     05  PKT-SHIPPED-QTY          PIC 9(05).
000300     05  PKT-SHIP-DATE            PIC 9(08).
000310     05  PKT-CARRIER-REF          PIC X(15).
000320     05  PKT-LOC-CODE             PIC X(03).
000330     05  FILLER                   PIC X(02).
