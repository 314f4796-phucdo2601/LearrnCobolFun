000010*****************************************************************
000020*    EDIORD.CPY                                                 *
000030*    INBOUND EDI ORDER RECORD.  A TRADING CUSTOMER SENDS ONE OR *
000040*    MORE INTERCHANGES, EACH AN ENVELOPE: AN INTERCHANGE HEADER *
000050*    ('IH') NAMING THE CUSTOMER, THEN FOR EACH PURCHASE ORDER   *
000060*    AN ORDER HEADER ('OH') FOLLOWED BY ITS LINES ('OL'), AND   *
000070*    AN INTERCHANGE TRAILER ('IT') WITH THE ORDER AND LINE      *
000080*    COUNTS THE ENVELOPE MUST PROVE TO.  LINES CARRY THE        *
000090*    CUSTOMER'S OWN PART NUMBER; EDIORD01 TRANSLATES IT THROUGH *
000100*    CUSTXREF.  A ZERO PO TOTAL MEANS THE CUSTOMER LEAVES       *
000110*    PRICING TO US.                                             *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL RECORD.                         *
000142*    2026-10-15  PD    EOL-UNIT-CODE ADDED - THE UNIT THE LINE  *
000144*                      IS ORDERED IN (SPACES MEAN THE ITEM'S    *
000146*                      SELLING UNIT).                           *
000150*****************************************************************
000160 01  EDI-ORDER-REC.
000170     05  EDI-RECORD-TYPE          PIC X(02).
000180         88  EDI-TYPE-ICH-HEADER  VALUE 'IH'.
000190         88  EDI-TYPE-ORD-HEADER  VALUE 'OH'.
000200         88  EDI-TYPE-ORD-LINE    VALUE 'OL'.
000210         88  EDI-TYPE-ICH-TRAILER VALUE 'IT'.
000220     05  EDI-DATA                 PIC X(78).
000230     05  EDI-ICH-HEADER-DATA REDEFINES EDI-DATA.
000240         10  EIH-INTERCHANGE-ID   PIC X(09).
000250         10  EIH-CUST-ID          PIC X(05).
000260         10  EIH-CREATED-DATE     PIC 9(08).
000270         10  EIH-CREATED-TIME     PIC 9(06).
000280         10  FILLER               PIC X(50).
000290     05  EDI-ORD-HEADER-DATA REDEFINES EDI-DATA.
000300         10  EOH-PO-NUMBER        PIC X(15).
000310         10  EOH-ORDER-DATE       PIC 9(08).
000320         10  EOH-CURRENCY-CODE    PIC X(03).
000330         10  EOH-PO-TOTAL         PIC S9(07)V9(02).
000340         10  FILLER               PIC X(43).
000350     05  EDI-ORD-LINE-DATA REDEFINES EDI-DATA.
000360         10  EOL-LINE-NO          PIC 9(03).
000370         10  EOL-CUST-PART-NO     PIC X(15).
000380         10  EOL-QUANTITY         PIC 9(05).
000386         10  EOL-UNIT-CODE        PIC X(02).
000392         10  FILLER               PIC X(53).
000400     05  EDI-ICH-TRAILER-DATA REDEFINES EDI-DATA.
000410         10  EIT-INTERCHANGE-ID   PIC X(09).
000420         10  EIT-ORDER-COUNT      PIC 9(05).
000430         10  EIT-LINE-COUNT       PIC 9(07).
000440         10  FILLER               PIC X(57).
