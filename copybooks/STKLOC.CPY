000010*****************************************************************
000020*    STKLOC.CPY                                                 *
000030*    STOCK-BY-LOCATION RECORD - ONE PER ITEM PER WAREHOUSE,     *
000040*    KEYED BY LOCATION AND ITEM, PERSISTENT LIKE STKMAST.       *
000050*    STKMAST STAYS THE COMPANY-WIDE FIGURE AND CARRIES THE      *
000060*    COST; THE LOCATION ROWS SPLIT ITS QUANTITIES SO THAT       *
000070*    ON-HAND PLUS IN-TRANSIT ACROSS EVERY LOCATION EQUALS       *
000080*    STK-ON-HAND AND THE PICKED QUANTITIES SUM TO STK-PICKED.   *
000090*    A LOCATION CODE IS A DEPOT'S BRANCH CODE; SPACES ARE THE   *
000100*    CENTRAL WAREHOUSE.  THE EDIT GATE AND ORDPOST1 CHECK AND   *
000110*    PICK AT THE ORDERING BRANCH'S HOME WAREHOUSE (BRNREF),     *
000120*    SHPCNF01 RELIEVES IT, GDSRCV01 RECEIVES TO THE PO LINE'S   *
000130*    SHIP-TO LOCATION, STKXFR01 MOVES STOCK BETWEEN LOCATIONS   *
000140*    THROUGH IN-TRANSIT, AND STKRPT01 REPORTS REORDER BY        *
000150*    LOCATION.                                                  *
000160*-----------------------------------------------------------------
000170*    MOD-HISTORY                                                *
000180*    2026-10-15  PD    ORIGINAL RECORD.                         *
000190*****************************************************************
000200 01  STOCK-LOCATION-REC.
000210     05  SLC-KEY.
000220         10  SLC-LOC-CODE         PIC X(03).
000230         10  SLC-ITM-ID           PIC X(05).
000240     05  SLC-ON-HAND              PIC S9(07).
000250     05  SLC-PICKED               PIC 9(07).
000260     05  SLC-IN-TRANSIT           PIC 9(07).
000270     05  SLC-REORDER-POINT        PIC 9(05).
000280     05  SLC-PERIOD-USAGE         PIC 9(07).
000290     05  FILLER                   PIC X(10).
