000030*    STOCK-ADJUSTMENT TRANSACTION RECORD - THE SANCTIONED WAY   *
000040*    TO MOVE ON-HAND OUTSIDE ORDER POSTING: 'A' ADJUSTS THE     *
000050*    QUANTITY (SIGNED) WITH A REASON CODE, 'P' SETS THE         *
000060*    REORDER POINT, 'C' SETS THE AVERAGE UNIT COST, 'L' PLACES  *
000065*    STOCK ALREADY ON THE BOOKS AT A LOCATION.                  *
000070*    APPLIED BY STKMNT01 WITH EVERY ACTION AUDITED UNDER        *
000075*    THE KEYING OPERATOR AND REFERENCE.                         *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-09-01  PD    ORIGINAL RECORD.                         *
000102*    2026-10-15  PD    ADDED ACTION 'C' AND SAD-UNIT-COST -     *
000104*                      SETS THE ITEM'S AVERAGE COST AND         *
000106*                      REVALUES THE STOCK NOT YET SOLD AT IT    *
000108*                      (OPENING COSTS AND CORRECTIONS).         *
000109*    2026-10-15  PD    ADDED SAD-LOC-CODE (SPACES = CENTRAL     *
000110*                      WAREHOUSE) - 'A' AND 'P' NOW APPLY AT A  *
000111*                      LOCATION - AND ACTION 'L', WHICH PLACES  *
000112*                      STOCK ALREADY ON THE COMPANY FIGURE AT A *
000113*                      LOCATION WITHOUT MOVING THE COMPANY      *
000114*                      QUANTITY OR VALUE (OPENING LOCATION      *
000115*                      BALANCES).                               *
000119*****************************************************************
000120 01  STOCK-ADJUST-REC.
000130     05  SAD-ACTION               PIC X(01).
000140         88  SAD-ADJUST           VALUE 'A'.
000150         88  SAD-SET-POINT        VALUE 'P'.
000155         88  SAD-SET-COST         VALUE 'C'.
000157         88  SAD-LOCATE           VALUE 'L'.
000160     05  SAD-ITM-ID               PIC X(05).
000170     05  SAD-QUANTITY             PIC S9(05).
000180     05  SAD-REASON               PIC X(02).
000190     05  SAD-REFERENCE            PIC X(10).
000200     05  SAD-OPERATOR-ID          PIC X(08).
000210     05  SAD-UNIT-COST            PIC 9(05)V9(04).
000220     05  SAD-LOC-CODE             PIC X(03).
