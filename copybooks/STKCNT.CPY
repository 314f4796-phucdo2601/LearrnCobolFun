000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-09-01  PD    ORIGINAL RECORD.                         *
000111*    2026-10-15  PD    ADDED CNT-LOC-CODE - THE LOCATION        *
000113*                      COUNTED.  BOOK QUANTITY IS THAT          *
000115*                      LOCATION'S ON-HAND AND THE VARIANCE      *
000117*                      ADJUSTS THERE.                           *
000120*****************************************************************
000130 01  STOCK-COUNT-REC.
000140     05  CNT-ITM-ID               PIC X(05).
000150     05  CNT-COUNTED-QTY          PIC 9(07).
000160     05  CNT-COUNT-DATE           PIC 9(08).
000170     05  CNT-COUNT-REF            PIC X(10).
000180     05  CNT-LOC-CODE             PIC X(03).
