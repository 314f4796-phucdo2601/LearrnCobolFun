000010*****************************************************************
000020*    UOMWORK.CPY                                                *
000030*    WORKING-STORAGE FIELDS FOR THE SHARED UNIT-OF-MEASURE      *
000040*    ROUTINES (SEE UOMPROC.CPY).  COPY THIS INTO WORKING-       *
000050*    STORAGE AND SET WS-UOM-PROGRAM BEFORE PERFORMING           *
000060*    9900-OPEN-UNIT-CONVERSION.                                 *
000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD    ORIGINAL FIELDS.                         *
000100*****************************************************************
000110 01  WS-UCV-FILE-STATUS       PIC X(02).
000120     88  WS-UCV-OK            VALUE '00'.
000130     88  WS-UCV-NOT-FOUND     VALUE '23'.
000140
000150 01  WS-UOM-WORK.
000160     05  WS-UOM-PROGRAM       PIC X(08).
000170     05  WS-UOM-DISABLED-SW   PIC X(01) VALUE 'N'.
000180         88  WS-UOM-DISABLED  VALUE 'Y'.
000190*    IN - THE UNIT AND QUANTITY ON THE LINE.  OUT - THE UNIT
000200*    RESOLVED, THE ITEM'S STOCKING UNIT, THE FACTOR, AND THE
000210*    QUANTITY IN STOCKING UNITS.
000220     05  WS-UOM-UNIT          PIC X(02).
000230     05  WS-UOM-ORDERED-QTY   PIC 9(05).
000240     05  WS-UOM-STOCK-UNIT    PIC X(02).
000250     05  WS-UOM-FACTOR        PIC 9(05).
000260     05  WS-UOM-BASE-QTY      PIC 9(05).
000270     05  WS-UOM-RESULT        PIC X(01).
000280         88  WS-UOM-VALID     VALUE 'Y'.
000290         88  WS-UOM-BAD-UNIT  VALUE 'U'.
000300         88  WS-UOM-TOO-LARGE VALUE 'Q'.
000310*    THE LIST PRICE FOR ONE ORDERED UNIT WHEN THE CONVERSION
000320*    ROW CARRIES ONE (ZERO OTHERWISE).
000330     05  WS-UOM-PACK-PRICE    PIC S9(05)V9(02).
000340*    IN - THE PRICE PER STOCKING UNIT AND ITS BASIS ('L' LIST,
000350*    'C' CONTRACT).  OUT - THE PRICE PER ORDERED UNIT.
000360     05  WS-UOM-BASE-PRICE    PIC S9(05)V9(02).
000370     05  WS-UOM-PRICE-BASIS   PIC X(01).
000380     05  WS-UOM-ORDERED-PRICE PIC S9(05)V9(02).
