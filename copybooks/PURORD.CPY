000010*****************************************************************
000020*    PURORD.CPY                                                 *
000030*    PURCHASE-ORDER LINE RECORD - ONE PER ITEM ORDERED FROM A   *
000040*    VENDOR, KEYED BY PO NUMBER AND LINE, AND PERSISTENT        *
000050*    ACROSS RUNS LIKE THE POSTED-ORDER REGISTER.  POGEN01       *
000060*    CUTS THE LINES FROM THE NIGHT'S REORDER SUGGESTIONS, ONE   *
000070*    PO PER VENDOR, POMNT01 APPLIES BUYER AMENDMENTS AND        *
000080*    CANCELLATIONS, AND GDSRCV01 BOOKS EACH RECEIPT AGAINST     *
000090*    ITS OPEN LINE.  A LINE CLOSES RECEIVED WHEN THE QUANTITY   *
000100*    RECEIVED REACHES THE QUANTITY ORDERED.                     *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000132*    2026-10-15  PD    POL-QTY-INVOICED - THE QUANTITY THE      *
000134*                      VENDOR HAS BILLED AND APMTCH01 MATCHED,  *
000136*                      CARVED FROM THE FILLER.                  *
000137*    2026-10-15  PD    POL-LOC-CODE - THE LOCATION THE LINE IS  *
000139*                      TO BE DELIVERED TO, CARVED FROM THE      *
000141*                      FILLER.  GDSRCV01 RECEIVES THE GOODS     *
000143*                      THERE.                                   *
000149*****************************************************************
000150 01  PURCHASE-ORDER-REC.
000160     05  POL-KEY.
000170         10  POL-PO-NO            PIC 9(07).
000180         10  POL-LINE-NO          PIC 9(03).
000190     05  POL-VENDOR-ID            PIC X(05).
000200     05  POL-ITM-ID               PIC X(05).
000210     05  POL-QTY-ORDERED          PIC 9(07).
000220     05  POL-QTY-RECEIVED         PIC 9(07).
000230     05  POL-UNIT-COST            PIC S9(03)V9(02).
000240     05  POL-PO-DATE              PIC 9(08).
000250     05  POL-STATUS               PIC X(01).
000260         88  POL-OPEN             VALUE 'O'.
000270         88  POL-RECEIVED         VALUE 'R'.
000280         88  POL-CANCELLED        VALUE 'X'.
000290     05  POL-LAST-RECEIPT-DATE    PIC 9(08).
000300     05  POL-CHANGE-DATE          PIC 9(08).
000305     05  POL-QTY-INVOICED         PIC 9(07).
000310     05  POL-LOC-CODE             PIC X(03).
000320     05  FILLER                   PIC X(06).
