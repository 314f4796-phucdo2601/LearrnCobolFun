000010*****************************************************************
000020*    PRCPEND.CPY                                                *
000030*    SCHEDULED ITEM PRICE CHANGE - ONE PER ITEM AND EFFECTIVE   *
000040*    DATE.  ITEMMNT1 FILES A CHANGE WHOSE ITT-EFFECTIVE-DATE IS *
000050*    AFTER THE CYCLE DATE HERE INSTEAD OF APPLYING IT; PRCACT01 *
000060*    APPLIES IT TO ITM-NUM1 THE NIGHT THE CYCLE DATE REACHES    *
000070*    THE EFFECTIVE DATE AND REMOVES IT.  KEYED SO AN ITEM'S     *
000080*    CHANGES READ IN DATE ORDER (PRCINQ01, QUOTE01).            *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  PRICE-PENDING-REC.
000140     05  PPN-KEY.
000150         10  PPN-ITM-ID           PIC X(05).
000160         10  PPN-EFFECTIVE-DATE   PIC 9(08).
000170     05  PPN-NEW-PRICE            PIC S9(03)V9(02).
000180     05  PPN-KEYED-DATE           PIC 9(08).
000190     05  PPN-OPERATOR-ID          PIC X(08).
000200     05  FILLER                   PIC X(06).
