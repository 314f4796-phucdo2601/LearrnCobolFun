000010*****************************************************************
000020*    INVDTL.CPY                                                 *
000030*    INVOICE-DETAIL RECORD - CUT BY ORDPOST1 (AND BY ORDSUSP1   *
000040*    FOR A SUSPENSE RE-ENTRY) FOR EVERY ORDER THAT ACTUALLY     *
000050*    POSTS: ONE HEADER ('H') CARRYING THE POSTED GOODS AND      *
000060*    TAX IN THE CUSTOMER'S CURRENCY, FOLLOWED BY ONE LINE       *
000070*    ('L') PER PRICED ORDER LINE AT THE PRICE ACTUALLY          *
000080*    CHARGED - LIST OR CONTRACT, LESS ANY PROMOTION.  INVGEN01  *
000090*    TURNS EACH HEADER AND ITS LINES INTO ONE NUMBERED          *
000100*    INVOICE.  THE FILE IS CUT FRESH EACH NIGHT.                *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000132*    2026-10-15  PD    ADDED IVD-HDR-FREIGHT-AMOUNT FROM THE    *
000134*                      HEADER FILLER - THE FREIGHT CHARGED ON   *
000136*                      THE ORDER, BILLED AS ITS OWN INVOICE     *
000138*                      LINE.                                    *
000140*****************************************************************
000150 01  INVOICE-DETAIL-REC.
000160     05  IVD-RECORD-TYPE          PIC X(01).
000170         88  IVD-TYPE-HEADER      VALUE 'H'.
000180         88  IVD-TYPE-LINE        VALUE 'L'.
000190     05  IVD-ORDER-ID             PIC X(06).
000200     05  IVD-DATA                 PIC X(73).
000210     05  IVD-HEADER-DATA REDEFINES IVD-DATA.
000220         10  IVD-HDR-SOURCE-PGM   PIC X(08).
000230         10  IVD-HDR-CUST-ID      PIC X(05).
000240         10  IVD-HDR-ORDER-DATE   PIC 9(08).
000250         10  IVD-HDR-TRAN-TYPE    PIC X(01).
000260         10  IVD-HDR-ORDER-CCY    PIC X(03).
000270         10  IVD-HDR-CUST-CCY     PIC X(03).
000280         10  IVD-HDR-BRANCH-CODE  PIC X(03).
000290         10  IVD-HDR-GOODS-AMOUNT PIC S9(07)V9(02).
000300         10  IVD-HDR-TAX-AMOUNT   PIC S9(07)V9(02).
000310         10  IVD-HDR-LINE-COUNT   PIC 9(03).
000315         10  IVD-HDR-FREIGHT-AMOUNT PIC S9(07)V9(02).
000320         10  FILLER               PIC X(12).
000330     05  IVD-LINE-DATA REDEFINES IVD-DATA.
000340         10  IVD-LIN-ITM-ID       PIC X(05).
000350         10  IVD-LIN-QUANTITY     PIC 9(05).
000360         10  IVD-LIN-LIST-PRICE   PIC S9(03)V9(02).
000370         10  IVD-LIN-UNIT-PRICE   PIC S9(03)V9(02).
000380         10  IVD-LIN-AMOUNT       PIC S9(07)V9(02).
000390         10  IVD-LIN-PRICE-BASIS  PIC X(01).
000400             88  IVD-PRICED-LIST  VALUE 'L'.
000410             88  IVD-PRICED-CONTRACT VALUE 'C'.
000420         10  IVD-LIN-PROMO-ID     PIC X(06).
000430         10  IVD-LIN-PROMO-DISC   PIC S9(07)V9(02).
000440         10  FILLER               PIC X(28).
