000010*****************************************************************
000020*    CRDSTL.CPY                                                 *
000030*    CARD PROCESSOR DAILY SETTLEMENT RECORD.  THE PROCESSOR     *
000040*    SENDS ONE FILE PER DAY OF ONE OR MORE SETTLEMENTS: A       *
000050*    SETTLEMENT HEADER ('H'), ITS CARD PAYMENTS ('P') AND       *
000060*    CHARGEBACKS ('C'), AND A TRAILER ('T') CARRYING THE        *
000070*    DETAIL COUNT, THE GROSS PAYMENTS, THE FEES WITHHELD, THE   *
000080*    CHARGEBACKS DEDUCTED, AND THE NET DEPOSIT THE PROCESSOR    *
000090*    PAID INTO THE BANK.  CRDSTL01 PROVES EVERY ONE OF THOSE    *
000100*    FIGURES BEFORE RELEASING ANYTHING FROM THE SETTLEMENT.     *
000110*    A PAYMENT CARRIES THE CARD TRANSACTION DATE AND THE        *
000120*    PROCESSOR'S REFERENCE; A CHARGEBACK QUOTES THE SAME TWO,   *
000130*    WHICH IS HOW IT FINDS THE APPLIED RECEIPT ON RCPREG.CPY.   *
000140*-----------------------------------------------------------------
000150*    MOD-HISTORY                                                *
000160*    2026-10-15  PD    ORIGINAL RECORD.                         *
000170*****************************************************************
000180 01  CARD-SETTLEMENT-REC.
000190     05  CSL-RECORD-TYPE          PIC X(01).
000200         88  CSL-TYPE-HEADER      VALUE 'H'.
000210         88  CSL-TYPE-PAYMENT     VALUE 'P'.
000220         88  CSL-TYPE-CHARGEBACK  VALUE 'C'.
000230         88  CSL-TYPE-TRAILER     VALUE 'T'.
000240     05  CSL-DATA                 PIC X(60).
000250     05  CSL-HEADER-DATA REDEFINES CSL-DATA.
000260         10  CSL-HDR-SETTLE-ID    PIC X(08).
000270         10  CSL-HDR-SETTLE-DATE  PIC 9(08).
000280         10  CSL-HDR-MERCHANT-ID  PIC X(10).
000290         10  FILLER               PIC X(34).
000300     05  CSL-PAYMENT-DATA REDEFINES CSL-DATA.
000310         10  CSL-PAY-CUST-ID      PIC X(05).
000320         10  CSL-PAY-GROSS        PIC S9(07)V9(02).
000330         10  CSL-PAY-FEE          PIC S9(05)V9(02).
000340         10  CSL-PAY-REFERENCE    PIC X(10).
000350         10  CSL-PAY-TRAN-DATE    PIC 9(08).
000360*        THE INVOICE THE CARDHOLDER PAID, WHEN THE PAYMENT PAGE
000370*        CAPTURED ONE - SPACES FOR AN UNDIRECTED PAYMENT.
000380         10  CSL-PAY-ORDER-ID     PIC X(06).
000390         10  FILLER               PIC X(15).
000400     05  CSL-CHARGEBACK-DATA REDEFINES CSL-DATA.
000410         10  CSL-CBK-CUST-ID      PIC X(05).
000420         10  CSL-CBK-AMOUNT       PIC S9(07)V9(02).
000430         10  CSL-CBK-FEE          PIC S9(05)V9(02).
000440         10  CSL-CBK-REFERENCE    PIC X(10).
000450         10  CSL-CBK-TRAN-DATE    PIC 9(08).
000460         10  CSL-CBK-ORDER-ID     PIC X(06).
000470         10  CSL-CBK-REASON-CODE  PIC X(04).
000480         10  FILLER               PIC X(11).
000490     05  CSL-TRAILER-DATA REDEFINES CSL-DATA.
000500         10  CSL-TRL-DETAIL-COUNT PIC 9(07).
000510         10  CSL-TRL-GROSS-AMOUNT PIC S9(09)V9(02).
000520         10  CSL-TRL-FEE-AMOUNT   PIC S9(09)V9(02).
000530         10  CSL-TRL-CBK-AMOUNT   PIC S9(09)V9(02).
000540         10  CSL-TRL-NET-DEPOSIT  PIC S9(09)V9(02).
000550         10  FILLER               PIC X(09).
