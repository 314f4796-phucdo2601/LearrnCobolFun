000010*****************************************************************
000020*    DDINSTR.CPY                                                *
000030*    DIRECT-DEBIT INSTRUCTION RECORD - THE FILE DDCOL01 SENDS   *
000040*    TO THE BANK.  ONE 'H' HEADER CARRYING OUR ORIGINATOR ID,   *
000050*    THE FILE DATE AND THE SETTLEMENT DATE, ONE 'D' DETAIL PER  *
000060*    DEBIT, AND ONE 'T' TRAILER WITH THE DEBIT COUNT AND TOTAL  *
000070*    THE BANK PROVES THE FILE BY.  THE DETAIL REFERENCE IS THE  *
000080*    ONE THE EXPECTED RECEIPT CARRIES, SO A REJECTION RETURNED  *
000090*    ON THE BANK'S RETURN FILE MATCHES THE APPLIED RECEIPT.     *
000100*    AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.            *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  DD-INSTRUCTION-REC.
000160     05  DDI-REC-TYPE             PIC X(01).
000170         88  DDI-HEADER           VALUE 'H'.
000180         88  DDI-DETAIL           VALUE 'D'.
000190         88  DDI-TRAILER          VALUE 'T'.
000200     05  DDI-DETAIL-DATA.
000210         10  DDI-CUST-ID          PIC X(05).
000220         10  DDI-BANK-REFERENCE   PIC X(18).
000230         10  DDI-REFERENCE        PIC X(10).
000240         10  DDI-AMOUNT           PIC 9(07)V9(02).
000250         10  DDI-SETTLE-DATE      PIC 9(08).
000260         10  DDI-CUST-NAME        PIC X(20).
000270         10  FILLER               PIC X(08).
000280     05  DDI-HEADER-DATA REDEFINES DDI-DETAIL-DATA.
000290         10  DDI-ORIGINATOR-ID    PIC X(10).
000300         10  DDI-FILE-DATE        PIC 9(08).
000310         10  DDI-HDR-SETTLE-DATE  PIC 9(08).
000320         10  DDI-CYCLE-NUMBER     PIC 9(07).
000330         10  FILLER               PIC X(45).
000340     05  DDI-TRAILER-DATA REDEFINES DDI-DETAIL-DATA.
000350         10  DDI-RECORD-COUNT     PIC 9(07).
000360         10  DDI-AMOUNT-TOTAL     PIC 9(11)V9(02).
000370         10  FILLER               PIC X(58).
