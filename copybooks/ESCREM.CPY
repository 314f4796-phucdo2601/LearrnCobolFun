000010*****************************************************************
000020*    ESCREM.CPY                                                 *
000030*    UNCLAIMED-PROPERTY REMITTANCE RECORD - ONE PER CREDIT      *
000040*    BALANCE ESCHT01 TURNS OVER TO A REGION, CARRYING THE       *
000050*    OWNER'S LAST KNOWN NAME AND ADDRESS AND THE DATE THE       *
000060*    DORMANCY CLOCK STARTED, AS THE HOLDER REPORT REQUIRES.     *
000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD    ORIGINAL RECORD.                         *
000100*****************************************************************
000110 01  ESCHEAT-REMIT-REC.
000120     05  ESR-REGION               PIC X(03).
000130     05  ESR-REPORT-DATE          PIC 9(08).
000140     05  ESR-CUST-ID              PIC X(05).
000150     05  ESR-CUST-NAME            PIC X(20).
000160     05  ESR-ADDR-STREET          PIC X(20).
000170     05  ESR-ADDR-CITY            PIC X(15).
000180     05  ESR-ADDR-POSTCODE        PIC X(10).
000190     05  ESR-AMOUNT               PIC 9(07)V9(02).
000200     05  ESR-CURRENCY-CODE        PIC X(03).
000210     05  ESR-DORMANT-SINCE        PIC 9(08).
