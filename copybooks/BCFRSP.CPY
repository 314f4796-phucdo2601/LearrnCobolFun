000010*****************************************************************
000020*    BCFRSP.CPY                                                 *
000030*    BALANCE CONFIRMATION RESPONSE TRANSACTION FOR BCFRSP01 -   *
000040*    ONE PER REPLY RECEIVED.  THE LETTER IS FOUND BY CUSTOMER   *
000050*    AND CONFIRMATION DATE.  'A' THE CUSTOMER AGREES OUR        *
000060*    BALANCE; 'D' THE CUSTOMER DISPUTES IT AND BCR-CUST-FIGURE  *
000070*    IS WHAT THEIR OWN RECORDS SHOW.  AN AGREEMENT KEYED WITH A *
000080*    FIGURE IS HELD TO THAT FIGURE.                             *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  BAL-CONFIRM-RESP-REC.
000140     05  BCR-CUST-ID              PIC X(05).
000150     05  BCR-CONFIRM-DATE         PIC 9(08).
000160     05  BCR-RESPONSE             PIC X(01).
000170         88  BCR-AGREED           VALUE 'A'.
000180         88  BCR-DISPUTED         VALUE 'D'.
000190     05  BCR-CUST-FIGURE          PIC S9(07)V9(02).
000200     05  BCR-RESPONSE-DATE        PIC 9(08).
000210     05  BCR-ENTERED-BY           PIC X(08).
000220     05  FILLER                   PIC X(41).
