000010*****************************************************************
000020*    DPCLR.CPY                                                  *
000030*    CLEARED DENIED-PARTY PAIR - A CUSTOMER AND LIST ENTRY THAT *
000040*    COMPLIANCE HAS REVIEWED AND FOUND NOT TO BE THE SAME       *
000050*    PARTY.  THE SCREENING ROUTINE (DPSPROC.CPY) SKIPS A        *
000060*    CLEARED PAIR, SO THE CUSTOMER IS NOT HELD AGAIN FOR THE    *
000070*    SAME ENTRY.  DPSREV01 ADDS A PAIR FOR EVERY CLEARED HIT.   *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  DP-CLEARED-REC.
000130     05  DPC-CUST-ID              PIC X(05).
000140     05  DPC-ENTRY-ID             PIC X(10).
000150     05  DPC-CLEARED-BY           PIC X(08).
000160     05  DPC-CLEARED-DATE         PIC 9(08).
000170     05  FILLER                   PIC X(49).
