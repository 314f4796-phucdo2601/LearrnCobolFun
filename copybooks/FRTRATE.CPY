000010*****************************************************************
000020*    FRTRATE.CPY                                                *
000030*    FREIGHT-RATE RECORD - ONE ORDER-VALUE BAND OF THE FREIGHT  *
000040*    CHARGED TO CUSTOMERS IN ONE CUST-ADDR-REGION.  THE BAND    *
000050*    RUNS FROM FRT-VALUE-FROM UP TO THE NEXT BAND'S START.  A   *
000060*    BAND WITH A ZERO CHARGE IS THE REGION'S FREE-FREIGHT       *
000070*    THRESHOLD.  ROWS WITH A BLANK REGION ARE THE DEFAULT       *
000080*    SCALE FOR A REGION WITH NO ROWS OF ITS OWN.                *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  FREIGHT-RATE-REC.
000140     05  FRT-REGION               PIC X(03).
000150     05  FRT-VALUE-FROM           PIC 9(07)V9(02).
000160     05  FRT-CHARGE               PIC 9(05)V9(02).
