000010*****************************************************************
000020*    ERSREQ.CPY                                                 *
000030*    RIGHT-TO-ERASURE REQUEST - ONE PER CUSTOMER WHO HAS ASKED  *
000040*    FOR THEIR PERSONAL DETAILS TO BE REMOVED, KEYED BY THE     *
000050*    OPERATOR WHO LOGGED THE REQUEST AND APPLIED BY ERASUR01.   *
000060*    THE REQUEST ID IS THE REFERENCE QUOTED BACK TO THE         *
000070*    CUSTOMER AND CARRIED ONTO THE ERASURE CERTIFICATE          *
000080*    (ERSCERT.CPY).                                             *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  ERASURE-REQUEST-REC.
000140     05  ERQ-REQUEST-ID           PIC X(08).
000150     05  ERQ-CUST-ID              PIC X(05).
000160     05  ERQ-RECEIVED-DATE        PIC 9(08).
000170     05  ERQ-OPERATOR-ID          PIC X(08).
