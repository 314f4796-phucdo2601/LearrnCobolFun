000010*****************************************************************
000020*    DUPREJ.CPY                                                 *
000030*    REJECTED DUPLICATE-CUSTOMER PAIR - ONE PER PAIR A REVIEWER *
000040*    HAS RULED A FALSE MATCH, LOWER CUSTOMER ID FIRST.          *
000050*    APPENDED BY DUPCNF01 AND NEVER AGED OFF, SO THE WEEKLY     *
000060*    MATCHING RUN (DUPMTC01) DOES NOT PROPOSE THE SAME PAIR     *
000070*    AGAIN HOWEVER HIGH IT SCORES.                              *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  DUP-REJECT-REC.
000130     05  DRJ-CUST-ID-LOW          PIC X(05).
000140     05  DRJ-CUST-ID-HIGH         PIC X(05).
000150     05  DRJ-REJECT-DATE          PIC 9(08).
000160     05  DRJ-REVIEWER-ID          PIC X(08).
000170     05  FILLER                   PIC X(54).
