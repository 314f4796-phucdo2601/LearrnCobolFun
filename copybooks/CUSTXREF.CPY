000010*****************************************************************
000020*    CUSTXREF.CPY                                               *
000030*    CUSTOMER ITEM CROSS-REFERENCE - ONE PER CUSTOMER PART      *
000040*    NUMBER, KEYED BY CUSTOMER AND THE CUSTOMER'S OWN PART      *
000050*    NUMBER, GIVING OUR ITM-ID.  EDIORD01 TRANSLATES EVERY      *
000060*    INBOUND EDI ORDER LINE THROUGH IT; A PART NUMBER NOT ON    *
000070*    FILE, OR WITHDRAWN, IS ACKNOWLEDGED AS NOT RECOGNISED.     *
000080*    MAINTAINED WITH THE CUSTOMER BY THE ACCOUNT TEAM.          *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  CUST-ITEM-XREF-REC.
000140     05  CXR-KEY.
000150         10  CXR-CUST-ID          PIC X(05).
000160         10  CXR-CUST-PART-NO     PIC X(15).
000170     05  CXR-ITM-ID               PIC X(05).
000180     05  CXR-STATUS               PIC X(01).
000190         88  CXR-ACTIVE           VALUES 'A' SPACE.
000200         88  CXR-WITHDRAWN        VALUE 'W'.
000210     05  CXR-CHANGE-DATE          PIC 9(08).
000220     05  FILLER                   PIC X(06).
