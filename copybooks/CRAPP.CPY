000010*****************************************************************
000020*    CRAPP.CPY                                                  *
000030*    CREDIT APPLICATION - ONE PER PROSPECTIVE CUSTOMER, KEYED   *
000040*    BY THE SALES DESK WITH THE APPLICANT'S DETAILS, THE LIMIT  *
000050*    AND TERMS ASKED FOR, AND UP TO THREE TRADE REFERENCES.     *
000060*    CRAPP01 SCREENS EVERY APPLICATION EACH NIGHT AGAINST THE   *
000070*    CUSTOMER MASTER AND THE CUSTOMER EDITS, FILLS IN THE       *
000080*    SCREENING FIELDS AT THE FOOT OF THE RECORD, AND CARRIES    *
000090*    IT FORWARD UNTIL THE CREDIT DESK KEYS A DECISION           *
000100*    (CRAPDEC.CPY).  CAP-CUST-ID IS THE ACCOUNT NUMBER THE      *
000110*    DESK MEANS TO OPEN; THE DECISION MAY REPLACE IT.           *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL RECORD.                         *
000150*****************************************************************
000160 01  CREDIT-APPLICATION-REC.
000170     05  CAP-APP-ID               PIC X(06).
000180     05  CAP-APP-DATE             PIC 9(08).
000190     05  CAP-OPERATOR-ID          PIC X(08).
000200     05  CAP-CUST-ID              PIC X(05).
000210     05  CAP-CUST-NAME            PIC X(20).
000220     05  CAP-CUST-ADDR.
000230         10  CAP-ADDR-STREET      PIC X(20).
000240         10  CAP-ADDR-CITY        PIC X(15).
000250         10  CAP-ADDR-REGION      PIC X(03).
000260         10  CAP-ADDR-POSTCODE    PIC X(10).
000270     05  CAP-REQUESTED-LIMIT      PIC 9(07)V9(02).
000280     05  CAP-REQUESTED-TERMS      PIC X(03).
000290     05  CAP-TRADE-REF OCCURS 3 TIMES.
000300         10  CAP-REF-NAME         PIC X(20).
000310         10  CAP-REF-LIMIT        PIC 9(07)V9(02).
000320         10  CAP-REF-YEARS        PIC 9(02).
000330         10  CAP-REF-SLOW-FLAG    PIC X(01).
000340             88  CAP-REF-SLOW-PAYER VALUE 'Y'.
000350*    SCREENING RESULTS - REWRITTEN BY CRAPP01 EVERY NIGHT.
000360     05  CAP-PROPOSED-LIMIT       PIC 9(07)V9(02).
000370     05  CAP-PROPOSED-GRADE       PIC X(01).
000380     05  CAP-DUP-FLAG             PIC X(01).
000390         88  CAP-PROBABLE-DUP     VALUE 'Y'.
000400     05  CAP-DUP-CUST-ID          PIC X(05).
000410     05  CAP-POSTAL-FLAG          PIC X(01).
000420         88  CAP-POSTAL-INVALID   VALUE 'Y'.
000430     05  CAP-NAME-FLAG            PIC X(01).
000440         88  CAP-NAME-INVALID     VALUE 'Y'.
000450     05  CAP-SCREEN-DATE          PIC 9(08).
000460     05  FILLER                   PIC X(11).
