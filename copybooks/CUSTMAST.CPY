000580*                      OR SPACE), ELECTRONIC ('E', CUT TO THE   *
000590*                      E-STATEMENT EXTRACT), OR SUPPRESSED      *
000600*                      ('S', NO STATEMENT AT ALL).              *
000601*    2026-10-15  PD    ADDED CUST-REFUND-STOP-FLAG AND          *
000602*                      CUST-UNCLAIMED-DATE.  A REFUND THE BANK  *
000603*                      RETURNS PUTS THE CREDIT BACK, STOPS      *
000604*                      REFUND01 RETRYING THE SAME BAD DETAILS,  *
000605*                      AND DATES THE CREDIT FOR THE ANNUAL      *
000606*                      ESCHEAT RUN.                             *
000608*    2026-10-15  PD    ADDED CUST-FREIGHT-EXEMPT, MAINTAINED BY *
000610*                      CUSTMNT1.  ORDPOST1 ADDS NO FREIGHT      *
000612*                      CHARGE TO THE ORDERS OF A CUSTOMER       *
000614*                      FLAGGED 'Y'.                             *
000616*    2026-10-15  PD    ADDED CUST-TERMS-CODE - THE CUSTOMER'S   *
000618*                      PAYMENT TERMS, A CODE ON THE             *
000620*                      PAYMENT-TERMS FILE (PAYTERM.CPY).        *
000622*                      SPACES READS AS DUE ON THE ORDER DATE,   *
000624*                      AS BEFORE.                               *
000625*    2026-10-15  PD    ADDED CUST-CIA-FLAG - CASH IN ADVANCE.   *
000626*                      'A' IS SET AND CLEARED BY RISKGRD1 WITH  *
000627*                      GRADE E, 'M' IS KEYED BY THE CREDIT DESK *
000628*                      THROUGH CUSTMNT1, AND 'C' IS SET BY      *
000629*                      COLLECTIONS PLACEMENT (COLPLC01).  A     *
000630*                      FLAGGED CUSTOMER'S SALES PARK ON THE     *
000631*                      HELD-ORDER FILE AWAITING FUNDS INSTEAD   *
000632*                      OF POSTING ON CREDIT.                    *
000633*    2026-10-15  PD    CUST-NSF-FLAG IS ALSO SET BY THE CARD    *
000634*                      SETTLEMENT IMPORT (CRDSTL01) WHEN A CARD *
000635*                      PAYMENT IS CHARGED BACK, SO A            *
000636*                      CHARGED-BACK CUSTOMER IS ESCALATED THE   *
000637*                      SAME WAY AS A BOUNCED ONE.               *
000638*****************************************************************
000639 01  CUSTOMER-REC.
000640     05  CUST-ID                  PIC X(05).
000641     05  CUST-NAME                PIC A(20).
000650     05  CUST-ADDR.
000660         10  CUST-ADDR-STREET     PIC X(20).
000670         10  CUST-ADDR-CITY       PIC X(15).
000900         88  CUST-DELIVER-PRINT   VALUES 'P' SPACE.
000910         88  CUST-DELIVER-ELEC    VALUE 'E'.
000920         88  CUST-DELIVER-NONE    VALUE 'S'.
000930     05  CUST-REFUND-STOP-FLAG    PIC X(01).
000940         88  CUST-REFUND-STOPPED  VALUE 'Y'.
000950     05  CUST-UNCLAIMED-DATE      PIC 9(08).
000960     05  CUST-FREIGHT-EXEMPT      PIC X(01).
000970         88  CUST-FREIGHT-EXEMPTED VALUE 'Y'.
000980     05  CUST-TERMS-CODE          PIC X(03).
000990     05  CUST-CIA-FLAG            PIC X(01).
001000         88  CUST-CASH-IN-ADVANCE VALUES 'A' 'M' 'C'.
001010         88  CUST-CIA-AUTO        VALUE 'A'.
001020         88  CUST-CIA-MANUAL      VALUE 'M'.
001030         88  CUST-CIA-COLLECTIONS VALUE 'C'.
