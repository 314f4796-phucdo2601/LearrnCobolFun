000010*****************************************************************
000020*    RTNOPEN.CPY                                                *
000030*    RETURNED-GOODS RECORD - ONE PER ITEM ON A POSTED RETURN,   *
000040*    KEYED BY ORDER AND ITEM.  ORDPOST1 OPENS THE RECORD WHEN   *
000050*    IT CREDITS THE RETURN; RTNRCV01 BOOKS THE WAREHOUSE'S      *
000060*    RECEIPTS AGAINST IT BY DISPOSITION (RESTOCKED, RETURNED TO *
000070*    VENDOR, SCRAPPED) AND CLOSES IT WHEN THE FULL CREDITED     *
000080*    QUANTITY HAS COME BACK.  A RECORD STILL OPEN WITH NOTHING  *
000090*    RECEIVED IS A CREDIT GIVEN FOR GOODS NOT YET SEEN.         *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  RETURN-OPEN-REC.
000150     05  RTO-KEY.
000160         10  RTO-ORDER-ID         PIC X(06).
000170         10  RTO-ITM-ID           PIC X(05).
000180     05  RTO-CUST-ID              PIC X(05).
000190     05  RTO-BRANCH-CODE          PIC X(03).
000200     05  RTO-LOC-CODE             PIC X(03).
000210     05  RTO-CREDIT-DATE          PIC 9(08).
000220     05  RTO-CREDIT-QTY           PIC 9(05).
000230     05  RTO-CREDIT-AMOUNT        PIC S9(07)V9(02).
000240     05  RTO-RECEIVED-QTY         PIC 9(05).
000250     05  RTO-RESTOCK-QTY          PIC 9(05).
000260     05  RTO-VENDOR-QTY           PIC 9(05).
000270     05  RTO-SCRAP-QTY            PIC 9(05).
000280     05  RTO-LAST-RCPT-DATE       PIC 9(08).
000290     05  RTO-STATUS               PIC X(01).
000300         88  RTO-OPEN             VALUE 'O'.
000310         88  RTO-COMPLETE         VALUE 'C'.
000320     05  FILLER                   PIC X(27).
