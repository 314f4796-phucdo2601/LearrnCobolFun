000010*****************************************************************
000020*    CNFDTL.CPY                                                 *
000030*    ORDER-CONFIRMATION DETAIL - CUT BY THE EDIT GATE           *
000040*    (ORDEDT01) FOR EVERY LINE OF AN ORDER IT PASSES: THE ITEM  *
000050*    ORDERED AND THE ITEM SUPPLIED (DIFFERENT WHEN ITMSUB       *
000060*    SWAPPED IT), THE PRICE CHARGED ON A LIST OR CONTRACT BASIS *
000070*    AND ANY PROMOTION TAKEN OFF, OR THE LINE PARKED ON THE     *
000080*    BACKORDER FILE.  ORDCNF01 MATCHES IT TO THE NIGHT'S BRANCH *
000090*    ACKNOWLEDGMENTS AND SENDS EACH CUSTOMER A CONFIRMATION.    *
000100*    THE FILE IS CUT FRESH EACH NIGHT.                          *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000131*    2026-10-15  PD    CFD-UNIT-CODE ADDED - THE UNIT           *
000132*                      CFD-QUANTITY IS IN.  CFD-LIST-PRICE AND  *
000133*                      CFD-UNIT-PRICE ARE NOW PER ORDERED UNIT  *
000134*                      AND WIDENED TO HOLD A CASE OR PACK       *
000135*                      PRICE.                                   *
000140*****************************************************************
000150 01  ORDER-CONFIRM-DETAIL-REC.
000160     05  CFD-ORDER-ID             PIC X(06).
000170     05  CFD-CUST-ID              PIC X(05).
000180     05  CFD-ORDER-DATE           PIC 9(08).
000190     05  CFD-LINE-STATUS          PIC X(01).
000200         88  CFD-LINE-ACCEPTED    VALUE 'A'.
000210         88  CFD-LINE-BACKORDERED VALUE 'B'.
000220     05  CFD-ORDERED-ITM-ID       PIC X(05).
000230     05  CFD-ITM-ID               PIC X(05).
000240     05  CFD-QUANTITY             PIC 9(05).
000247     05  CFD-UNIT-CODE            PIC X(02).
000254     05  CFD-LIST-PRICE           PIC S9(05)V9(02).
000261     05  CFD-UNIT-PRICE           PIC S9(05)V9(02).
000270     05  CFD-PRICE-BASIS          PIC X(01).
000280         88  CFD-PRICED-LIST      VALUE 'L'.
000290         88  CFD-PRICED-CONTRACT  VALUE 'C'.
000300     05  CFD-PROMO-ID             PIC X(06).
000310     05  CFD-PROMO-DISC           PIC S9(07)V9(02).
000320     05  CFD-LINE-AMOUNT          PIC S9(07)V9(02).
000330     05  FILLER                   PIC X(04).
