000010*****************************************************************
000020*    AUDEVD.CPY                                                 *
000030*    AUDIT EVIDENCE RECORD - THE SUPPORTING TRAIL AUDSMP01      *
000040*    PULLS FOR EACH SAMPLED ITEM.  EVERY RECORD CARRIES THE     *
000050*    ITEM'S SAMPLE NUMBER AND THE PLACE OF ITS SOURCE IN THE    *
000060*    TRAIL, SO SORTING THE FILE ON THE FIRST SEVEN BYTES FILES  *
000070*    THE EVIDENCE ITEM BY ITEM.  AEV-DATA IS THE SOURCE RECORD  *
000080*    EXACTLY AS FOUND, IN ITS OWN COPYBOOK'S LAYOUT; A          *
000090*    CUSTOMER-JOURNAL ENTRY GIVES TWO RECORDS, THE BEFORE AND   *
000100*    THE AFTER IMAGE.  SOURCES: 01 THE SAMPLED ITEM, 02 ORDER   *
000110*    HISTORY, 03 INVOICE DETAIL (ORDER AND LINES), 04 GL        *
000120*    JOURNAL, 05 OPEN ITEM, 06 PAYMENT HISTORY, 07 CREDIT-LIMIT *
000130*    APPROVAL, 08 CUSTOMER JOURNAL.                             *
000140*-----------------------------------------------------------------
000150*    MOD-HISTORY                                                *
000160*    2026-10-15  PD    ORIGINAL RECORD.                         *
000170*****************************************************************
000180 01  AUDIT-EVIDENCE-REC.
000190     05  AEV-SAMPLE-NO            PIC 9(05).
000200     05  AEV-SOURCE-SEQ           PIC 9(02).
000210         88  AEV-SRC-SAMPLED-ITEM VALUE 01.
000220         88  AEV-SRC-ORDER-HIST   VALUE 02.
000230         88  AEV-SRC-INVOICE-DTL  VALUE 03.
000240         88  AEV-SRC-GL-JOURNAL   VALUE 04.
000250         88  AEV-SRC-OPEN-ITEM    VALUE 05.
000260         88  AEV-SRC-PAYMENT-HIST VALUE 06.
000270         88  AEV-SRC-LIMIT-APPR   VALUE 07.
000280         88  AEV-SRC-CUST-JOURNAL VALUE 08.
000290     05  AEV-SOURCE-NAME          PIC X(08).
000300     05  AEV-IMAGE-KIND           PIC X(01).
000310         88  AEV-IMAGE-BEFORE     VALUE 'B'.
000320         88  AEV-IMAGE-AFTER      VALUE 'A'.
000330     05  AEV-DATA                 PIC X(160).
