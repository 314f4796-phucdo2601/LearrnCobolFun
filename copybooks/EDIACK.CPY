000010*****************************************************************
000020*    EDIACK.CPY                                                 *
000030*    EDI FUNCTIONAL ACKNOWLEDGMENT RECORD - RETURNED TO THE     *
000040*    CUSTOMER FOR EACH INBOUND INTERCHANGE.  'AH' OPENS IT:     *
000050*    ACCEPTED FOR PROCESSING, OR THE WHOLE ENVELOPE REJECTED    *
000060*    WITH ITS REASON.  ONE 'AO' PER PURCHASE ORDER: ACCEPTED    *
000070*    (WITH OUR ORDER ID), REJECTED, OR NOT RECOGNISED.  AN 'AL' *
000080*    NAMES EACH LINE AT FAULT.  'AT' CLOSES IT WITH THE COUNTS. *
000090*    REASONS: E1 ENVELOPE OUT OF SEQUENCE OR UNTERMINATED, E2   *
000100*    TRAILER COUNTS DO NOT TIE, E3 CUSTOMER NOT ON FILE, E4 TOO *
000110*    MANY INTERCHANGES IN ONE TRANSMISSION, O1 ORDER HAS NO     *
000120*    LINES, O2 ORDER DATE INVALID, O3 LINE QUANTITY INVALID, O4 *
000130*    PO TOTAL NOT NUMERIC, O5 TOO MANY LINES, U1 PART NUMBER    *
000140*    NOT ON THE CROSS-REFERENCE, U2 CROSS-REFERENCED ITEM NOT   *
000150*    ON FILE.                                                   *
000160*-----------------------------------------------------------------
000170*    MOD-HISTORY                                                *
000180*    2026-10-15  PD    ORIGINAL RECORD.                         *
000190*****************************************************************
000200 01  EDI-ACK-REC.
000210     05  EAK-RECORD-TYPE          PIC X(02).
000220         88  EAK-TYPE-ICH-HEADER  VALUE 'AH'.
000230         88  EAK-TYPE-ORDER       VALUE 'AO'.
000240         88  EAK-TYPE-LINE        VALUE 'AL'.
000250         88  EAK-TYPE-ICH-TRAILER VALUE 'AT'.
000260     05  EAK-INTERCHANGE-ID       PIC X(09).
000270     05  EAK-CUST-ID              PIC X(05).
000280     05  EAK-PO-NUMBER            PIC X(15).
000290     05  EAK-LINE-NO              PIC 9(03).
000300     05  EAK-CUST-PART-NO         PIC X(15).
000310     05  EAK-STATUS               PIC X(01).
000320         88  EAK-ACCEPTED         VALUE 'A'.
000330         88  EAK-REJECTED         VALUE 'R'.
000340         88  EAK-NOT-RECOGNISED   VALUE 'U'.
000350     05  EAK-REASON-CODE          PIC X(02).
000360     05  EAK-ORDER-ID             PIC X(06).
000370     05  EAK-ACCEPTED-COUNT       PIC 9(05).
000380     05  EAK-REJECTED-COUNT       PIC 9(05).
000390     05  FILLER                   PIC X(12).
