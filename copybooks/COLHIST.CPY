000010*****************************************************************
000020*    COLHIST.CPY                                                *
000030*    COLLECTION HISTORY RECORD - ONE PER RECORDED CONTACT, IN   *
000040*    THE ORDER KEYED.  COLACT01 ADDS THE DAY'S ACTIVITY TO THE  *
000050*    CURRENT GENERATION; EACH NIGHT COLQUE01 READS IT, CLOSES   *
000060*    OFF THE PROMISES WHOSE DATE (PLUS GRACE) HAS PASSED AS     *
000070*    KEPT OR BROKEN AGAINST THE RECEIPTS CSHPOST1 APPLIED, AND  *
000080*    WRITES THE NEXT GENERATION.  CUST360 LISTS THE LAST TEN    *
000090*    CONTACTS FOR A CUSTOMER.                                   *
000100*                                                               *
000110*    OUTCOMES - P PROMISE TO PAY, C CONTACTED, N NO ANSWER,     *
000120*    M MESSAGE LEFT, R REFUSED TO PAY, W WRONG NUMBER.          *
000130*-----------------------------------------------------------------
000140*    MOD-HISTORY                                                *
000150*    2026-10-15  PD    ORIGINAL RECORD.                         *
000160*****************************************************************
000170 01  COLLECTION-HISTORY-REC.
000180     05  CLH-CUST-ID              PIC X(05).
000190     05  CLH-CONTACT-DATE         PIC 9(08).
000200     05  CLH-COLLECTOR-ID         PIC X(08).
000210     05  CLH-OUTCOME              PIC X(01).
000220         88  CLH-PROMISE          VALUE 'P'.
000230     05  CLH-PROMISE-DATE         PIC 9(08).
000240     05  CLH-PROMISE-AMOUNT       PIC 9(07)V9(02).
000250     05  CLH-PROMISE-STATUS       PIC X(01).
000260         88  CLH-NO-PROMISE       VALUE SPACE.
000270         88  CLH-PROMISE-OPEN     VALUE 'O'.
000280         88  CLH-PROMISE-KEPT     VALUE 'K'.
000290         88  CLH-PROMISE-BROKEN   VALUE 'B'.
000300*    SET WHEN THE PROMISE IS CLOSED OFF - THE RUN DATE AND WHAT
000310*    THE CUSTOMER PAID BETWEEN THE CONTACT AND THE PROMISE DATE
000320*    PLUS GRACE.
000330     05  CLH-RESOLVED-DATE        PIC 9(08).
000340     05  CLH-PAID-AMOUNT          PIC 9(07)V9(02).
000350     05  CLH-NOTES                PIC X(40).
000360     05  FILLER                   PIC X(10).
