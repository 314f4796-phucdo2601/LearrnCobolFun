000010*****************************************************************
000020*    ERSCERT.CPY                                                *
000030*    ERASURE CERTIFICATE - ONE PER CUSTOMER ERASUR01 HAS        *
000040*    ANONYMIZED, APPENDED TO THE CERTIFICATE FILE AND NEVER     *
000050*    REWRITTEN.  IT RECORDS WHICH REQUEST WAS ACTED ON, WHEN,   *
000060*    BY WHOM, AND HOW MANY RECORDS IN EACH FILE HAD THE         *
000070*    CUSTOMER'S NAME AND ADDRESS REPLACED.  ONLY THE CUSTOMER   *
000080*    ID IS KEPT - THE ANONYMIZED DETAILS THEMSELVES ARE NOT     *
000090*    ON RECORD ANYWHERE.                                        *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  ERASURE-CERTIFICATE-REC.
000150     05  ECT-REQUEST-ID           PIC X(08).
000160     05  ECT-CUST-ID              PIC X(05).
000170     05  ECT-RECEIVED-DATE        PIC 9(08).
000180     05  ECT-ERASED-DATE          PIC 9(08).
000190     05  ECT-ERASED-TIME          PIC 9(08).
000200     05  ECT-CYCLE-NUMBER         PIC 9(07).
000210     05  ECT-OPERATOR-ID          PIC X(08).
000220*    RECORDS ANONYMIZED - THE MASTER ROW (0 WHEN THE CUSTOMER
000230*    HAD ALREADY BEEN PURGED TO THE ARCHIVE), THE MASTER
000240*    JOURNAL RECORDS, AND THE ARCHIVE RECORDS.
000250     05  ECT-MASTER-COUNT         PIC 9(01).
000260     05  ECT-JOURNAL-COUNT        PIC 9(07).
000270     05  ECT-ARCHIVE-COUNT        PIC 9(05).
000280     05  FILLER                   PIC X(15).
