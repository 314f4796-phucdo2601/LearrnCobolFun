000010*****************************************************************
000020*    JNLTMPL.CPY                                                *
000030*    JOURNAL TEMPLATE LINE - ACCOUNTING'S RECURRING ADJUSTMENT  *
000040*    BATCHES (MONTHLY ACCRUALS AND THE LIKE), GROUPED BY        *
000050*    TEMPLATE ID LIKE A KEYED GLADJ BATCH.  THE SCHEDULE,       *
000060*    AUTO-REVERSE FLAG, OPERATOR AND APPROVER ARE TAKEN FROM    *
000070*    THE FIRST LINE OF EACH TEMPLATE.  GLRECR01 CUTS EVERY      *
000080*    TEMPLATE DUE IN THE MONTH-END PERIOD TO GLADJ FORMAT FOR   *
000090*    GLADJ01 TO PROVE AND RELEASE, WITH THE MIRROR BATCH FOR AN *
000100*    AUTO-REVERSING TEMPLATE DATED THE FIRST BUSINESS DAY OF    *
000110*    THE NEXT OPEN PERIOD.  AN END DATE OF ZERO RUNS WITHOUT    *
000120*    END.                                                       *
000130*-----------------------------------------------------------------
000140*    MOD-HISTORY                                                *
000150*    2026-10-15  PD    ORIGINAL RECORD.                         *
000160*****************************************************************
000170 01  JOURNAL-TEMPLATE-REC.
000180     05  TPL-TEMPLATE-ID          PIC X(05).
000190     05  TPL-FREQUENCY            PIC X(01).
000200         88  TPL-MONTHLY          VALUE 'M'.
000210         88  TPL-QUARTERLY        VALUE 'Q'.
000220         88  TPL-ANNUAL           VALUE 'A'.
000230         88  TPL-FREQUENCY-VALID  VALUES 'M' 'Q' 'A'.
000240     05  TPL-START-DATE           PIC 9(08).
000250     05  TPL-END-DATE             PIC 9(08).
000260     05  TPL-AUTO-REVERSE-FLAG    PIC X(01).
000270         88  TPL-AUTO-REVERSE     VALUE 'Y'.
000280     05  TPL-ACCOUNT              PIC X(08).
000290     05  TPL-DEBIT-CREDIT         PIC X(01).
000300         88  TPL-DEBIT            VALUE 'D'.
000310         88  TPL-CREDIT           VALUE 'C'.
000320     05  TPL-AMOUNT               PIC 9(07)V9(02).
000330     05  TPL-REFERENCE            PIC X(10).
000340     05  TPL-OPERATOR-ID          PIC X(08).
000350     05  TPL-APPROVER-ID          PIC X(08).
000360     05  FILLER                   PIC X(13).
