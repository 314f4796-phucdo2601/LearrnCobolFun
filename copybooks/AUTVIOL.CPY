000010*****************************************************************
000020*    AUTVIOL.CPY                                                *
000030*    ACCESS-VIOLATION RECORD - ONE PER KEYED TRANSACTION A      *
000040*    MAINTENANCE PROGRAM REFUSED FOR WANT OF A CURRENT          *
000050*    OPERATOR GRANT.  THE FILE IS OPENED EXTEND BY EVERY        *
000060*    MAINTENANCE STEP AND REPORTED TO AUDIT EACH DAY BY         *
000070*    AUTVIO01.                                                  *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  ACCESS-VIOLATION-REC.
000130     05  AVL-DATE                 PIC 9(08).
000140     05  AVL-PROGRAM              PIC X(08).
000150     05  AVL-OPERATOR-ID          PIC X(08).
000160     05  AVL-ACTION               PIC X(01).
000170     05  AVL-KEY                  PIC X(10).
000180     05  AVL-REASON               PIC X(30).
000190     05  FILLER                   PIC X(15).
