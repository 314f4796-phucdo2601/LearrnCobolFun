000010*****************************************************************
000020*    BURRSP.CPY                                                 *
000030*    CREDIT BUREAU RETURN RECORD - THE BUREAU'S 80-BYTE ANSWER  *
000040*    TO OUR SUBMISSION, IMPORTED BY BURIMP01.  ONE 'H' HEADER,  *
000050*    ONE 'D' DETAIL PER CUSTOMER SUBMITTED IN CUSTOMER ORDER,   *
000060*    ONE 'T' TRAILER WITH THE DETAIL COUNT.  BRS-CUST-ID IS OUR *
000070*    OWN CUSTOMER ID ECHOED BACK.  A MATCHED CUSTOMER CARRIES   *
000080*    THE BUREAU SCORE (300 TO 850, HIGHER IS BETTER) AND THREE  *
000090*    DEROGATORY FLAGS ('Y' OR 'N'); A CUSTOMER THE BUREAU COULD *
000100*    NOT MATCH COMES BACK 'N' WITH NO SCORE.                    *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  BUREAU-RESPONSE-REC.
000160     05  BRS-REC-TYPE             PIC X(01).
000170         88  BRS-HEADER           VALUE 'H'.
000180         88  BRS-DETAIL           VALUE 'D'.
000190         88  BRS-TRAILER          VALUE 'T'.
000200     05  BRS-DETAIL-DATA.
000210         10  BRS-CUST-ID          PIC X(05).
000220         10  BRS-BUREAU-FILE-NO   PIC X(12).
000230         10  BRS-MATCH-CODE       PIC X(01).
000240             88  BRS-MATCHED      VALUE 'M'.
000250             88  BRS-NOT-MATCHED  VALUE 'N'.
000260         10  BRS-SCORE            PIC 9(03).
000270         10  BRS-DEROG-FLAGS.
000280             15  BRS-BANKRUPTCY   PIC X(01).
000290             15  BRS-JUDGMENT     PIC X(01).
000300             15  BRS-COLLECTION   PIC X(01).
000310         10  BRS-REPORT-DATE      PIC 9(08).
000320         10  FILLER               PIC X(47).
000330     05  BRS-HEADER-DATA REDEFINES BRS-DETAIL-DATA.
000340         10  BRS-SUBSCRIBER-CODE  PIC X(10).
000350         10  BRS-FILE-DATE        PIC 9(08).
000360         10  FILLER               PIC X(61).
000370     05  BRS-TRAILER-DATA REDEFINES BRS-DETAIL-DATA.
000380         10  BRS-RECORD-COUNT     PIC 9(07).
000390         10  FILLER               PIC X(72).
