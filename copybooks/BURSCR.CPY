000010*****************************************************************
000020*    BURSCR.CPY                                                 *
000030*    CUSTOMER BUREAU SCORE - ONE RECORD PER CUSTOMER EVER       *
000040*    RETURNED BY THE CREDIT BUREAU, IN CUSTOMER ORDER.          *
000050*    BURIMP01 WRITES EACH NEW GENERATION FROM THE LAST ONE AND  *
000060*    THE BUREAU'S RETURN, MOVING THE SCORE IT REPLACES TO       *
000070*    BSC-PRIOR-SCORE.  A CUSTOMER THE LAST RETURN COULD NOT     *
000080*    MATCH IS MARKED 'U' AND KEEPS ITS OLD SCORE FOR THE RECORD *
000090*    ONLY; RISKGRD1 GRADES ON MATCHED SCORES ALONE.             *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  BUREAU-SCORE-REC.
000150     05  BSC-CUST-ID              PIC X(05).
000160     05  BSC-MATCH-STATUS         PIC X(01).
000170         88  BSC-MATCHED          VALUE 'M'.
000180         88  BSC-UNMATCHED        VALUE 'U'.
000190     05  BSC-SCORE                PIC 9(03).
000200     05  BSC-SCORE-DATE           PIC 9(08).
000210     05  BSC-PRIOR-SCORE          PIC 9(03).
000220     05  BSC-PRIOR-DATE           PIC 9(08).
000230     05  BSC-DEROG-FLAGS.
000240         10  BSC-BANKRUPTCY       PIC X(01).
000250         10  BSC-JUDGMENT         PIC X(01).
000260         10  BSC-COLLECTION       PIC X(01).
000270     05  BSC-IMPORT-DATE          PIC 9(08).
000280     05  FILLER                   PIC X(21).
