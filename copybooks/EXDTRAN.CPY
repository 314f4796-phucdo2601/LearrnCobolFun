000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-09-01  PD    ORIGINAL RECORD.                         *
000092*    2026-10-15  PD    ADDED EXT-OPERATOR-ID - THE KEYING       *
000094*                      OPERATOR, HELD AGAINST THE OPERATOR      *
000096*                      AUTHORIZATION FILE BY EXCDSP01.          *
000100*****************************************************************
000110 01  EXCEPTION-DISP-TRAN-REC.
000120     05  EXT-ACTION               PIC X(01).
000160     05  EXT-SOURCE-PGM           PIC X(08).
000170     05  EXT-REASON               PIC X(30).
000180     05  EXT-OWNER                PIC X(08).
000190     05  EXT-OPERATOR-ID          PIC X(08).
