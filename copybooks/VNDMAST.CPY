000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-09-01  PD    ORIGINAL RECORD.                         *
000092*    2026-10-15  PD    ADDED VND-LEAD-DAYS - THE VENDOR'S USUAL *
000094*                      DAYS FROM ORDER TO RECEIPT, FOR          *
000096*                      DMDFCT01'S SAFETY STOCK.  SPACES OR ZERO *
000098*                      MEANS NOT KNOWN.                         *
000100*****************************************************************
000110 01  VENDOR-MASTER-REC.
000120     05  VND-ID                   PIC X(05).
000140     05  VND-STATUS               PIC X(01).
000150         88  VND-ACTIVE           VALUES 'A' SPACE.
000160         88  VND-INACTIVE         VALUE 'I'.
000170     05  VND-LEAD-DAYS            PIC 9(03).
