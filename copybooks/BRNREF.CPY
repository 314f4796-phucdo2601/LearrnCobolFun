000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-08-22  PD    ORIGINAL RECORD.                         *
000091*    2026-10-15  PD    ADDED BRN-WAREHOUSE - THE DEPOT THE      *
000092*                      BRANCH SHIPS FROM (ITS OWN CODE FOR A    *
000093*                      STOCKING DEPOT, SPACES FOR THE CENTRAL   *
000094*                      WAREHOUSE).  THE EDIT GATE, ORDPOST1 AND *
000095*                      GDSRCV01 CHECK, PICK AND RELEASE STOCK   *
000096*                      THERE.                                   *
000100*****************************************************************
000110 01  BRANCH-REFERENCE-REC.
000120     05  BRN-CODE                 PIC X(03).
000130     05  BRN-NAME                 PIC X(20).
000140     05  BRN-WAREHOUSE            PIC X(03).
