000010*****************************************************************
000020*    OPRAUTH.CPY                                                *
000030*    OPERATOR AUTHORIZATION RECORD - ONE PER OPERATOR PER       *
000040*    MAINTENANCE PROGRAM, LISTING THE ACTION CODES THE          *
000050*    OPERATOR MAY KEY TO THAT PROGRAM ('*' FOR EVERY ACTION)    *
000060*    AND THE LAST DAY THE GRANT STANDS (ZERO FOR NO EXPIRY).    *
000070*    EVERY KEYED MAINTENANCE PROGRAM REFUSES A TRANSACTION NOT  *
000080*    COVERED BY A CURRENT GRANT - SEE AUTPROC.CPY.              *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  OPERATOR-AUTH-REC.
000140     05  OAU-OPERATOR-ID          PIC X(08).
000150     05  OAU-PROGRAM              PIC X(08).
000160     05  OAU-ACTIONS              PIC X(10).
000170     05  OAU-EXPIRY-DATE          PIC 9(08).
