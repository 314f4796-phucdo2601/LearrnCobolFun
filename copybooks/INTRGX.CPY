000010*****************************************************************
000020*    INTRGX.CPY                                                 *
000030*    INTEREST REGULATORY EXTRACT RECORD - ONE PER ACCOUNT WHOSE *
000040*    INTEREST FOR THE YEAR REACHES THE REPORTING THRESHOLD,     *
000050*    WRITTEN BY THE YEAR-END INTEREST STATEMENT RUN (INTSTM01)  *
000060*    FOR THE ANNUAL RETURN.                                     *
000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD    ORIGINAL RECORD.                         *
000100*****************************************************************
000110 01  INTEREST-EXTRACT-REC.
000120     05  RGX-TAX-YEAR             PIC 9(04).
000130     05  RGX-ACCT-ID              PIC X(05).
000140     05  RGX-ACCT-NAME            PIC X(06).
000150     05  RGX-INTEREST-TOTAL       PIC S9(07)V9(02).
000160     05  RGX-CLOSING-BALANCE      PIC S9(07)V9(02).
