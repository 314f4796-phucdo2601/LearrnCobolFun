000010*****************************************************************
000020*    ESCCTL.CPY                                                 *
000030*    UNCLAIMED-PROPERTY CONTROL RECORD - THE STATUTORY DORMANCY *
000040*    PERIOD, IN YEARS, AFTER WHICH A CREDIT BALANCE OWED TO A   *
000050*    CUSTOMER IN ONE CUST-ADDR-REGION MUST BE REMITTED TO THAT  *
000060*    REGION AS UNCLAIMED PROPERTY.  A ROW FOR REGION '***'      *
000070*    SETS THE PERIOD FOR ANY REGION WITHOUT A ROW OF ITS OWN.   *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  ESCHEAT-CONTROL-REC.
000130     05  ESC-REGION               PIC X(03).
000140     05  ESC-DORMANCY-YEARS       PIC 9(02).
