000010*****************************************************************
000020*    PRFCTL.CPY                                                 *
000030*    CUSTOMER PROFITABILITY CONTROL RECORD FOR CUSPRF01.        *
000040*    PFC-CARRY-RATE-PCT IS THE ANNUAL COST OF MONEY CHARGED     *
000050*    AGAINST A CUSTOMER'S AVERAGE RECEIVABLE BALANCE; A TWELFTH *
000060*    OF IT IS CHARGED FOR THE MONTH.  PFC-REPORT-YYYYMM, WHEN   *
000070*    NOT ZERO, REPORTS THAT MONTH INSTEAD OF THE MONTH OF THE   *
000080*    RUN DATE.                                                  *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  PROFIT-CONTROL-REC.
000140     05  PFC-CARRY-RATE-PCT       PIC 9(02)V9(02).
000150     05  PFC-REPORT-YYYYMM        PIC 9(06).
