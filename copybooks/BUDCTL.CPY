000010*****************************************************************
000020*    BUDCTL.CPY                                                 *
000030*    SALES BUDGET CONTROL RECORD FOR BUDRPT01.  BCT-FY-START-   *
000040*    MONTH IS THE CALENDAR MONTH FISCAL PERIOD 1 FALLS IN (01   *
000050*    OR ZERO MEANS THE FISCAL YEAR IS THE CALENDAR YEAR); A     *
000060*    FISCAL YEAR IS NAMED FOR THE CALENDAR YEAR IT STARTS IN.   *
000070*    BCT-BEHIND-PCT IS HOW FAR BELOW ITS YEAR-TO-DATE PLAN A    *
000080*    BRANCH OR REP MAY FALL BEFORE IT IS FLAGGED.  BCT-REPORT-  *
000090*    YYYYMM, WHEN NOT ZERO, REPORTS THAT MONTH INSTEAD OF THE   *
000100*    MONTH OF THE RUN DATE.                                     *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  BUDGET-CONTROL-REC.
000160     05  BCT-FY-START-MONTH       PIC 9(02).
000170     05  BCT-BEHIND-PCT           PIC 9(03)V9(02).
000180     05  BCT-REPORT-YYYYMM        PIC 9(06).
