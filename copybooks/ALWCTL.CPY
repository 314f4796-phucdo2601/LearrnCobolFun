000010*****************************************************************
000020*    ALWCTL.CPY                                                 *
000030*    BAD-DEBT ALLOWANCE RESERVE MATRIX FOR BADALW01.  ONE 'G'   *
000040*    ROW PER CUST-RISK-GRADE GIVES THE PER CENT RESERVED        *
000050*    AGAINST EACH AGING BUCKET - CURRENT, 30-59, 60-89 AND 90   *
000060*    DAYS AND OVER PAST DUE.  A GRADE OF '*' IS THE ROW FOR ANY *
000070*    GRADE WITHOUT ONE OF ITS OWN, UNGRADED CUSTOMERS INCLUDED. *
000080*    THE ONE 'S' ROW GIVES THE FLAT PER CENT FOR THE SPECIAL    *
000090*    CLASSES, WHICH TAKE AN ITEM OUT OF THE MATRIX: AN ACCOUNT  *
000100*    PLACED WITH THE AGENCY, THEN A DISPUTED ITEM, THEN A       *
000110*    CUSTOMER ON AN ACTIVE PAYMENT PLAN.                        *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL RECORD.                         *
000150*****************************************************************
000160 01  ALLOWANCE-CTL-REC.
000170     05  ALC-ROW-TYPE             PIC X(01).
000180         88  ALC-GRADE-ROW        VALUE 'G'.
000190         88  ALC-SPECIAL-ROW      VALUE 'S'.
000200     05  ALC-GRADE-DATA.
000210         10  ALC-GRADE            PIC X(01).
000220         10  ALC-BUCKET-PCT       PIC 9(03)V9(02)
000230                                  OCCURS 4 TIMES.
000240         10  FILLER               PIC X(18).
000250     05  ALC-SPECIAL-DATA REDEFINES ALC-GRADE-DATA.
000260         10  ALC-AGENCY-PCT       PIC 9(03)V9(02).
000270         10  ALC-DISPUTE-PCT      PIC 9(03)V9(02).
000280         10  ALC-PLAN-PCT         PIC 9(03)V9(02).
000290         10  FILLER               PIC X(24).
