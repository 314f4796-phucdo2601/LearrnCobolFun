000010*****************************************************************
000020*    REBAGR.CPY                                                 *
000030*    VOLUME-REBATE AGREEMENT RECORD - MAINTAINED BY FINANCE,    *
000040*    ONE PER AGREEMENT.  THE AGREEMENT IS WITH ONE CUSTOMER     *
000050*    (SCOPE 'C') OR WITH A WHOLE NATIONAL-ACCOUNT FAMILY        *
000060*    (SCOPE 'P' - THE PARTY IS THE PARENT, AND EVERY CUSTOMER   *
000070*    WHOSE CUST-PARENT-ID NAMES IT COUNTS TOWARD THE VOLUME).   *
000080*    THE DATES ARE THE CURRENT AGREEMENT YEAR; FINANCE ROLLS    *
000090*    THEM FORWARD WHEN THE AGREEMENT RENEWS.  UP TO THREE       *
000100*    ASCENDING TIERS - THE HIGHEST THRESHOLD REACHED SETS THE   *
000110*    PER CENT EARNED ON THE WHOLE YEAR'S VOLUME.  AN UNUSED     *
000120*    TIER IS ZERO.  READ BY REBACR01.                           *
000130*-----------------------------------------------------------------
000140*    MOD-HISTORY                                                *
000150*    2026-10-15  PD    ORIGINAL RECORD.                         *
000160*****************************************************************
000170 01  REBATE-AGREEMENT-REC.
000180     05  RBA-AGREEMENT-ID         PIC X(06).
000190     05  RBA-SCOPE                PIC X(01).
000200         88  RBA-SCOPE-CUSTOMER   VALUE 'C'.
000210         88  RBA-SCOPE-FAMILY     VALUE 'P'.
000220     05  RBA-PARTY-ID             PIC X(05).
000230     05  RBA-YEAR-START-DATE      PIC 9(08).
000240     05  RBA-YEAR-END-DATE        PIC 9(08).
000250     05  RBA-TIER-TABLE.
000260         10  RBA-TIER OCCURS 3 TIMES.
000270             15  RBA-TIER-THRESHOLD PIC 9(09)V9(02).
000280             15  RBA-TIER-PCT     PIC 9(02)V9(02).
