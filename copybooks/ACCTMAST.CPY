000070*    2026-08-09  PD    ORIGINAL RECORD.                         *
000072*    2026-08-22  PD    ADDED ACCT-ACCRUED-INT, BUILT UP BY THE  *
000074*                      NIGHTLY INTEREST ACCRUAL RUN (ACCINT01). *
000075*    2026-10-15  PD    ACCT-BALANCE IS NOW MOVED BY THE ACCOUNT *
000076*                      TRANSACTION POSTING RUN (ACCPST01),      *
000077*                      WHICH COPIES THE FILE FORWARD AHEAD OF   *
000078*                      ACCINT01.                                *
000080*****************************************************************
000090 01  ACCOUNT-REC.
000100     05  ACCT-ID                  PIC X(05).
