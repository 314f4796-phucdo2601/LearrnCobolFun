000010*****************************************************************
000020*    TRMWORK.CPY                                                *
000030*    WORKING-STORAGE FIELDS FOR THE SHARED PAYMENT-TERMS        *
000040*    ROUTINES (SEE TRMPROC.CPY).  COPY THIS INTO                *
000050*    WORKING-STORAGE, SET WS-TRM-PROGRAM ONCE AT START OF RUN   *
000060*    AND PERFORM 9400-LOAD-PAYMENT-TERMS.  FOR EACH CHARGE      *
000070*    FILL WS-TRM-CODE, WS-TRM-BASE-DATE AND WS-TRM-BASE-AMOUNT  *
000080*    AND PERFORM 9420-DERIVE-TERM-DATES; THE DUE DATE,          *
000090*    DISCOUNT DATE AND DISCOUNT AMOUNT COME BACK BELOW.         *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL FIELDS.                         *
000130*****************************************************************
000140 01  WS-TRM-FILE-STATUS       PIC X(02).
000150     88  WS-TRM-OK            VALUE '00'.
000160     88  WS-TRM-EOF           VALUE '10'.
000170
000180 01  WS-TRM-WORK.
000190     05  WS-TRM-PROGRAM       PIC X(08).
000200     05  WS-TRM-CODE          PIC X(03).
000210     05  WS-TRM-BASE-DATE     PIC 9(08).
000220     05  WS-TRM-BASE-AMOUNT   PIC S9(07)V9(02).
000230     05  WS-TRM-DUE-DATE      PIC 9(08).
000240     05  WS-TRM-DISC-DATE     PIC 9(08).
000250     05  WS-TRM-DISC-AMOUNT   PIC S9(07)V9(02).
000260     05  WS-TRM-ADD-DAYS      PIC 9(03).
000270     05  WS-TRM-ROLL-DAYS     PIC 9(05) COMP.
000280     05  WS-TRM-FOUND-SW      PIC X(01).
000290         88  WS-TRM-FOUND     VALUE 'Y'.
000300     05  WS-TRM-SUB           PIC 9(03) COMP.
000310     05  WS-TRM-HIT-SUB       PIC 9(03) COMP.
000320     05  WS-TRM-UNKNOWN-COUNT PIC 9(07) COMP VALUE 0.
000330
000340 01  WS-TRM-ROLL-DATE         PIC 9(08).
000350 01  WS-TRM-ROLL-SPLIT REDEFINES WS-TRM-ROLL-DATE.
000360     05  WS-TRM-ROLL-YYYY     PIC 9(04).
000370     05  WS-TRM-ROLL-MM       PIC 9(02).
000380     05  WS-TRM-ROLL-DD       PIC 9(02).
000390
000400 01  WS-TRM-COUNT             PIC 9(03) COMP VALUE 0.
000410 01  WS-TRM-MAX-ROWS          PIC 9(03) COMP VALUE 50.
000420 01  WS-TRM-TABLE.
000430     05  WS-TRM-ROW OCCURS 50 TIMES.
000440         10  WS-TRM-T-CODE        PIC X(03).
000450         10  WS-TRM-T-NET-DAYS    PIC 9(03).
000460         10  WS-TRM-T-DISC-DAYS   PIC 9(03).
000470         10  WS-TRM-T-DISC-PCT    PIC 9(02)V9(02).
