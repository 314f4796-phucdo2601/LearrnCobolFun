000010*****************************************************************
000020*    AUTWORK.CPY                                                *
000030*    WORKING-STORAGE FIELDS FOR THE SHARED OPERATOR-            *
000040*    AUTHORIZATION ROUTINES (SEE AUTPROC.CPY).  COPY THIS INTO  *
000050*    WORKING-STORAGE, SET WS-AUT-PROGRAM AND WS-AUT-DATE ONCE   *
000060*    AT START OF RUN AND PERFORM 9300-LOAD-AUTHORITY.  FOR      *
000070*    EACH TRANSACTION FILL WS-AUT-OPERATOR, WS-AUT-ACTION AND   *
000080*    WS-AUT-KEY AND PERFORM 9320-CHECK-AUTHORITY; WS-AUT-       *
000090*    GRANTED IS SET, OR WS-AUT-REASON SAYS WHY NOT.             *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL FIELDS.                         *
000130*****************************************************************
000140 01  WS-AUT-FILE-STATUS       PIC X(02).
000150     88  WS-AUT-OK            VALUE '00'.
000160     88  WS-AUT-EOF           VALUE '10'.
000170 01  WS-AVL-FILE-STATUS       PIC X(02).
000180     88  WS-AVL-OK            VALUE '00'.
000190
000200 01  WS-AUT-WORK.
000210     05  WS-AUT-PROGRAM       PIC X(08).
000220     05  WS-AUT-DATE          PIC 9(08).
000230     05  WS-AUT-OPERATOR      PIC X(08).
000240     05  WS-AUT-ACTION        PIC X(01).
000250     05  WS-AUT-KEY           PIC X(10).
000260     05  WS-AUT-REASON        PIC X(30).
000270     05  WS-AUT-GRANTED-SW    PIC X(01).
000280         88  WS-AUT-GRANTED   VALUE 'Y'.
000290     05  WS-AUT-LOADED-SW     PIC X(01) VALUE 'N'.
000300         88  WS-AUT-LOADED    VALUE 'Y'.
000310     05  WS-AUT-TALLY         PIC 9(03) COMP.
000320     05  WS-AUT-SUB           PIC 9(03) COMP.
000330     05  WS-AUT-VIOLATION-COUNT
000340                              PIC 9(07) COMP VALUE 0.
000350
000360*    ONLY THE RUNNING PROGRAM'S GRANTS ARE LOADED.
000370 01  WS-AUT-COUNT             PIC 9(03) COMP VALUE 0.
000380 01  WS-AUT-MAX-ROWS          PIC 9(03) COMP VALUE 500.
000390 01  WS-AUT-TABLE.
000400     05  WS-AUT-ROW OCCURS 500 TIMES.
000410         10  WS-AUT-T-OPERATOR    PIC X(08).
000420         10  WS-AUT-T-ACTIONS     PIC X(10).
000430         10  WS-AUT-T-EXPIRY      PIC 9(08).
