000010*****************************************************************
000020*    KITWORK.CPY                                                *
000030*    WORKING-STORAGE FIELDS FOR THE SHARED KIT                  *
000040*    BILL-OF-MATERIALS ROUTINES (SEE KITPROC.CPY).  COPY THIS   *
000050*    INTO WORKING-STORAGE AND SET WS-KIT-PROGRAM BEFORE         *
000060*    PERFORMING 9950-OPEN-KIT-BOM.                              *
000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD    ORIGINAL FIELDS.                         *
000100*****************************************************************
000110 01  WS-KBM-FILE-STATUS       PIC X(02).
000120     88  WS-KBM-OK            VALUE '00'.
000130     88  WS-KBM-DUPLICATE     VALUE '22'.
000140     88  WS-KBM-NOT-FOUND     VALUE '23'.
000150
000160 01  WS-KIT-WORK.
000170     05  WS-KIT-PROGRAM       PIC X(08).
000180     05  WS-KIT-DISABLED-SW   PIC X(01) VALUE 'N'.
000190         88  WS-KIT-DISABLED  VALUE 'Y'.
000200     05  WS-KIT-END-SW        PIC X(01) VALUE 'N'.
000210         88  WS-KIT-END       VALUE 'Y'.
000220     05  WS-KIT-OVERFLOW-SW   PIC X(01) VALUE 'N'.
000230         88  WS-KIT-OVERFLOW  VALUE 'Y'.
000240*    IN - THE KIT.  OUT - ITS COMPONENTS AND THE QUANTITY OF
000250*    EACH PER KIT.  THE NEED AND SHARE SLOTS ARE THE CALLER'S.
000260     05  WS-KIT-ITM-ID        PIC X(05).
000270     05  WS-KIT-COMP-COUNT    PIC 9(03) COMP VALUE 0.
000280     05  WS-KIT-COMP-SUB      PIC 9(03) COMP VALUE 0.
000290     05  WS-MAX-KIT-COMPS     PIC 9(03) COMP VALUE 20.
000300     05  WS-KIT-COMP-TABLE.
000310         10  WS-KIT-COMP-ROW  OCCURS 20 TIMES.
000320             15  WS-KIT-COMP-ITM-ID  PIC X(05).
000330             15  WS-KIT-COMP-QTY     PIC 9(03).
000340             15  WS-KIT-COMP-NEED    PIC 9(07).
000350             15  WS-KIT-COMP-SHARE   PIC S9(07)V9(02).
