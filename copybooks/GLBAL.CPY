000010*****************************************************************
000020*    GLBAL.CPY                                                  *
000030*    GL BALANCE RECORD - ONE PER CHART-OF-ACCOUNTS ACCOUNT PER  *
000040*    ACCOUNTING PERIOD (YYYYMM, AS ON PRDCTL), ROLLED FORWARD   *
000050*    EACH NIGHT BY GLCONS01 FROM THE CONSOLIDATED JOURNAL AND   *
000060*    PRINTED AS A TRIAL BALANCE BY GLTBAL01.  AMOUNTS ARE       *
000070*    DEBIT-POSITIVE: CLOSING = OPENING + DEBITS - CREDITS, AND  *
000080*    EACH PERIOD OPENS AT THE PRIOR PERIOD'S CLOSING.  A        *
000090*    PERIOD CLOSED ON PRDCTL IS FROZEN ('F') BY THE FIRST       *
000100*    CONSOLIDATION AFTER THE CLOSE AND NEVER MOVES AGAIN.       *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  GL-BALANCE-REC.
000160     05  GLB-ACCOUNT              PIC X(08).
000170     05  GLB-PERIOD               PIC 9(06).
000180     05  GLB-STATUS               PIC X(01).
000190         88  GLB-OPEN             VALUE 'O'.
000200         88  GLB-FROZEN           VALUE 'F'.
000210     05  GLB-OPENING-BALANCE      PIC S9(11)V9(02).
000220     05  GLB-PERIOD-DEBITS        PIC 9(11)V9(02).
000230     05  GLB-PERIOD-CREDITS       PIC 9(11)V9(02).
000240     05  GLB-CLOSING-BALANCE      PIC S9(11)V9(02).
000250     05  GLB-LAST-POSTED-DATE     PIC 9(08).
000260     05  FILLER                   PIC X(05).
