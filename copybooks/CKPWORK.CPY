000010*****************************************************************
000020*    CKPWORK.CPY                                                *
000030*    WORKING-STORAGE FIELDS FOR THE SHARED POSTING CHECKPOINT   *
000040*    ROUTINES (SEE CKPPROC.CPY).  COPY THIS INTO WORKING-       *
000050*    STORAGE, SET WS-CKP-PROGRAM, WS-CKP-CYCLE-NUMBER AND       *
000060*    WS-CKP-INTERVAL AT START OF RUN, AND PERFORM               *
000070*    9800-CHECK-RESTART BEFORE ANY OUTPUT FILE IS OPENED - A    *
000076*    RESTARTED RUN CUTS EACH OUTPUT BACK TO THE RECORD COUNT    *
000082*    IN WS-CKP-OUTPUT-COUNT AND CARRIES ON FROM THERE.  AN      *
000090*    INTERVAL OF ZERO TAKES NO CHECKPOINTS.                     *
000091*                                                               *
000092*    A TRANSACTION THAT CHANGES A MASTER FILE CANNOT SAFELY BE  *
000093*    RUN AGAIN, SO THE CALLER SETS WS-CKP-COMMIT-DUE AND TAKES  *
000094*    A CHECKPOINT AS SOON AS IT COMPLETES, WHATEVER THE         *
000095*    INTERVAL.  ONLY TRANSACTIONS THAT CHANGED NOTHING BUT      *
000096*    SEQUENTIAL OUTPUT ARE EVER REPROCESSED ON A RESTART.       *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL FIELDS.                         *
000121*    2026-10-15  PD    A TRANSACTION THAT CHANGES A MASTER FILE *
000122*                      NOW COMMITS A CHECKPOINT AS SOON AS IT   *
000123*                      COMPLETES.  ADDED THE OUTPUT RECORD      *
000124*                      COUNTS A RESUMED RUN CUTS ITS OUTPUTS    *
000125*                      BACK TO, AND THE PER-BRANCH TOTALS.      *
000130*****************************************************************
000140 01  WS-CKP-FILE-STATUS       PIC X(02).
000150     88  WS-CKP-OK            VALUE '00'.
000160     88  WS-CKP-NOT-FOUND     VALUE '35'.
000170 01  WS-SLG-FILE-STATUS       PIC X(02).
000180     88  WS-SLG-OK            VALUE '00'.
000190
000200 01  WS-CKP-WORK.
000210     05  WS-CKP-PROGRAM       PIC X(08).
000220     05  WS-CKP-CYCLE-NUMBER  PIC 9(07) VALUE 0.
000230     05  WS-CKP-INTERVAL      PIC 9(07) VALUE 0.
000240     05  WS-CKP-SINCE-LAST    PIC 9(07) COMP VALUE 0.
000250     05  WS-CKP-SEQUENCE      PIC 9(05) VALUE 0.
000260     05  WS-CKP-EVENT         PIC X(05).
000265     05  WS-CKP-STATUS        PIC X(01).
000270     05  WS-CKP-RESTART-SW    PIC X(01) VALUE 'N'.
000280         88  WS-CKP-RESTART   VALUE 'Y'.
000282     05  WS-CKP-COMMIT-SW     PIC X(01) VALUE 'N'.
000284         88  WS-CKP-COMMIT-DUE VALUE 'Y'.
000286     05  WS-CKP-LOGGED-SW     PIC X(01) VALUE 'N'.
000288         88  WS-CKP-LOGGED    VALUE 'Y'.
000290*    THE LAST COMMITTED POSITION AND REGISTER STATE - KEPT
000300*    CURRENT BY THE CALLER AS EACH TRANSACTION COMPLETES.
000310     05  WS-CKP-RECORDS-READ  PIC 9(09) VALUE 0.
000320     05  WS-CKP-LAST-KEY      PIC X(23) VALUE SPACES.
000330     05  WS-CKP-REG-LAST-KEY  PIC X(23) VALUE SPACES.
000340     05  WS-CKP-OPI-LAST-KEY  PIC X(06) VALUE SPACES.
000350     05  WS-CKP-REG-ADDS      PIC 9(07) VALUE 0.
000360*    ON A RESTART, THE POSITION TO SKIP THE INPUT UP TO.
000370     05  WS-CKP-SKIP-COUNT    PIC 9(09) VALUE 0.
000380     05  WS-CKP-SKIP-KEY      PIC X(23) VALUE SPACES.
000390
000400*    THE CALLER'S CONTROL TOTALS, MAPPED INTO THESE SLOTS BEFORE
000410*    EACH CHECKPOINT AND BACK OUT OF THEM ON A RESTART.
000420 01  WS-CKP-TOTALS.
000430     05  WS-CKP-COUNTS.
000440         10  WS-CKP-COUNT     OCCURS 16 TIMES
000450                              PIC 9(09).
000460     05  WS-CKP-AMOUNTS.
000470         10  WS-CKP-AMOUNT    OCCURS 8 TIMES
000480                              PIC S9(11)V9(02).
000490*    RECORDS WRITTEN SO FAR TO EACH OUTPUT A RESUMED RUN CUTS
000500*    BACK - THE CALLER COUNTS EVERY WRITE INTO ITS OWN SLOT.
000510     05  WS-CKP-OUTPUTS.
000520         10  WS-CKP-OUTPUT-COUNT OCCURS 8 TIMES
000530                              PIC 9(09).
000540*    PER-BRANCH CONTROL TOTALS, IN BRANCH-TABLE ORDER.
000550     05  WS-CKP-BRANCHES.
000560         10  WS-CKP-BRANCH    OCCURS 20 TIMES.
000570             15  WS-CKP-BRN-CODE     PIC X(03).
000580             15  WS-CKP-BRN-POSTED   PIC 9(07).
000590             15  WS-CKP-BRN-AMOUNT   PIC S9(09)V9(02).
000600             15  WS-CKP-BRN-EXCEPTS  PIC 9(07).
000610             15  WS-CKP-BRN-SUSPENDS PIC 9(07).
