000010*****************************************************************
000020*    PSTCKPT.CPY                                                *
000030*    POSTING CHECKPOINT RECORD - ONE RECORD, REWRITTEN EVERY    *
000040*    N TRANSACTIONS BY ORDPOST1 AND CSHPOST1 (N FROM THE        *
000046*    CONTROL CARD) AND AFTER EVERY TRANSACTION THAT CHANGES A   *
000052*    MASTER FILE.  IT HOLDS THE INPUT POSITION, THE RUNNING     *
000060*    CONTROL TOTALS, AND THE LAST KEYS WRITTEN TO THE           *
000070*    PERSISTENT REGISTERS, SO A RUN THAT DIES PART WAY CAN BE   *
000080*    RESUBMITTED AS-IS AND RESUME AFTER THE LAST COMMITTED      *
000090*    TRANSACTION INSTEAD OF BEING BACKED OUT AND RERUN.  AT     *
000100*    A CLEAN END OF RUN THE RECORD IS MARKED COMPLETE, SO THE   *
000110*    NEXT RUN STARTS FROM THE TOP.  A CHECKPOINT FROM ANOTHER   *
000120*    PROGRAM OR ANOTHER CYCLE IS NEVER RESUMED.                 *
000130*                                                               *
000140*    THE COUNT, AMOUNT AND OUTPUT SLOTS ARE MAPPED BY EACH      *
000150*    PROGRAM TO ITS OWN CONTROL TOTALS AND OUTPUT FILES - SEE   *
000160*    8100-SAVE-CHECKPOINT-TOTALS IN THE OWNING PROGRAM.         *
000170*-----------------------------------------------------------------
000180*    MOD-HISTORY                                                *
000190*    2026-10-15  PD    ORIGINAL RECORD.                         *
000192*    2026-10-15  PD    ADDED THE RECORD COUNT OF EACH OUTPUT A  *
000194*                      RESUMED RUN CUTS BACK, AND THE           *
000196*                      PER-BRANCH CONTROL TOTALS.               *
000200*****************************************************************
000210 01  POSTING-CHECKPOINT-REC.
000220     05  PCK-PROGRAM              PIC X(08).
000230     05  PCK-CYCLE-NUMBER         PIC 9(07).
000240     05  PCK-STATUS               PIC X(01).
000250         88  PCK-IN-FLIGHT        VALUE 'A'.
000260         88  PCK-RUN-COMPLETE     VALUE 'C'.
000270     05  PCK-CKPT-DATE            PIC 9(08).
000280     05  PCK-CKPT-TIME            PIC 9(08).
000290     05  PCK-CKPT-SEQUENCE        PIC 9(05).
000300*    INPUT POSITION - RECORDS READ AND THE KEY OF THE LAST ONE.
000310     05  PCK-RECORDS-READ         PIC 9(09).
000320     05  PCK-LAST-KEY             PIC X(23).
000330*    REGISTER STATE - THE LAST KEY WRITTEN TO THE POSTED-ORDER
000340*    OR APPLIED-RECEIPT REGISTER, THE LAST OPEN ITEM WRITTEN OR
000350*    RELIEVED, AND HOW MANY REGISTER ROWS THIS RUN HAS ADDED.
000360     05  PCK-REGISTER-STATE.
000370         10  PCK-REG-LAST-KEY     PIC X(23).
000380         10  PCK-OPI-LAST-KEY     PIC X(06).
000390         10  PCK-REG-ADDS         PIC 9(07).
000400     05  PCK-COUNTS.
000410         10  PCK-COUNT            OCCURS 16 TIMES
000420                                  PIC 9(09).
000430     05  PCK-AMOUNTS.
000440         10  PCK-AMOUNT           OCCURS 8 TIMES
000450                                  PIC S9(11)V9(02).
000460*    RECORDS WRITTEN SO FAR TO EACH OUTPUT A RESUMED RUN CUTS
000470*    BACK TO THIS POINT.  SLOTS ARE MAPPED BY THE OWNING PROGRAM.
000480     05  PCK-OUTPUTS.
000490         10  PCK-OUTPUT-COUNT     OCCURS 8 TIMES
000500                                  PIC 9(09).
000510*    PER-BRANCH CONTROL TOTALS, IN BRANCH-TABLE ORDER (ORDPOST1).
000520     05  PCK-BRANCHES.
000530         10  PCK-BRANCH           OCCURS 20 TIMES.
000540             15  PCK-BRN-CODE     PIC X(03).
000550             15  PCK-BRN-POSTED   PIC 9(07).
000560             15  PCK-BRN-AMOUNT   PIC S9(09)V9(02).
000570             15  PCK-BRN-EXCEPTS  PIC 9(07).
000580             15  PCK-BRN-SUSPENDS PIC 9(07).
000590     05  FILLER                   PIC X(10).
