000010*****************************************************************
000020*    ALWHIST.CPY                                                *
000030*    BAD-DEBT ALLOWANCE HISTORY - ONE RECORD APPENDED BY EACH   *
000040*    BADALW01 RUN.  ALH-REQUIRED IS THE ALLOWANCE THE RUN       *
000050*    WORKED OUT AND ALH-PRIOR WHAT WAS BOOKED BEFORE IT;        *
000060*    ALH-TRUE-UP IS THE DIFFERENCE JOURNALLED, SO THE LAST      *
000070*    RECORD ON FILE ALWAYS HOLDS THE ALLOWANCE NOW ON THE       *
000080*    LEDGER.                                                    *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  ALLOWANCE-HIST-REC.
000140     05  ALH-RUN-DATE             PIC 9(08).
000150     05  ALH-CYCLE-NUMBER         PIC 9(07).
000160     05  ALH-REQUIRED             PIC S9(09)V9(02).
000170     05  ALH-PRIOR                PIC S9(09)V9(02).
000180     05  ALH-TRUE-UP              PIC S9(09)V9(02).
000190     05  ALH-ITEM-COUNT           PIC 9(07).
000200     05  FILLER                   PIC X(25).
