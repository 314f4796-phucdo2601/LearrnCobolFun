000010*****************************************************************
000020*    JRNSEAL.CPY                                                *
000030*    JOURNAL SEAL ANCHOR - ONE RECORD PER NIGHT, WRITTEN BY     *
000040*    JRNVFY01 AS A NEW GENERATION.  IT HOLDS THE LAST           *
000050*    CUSTOMER-MASTER JOURNAL SEQUENCE THE CHAIN WAS VERIFIED UP *
000060*    TO, SO A JOURNAL CUT SHORT BEHIND THE VERIFIED POINT -     *
000070*    WHICH LEAVES AN INTACT BUT SHORTER CHAIN - IS STILL CAUGHT *
000080*    THE NEXT NIGHT.  A FAILED VERIFICATION CARRIES THE PRIOR   *
000090*    ANCHOR FORWARD UNCHANGED.  ONLY THE SEQUENCE IS ANCHORED - *
000100*    THE ERASURE RUN RE-CHAINS THE CHECK VALUES BUT KEEPS EVERY *
000110*    SEQUENCE NUMBER.                                           *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL RECORD.                         *
000150*****************************************************************
000160 01  JOURNAL-SEAL-REC.
000170     05  JSL-SEAL-DATE            PIC 9(08).
000180     05  JSL-CYCLE-NUMBER         PIC 9(07).
000190     05  JSL-CMJ-LAST-SEQUENCE    PIC 9(09).
000200     05  FILLER                   PIC X(20).
