000010*****************************************************************
000020*    AUDCTL.CPY                                                 *
000030*    AUDIT SAMPLING CONTROL CARD - ONE PER SAMPLE DRAWN BY      *
000040*    AUDSMP01.  THE POPULATION IS POSTED ORDERS (POSTREG),      *
000050*    APPLIED RECEIPTS (RCPREG), SUSPENSE WRITE-OFFS (ORDWOFF)   *
000060*    OR CREDIT-LIMIT CHANGES (CMJRNL), DATED WITHIN THE PERIOD. *
000070*    METHOD 'R' DRAWS A RANDOM SAMPLE OF ASC-SAMPLE-SIZE ITEMS; *
000080*    'M' DRAWS A MONETARY-UNIT SAMPLE AT ASC-MUS-INTERVAL FROM  *
000090*    A RANDOM START.  THE SEED MAKES THE DRAW REPEATABLE - ZERO *
000100*    ASKS THE PROGRAM TO PICK ONE FROM THE CLOCK, AND THE SEED  *
000110*    USED IS PRINTED ON THE SELECTION LOG EITHER WAY.           *
000120*-----------------------------------------------------------------
000130*    MOD-HISTORY                                                *
000140*    2026-10-15  PD    ORIGINAL RECORD.                         *
000150*****************************************************************
000160 01  AUDIT-SAMPLE-CTL-REC.
000170     05  ASC-POPULATION           PIC X(01).
000180         88  ASC-POP-ORDERS       VALUE 'O'.
000190         88  ASC-POP-RECEIPTS     VALUE 'R'.
000200         88  ASC-POP-WRITE-OFFS   VALUE 'W'.
000210         88  ASC-POP-LIMITS       VALUE 'L'.
000220     05  ASC-PERIOD-FROM          PIC 9(08).
000230     05  ASC-PERIOD-TO            PIC 9(08).
000240     05  ASC-METHOD               PIC X(01).
000250         88  ASC-METHOD-RANDOM    VALUE 'R'.
000260         88  ASC-METHOD-MUS       VALUE 'M'.
000270     05  ASC-SAMPLE-SIZE          PIC 9(05).
000280     05  ASC-MUS-INTERVAL         PIC 9(07)V9(02).
000290     05  ASC-SEED                 PIC 9(09).
000300     05  ASC-ENGAGEMENT-REF       PIC X(10).
000310     05  FILLER                   PIC X(29).
