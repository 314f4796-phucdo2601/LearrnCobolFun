000010*****************************************************************
000020*    BCFCTL.CPY                                                 *
000030*    RECEIVABLES BALANCE CONFIRMATION CONTROL CARD FOR          *
000040*    BALCNF01.  EVERY CUSTOMER WHOSE BALANCE, EITHER WAY, IS AT *
000050*    LEAST BCC-BALANCE-THRESHOLD IS CONFIRMED; BCC-RANDOM-COUNT *
000060*    MORE ARE DRAWN AT RANDOM FROM THE REST WITH A BALANCE OF   *
000070*    AT LEAST BCC-RANDOM-FLOOR (ZERO = ANY BALANCE BUT NIL).  A *
000080*    ZERO CONFIRMATION DATE MEANS THE CYCLE DATE.  THE SEED     *
000090*    MAKES THE RANDOM SET REPEATABLE - ZERO TAKES ONE FROM THE  *
000100*    CLOCK, AND THE SEED USED IS PRINTED ON THE REGISTER.       *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  BAL-CONFIRM-CTL-REC.
000160     05  BCC-CONFIRM-DATE         PIC 9(08).
000170     05  BCC-BALANCE-THRESHOLD    PIC 9(07)V9(02).
000180     05  BCC-RANDOM-COUNT         PIC 9(05).
000190     05  BCC-RANDOM-FLOOR         PIC 9(07)V9(02).
000200     05  BCC-SEED                 PIC 9(09).
000210     05  BCC-ENGAGEMENT-REF       PIC X(10).
000220     05  FILLER                   PIC X(30).
