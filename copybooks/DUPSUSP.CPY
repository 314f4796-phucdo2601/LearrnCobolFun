000010*****************************************************************
000020*    DUPSUSP.CPY                                                *
000030*    SUSPECT DUPLICATE-CUSTOMER PAIR - ONE PER PAIR THE WEEKLY  *
000040*    MATCHING RUN (DUPMTC01) SCORES AT OR ABOVE ITS THRESHOLD,  *
000050*    LOWER CUSTOMER ID FIRST.  THE SURVIVOR AND VICTIM ARE ITS  *
000060*    SUGGESTION ONLY; THE REVIEWER CONFIRMS OR REJECTS EACH     *
000070*    PAIR ON THE DECISION FILE (DUPDEC.CPY) AND DUPCNF01 TURNS  *
000080*    THE CONFIRMATIONS INTO MERGE PAIRS FOR CSTMRG01.           *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  DUP-SUSPECT-REC.
000140     05  DSP-CUST-ID-LOW          PIC X(05).
000150     05  DSP-CUST-ID-HIGH         PIC X(05).
000160     05  DSP-SURVIVOR-ID          PIC X(05).
000170     05  DSP-VICTIM-ID            PIC X(05).
000180*    THE PAIR'S SCORE (0-100) AND WHAT IT WAS BUILT FROM.
000190     05  DSP-SCORE                PIC 9(03).
000200     05  DSP-NAME-SCORE           PIC 9(03).
000210     05  DSP-STREET-MATCH         PIC X(01).
000220     05  DSP-POSTCODE-MATCH       PIC X(01).
000230     05  DSP-REFERENCE-MATCH      PIC X(01).
000240     05  DSP-MATCH-DATE           PIC 9(08).
000250     05  FILLER                   PIC X(43).
