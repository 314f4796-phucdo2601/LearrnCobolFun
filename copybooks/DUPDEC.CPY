000010*****************************************************************
000020*    DUPDEC.CPY                                                 *
000030*    SUSPECT DUPLICATE DECISION RECORD - ONE PER PAIR ON THE    *
000040*    WEEKLY SUSPECT LIST (DUPSUSP.CPY) THE REVIEWER HAS WORKED, *
000050*    KEYED FOR DUPCNF01.  THE TWO IDS MAY BE KEYED IN EITHER    *
000060*    ORDER.  'C' CONFIRMS THE PAIR AS ONE CUSTOMER AND CUTS A   *
000070*    MERGE PAIR FOR CSTMRG01 - THE SURVIVOR IS THE LIST'S       *
000080*    SUGGESTION UNLESS ONE OF THE PAIR IS KEYED HERE; 'R'       *
000090*    REJECTS IT AS A FALSE MATCH, WHICH IS REMEMBERED           *
000100*    (DUPREJ.CPY) SO THE PAIR IS NOT PROPOSED AGAIN.            *
000110*-----------------------------------------------------------------
000120*    MOD-HISTORY                                                *
000130*    2026-10-15  PD    ORIGINAL RECORD.                         *
000140*****************************************************************
000150 01  DUP-DECISION-REC.
000160     05  DDC-CUST-ID-1            PIC X(05).
000170     05  DDC-CUST-ID-2            PIC X(05).
000180     05  DDC-DECISION             PIC X(01).
000190         88  DDC-CONFIRM          VALUE 'C'.
000200         88  DDC-REJECT           VALUE 'R'.
000210     05  DDC-SURVIVOR-ID          PIC X(05).
000220     05  DDC-REVIEWER-ID          PIC X(08).
