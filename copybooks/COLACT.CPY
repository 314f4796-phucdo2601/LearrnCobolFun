000010*****************************************************************
000020*    COLACT.CPY                                                 *
000030*    COLLECTION-ACTIVITY TRANSACTION - ONE PER CONTACT A        *
000040*    COLLECTOR MAKES (OR TRIES TO MAKE) WITH A CUSTOMER ON THE  *
000050*    DAILY CALL LIST, KEYED WITH THE OUTCOME AND NOTES.  A      *
000060*    PROMISE TO PAY ('P') CARRIES THE DATE AND AMOUNT PROMISED. *
000070*    COLACT01 APPLIES THEM TO THE COLLECTION HISTORY            *
000080*    (COLHIST.CPY), WITH THE COLLECTOR AS THE KEYING OPERATOR   *
000090*    AND THE OUTCOME AS THE AUTHORIZED ACTION.                  *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  COLLECTION-ACTIVITY-REC.
000150     05  CAC-COLLECTOR-ID         PIC X(08).
000160     05  CAC-CUST-ID              PIC X(05).
000170     05  CAC-CONTACT-DATE         PIC 9(08).
000180     05  CAC-OUTCOME              PIC X(01).
000190         88  CAC-PROMISE          VALUE 'P'.
000200         88  CAC-OUTCOME-VALID    VALUES 'P' 'C' 'N' 'M' 'R' 'W'.
000210     05  CAC-PROMISE-DATE         PIC 9(08).
000220     05  CAC-PROMISE-AMOUNT       PIC 9(07)V9(02).
000230     05  CAC-NOTES                PIC X(40).
