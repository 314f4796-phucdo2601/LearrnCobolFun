000010*****************************************************************
000020*    DDCTL.CPY                                                  *
000030*    DIRECT-DEBIT CONTROL RECORD - OUR ORIGINATOR ID WITH THE   *
000040*    BANK AND THE NUMBER OF BUSINESS DAYS (BUSCAL) BETWEEN THE  *
000050*    COLLECTION RUN AND THE DATE THE DEBITS SETTLE.  WITHOUT    *
000060*    THE RECORD DDCOL01 USES ITS OWN DEFAULTS.                  *
000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD    ORIGINAL RECORD.                         *
000100*****************************************************************
000110 01  DD-CONTROL-REC.
000120     05  DDC-ORIGINATOR-ID        PIC X(10).
000130     05  DDC-LEAD-DAYS            PIC 9(02).
