000010*****************************************************************
000020*    MRGDEC.CPY                                                 *
000030*    BELOW-MARGIN SALE DECISION RECORD - ONE PER HELD ORDER TO  *
000040*    BE ACTIONED BY MRGAPPR1, KEYED BY THE SALES MANAGER WHO    *
000050*    REVIEWED THE GATE'S MARGIN-HOLD LISTING.  'A' RELEASES     *
000060*    THE ORDER TO THE NEXT GATE RUN AT THE PRICE HELD; 'C'      *
000070*    CANCELS IT.                                                *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  MARGIN-DECISION-REC.
000130     05  MGD-ORDER-ID             PIC X(06).
000140     05  MGD-DECISION             PIC X(01).
000150         88  MGD-APPROVE          VALUE 'A'.
000160         88  MGD-CANCEL           VALUE 'C'.
000170     05  MGD-APPROVER-ID          PIC X(08).
