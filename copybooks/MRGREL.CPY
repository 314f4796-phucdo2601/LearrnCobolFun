000010*****************************************************************
000020*    MRGREL.CPY                                                 *
000030*    BELOW-MARGIN RELEASE RECORD - ONE PER HELD ORDER MRGAPPR1  *
000040*    RELEASED ON AN AUTHORIZED APPROVAL.  ORDEDT01 LOADS THESE  *
000050*    SO THE RELEASED ORDER, PRESENTED AGAIN, PASSES THE MARGIN  *
000060*    EDIT INSTEAD OF BEING HELD A SECOND TIME.                  *
000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD    ORIGINAL RECORD.                         *
000100*****************************************************************
000110 01  MARGIN-RELEASE-REC.
000120     05  MRL-ORDER-ID             PIC X(06).
000130     05  MRL-APPROVER-ID          PIC X(08).
000140     05  MRL-RELEASE-DATE         PIC 9(08).
