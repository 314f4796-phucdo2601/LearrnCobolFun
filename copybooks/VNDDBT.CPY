000010*****************************************************************
000020*    VNDDBT.CPY                                                 *
000030*    VENDOR DEBIT RECORD - GOODS A CUSTOMER RETURNED THAT GO    *
000040*    BACK TO THE ITEM'S VENDOR (ITM-VENDOR-ID), VALUED AT THE   *
000050*    ITEM'S UNIT COST.  WRITTEN BY RTNRCV01 FOR PAYABLES TO     *
000060*    RAISE AGAINST THE VENDOR.                                  *
000070*-----------------------------------------------------------------
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD    ORIGINAL RECORD.                         *
000100*****************************************************************
000110 01  VENDOR-DEBIT-REC.
000120     05  VDB-VENDOR-ID            PIC X(05).
000130     05  VDB-DEBIT-DATE           PIC 9(08).
000140     05  VDB-ORDER-ID             PIC X(06).
000150     05  VDB-ITM-ID               PIC X(05).
000160     05  VDB-QUANTITY             PIC 9(05).
000170     05  VDB-UNIT-COST            PIC 9(03)V9(02).
000180     05  VDB-AMOUNT               PIC 9(07)V9(02).
000190     05  VDB-REFERENCE            PIC X(15).
000200     05  FILLER                   PIC X(22).
