000010*****************************************************************
000020*    VNDCOST.CPY                                                *
000030*    VENDOR COST-FILE ROW - ONE ITEM'S NEW UNIT COST FROM THE   *
000040*    VENDOR'S PERIODIC COST FILE, WITH THE DATE IT TAKES        *
000050*    EFFECT.  VNDCST01 APPLIES A ROW TO ITM-UNIT-COST ONCE THE  *
000060*    CYCLE DATE REACHES ITS EFFECTIVE DATE AND CARRIES IT ON    *
000070*    THE FILE'S NEXT GENERATION UNTIL THEN.  A ZERO EFFECTIVE   *
000080*    DATE MEANS AT ONCE.                                        *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  VENDOR-COST-REC.
000140     05  VCS-VENDOR-ID            PIC X(05).
000150     05  VCS-ITM-ID               PIC X(05).
000160     05  VCS-NEW-COST             PIC S9(03)V9(02).
000170     05  VCS-EFFECTIVE-DATE       PIC 9(08).
000180     05  FILLER                   PIC X(57).
