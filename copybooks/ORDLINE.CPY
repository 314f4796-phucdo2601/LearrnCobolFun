000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-08-22  PD    ORIGINAL RECORD.                         *
000121*    2026-10-15  PD    OLN-UNIT-CODE ADDED - THE UNIT THE LINE  *
000122*                      IS ORDERED IN.  SPACES MEAN THE ITEM'S   *
000123*                      SELLING UNIT.  OLN-QUANTITY IS IN THAT   *
000124*                      UNIT; THE EDIT GATE AND POSTING CONVERT  *
000125*                      IT TO STOCKING UNITS THROUGH THE         *
000126*                      UNIT-CONVERSION FILE.                    *
000130*****************************************************************
000140 01  ORDER-LINE-REC.
000150     05  OLN-ORDER-ID             PIC X(06).
000160     05  OLN-ITM-ID               PIC X(05).
000170     05  OLN-QUANTITY             PIC 9(05).
000180     05  OLN-UNIT-CODE            PIC X(02).
