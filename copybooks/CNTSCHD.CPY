000010*****************************************************************
000020*    CNTSCHD.CPY                                                *
000030*    SCHEDULED CYCLE COUNT - ONE PER ITEM, LOCATION AND COUNT   *
000040*    DATE FOR THE QUARTER, WRITTEN BY ABCCLS01 ('A' ITEMS ONCE  *
000050*    A MONTH, 'B' ONCE A QUARTER, 'C' ONCE A YEAR, SPREAD OVER  *
000060*    THE BUSINESS DAYS).  CCLIST01 PRINTS EACH DAY'S LIST;      *
000070*    STKCNT01 MARKS A ROW COUNTED WHEN THE COUNT COMES IN AND   *
000080*    REPORTS THE ROWS PAST THEIR DATE THAT NEVER DID.  KEYED SO *
000090*    AN ITEM'S COUNTS AT A LOCATION READ IN DATE ORDER.         *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  COUNT-SCHEDULE-REC.
000150     05  CSC-KEY.
000160         10  CSC-LOC-CODE         PIC X(03).
000170         10  CSC-ITM-ID           PIC X(05).
000180         10  CSC-COUNT-DATE       PIC 9(08).
000190     05  CSC-CLASS                PIC X(01).
000200     05  CSC-STATUS               PIC X(01).
000210         88  CSC-SCHEDULED        VALUE 'S'.
000220         88  CSC-COUNTED          VALUE 'C'.
000230     05  CSC-COUNTED-DATE         PIC 9(08).
000240     05  CSC-COUNT-REF            PIC X(10).
000250     05  FILLER                   PIC X(10).
