000010*****************************************************************
000020*    BUROUT.CPY                                                 *
000030*    CREDIT BUREAU OUTBOUND RECORD - THE BUREAU'S FIXED         *
000040*    120-BYTE SUBMISSION FORMAT, CUT EACH MONTH-END BY          *
000050*    BURXTR01.  ONE 'H' HEADER CARRIES OUR SUBSCRIBER CODE AND  *
000060*    THE FILE DATE, ONE 'D' DETAIL PER ACTIVE CUSTOMER AT OR    *
000070*    OVER THE REPORTING THRESHOLD, AND ONE 'T' TRAILER THE      *
000080*    DETAIL COUNT AND BALANCE TOTAL THE BUREAU PROVES THE FILE  *
000090*    BY.  AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.       *
000100*-----------------------------------------------------------------
000110*    MOD-HISTORY                                                *
000120*    2026-10-15  PD    ORIGINAL RECORD.                         *
000130*****************************************************************
000140 01  BUREAU-OUT-REC.
000150     05  BUO-REC-TYPE             PIC X(01).
000160         88  BUO-HEADER           VALUE 'H'.
000170         88  BUO-DETAIL           VALUE 'D'.
000180         88  BUO-TRAILER          VALUE 'T'.
000190     05  BUO-DETAIL-DATA.
000200         10  BUO-CUST-ID          PIC X(05).
000210         10  BUO-NAME             PIC X(20).
000220         10  BUO-STREET           PIC X(20).
000230         10  BUO-CITY             PIC X(15).
000240         10  BUO-REGION           PIC X(03).
000250         10  BUO-POSTCODE         PIC X(10).
000260         10  BUO-ACCOUNT-STATUS   PIC X(01).
000270             88  BUO-STATUS-CURRENT   VALUE 'C'.
000280             88  BUO-STATUS-HELD      VALUE 'H'.
000290             88  BUO-STATUS-PLACED    VALUE 'P'.
000300         10  BUO-BALANCE          PIC 9(07)V9(02).
000310         10  BUO-CREDIT-LIMIT     PIC 9(07)V9(02).
000320         10  BUO-LAST-ACTIVITY    PIC 9(08).
000330         10  BUO-NSF-FLAG         PIC X(01).
000340         10  FILLER               PIC X(18).
000350     05  BUO-HEADER-DATA REDEFINES BUO-DETAIL-DATA.
000360         10  BUO-SUBSCRIBER-CODE  PIC X(10).
000370         10  BUO-FILE-DATE        PIC 9(08).
000380         10  BUO-CYCLE-NUMBER     PIC 9(07).
000390         10  FILLER               PIC X(94).
000400     05  BUO-TRAILER-DATA REDEFINES BUO-DETAIL-DATA.
000410         10  BUO-RECORD-COUNT     PIC 9(07).
000420         10  BUO-BALANCE-TOTAL    PIC 9(11)V9(02).
000430         10  FILLER               PIC X(99).
