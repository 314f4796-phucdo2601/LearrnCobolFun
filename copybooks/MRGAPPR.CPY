000010*****************************************************************
000020*    MRGAPPR.CPY                                                *
000030*    BELOW-MARGIN SALE APPROVAL QUEUE RECORD.  ORDEDT01 WRITES  *
000040*    A SALE WITH ANY LINE PRICED BELOW COST, OR BELOW ITS       *
000050*    CATEGORY'S MINIMUM MARGIN (CAT-MIN-MARGIN-PCT), HERE       *
000060*    INSTEAD OF PASSING IT - ONE 'H' RECORD CARRYING THE ORDER  *
000070*    HEADER AS KEYED, FOLLOWED BY ONE 'L' RECORD PER LINE AS    *
000080*    THE GATE PRICED IT.  MRGAPPR1 RELEASES OR CANCELS EACH     *
000090*    ORDER ON THE SALES MANAGER'S KEYED DECISION (MRGDEC.CPY)   *
000100*    AND CARRIES THE UNDECIDED FORWARD A GENERATION.            *
000110*                                                               *
000120*    NET IS THE PRICE THE ORDER OR LINE WILL POST AT - CONTRACT *
000130*    OR LIST LESS ANY PROMOTION - AND COST IS QUANTITY TIMES    *
000140*    ITM-UNIT-COST.  MARGIN IS (NET - COST) AS A PERCENT OF     *
000150*    NET.  A LINE'S HOLD REASON IS SPACE WHEN THE LINE ITSELF   *
000160*    IS CLEAN; THE HEADER'S IS THE WORST OF ITS LINES.          *
000170*-----------------------------------------------------------------
000180*    MOD-HISTORY                                                *
000190*    2026-10-15  PD    ORIGINAL RECORD.                         *
000193*    2026-10-15  PD    THE LINE IMAGE IS NOW 18 BYTES -         *
000196*                      ORDER-LINE-REC CARRIES THE UNIT CODE.    *
000200*****************************************************************
000210 01  MARGIN-APPROVAL-REC.
000220     05  MAQ-ORDER-ID             PIC X(06).
000230     05  MAQ-REC-TYPE             PIC X(01).
000240         88  MAQ-HEADER-REC       VALUE 'H'.
000250         88  MAQ-LINE-REC         VALUE 'L'.
000260     05  MAQ-NET-AMOUNT           PIC S9(07)V9(02).
000270     05  MAQ-COST-AMOUNT          PIC S9(07)V9(02).
000280     05  MAQ-MARGIN-PCT           PIC S9(05)V9(02).
000290     05  MAQ-HOLD-REASON          PIC X(01).
000300         88  MAQ-BELOW-COST       VALUE 'C'.
000310         88  MAQ-BELOW-MARGIN     VALUE 'M'.
000320*    THE ORDER-TRAN-REC (ORDPOST.CPY) ON AN 'H' RECORD, THE
000330*    ORDER-LINE-REC (ORDLINE.CPY) ON AN 'L' RECORD.
000340     05  MAQ-ORDER-IMAGE          PIC X(47).
000350     05  MAQ-LINE-DATA REDEFINES MAQ-ORDER-IMAGE.
000360         10  MAQ-LINE-IMAGE       PIC X(18).
000370         10  FILLER               PIC X(29).
