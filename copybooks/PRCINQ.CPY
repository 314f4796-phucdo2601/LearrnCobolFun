000010*****************************************************************
000020*    PRCINQ.CPY                                                 *
000030*    UPCOMING PRICE-CHANGE INQUIRY CARD - THE ITEM AND RANGE OF *
000040*    EFFECTIVE DATES PRCINQ01 IS TO LIST.  A BLANK ITEM MEANS   *
000050*    EVERY ITEM; A ZERO FROM-DATE MEANS FROM THE CYCLE DATE; A  *
000060*    ZERO THRU-DATE MEANS EVERY CHANGE STILL SCHEDULED.  NO     *
000070*    CARD AT ALL LISTS EVERYTHING SCHEDULED.                    *
000080*-----------------------------------------------------------------
000090*    MOD-HISTORY                                                *
000100*    2026-10-15  PD    ORIGINAL RECORD.                         *
000110*****************************************************************
000120 01  PRICE-INQUIRY-REC.
000130     05  PIQ-ITM-ID               PIC X(05).
000140     05  PIQ-FROM-DATE            PIC 9(08).
000150     05  PIQ-THRU-DATE            PIC 9(08).
