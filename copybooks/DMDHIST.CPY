000010*****************************************************************
000020*    DMDHIST.CPY                                                *
000030*    ITEM DEMAND HISTORY - ONE PER ITEM EVER SOLD, KEYED BY     *
000040*    ITEM, PERSISTENT ACROSS MONTH-ENDS.  DMDFCT01 REBUILDS THE *
000050*    MONTHLY BUCKETS FROM SLSHIST AT EVERY MONTH-END (BUCKET 1  *
000060*    IS THE MONTH JUST ENDED, BUCKET 24 TWO YEARS BACK) AND     *
000070*    KEEPS ITS FORECAST FOR THE COMING MONTH HERE, SO THE NEXT  *
000080*    RUN CAN SCORE IT AGAINST WHAT WAS ACTUALLY SOLD.           *
000090*-----------------------------------------------------------------
000100*    MOD-HISTORY                                                *
000110*    2026-10-15  PD    ORIGINAL RECORD.                         *
000120*****************************************************************
000130 01  DEMAND-HISTORY-REC.
000140     05  DMH-ITM-ID               PIC X(05).
000150     05  DMH-BUILT-PERIOD         PIC 9(06).
000160     05  DMH-MONTH-DEMAND         PIC 9(07) OCCURS 24 TIMES.
000170     05  DMH-FCST-PERIOD          PIC 9(06).
000180     05  DMH-FCST-QTY             PIC 9(07).
000190     05  DMH-CUM-ACTUAL           PIC 9(09).
000200     05  DMH-CUM-ABS-ERROR        PIC 9(09).
000210     05  FILLER                   PIC X(10).
