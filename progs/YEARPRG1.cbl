000260*    2026-08-22  PD  PRE-ARCHIVE ACCOUNTS (STATUS 'P', SET BY    *
000270*                    THE LIFECYCLE RUN) NOW ARCHIVE ALONGSIDE    *
000280*                    THE INACTIVE ONES.                          *
000282*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000284*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000286*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000288*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001050         88  WS-EOF               VALUE 'Y'.
001060
001070     COPY CMJWORK.
001072     COPY JCHWORK.
001074
001076     01  WS-CYC-FILE-STATUS       PIC X(02).
001078         88  WS-CYC-OK            VALUE '00'.
001080
001090*****************************************************************
001100*    CONTROL TOTAL ACCUMULATORS                                 *
001830             WS-RPT-FILE-STATUS
001840     END-IF.
001850
001856     PERFORM 9610-OPEN-CUST-JOURNAL
001862         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
001870     IF NOT WS-CMJ-OK
001880         DISPLAY 'YEARPRG1: OPEN CUST-JOURNAL-FILE FAILED '
001890             WS-CMJ-FILE-STATUS
002930     CLOSE CUSTOMER-ARCHIVE-FILE.
002940     CLOSE CUSTOMER-MASTER-PURGED.
002950     CLOSE YEAR-END-RPT.
002956     PERFORM 9620-CLOSE-CUST-JOURNAL
002962         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
002970 9999-TERMINATE-EXIT.
002980     EXIT.
002990
003020*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
003030*****************************************************************
003040     COPY CMJPROC.
003050
003060*****************************************************************
003070*    9650-COMPUTE-CHAIN-VALUE                                   *
003080*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
003090*****************************************************************
003100     COPY JCHPROC.
