000630*                    THE CARRIED TRANSACTION TYPE, SO A         *
000640*                    RE-ENTERED FINANCE CHARGE CREDITS FINCHG   *
000650*                    AS ORDPOST1 WOULD HAVE.                    *
000651*    2026-10-15  PD  A RE-ENTRY THAT POSTS NOW APPENDS AN       *
000652*                    INVOICE-DETAIL HEADER (INVDTL.CPY) SO      *
000653*                    INVGEN01 INVOICES IT LIKE A FIRST-PASS     *
000654*                    POSTING; ITS REGISTER ROW STARTS WITH NO   *
000655*                    INVOICE NUMBER.                            *
000656*    2026-10-15  PD  A RE-ENTERED TYPE-'B' VOLUME-REBATE CREDIT  *
000657*                    JOURNALS AGAINST REBACCR, AS ORDPOST1 DOES  *
000658*                    ON THE FIRST PASS.                          *
000660*    2026-10-15  PD  THE INVOICE-DETAIL HEADER NOW CARRIES A     *
000662*                    ZERO FREIGHT AMOUNT - A RE-ENTRY POSTS THE  *
000664*                    CARRIED AMOUNT ONLY, AS IT DOES FOR TAX.    *
000666*    2026-10-15  PD  A RE-ENTERED GOODS CHARGE NOW FALLS DUE     *
000668*                    UNDER THE CUSTOMER'S PAYMENT TERMS          *
000670*                    (PAYMENT-TERMS FILE, SHARED ROUTINES IN     *
000672*                    TRMPROC.CPY), AND THE DUE DATE IS CARRIED   *
000674*                    ON ITS ORDER-HISTORY RECORD.                *
000675*    2026-10-15  PD  A SUSPENDED SALE FOR A CUSTOMER SINCE PUT   *
000676*                    ON CASH IN ADVANCE NO LONGER POSTS ON       *
000677*                    CREDIT AT RETRY - IT STAYS IN SUSPENSE      *
000678*                    UNTIL THE DESK RE-ENTERS IT THROUGH THE     *
000679*                    GATE, WHERE ORDPOST1 PARKS IT FOR           *
000680*                    PREPAYMENT.                                 *
000681*    2026-10-15  PD  THE POSTED-ORDER REGISTER ROW NOW CARRIES   *
000682*                    THE CYCLE NUMBER.                           *
000683*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000684*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000685*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000686*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000687*    2026-10-15  PD  THE REGISTER ROW'S NEW FREIGHT AND TAX      *
000688*                    AMOUNTS ARE ZERO FOR A RE-ENTRY, WHICH      *
000689*                    POSTS NEITHER.                              *
000690*****************************************************************
000691 ENVIRONMENT DIVISION.
000692 INPUT-OUTPUT SECTION.
000693 FILE-CONTROL.
000700     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PARM-FILE-STATUS.
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-RCT-FILE-STATUS.
001250
001252     SELECT INVOICE-DETAIL-FILE ASSIGN TO INVDTL
001254         ORGANIZATION IS LINE SEQUENTIAL
001256         FILE STATUS IS WS-IVD-FILE-STATUS.
001258
001260     SELECT CURRENCY-RATE-FILE ASSIGN TO CURRATE
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-CUR-FILE-STATUS.
001340     SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-OHS-FILE-STATUS.
001362
001364     SELECT PAYMENT-TERMS-FILE ASSIGN TO PAYTERM
001366         ORGANIZATION IS LINE SEQUENTIAL
001368         FILE STATUS IS WS-TRM-FILE-STATUS.
001370
001380 DATA DIVISION.
001390 FILE SECTION.
002010     LABEL RECORDS ARE STANDARD.
002020     COPY ORDHIST.
002030
002032 FD  INVOICE-DETAIL-FILE
002034     LABEL RECORDS ARE STANDARD.
002036     COPY INVDTL.
002038
002040 FD  PAYMENT-TERMS-FILE
002042     LABEL RECORDS ARE STANDARD.
002044     COPY PAYTERM.
002046
002048 WORKING-STORAGE SECTION.
002050     01  WS-PARM-FILE-STATUS      PIC X(02).
002060         88  WS-PARM-OK           VALUE '00'.
002070
002550         88  WS-WRG-OK            VALUE '00'.
002560
002570     COPY CMJWORK.
002571     COPY JCHWORK.
002573
002576     COPY TRMWORK.
002580
002590     01  WS-CYC-FILE-STATUS       PIC X(02).
002600         88  WS-CYC-OK            VALUE '00'.
002790         88  WS-POR-NOT-FOUND     VALUE '23'.
002800     01  WS-POR-DISABLED-SW       PIC X(01) VALUE 'N'.
002810         88  WS-POR-DISABLED      VALUE 'Y'.
002812
002814     01  WS-IVD-FILE-STATUS       PIC X(02).
002816         88  WS-IVD-OK            VALUE '00'.
002820
002830*****************************************************************
002840*    THE SAME CONVERSION CONTROLS ORDPOST1 USES - THE RATE      *
004880
004890     PERFORM 1095-LOAD-CLOSED-PERIODS
004900         THRU 1095-LOAD-CLOSED-PERIODS-EXIT.
004902
004903     MOVE 'ORDSUSP1' TO WS-TRM-PROGRAM.
004904     PERFORM 9400-LOAD-PAYMENT-TERMS
004906         THRU 9400-LOAD-PAYMENT-TERMS-EXIT.
004910
004920     OPEN INPUT CURRENCY-CONTROL-FILE.
004930     IF WS-CCY-OK
005100             WS-OHS-FILE-STATUS
005110     END-IF.
005120
005121*    ORDPOST1 CUT THIS RUN'S INVOICE DETAIL AHEAD OF US - ADD
005122*    THE RE-ENTRIES TO THE END OF IT.
005123     OPEN EXTEND INVOICE-DETAIL-FILE.
005124     IF NOT WS-IVD-OK
005125         DISPLAY 'ORDSUSP1: OPEN INVOICE-DETAIL-FILE FAILED '
005126             WS-IVD-FILE-STATUS
005127     END-IF.
005128
005130     OPEN I-O POSTED-ORDER-REGISTER.
005140*    A FRESH SYSTEM HAS NO REGISTER YET - CREATE IT EMPTY AND
005150*    REOPEN, SO THE DUPLICATE CHECK IS LIVE FROM NIGHT ONE.
005250         MOVE 'Y' TO WS-POR-DISABLED-SW
005260     END-IF.
005270
005276     PERFORM 9610-OPEN-CUST-JOURNAL
005282         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
005290     IF NOT WS-CMJ-OK
005300         DISPLAY 'ORDSUSP1: OPEN CUST-JOURNAL-FILE FAILED '
005310             WS-CMJ-FILE-STATUS
006360         MOVE 'ACCOUNT DORMANT OR CLOSED' TO WS-FAIL-REASON
006370         GO TO 2020-EDIT-RETRY-ORDER-EXIT
006380     END-IF.
006381*    A CASH-IN-ADVANCE CUSTOMER'S SALE IS NEVER TAKEN ON CREDIT.
006382     IF CUST-CASH-IN-ADVANCE
006383             AND (SUS-TRAN-TYPE = 'S' OR SUS-TRAN-TYPE = SPACE
006384                 OR SUS-TRAN-TYPE = 'H')
006385         MOVE 'CUSTOMER ON CASH IN ADVANCE' TO WS-FAIL-REASON
006386         GO TO 2020-EDIT-RETRY-ORDER-EXIT
006387     END-IF.
006390
006400     IF SUS-CURRENCY-CODE = SPACES
006410             OR SUS-CURRENCY-CODE = CUST-CURRENCY-CODE
007690     PERFORM 2050-WRITE-GL-JOURNAL
007700         THRU 2050-WRITE-GL-JOURNAL-EXIT.
007710
007711*    A RE-ENTERED GOODS CHARGE FALLS DUE UNDER THE CUSTOMER'S
007712*    PAYMENT TERMS, THE SAME AS ON THE FIRST PASS.
007713     MOVE SPACES TO WS-TRM-CODE.
007714     IF (SUS-TRAN-TYPE = 'S' OR SUS-TRAN-TYPE = SPACE
007715             OR SUS-TRAN-TYPE = 'H' OR SUS-TRAN-TYPE = 'Q')
007716             AND WS-CONVERTED-AMOUNT > 0
007717         MOVE CUST-TERMS-CODE TO WS-TRM-CODE
007718     END-IF.
007719     MOVE SUS-ORDER-DATE      TO WS-TRM-BASE-DATE.
007720     MOVE WS-CONVERTED-AMOUNT TO WS-TRM-BASE-AMOUNT.
007721     PERFORM 9420-DERIVE-TERM-DATES
007722         THRU 9420-DERIVE-TERM-DATES-EXIT.
007723     MOVE SUS-ORDER-ID        TO OHS-ORDER-ID.
007730     MOVE SUS-CUST-ID         TO OHS-CUST-ID.
007740     MOVE WS-CONVERTED-AMOUNT TO OHS-AMOUNT.
007750     MOVE SUS-ORDER-DATE      TO OHS-ORDER-DATE.
007780     MOVE SUS-TRAN-TYPE       TO OHS-TRAN-TYPE.
007790*    THE SUSPENSE RECORD CARRIES NO REP.
007800     MOVE SPACES              TO OHS-REP-CODE.
007805     MOVE WS-TRM-DUE-DATE     TO OHS-DUE-DATE.
007810     WRITE ORDER-HISTORY-REC.
007820
007830     IF NOT WS-POR-DISABLED
007890         MOVE WS-CONVERTED-AMOUNT TO POR-AMOUNT
007900         MOVE 0 TO POR-TOTAL-QTY
007910         MOVE 0 TO POR-LINE-COUNT
007915         MOVE 0 TO POR-INVOICE-NO
007917         MOVE WS-CMJ-CYCLE-NUMBER TO POR-POST-CYCLE
007918         MOVE 0 TO POR-FREIGHT-AMOUNT
007919         MOVE 0 TO POR-TAX-AMOUNT
007920         WRITE POSTED-ORDER-REC
007930             INVALID KEY
007940                 DISPLAY 'ORDSUSP1: REGISTER WRITE FAILED '
007950                     SUS-ORDER-ID
007960         END-WRITE
007970     END-IF.
007973     PERFORM 2085-WRITE-INVOICE-HEADER
007976         THRU 2085-WRITE-INVOICE-HEADER-EXIT.
007980 2080-APPLY-RETRY-POSTING-EXIT.
007990     EXIT.
008000
008020*    2050-WRITE-GL-JOURNAL                                      *
008030*    ONE BALANCED DEBIT/CREDIT PAIR PER RE-ENTERED ORDER THAT   *
008040*    POSTS - AR AGAINST THE OFFSET THE CARRIED TRANSACTION      *
008050*    TYPE CALLS FOR (FINCHG FOR A TYPE-'F' CHARGE, REBACCR FOR  *
008055*    A TYPE-'B' REBATE CREDIT, OTHERWISE SALES), SIDES REVERSED *
008060*    FOR A NEGATIVE AMOUNT SO THE JOURNAL AMOUNT IS ALWAYS      *
008070*    POSITIVE - THE SAME PAIRING ORDPOST1 WOULD HAVE CUT ON THE *
008080*    FIRST PASS.                                                *
008090*****************************************************************
008100 2050-WRITE-GL-JOURNAL.
008110     EVALUATE SUS-TRAN-TYPE
008115         WHEN 'F'
008120             MOVE 'FINCHG  ' TO WS-GLJ-CR-ACCOUNT
008125         WHEN 'B'
008130             MOVE 'REBACCR ' TO WS-GLJ-CR-ACCOUNT
008135         WHEN OTHER
008140             MOVE 'SALES   ' TO WS-GLJ-CR-ACCOUNT
008150     END-EVALUATE.
008160     MOVE 'AR      ' TO WS-GLJ-DR-ACCOUNT.
008170     IF WS-CONVERTED-AMOUNT < 0
008180         COMPUTE WS-GLJ-ABS-AMOUNT = 0 - WS-CONVERTED-AMOUNT
010020         MOVE 8 TO RETURN-CODE
010030     END-IF.
010040     CLOSE GL-JOURNAL-FILE.
010046     PERFORM 9620-CLOSE-CUST-JOURNAL
010052         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
010060     CLOSE ORDER-HISTORY-FILE.
010065     CLOSE INVOICE-DETAIL-FILE.
010070     IF NOT WS-POR-DISABLED
010080         CLOSE POSTED-ORDER-REGISTER
010090     END-IF.
010960*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
010970*****************************************************************
010980     COPY CMJPROC.
010981
010982*****************************************************************
010983*    9650-COMPUTE-CHAIN-VALUE                                   *
010984*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
010985*****************************************************************
010986     COPY JCHPROC.
010987
010988*****************************************************************
010989*    9400-LOAD-PAYMENT-TERMS                                    *
010990*    SHARED PAYMENT-TERMS ROUTINES - SEE TRMPROC.CPY.           *
010991*****************************************************************
010992     COPY TRMPROC.
010993
011000*****************************************************************
011010*    2085-WRITE-INVOICE-HEADER                                  *
011020*    A RE-ENTRY CARRIES NO LINE DETAIL, SO ITS INVOICE IS A     *
011026*    HEADER ONLY - THE CONVERTED AMOUNT, NO FREIGHT, NO TAX, NO *
011032*    LINES.                                                     *
011040*****************************************************************
011050 2085-WRITE-INVOICE-HEADER.
011060     MOVE SPACES              TO INVOICE-DETAIL-REC.
011070     MOVE 'H'                 TO IVD-RECORD-TYPE.
011080     MOVE SUS-ORDER-ID        TO IVD-ORDER-ID.
011090     MOVE 'ORDSUSP1'          TO IVD-HDR-SOURCE-PGM.
011100     MOVE SUS-CUST-ID         TO IVD-HDR-CUST-ID.
011110     MOVE SUS-ORDER-DATE      TO IVD-HDR-ORDER-DATE.
011120     MOVE SUS-TRAN-TYPE       TO IVD-HDR-TRAN-TYPE.
011130     MOVE SUS-CURRENCY-CODE   TO IVD-HDR-ORDER-CCY.
011140     MOVE CUST-CURRENCY-CODE  TO IVD-HDR-CUST-CCY.
011150     MOVE SUS-BRANCH-CODE     TO IVD-HDR-BRANCH-CODE.
011160     MOVE WS-CONVERTED-AMOUNT TO IVD-HDR-GOODS-AMOUNT.
011170     MOVE 0                   TO IVD-HDR-TAX-AMOUNT.
011175     MOVE 0                   TO IVD-HDR-FREIGHT-AMOUNT.
011180     MOVE 0                   TO IVD-HDR-LINE-COUNT.
011190     WRITE INVOICE-DETAIL-REC.
011200 2085-WRITE-INVOICE-HEADER-EXIT.
011210     EXIT.
