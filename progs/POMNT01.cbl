000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    POMNT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - PURCHASE-ORDER MAINTENANCE FOR   *
000100*                    THE BUYERS.  APPLIES KEYED TRANSACTIONS     *
000110*                    (POTRAN.CPY) TO THE PO FILE: AN AMEND       *
000120*                    CHANGES AN OPEN LINE'S QUANTITY AND/OR      *
000130*                    UNIT COST, A CANCEL CLOSES ONE OPEN LINE    *
000140*                    OR EVERY OPEN LINE OF THE PO.  A QUANTITY   *
000150*                    CANNOT GO BELOW WHAT HAS ALREADY BEEN       *
000160*                    RECEIVED; AMENDING DOWN TO IT CLOSES THE    *
000170*                    LINE RECEIVED.  EVERY ACTION IS AUDITED     *
000180*                    WITH THE KEYING OPERATOR ON THE REGISTER.   *
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT PO-MAINT-TRAN-FILE ASSIGN TO POTRAN
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-PTR-FILE-STATUS.
000260
000270     SELECT PURCHASE-ORDER-FILE ASSIGN TO POMAST
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS POL-KEY
000310         FILE STATUS IS WS-POL-FILE-STATUS.
000320
000330     SELECT PO-MAINT-RPT ASSIGN TO POMNTRP
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RPT-FILE-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PO-MAINT-TRAN-FILE
000400     LABEL RECORDS ARE STANDARD.
000410     COPY POTRAN.
000420
000430 FD  PURCHASE-ORDER-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY PURORD.
000460
000470 FD  PO-MAINT-RPT
000480     LABEL RECORDS ARE STANDARD.
000490     01  PO-MAINT-LINE            PIC X(80).
000500
000510 WORKING-STORAGE SECTION.
000520     01  WS-PTR-FILE-STATUS       PIC X(02).
000530         88  WS-PTR-OK            VALUE '00'.
000540         88  WS-PTR-EOF           VALUE '10'.
000550     01  WS-POL-FILE-STATUS       PIC X(02).
000560         88  WS-POL-OK            VALUE '00'.
000570         88  WS-POL-EOF           VALUE '10'.
000580     01  WS-RPT-FILE-STATUS       PIC X(02).
000590         88  WS-RPT-OK            VALUE '00'.
000600
000610     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000620         88  WS-EOF               VALUE 'Y'.
000630     01  WS-POL-DISABLED-SW       PIC X(01) VALUE 'N'.
000640         88  WS-POL-DISABLED      VALUE 'Y'.
000650     01  WS-SCAN-EOF-SW           PIC X(01).
000660         88  WS-SCAN-DONE         VALUE 'Y'.
000670
000680     01  WS-LINES-CANCELLED       PIC 9(05) COMP.
000690     01  WS-CHANGE-DATE           PIC 9(08).
000700
000710*****************************************************************
000720*    CONTROL TOTALS                                             *
000730*****************************************************************
000740     01  WS-TOTALS.
000750         05  WS-TRAN-COUNT        PIC 9(07) COMP VALUE 0.
000760         05  WS-AMENDED-COUNT     PIC 9(07) COMP VALUE 0.
000770         05  WS-CANCELLED-COUNT   PIC 9(07) COMP VALUE 0.
000780         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
000790
000800*****************************************************************
000810*    MAINTENANCE REGISTER LINE LAYOUTS                          *
000820*****************************************************************
000830     01  WS-HEADING-LINE.
000840         05  FILLER               PIC X(42) VALUE
000850             'POMNT01 - PURCHASE-ORDER MAINTENANCE REGIS'.
000860         05  FILLER               PIC X(03) VALUE 'TER'.
000870         05  FILLER               PIC X(35) VALUE SPACES.
000880
000890     01  WS-DETAIL-LINE.
000900         05  WS-DET-ACTION        PIC X(01).
000910         05  FILLER               PIC X(02) VALUE SPACES.
000920         05  WS-DET-PO-NO         PIC 9(07).
000930         05  FILLER               PIC X(01) VALUE '/'.
000940         05  WS-DET-LINE-NO       PIC 9(03).
000950         05  FILLER               PIC X(02) VALUE SPACES.
000960         05  WS-DET-OPERATOR      PIC X(08).
000970         05  FILLER               PIC X(02) VALUE SPACES.
000980         05  WS-DET-NEW-QTY       PIC ZZZZZZ9.
000990         05  FILLER               PIC X(02) VALUE SPACES.
001000         05  WS-DET-NEW-COST      PIC ZZ9.99.
001010         05  FILLER               PIC X(02) VALUE SPACES.
001020         05  WS-DET-DISPOSITION   PIC X(30).
001030         05  FILLER               PIC X(07) VALUE SPACES.
001040
001050     01  WS-COUNT-LINE.
001060         05  WS-CNT-TITLE         PIC X(26).
001070         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001080         05  FILLER               PIC X(47) VALUE SPACES.
001090
001100 PROCEDURE DIVISION.
001110*****************************************************************
001120*    0000-MAINLINE                                              *
001130*****************************************************************
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE
001160         THRU 1000-INITIALIZE-EXIT.
001170
001180     PERFORM 2000-APPLY-ONE-TRAN
001190         THRU 2000-APPLY-ONE-TRAN-EXIT
001200         UNTIL WS-EOF.
001210
001220     PERFORM 3000-PRINT-TOTALS
001230         THRU 3000-PRINT-TOTALS-EXIT.
001240
001250     DISPLAY 'POMNT01: TRANSACTIONS READ...... '
001260         WS-TRAN-COUNT.
001270     DISPLAY 'POMNT01: LINES AMENDED.......... '
001280         WS-AMENDED-COUNT.
001290     DISPLAY 'POMNT01: LINES CANCELLED........ '
001300         WS-CANCELLED-COUNT.
001310     DISPLAY 'POMNT01: TRANSACTIONS REJECTED.. '
001320         WS-REJECTED-COUNT.
001330
001340*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
001350*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
001360     IF WS-REJECTED-COUNT > 0
001370         IF RETURN-CODE < 4
001380             MOVE 4 TO RETURN-CODE
001390         END-IF
001400     END-IF.
001410
001420     PERFORM 9999-TERMINATE
001430         THRU 9999-TERMINATE-EXIT.
001440
001450     STOP RUN.
001460
001470*****************************************************************
001480*    1000-INITIALIZE                                            *
001490*****************************************************************
001500 1000-INITIALIZE.
001510     OPEN INPUT PO-MAINT-TRAN-FILE.
001520     IF NOT WS-PTR-OK
001530         DISPLAY 'POMNT01: NO PO-MAINT-TRAN FILE THIS RUN'
001540         MOVE 'Y' TO WS-EOF-SW
001550     END-IF.
001560
001570     OPEN I-O PURCHASE-ORDER-FILE.
001580     IF WS-POL-FILE-STATUS = '35'
001590         OPEN OUTPUT PURCHASE-ORDER-FILE
001600         CLOSE PURCHASE-ORDER-FILE
001610         OPEN I-O PURCHASE-ORDER-FILE
001620     END-IF.
001630     IF NOT WS-POL-OK
001640         DISPLAY 'POMNT01: OPEN PURCHASE-ORDER-FILE FAILED '
001650             WS-POL-FILE-STATUS
001660         MOVE 'Y' TO WS-POL-DISABLED-SW
001670         MOVE 'Y' TO WS-EOF-SW
001680         MOVE 8 TO RETURN-CODE
001690     END-IF.
001700
001710     OPEN OUTPUT PO-MAINT-RPT.
001720     IF NOT WS-RPT-OK
001730         DISPLAY 'POMNT01: OPEN PO-MAINT-RPT FAILED '
001740             WS-RPT-FILE-STATUS
001750     END-IF.
001760
001770     WRITE PO-MAINT-LINE FROM WS-HEADING-LINE.
001780
001790     IF NOT WS-EOF
001800         PERFORM 8000-READ-TRAN
001810             THRU 8000-READ-TRAN-EXIT
001820     END-IF.
001830 1000-INITIALIZE-EXIT.
001840     EXIT.
001850
001860*****************************************************************
001870*    2000-APPLY-ONE-TRAN                                        *
001880*****************************************************************
001890 2000-APPLY-ONE-TRAN.
001900     ADD 1 TO WS-TRAN-COUNT.
001910     MOVE PTR-ACTION      TO WS-DET-ACTION.
001920     MOVE PTR-PO-NO       TO WS-DET-PO-NO.
001930     MOVE PTR-LINE-NO     TO WS-DET-LINE-NO.
001940     MOVE PTR-OPERATOR-ID TO WS-DET-OPERATOR.
001950     MOVE PTR-NEW-QTY     TO WS-DET-NEW-QTY.
001960     MOVE PTR-NEW-COST    TO WS-DET-NEW-COST.
001970     IF PTR-DATE NUMERIC AND PTR-DATE > 0
001980         MOVE PTR-DATE TO WS-CHANGE-DATE
001990     ELSE
002000         ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD
002010     END-IF.
002020
002030     IF PTR-PO-NO NOT NUMERIC OR PTR-LINE-NO NOT NUMERIC
002040         MOVE 'INVALID PO OR LINE NUMBER' TO WS-DET-DISPOSITION
002050         GO TO 2000-APPLY-ONE-TRAN-REJECT
002060     END-IF.
002070
002080     EVALUATE TRUE
002090         WHEN PTR-AMEND
002100             PERFORM 2100-AMEND-LINE
002110                 THRU 2100-AMEND-LINE-EXIT
002120         WHEN PTR-CANCEL AND PTR-LINE-NO = 0
002130             PERFORM 2300-CANCEL-WHOLE-PO
002140                 THRU 2300-CANCEL-WHOLE-PO-EXIT
002150         WHEN PTR-CANCEL
002160             PERFORM 2200-CANCEL-LINE
002170                 THRU 2200-CANCEL-LINE-EXIT
002180         WHEN OTHER
002190             MOVE 'INVALID ACTION' TO WS-DET-DISPOSITION
002200             GO TO 2000-APPLY-ONE-TRAN-REJECT
002210     END-EVALUATE.
002220     GO TO 2000-APPLY-ONE-TRAN-NEXT.
002230
002240 2000-APPLY-ONE-TRAN-REJECT.
002250     ADD 1 TO WS-REJECTED-COUNT.
002260     WRITE PO-MAINT-LINE FROM WS-DETAIL-LINE.
002270
002280 2000-APPLY-ONE-TRAN-NEXT.
002290     PERFORM 8000-READ-TRAN
002300         THRU 8000-READ-TRAN-EXIT.
002310 2000-APPLY-ONE-TRAN-EXIT.
002320     EXIT.
002330
002340*****************************************************************
002350*    2100-AMEND-LINE                                            *
002360*    ZERO MEANS UNCHANGED FOR BOTH QUANTITY AND COST.  A LINE   *
002370*    AMENDED DOWN TO WHAT HAS ARRIVED IS CLOSED RECEIVED.       *
002380*****************************************************************
002390 2100-AMEND-LINE.
002400     MOVE PTR-PO-NO   TO POL-PO-NO.
002410     MOVE PTR-LINE-NO TO POL-LINE-NO.
002420     READ PURCHASE-ORDER-FILE
002430         INVALID KEY
002440             MOVE 'NO SUCH PO LINE' TO WS-DET-DISPOSITION
002450             GO TO 2100-AMEND-LINE-REJECT
002460     END-READ.
002470     IF NOT POL-OPEN
002480         MOVE 'PO LINE NOT OPEN' TO WS-DET-DISPOSITION
002490         GO TO 2100-AMEND-LINE-REJECT
002500     END-IF.
002510     IF PTR-NEW-QTY NOT NUMERIC OR PTR-NEW-COST NOT NUMERIC
002520         MOVE 'INVALID QUANTITY OR COST' TO WS-DET-DISPOSITION
002530         GO TO 2100-AMEND-LINE-REJECT
002540     END-IF.
002550     IF PTR-NEW-QTY = 0 AND PTR-NEW-COST = 0
002560         MOVE 'NOTHING TO AMEND' TO WS-DET-DISPOSITION
002570         GO TO 2100-AMEND-LINE-REJECT
002580     END-IF.
002590     IF PTR-NEW-QTY > 0
002600         AND PTR-NEW-QTY < POL-QTY-RECEIVED
002610         MOVE 'QTY BELOW QTY RECEIVED' TO WS-DET-DISPOSITION
002620         GO TO 2100-AMEND-LINE-REJECT
002630     END-IF.
002640
002650     IF PTR-NEW-QTY > 0
002660         MOVE PTR-NEW-QTY TO POL-QTY-ORDERED
002670     END-IF.
002680     IF PTR-NEW-COST > 0
002690         MOVE PTR-NEW-COST TO POL-UNIT-COST
002700     END-IF.
002710     MOVE 'LINE AMENDED' TO WS-DET-DISPOSITION.
002720     IF POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
002730         MOVE 'R' TO POL-STATUS
002740         MOVE 'LINE AMENDED AND CLOSED' TO WS-DET-DISPOSITION
002750     END-IF.
002760     MOVE WS-CHANGE-DATE TO POL-CHANGE-DATE.
002770     REWRITE PURCHASE-ORDER-REC
002780         INVALID KEY
002790             MOVE 'PO LINE REWRITE FAILED' TO WS-DET-DISPOSITION
002800             GO TO 2100-AMEND-LINE-REJECT
002810     END-REWRITE.
002820     ADD 1 TO WS-AMENDED-COUNT.
002830     WRITE PO-MAINT-LINE FROM WS-DETAIL-LINE.
002840     GO TO 2100-AMEND-LINE-EXIT.
002850
002860 2100-AMEND-LINE-REJECT.
002870     ADD 1 TO WS-REJECTED-COUNT.
002880     WRITE PO-MAINT-LINE FROM WS-DETAIL-LINE.
002890 2100-AMEND-LINE-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930*    2200-CANCEL-LINE                                           *
002940*****************************************************************
002950 2200-CANCEL-LINE.
002960     MOVE PTR-PO-NO   TO POL-PO-NO.
002970     MOVE PTR-LINE-NO TO POL-LINE-NO.
002980     READ PURCHASE-ORDER-FILE
002990         INVALID KEY
003000             MOVE 'NO SUCH PO LINE' TO WS-DET-DISPOSITION
003010             GO TO 2200-CANCEL-LINE-REJECT
003020     END-READ.
003030     IF NOT POL-OPEN
003040         MOVE 'PO LINE NOT OPEN' TO WS-DET-DISPOSITION
003050         GO TO 2200-CANCEL-LINE-REJECT
003060     END-IF.
003070     MOVE 'X' TO POL-STATUS.
003080     MOVE WS-CHANGE-DATE TO POL-CHANGE-DATE.
003090     REWRITE PURCHASE-ORDER-REC
003100         INVALID KEY
003110             MOVE 'PO LINE REWRITE FAILED' TO WS-DET-DISPOSITION
003120             GO TO 2200-CANCEL-LINE-REJECT
003130     END-REWRITE.
003140     ADD 1 TO WS-CANCELLED-COUNT.
003150     MOVE 'LINE CANCELLED' TO WS-DET-DISPOSITION.
003160     WRITE PO-MAINT-LINE FROM WS-DETAIL-LINE.
003170     GO TO 2200-CANCEL-LINE-EXIT.
003180
003190 2200-CANCEL-LINE-REJECT.
003200     ADD 1 TO WS-REJECTED-COUNT.
003210     WRITE PO-MAINT-LINE FROM WS-DETAIL-LINE.
003220 2200-CANCEL-LINE-EXIT.
003230     EXIT.
003240
003250*****************************************************************
003260*    2300-CANCEL-WHOLE-PO                                       *
003270*    EVERY LINE STILL OPEN ON THE PO IS CANCELLED; LINES        *
003280*    ALREADY RECEIVED OR CANCELLED ARE LEFT AS THEY ARE.        *
003290*****************************************************************
003300 2300-CANCEL-WHOLE-PO.
003310     MOVE 0 TO WS-LINES-CANCELLED.
003320     MOVE 'N' TO WS-SCAN-EOF-SW.
003330     MOVE PTR-PO-NO TO POL-PO-NO.
003340     MOVE 0         TO POL-LINE-NO.
003350     START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN POL-KEY
003360         INVALID KEY
003370             MOVE 'Y' TO WS-SCAN-EOF-SW
003380     END-START.
003390     PERFORM 2350-CANCEL-PO-LINE
003400         THRU 2350-CANCEL-PO-LINE-EXIT
003410         UNTIL WS-SCAN-DONE.
003420
003430     IF WS-LINES-CANCELLED = 0
003440         ADD 1 TO WS-REJECTED-COUNT
003450         MOVE 'NO OPEN LINES ON PO' TO WS-DET-DISPOSITION
003460     ELSE
003470         MOVE 'PO CANCELLED' TO WS-DET-DISPOSITION
003480     END-IF.
003490     MOVE 0 TO WS-DET-LINE-NO.
003500     WRITE PO-MAINT-LINE FROM WS-DETAIL-LINE.
003510 2300-CANCEL-WHOLE-PO-EXIT.
003520     EXIT.
003530
003540*****************************************************************
003550*    2350-CANCEL-PO-LINE                                        *
003560*****************************************************************
003570 2350-CANCEL-PO-LINE.
003580     READ PURCHASE-ORDER-FILE NEXT RECORD
003590         AT END
003600             MOVE 'Y' TO WS-SCAN-EOF-SW
003610             GO TO 2350-CANCEL-PO-LINE-EXIT
003620     END-READ.
003630     IF POL-PO-NO NOT = PTR-PO-NO
003640         MOVE 'Y' TO WS-SCAN-EOF-SW
003650         GO TO 2350-CANCEL-PO-LINE-EXIT
003660     END-IF.
003670     IF NOT POL-OPEN
003680         GO TO 2350-CANCEL-PO-LINE-EXIT
003690     END-IF.
003700     MOVE 'X' TO POL-STATUS.
003710     MOVE WS-CHANGE-DATE TO POL-CHANGE-DATE.
003720     REWRITE PURCHASE-ORDER-REC
003730         INVALID KEY
003740             DISPLAY 'POMNT01: REWRITE FAILED FOR PO '
003750                 POL-PO-NO ' LINE ' POL-LINE-NO
003760             GO TO 2350-CANCEL-PO-LINE-EXIT
003770     END-REWRITE.
003780     ADD 1 TO WS-LINES-CANCELLED.
003790     ADD 1 TO WS-CANCELLED-COUNT.
003800     MOVE POL-LINE-NO TO WS-DET-LINE-NO.
003810     MOVE 'LINE CANCELLED WITH PO' TO WS-DET-DISPOSITION.
003820     WRITE PO-MAINT-LINE FROM WS-DETAIL-LINE.
003830 2350-CANCEL-PO-LINE-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*    3000-PRINT-TOTALS                                          *
003880*****************************************************************
003890 3000-PRINT-TOTALS.
003900     MOVE 'TRANSACTIONS READ.........' TO WS-CNT-TITLE.
003910     MOVE WS-TRAN-COUNT TO WS-CNT-VALUE.
003920     WRITE PO-MAINT-LINE FROM WS-COUNT-LINE.
003930
003940     MOVE 'LINES AMENDED.............' TO WS-CNT-TITLE.
003950     MOVE WS-AMENDED-COUNT TO WS-CNT-VALUE.
003960     WRITE PO-MAINT-LINE FROM WS-COUNT-LINE.
003970
003980     MOVE 'LINES CANCELLED...........' TO WS-CNT-TITLE.
003990     MOVE WS-CANCELLED-COUNT TO WS-CNT-VALUE.
004000     WRITE PO-MAINT-LINE FROM WS-COUNT-LINE.
004010
004020     MOVE 'TRANSACTIONS REJECTED.....' TO WS-CNT-TITLE.
004030     MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
004040     WRITE PO-MAINT-LINE FROM WS-COUNT-LINE.
004050 3000-PRINT-TOTALS-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090*    8000-READ-TRAN                                             *
004100*****************************************************************
004110 8000-READ-TRAN.
004120     READ PO-MAINT-TRAN-FILE
004130         AT END
004140             MOVE 'Y' TO WS-EOF-SW
004150     END-READ.
004160 8000-READ-TRAN-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200*    9999-TERMINATE                                             *
004210*****************************************************************
004220 9999-TERMINATE.
004230     IF WS-PTR-OK OR WS-PTR-EOF
004240         CLOSE PO-MAINT-TRAN-FILE
004250     END-IF.
004260     IF NOT WS-POL-DISABLED
004270         CLOSE PURCHASE-ORDER-FILE
004280     END-IF.
004290     CLOSE PO-MAINT-RPT.
004300 9999-TERMINATE-EXIT.
004310     EXIT.
