000180*                    AND PRINTS THE VARIANCES RANKED BY VALUE    *
000190*                    SO THE BIG DISCREPANCIES GET LOOKED AT      *
000200*                    FIRST.                                      *
000201*    2026-10-15  PD  THE VARIANCE IS NOW PRICED AT THE ITEM'S    *
000202*                    AVERAGE COST (STK-AVG-COST) AND THE         *
000203*                    SHRINKAGE JOURNAL MOVES TO STKMNT01, WHICH  *
000204*                    WRITES IT AS IT APPLIES THE ADJUSTMENT TO   *
000205*                    THE STOCK VALUE - SO STOCK AND LEDGER MOVE  *
000206*                    TOGETHER. THE ITEM MASTER IS NO LONGER      *
000207*                    READ.                                       *
000208*    2026-10-15  PD  THE COUNT IS NOW RECONCILED AT THE LOCATION *
000209*                    COUNTED (CNT-LOC-CODE) - BOOK QUANTITY IS   *
000210*                    THAT LOCATION'S ON-HAND FROM THE LOCATION   *
000211*                    STOCK FILE, THE ADJUSTMENT IS CUT FOR THAT  *
000212*                    LOCATION, AND THE VARIANCE REPORT SHOWS IT. *
000213*                    WITHOUT THE LOCATION FILE THE COMPANY       *
000214*                    ON-HAND IS USED AS BEFORE.                  *
000215*    2026-10-15  PD  EACH COUNT NOW CLOSES ITS CYCLE-COUNT       *
000216*                    SCHEDULE ROW (CNTSCHD.CPY, BUILT BY         *
000217*                    ABCCLS01) - THE OPEN ROW FOR THE LOCATION   *
000218*                    AND ITEM IN THE COUNT'S MONTH, ELSE THE     *
000219*                    OLDEST EARLIER ONE.  THE REPORT THEN LISTS  *
000220*                    EVERY SCHEDULED COUNT DUE BY THE CYCLE DATE *
000221*                    THAT WAS NOT SUBMITTED (RC 4) AND COUNT     *
000222*                    ACCURACY BY ABC CLASS (ABCCLS.CPY) - A      *
000223*                    COUNT IS ACCURATE WHEN ITS VARIANCE IS      *
000224*                    WITHIN WS-COUNT-TOLERANCE-PCT OF BOOK.      *
000225*****************************************************************
000226 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT STOCK-COUNT-FILE ASSIGN TO STKCNT
000320         RECORD KEY IS STK-ITM-ID
000330         FILE STATUS IS WS-STK-FILE-STATUS.
000340
000350     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS SLC-KEY
000390         FILE STATUS IS WS-SLC-FILE-STATUS.
000400
000410     SELECT STOCK-ADJUST-OUT ASSIGN TO STKADJO
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SAD-FILE-STATUS.
000440
000490     SELECT VARIANCE-RPT ASSIGN TO STKVARRP
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-FILE-STATUS.
000511
000512     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000513         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS WS-CYC-FILE-STATUS.
000515
000516     SELECT ABC-CLASS-FILE ASSIGN TO ABCCLS
000517         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS RANDOM
000519         RECORD KEY IS ABC-ITM-ID
000520         FILE STATUS IS WS-ABC-FILE-STATUS.
000521
000522     SELECT COUNT-SCHEDULE-FILE ASSIGN TO CNTSCHD
000523         ORGANIZATION IS INDEXED
000524         ACCESS MODE IS DYNAMIC
000525         RECORD KEY IS CSC-KEY
000526         FILE STATUS IS WS-CSC-FILE-STATUS.
000527
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  STOCK-COUNT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY STKMAST.
000620
000630 FD  STOCK-LOCATION-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY STKLOC.
000660
000670 FD  STOCK-ADJUST-OUT
000680     LABEL RECORDS ARE STANDARD.
000690     COPY STKADJ.
000700
000750 FD  VARIANCE-RPT
000760     LABEL RECORDS ARE STANDARD.
000770     01  VARIANCE-LINE            PIC X(80).
000771
000772 FD  CYCLE-CONTROL-FILE
000773     LABEL RECORDS ARE STANDARD.
000774     COPY CYCLCTL.
000775
000776 FD  ABC-CLASS-FILE
000777     LABEL RECORDS ARE STANDARD.
000778     COPY ABCCLS.
000779
000780 FD  COUNT-SCHEDULE-FILE
000781     LABEL RECORDS ARE STANDARD.
000782     COPY CNTSCHD.
000783
000790 WORKING-STORAGE SECTION.
000800     01  WS-CNT-FILE-STATUS       PIC X(02).
000810         88  WS-CNT-OK            VALUE '00'.
000830     01  WS-STK-FILE-STATUS       PIC X(02).
000840         88  WS-STK-OK            VALUE '00'.
000850         88  WS-STK-NOT-FOUND     VALUE '23'.
000863     01  WS-SLC-FILE-STATUS       PIC X(02).
000876         88  WS-SLC-OK            VALUE '00'.
000890     01  WS-SAD-FILE-STATUS       PIC X(02).
000900         88  WS-SAD-OK            VALUE '00'.
000930     01  WS-RPT-FILE-STATUS       PIC X(02).
000940         88  WS-RPT-OK            VALUE '00'.
000941     01  WS-CYC-FILE-STATUS       PIC X(02).
000942         88  WS-CYC-OK            VALUE '00'.
000943     01  WS-ABC-FILE-STATUS       PIC X(02).
000944         88  WS-ABC-OK            VALUE '00'.
000945     01  WS-CSC-FILE-STATUS       PIC X(02).
000946         88  WS-CSC-OK            VALUE '00'.
000947         88  WS-CSC-EOF           VALUE '10'.
000950
000960     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000970         88  WS-EOF               VALUE 'Y'.
000973     01  WS-SLC-DISABLED-SW       PIC X(01) VALUE 'N'.
000976         88  WS-SLC-DISABLED      VALUE 'Y'.
000977     01  WS-ABC-DISABLED-SW       PIC X(01) VALUE 'N'.
000978         88  WS-ABC-DISABLED      VALUE 'Y'.
000979     01  WS-CSC-DISABLED-SW       PIC X(01) VALUE 'N'.
000980         88  WS-CSC-DISABLED      VALUE 'Y'.
000981     01  WS-CSC-DONE-SW           PIC X(01).
000982         88  WS-CSC-DONE          VALUE 'Y'.
000983
000990     01  WS-BOOK-QTY              PIC S9(07).
001000     01  WS-VARIANCE-QTY          PIC S9(07).
001010     01  WS-VARIANCE-VALUE        PIC S9(09)V9(02).
001020     01  WS-ABS-VALUE             PIC 9(09)V9(02).
001022     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001024
001026*****************************************************************
001028*    CYCLE-COUNT SCHEDULE AND ACCURACY BY ABC CLASS             *
001030*****************************************************************
001032*    A COUNT WITHIN THIS PERCENTAGE OF BOOK IS ACCURATE.
001034     01  WS-COUNT-TOLERANCE-PCT   PIC 9(03)V9(02) VALUE 0.
001036     01  WS-TOLERANCE-QTY         PIC 9(07)V9(02).
001038     01  WS-ABS-QTY               PIC 9(07).
001040     01  WS-COUNT-MONTH           PIC 9(06).
001042     01  WS-OPEN-MONTH            PIC 9(06).
001044     01  WS-MARK-KEY              PIC X(16).
001046*    1 A, 2 B, 3 C, 4 NOT CLASSIFIED.
001048     01  WS-CLS-SUB               PIC 9(01) COMP.
001050     01  WS-CLASS-LETTERS         PIC X(04) VALUE 'ABC-'.
001052     01  WS-CLASS-TOTALS.
001054         05  WS-CLS-ROW OCCURS 4 TIMES.
001056             10  WS-CLS-COUNTED   PIC 9(07) COMP.
001058             10  WS-CLS-ACCURATE  PIC 9(07) COMP.
001060
001080*****************************************************************
001090*    VARIANCE TABLE, RANKED BY ABSOLUTE VALUE AT END OF RUN.    *
001100*****************************************************************
001130     01  WS-VAR-TABLE.
001140         05  WS-VAR-ROW OCCURS 200 TIMES.
001150             10  WS-VAR-ITM-ID    PIC X(05).
001155             10  WS-VAR-LOC-CODE  PIC X(03).
001160             10  WS-VAR-QTY       PIC S9(07) COMP-3.
001170             10  WS-VAR-VALUE     PIC S9(09)V9(02) COMP-3.
001180             10  WS-VAR-ABS       PIC 9(09)V9(02) COMP-3.
001220         88  WS-SORT-SWAPPED      VALUE 'Y'.
001230     01  WS-SORT-HOLD.
001240         05  WS-HOLD-ITM-ID       PIC X(05).
001245         05  WS-HOLD-LOC-CODE     PIC X(03).
001250         05  WS-HOLD-QTY          PIC S9(07) COMP-3.
001260         05  WS-HOLD-VALUE        PIC S9(09)V9(02) COMP-3.
001270         05  WS-HOLD-ABS          PIC 9(09)V9(02) COMP-3.
001320     01  WS-TOTALS.
001330         05  WS-COUNT-RECORDS     PIC 9(07) COMP VALUE 0.
001340         05  WS-VARIANCE-COUNT    PIC 9(07) COMP VALUE 0.
001343         05  WS-SCHED-CLOSED      PIC 9(07) COMP VALUE 0.
001346         05  WS-MISSED-COUNT      PIC 9(07) COMP VALUE 0.
001350
001360*****************************************************************
001370*    VARIANCE REPORT LINE LAYOUTS                               *
001480         05  FILLER               PIC X(09) VALUE
001490             '  VALUE  '.
001500         05  WS-DET-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
001503         05  FILLER               PIC X(07) VALUE '  LOC  '.
001506         05  WS-DET-LOC-CODE      PIC X(03).
001510         05  FILLER               PIC X(26) VALUE SPACES.
001520
001530     01  WS-COUNT-LINE.
001540         05  WS-CNT-TITLE         PIC X(26).
001550         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001560         05  FILLER               PIC X(47) VALUE SPACES.
001561
001562     01  WS-MISSED-HEADING-LINE.
001563         05  FILLER               PIC X(40) VALUE
001564             'SCHEDULED COUNTS NOT SUBMITTED'.
001565         05  FILLER               PIC X(40) VALUE SPACES.
001566
001567     01  WS-MISSED-LINE.
001568         05  WS-MIS-ITM-ID        PIC X(05).
001569         05  FILLER               PIC X(07) VALUE '  LOC  '.
001570         05  WS-MIS-LOC-CODE      PIC X(03).
001571         05  FILLER               PIC X(09) VALUE '  CLASS  '.
001572         05  WS-MIS-CLASS         PIC X(01).
001573         05  FILLER               PIC X(08) VALUE '  DUE  '.
001574         05  WS-MIS-DATE          PIC 9(08).
001575         05  FILLER               PIC X(39) VALUE SPACES.
001576
001577     01  WS-ACCURACY-HEADING-LINE.
001578         05  FILLER               PIC X(40) VALUE
001579             'COUNT ACCURACY BY CLASS  COUNTED  ACCURA'.
001580         05  FILLER               PIC X(40) VALUE
001581             'TE  ACCURACY %'.
001582
001583     01  WS-ACCURACY-LINE.
001584         05  FILLER               PIC X(08) VALUE SPACES.
001585         05  WS-ACC-CLASS         PIC X(01).
001586         05  FILLER               PIC X(16) VALUE SPACES.
001587         05  WS-ACC-COUNTED       PIC ZZZ,ZZ9.
001588         05  FILLER               PIC X(03) VALUE SPACES.
001589         05  WS-ACC-ACCURATE      PIC ZZZ,ZZ9.
001590         05  FILLER               PIC X(07) VALUE SPACES.
001591         05  WS-ACC-PCT           PIC ZZ9.99.
001592         05  FILLER               PIC X(25) VALUE SPACES.
001593     01  WS-ACC-PCT-WORK          PIC 9(03)V9(02).
001594
001595 PROCEDURE DIVISION.
001596*****************************************************************
001600*    0000-MAINLINE                                              *
001610*****************************************************************
001620 0000-MAINLINE.
001710         THRU 3000-RANK-VARIANCES-EXIT.
001720     PERFORM 4000-PRINT-VARIANCES
001730         THRU 4000-PRINT-VARIANCES-EXIT.
001732     PERFORM 5000-PRINT-MISSED-COUNTS
001734         THRU 5000-PRINT-MISSED-COUNTS-EXIT.
001736     PERFORM 6000-PRINT-ACCURACY
001738         THRU 6000-PRINT-ACCURACY-EXIT.
001740
001750     DISPLAY 'STKCNT01: COUNTS READ........... '
001760         WS-COUNT-RECORDS.
001770     DISPLAY 'STKCNT01: VARIANCES POSTED...... '
001780         WS-VARIANCE-COUNT.
001782     DISPLAY 'STKCNT01: SCHEDULED COUNTS MET.. '
001784         WS-SCHED-CLOSED.
001786     DISPLAY 'STKCNT01: SCHEDULED COUNTS MISSED '
001788         WS-MISSED-COUNT.
001790
001800*    GRADED CONDITION CODE - A VARIANCE OR A MISSED SCHEDULED
001810*    COUNT IS A WARNING THE MORNING REVIEW SHOULD SEE.
001820     IF WS-VARIANCE-COUNT > 0 OR WS-MISSED-COUNT > 0
001830         IF RETURN-CODE < 4
001840             MOVE 4 TO RETURN-CODE
001850         END-IF
002100         MOVE 8 TO RETURN-CODE
002110     END-IF.
002120
002129*    WITHOUT THE LOCATION FILE THE COUNT IS TAKEN AGAINST THE
002138*    COMPANY ON-HAND.
002147     OPEN INPUT STOCK-LOCATION-FILE.
002156     IF NOT WS-SLC-OK
002165         DISPLAY 'STKCNT01: NO STOCK-LOCATION-FILE - '
002174             'COMPANY ON-HAND USED'
002183         MOVE 'Y' TO WS-SLC-DISABLED-SW
002192     END-IF.
002201
002210     OPEN OUTPUT STOCK-ADJUST-OUT.
002220     IF NOT WS-SAD-OK
002230         DISPLAY 'STKCNT01: OPEN STOCK-ADJUST-OUT FAILED '
002240             WS-SAD-FILE-STATUS
002250     END-IF.
002260
002330     OPEN OUTPUT VARIANCE-RPT.
002340     IF NOT WS-RPT-OK
002350         DISPLAY 'STKCNT01: OPEN VARIANCE-RPT FAILED '
002370     END-IF.
002380
002390     WRITE VARIANCE-LINE FROM WS-HEADING-LINE.
002391
002392*    THE SCHEDULE IS DUE THROUGH THE CYCLE DATE.  WITHOUT A
002393*    CLASS FILE EVERY COUNT IS UNCLASSIFIED; WITHOUT A SCHEDULE
002394*    NONE IS MATCHED OR MISSED.
002395     OPEN INPUT CYCLE-CONTROL-FILE.
002396     IF WS-CYC-OK
002397         READ CYCLE-CONTROL-FILE
002398             AT END
002399                 CONTINUE
002400             NOT AT END
002401                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
002402         END-READ
002403         CLOSE CYCLE-CONTROL-FILE
002404     END-IF.
002405     IF WS-CYCLE-DATE = 0
002406         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
002407     END-IF.
002408     OPEN INPUT ABC-CLASS-FILE.
002409     IF NOT WS-ABC-OK
002410         DISPLAY 'STKCNT01: NO ABC-CLASS-FILE - '
002411             'COUNTS UNCLASSIFIED'
002412         MOVE 'Y' TO WS-ABC-DISABLED-SW
002413     END-IF.
002414     OPEN I-O COUNT-SCHEDULE-FILE.
002415     IF NOT WS-CSC-OK
002416         DISPLAY 'STKCNT01: NO COUNT-SCHEDULE-FILE - '
002417             'SCHEDULE NOT CHECKED'
002418         MOVE 'Y' TO WS-CSC-DISABLED-SW
002419     END-IF.
002420
002421     IF NOT WS-EOF
002422         PERFORM 8000-READ-COUNT
002430             THRU 8000-READ-COUNT-EXIT
002440     END-IF.
002450 1000-INITIALIZE-EXIT.
002630     IF WS-STK-OK
002640         MOVE STK-ON-HAND TO WS-BOOK-QTY
002650     END-IF.
002651*    THE COUNT WAS TAKEN AT ONE LOCATION, SO ITS BOOK FIGURE IS
002652*    THAT LOCATION'S SHARE.
002653     IF NOT WS-SLC-DISABLED
002654         MOVE CNT-LOC-CODE TO SLC-LOC-CODE
002655         MOVE CNT-ITM-ID   TO SLC-ITM-ID
002656         READ STOCK-LOCATION-FILE
002657             INVALID KEY
002658                 MOVE 0 TO SLC-ON-HAND
002659         END-READ
002660         MOVE SLC-ON-HAND TO WS-BOOK-QTY
002661     END-IF.
002662
002670     COMPUTE WS-VARIANCE-QTY = CNT-COUNTED-QTY - WS-BOOK-QTY.
002671     PERFORM 2500-TALLY-ACCURACY
002672         THRU 2500-TALLY-ACCURACY-EXIT.
002673     IF NOT WS-CSC-DISABLED
002674         PERFORM 2600-CLOSE-SCHEDULE
002675             THRU 2600-CLOSE-SCHEDULE-EXIT
002676     END-IF.
002680     IF WS-VARIANCE-QTY = 0
002690         GO TO 2000-RECONCILE-COUNT-NEXT
002700     END-IF.
002790     MOVE 'PC'            TO SAD-REASON.
002800     MOVE CNT-COUNT-REF   TO SAD-REFERENCE.
002810     MOVE 'STKCNT01'      TO SAD-OPERATOR-ID.
002815     MOVE CNT-LOC-CODE    TO SAD-LOC-CODE.
002820     WRITE STOCK-ADJUST-REC.
002830
002840*    THE VARIANCE PRICED AT THE ITEM'S AVERAGE COST FOR THE
002850*    RANKING.  STKMNT01 MOVES THE STOCK VALUE AND JOURNALS IT
002860*    AT THE AVERAGE WHEN IT APPLIES THE ADJUSTMENT.  AN ITEM
002870*    NOT ON THE STOCK FILE OR NOT YET COSTED CARRIES A ZERO
002880*    VALUE.
002890     MOVE 0 TO WS-VARIANCE-VALUE.
002900     IF WS-STK-OK
002910         COMPUTE WS-VARIANCE-VALUE ROUNDED
002920             = WS-VARIANCE-QTY * STK-AVG-COST
002930     END-IF.
003010
003020     IF WS-VARIANCE-VALUE < 0
003030         COMPUTE WS-ABS-VALUE = 0 - WS-VARIANCE-VALUE
003070     IF WS-VAR-COUNT < WS-MAX-VAR-ROWS
003080         ADD 1 TO WS-VAR-COUNT
003090         MOVE CNT-ITM-ID        TO WS-VAR-ITM-ID(WS-VAR-COUNT)
003095         MOVE CNT-LOC-CODE      TO WS-VAR-LOC-CODE(WS-VAR-COUNT)
003100         MOVE WS-VARIANCE-QTY   TO WS-VAR-QTY(WS-VAR-COUNT)
003110         MOVE WS-VARIANCE-VALUE TO WS-VAR-VALUE(WS-VAR-COUNT)
003120         MOVE WS-ABS-VALUE      TO WS-VAR-ABS(WS-VAR-COUNT)
003170         THRU 8000-READ-COUNT-EXIT.
003180 2000-RECONCILE-COUNT-EXIT.
003190     EXIT.
003191
003192*****************************************************************
003194*    2500-TALLY-ACCURACY                                        *
003196*    THE COUNT IS TALLIED UNDER THE ITEM'S CLASS, AND AS        *
003198*    ACCURATE WHEN THE VARIANCE IS WITHIN THE TOLERANCE OF      *
003200*    BOOK.                                                      *
003202*****************************************************************
003204 2500-TALLY-ACCURACY.
003206     MOVE '-' TO ABC-CLASS.
003208     IF NOT WS-ABC-DISABLED
003210         MOVE CNT-ITM-ID TO ABC-ITM-ID
003212         READ ABC-CLASS-FILE
003214             INVALID KEY
003216                 MOVE '-' TO ABC-CLASS
003218         END-READ
003220     END-IF.
003222     EVALUATE TRUE
003224         WHEN ABC-CLASS-A
003226             MOVE 1 TO WS-CLS-SUB
003228         WHEN ABC-CLASS-B
003230             MOVE 2 TO WS-CLS-SUB
003232         WHEN ABC-CLASS-C
003234             MOVE 3 TO WS-CLS-SUB
003236         WHEN OTHER
003238             MOVE 4 TO WS-CLS-SUB
003240     END-EVALUATE.
003242     ADD 1 TO WS-CLS-COUNTED(WS-CLS-SUB).
003244
003246     IF WS-VARIANCE-QTY < 0
003248         COMPUTE WS-ABS-QTY = 0 - WS-VARIANCE-QTY
003250     ELSE
003252         MOVE WS-VARIANCE-QTY TO WS-ABS-QTY
003254     END-IF.
003256     MOVE 0 TO WS-TOLERANCE-QTY.
003258     IF WS-BOOK-QTY > 0
003260         COMPUTE WS-TOLERANCE-QTY =
003262             WS-BOOK-QTY * WS-COUNT-TOLERANCE-PCT / 100
003264     END-IF.
003266     IF WS-ABS-QTY NOT > WS-TOLERANCE-QTY
003268         ADD 1 TO WS-CLS-ACCURATE(WS-CLS-SUB)
003270     END-IF.
003272 2500-TALLY-ACCURACY-EXIT.
003274     EXIT.
003276
003278*****************************************************************
003280*    2600-CLOSE-SCHEDULE                                        *
003282*    THE LOCATION'S SCHEDULE ROWS FOR THE ITEM READ IN DATE     *
003284*    ORDER.  THE OPEN ROW IN THE COUNT'S OWN MONTH IS CLOSED;   *
003286*    FAILING THAT THE OLDEST OPEN ROW BEFORE IT, SO A LATE      *
003288*    COUNT STILL CLEARS A MISSED ONE.  A COUNT WITH NO OPEN ROW *
003290*    WAS UNSCHEDULED AND IS LEFT AT THAT.                       *
003292*****************************************************************
003294 2600-CLOSE-SCHEDULE.
003296     MOVE CNT-COUNT-DATE(1:6) TO WS-COUNT-MONTH.
003298     MOVE SPACES TO WS-MARK-KEY.
003300     MOVE 'N' TO WS-CSC-DONE-SW.
003302     MOVE CNT-LOC-CODE TO CSC-LOC-CODE.
003304     MOVE CNT-ITM-ID   TO CSC-ITM-ID.
003306     MOVE 0            TO CSC-COUNT-DATE.
003308     START COUNT-SCHEDULE-FILE KEY IS NOT LESS THAN CSC-KEY
003310         INVALID KEY
003312             GO TO 2600-CLOSE-SCHEDULE-EXIT
003314     END-START.
003316     PERFORM 2610-NEXT-SCHEDULE-ROW
003318         THRU 2610-NEXT-SCHEDULE-ROW-EXIT
003320         UNTIL WS-CSC-DONE.
003322     IF WS-MARK-KEY = SPACES
003324         GO TO 2600-CLOSE-SCHEDULE-EXIT
003326     END-IF.
003328
003330     MOVE WS-MARK-KEY TO CSC-KEY.
003332     READ COUNT-SCHEDULE-FILE
003334         INVALID KEY
003336             GO TO 2600-CLOSE-SCHEDULE-EXIT
003338     END-READ.
003340     MOVE 'C'            TO CSC-STATUS.
003342     MOVE CNT-COUNT-DATE TO CSC-COUNTED-DATE.
003344     MOVE CNT-COUNT-REF  TO CSC-COUNT-REF.
003346     REWRITE COUNT-SCHEDULE-REC
003348         INVALID KEY
003350             DISPLAY 'STKCNT01: REWRITE COUNT-SCHEDULE FAILED '
003352                 WS-CSC-FILE-STATUS
003354             GO TO 2600-CLOSE-SCHEDULE-EXIT
003356     END-REWRITE.
003358     ADD 1 TO WS-SCHED-CLOSED.
003360 2600-CLOSE-SCHEDULE-EXIT.
003362     EXIT.
003364
003366*****************************************************************
003368*    2610-NEXT-SCHEDULE-ROW                                     *
003370*    THE FIRST OPEN ROW IS REMEMBERED; AN OPEN ROW IN THE       *
003372*    COUNT'S MONTH REPLACES IT AND ENDS THE SEARCH, AS DOES A   *
003374*    LATER MONTH OR ANOTHER ITEM.                               *
003376*****************************************************************
003378 2610-NEXT-SCHEDULE-ROW.
003380     READ COUNT-SCHEDULE-FILE NEXT RECORD
003382         AT END
003384             MOVE 'Y' TO WS-CSC-DONE-SW
003386             GO TO 2610-NEXT-SCHEDULE-ROW-EXIT
003388     END-READ.
003390     IF CSC-LOC-CODE NOT = CNT-LOC-CODE
003392         OR CSC-ITM-ID NOT = CNT-ITM-ID
003394         MOVE 'Y' TO WS-CSC-DONE-SW
003396         GO TO 2610-NEXT-SCHEDULE-ROW-EXIT
003398     END-IF.
003400     MOVE CSC-COUNT-DATE(1:6) TO WS-OPEN-MONTH.
003402     IF WS-OPEN-MONTH > WS-COUNT-MONTH
003404         MOVE 'Y' TO WS-CSC-DONE-SW
003406         GO TO 2610-NEXT-SCHEDULE-ROW-EXIT
003408     END-IF.
003410     IF NOT CSC-SCHEDULED
003412         GO TO 2610-NEXT-SCHEDULE-ROW-EXIT
003414     END-IF.
003416     IF WS-OPEN-MONTH = WS-COUNT-MONTH
003418         MOVE CSC-KEY TO WS-MARK-KEY
003420         MOVE 'Y' TO WS-CSC-DONE-SW
003422         GO TO 2610-NEXT-SCHEDULE-ROW-EXIT
003424     END-IF.
003426     IF WS-MARK-KEY = SPACES
003428         MOVE CSC-KEY TO WS-MARK-KEY
003430     END-IF.
003432 2610-NEXT-SCHEDULE-ROW-EXIT.
003434     EXIT.
003436
003560*****************************************************************
003570*    3000-RANK-VARIANCES                                        *
003580*    EXCHANGE SORT BY ABSOLUTE VALUE, LARGEST FIRST, SO THE     *
004160*****************************************************************
004170 4100-PRINT-ONE-VARIANCE.
004180     MOVE WS-VAR-ITM-ID(WS-VAR-SUB) TO WS-DET-ITM-ID.
004185     MOVE WS-VAR-LOC-CODE(WS-VAR-SUB) TO WS-DET-LOC-CODE.
004190     MOVE WS-VAR-QTY(WS-VAR-SUB)    TO WS-DET-QTY.
004200     MOVE WS-VAR-VALUE(WS-VAR-SUB)  TO WS-DET-VALUE.
004210     WRITE VARIANCE-LINE FROM WS-DETAIL-LINE.
004220 4100-PRINT-ONE-VARIANCE-EXIT.
004230     EXIT.
004231
004232*****************************************************************
004233*    5000-PRINT-MISSED-COUNTS                                   *
004234*    EVERY COUNT SCHEDULED THROUGH THE CYCLE DATE THAT IS STILL *
004235*    OPEN - INCLUDING ANY THIS RUN DID NOT CLOSE.               *
004236*****************************************************************
004237 5000-PRINT-MISSED-COUNTS.
004238     IF WS-CSC-DISABLED
004239         GO TO 5000-PRINT-MISSED-COUNTS-EXIT
004240     END-IF.
004241     WRITE VARIANCE-LINE FROM WS-MISSED-HEADING-LINE.
004242     MOVE LOW-VALUES TO CSC-KEY.
004243     MOVE 'N' TO WS-CSC-DONE-SW.
004244     START COUNT-SCHEDULE-FILE KEY IS NOT LESS THAN CSC-KEY
004245         INVALID KEY
004246             MOVE 'Y' TO WS-CSC-DONE-SW
004247     END-START.
004248     PERFORM 5100-CHECK-ONE-SCHEDULE
004249         THRU 5100-CHECK-ONE-SCHEDULE-EXIT
004250         UNTIL WS-CSC-DONE.
004251
004252     MOVE 'SCHEDULED COUNTS MISSED...' TO WS-CNT-TITLE.
004253     MOVE WS-MISSED-COUNT TO WS-CNT-VALUE.
004254     WRITE VARIANCE-LINE FROM WS-COUNT-LINE.
004255 5000-PRINT-MISSED-COUNTS-EXIT.
004256     EXIT.
004257
004258*****************************************************************
004259*    5100-CHECK-ONE-SCHEDULE                                    *
004260*****************************************************************
004261 5100-CHECK-ONE-SCHEDULE.
004262     READ COUNT-SCHEDULE-FILE NEXT RECORD
004263         AT END
004264             MOVE 'Y' TO WS-CSC-DONE-SW
004265             GO TO 5100-CHECK-ONE-SCHEDULE-EXIT
004266     END-READ.
004267     IF NOT CSC-SCHEDULED OR CSC-COUNT-DATE > WS-CYCLE-DATE
004268         GO TO 5100-CHECK-ONE-SCHEDULE-EXIT
004269     END-IF.
004270     ADD 1 TO WS-MISSED-COUNT.
004271     MOVE CSC-ITM-ID     TO WS-MIS-ITM-ID.
004272     MOVE CSC-LOC-CODE   TO WS-MIS-LOC-CODE.
004273     MOVE CSC-CLASS      TO WS-MIS-CLASS.
004274     MOVE CSC-COUNT-DATE TO WS-MIS-DATE.
004275     WRITE VARIANCE-LINE FROM WS-MISSED-LINE.
004276 5100-CHECK-ONE-SCHEDULE-EXIT.
004277     EXIT.
004278
004279*****************************************************************
004280*    6000-PRINT-ACCURACY                                        *
004281*****************************************************************
004282 6000-PRINT-ACCURACY.
004283     WRITE VARIANCE-LINE FROM WS-ACCURACY-HEADING-LINE.
004284     PERFORM 6100-PRINT-ONE-CLASS
004285         THRU 6100-PRINT-ONE-CLASS-EXIT
004286         VARYING WS-CLS-SUB FROM 1 BY 1
004287         UNTIL WS-CLS-SUB > 4.
004288 6000-PRINT-ACCURACY-EXIT.
004289     EXIT.
004290
004291*****************************************************************
004292*    6100-PRINT-ONE-CLASS                                       *
004293*****************************************************************
004294 6100-PRINT-ONE-CLASS.
004295     MOVE WS-CLASS-LETTERS(WS-CLS-SUB:1) TO WS-ACC-CLASS.
004296     MOVE WS-CLS-COUNTED(WS-CLS-SUB)     TO WS-ACC-COUNTED.
004297     MOVE WS-CLS-ACCURATE(WS-CLS-SUB)    TO WS-ACC-ACCURATE.
004298     MOVE 0 TO WS-ACC-PCT-WORK.
004299     IF WS-CLS-COUNTED(WS-CLS-SUB) > 0
004300         COMPUTE WS-ACC-PCT-WORK ROUNDED =
004301             WS-CLS-ACCURATE(WS-CLS-SUB) * 100
004302             / WS-CLS-COUNTED(WS-CLS-SUB)
004303     END-IF.
004304     MOVE WS-ACC-PCT-WORK TO WS-ACC-PCT.
004305     WRITE VARIANCE-LINE FROM WS-ACCURACY-LINE.
004306 6100-PRINT-ONE-CLASS-EXIT.
004307     EXIT.
004308
004309*****************************************************************
004310*    8000-READ-COUNT                                            *
004311*****************************************************************
004312 8000-READ-COUNT.
004313     READ STOCK-COUNT-FILE
004314         AT END
004315             MOVE 'Y' TO WS-EOF-SW
004320     END-READ.
004330 8000-READ-COUNT-EXIT.
004340     EXIT.
004430     IF WS-STK-OK OR WS-STK-NOT-FOUND
004440         CLOSE STOCK-FILE
004450     END-IF.
004460     IF NOT WS-SLC-DISABLED
004470         CLOSE STOCK-LOCATION-FILE
004480     END-IF.
004490     CLOSE STOCK-ADJUST-OUT.
004570     CLOSE VARIANCE-RPT.
004571     IF NOT WS-ABC-DISABLED
004572         CLOSE ABC-CLASS-FILE
004573     END-IF.
004574     IF NOT WS-CSC-DISABLED
004575         CLOSE COUNT-SCHEDULE-FILE
004576     END-IF.
004580 9999-TERMINATE-EXIT.
004590     EXIT.
