000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PCKTKT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - NIGHTLY PICK-TICKET RUN.  TAKES  *
000100*                    THE PICKS ORDPOST1 CUT FOR TONIGHT'S        *
000110*                    POSTED SALE LINES AND PRINTS THEM AS ONE    *
000120*                    PICK LIST PER BRANCH FOR THE WAREHOUSE,     *
000130*                    THEN LOADS EACH PICK TO THE PERSISTENT      *
000140*                    OPEN-PICK FILE WHERE SHPCNF01 MATCHES THE   *
000150*                    SHIPMENT CONFIRMATIONS.  A PICK ALREADY ON  *
000160*                    THE OPEN-PICK FILE (A RERUN) IS REPRINTED   *
000170*                    BUT NOT LOADED TWICE.                       *
000172*    2026-10-15  PD  THE PICK LIST SHOWS THE WAREHOUSE EACH LINE *
000174*                    IS PICKED FROM, AND THE LOCATION CODE IS    *
000176*                    CARRIED ONTO THE OPEN-PICK FILE FOR         *
000178*                    SHPCNF01.                                   *
000180*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT PICK-TICKET-FILE ASSIGN TO PICKTKT
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-PKT-FILE-STATUS.
000250
000260     SELECT OPEN-PICK-FILE ASSIGN TO PICKOPN
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS PKO-KEY
000300         FILE STATUS IS WS-PKO-FILE-STATUS.
000310
000320     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS ITM-ID
000360         FILE STATUS IS WS-ITM-FILE-STATUS.
000370
000380     SELECT PICK-LIST-RPT ASSIGN TO PICKPRT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RPT-FILE-STATUS.
000410
000420     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RCT-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PICK-TICKET-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY PICKTKT.
000510
000520 FD  OPEN-PICK-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY PICKTKT
000550         REPLACING PICK-TICKET-REC BY OPEN-PICK-REC
000560         PKT-KEY BY PKO-KEY
000570         PKT-ORDER-ID BY PKO-ORDER-ID
000580         PKT-LINE-NO BY PKO-LINE-NO
000590         PKT-BRANCH-CODE BY PKO-BRANCH-CODE
000600         PKT-CUST-ID BY PKO-CUST-ID
000610         PKT-ITM-ID BY PKO-ITM-ID
000620         PKT-QUANTITY BY PKO-QUANTITY
000630         PKT-ORDER-DATE BY PKO-ORDER-DATE
000640         PKT-PICK-DATE BY PKO-PICK-DATE
000650         PKT-CURRENCY-CODE BY PKO-CURRENCY-CODE
000660         PKT-STATUS BY PKO-STATUS
000670         PKT-OPEN BY PKO-OPEN
000680         PKT-SHIPPED BY PKO-SHIPPED
000690         PKT-SHORT-SHIPPED BY PKO-SHORT-SHIPPED
000700         PKT-SHIPPED-QTY BY PKO-SHIPPED-QTY
000710         PKT-SHIP-DATE BY PKO-SHIP-DATE
000715         PKT-LOC-CODE BY PKO-LOC-CODE
000720         PKT-CARRIER-REF BY PKO-CARRIER-REF.
000730
000740 FD  ITEM-MASTER-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY ITMMAST.
000770
000780 FD  PICK-LIST-RPT
000790     LABEL RECORDS ARE STANDARD.
000800     01  PICK-LIST-LINE           PIC X(80).
000810
000820 FD  RUN-CONTROL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY RUNCTL.
000850
000860 WORKING-STORAGE SECTION.
000870     01  WS-PKT-FILE-STATUS       PIC X(02).
000880         88  WS-PKT-OK            VALUE '00'.
000890         88  WS-PKT-EOF           VALUE '10'.
000900     01  WS-PKO-FILE-STATUS       PIC X(02).
000910         88  WS-PKO-OK            VALUE '00'.
000920         88  WS-PKO-DUPLICATE     VALUE '22'.
000930     01  WS-ITM-FILE-STATUS       PIC X(02).
000940         88  WS-ITM-OK            VALUE '00'.
000950         88  WS-ITM-NOT-FOUND     VALUE '23'.
000960     01  WS-RPT-FILE-STATUS       PIC X(02).
000970         88  WS-RPT-OK            VALUE '00'.
000980     01  WS-RCT-FILE-STATUS       PIC X(02).
000990         88  WS-RCT-OK            VALUE '00'.
001000
001010     01  WS-PKT-EOF-SW            PIC X(01) VALUE 'N'.
001020         88  WS-PKT-DONE          VALUE 'Y'.
001030     01  WS-PKT-MISSING-SW        PIC X(01) VALUE 'N'.
001040         88  WS-PKT-MISSING       VALUE 'Y'.
001050     01  WS-PKO-DISABLED-SW       PIC X(01) VALUE 'N'.
001060         88  WS-PKO-DISABLED      VALUE 'Y'.
001070     01  WS-ITM-DISABLED-SW       PIC X(01) VALUE 'N'.
001080         88  WS-ITM-DISABLED      VALUE 'Y'.
001090
001100*****************************************************************
001110*    THE BRANCHES SEEN ON TONIGHT'S PICKS, IN ORDER OF FIRST    *
001120*    APPEARANCE.  EACH BRANCH GETS ITS OWN PICK LIST FROM A     *
001130*    FRESH PASS OF THE PICK FILE.  ROW 1 CATCHES ANY BRANCH     *
001140*    BEYOND THE TABLE.                                          *
001150*****************************************************************
001160     01  WS-BRN-COUNT             PIC 9(02) COMP VALUE 0.
001170     01  WS-MAX-BRN-ROWS          PIC 9(02) COMP VALUE 20.
001180     01  WS-BRN-TABLE.
001190         05  WS-BRN-ROW OCCURS 20 TIMES.
001200             10  WS-BRN-CODE      PIC X(03).
001210             10  WS-BRN-LINES     PIC 9(07) COMP.
001220             10  WS-BRN-UNITS     PIC 9(09) COMP.
001230     01  WS-BRN-SUB               PIC 9(02) COMP.
001240     01  WS-BRN-SCAN-SUB          PIC 9(02) COMP.
001250     01  WS-BRN-HIT-SUB           PIC 9(02) COMP.
001260     01  WS-BRN-FOUND-SW          PIC X(01).
001270         88  WS-BRN-FOUND         VALUE 'Y'.
001280     01  WS-BRN-OVERFLOW-SW       PIC X(01) VALUE 'N'.
001290         88  WS-BRN-OVERFLOW      VALUE 'Y'.
001300     01  WS-LIST-BRANCH           PIC X(03).
001310
001320*****************************************************************
001330*    CONTROL TOTALS                                             *
001340*****************************************************************
001350     01  WS-TOTALS.
001360         05  WS-PICK-COUNT        PIC 9(07) COMP VALUE 0.
001370         05  WS-LOADED-COUNT      PIC 9(07) COMP VALUE 0.
001380         05  WS-ALREADY-COUNT     PIC 9(07) COMP VALUE 0.
001390         05  WS-PRINTED-COUNT     PIC 9(07) COMP VALUE 0.
001400
001410*****************************************************************
001420*    PICK LIST LINE LAYOUTS                                     *
001430*****************************************************************
001440     01  WS-RULE-LINE             PIC X(80) VALUE ALL '-'.
001450
001460     01  WS-BRANCH-HEADING.
001470         05  FILLER               PIC X(30) VALUE
001480             'PCKTKT01 - PICK LIST  BRANCH '.
001490         05  WS-BHD-BRANCH        PIC X(03).
001500         05  FILLER               PIC X(47) VALUE SPACES.
001510
001520     01  WS-COLUMN-LINE.
001530         05  FILLER               PIC X(40) VALUE
001540             'ORDER  LINE CUST  ITEM  NAME       QTY  '.
001550         05  FILLER               PIC X(40) VALUE
001560             'ORDERED   PICKED    PICKED BY   WHS'.
001570
001580     01  WS-DETAIL-LINE.
001590         05  WS-DET-ORDER-ID      PIC X(06).
001600         05  FILLER               PIC X(01) VALUE SPACES.
001610         05  WS-DET-LINE-NO       PIC ZZ9.
001620         05  FILLER               PIC X(02) VALUE SPACES.
001630         05  WS-DET-CUST-ID       PIC X(05).
001640         05  FILLER               PIC X(01) VALUE SPACES.
001650         05  WS-DET-ITM-ID        PIC X(05).
001660         05  FILLER               PIC X(01) VALUE SPACES.
001670         05  WS-DET-ITM-NAME      PIC X(06).
001680         05  FILLER               PIC X(01) VALUE SPACES.
001690         05  WS-DET-QUANTITY      PIC ZZZZ9.
001700         05  FILLER               PIC X(04) VALUE SPACES.
001710         05  WS-DET-ORDER-DATE    PIC 9(08).
001720         05  FILLER               PIC X(02) VALUE SPACES.
001730         05  WS-DET-PICK-DATE     PIC 9(08).
001740         05  FILLER               PIC X(02) VALUE SPACES.
001750         05  FILLER               PIC X(10) VALUE ALL '_'.
001760         05  FILLER               PIC X(02) VALUE SPACES.
001763         05  WS-DET-LOC-CODE      PIC X(03).
001766         05  FILLER               PIC X(05) VALUE SPACES.
001770
001780     01  WS-BRANCH-TOTAL-LINE.
001790         05  FILLER               PIC X(14) VALUE
001800             'BRANCH TOTAL  '.
001810         05  WS-BTL-LINES         PIC ZZZ,ZZ9.
001820         05  FILLER               PIC X(08) VALUE ' LINES  '.
001830         05  WS-BTL-UNITS         PIC ZZZ,ZZZ,ZZ9.
001840         05  FILLER               PIC X(06) VALUE ' UNITS'.
001850         05  FILLER               PIC X(34) VALUE SPACES.
001860
001870     01  WS-COUNT-LINE.
001880         05  WS-CNT-TITLE         PIC X(26).
001890         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001900         05  FILLER               PIC X(47) VALUE SPACES.
001910
001920 PROCEDURE DIVISION.
001930*****************************************************************
001940*    0000-MAINLINE                                              *
001950*****************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE
001980         THRU 1000-INITIALIZE-EXIT.
001990
002000*    PASS 1 - LOAD TONIGHT'S PICKS TO THE OPEN-PICK FILE AND
002010*    NOTE EVERY BRANCH THEY BELONG TO.
002020     PERFORM 2000-LOAD-ONE-PICK
002030         THRU 2000-LOAD-ONE-PICK-EXIT
002040         UNTIL WS-PKT-DONE.
002050
002060*    PASS 2 - ONE PICK LIST PER BRANCH.
002070     IF NOT WS-PKT-MISSING
002080         PERFORM 3000-PRINT-BRANCH-LIST
002090             THRU 3000-PRINT-BRANCH-LIST-EXIT
002100             VARYING WS-BRN-SUB FROM 1 BY 1
002110             UNTIL WS-BRN-SUB > WS-BRN-COUNT
002120     END-IF.
002130
002140     PERFORM 4000-PRINT-TOTALS
002150         THRU 4000-PRINT-TOTALS-EXIT.
002160
002170     DISPLAY 'PCKTKT01: PICKS READ............ '
002180         WS-PICK-COUNT.
002190     DISPLAY 'PCKTKT01: PICKS LOADED.......... '
002200         WS-LOADED-COUNT.
002210     DISPLAY 'PCKTKT01: PICKS ALREADY OPEN.... '
002220         WS-ALREADY-COUNT.
002230     DISPLAY 'PCKTKT01: BRANCH LISTS.......... '
002240         WS-BRN-COUNT.
002250
002260     PERFORM 9999-TERMINATE
002270         THRU 9999-TERMINATE-EXIT.
002280
002290     STOP RUN.
002300
002310*****************************************************************
002320*    1000-INITIALIZE                                            *
002330*****************************************************************
002340 1000-INITIALIZE.
002350     OPEN INPUT PICK-TICKET-FILE.
002360     IF NOT WS-PKT-OK
002370         DISPLAY 'PCKTKT01: NO PICK-TICKET FILE THIS RUN'
002380         MOVE 'Y' TO WS-PKT-MISSING-SW
002390         MOVE 'Y' TO WS-PKT-EOF-SW
002400     END-IF.
002410
002420*    THE OPEN-PICK FILE PERSISTS ACROSS RUNS - CREATE IT EMPTY
002430*    ON A FRESH SYSTEM, LIKE THE REGISTERS.
002440     OPEN I-O OPEN-PICK-FILE.
002450     IF WS-PKO-FILE-STATUS = '35'
002460         OPEN OUTPUT OPEN-PICK-FILE
002470         CLOSE OPEN-PICK-FILE
002480         OPEN I-O OPEN-PICK-FILE
002490     END-IF.
002500     IF NOT WS-PKO-OK
002510         DISPLAY 'PCKTKT01: OPEN OPEN-PICK-FILE FAILED '
002520             WS-PKO-FILE-STATUS
002530         MOVE 'Y' TO WS-PKO-DISABLED-SW
002540         MOVE 8 TO RETURN-CODE
002550     END-IF.
002560
002570*    THE ITEM NAME IS A CONVENIENCE FOR THE PICKER - A MISSING
002580*    MASTER LEAVES IT BLANK.
002590     OPEN INPUT ITEM-MASTER-FILE.
002600     IF NOT WS-ITM-OK
002610         DISPLAY 'PCKTKT01: OPEN ITEM-MASTER FAILED '
002620             WS-ITM-FILE-STATUS
002630         MOVE 'Y' TO WS-ITM-DISABLED-SW
002640     END-IF.
002650
002660     OPEN OUTPUT PICK-LIST-RPT.
002670     IF NOT WS-RPT-OK
002680         DISPLAY 'PCKTKT01: OPEN PICK-LIST FAILED '
002690             WS-RPT-FILE-STATUS
002700     END-IF.
002710
002720     IF NOT WS-PKT-DONE
002730         PERFORM 8000-READ-PICK
002740             THRU 8000-READ-PICK-EXIT
002750     END-IF.
002760 1000-INITIALIZE-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800*    2000-LOAD-ONE-PICK                                         *
002810*    A PICK ALREADY ON THE OPEN-PICK FILE IS A RERUN OF THIS    *
002820*    NIGHT - IT KEEPS WHATEVER SHIPMENT STATUS IT HAS.          *
002830*****************************************************************
002840 2000-LOAD-ONE-PICK.
002850     ADD 1 TO WS-PICK-COUNT.
002860     MOVE PKT-BRANCH-CODE TO WS-LIST-BRANCH.
002870     PERFORM 7100-FIND-BRANCH-ROW
002880         THRU 7100-FIND-BRANCH-ROW-EXIT.
002890     IF NOT WS-BRN-FOUND
002900         IF WS-BRN-COUNT < WS-MAX-BRN-ROWS
002910             ADD 1 TO WS-BRN-COUNT
002920             MOVE WS-BRN-COUNT TO WS-BRN-HIT-SUB
002930             MOVE WS-LIST-BRANCH
002940                 TO WS-BRN-CODE(WS-BRN-HIT-SUB)
002950             MOVE 0 TO WS-BRN-LINES(WS-BRN-HIT-SUB)
002960             MOVE 0 TO WS-BRN-UNITS(WS-BRN-HIT-SUB)
002970         ELSE
002980             MOVE 'Y' TO WS-BRN-OVERFLOW-SW
002990             MOVE 1 TO WS-BRN-HIT-SUB
003000         END-IF
003010     END-IF.
003020     ADD 1 TO WS-BRN-LINES(WS-BRN-HIT-SUB).
003030     ADD PKT-QUANTITY TO WS-BRN-UNITS(WS-BRN-HIT-SUB).
003040
003050     IF WS-PKO-DISABLED
003060         GO TO 2000-LOAD-ONE-PICK-NEXT
003070     END-IF.
003080     MOVE PICK-TICKET-REC TO OPEN-PICK-REC.
003090     WRITE OPEN-PICK-REC
003100         INVALID KEY
003110             ADD 1 TO WS-ALREADY-COUNT
003120             GO TO 2000-LOAD-ONE-PICK-NEXT
003130     END-WRITE.
003140     ADD 1 TO WS-LOADED-COUNT.
003150
003160 2000-LOAD-ONE-PICK-NEXT.
003170     PERFORM 8000-READ-PICK
003180         THRU 8000-READ-PICK-EXIT.
003190 2000-LOAD-ONE-PICK-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230*    3000-PRINT-BRANCH-LIST                                     *
003240*    A FRESH PASS OF THE PICK FILE FOR EACH BRANCH, SO EACH     *
003250*    BRANCH'S LIST STANDS ON ITS OWN FOR ITS WAREHOUSE.         *
003260*****************************************************************
003270 3000-PRINT-BRANCH-LIST.
003280     MOVE WS-BRN-CODE(WS-BRN-SUB) TO WS-LIST-BRANCH.
003290     MOVE WS-LIST-BRANCH TO WS-BHD-BRANCH.
003300     WRITE PICK-LIST-LINE FROM WS-RULE-LINE.
003310     WRITE PICK-LIST-LINE FROM WS-BRANCH-HEADING.
003320     WRITE PICK-LIST-LINE FROM WS-COLUMN-LINE.
003330
003340     CLOSE PICK-TICKET-FILE.
003350     OPEN INPUT PICK-TICKET-FILE.
003360     MOVE 'N' TO WS-PKT-EOF-SW.
003370     PERFORM 8000-READ-PICK
003380         THRU 8000-READ-PICK-EXIT.
003390     PERFORM 3100-PRINT-ONE-PICK
003400         THRU 3100-PRINT-ONE-PICK-EXIT
003410         UNTIL WS-PKT-DONE.
003420
003430     MOVE WS-BRN-LINES(WS-BRN-SUB) TO WS-BTL-LINES.
003440     MOVE WS-BRN-UNITS(WS-BRN-SUB) TO WS-BTL-UNITS.
003450     WRITE PICK-LIST-LINE FROM WS-BRANCH-TOTAL-LINE.
003460 3000-PRINT-BRANCH-LIST-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500*    3100-PRINT-ONE-PICK                                        *
003510*    WHEN THE BRANCH TABLE OVERFLOWED, ROW 1 COLLECTS EVERY     *
003520*    BRANCH NOT IN THE TABLE, SO ITS LIST TAKES THOSE TOO.      *
003530*****************************************************************
003540 3100-PRINT-ONE-PICK.
003550     IF PKT-BRANCH-CODE NOT = WS-LIST-BRANCH
003560         IF WS-BRN-SUB NOT = 1 OR NOT WS-BRN-OVERFLOW
003570             GO TO 3100-PRINT-ONE-PICK-NEXT
003580         END-IF
003590         MOVE PKT-BRANCH-CODE TO WS-LIST-BRANCH
003600         PERFORM 7100-FIND-BRANCH-ROW
003610             THRU 7100-FIND-BRANCH-ROW-EXIT
003620         MOVE WS-BRN-CODE(1) TO WS-LIST-BRANCH
003630         IF WS-BRN-FOUND
003640             GO TO 3100-PRINT-ONE-PICK-NEXT
003650         END-IF
003660     END-IF.
003670
003680     MOVE SPACES TO WS-DET-ITM-NAME.
003690     IF NOT WS-ITM-DISABLED
003700         MOVE PKT-ITM-ID TO ITM-ID
003710         READ ITEM-MASTER-FILE
003720             INVALID KEY
003730                 MOVE SPACES TO ITM-NAME
003740         END-READ
003750         MOVE ITM-NAME TO WS-DET-ITM-NAME
003760     END-IF.
003770
003780     ADD 1 TO WS-PRINTED-COUNT.
003790     MOVE PKT-ORDER-ID   TO WS-DET-ORDER-ID.
003800     MOVE PKT-LINE-NO    TO WS-DET-LINE-NO.
003810     MOVE PKT-CUST-ID    TO WS-DET-CUST-ID.
003820     MOVE PKT-ITM-ID     TO WS-DET-ITM-ID.
003830     MOVE PKT-QUANTITY   TO WS-DET-QUANTITY.
003840     MOVE PKT-ORDER-DATE TO WS-DET-ORDER-DATE.
003850     MOVE PKT-PICK-DATE  TO WS-DET-PICK-DATE.
003855     MOVE PKT-LOC-CODE   TO WS-DET-LOC-CODE.
003860     WRITE PICK-LIST-LINE FROM WS-DETAIL-LINE.
003870
003880 3100-PRINT-ONE-PICK-NEXT.
003890     PERFORM 8000-READ-PICK
003900         THRU 8000-READ-PICK-EXIT.
003910 3100-PRINT-ONE-PICK-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950*    4000-PRINT-TOTALS                                          *
003960*****************************************************************
003970 4000-PRINT-TOTALS.
003980     WRITE PICK-LIST-LINE FROM WS-RULE-LINE.
003990
004000     MOVE 'PICKS READ................' TO WS-CNT-TITLE.
004010     MOVE WS-PICK-COUNT TO WS-CNT-VALUE.
004020     WRITE PICK-LIST-LINE FROM WS-COUNT-LINE.
004030
004040     MOVE 'PICKS PRINTED.............' TO WS-CNT-TITLE.
004050     MOVE WS-PRINTED-COUNT TO WS-CNT-VALUE.
004060     WRITE PICK-LIST-LINE FROM WS-COUNT-LINE.
004070
004080     MOVE 'PICKS LOADED TO OPEN FILE.' TO WS-CNT-TITLE.
004090     MOVE WS-LOADED-COUNT TO WS-CNT-VALUE.
004100     WRITE PICK-LIST-LINE FROM WS-COUNT-LINE.
004110
004120     MOVE 'PICKS ALREADY OPEN........' TO WS-CNT-TITLE.
004130     MOVE WS-ALREADY-COUNT TO WS-CNT-VALUE.
004140     WRITE PICK-LIST-LINE FROM WS-COUNT-LINE.
004150 4000-PRINT-TOTALS-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190*    7100-FIND-BRANCH-ROW                                       *
004200*    LOOKS WS-LIST-BRANCH UP IN THE BRANCH TABLE.               *
004210*****************************************************************
004220 7100-FIND-BRANCH-ROW.
004230     MOVE 'N' TO WS-BRN-FOUND-SW.
004240     PERFORM 7150-MATCH-BRANCH-ROW
004250         THRU 7150-MATCH-BRANCH-ROW-EXIT
004260         VARYING WS-BRN-SCAN-SUB FROM 1 BY 1
004270         UNTIL WS-BRN-SCAN-SUB > WS-BRN-COUNT
004280             OR WS-BRN-FOUND.
004290 7100-FIND-BRANCH-ROW-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330*    7150-MATCH-BRANCH-ROW                                      *
004340*****************************************************************
004350 7150-MATCH-BRANCH-ROW.
004360     IF WS-BRN-CODE(WS-BRN-SCAN-SUB) = WS-LIST-BRANCH
004370         MOVE 'Y' TO WS-BRN-FOUND-SW
004380         MOVE WS-BRN-SCAN-SUB TO WS-BRN-HIT-SUB
004390     END-IF.
004400 7150-MATCH-BRANCH-ROW-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*    8000-READ-PICK                                             *
004450*****************************************************************
004460 8000-READ-PICK.
004470     READ PICK-TICKET-FILE
004480         AT END
004490             MOVE 'Y' TO WS-PKT-EOF-SW
004500     END-READ.
004510 8000-READ-PICK-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550*    9999-TERMINATE                                             *
004560*****************************************************************
004570 9999-TERMINATE.
004580     IF NOT WS-PKT-MISSING
004590         CLOSE PICK-TICKET-FILE
004600     END-IF.
004610     IF NOT WS-PKO-DISABLED
004620         CLOSE OPEN-PICK-FILE
004630     END-IF.
004640     IF NOT WS-ITM-DISABLED
004650         CLOSE ITEM-MASTER-FILE
004660     END-IF.
004670     CLOSE PICK-LIST-RPT.
004680
004690*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
004700     OPEN EXTEND RUN-CONTROL-FILE.
004710     IF WS-RCT-OK
004720         MOVE 'PCKTKT01'        TO RCT-STEP-NAME
004730         MOVE WS-PICK-COUNT     TO RCT-RECORDS-IN
004740         MOVE WS-LOADED-COUNT   TO RCT-APPLIED
004750         MOVE WS-ALREADY-COUNT  TO RCT-REJECTED
004760         MOVE 0                 TO RCT-SUSPENDED
004770         WRITE RUN-CONTROL-REC
004780         CLOSE RUN-CONTROL-FILE
004790     ELSE
004800         DISPLAY 'PCKTKT01: OPEN RUN-CONTROL-FILE FAILED '
004810             WS-RCT-FILE-STATUS
004820     END-IF.
004830 9999-TERMINATE-EXIT.
004840     EXIT.
