000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MRGAPPR1.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - BELOW-MARGIN SALE APPROVAL.      *
000100*                    WORKS THE QUEUE OF SALES THE ORDER EDIT     *
000110*                    GATE HELD FOR SELLING BELOW COST OR BELOW   *
000120*                    THE CATEGORY MINIMUM MARGIN (MRGAPPR),      *
000130*                    AGAINST THE SALES MANAGER'S KEYED           *
000140*                    DECISIONS (MRGDEC).  AN APPROVED ORDER IS   *
000150*                    CUT BACK OUT AS KEYED (ORDTRNM/ORDLINM) FOR *
000160*                    TONIGHT'S GATE AND LOGGED ON MRGREL SO THE  *
000170*                    GATE PASSES IT; A CANCELLED ORDER GOES TO   *
000180*                    THE BRANCH ACKNOWLEDGMENTS (MRGDISP) AS     *
000190*                    CANCELLED, REASON MC; AN ORDER WITH NO      *
000200*                    DECISION IS CARRIED FORWARD A GENERATION.   *
000210*                    EVERY DECISION IS HELD AGAINST THE OPERATOR *
000220*                    AUTHORIZATION FILE (AUTPROC.CPY) UNDER ITS  *
000230*                    DECISION CODE; ONE KEYED WITHOUT A CURRENT  *
000240*                    GRANT IS REFUSED, LOGGED AND THE ORDER      *
000250*                    CARRIED.                                    *
000252*    2026-10-15  PD  HELD LINE IMAGE WIDENED TO 18 BYTES FOR THE *
000254*                    ORDER LINE'S UNIT CODE, SO AN APPROVED      *
000256*                    ORDER IS RELEASED IN THE UNIT IT WAS KEYED  *
000258*                    IN.                                         *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MARGIN-APPROVAL-FILE ASSIGN TO MRGAPPR
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-MAQ-FILE-STATUS.
000330
000340     SELECT MARGIN-APPROVAL-OUT ASSIGN TO MRGAPPRO
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-MAO-FILE-STATUS.
000370
000380     SELECT MARGIN-DECISION-FILE ASSIGN TO MRGDEC
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-MGD-FILE-STATUS.
000410
000420     SELECT RELEASED-ORDER-FILE ASSIGN TO ORDTRNM
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ROR-FILE-STATUS.
000450
000460     SELECT RELEASED-LINE-FILE ASSIGN TO ORDLINM
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RLN-FILE-STATUS.
000490
000500     SELECT MARGIN-RELEASE-FILE ASSIGN TO MRGREL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-MRL-FILE-STATUS.
000530
000540     SELECT BRANCH-ACK-FILE ASSIGN TO MRGDISP
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ACK-FILE-STATUS.
000570
000580     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CYC-FILE-STATUS.
000610
000620     SELECT APPROVAL-REGISTER-RPT ASSIGN TO MRGREGRP
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-FILE-STATUS.
000650
000660     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUT-FILE-STATUS.
000690
000700     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AVL-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MARGIN-APPROVAL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY MRGAPPR.
000790
000800 FD  MARGIN-APPROVAL-OUT
000810     LABEL RECORDS ARE STANDARD.
000820     01  MARGIN-APPROVAL-OUT-REC  PIC X(80).
000830
000840 FD  MARGIN-DECISION-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY MRGDEC.
000870
000880 FD  RELEASED-ORDER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY ORDPOST.
000910
000920 FD  RELEASED-LINE-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY ORDLINE.
000950
000960 FD  MARGIN-RELEASE-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY MRGREL.
000990
001000 FD  BRANCH-ACK-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY BRNACK.
001030
001040 FD  CYCLE-CONTROL-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY CYCLCTL.
001070
001080 FD  APPROVAL-REGISTER-RPT
001090     LABEL RECORDS ARE STANDARD.
001100     01  APPROVAL-REGISTER-LINE   PIC X(80).
001110
001120 FD  OPERATOR-AUTH-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY OPRAUTH.
001150
001160 FD  ACCESS-VIOLATION-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY AUTVIOL.
001190
001200 WORKING-STORAGE SECTION.
001210     01  WS-MAQ-FILE-STATUS       PIC X(02).
001220         88  WS-MAQ-OK            VALUE '00'.
001230         88  WS-MAQ-NOT-FOUND     VALUE '35'.
001240         88  WS-MAQ-EOF           VALUE '10'.
001250
001260     01  WS-MAO-FILE-STATUS       PIC X(02).
001270         88  WS-MAO-OK            VALUE '00'.
001280
001290     01  WS-MGD-FILE-STATUS       PIC X(02).
001300         88  WS-MGD-OK            VALUE '00'.
001310         88  WS-MGD-EOF           VALUE '10'.
001320
001330     01  WS-ROR-FILE-STATUS       PIC X(02).
001340         88  WS-ROR-OK            VALUE '00'.
001350
001360     01  WS-RLN-FILE-STATUS       PIC X(02).
001370         88  WS-RLN-OK            VALUE '00'.
001380
001390     01  WS-MRL-FILE-STATUS       PIC X(02).
001400         88  WS-MRL-OK            VALUE '00'.
001410
001420     01  WS-ACK-FILE-STATUS       PIC X(02).
001430         88  WS-ACK-OK            VALUE '00'.
001440
001450     01  WS-CYC-FILE-STATUS       PIC X(02).
001460         88  WS-CYC-OK            VALUE '00'.
001470
001480     01  WS-RPT-FILE-STATUS       PIC X(02).
001490         88  WS-RPT-OK            VALUE '00'.
001500
001510     COPY AUTWORK.
001520
001530     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001540         88  WS-EOF               VALUE 'Y'.
001550
001560     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001570
001580*****************************************************************
001590*    THE HELD ORDER BEING ACTIONED - ITS QUEUE HEADER, THE      *
001600*    ORDER AS KEYED, AND ITS QUEUED LINES.  THE QUEUE IS READ   *
001610*    ONE RECORD AHEAD, SO THE ORDER IS KEPT HERE WHILE ITS      *
001620*    LINES ARE GATHERED.                                        *
001630*****************************************************************
001640     01  WS-HDR-QUEUE-REC         PIC X(80).
001650
001660     COPY ORDPOST
001670         REPLACING ORDER-TRAN-REC BY WS-HELD-ORDER-REC
001680         LEADING ==OPT-== BY ==WS-HOR-==.
001690
001700     01  WS-QLN-COUNT             PIC 9(03) COMP VALUE 0.
001710     01  WS-MAX-QLN-ROWS          PIC 9(03) COMP VALUE 200.
001720     01  WS-QLN-TABLE.
001730         05  WS-QLN-ROW OCCURS 200 TIMES.
001740             10  WS-QLN-PREFIX    PIC X(33).
001750             10  WS-QLN-IMAGE     PIC X(18).
001760             10  FILLER           PIC X(29).
001770     01  WS-QLN-SUB               PIC 9(03) COMP.
001780
001790*****************************************************************
001800*    DECISION TABLE - LOADED ONCE AT START OF RUN.              *
001810*****************************************************************
001820     01  WS-DEC-COUNT             PIC 9(03) COMP VALUE 0.
001830     01  WS-MAX-DEC-ROWS          PIC 9(03) COMP VALUE 200.
001840     01  WS-DEC-TABLE.
001850         05  WS-DEC-ROW OCCURS 200 TIMES.
001860             10  WS-DEC-ORDER-ID  PIC X(06).
001870             10  WS-DEC-DECISION  PIC X(01).
001880             10  WS-DEC-APPROVER  PIC X(08).
001890     01  WS-DEC-SUB               PIC 9(03) COMP.
001900     01  WS-DEC-FOUND-SW          PIC X(01).
001910         88  WS-DEC-FOUND         VALUE 'Y'.
001920     01  WS-DEC-HIT-SUB           PIC 9(03) COMP.
001930
001940*****************************************************************
001950*    CONTROL TOTALS                                             *
001960*****************************************************************
001970     01  WS-TOTALS.
001980         05  WS-READ-COUNT        PIC 9(07) COMP VALUE 0.
001990         05  WS-RELEASED-COUNT    PIC 9(07) COMP VALUE 0.
002000         05  WS-CANCELLED-COUNT   PIC 9(07) COMP VALUE 0.
002010         05  WS-CARRIED-COUNT     PIC 9(07) COMP VALUE 0.
002020         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
002030         05  WS-INVALID-COUNT     PIC 9(07) COMP VALUE 0.
002040         05  WS-ORPHAN-COUNT      PIC 9(07) COMP VALUE 0.
002050
002060*****************************************************************
002070*    APPROVAL REGISTER LINE LAYOUTS                             *
002080*****************************************************************
002090     01  WS-HEADING-LINE.
002100         05  FILLER               PIC X(48) VALUE
002110             'MRGAPPR1 - BELOW-MARGIN SALE APPROVAL REGISTER'.
002120         05  FILLER               PIC X(32) VALUE SPACES.
002130
002140     01  WS-COLUMN-LINE.
002150         05  FILLER               PIC X(32) VALUE
002160             'ORDER   CUST   REP          NET '.
002170         05  FILLER               PIC X(48) VALUE
002180             '       COST   MARGIN% RSN  APPROVER DISPOSITION'.
002190
002200     01  WS-DETAIL-LINE.
002210         05  WS-DET-ORDER-ID      PIC X(06).
002220         05  FILLER               PIC X(02).
002230         05  WS-DET-CUST-ID       PIC X(05).
002240         05  FILLER               PIC X(02).
002250         05  WS-DET-REP-CODE      PIC X(03).
002260         05  FILLER               PIC X(02).
002270         05  WS-DET-NET           PIC -ZZZZZZ9.99.
002280         05  FILLER               PIC X(01).
002290         05  WS-DET-COST          PIC -ZZZZZZ9.99.
002300         05  FILLER               PIC X(01).
002310         05  WS-DET-MARGIN        PIC -ZZZZ9.99.
002320         05  FILLER               PIC X(01).
002330         05  WS-DET-REASON        PIC X(04).
002340         05  FILLER               PIC X(01).
002350         05  WS-DET-APPROVER      PIC X(08).
002360         05  FILLER               PIC X(01).
002370         05  WS-DET-DISPOSITION   PIC X(12).
002380
002390     01  WS-COUNT-LINE.
002400         05  WS-CNT-TITLE         PIC X(26).
002410         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002420         05  FILLER               PIC X(47) VALUE SPACES.
002430
002440 PROCEDURE DIVISION.
002450*****************************************************************
002460*    0000-MAINLINE                                              *
002470*****************************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE
002500         THRU 1000-INITIALIZE-EXIT.
002510
002520     PERFORM 2000-ACTION-ORDER
002530         THRU 2000-ACTION-ORDER-EXIT
002540         UNTIL WS-EOF.
002550
002560     PERFORM 3000-PRINT-TOTALS
002570         THRU 3000-PRINT-TOTALS-EXIT.
002580
002590     DISPLAY 'MRGAPPR1: HELD ORDERS READ...... '
002600         WS-READ-COUNT.
002610     DISPLAY 'MRGAPPR1: RELEASED.............. '
002620         WS-RELEASED-COUNT.
002630     DISPLAY 'MRGAPPR1: CANCELLED............. '
002640         WS-CANCELLED-COUNT.
002650     DISPLAY 'MRGAPPR1: CARRIED FORWARD....... '
002660         WS-CARRIED-COUNT.
002670     DISPLAY 'MRGAPPR1: REFUSED - NO AUTHORITY '
002680         WS-REFUSED-COUNT.
002690     DISPLAY 'MRGAPPR1: INVALID DECISIONS..... '
002700         WS-INVALID-COUNT.
002710     DISPLAY 'MRGAPPR1: ORPHAN QUEUE LINES.... '
002720         WS-ORPHAN-COUNT.
002730
002740*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
002750*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
002760     IF WS-REFUSED-COUNT > 0 OR WS-INVALID-COUNT > 0
002770             OR WS-ORPHAN-COUNT > 0
002780         IF RETURN-CODE < 4
002790             MOVE 4 TO RETURN-CODE
002800         END-IF
002810     END-IF.
002820
002830     PERFORM 9999-TERMINATE
002840         THRU 9999-TERMINATE-EXIT.
002850
002860     STOP RUN.
002870
002880*****************************************************************
002890*    1000-INITIALIZE                                            *
002900*    THE RELEASE AND DISPOSITION FILES ARE EACH NIGHT'S OWN -   *
002910*    TONIGHT'S GATE AND BRANCH ACKNOWLEDGMENTS READ THEM - SO   *
002920*    THEY ARE OPENED OUTPUT.  A QUEUE THAT CANNOT BE CARRIED    *
002930*    FORWARD STOPS THE RUN RATHER THAN LOSE THE HELD ORDERS.    *
002940*****************************************************************
002950 1000-INITIALIZE.
002960     OPEN INPUT MARGIN-APPROVAL-FILE.
002970     IF WS-MAQ-NOT-FOUND
002980         MOVE 'Y' TO WS-EOF-SW
002990     ELSE
003000         IF NOT WS-MAQ-OK
003010             DISPLAY 'MRGAPPR1: OPEN APPROVAL-FILE FAILED '
003020                 WS-MAQ-FILE-STATUS
003030             MOVE 'Y' TO WS-EOF-SW
003040             MOVE 8 TO RETURN-CODE
003050         END-IF
003060     END-IF.
003070
003080     OPEN OUTPUT MARGIN-APPROVAL-OUT.
003090     IF NOT WS-MAO-OK
003100         DISPLAY 'MRGAPPR1: OPEN APPROVAL-OUT FAILED '
003110             WS-MAO-FILE-STATUS
003120         MOVE 'Y' TO WS-EOF-SW
003130         MOVE 8 TO RETURN-CODE
003140     END-IF.
003150
003160     OPEN OUTPUT RELEASED-ORDER-FILE.
003170     IF NOT WS-ROR-OK
003180         DISPLAY 'MRGAPPR1: OPEN RELEASED-ORDER-FILE FAILED '
003190             WS-ROR-FILE-STATUS
003200         MOVE 'Y' TO WS-EOF-SW
003210         MOVE 8 TO RETURN-CODE
003220     END-IF.
003230
003240     OPEN OUTPUT RELEASED-LINE-FILE.
003250     IF NOT WS-RLN-OK
003260         DISPLAY 'MRGAPPR1: OPEN RELEASED-LINE-FILE FAILED '
003270             WS-RLN-FILE-STATUS
003280         MOVE 'Y' TO WS-EOF-SW
003290         MOVE 8 TO RETURN-CODE
003300     END-IF.
003310
003320     OPEN OUTPUT MARGIN-RELEASE-FILE.
003330     IF NOT WS-MRL-OK
003340         DISPLAY 'MRGAPPR1: OPEN MARGIN-RELEASE-FILE FAILED '
003350             WS-MRL-FILE-STATUS
003360         MOVE 'Y' TO WS-EOF-SW
003370         MOVE 8 TO RETURN-CODE
003380     END-IF.
003390
003400     OPEN OUTPUT BRANCH-ACK-FILE.
003410     IF NOT WS-ACK-OK
003420         DISPLAY 'MRGAPPR1: OPEN BRANCH-ACK-FILE FAILED '
003430             WS-ACK-FILE-STATUS
003440         MOVE 'Y' TO WS-EOF-SW
003450         MOVE 8 TO RETURN-CODE
003460     END-IF.
003470
003480     PERFORM 1100-LOAD-DECISIONS
003490         THRU 1100-LOAD-DECISIONS-EXIT.
003500
003510     OPEN INPUT CYCLE-CONTROL-FILE.
003520     IF WS-CYC-OK
003530         READ CYCLE-CONTROL-FILE
003540             AT END
003550                 CONTINUE
003560             NOT AT END
003570                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003580         END-READ
003590         CLOSE CYCLE-CONTROL-FILE
003600     END-IF.
003610     IF WS-CYCLE-DATE = 0
003620         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003630     END-IF.
003640
003650     OPEN OUTPUT APPROVAL-REGISTER-RPT.
003660     IF NOT WS-RPT-OK
003670         DISPLAY 'MRGAPPR1: OPEN APPROVAL-REGISTER FAILED '
003680             WS-RPT-FILE-STATUS
003690     END-IF.
003700
003710     WRITE APPROVAL-REGISTER-LINE FROM WS-HEADING-LINE.
003720     WRITE APPROVAL-REGISTER-LINE FROM WS-COLUMN-LINE.
003730
003740     MOVE 'MRGAPPR1' TO WS-AUT-PROGRAM.
003750     ACCEPT WS-AUT-DATE FROM DATE YYYYMMDD.
003760     PERFORM 9300-LOAD-AUTHORITY
003770         THRU 9300-LOAD-AUTHORITY-EXIT.
003780
003790     IF NOT WS-EOF
003800         PERFORM 8000-READ-QUEUE
003810             THRU 8000-READ-QUEUE-EXIT
003820     END-IF.
003830 1000-INITIALIZE-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*    1100-LOAD-DECISIONS                                        *
003880*    THE DECISION FILE IS OPTIONAL - WITHOUT IT EVERY HELD      *
003890*    ORDER IS CARRIED FORWARD UNDECIDED RATHER THAN DROPPED.    *
003900*****************************************************************
003910 1100-LOAD-DECISIONS.
003920     OPEN INPUT MARGIN-DECISION-FILE.
003930     IF NOT WS-MGD-OK
003940         DISPLAY 'MRGAPPR1: NO DECISION FILE - '
003950             'ALL HELD ORDERS CARRIED FORWARD'
003960         GO TO 1100-LOAD-DECISIONS-EXIT
003970     END-IF.
003980     PERFORM 1110-READ-DECISION
003990         THRU 1110-READ-DECISION-EXIT
004000         UNTIL WS-MGD-EOF.
004010     CLOSE MARGIN-DECISION-FILE.
004020 1100-LOAD-DECISIONS-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060*    1110-READ-DECISION                                         *
004070*****************************************************************
004080 1110-READ-DECISION.
004090     READ MARGIN-DECISION-FILE
004100         AT END
004110             MOVE '10' TO WS-MGD-FILE-STATUS
004120         NOT AT END
004130             IF WS-DEC-COUNT < WS-MAX-DEC-ROWS
004140                 ADD 1 TO WS-DEC-COUNT
004150                 MOVE MGD-ORDER-ID
004160                     TO WS-DEC-ORDER-ID(WS-DEC-COUNT)
004170                 MOVE MGD-DECISION
004180                     TO WS-DEC-DECISION(WS-DEC-COUNT)
004190                 MOVE MGD-APPROVER-ID
004200                     TO WS-DEC-APPROVER(WS-DEC-COUNT)
004210             END-IF
004220     END-READ.
004230 1110-READ-DECISION-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004270*    2000-ACTION-ORDER                                          *
004280*    ONE HELD ORDER - ITS 'H' RECORD AND THE 'L' RECORDS THAT   *
004290*    FOLLOW IT.  A DECISION KEYED WITHOUT A CURRENT GRANT FOR   *
004300*    ITS CODE LEAVES THE ORDER HELD FOR A PROPERLY AUTHORIZED   *
004310*    APPROVER.                                                  *
004320*****************************************************************
004330 2000-ACTION-ORDER.
004340     IF NOT MAQ-HEADER-REC
004350         ADD 1 TO WS-ORPHAN-COUNT
004360         DISPLAY 'MRGAPPR1: QUEUE LINE WITHOUT ITS ORDER DROPPED '
004370             MAQ-ORDER-ID
004380         PERFORM 8000-READ-QUEUE
004390             THRU 8000-READ-QUEUE-EXIT
004400         GO TO 2000-ACTION-ORDER-EXIT
004410     END-IF.
004420
004430     ADD 1 TO WS-READ-COUNT.
004440     MOVE MARGIN-APPROVAL-REC TO WS-HDR-QUEUE-REC.
004450     MOVE MAQ-ORDER-IMAGE     TO WS-HELD-ORDER-REC.
004460
004470     MOVE WS-HOR-ORDER-ID     TO WS-DET-ORDER-ID.
004480     MOVE WS-HOR-CUST-ID      TO WS-DET-CUST-ID.
004490     MOVE WS-HOR-REP-CODE     TO WS-DET-REP-CODE.
004500     MOVE MAQ-NET-AMOUNT      TO WS-DET-NET.
004510     MOVE MAQ-COST-AMOUNT     TO WS-DET-COST.
004520     MOVE MAQ-MARGIN-PCT      TO WS-DET-MARGIN.
004530     IF MAQ-BELOW-COST
004540         MOVE 'COST' TO WS-DET-REASON
004550     ELSE
004560         MOVE 'MRGN' TO WS-DET-REASON
004570     END-IF.
004580     MOVE SPACES              TO WS-DET-APPROVER.
004590
004600     MOVE 0 TO WS-QLN-COUNT.
004610     PERFORM 8000-READ-QUEUE
004620         THRU 8000-READ-QUEUE-EXIT.
004630     PERFORM 2050-GATHER-LINE
004640         THRU 2050-GATHER-LINE-EXIT
004650         UNTIL WS-EOF
004660             OR MAQ-HEADER-REC.
004670
004680     PERFORM 2100-FIND-DECISION
004690         THRU 2100-FIND-DECISION-EXIT.
004700
004710     IF WS-DEC-FOUND
004720         MOVE WS-DEC-APPROVER(WS-DEC-HIT-SUB) TO WS-AUT-OPERATOR
004730                                                 WS-DET-APPROVER
004740         MOVE WS-DEC-DECISION(WS-DEC-HIT-SUB) TO WS-AUT-ACTION
004750         MOVE WS-HOR-ORDER-ID                 TO WS-AUT-KEY
004760         PERFORM 9320-CHECK-AUTHORITY
004770             THRU 9320-CHECK-AUTHORITY-EXIT
004780     END-IF.
004790
004800     EVALUATE TRUE
004810         WHEN NOT WS-DEC-FOUND
004820             PERFORM 2400-CARRY-FORWARD
004830                 THRU 2400-CARRY-FORWARD-EXIT
004840         WHEN NOT WS-AUT-GRANTED
004850             ADD 1 TO WS-REFUSED-COUNT
004860             MOVE 'REFUSED'      TO WS-DET-DISPOSITION
004870             WRITE APPROVAL-REGISTER-LINE FROM WS-DETAIL-LINE
004880             PERFORM 2400-CARRY-FORWARD
004890                 THRU 2400-CARRY-FORWARD-EXIT
004900         WHEN WS-DEC-DECISION(WS-DEC-HIT-SUB) = 'A'
004910             PERFORM 2200-RELEASE-ORDER
004920                 THRU 2200-RELEASE-ORDER-EXIT
004930         WHEN WS-DEC-DECISION(WS-DEC-HIT-SUB) = 'C'
004940             PERFORM 2300-CANCEL-ORDER
004950                 THRU 2300-CANCEL-ORDER-EXIT
004960         WHEN OTHER
004970             ADD 1 TO WS-INVALID-COUNT
004980             MOVE 'BAD DECISION' TO WS-DET-DISPOSITION
004990             WRITE APPROVAL-REGISTER-LINE FROM WS-DETAIL-LINE
005000             PERFORM 2400-CARRY-FORWARD
005010                 THRU 2400-CARRY-FORWARD-EXIT
005020     END-EVALUATE.
005030 2000-ACTION-ORDER-EXIT.
005040     EXIT.
005050
005060*****************************************************************
005070*    2050-GATHER-LINE                                           *
005080*    THE GATE NEVER QUEUES MORE LINES THAN ITS OWN ORDER BUFFER *
005090*    HOLDS, SO AN OVERFLOW HERE MEANS A DAMAGED QUEUE.          *
005100*****************************************************************
005110 2050-GATHER-LINE.
005120     IF WS-QLN-COUNT < WS-MAX-QLN-ROWS
005130         ADD 1 TO WS-QLN-COUNT
005140         MOVE MARGIN-APPROVAL-REC TO WS-QLN-ROW(WS-QLN-COUNT)
005150     ELSE
005160         ADD 1 TO WS-ORPHAN-COUNT
005170         DISPLAY 'MRGAPPR1: TOO MANY QUEUE LINES - LINE DROPPED '
005180             MAQ-ORDER-ID
005190     END-IF.
005200     PERFORM 8000-READ-QUEUE
005210         THRU 8000-READ-QUEUE-EXIT.
005220 2050-GATHER-LINE-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260*    2100-FIND-DECISION                                         *
005270*****************************************************************
005280 2100-FIND-DECISION.
005290     MOVE 'N' TO WS-DEC-FOUND-SW.
005300     PERFORM 2150-MATCH-DECISION-ROW
005310         THRU 2150-MATCH-DECISION-ROW-EXIT
005320         VARYING WS-DEC-SUB FROM 1 BY 1
005330         UNTIL WS-DEC-SUB > WS-DEC-COUNT
005340             OR WS-DEC-FOUND.
005350 2100-FIND-DECISION-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390*    2150-MATCH-DECISION-ROW                                    *
005400*****************************************************************
005410 2150-MATCH-DECISION-ROW.
005420     IF WS-DEC-ORDER-ID(WS-DEC-SUB) = WS-HOR-ORDER-ID
005430         MOVE 'Y' TO WS-DEC-FOUND-SW
005440         MOVE WS-DEC-SUB TO WS-DEC-HIT-SUB
005450     END-IF.
005460 2150-MATCH-DECISION-ROW-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500*    2200-RELEASE-ORDER                                         *
005510*    THE ORDER GOES BACK TO TONIGHT'S GATE EXACTLY AS KEYED, SO *
005520*    IT IS RE-EDITED AND RE-PRICED LIKE ANY OTHER; THE RELEASE  *
005530*    RECORD ONLY EXEMPTS IT FROM THE MARGIN HOLD.               *
005540*****************************************************************
005550 2200-RELEASE-ORDER.
005560     ADD 1 TO WS-RELEASED-COUNT.
005570     MOVE WS-HELD-ORDER-REC TO ORDER-TRAN-REC.
005580     WRITE ORDER-TRAN-REC.
005590     PERFORM 2250-RELEASE-LINE
005600         THRU 2250-RELEASE-LINE-EXIT
005610         VARYING WS-QLN-SUB FROM 1 BY 1
005620         UNTIL WS-QLN-SUB > WS-QLN-COUNT.
005630
005640     MOVE SPACES            TO MARGIN-RELEASE-REC.
005650     MOVE WS-HOR-ORDER-ID   TO MRL-ORDER-ID.
005660     MOVE WS-DEC-APPROVER(WS-DEC-HIT-SUB) TO MRL-APPROVER-ID.
005670     MOVE WS-CYCLE-DATE     TO MRL-RELEASE-DATE.
005680     WRITE MARGIN-RELEASE-REC.
005690
005700     MOVE 'RELEASED'        TO WS-DET-DISPOSITION.
005710     WRITE APPROVAL-REGISTER-LINE FROM WS-DETAIL-LINE.
005720 2200-RELEASE-ORDER-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760*    2250-RELEASE-LINE                                          *
005770*****************************************************************
005780 2250-RELEASE-LINE.
005790     MOVE WS-QLN-IMAGE(WS-QLN-SUB) TO ORDER-LINE-REC.
005800     WRITE ORDER-LINE-REC.
005810 2250-RELEASE-LINE-EXIT.
005820     EXIT.
005830
005840*****************************************************************
005850*    2300-CANCEL-ORDER                                          *
005860*    THE BRANCH AND THE CUSTOMER LEARN OF THE CANCELLATION      *
005870*    THROUGH THE BRANCH ACKNOWLEDGMENTS AND THE CONFIRMATION    *
005880*    NOTICE.                                                    *
005890*****************************************************************
005900 2300-CANCEL-ORDER.
005910     ADD 1 TO WS-CANCELLED-COUNT.
005920     MOVE SPACES            TO BRANCH-ACK-REC.
005930     MOVE WS-HOR-BRANCH-CODE TO ACK-BRANCH-CODE.
005940     MOVE WS-HOR-ORDER-ID   TO ACK-ORDER-ID.
005950     MOVE WS-HOR-CUST-ID    TO ACK-CUST-ID.
005960     MOVE 'C'               TO ACK-DISPOSITION.
005970     MOVE 'MC'              TO ACK-REASON-CODE.
005980     WRITE BRANCH-ACK-REC.
005990
006000     MOVE 'CANCELLED'       TO WS-DET-DISPOSITION.
006010     WRITE APPROVAL-REGISTER-LINE FROM WS-DETAIL-LINE.
006020 2300-CANCEL-ORDER-EXIT.
006030     EXIT.
006040
006050*****************************************************************
006060*    2400-CARRY-FORWARD                                         *
006070*****************************************************************
006080 2400-CARRY-FORWARD.
006090     ADD 1 TO WS-CARRIED-COUNT.
006100     WRITE MARGIN-APPROVAL-OUT-REC FROM WS-HDR-QUEUE-REC.
006110     PERFORM 2450-CARRY-LINE
006120         THRU 2450-CARRY-LINE-EXIT
006130         VARYING WS-QLN-SUB FROM 1 BY 1
006140         UNTIL WS-QLN-SUB > WS-QLN-COUNT.
006150 2400-CARRY-FORWARD-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190*    2450-CARRY-LINE                                            *
006200*****************************************************************
006210 2450-CARRY-LINE.
006220     WRITE MARGIN-APPROVAL-OUT-REC FROM WS-QLN-ROW(WS-QLN-SUB).
006230 2450-CARRY-LINE-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270*    3000-PRINT-TOTALS                                          *
006280*****************************************************************
006290 3000-PRINT-TOTALS.
006300     MOVE 'RELEASED..................' TO WS-CNT-TITLE.
006310     MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE.
006320     WRITE APPROVAL-REGISTER-LINE FROM WS-COUNT-LINE.
006330
006340     MOVE 'CANCELLED.................' TO WS-CNT-TITLE.
006350     MOVE WS-CANCELLED-COUNT TO WS-CNT-VALUE.
006360     WRITE APPROVAL-REGISTER-LINE FROM WS-COUNT-LINE.
006370
006380     MOVE 'CARRIED FORWARD...........' TO WS-CNT-TITLE.
006390     MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE.
006400     WRITE APPROVAL-REGISTER-LINE FROM WS-COUNT-LINE.
006410
006420     MOVE 'REFUSED - NO AUTHORITY....' TO WS-CNT-TITLE.
006430     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
006440     WRITE APPROVAL-REGISTER-LINE FROM WS-COUNT-LINE.
006450
006460     MOVE 'INVALID DECISIONS.........' TO WS-CNT-TITLE.
006470     MOVE WS-INVALID-COUNT TO WS-CNT-VALUE.
006480     WRITE APPROVAL-REGISTER-LINE FROM WS-COUNT-LINE.
006490 3000-PRINT-TOTALS-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*    8000-READ-QUEUE                                            *
006540*****************************************************************
006550 8000-READ-QUEUE.
006560     READ MARGIN-APPROVAL-FILE
006570         AT END
006580             MOVE 'Y' TO WS-EOF-SW
006590     END-READ.
006600 8000-READ-QUEUE-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006640*    9999-TERMINATE                                             *
006650*****************************************************************
006660 9999-TERMINATE.
006670     IF WS-MAQ-OK OR WS-MAQ-EOF
006680         CLOSE MARGIN-APPROVAL-FILE
006690     END-IF.
006700     CLOSE MARGIN-APPROVAL-OUT.
006710     CLOSE RELEASED-ORDER-FILE.
006720     CLOSE RELEASED-LINE-FILE.
006730     CLOSE MARGIN-RELEASE-FILE.
006740     CLOSE BRANCH-ACK-FILE.
006750     CLOSE APPROVAL-REGISTER-RPT.
006760     PERFORM 9340-CLOSE-AUTHORITY
006770         THRU 9340-CLOSE-AUTHORITY-EXIT.
006780 9999-TERMINATE-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820*    9300-LOAD-AUTHORITY                                        *
006830*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
006840*****************************************************************
006850     COPY AUTPROC.
