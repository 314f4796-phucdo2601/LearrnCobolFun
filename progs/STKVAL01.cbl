000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STKVAL01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - MONTH-END INVENTORY VALUATION.   *
000100*                    LISTS EVERY ITEM ON THE STOCK FILE WITH ITS *
000110*                    ON-HAND, THE QUANTITY ALREADY PICKED (SOLD  *
000120*                    AND COSTED OUT), THE QUANTITY STILL VALUED, *
000130*                    ITS WEIGHTED-AVERAGE COST AND ITS BOOK      *
000140*                    VALUE, FLAGGING ITEMS HELD WITH NO COST AND *
000150*                    NEGATIVE ON-HAND.  THE TOTAL VALUE IS THEN  *
000160*                    TIED TO THE INVENTRY ACCOUNT ON THE GL      *
000170*                    JOURNAL, SHOWN BY THE PROGRAM THAT POSTED   *
000180*                    IT; A DIFFERENCE ENDS THE STEP RC 4.        *
000181*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000182*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000183*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000184*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000185*                    CAN CERTIFY THE MONTH-END.                  *
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-PARM-FILE-STATUS.
000260
000270     SELECT STOCK-FILE ASSIGN TO STKMAST
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS STK-ITM-ID
000310         FILE STATUS IS WS-STK-FILE-STATUS.
000320
000330     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS ITM-ID
000370         FILE STATUS IS WS-ITM-FILE-STATUS.
000380
000390     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-GLJ-FILE-STATUS.
000420
000430     SELECT VALUATION-RPT ASSIGN TO STKVALRP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000451
000452     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-STP-FILE-STATUS.
000455
000456     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000457         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS WS-MRC-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CONTROL-CARD-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY PARMCARD.
000520
000530 FD  STOCK-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY STKMAST.
000560
000570 FD  ITEM-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY ITMMAST.
000600
000610 FD  GL-JOURNAL-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY GLJRNL.
000640
000650 FD  VALUATION-RPT
000660     LABEL RECORDS ARE STANDARD.
000670     01  VALUATION-LINE           PIC X(80).
000671
000672 FD  STEP-LOG-FILE
000673     LABEL RECORDS ARE STANDARD.
000674     COPY STEPLOG.
000675
000676 FD  STEP-RUN-CONTROL-FILE
000677     LABEL RECORDS ARE STANDARD.
000678     COPY RUNCTL
000679         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000680
000690 WORKING-STORAGE SECTION.
000700     01  WS-PARM-FILE-STATUS      PIC X(02).
000710         88  WS-PARM-OK           VALUE '00'.
000720     01  WS-STK-FILE-STATUS       PIC X(02).
000730         88  WS-STK-OK            VALUE '00'.
000740         88  WS-STK-EOF           VALUE '10'.
000750     01  WS-ITM-FILE-STATUS       PIC X(02).
000760         88  WS-ITM-OK            VALUE '00'.
000770         88  WS-ITM-NOT-FOUND     VALUE '23'.
000780     01  WS-GLJ-FILE-STATUS       PIC X(02).
000790         88  WS-GLJ-OK            VALUE '00'.
000800         88  WS-GLJ-EOF           VALUE '10'.
000810     01  WS-RPT-FILE-STATUS       PIC X(02).
000820         88  WS-RPT-OK            VALUE '00'.
000830
000840     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000850         88  WS-EOF               VALUE 'Y'.
000860     01  WS-GLJ-EOF-SW            PIC X(01) VALUE 'N'.
000870         88  WS-GLJ-DONE          VALUE 'Y'.
000880     01  WS-ITM-DISABLED-SW       PIC X(01) VALUE 'N'.
000890         88  WS-ITM-DISABLED      VALUE 'Y'.
000900
000910     01  WS-RUN-DATE              PIC 9(08).
000920     01  WS-VALUED-QTY            PIC S9(07).
000930
000940*****************************************************************
000950*    GL INVENTRY ACTIVITY BY POSTING PROGRAM.                   *
000960*****************************************************************
000970     01  WS-SRC-COUNT             PIC 9(03) COMP VALUE 0.
000980     01  WS-MAX-SRC-ROWS          PIC 9(03) COMP VALUE 30.
000990     01  WS-SRC-TABLE.
001000         05  WS-SRC-ROW OCCURS 30 TIMES.
001010             10  WS-SRC-PGM       PIC X(08).
001020             10  WS-SRC-DEBITS    PIC S9(11)V9(02) COMP-3.
001030             10  WS-SRC-CREDITS   PIC S9(11)V9(02) COMP-3.
001040     01  WS-SRC-SUB               PIC 9(03) COMP.
001050     01  WS-SRC-FOUND-SW          PIC X(01).
001060         88  WS-SRC-FOUND         VALUE 'Y'.
001070
001080*****************************************************************
001090*    CONTROL TOTALS                                             *
001100*****************************************************************
001110     01  WS-TOTALS.
001120         05  WS-ITEM-COUNT        PIC 9(07) COMP VALUE 0.
001130         05  WS-NO-COST-COUNT     PIC 9(07) COMP VALUE 0.
001140         05  WS-NEGATIVE-COUNT    PIC 9(07) COMP VALUE 0.
001150         05  WS-GLJ-READ-COUNT    PIC 9(07) COMP VALUE 0.
001160         05  WS-SRC-OVERFLOW-CNT  PIC 9(07) COMP VALUE 0.
001170         05  WS-STOCK-VALUE-TOTAL PIC S9(11)V9(02) COMP-3 VALUE 0.
001180         05  WS-GL-INV-DEBITS     PIC S9(11)V9(02) COMP-3 VALUE 0.
001190         05  WS-GL-INV-CREDITS    PIC S9(11)V9(02) COMP-3 VALUE 0.
001200         05  WS-GL-INV-BALANCE    PIC S9(11)V9(02) COMP-3 VALUE 0.
001210         05  WS-TIE-DIFFERENCE    PIC S9(11)V9(02) COMP-3 VALUE 0.
001220
001230*****************************************************************
001240*    VALUATION REPORT LINE LAYOUTS                              *
001250*****************************************************************
001260     01  WS-HEADING-LINE.
001270         05  FILLER               PIC X(40) VALUE
001280             'STKVAL01 - INVENTORY VALUATION AS OF'.
001290         05  WS-HDG-AS-OF         PIC 9(08).
001300         05  FILLER               PIC X(32) VALUE SPACES.
001310
001320     01  WS-COLUMN-LINE.
001330         05  FILLER               PIC X(40) VALUE
001340             'ITEM   NAME     ON HAND  PICKED   VALUED'.
001350         05  FILLER               PIC X(40) VALUE
001360             '   AVG COST           VALUE  FLAG'.
001370
001380     01  WS-DETAIL-LINE.
001390         05  WS-DET-ITM-ID        PIC X(05).
001400         05  FILLER               PIC X(02) VALUE SPACES.
001410         05  WS-DET-NAME          PIC X(06).
001420         05  FILLER               PIC X(02) VALUE SPACES.
001430         05  WS-DET-ON-HAND       PIC ZZZZZZ9-.
001440         05  FILLER               PIC X(01) VALUE SPACES.
001450         05  WS-DET-PICKED        PIC ZZZZZZ9.
001460         05  FILLER               PIC X(01) VALUE SPACES.
001470         05  WS-DET-VALUED        PIC ZZZZZZ9-.
001480         05  FILLER               PIC X(01) VALUE SPACES.
001490         05  WS-DET-AVG-COST      PIC ZZZZ9.9999.
001500         05  FILLER               PIC X(01) VALUE SPACES.
001510         05  WS-DET-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
001520         05  FILLER               PIC X(02) VALUE SPACES.
001530         05  WS-DET-FLAG          PIC X(08).
001540         05  FILLER               PIC X(03) VALUE SPACES.
001550
001560     01  WS-COUNT-LINE.
001570         05  WS-CNT-TITLE         PIC X(26).
001580         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001590         05  FILLER               PIC X(47) VALUE SPACES.
001600
001610     01  WS-AMOUNT-LINE.
001620         05  WS-AMT-TITLE         PIC X(26).
001630         05  WS-AMT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001640         05  FILLER               PIC X(36) VALUE SPACES.
001650
001660     01  WS-TIE-HEADING-LINE.
001670         05  FILLER               PIC X(40) VALUE
001680             'GL INVENTRY ACCOUNT BY POSTING PROGRAM'.
001690         05  FILLER               PIC X(40) VALUE SPACES.
001700
001710     01  WS-TIE-COLUMN-LINE.
001720         05  FILLER               PIC X(40) VALUE
001730             'PROGRAM            DEBITS           CRED'.
001740         05  FILLER               PIC X(40) VALUE
001750             'ITS              NET'.
001760
001770     01  WS-SOURCE-LINE.
001780         05  WS-SRL-PGM           PIC X(08).
001790         05  FILLER               PIC X(01) VALUE SPACES.
001800         05  WS-SRL-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001810         05  FILLER               PIC X(01) VALUE SPACES.
001820         05  WS-SRL-CREDITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001830         05  FILLER               PIC X(01) VALUE SPACES.
001840         05  WS-SRL-NET           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001850         05  FILLER               PIC X(17) VALUE SPACES.
001860
001870     01  WS-VERDICT-LINE.
001880         05  FILLER               PIC X(26) VALUE
001890             'STOCK TO GL..............'.
001900         05  WS-VRD-TEXT          PIC X(12).
001910         05  FILLER               PIC X(42) VALUE SPACES.
001913
001916     COPY STPWORK.
001920
001930 PROCEDURE DIVISION.
001940*****************************************************************
001950*    0000-MAINLINE                                              *
001960*****************************************************************
001970 0000-MAINLINE.
001972     MOVE 'STKVAL01' TO WS-STP-PROGRAM.
001974     PERFORM 9700-LOG-STEP-START
001976         THRU 9700-LOG-STEP-START-EXIT.
001978
001980     PERFORM 1000-INITIALIZE
001990         THRU 1000-INITIALIZE-EXIT.
002000
002010*    PASS 1 - THE GL SIDE, SO THE TIE-OUT IS READY WHEN THE
002020*    STOCK SIDE IS DONE.
002030     PERFORM 2000-ACCUMULATE-GL
002040         THRU 2000-ACCUMULATE-GL-EXIT
002050         UNTIL WS-GLJ-DONE.
002060
002070*    PASS 2 - VALUE EVERY ITEM ON THE STOCK FILE.
002080     PERFORM 3000-VALUE-ITEM
002090         THRU 3000-VALUE-ITEM-EXIT
002100         UNTIL WS-EOF.
002110
002120     PERFORM 4000-PRINT-TOTALS
002130         THRU 4000-PRINT-TOTALS-EXIT.
002140     PERFORM 5000-TIE-TO-GL
002150         THRU 5000-TIE-TO-GL-EXIT.
002160
002170     DISPLAY 'STKVAL01: STOCK RECORDS READ.... '
002180         WS-ITEM-COUNT.
002190     DISPLAY 'STKVAL01: ITEMS WITH NO COST.... '
002200         WS-NO-COST-COUNT.
002210     DISPLAY 'STKVAL01: NEGATIVE ON-HAND...... '
002220         WS-NEGATIVE-COUNT.
002230     DISPLAY 'STKVAL01: GL RECORDS READ....... '
002240         WS-GLJ-READ-COUNT.
002250     DISPLAY 'STKVAL01: STOCK VALUE........... '
002260         WS-STOCK-VALUE-TOTAL.
002270     DISPLAY 'STKVAL01: GL INVENTRY BALANCE... '
002280         WS-GL-INV-BALANCE.
002290
002300*    GRADED CONDITION CODE - A VALUE THAT DOES NOT TIE, OR
002310*    STOCK HELD WITH NO COST, IS A WARNING FOR ACCOUNTING.
002320     IF WS-TIE-DIFFERENCE NOT = 0
002330             OR WS-NO-COST-COUNT > 0
002340             OR WS-SRC-OVERFLOW-CNT > 0
002350         IF RETURN-CODE < 4
002360             MOVE 4 TO RETURN-CODE
002370         END-IF
002380     END-IF.
002390
002400     PERFORM 9999-TERMINATE
002410         THRU 9999-TERMINATE-EXIT.
002420
002421     MOVE WS-ITEM-COUNT TO WS-STP-RECORDS-IN.
002422     MOVE WS-ITEM-COUNT TO WS-STP-APPLIED.
002423     PERFORM 9710-LOG-STEP-END
002424         THRU 9710-LOG-STEP-END-EXIT.
002425
002430     STOP RUN.
002440
002450*****************************************************************
002460*    1000-INITIALIZE                                            *
002470*****************************************************************
002480 1000-INITIALIZE.
002490     OPEN INPUT CONTROL-CARD-FILE.
002500     IF WS-PARM-OK
002510         READ CONTROL-CARD-FILE
002520             AT END
002530                 DISPLAY 'STKVAL01: NO CONTROL CARD SUPPLIED'
002540                 MOVE 0 TO PARM-RUN-DATE
002550             NOT AT END
002560                 PERFORM 9500-VALIDATE-PARM-CARD
002570                     THRU 9500-VALIDATE-PARM-CARD-EXIT
002580         END-READ
002590         CLOSE CONTROL-CARD-FILE
002600     ELSE
002610         DISPLAY 'STKVAL01: OPEN CONTROL-CARD FAILED '
002620             WS-PARM-FILE-STATUS
002630         MOVE 0 TO PARM-RUN-DATE
002640     END-IF.
002650
002660     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
002670         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002680     ELSE
002690         MOVE PARM-RUN-DATE TO WS-RUN-DATE
002700     END-IF.
002710
002720     OPEN INPUT STOCK-FILE.
002730     IF NOT WS-STK-OK
002740         DISPLAY 'STKVAL01: OPEN STOCK-FILE FAILED '
002750             WS-STK-FILE-STATUS
002760         MOVE 'Y' TO WS-EOF-SW
002770         MOVE 'Y' TO WS-GLJ-EOF-SW
002780         MOVE 8 TO RETURN-CODE
002790     END-IF.
002800
002810*    THE ITEM MASTER ONLY SUPPLIES NAMES - THE VALUATION RUNS
002820*    WITHOUT IT.
002830     OPEN INPUT ITEM-MASTER-FILE.
002840     IF NOT WS-ITM-OK
002850         DISPLAY 'STKVAL01: NO ITEM-MASTER FILE THIS RUN'
002860         MOVE 'Y' TO WS-ITM-DISABLED-SW
002870     END-IF.
002880
002890     OPEN INPUT GL-JOURNAL-FILE.
002900     IF NOT WS-GLJ-OK
002910         DISPLAY 'STKVAL01: NO GLJRNL FILE THIS RUN'
002920         MOVE 'Y' TO WS-GLJ-EOF-SW
002930     END-IF.
002940
002950     OPEN OUTPUT VALUATION-RPT.
002960     IF NOT WS-RPT-OK
002970         DISPLAY 'STKVAL01: OPEN VALUATION-RPT FAILED '
002980             WS-RPT-FILE-STATUS
002990     END-IF.
003000
003010     MOVE WS-RUN-DATE TO WS-HDG-AS-OF.
003020     WRITE VALUATION-LINE FROM WS-HEADING-LINE.
003030     WRITE VALUATION-LINE FROM WS-COLUMN-LINE.
003040
003050     IF NOT WS-GLJ-DONE
003060         PERFORM 8010-READ-GL-JOURNAL
003070             THRU 8010-READ-GL-JOURNAL-EXIT
003080     END-IF.
003090     IF NOT WS-EOF
003100         PERFORM 8000-READ-STOCK
003110             THRU 8000-READ-STOCK-EXIT
003120     END-IF.
003130 1000-INITIALIZE-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170*    2000-ACCUMULATE-GL                                         *
003180*    ONLY THE INVENTRY ACCOUNT MATTERS HERE.  EACH POSTING      *
003190*    PROGRAM'S DEBITS AND CREDITS ARE KEPT APART SO A BREAK     *
003200*    POINTS AT ITS SOURCE.                                      *
003210*****************************************************************
003220 2000-ACCUMULATE-GL.
003230     ADD 1 TO WS-GLJ-READ-COUNT.
003240     IF GLJ-ACCOUNT NOT = 'INVENTRY'
003250         GO TO 2000-ACCUMULATE-GL-NEXT
003260     END-IF.
003270
003280     MOVE 'N' TO WS-SRC-FOUND-SW.
003290     PERFORM 2100-FIND-SOURCE
003300         THRU 2100-FIND-SOURCE-EXIT
003310         VARYING WS-SRC-SUB FROM 1 BY 1
003320         UNTIL WS-SRC-SUB > WS-SRC-COUNT
003330             OR WS-SRC-FOUND.
003340     IF NOT WS-SRC-FOUND
003350         IF WS-SRC-COUNT < WS-MAX-SRC-ROWS
003360             ADD 1 TO WS-SRC-COUNT
003370             MOVE WS-SRC-COUNT  TO WS-SRC-SUB
003380             MOVE GLJ-SOURCE-PGM TO WS-SRC-PGM(WS-SRC-SUB)
003390             MOVE 0 TO WS-SRC-DEBITS(WS-SRC-SUB)
003400             MOVE 0 TO WS-SRC-CREDITS(WS-SRC-SUB)
003410         ELSE
003420*            THE ACCOUNT TOTAL STILL COUNTS IT; ONLY THE
003430*            BREAKDOWN LINE IS LOST.
003440             ADD 1 TO WS-SRC-OVERFLOW-CNT
003450             MOVE 0 TO WS-SRC-SUB
003460         END-IF
003470     END-IF.
003480
003490     IF GLJ-DEBIT
003500         ADD GLJ-AMOUNT TO WS-GL-INV-DEBITS
003510         IF WS-SRC-SUB > 0
003520             ADD GLJ-AMOUNT TO WS-SRC-DEBITS(WS-SRC-SUB)
003530         END-IF
003540     ELSE
003550         ADD GLJ-AMOUNT TO WS-GL-INV-CREDITS
003560         IF WS-SRC-SUB > 0
003570             ADD GLJ-AMOUNT TO WS-SRC-CREDITS(WS-SRC-SUB)
003580         END-IF
003590     END-IF.
003600
003610 2000-ACCUMULATE-GL-NEXT.
003620     PERFORM 8010-READ-GL-JOURNAL
003630         THRU 8010-READ-GL-JOURNAL-EXIT.
003640 2000-ACCUMULATE-GL-EXIT.
003650     EXIT.
003660
003670*****************************************************************
003680*    2100-FIND-SOURCE                                           *
003690*    LEAVES WS-SRC-SUB ON THE MATCHING ROW.                     *
003700*****************************************************************
003710 2100-FIND-SOURCE.
003720     IF WS-SRC-PGM(WS-SRC-SUB) = GLJ-SOURCE-PGM
003730         MOVE 'Y' TO WS-SRC-FOUND-SW
003740     END-IF.
003750 2100-FIND-SOURCE-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790*    3000-VALUE-ITEM                                            *
003800*    THE BOOK VALUE COVERS ON-HAND LESS PICKED - PICKED STOCK   *
003810*    WAS COSTED OUT TO COGS WHEN ITS ORDER POSTED.  ITEMS WITH  *
003820*    NOTHING ON HAND AND NO VALUE ARE NOT LISTED.               *
003830*****************************************************************
003840 3000-VALUE-ITEM.
003850     ADD 1 TO WS-ITEM-COUNT.
003860     ADD STK-INV-VALUE TO WS-STOCK-VALUE-TOTAL.
003870     COMPUTE WS-VALUED-QTY = STK-ON-HAND - STK-PICKED.
003880     IF STK-ON-HAND = 0 AND STK-PICKED = 0 AND STK-INV-VALUE = 0
003890         GO TO 3000-VALUE-ITEM-NEXT
003900     END-IF.
003910
003920     MOVE SPACES TO WS-DET-FLAG.
003930     IF STK-ON-HAND < 0
003940         ADD 1 TO WS-NEGATIVE-COUNT
003950         MOVE 'NEGATIVE' TO WS-DET-FLAG
003960     ELSE
003970         IF WS-VALUED-QTY > 0 AND STK-AVG-COST = 0
003980             ADD 1 TO WS-NO-COST-COUNT
003990             MOVE 'NO COST ' TO WS-DET-FLAG
004000         END-IF
004010     END-IF.
004020
004030     MOVE SPACES TO WS-DET-NAME.
004040     IF NOT WS-ITM-DISABLED
004050         MOVE STK-ITM-ID TO ITM-ID
004060         READ ITEM-MASTER-FILE
004070             INVALID KEY
004080                 MOVE '??????' TO WS-DET-NAME
004090             NOT INVALID KEY
004100                 MOVE ITM-NAME TO WS-DET-NAME
004110         END-READ
004120     END-IF.
004130
004140     MOVE STK-ITM-ID    TO WS-DET-ITM-ID.
004150     MOVE STK-ON-HAND   TO WS-DET-ON-HAND.
004160     MOVE STK-PICKED    TO WS-DET-PICKED.
004170     MOVE WS-VALUED-QTY TO WS-DET-VALUED.
004180     MOVE STK-AVG-COST  TO WS-DET-AVG-COST.
004190     MOVE STK-INV-VALUE TO WS-DET-VALUE.
004200     WRITE VALUATION-LINE FROM WS-DETAIL-LINE.
004210
004220 3000-VALUE-ITEM-NEXT.
004230     PERFORM 8000-READ-STOCK
004240         THRU 8000-READ-STOCK-EXIT.
004250 3000-VALUE-ITEM-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290*    4000-PRINT-TOTALS                                          *
004300*****************************************************************
004310 4000-PRINT-TOTALS.
004320     MOVE 'STOCK RECORDS.............' TO WS-CNT-TITLE.
004330     MOVE WS-ITEM-COUNT TO WS-CNT-VALUE.
004340     WRITE VALUATION-LINE FROM WS-COUNT-LINE.
004350
004360     MOVE 'ITEMS WITH NO COST........' TO WS-CNT-TITLE.
004370     MOVE WS-NO-COST-COUNT TO WS-CNT-VALUE.
004380     WRITE VALUATION-LINE FROM WS-COUNT-LINE.
004390
004400     MOVE 'NEGATIVE ON-HAND..........' TO WS-CNT-TITLE.
004410     MOVE WS-NEGATIVE-COUNT TO WS-CNT-VALUE.
004420     WRITE VALUATION-LINE FROM WS-COUNT-LINE.
004430
004440     MOVE 'TOTAL STOCK VALUE.........' TO WS-AMT-TITLE.
004450     MOVE WS-STOCK-VALUE-TOTAL TO WS-AMT-VALUE.
004460     WRITE VALUATION-LINE FROM WS-AMOUNT-LINE.
004470 4000-PRINT-TOTALS-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510*    5000-TIE-TO-GL                                             *
004520*    THE INVENTRY BALANCE IS DEBITS LESS CREDITS OVER THE WHOLE *
004530*    JOURNAL SUPPLIED.  IT MUST EQUAL THE STOCK FILE'S TOTAL    *
004540*    BOOK VALUE TO THE CENT.                                    *
004550*****************************************************************
004560 5000-TIE-TO-GL.
004570     WRITE VALUATION-LINE FROM WS-TIE-HEADING-LINE.
004580     WRITE VALUATION-LINE FROM WS-TIE-COLUMN-LINE.
004590     PERFORM 5100-PRINT-SOURCE
004600         THRU 5100-PRINT-SOURCE-EXIT
004610         VARYING WS-SRC-SUB FROM 1 BY 1
004620         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
004630
004640     COMPUTE WS-GL-INV-BALANCE
004650         = WS-GL-INV-DEBITS - WS-GL-INV-CREDITS.
004660     COMPUTE WS-TIE-DIFFERENCE
004670         = WS-STOCK-VALUE-TOTAL - WS-GL-INV-BALANCE.
004680
004690     IF WS-SRC-OVERFLOW-CNT > 0
004700         MOVE 'UNLISTED GL LINES.........' TO WS-CNT-TITLE
004710         MOVE WS-SRC-OVERFLOW-CNT TO WS-CNT-VALUE
004720         WRITE VALUATION-LINE FROM WS-COUNT-LINE
004730     END-IF.
004740
004750     MOVE 'GL INVENTRY BALANCE.......' TO WS-AMT-TITLE.
004760     MOVE WS-GL-INV-BALANCE TO WS-AMT-VALUE.
004770     WRITE VALUATION-LINE FROM WS-AMOUNT-LINE.
004780
004790     MOVE 'STOCK FILE VALUE..........' TO WS-AMT-TITLE.
004800     MOVE WS-STOCK-VALUE-TOTAL TO WS-AMT-VALUE.
004810     WRITE VALUATION-LINE FROM WS-AMOUNT-LINE.
004820
004830     MOVE 'DIFFERENCE................' TO WS-AMT-TITLE.
004840     MOVE WS-TIE-DIFFERENCE TO WS-AMT-VALUE.
004850     WRITE VALUATION-LINE FROM WS-AMOUNT-LINE.
004860
004870     IF WS-TIE-DIFFERENCE = 0
004880         MOVE 'TIES' TO WS-VRD-TEXT
004890     ELSE
004900         MOVE 'DOES NOT TIE' TO WS-VRD-TEXT
004910         DISPLAY 'STKVAL01: STOCK VALUE DOES NOT TIE TO GL '
004920             WS-TIE-DIFFERENCE
004930     END-IF.
004940     WRITE VALUATION-LINE FROM WS-VERDICT-LINE.
004950 5000-TIE-TO-GL-EXIT.
004960     EXIT.
004970
004980*****************************************************************
004990*    5100-PRINT-SOURCE                                          *
005000*****************************************************************
005010 5100-PRINT-SOURCE.
005020     MOVE WS-SRC-PGM(WS-SRC-SUB)     TO WS-SRL-PGM.
005030     MOVE WS-SRC-DEBITS(WS-SRC-SUB)  TO WS-SRL-DEBITS.
005040     MOVE WS-SRC-CREDITS(WS-SRC-SUB) TO WS-SRL-CREDITS.
005050     COMPUTE WS-SRL-NET
005060         = WS-SRC-DEBITS(WS-SRC-SUB) - WS-SRC-CREDITS(WS-SRC-SUB).
005070     WRITE VALUATION-LINE FROM WS-SOURCE-LINE.
005080 5100-PRINT-SOURCE-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120*    8000-READ-STOCK                                            *
005130*****************************************************************
005140 8000-READ-STOCK.
005150     READ STOCK-FILE
005160         AT END
005170             MOVE 'Y' TO WS-EOF-SW
005180     END-READ.
005190 8000-READ-STOCK-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230*    8010-READ-GL-JOURNAL                                       *
005240*****************************************************************
005250 8010-READ-GL-JOURNAL.
005260     READ GL-JOURNAL-FILE
005270         AT END
005280             MOVE 'Y' TO WS-GLJ-EOF-SW
005290     END-READ.
005300 8010-READ-GL-JOURNAL-EXIT.
005310     EXIT.
005320
005330*****************************************************************
005340*    9999-TERMINATE                                             *
005350*****************************************************************
005360 9999-TERMINATE.
005370     IF WS-STK-OK OR WS-STK-EOF
005380         CLOSE STOCK-FILE
005390     END-IF.
005400     IF NOT WS-ITM-DISABLED
005410         CLOSE ITEM-MASTER-FILE
005420     END-IF.
005430     IF WS-GLJ-OK OR WS-GLJ-EOF
005440         CLOSE GL-JOURNAL-FILE
005450     END-IF.
005460     CLOSE VALUATION-RPT.
005470 9999-TERMINATE-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510*    9500-VALIDATE-PARM-CARD                                    *
005520*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
005530*****************************************************************
005540     COPY PARMVAL.
005550
005560*****************************************************************
005570*    9700-LOG-STEP-START                                        *
005580*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
005590*****************************************************************
005600     COPY STPPROC.
