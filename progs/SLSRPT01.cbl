000140*                    AND CLOSES WITH A DEAD-STOCK LISTING OF     *
000150*                    EVERY ITEM ON THE MASTER WITH NO SALES      *
000160*                    ON THE HISTORY AT ALL.                      *
000162*    2026-10-15  PD  THE CATEGORY SECTION NOW CLOSES WITH A      *
000164*                    TOTAL OF EVERY SALES LINE READ, SO THE      *
000166*                    BUDGET REPORT'S YEAR TO DATE CAN BE TIED    *
000168*                    BACK TO THIS ANALYSIS.                      *
000169*    2026-10-15  PD  A KIT SALE IS ON THE HISTORY AS THE KIT'S   *
000170*                    OWN ROW AND AS A ROW PER COMPONENT CARRYING *
000171*                    ITS SHARE OF THE KIT'S REVENUE.  THE ITEM   *
000172*                    RANKING CREDITS BOTH - THE COMPONENT SHARE  *
000173*                    SHOWN SEPARATELY AS VIA KITS - WHILE THE    *
000174*                    CATEGORY, TOTAL AND MONTH FIGURES COUNT THE *
000175*                    KIT ONLY, SO NOTHING IS COUNTED TWICE.      *
000176*****************************************************************
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000730             10  WS-ITM-T-ID      PIC X(05).
000740             10  WS-ITM-T-QTY     PIC S9(09) COMP-3.
000750             10  WS-ITM-T-AMT     PIC S9(11)V9(02) COMP-3.
000753*            OF WHICH ATTRIBUTED TO THE ITEM AS A KIT COMPONENT.
000756             10  WS-ITM-T-KIT-AMT PIC S9(11)V9(02) COMP-3.
000760     01  WS-ITM-SUB               PIC 9(03) COMP.
000770     01  WS-ITM-HIT-SUB           PIC 9(03) COMP.
000780     01  WS-ITM-FOUND-SW          PIC X(01).
000840         05  WS-HOLD-ID           PIC X(05).
000850         05  WS-HOLD-QTY          PIC S9(09) COMP-3.
000860         05  WS-HOLD-AMT          PIC S9(11)V9(02) COMP-3.
000865         05  WS-HOLD-KIT-AMT      PIC S9(11)V9(02) COMP-3.
000870
000880     01  WS-CAT-COUNT             PIC 9(02) COMP VALUE 0.
000890     01  WS-MAX-CAT-ROWS          PIC 9(02) COMP VALUE 50.
001090
001100     01  WS-LINE-COUNT            PIC 9(07) COMP VALUE 0.
001110     01  WS-DEAD-COUNT            PIC 9(07) COMP VALUE 0.
001113     01  WS-TOTAL-QTY             PIC S9(09) COMP-3 VALUE 0.
001116     01  WS-TOTAL-AMT             PIC S9(11)V9(02) COMP-3 VALUE 0.
001120
001130*****************************************************************
001140*    REPORT LINE LAYOUTS                                        *
001280         05  FILLER               PIC X(09) VALUE
001290             '  AMOUNT '.
001300         05  WS-DET-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
001304         05  FILLER               PIC X(11) VALUE
001308             '  VIA KITS '.
001312         05  WS-DET-KIT-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
001316         05  FILLER               PIC X(05) VALUE SPACES.
001320
001330     01  WS-CAT-LINE.
001340         05  WS-CAT-RPT-CODE      PIC X(04).
001550         05  FILLER               PIC X(02).
001560         05  WS-DEAD-NAME         PIC X(06).
001570         05  FILLER               PIC X(55) VALUE SPACES.
001571
001572     01  WS-TOTAL-LINE.
001573         05  FILLER               PIC X(20) VALUE
001574             'TOTAL ALL CATEGORIES'.
001575         05  FILLER               PIC X(07) VALUE
001576             ' UNITS '.
001577         05  WS-TOT-RPT-QTY       PIC ZZZ,ZZZ,ZZ9-.
001578         05  FILLER               PIC X(09) VALUE
001579             '  AMOUNT '.
001580         05  WS-TOT-RPT-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
001581         05  FILLER               PIC X(17) VALUE SPACES.
001588
001590 PROCEDURE DIVISION.
001600*****************************************************************
001610*    0000-MAINLINE                                              *
002270*****************************************************************
002280 2000-GATHER-LINE.
002290     ADD 1 TO WS-LINE-COUNT.
002292     IF NOT SLH-KIT-COMPONENT
002294         ADD SLH-QUANTITY TO WS-TOTAL-QTY
002296         ADD SLH-AMOUNT   TO WS-TOTAL-AMT
002298     END-IF.
002300
002310*    THE ITEM ROW.
002320     MOVE 'N' TO WS-ITM-FOUND-SW.
002420             MOVE SLH-ITM-ID TO WS-ITM-T-ID(WS-ITM-HIT-SUB)
002430             MOVE 0 TO WS-ITM-T-QTY(WS-ITM-HIT-SUB)
002440             MOVE 0 TO WS-ITM-T-AMT(WS-ITM-HIT-SUB)
002445             MOVE 0 TO WS-ITM-T-KIT-AMT(WS-ITM-HIT-SUB)
002450             MOVE 'Y' TO WS-ITM-FOUND-SW
002460         END-IF
002470     END-IF.
002480     IF WS-ITM-FOUND
002490         ADD SLH-QUANTITY TO WS-ITM-T-QTY(WS-ITM-HIT-SUB)
002500         ADD SLH-AMOUNT   TO WS-ITM-T-AMT(WS-ITM-HIT-SUB)
002502         IF SLH-KIT-COMPONENT
002504             ADD SLH-AMOUNT TO WS-ITM-T-KIT-AMT(WS-ITM-HIT-SUB)
002506         END-IF
002510     END-IF.
002520
002521*    A KIT COMPONENT'S SHARE IS ALREADY IN ITS KIT'S CATEGORY
002522*    AND MONTH FIGURES.
002523     IF SLH-KIT-COMPONENT
002524         PERFORM 8000-READ-SALES-LINE
002525             THRU 8000-READ-SALES-LINE-EXIT
002526         GO TO 2000-GATHER-LINE-EXIT
002527     END-IF.
002528
002530*    THE CATEGORY ROW.
002540     MOVE 'N' TO WS-CAT-FOUND-SW.
002550     PERFORM 2200-MATCH-CAT-ROW
003800         THRU 4200-PRINT-ONE-CATEGORY-EXIT
003810         VARYING WS-CAT-SUB FROM 1 BY 1
003820         UNTIL WS-CAT-SUB > WS-CAT-COUNT.
003822     MOVE WS-TOTAL-QTY TO WS-TOT-RPT-QTY.
003824     MOVE WS-TOTAL-AMT TO WS-TOT-RPT-AMT.
003826     WRITE SALES-ANALYSIS-LINE FROM WS-TOTAL-LINE.
003830
003840     MOVE 'MONTH OVER MONTH' TO WS-SECTION-LINE.
003850     WRITE SALES-ANALYSIS-LINE FROM WS-SECTION-LINE.
004060     MOVE WS-ITM-T-ID(WS-ITM-SUB)  TO WS-DET-ITM-ID.
004070     MOVE WS-ITM-T-QTY(WS-ITM-SUB) TO WS-DET-QTY.
004080     MOVE WS-ITM-T-AMT(WS-ITM-SUB) TO WS-DET-AMT.
004085     MOVE WS-ITM-T-KIT-AMT(WS-ITM-SUB) TO WS-DET-KIT-AMT.
004090     WRITE SALES-ANALYSIS-LINE FROM WS-ITEM-LINE.
004100 4100-PRINT-ONE-ITEM-EXIT.
004110     EXIT.
