000130*                    FILING COMES OFF THE SYSTEM INSTEAD OF A    *
000140*                    SPREADSHEET ESTIMATE THE AUDITORS KEEP      *
000150*                    FLAGGING.                                   *
000152*    2026-10-15  PD  A TAXED FREIGHT CHARGE IS NOW SHOWN IN ITS  *
000154*                    OWN COLUMN BESIDE THE REGION'S GOODS.       *
000156*                    DETAIL CUT BEFORE FREIGHT WAS CARRIED HAS   *
000158*                    NO FREIGHT AMOUNT AND COUNTS AS NONE.       *
000160*****************************************************************
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000550             10  WS-REG-REGION    PIC X(03).
000560             10  WS-REG-GOODS     PIC S9(11)V9(02) COMP-3.
000570             10  WS-REG-TAX       PIC S9(11)V9(02) COMP-3.
000575             10  WS-REG-FREIGHT   PIC S9(11)V9(02) COMP-3.
000580     01  WS-REG-SUB               PIC 9(02) COMP.
000590     01  WS-REG-HIT-SUB           PIC 9(02) COMP.
000600     01  WS-REG-FOUND-SW          PIC X(01).
000780         05  WS-DET-GOODS         PIC ZZZ,ZZZ,ZZ9.99-.
000790         05  FILLER               PIC X(07) VALUE '  TAX  '.
000800         05  WS-DET-TAX           PIC ZZZ,ZZZ,ZZ9.99-.
000804         05  FILLER               PIC X(11) VALUE
000808             '  FREIGHT  '.
000812         05  WS-DET-FREIGHT       PIC ZZZ,ZZZ,ZZ9.99-.
000816         05  FILLER               PIC X(05) VALUE SPACES.
000820
000830     01  WS-TOTAL-LINE.
000840         05  FILLER               PIC X(26) VALUE
001570                 TO WS-REG-REGION(WS-REG-HIT-SUB)
001580             MOVE 0 TO WS-REG-GOODS(WS-REG-HIT-SUB)
001590             MOVE 0 TO WS-REG-TAX(WS-REG-HIT-SUB)
001595             MOVE 0 TO WS-REG-FREIGHT(WS-REG-HIT-SUB)
001600             MOVE 'Y' TO WS-REG-FOUND-SW
001610         END-IF
001620     END-IF.
001650             TO WS-REG-GOODS(WS-REG-HIT-SUB)
001660         ADD TXD-TAX-AMOUNT
001670             TO WS-REG-TAX(WS-REG-HIT-SUB)
001672         IF TXD-FREIGHT-AMOUNT NUMERIC
001674             ADD TXD-FREIGHT-AMOUNT
001676                 TO WS-REG-FREIGHT(WS-REG-HIT-SUB)
001678         END-IF
001680     END-IF.
001690     ADD TXD-TAX-AMOUNT TO WS-GRAND-TAX.
001700     PERFORM 8000-READ-DETAIL
002030     MOVE WS-REG-REGION(WS-REG-SUB) TO WS-DET-REGION.
002040     MOVE WS-REG-GOODS(WS-REG-SUB)  TO WS-DET-GOODS.
002050     MOVE WS-REG-TAX(WS-REG-SUB)    TO WS-DET-TAX.
002055     MOVE WS-REG-FREIGHT(WS-REG-SUB) TO WS-DET-FREIGHT.
002060     WRITE TAX-SUMMARY-LINE FROM WS-DETAIL-LINE.
002070 3100-PRINT-ONE-REGION-EXIT.
002080     EXIT.
