000170*                    (WINCTL) THE STEP ENDS RC 4 WITH THE        *
000180*                    WARNING REPORT, SO THE SHIFT CAN ACT AT     *
000190*                    11 PM INSTEAD OF 5 AM.                      *
000192*    2026-10-15  PD  A CHECKPOINT (CKPT) EVENT ON THE STEP LOG   *
000194*                    IS NO LONGER TAKEN AS THE STEP'S END - ONLY *
000196*                    AN END EVENT STOPS ITS CLOCK.               *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
003160         IF LOG-EVENT-START
003170             MOVE LOG-STEP-TIME
003180                 TO WS-STP-START(WS-STP-HIT-SUB)
003220         END-IF
003222         IF LOG-EVENT-END
003224             MOVE LOG-STEP-TIME
003226                 TO WS-STP-END(WS-STP-HIT-SUB)
003228         END-IF
003230     END-IF.
003240 2300-GATHER-STEP-TIMES-EXIT.
003250     EXIT.
