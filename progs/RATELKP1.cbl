000230*                    QUANTITY - TIER 2 AT OR ABOVE ITS BREAK     *
000240*                    QUANTITY, TIER 1 OTHERWISE.  THE TABLE      *
000250*                    STAYS LOADED ACROSS CALLS.                  *
000252*    2026-10-15  PD  FUNCTION 'K' ALSO RETURNS THE CODE'S TIER-2 *
000254*                    BREAK QUANTITY (ZERO WHEN THE ROW HAS NO    *
000256*                    BREAK) SO A CALLER CAN SHOW THE PRICE BREAK *
000258*                    AS WELL AS APPLY IT.                        *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
002150*****************************************************************
002160 2000-LOOKUP-RATE.
002170     MOVE SPACES TO RLK-RATE-VALUE.
002175     MOVE 0 TO RLK-BREAK-QTY.
002180     IF NOT WS-TABLE-LOADED
002190         MOVE '08' TO RLK-RETURN-STATUS
002200         GO TO 2000-LOOKUP-RATE-EXIT
002340     ELSE
002350         MOVE WS-TBL-VALUE(WS-HIT-SUB 1) TO RLK-RATE-VALUE
002360     END-IF.
002365     MOVE WS-TBL-BREAK-QTY(WS-HIT-SUB 2) TO RLK-BREAK-QTY.
002370     MOVE '00' TO RLK-RETURN-STATUS.
002380 2000-LOOKUP-RATE-EXIT.
002390     EXIT.
