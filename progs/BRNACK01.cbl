000220*                    FLOW THROUGH FROM THE GATE-DISPOSITION      *
000230*                    FILE, SO EVERY SUBMITTED ORDER IS           *
000240*                    ACKNOWLEDGED EXACTLY ONCE.                  *
000241*    2026-10-15  PD  A HELD ORDER AWAITING ITS CASH-IN-ADVANCE   *
000242*                    PREPAYMENT IS NOW ACKNOWLEDGED HELD WITH    *
000243*                    REASON PF.  ONE CANCELLED UNFUNDED BY       *
000244*                    ORDHLD01 ARRIVES AS A CANCELLED (REASON PX) *
000245*                    GATE DISPOSITION THROUGH THE HLDDISP        *
000246*                    CONCATENATION.                              *
000247*    2026-10-15  PD  THE GENERATION TRAILERS NOW CLOSING EACH    *
000248*                    RUN'S STRETCH OF THE POSTING JOURNAL ARE    *
000249*                    SKIPPED.                                    *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
002920*    2000-ACK-POSTED                                            *
002930*****************************************************************
002940 2000-ACK-POSTED.
002942     IF PJR-TRAILER
002944         GO TO 2000-ACK-POSTED-NEXT
002946     END-IF.
002950     MOVE PJR-BRANCH-CODE TO ACK-BRANCH-CODE.
002960     MOVE PJR-ORDER-ID    TO ACK-ORDER-ID.
002970     MOVE PJR-CUST-ID     TO ACK-CUST-ID.
003030     PERFORM 7100-FIND-BRANCH-ROW
003040         THRU 7100-FIND-BRANCH-ROW-EXIT.
003050     ADD 1 TO WS-BRN-POSTED(WS-BRN-HIT-SUB).
003055 2000-ACK-POSTED-NEXT.
003060     PERFORM 8000-READ-POSTING
003070         THRU 8000-READ-POSTING-EXIT.
003080 2000-ACK-POSTED-EXIT.
003370     MOVE HLD-CUST-ID     TO ACK-CUST-ID.
003380     MOVE 'H'             TO ACK-DISPOSITION.
003390     MOVE SPACES          TO ACK-REASON-CODE.
003392     IF HLD-AWAIT-FUNDS
003394         MOVE 'PF'        TO ACK-REASON-CODE
003396     END-IF.
003400     WRITE BRANCH-ACK-REC.
003410     ADD 1 TO WS-ACK-COUNT.
003420     MOVE HLD-BRANCH-CODE TO WS-WORK-BRANCH.
