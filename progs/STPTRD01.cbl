000190*                    STEP-SLA CONTROL FILE.  AN END EVENT PAST   *
000200*                    MIDNIGHT IS HANDLED BY ADDING A DAY TO      *
000210*                    THE CLOCK BEFORE THE SUBTRACTION.           *
000212*    2026-10-15  PD  A CHECKPOINT (CKPT) EVENT ON THE STEP LOG   *
000214*                    IS SKIPPED - IT NO LONGER CLOSES THE STEP'S *
000216*                    PENDING CLOCK AS IF IT WERE THE END.        *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
002590     IF NOT WS-FOUND
002600         GO TO 2000-ABSORB-NEXT
002610     END-IF.
002611*    A POSTING STEP'S CHECKPOINT EVENTS FALL BETWEEN ITS START
002612*    AND END - THEY ARE NOT TIMINGS.
002613     IF LOG-EVENT-CKPT
002614         GO TO 2000-ABSORB-NEXT
002615     END-IF.
002620
002630     MOVE LOG-STEP-TIME TO WS-CLOCK-TIME.
002640     COMPUTE WS-CLOCK-CS
