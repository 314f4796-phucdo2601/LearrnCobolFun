000190*                    INSTEAD OF WORKING FROM FOLKLORE AND        *
000200*                    SYSOUT.  WHEN THE LAST RUN COMPLETED, THE   *
000210*                    REPORT SAYS SO AND NOTHING ELSE.            *
000211*    2026-10-15  PD  A CYCLE STILL MARKED IN FLIGHT NOW ALSO     *
000212*                    GETS A RESTART PLAN - A STREAM THAT DIES    *
000213*                    BEFORE RUNBAL01 CERTIFIES IT NEVER RELEASES *
000214*                    THE LOCK.  RUN AGAINST THE MONTH-END STEP   *
000215*                    LOG (MESTPLOG) IT PLANS THE MONTHRUN        *
000216*                    RESTART.                                    *
000217*    2026-10-15  PD  A STEP THAT LOGGED A CKPT EVENT BUT NO END  *
000218*                    IS PLANNED AS RESUBMIT AS-IS - IT RESUMES   *
000219*                    FROM ITS OWN CHECKPOINT, NO RESTORE NEEDED. *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000680
000690*****************************************************************
000700*    STEP STATE TABLE, IN FIRST-SEEN (STREAM) ORDER.            *
000710*    STATE: S = STARTED ONLY, K = CHECKPOINTED, E = ENDED.      *
000720*****************************************************************
000730     01  WS-STP-COUNT             PIC 9(03) COMP VALUE 0.
000740     01  WS-MAX-STP-ROWS          PIC 9(03) COMP VALUE 50.
001350     MOVE 0 TO CYC-LAST-RUN-DATE.
001360     MOVE 0 TO CYC-CYCLE-NUMBER.
001370     MOVE 'C' TO CYC-LAST-RUN-STATUS.
001375     MOVE SPACE TO CYC-IN-FLIGHT-FLAG.
001380
001390     OPEN INPUT CYCLE-CONTROL-FILE.
001400     IF WS-CYC-OK
001480             WS-CYC-FILE-STATUS
001490     END-IF.
001500
001505*    A STREAM THAT DIED BEFORE CERTIFICATION STILL HOLDS THE
001510*    IN-FLIGHT LOCK.
001515     IF CYC-STATUS-FAILED OR CYC-IN-FLIGHT
001520         MOVE 'Y' TO WS-RUN-FAILED-SW
001530     END-IF.
001540
001870         IF LOG-EVENT-END
001880             MOVE 'E' TO WS-STP-STATE(WS-STP-SUB)
001890         END-IF
001892         IF LOG-EVENT-CKPT
001894                 AND WS-STP-STATE(WS-STP-SUB) NOT = 'E'
001896             MOVE 'K' TO WS-STP-STATE(WS-STP-SUB)
001898         END-IF
001900     END-IF.
001910
001920     PERFORM 8000-READ-LOG
002000*    ENDED IS SKIPPED ON THE RESTART, THE FIRST STEP THAT       *
002010*    STARTED WITHOUT ENDING IS WHERE THE RESTART BEGINS (ITS    *
002020*    FILES MUST BE RESTORED FIRST), AND EVERYTHING THAT NEVER   *
002025*    LOGGED AT ALL SIMPLY RUNS IN TURN BEHIND IT.  A STEP THAT  *
002030*    CHECKPOINTED (ORDPOST1, CSHPOST1) RESUMES ITSELF FROM ITS  *
002035*    LAST CHECKPOINT WHEN RESUBMITTED AS-IS - NO RESTORE.       *
002040*****************************************************************
002050 3000-PRINT-PLAN.
002060     IF WS-STP-COUNT = 0
002350         MOVE 'COMPLETED - SKIP ON RESTART'
002360             TO WS-STL-INSTRUCTION
002370     ELSE
002371         IF WS-STP-STATE(WS-ROW-SUB) = 'K'
002374             IF WS-RERUN-SEEN
002377                 MOVE 'INCOMPLETE - CLEAR CKPT, RESTORE, RERUN'
002380                     TO WS-STL-INSTRUCTION
002383             ELSE
002386                 MOVE 'CHECKPOINTED - RESUBMIT AS-IS'
002389                     TO WS-STL-INSTRUCTION
002392                 MOVE 'Y' TO WS-RERUN-SEEN-SW
002395             END-IF
002398         ELSE
002401         IF WS-RERUN-SEEN
002404             MOVE 'INCOMPLETE - RESTORE ITS FILES AND RERUN'
002407                 TO WS-STL-INSTRUCTION
002410         ELSE
002413             MOVE 'INCOMPLETE - RESTORE ITS FILES, RESTART HERE'
002416                 TO WS-STL-INSTRUCTION
002419             MOVE 'Y' TO WS-RERUN-SEEN-SW
002422         END-IF
002425         END-IF
002435     END-IF.
002440     WRITE RESTART-PLAN-LINE FROM WS-STEP-LINE.
002450 3100-PRINT-ONE-STEP-EXIT.
