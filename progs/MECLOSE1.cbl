000430*                    ACTIVITY FROM THE ORDER-HISTORY-FILE,       *
000440*                    COUNT AND AMOUNT BY DEPOT, SO EACH DEPOT    *
000450*                    MANAGER FINALLY GETS HIS OWN NUMBERS.       *
000451*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000452*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000453*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000454*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000455*                    CAN CERTIFY THE MONTH-END.                  *
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS ITM-ID
000840         FILE STATUS IS WS-ITM-FILE-STATUS.
000841
000842     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000843         ORGANIZATION IS LINE SEQUENTIAL
000844         FILE STATUS IS WS-STP-FILE-STATUS.
000845
000846     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000847         ORGANIZATION IS LINE SEQUENTIAL
000848         FILE STATUS IS WS-MRC-FILE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
001160 FD  ITEM-MASTER-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY ITMMAST.
001181
001182 FD  STEP-LOG-FILE
001183     LABEL RECORDS ARE STANDARD.
001184     COPY STEPLOG.
001185
001186 FD  STEP-RUN-CONTROL-FILE
001187     LABEL RECORDS ARE STANDARD.
001188     COPY RUNCTL
001189         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001190
001200 WORKING-STORAGE SECTION.
001210     01  WS-CUST-FILE-STATUS      PIC X(02).
002980         05  FILLER               PIC X(02).
002990         05  WS-CAT-RPT-NET       PIC ZZZ,ZZZ,ZZ9.99-.
003000         05  FILLER               PIC X(50).
003003
003006     COPY STPWORK.
003010
003020 PROCEDURE DIVISION.
003030*****************************************************************
003040*    0000-MAINLINE                                              *
003050*****************************************************************
003060 0000-MAINLINE.
003062     MOVE 'MECLOSE1' TO WS-STP-PROGRAM.
003064     PERFORM 9700-LOG-STEP-START
003066         THRU 9700-LOG-STEP-START-EXIT.
003068
003070     PERFORM 0500-CHECK-CYCLE-TYPE
003080         THRU 0500-CHECK-CYCLE-TYPE-EXIT.
003090     IF WS-NOT-DUE
003100         DISPLAY 'MECLOSE1: NOT A PERIOD-END CYCLE - '
003110             'CLOSE NOT DUE TONIGHT'
003113         PERFORM 9710-LOG-STEP-END
003116             THRU 9710-LOG-STEP-END-EXIT
003120         STOP RUN
003130     END-IF.
003140     PERFORM 1000-INITIALIZE
003390     PERFORM 9999-TERMINATE
003400         THRU 9999-TERMINATE-EXIT.
003410
003411     MOVE WS-TOTAL-CUST-COUNT TO WS-STP-RECORDS-IN.
003412     MOVE WS-TOTAL-CUST-COUNT TO WS-STP-APPLIED.
003413     PERFORM 9710-LOG-STEP-END
003414         THRU 9710-LOG-STEP-END-EXIT.
003415
003420     STOP RUN.
003430
003440*****************************************************************
006980*    STEP'S REJECTED COLUMN ON THE CYCLE'S RUN-CONTROL FILE.    *
006990*****************************************************************
007000 2800-ACCUMULATE-EXCEPTIONS.
007010     ADD RCT-REJECTED OF RUN-CONTROL-REC TO WS-EXCEPTION-COUNT.
007020     PERFORM 8300-READ-RUN-CONTROL
007030         THRU 8300-READ-RUN-CONTROL-EXIT.
007040 2800-ACCUMULATE-EXCEPTIONS-EXIT.
008226     END-IF.
008227 9999-TERMINATE-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260*    9700-LOG-STEP-START                                        *
008270*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
008280*****************************************************************
008290     COPY STPPROC.
