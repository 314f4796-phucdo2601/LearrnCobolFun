000250*                    ACCOUNT CREDITS HAVE NO OPEN ITEM TO        *
000260*                    CARRY, SO THEY BELONG OUTSIDE THE TIE AND   *
000270*                    ARE REPORTED AS THEIR OWN TOTAL.            *
000271*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000272*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000273*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000274*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000275*                    CAN CERTIFY THE MONTH-END.                  *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000680     SELECT CUTOVER-RPT ASSIGN TO PRDCUTRP
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RPT-FILE-STATUS.
000701
000702     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000703         ORGANIZATION IS LINE SEQUENTIAL
000704         FILE STATUS IS WS-STP-FILE-STATUS.
000705
000706     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000707         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS WS-MRC-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
001200 FD  CUTOVER-RPT
001210     LABEL RECORDS ARE STANDARD.
001220     01  CUTOVER-LINE             PIC X(80).
001221
001222 FD  STEP-LOG-FILE
001223     LABEL RECORDS ARE STANDARD.
001224     COPY STEPLOG.
001225
001226 FD  STEP-RUN-CONTROL-FILE
001227     LABEL RECORDS ARE STANDARD.
001228     COPY RUNCTL
001229         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001230
001240 WORKING-STORAGE SECTION.
001250     01  WS-OHS-FILE-STATUS       PIC X(02).
001850         05  WS-AMT-TITLE         PIC X(26).
001860         05  WS-AMT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001870         05  FILLER               PIC X(36) VALUE SPACES.
001873
001876     COPY STPWORK.
001880
001890 PROCEDURE DIVISION.
001900*****************************************************************
001910*    0000-MAINLINE                                              *
001920*****************************************************************
001930 0000-MAINLINE.
001932     MOVE 'PRDCUT01' TO WS-STP-PROGRAM.
001934     PERFORM 9700-LOG-STEP-START
001936         THRU 9700-LOG-STEP-START-EXIT.
001938
001940     PERFORM 1000-INITIALIZE
001950         THRU 1000-INITIALIZE-EXIT.
001960
002280     PERFORM 9999-TERMINATE
002290         THRU 9999-TERMINATE-EXIT.
002300
002301     COMPUTE WS-STP-RECORDS-IN
002302         = WS-ORD-ARCHIVED + WS-PAY-ARCHIVED.
002303     MOVE WS-STP-RECORDS-IN TO WS-STP-APPLIED.
002304     PERFORM 9710-LOG-STEP-END
002305         THRU 9710-LOG-STEP-END-EXIT.
002306
002310     STOP RUN.
002320
002330*****************************************************************
004710     CLOSE CUTOVER-RPT.
004720 9999-TERMINATE-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760*    9700-LOG-STEP-START                                        *
004770*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
004780*****************************************************************
004790     COPY STPPROC.
