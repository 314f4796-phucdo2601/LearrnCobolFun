000170*                    MORE THAN TEN POINTS ACROSS THE WINDOW,     *
000180*                    OR A DSO UP MORE THAN TEN DAYS, FLAGS       *
000190*                    DETERIORATION AND ENDS THE STEP RC 4.       *
000191*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000192*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000193*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000194*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000195*                    CAN CERTIFY THE MONTH-END.                  *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000280     SELECT TREND-RPT ASSIGN TO DSOTRDRP
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-RPT-FILE-STATUS.
000301
000302     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000303         ORGANIZATION IS LINE SEQUENTIAL
000304         FILE STATUS IS WS-STP-FILE-STATUS.
000305
000306     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000307         ORGANIZATION IS LINE SEQUENTIAL
000308         FILE STATUS IS WS-MRC-FILE-STATUS.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000380 FD  TREND-RPT
000390     LABEL RECORDS ARE STANDARD.
000400     01  TREND-LINE               PIC X(80).
000401
000402 FD  STEP-LOG-FILE
000403     LABEL RECORDS ARE STANDARD.
000404     COPY STEPLOG.
000405
000406 FD  STEP-RUN-CONTROL-FILE
000407     LABEL RECORDS ARE STANDARD.
000408     COPY RUNCTL
000409         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000410
000420 WORKING-STORAGE SECTION.
000430     01  WS-AGH-FILE-STATUS       PIC X(02).
001110         05  FILLER               PIC X(44) VALUE
001120             'DETERIORATION BEYOND TOLERANCE - SEE CREDIT'.
001130         05  FILLER               PIC X(36) VALUE SPACES.
001133
001136     COPY STPWORK.
001140
001150 PROCEDURE DIVISION.
001160*****************************************************************
001170*    0000-MAINLINE                                              *
001180*****************************************************************
001190 0000-MAINLINE.
001192     MOVE 'DSOTRD01' TO WS-STP-PROGRAM.
001194     PERFORM 9700-LOG-STEP-START
001196         THRU 9700-LOG-STEP-START-EXIT.
001198
001200     PERFORM 1000-INITIALIZE
001210         THRU 1000-INITIALIZE-EXIT.
001220
001330     PERFORM 9999-TERMINATE
001340         THRU 9999-TERMINATE-EXIT.
001350
001351     MOVE WS-RUN-COUNT TO WS-STP-RECORDS-IN.
001352     MOVE WS-RUN-COUNT TO WS-STP-APPLIED.
001353     PERFORM 9710-LOG-STEP-END
001354         THRU 9710-LOG-STEP-END-EXIT.
001355
001360     STOP RUN.
001370
001380*****************************************************************
003120     CLOSE TREND-RPT.
003130 9999-TERMINATE-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170*    9700-LOG-STEP-START                                        *
003180*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
003190*****************************************************************
003200     COPY STPPROC.
