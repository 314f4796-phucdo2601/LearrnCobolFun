000140*                    RETURNS AT THE SAME RATE.  FINANCE          *
000150*                    CHARGES AND TAX LINES EARN NOTHING.  THE    *
000160*                    COMMISSION REGISTER GOES TO PAYROLL.        *
000163*    2026-10-15  PD  FREIGHT LINES (ORDER-HISTORY TYPE 'D') EARN *
000166*                    NO COMMISSION, LIKE TAX.                    *
000168*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000170*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000172*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000174*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000176*                    CAN CERTIFY THE MONTH-END.                  *
000178*****************************************************************
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000330     SELECT COMMISSION-RPT ASSIGN TO COMMREGR
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RPT-FILE-STATUS.
000351
000352     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000353         ORGANIZATION IS LINE SEQUENTIAL
000354         FILE STATUS IS WS-STP-FILE-STATUS.
000355
000356     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000357         ORGANIZATION IS LINE SEQUENTIAL
000358         FILE STATUS IS WS-MRC-FILE-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000510 FD  COMMISSION-RPT
000520     LABEL RECORDS ARE STANDARD.
000530     01  COMMISSION-LINE          PIC X(80).
000531
000532 FD  STEP-LOG-FILE
000533     LABEL RECORDS ARE STANDARD.
000534     COPY STEPLOG.
000535
000536 FD  STEP-RUN-CONTROL-FILE
000537     LABEL RECORDS ARE STANDARD.
000538     COPY RUNCTL
000539         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000540
000550 WORKING-STORAGE SECTION.
000560     01  WS-CYC-FILE-STATUS       PIC X(02).
001230             'TOTAL COMMISSION DUE......'.
001240         05  WS-TOT-DUE           PIC ZZZ,ZZZ,ZZ9.99-.
001250         05  FILLER               PIC X(39) VALUE SPACES.
001253
001256     COPY STPWORK.
001260
001270 PROCEDURE DIVISION.
001280*****************************************************************
001290*    0000-MAINLINE                                              *
001300*****************************************************************
001310 0000-MAINLINE.
001312     MOVE 'COMM01' TO WS-STP-PROGRAM.
001314     PERFORM 9700-LOG-STEP-START
001316         THRU 9700-LOG-STEP-START-EXIT.
001318
001320     PERFORM 1000-INITIALIZE
001330         THRU 1000-INITIALIZE-EXIT.
001340
001600     PERFORM 9999-TERMINATE
001610         THRU 9999-TERMINATE-EXIT.
001620
001621     MOVE WS-HISTORY-COUNT TO WS-STP-RECORDS-IN.
001622     MOVE WS-UNKNOWN-REP-COUNT TO WS-STP-REJECTED.
001623     COMPUTE WS-STP-APPLIED
001624         = WS-HISTORY-COUNT - WS-UNKNOWN-REP-COUNT.
001625     PERFORM 9710-LOG-STEP-END
001626         THRU 9710-LOG-STEP-END-EXIT.
001627
001630     STOP RUN.
001640
001650*****************************************************************
002470*****************************************************************
002480*    2000-ATTRIBUTE-HISTORY                                     *
002490*    ONLY SALES AND RETURNS CARRYING A REP EARN OR CLAW BACK    *
002496*    COMMISSION - FINANCE CHARGES, TAX AND FREIGHT LINES EARN   *
002502*    NOTHING.                                                   *
002510*****************************************************************
002520 2000-ATTRIBUTE-HISTORY.
002530     ADD 1 TO WS-HISTORY-COUNT.
002550     IF OHS-REP-CODE = SPACES
002560             OR OHS-TYPE-FINCHG
002570             OR OHS-TYPE-TAX
002575             OR OHS-TYPE-FREIGHT
002580         GO TO 2000-ATTRIBUTE-HISTORY-NEXT
002590     END-IF.
002600
003510     CLOSE COMMISSION-RPT.
003520 9999-TERMINATE-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560*    9700-LOG-STEP-START                                        *
003570*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
003580*****************************************************************
003590     COPY STPPROC.
