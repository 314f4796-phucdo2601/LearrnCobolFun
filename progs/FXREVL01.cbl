000200*                    PRINT.  A CURRENCY WITH NO RATE TO BASE     *
000210*                    IS REPORTED UNREVALUED AND ENDS THE RUN     *
000220*                    RC 4.                                       *
000221*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000222*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000223*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000224*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000225*                    CAN CERTIFY THE MONTH-END.                  *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000450     SELECT REVALUATION-RPT ASSIGN TO FXREVLRP
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-FILE-STATUS.
000471
000472     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000473         ORGANIZATION IS LINE SEQUENTIAL
000474         FILE STATUS IS WS-STP-FILE-STATUS.
000475
000476     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000477         ORGANIZATION IS LINE SEQUENTIAL
000478         FILE STATUS IS WS-MRC-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000670 FD  REVALUATION-RPT
000680     LABEL RECORDS ARE STANDARD.
000690     01  REVALUATION-RPT-LINE     PIC X(80).
000691
000692 FD  STEP-LOG-FILE
000693     LABEL RECORDS ARE STANDARD.
000694     COPY STEPLOG.
000695
000696 FD  STEP-RUN-CONTROL-FILE
000697     LABEL RECORDS ARE STANDARD.
000698     COPY RUNCTL
000699         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000700
000710 WORKING-STORAGE SECTION.
000720     01  WS-CUST-FILE-STATUS      PIC X(02).
001530         05  FILLER               PIC X(36) VALUE SPACES.
001540
001550     01  WS-TEXT-LINE             PIC X(80).
001553
001556     COPY STPWORK.
001560
001570 PROCEDURE DIVISION.
001580*****************************************************************
001590*    0000-MAINLINE                                              *
001600*****************************************************************
001610 0000-MAINLINE.
001612     MOVE 'FXREVL01' TO WS-STP-PROGRAM.
001614     PERFORM 9700-LOG-STEP-START
001616         THRU 9700-LOG-STEP-START-EXIT.
001618
001620     PERFORM 1000-INITIALIZE
001630         THRU 1000-INITIALIZE-EXIT.
001640
001850     PERFORM 9999-TERMINATE
001860         THRU 9999-TERMINATE-EXIT.
001870
001871     MOVE WS-CCY-TBL-COUNT TO WS-STP-RECORDS-IN.
001872     MOVE WS-UNREVALUED-COUNT TO WS-STP-REJECTED.
001873     COMPUTE WS-STP-APPLIED
001874         = WS-CCY-TBL-COUNT - WS-UNREVALUED-COUNT.
001875     PERFORM 9710-LOG-STEP-END
001876         THRU 9710-LOG-STEP-END-EXIT.
001877
001880     STOP RUN.
001890
001900*****************************************************************
004230     CLOSE REVALUATION-RPT.
004240 9999-TERMINATE-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*    9700-LOG-STEP-START                                        *
004290*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
004300*****************************************************************
004310     COPY STPPROC.
