000180*                    EXCEPTION COUNT, AND THE PER-CURRENCY       *
000190*                    BALANCE SLOTS FROM THE SNAPSHOT PRINT       *
000200*                    UNDER IT, ONE LINE PER CURRENCY.            *
000201*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000202*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000203*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000204*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000205*                    CAN CERTIFY THE MONTH-END.                  *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000290     SELECT CLOSE-TREND-RPT ASSIGN TO MESNAPRP
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-RPT-FILE-STATUS.
000311
000312     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000313         ORGANIZATION IS LINE SEQUENTIAL
000314         FILE STATUS IS WS-STP-FILE-STATUS.
000315
000316     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000317         ORGANIZATION IS LINE SEQUENTIAL
000318         FILE STATUS IS WS-MRC-FILE-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000390 FD  CLOSE-TREND-RPT
000400     LABEL RECORDS ARE STANDARD.
000410     01  CLOSE-TREND-LINE         PIC X(80).
000411
000412 FD  STEP-LOG-FILE
000413     LABEL RECORDS ARE STANDARD.
000414     COPY STEPLOG.
000415
000416 FD  STEP-RUN-CONTROL-FILE
000417     LABEL RECORDS ARE STANDARD.
000418     COPY RUNCTL
000419         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000420
000430 WORKING-STORAGE SECTION.
000440     01  WS-MES-FILE-STATUS       PIC X(02).
001220         05  FILLER               PIC X(02).
001230         05  WS-CCY-DET-BAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001240         05  FILLER               PIC X(48).
001243
001246     COPY STPWORK.
001250
001260 PROCEDURE DIVISION.
001270*****************************************************************
001280*    0000-MAINLINE                                              *
001290*****************************************************************
001300 0000-MAINLINE.
001302     MOVE 'MESNAP01' TO WS-STP-PROGRAM.
001304     PERFORM 9700-LOG-STEP-START
001306         THRU 9700-LOG-STEP-START-EXIT.
001308
001310     PERFORM 1000-INITIALIZE
001320         THRU 1000-INITIALIZE-EXIT.
001330
001440     PERFORM 9999-TERMINATE
001450         THRU 9999-TERMINATE-EXIT.
001460
001461     MOVE WS-SNAP-COUNT TO WS-STP-RECORDS-IN.
001462     MOVE WS-SNAP-COUNT TO WS-STP-APPLIED.
001463     PERFORM 9710-LOG-STEP-END
001464         THRU 9710-LOG-STEP-END-EXIT.
001465
001470     STOP RUN.
001480
001490*****************************************************************
003150     CLOSE CLOSE-TREND-RPT.
003160 9999-TERMINATE-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200*    9700-LOG-STEP-START                                        *
003210*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
003220*****************************************************************
003230     COPY STPPROC.
