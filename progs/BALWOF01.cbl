000310*    2026-09-01  PD  REGISTER HEADING WIDENED - THE TITLE WAS   *
000320*                    ONE BYTE LONGER THAN ITS FIELD AND          *
000330*                    PRINTED TRUNCATED.                          *
000331*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000332*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000333*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000334*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000335*                    CAN CERTIFY THE MONTH-END.                  *
000336*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000337*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000338*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000339*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000660     SELECT WRITE-OFF-REGISTER-RPT ASSIGN TO BWOREGRP
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPT-FILE-STATUS.
000681
000682     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000683         ORGANIZATION IS LINE SEQUENTIAL
000684         FILE STATUS IS WS-STP-FILE-STATUS.
000685
000686     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000687         ORGANIZATION IS LINE SEQUENTIAL
000688         FILE STATUS IS WS-MRC-FILE-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000960 FD  WRITE-OFF-REGISTER-RPT
000970     LABEL RECORDS ARE STANDARD.
000980     01  WRITE-OFF-REGISTER-LINE  PIC X(80).
000981
000982 FD  STEP-LOG-FILE
000983     LABEL RECORDS ARE STANDARD.
000984     COPY STEPLOG.
000985
000986 FD  STEP-RUN-CONTROL-FILE
000987     LABEL RECORDS ARE STANDARD.
000988     COPY RUNCTL
000989         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000990
001000 WORKING-STORAGE SECTION.
001010     01  WS-CYC-FILE-STATUS       PIC X(02).
001150         88  WS-RPT-OK            VALUE '00'.
001160
001170     COPY CMJWORK.
001175     COPY JCHWORK.
001180
001190     01  WS-OPI-FILE-STATUS       PIC X(02).
001200         88  WS-OPI-OK            VALUE '00'.
001830         05  WS-AMT-TITLE         PIC X(26).
001840         05  WS-AMT-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
001850         05  FILLER               PIC X(39) VALUE SPACES.
001853
001856     COPY STPWORK.
001860
001870 PROCEDURE DIVISION.
001880*****************************************************************
001890*    0000-MAINLINE                                              *
001900*****************************************************************
001910 0000-MAINLINE.
001912     MOVE 'BALWOF01' TO WS-STP-PROGRAM.
001914     PERFORM 9700-LOG-STEP-START
001916         THRU 9700-LOG-STEP-START-EXIT.
001918
001920     PERFORM 1000-INITIALIZE
001930         THRU 1000-INITIALIZE-EXIT.
001940
002140     PERFORM 9999-TERMINATE
002150         THRU 9999-TERMINATE-EXIT.
002160
002161     MOVE WS-CUSTOMER-COUNT TO WS-STP-RECORDS-IN.
002162     MOVE WS-CUSTOMER-COUNT TO WS-STP-APPLIED.
002163     PERFORM 9710-LOG-STEP-END
002164         THRU 9710-LOG-STEP-END-EXIT.
002165
002170     STOP RUN.
002180
002190*****************************************************************
002820             WS-GLJ-FILE-STATUS
002830     END-IF.
002840
002846     PERFORM 9610-OPEN-CUST-JOURNAL
002852         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002860     IF NOT WS-CMJ-OK
002870         DISPLAY 'BALWOF01: OPEN CUST-JOURNAL-FILE FAILED '
002880             WS-CMJ-FILE-STATUS
005000         MOVE 8 TO RETURN-CODE
005010     END-IF.
005020     CLOSE GL-JOURNAL-FILE.
005026     PERFORM 9620-CLOSE-CUST-JOURNAL
005032         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
005040     CLOSE WRITE-OFF-REGISTER-RPT.
005050 9999-TERMINATE-EXIT.
005060     EXIT.
005100*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
005110*****************************************************************
005120     COPY CMJPROC.
005121
005122*****************************************************************
005123*    9650-COMPUTE-CHAIN-VALUE                                   *
005124*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
005125*****************************************************************
005126     COPY JCHPROC.
005130
005140*****************************************************************
005150*    9700-LOG-STEP-START                                        *
005160*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
005170*****************************************************************
005180     COPY STPPROC.
