000200*                    PERIOD'S ACCRUAL REGISTERS.  THE ACCOUNT    *
000210*                    FILE COPIES FORWARD THE WAY ACCINT01        *
000220*                    WRITES IT.                                  *
000222*    2026-10-15  PD  EACH CAPITALIZATION IS NOW ALSO RECORDED ON *
000224*                    THE INTEREST HISTORY FILE (INTHIST.CPY)     *
000226*                    WITH THE BALANCE IT LEFT, FOR THE YEAR-END  *
000228*                    INTEREST STATEMENTS (INTSTM01).             *
000229*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000230*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000231*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000232*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000233*                    CAN CERTIFY THE MONTH-END.                  *
000234*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000430     SELECT CAPITALIZATION-RPT ASSIGN TO ACCCAPRP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000452
000454     SELECT INTEREST-HISTORY-FILE ASSIGN TO INTHIST
000456         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS WS-IHS-FILE-STATUS.
000459
000460     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000461         ORGANIZATION IS LINE SEQUENTIAL
000462         FILE STATUS IS WS-STP-FILE-STATUS.
000463
000464     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-MRC-FILE-STATUS.
000467
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CYCLE-CONTROL-FILE
000700 FD  CAPITALIZATION-RPT
000710     LABEL RECORDS ARE STANDARD.
000720     01  CAPITALIZATION-LINE      PIC X(80).
000722
000724 FD  INTEREST-HISTORY-FILE
000726     LABEL RECORDS ARE STANDARD.
000728     COPY INTHIST.
000729
000730 FD  STEP-LOG-FILE
000731     LABEL RECORDS ARE STANDARD.
000732     COPY STEPLOG.
000733
000734 FD  STEP-RUN-CONTROL-FILE
000735     LABEL RECORDS ARE STANDARD.
000736     COPY RUNCTL
000737         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000738
000740 WORKING-STORAGE SECTION.
000750     01  WS-CYC-FILE-STATUS       PIC X(02).
000760         88  WS-CYC-OK            VALUE '00'.
000830         88  WS-GLJ-OK            VALUE '00'.
000840     01  WS-RPT-FILE-STATUS       PIC X(02).
000850         88  WS-RPT-OK            VALUE '00'.
000853     01  WS-IHS-FILE-STATUS       PIC X(02).
000856         88  WS-IHS-OK            VALUE '00'.
000860
000870     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000880         88  WS-EOF               VALUE 'Y'.
001280         05  WS-AMT-TITLE         PIC X(26).
001290         05  WS-AMT-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
001300         05  FILLER               PIC X(39) VALUE SPACES.
001303
001306     COPY STPWORK.
001310
001320 PROCEDURE DIVISION.
001330*****************************************************************
001340*    0000-MAINLINE                                              *
001350*****************************************************************
001360 0000-MAINLINE.
001362     MOVE 'ACCCAP01' TO WS-STP-PROGRAM.
001364     PERFORM 9700-LOG-STEP-START
001366         THRU 9700-LOG-STEP-START-EXIT.
001368
001370     PERFORM 1000-INITIALIZE
001380         THRU 1000-INITIALIZE-EXIT.
001390
001560     PERFORM 9999-TERMINATE
001570         THRU 9999-TERMINATE-EXIT.
001580
001581     MOVE WS-ACCOUNT-COUNT TO WS-STP-RECORDS-IN.
001582     MOVE WS-ACCOUNT-COUNT TO WS-STP-APPLIED.
001583     PERFORM 9710-LOG-STEP-END
001584         THRU 9710-LOG-STEP-END-EXIT.
001585
001590     STOP RUN.
001600
001610*****************************************************************
002100         DISPLAY 'ACCCAP01: OPEN CAPITALIZATION-RPT FAILED '
002110             WS-RPT-FILE-STATUS
002120     END-IF.
002121
002122*    THE INTEREST HISTORY ACCUMULATES ACROSS THE YEAR - START IT
002123*    ON A FRESH SYSTEM.
002124     OPEN EXTEND INTEREST-HISTORY-FILE.
002125     IF WS-IHS-FILE-STATUS = '35'
002126         OPEN OUTPUT INTEREST-HISTORY-FILE
002127     END-IF.
002128     IF NOT WS-IHS-OK
002129         DISPLAY 'ACCCAP01: OPEN INTEREST-HISTORY-FILE FAILED '
002130             WS-IHS-FILE-STATUS
002131     END-IF.
002132
002140     WRITE CAPITALIZATION-LINE FROM WS-HEADING-LINE.
002150
002160     IF NOT WS-EOF
002330             THRU 2100-WRITE-GL-JOURNAL-EXIT
002340         ADD ACCT-ACCRUED-INT TO ACCT-BALANCE
002350         MOVE ACCT-ACCRUED-INT TO WS-DET-ACCRUED
002355         MOVE ACCT-ACCRUED-INT TO IHS-AMOUNT
002360         MOVE 0 TO ACCT-ACCRUED-INT
002370         MOVE ACCT-ID      TO WS-DET-ACCT-ID
002380         MOVE ACCT-BALANCE TO WS-DET-NEW-BALANCE
002390         WRITE CAPITALIZATION-LINE FROM WS-DETAIL-LINE
002391         MOVE ACCT-ID        TO IHS-ACCT-ID
002392         MOVE WS-CYCLE-DATE  TO IHS-CAP-DATE
002394         MOVE ACCT-BALANCE   TO IHS-BALANCE-AFTER
002395         WRITE INTEREST-HISTORY-REC
002400     END-IF.
002410
002420     MOVE ACCT-ID          TO ACO-ID.
003260     END-IF.
003270     CLOSE GL-JOURNAL-FILE.
003280     CLOSE CAPITALIZATION-RPT.
003285     CLOSE INTEREST-HISTORY-FILE.
003290 9999-TERMINATE-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330*    9700-LOG-STEP-START                                        *
003340*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
003350*****************************************************************
003360     COPY STPPROC.
