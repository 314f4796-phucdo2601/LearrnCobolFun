000170*                    BATCH IS LISTED WHOLE ON THE REGISTER       *
000180*                    AND NEVER TOUCHES THE JOURNAL.  BOTH IDS    *
000190*                    PRINT ON THE BATCH REGISTER.                *
000191*    2026-10-15  PD  EVERY BATCH IS NOW HELD AGAINST THE         *
000192*                    OPERATOR AUTHORIZATION FILE (AUTPROC.CPY) - *
000193*                    THE KEYING OPERATOR NEEDS A CURRENT GRANT   *
000194*                    FOR ACTION 'K' AND THE APPROVER ONE FOR     *
000195*                    ACTION 'A'.  A BATCH EITHER LACKS IS        *
000196*                    REFUSED WHOLE AND THE MISS IS LOGGED TO THE *
000197*                    ACCESS-VIOLATION FILE.                      *
000198*    2026-10-15  PD  THE STEP NOW LOGS TO THE STEP LOG (LINES    *
000199*                    READ, RELEASED AND REFUSED) SO IT CAN RUN   *
000200*                    IN THE MONTH-END STREAM, WHERE IT PROVES    *
000201*                    AND RELEASES THE RECURRING BATCHES GLRECR01 *
000202*                    CUTS FROM THE JOURNAL TEMPLATES.            *
000203*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000320     SELECT BATCH-REGISTER-RPT ASSIGN TO GLADJRP
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RPT-FILE-STATUS.
000341
000342     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000343         ORGANIZATION IS LINE SEQUENTIAL
000344         FILE STATUS IS WS-AUT-FILE-STATUS.
000345
000346     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000347         ORGANIZATION IS LINE SEQUENTIAL
000348         FILE STATUS IS WS-AVL-FILE-STATUS.
000349
000350     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000351         ORGANIZATION IS LINE SEQUENTIAL
000352         FILE STATUS IS WS-STP-FILE-STATUS.
000353
000354     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000355         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WS-MRC-FILE-STATUS.
000357
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  GL-ADJUST-FILE
000460 FD  BATCH-REGISTER-RPT
000470     LABEL RECORDS ARE STANDARD.
000480     01  BATCH-REGISTER-LINE      PIC X(80).
000481
000482 FD  OPERATOR-AUTH-FILE
000483     LABEL RECORDS ARE STANDARD.
000484     COPY OPRAUTH.
000485
000486 FD  ACCESS-VIOLATION-FILE
000487     LABEL RECORDS ARE STANDARD.
000488     COPY AUTVIOL.
000489
000490 FD  STEP-LOG-FILE
000491     LABEL RECORDS ARE STANDARD.
000492     COPY STEPLOG.
000493
000494 FD  STEP-RUN-CONTROL-FILE
000495     LABEL RECORDS ARE STANDARD.
000496     COPY RUNCTL
000497         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000498
000500 WORKING-STORAGE SECTION.
000510     01  WS-AJT-FILE-STATUS       PIC X(02).
000520         88  WS-AJT-OK            VALUE '00'.
000580
000590     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000600         88  WS-EOF               VALUE 'Y'.
000603
000606     COPY AUTWORK.
000610
000620*****************************************************************
000630*    CURRENT-BATCH BUFFER AND PROOF FIELDS.  NOTHING FROM A     *
000880         05  WS-BATCH-COUNT       PIC 9(07) COMP VALUE 0.
000890         05  WS-RELEASED-COUNT    PIC 9(07) COMP VALUE 0.
000900         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
000902         05  WS-RELEASED-LINES    PIC 9(07) COMP VALUE 0.
000904         05  WS-REFUSED-LINES     PIC 9(07) COMP VALUE 0.
000906     01  WS-BATCH-START-LINE      PIC 9(07) COMP.
000910
000920*****************************************************************
000930*    BATCH REGISTER LINE LAYOUTS                                *
001190         05  WS-CNT-TITLE         PIC X(26).
001200         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001210         05  FILLER               PIC X(47) VALUE SPACES.
001213
001216     COPY STPWORK.
001220
001230 PROCEDURE DIVISION.
001240*****************************************************************
001250*    0000-MAINLINE                                              *
001260*****************************************************************
001270 0000-MAINLINE.
001272     MOVE 'GLADJ01' TO WS-STP-PROGRAM.
001274     PERFORM 9700-LOG-STEP-START
001276         THRU 9700-LOG-STEP-START-EXIT.
001278
001280     PERFORM 1000-INITIALIZE
001290         THRU 1000-INITIALIZE-EXIT.
001300
001550     PERFORM 9999-TERMINATE
001560         THRU 9999-TERMINATE-EXIT.
001570
001571     MOVE WS-LINE-COUNT     TO WS-STP-RECORDS-IN.
001572     MOVE WS-RELEASED-LINES TO WS-STP-APPLIED.
001573     MOVE WS-REFUSED-LINES  TO WS-STP-REJECTED.
001574     PERFORM 9710-LOG-STEP-END
001575         THRU 9710-LOG-STEP-END-EXIT.
001576
001580     STOP RUN.
001590
001600*****************************************************************
001840     END-IF.
001850
001860     WRITE BATCH-REGISTER-LINE FROM WS-HEADING-LINE.
001861
001862     MOVE 'GLADJ01' TO WS-AUT-PROGRAM.
001863     ACCEPT WS-AUT-DATE FROM DATE YYYYMMDD.
001864     PERFORM 9300-LOAD-AUTHORITY
001865         THRU 9300-LOAD-AUTHORITY-EXIT.
001870
001880     IF NOT WS-EOF
001890         PERFORM 8000-READ-ADJUSTMENT
001970*    BUFFER EVERY LINE OF THE CURRENT BATCH, THEN JUDGE THE     *
001980*    BATCH WHOLE - BALANCED TO THE CENT, ONE APPROVER WHO IS    *
001990*    NOT THE OPERATOR - BEFORE ANYTHING REACHES THE JOURNAL.    *
001992*    BOTH MUST HOLD A CURRENT GRANT - 'K' TO KEY, 'A' TO        *
001994*    APPROVE.  A MISSING GRANT OUTRANKS ANY OTHER REASON FOR    *
001996*    REFUSAL.                                                   *
002000*****************************************************************
002010 2000-WORK-ONE-BATCH.
002020     ADD 1 TO WS-BATCH-COUNT.
002070     MOVE 0 TO WS-BATCH-CREDITS.
002080     MOVE 0 TO WS-BAT-COUNT.
002090     MOVE SPACES TO WS-FAIL-REASON.
002095     MOVE WS-LINE-COUNT TO WS-BATCH-START-LINE.
002100
002110     PERFORM 2100-BUFFER-ONE-LINE
002120         THRU 2100-BUFFER-ONE-LINE-EXIT
002250             AND WS-BATCH-APPROVER = WS-BATCH-OPERATOR
002260         MOVE 'APPROVER KEYED THE BATCH' TO WS-FAIL-REASON
002270     END-IF.
002271
002272     MOVE WS-BATCH-OPERATOR TO WS-AUT-OPERATOR.
002273     MOVE 'K'               TO WS-AUT-ACTION.
002274     MOVE WS-BATCH-ID       TO WS-AUT-KEY.
002275     PERFORM 9320-CHECK-AUTHORITY
002276         THRU 9320-CHECK-AUTHORITY-EXIT.
002277     IF NOT WS-AUT-GRANTED
002278         MOVE WS-AUT-REASON TO WS-FAIL-REASON
002279     ELSE
002280         IF WS-BATCH-APPROVER NOT = SPACES
002281             MOVE WS-BATCH-APPROVER TO WS-AUT-OPERATOR
002282             MOVE 'A'               TO WS-AUT-ACTION
002283             PERFORM 9320-CHECK-AUTHORITY
002284                 THRU 9320-CHECK-AUTHORITY-EXIT
002285             IF NOT WS-AUT-GRANTED
002286                 MOVE 'APPROVER NOT AUTHORIZED'
002287                     TO WS-FAIL-REASON
002288             END-IF
002289         END-IF
002290     END-IF.
002291
002292     IF WS-FAIL-REASON = SPACES
002300         ADD 1 TO WS-RELEASED-COUNT
002303         COMPUTE WS-RELEASED-LINES = WS-RELEASED-LINES
002306             + WS-LINE-COUNT - WS-BATCH-START-LINE
002310         PERFORM 2200-RELEASE-ONE-LINE
002320             THRU 2200-RELEASE-ONE-LINE-EXIT
002330             VARYING WS-BAT-SUB FROM 1 BY 1
002350         MOVE 'RELEASED' TO WS-REG-DISPOSITION
002360     ELSE
002370         ADD 1 TO WS-REFUSED-COUNT
002373         COMPUTE WS-REFUSED-LINES = WS-REFUSED-LINES
002376             + WS-LINE-COUNT - WS-BATCH-START-LINE
002380         MOVE 'REFUSED ' TO WS-REG-DISPOSITION
002390     END-IF.
002400
003440     END-IF.
003450     CLOSE GL-JOURNAL-FILE.
003460     CLOSE BATCH-REGISTER-RPT.
003463     PERFORM 9340-CLOSE-AUTHORITY
003466         THRU 9340-CLOSE-AUTHORITY-EXIT.
003470 9999-TERMINATE-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510*    9300-LOAD-AUTHORITY                                        *
003520*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
003530*****************************************************************
003540     COPY AUTPROC.
003550
003560*****************************************************************
003570*    9700-LOG-STEP-START                                        *
003580*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
003590*****************************************************************
003600     COPY STPPROC.
