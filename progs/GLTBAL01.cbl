000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLTBAL01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - GL TRIAL BALANCE.  LISTS EVERY   *
000100*                    ACCOUNT ON THE GL BALANCE FILE (GLBAL) FOR  *
000110*                    THE CYCLE'S ACCOUNTING PERIOD WITH ITS      *
000120*                    OPENING BALANCE, PERIOD DEBITS, PERIOD      *
000130*                    CREDITS AND CLOSING BALANCE, SHOWS WHETHER  *
000140*                    THE PERIOD IS FROZEN OR STILL OPEN, AND     *
000150*                    PROVES THE LEDGER: TOTAL PERIOD DEBITS MUST *
000160*                    EQUAL TOTAL PERIOD CREDITS, OPENING AND     *
000170*                    CLOSING BALANCES MUST EACH NET TO ZERO, AND *
000180*                    EVERY ACCOUNT'S CLOSING MUST BE ITS OPENING *
000190*                    PLUS DEBITS LESS CREDITS.  ANY FAILURE ENDS *
000200*                    RC 8.                                       *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CYC-FILE-STATUS.
000280
000290     SELECT GL-BALANCE-FILE ASSIGN TO GLBAL
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-GLB-FILE-STATUS.
000320
000330     SELECT TRIAL-BALANCE-RPT ASSIGN TO GLTBALRP
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
000390 FD  CYCLE-CONTROL-FILE
000400     LABEL RECORDS ARE STANDARD.
000410     COPY CYCLCTL.
000420
000430 FD  GL-BALANCE-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY GLBAL.
000460
000470 FD  TRIAL-BALANCE-RPT
000480     LABEL RECORDS ARE STANDARD.
000490     01  TRIAL-BALANCE-LINE       PIC X(80).
000491
000492 FD  STEP-LOG-FILE
000493     LABEL RECORDS ARE STANDARD.
000494     COPY STEPLOG.
000495
000496 FD  STEP-RUN-CONTROL-FILE
000497     LABEL RECORDS ARE STANDARD.
000498     COPY RUNCTL
000499         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000500
000510 WORKING-STORAGE SECTION.
000520     01  WS-CYC-FILE-STATUS       PIC X(02).
000530         88  WS-CYC-OK            VALUE '00'.
000540
000550     01  WS-GLB-FILE-STATUS       PIC X(02).
000560         88  WS-GLB-OK            VALUE '00'.
000570         88  WS-GLB-EOF           VALUE '10'.
000580
000590     01  WS-RPT-FILE-STATUS       PIC X(02).
000600         88  WS-RPT-OK            VALUE '00'.
000610
000620     01  WS-GLB-EOF-SW            PIC X(01) VALUE 'N'.
000630         88  WS-GLB-DONE          VALUE 'Y'.
000640
000650     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
000660     01  WS-CYCLE-SPLIT REDEFINES WS-CYCLE-DATE.
000670         05  WS-CYCLE-PERIOD      PIC 9(06).
000680         05  FILLER               PIC 9(02).
000690
000700*    THE PERIOD'S STATE AS CARRIED ON ITS ROWS - GLCONS01 FREEZES
000710*    EVERY ROW OF A CLOSED PERIOD TOGETHER.
000720     01  WS-PERIOD-STATE          PIC X(06) VALUE 'OPEN'.
000730
000740*****************************************************************
000750*    RUN TOTALS                                                 *
000760*****************************************************************
000770     01  WS-ROW-NET               PIC S9(11)V9(02).
000780     01  WS-TOTALS.
000790         05  WS-READ-COUNT        PIC 9(07) COMP VALUE 0.
000800         05  WS-LISTED-COUNT      PIC 9(07) COMP VALUE 0.
000810         05  WS-ROW-BREAK-COUNT   PIC 9(07) COMP VALUE 0.
000820         05  WS-FROZEN-COUNT      PIC 9(07) COMP VALUE 0.
000830     01  WS-TOTAL-OPENING         PIC S9(13)V9(02) VALUE 0.
000840     01  WS-TOTAL-DEBITS          PIC S9(13)V9(02) VALUE 0.
000850     01  WS-TOTAL-CREDITS         PIC S9(13)V9(02) VALUE 0.
000860     01  WS-TOTAL-CLOSING         PIC S9(13)V9(02) VALUE 0.
000870     01  WS-PROOF-FAIL-SW         PIC X(01) VALUE 'N'.
000880         88  WS-PROOF-FAILED      VALUE 'Y'.
000890
000900*****************************************************************
000910*    REPORT LINE LAYOUTS                                        *
000920*****************************************************************
000930     01  WS-HEADING-LINE.
000940         05  FILLER               PIC X(40) VALUE
000950             'GLTBAL01 - GL TRIAL BALANCE FOR PERIOD'.
000960         05  WS-HDG-PERIOD        PIC 9(06).
000970         05  FILLER               PIC X(02) VALUE SPACES.
000980         05  WS-HDG-STATE         PIC X(06).
000990         05  FILLER               PIC X(26) VALUE SPACES.
001000
001010     01  WS-COLUMN-LINE.
001020         05  FILLER               PIC X(40) VALUE
001030             'ACCOUNT         OPENING          DEBITS'.
001040         05  FILLER               PIC X(40) VALUE
001050             '         CREDITS         CLOSING'.
001060
001070     01  WS-DETAIL-LINE.
001080         05  WS-DTL-ACCOUNT       PIC X(08).
001090         05  FILLER               PIC X(01).
001100         05  WS-DTL-OPENING       PIC ZZZ,ZZZ,ZZ9.99-.
001110         05  FILLER               PIC X(01).
001120         05  WS-DTL-DEBITS        PIC ZZZ,ZZZ,ZZ9.99-.
001130         05  FILLER               PIC X(01).
001140         05  WS-DTL-CREDITS       PIC ZZZ,ZZZ,ZZ9.99-.
001150         05  FILLER               PIC X(01).
001160         05  WS-DTL-CLOSING       PIC ZZZ,ZZZ,ZZ9.99-.
001170         05  FILLER               PIC X(01).
001180         05  WS-DTL-FLAG          PIC X(05).
001190
001200     01  WS-AMOUNT-LINE.
001210         05  WS-AMT-TITLE         PIC X(26).
001220         05  WS-AMT-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001230         05  FILLER               PIC X(35) VALUE SPACES.
001240
001250     01  WS-TEXT-LINE             PIC X(80).
001253
001256     COPY STPWORK.
001260
001270 PROCEDURE DIVISION.
001280*****************************************************************
001290*    0000-MAINLINE                                              *
001300*****************************************************************
001310 0000-MAINLINE.
001312     MOVE 'GLTBAL01' TO WS-STP-PROGRAM.
001314     PERFORM 9700-LOG-STEP-START
001316         THRU 9700-LOG-STEP-START-EXIT.
001318
001320     PERFORM 1000-INITIALIZE
001330         THRU 1000-INITIALIZE-EXIT.
001340
001350     PERFORM 2000-LIST-ACCOUNT
001360         THRU 2000-LIST-ACCOUNT-EXIT
001370         UNTIL WS-GLB-DONE.
001380
001390     PERFORM 3000-PROVE-LEDGER
001400         THRU 3000-PROVE-LEDGER-EXIT.
001410
001420     DISPLAY 'GLTBAL01: BALANCE ROWS READ........ '
001430         WS-READ-COUNT.
001440     DISPLAY 'GLTBAL01: ACCOUNTS LISTED.......... '
001450         WS-LISTED-COUNT.
001460     DISPLAY 'GLTBAL01: ACCOUNTS OUT OF BALANCE.. '
001470         WS-ROW-BREAK-COUNT.
001480
001490     PERFORM 9999-TERMINATE
001500         THRU 9999-TERMINATE-EXIT.
001510
001511     MOVE WS-LISTED-COUNT TO WS-STP-RECORDS-IN.
001512     MOVE WS-LISTED-COUNT TO WS-STP-APPLIED.
001513     PERFORM 9710-LOG-STEP-END
001514         THRU 9710-LOG-STEP-END-EXIT.
001515
001520     STOP RUN.
001530
001540*****************************************************************
001550*    1000-INITIALIZE                                            *
001560*    THE PERIOD IS THE YEAR AND MONTH OF THE CYCLE DATE, SO THE *
001570*    MONTH-END STREAM PRINTS THE MONTH IT HAS JUST CLOSED.      *
001580*    WITHOUT A BALANCE FILE THERE IS NOTHING TO PROVE, WHICH    *
001590*    FAILS THE STEP.                                            *
001600*****************************************************************
001610 1000-INITIALIZE.
001620     OPEN INPUT CYCLE-CONTROL-FILE.
001630     IF WS-CYC-OK
001640         READ CYCLE-CONTROL-FILE
001650             AT END
001660                 CONTINUE
001670             NOT AT END
001680                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
001690         END-READ
001700         CLOSE CYCLE-CONTROL-FILE
001710     END-IF.
001720     IF WS-CYCLE-DATE = 0
001730         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
001740     END-IF.
001750
001760     OPEN OUTPUT TRIAL-BALANCE-RPT.
001770     IF NOT WS-RPT-OK
001780         DISPLAY 'GLTBAL01: OPEN TRIAL-BALANCE-RPT FAILED '
001790             WS-RPT-FILE-STATUS
001800     END-IF.
001810
001820     OPEN INPUT GL-BALANCE-FILE.
001830     IF NOT WS-GLB-OK
001840         DISPLAY 'GLTBAL01: OPEN GL-BALANCE-FILE FAILED '
001850             WS-GLB-FILE-STATUS
001860         MOVE 'Y' TO WS-GLB-EOF-SW
001870         MOVE 'Y' TO WS-PROOF-FAIL-SW
001880         MOVE 8 TO RETURN-CODE
001890         GO TO 1000-INITIALIZE-EXIT
001900     END-IF.
001910
001920     PERFORM 8000-READ-BALANCE
001930         THRU 8000-READ-BALANCE-EXIT.
001940 1000-INITIALIZE-EXIT.
001950     EXIT.
001960
001970*****************************************************************
001980*    2000-LIST-ACCOUNT                                          *
001990*    ONE LINE PER ACCOUNT FOR THE PERIOD; ROWS FOR OTHER        *
002000*    PERIODS ARE PASSED OVER.  THE HEADING WAITS FOR THE FIRST  *
002010*    ROW SO IT CAN SAY WHETHER THE PERIOD IS FROZEN.            *
002020*****************************************************************
002030 2000-LIST-ACCOUNT.
002040     ADD 1 TO WS-READ-COUNT.
002050     IF GLB-PERIOD NOT = WS-CYCLE-PERIOD
002060         GO TO 2000-LIST-ACCOUNT-NEXT
002070     END-IF.
002080
002090     IF WS-LISTED-COUNT = 0
002100         IF GLB-FROZEN
002110             MOVE 'FROZEN' TO WS-PERIOD-STATE
002120         END-IF
002130         PERFORM 2100-WRITE-HEADINGS
002140             THRU 2100-WRITE-HEADINGS-EXIT
002150     END-IF.
002160     ADD 1 TO WS-LISTED-COUNT.
002170     IF GLB-FROZEN
002180         ADD 1 TO WS-FROZEN-COUNT
002190     END-IF.
002200
002210     ADD GLB-OPENING-BALANCE TO WS-TOTAL-OPENING.
002220     ADD GLB-PERIOD-DEBITS   TO WS-TOTAL-DEBITS.
002230     ADD GLB-PERIOD-CREDITS  TO WS-TOTAL-CREDITS.
002240     ADD GLB-CLOSING-BALANCE TO WS-TOTAL-CLOSING.
002250
002260     MOVE SPACES TO WS-DETAIL-LINE.
002270     COMPUTE WS-ROW-NET = GLB-OPENING-BALANCE
002280         + GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS.
002290     IF WS-ROW-NET NOT = GLB-CLOSING-BALANCE
002300         ADD 1 TO WS-ROW-BREAK-COUNT
002310         MOVE 'BREAK' TO WS-DTL-FLAG
002320     END-IF.
002330     MOVE GLB-ACCOUNT         TO WS-DTL-ACCOUNT.
002340     MOVE GLB-OPENING-BALANCE TO WS-DTL-OPENING.
002350     MOVE GLB-PERIOD-DEBITS   TO WS-DTL-DEBITS.
002360     MOVE GLB-PERIOD-CREDITS  TO WS-DTL-CREDITS.
002370     MOVE GLB-CLOSING-BALANCE TO WS-DTL-CLOSING.
002380     WRITE TRIAL-BALANCE-LINE FROM WS-DETAIL-LINE.
002390
002400 2000-LIST-ACCOUNT-NEXT.
002410     PERFORM 8000-READ-BALANCE
002420         THRU 8000-READ-BALANCE-EXIT.
002430 2000-LIST-ACCOUNT-EXIT.
002440     EXIT.
002450
002460*****************************************************************
002470*    2100-WRITE-HEADINGS                                        *
002480*****************************************************************
002490 2100-WRITE-HEADINGS.
002500     MOVE WS-CYCLE-PERIOD TO WS-HDG-PERIOD.
002510     MOVE WS-PERIOD-STATE TO WS-HDG-STATE.
002520     WRITE TRIAL-BALANCE-LINE FROM WS-HEADING-LINE.
002530     MOVE SPACES TO TRIAL-BALANCE-LINE.
002540     WRITE TRIAL-BALANCE-LINE.
002550     WRITE TRIAL-BALANCE-LINE FROM WS-COLUMN-LINE.
002560 2100-WRITE-HEADINGS-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600*    3000-PROVE-LEDGER                                          *
002610*    A DOUBLE-ENTRY LEDGER PROVES ON ALL THREE COUNTS AT ONCE:  *
002620*    THE PERIOD'S DEBITS EQUAL ITS CREDITS, AND BECAUSE EVERY   *
002630*    OPENING IS THE PRIOR CLOSING, THE OPENINGS AND THE         *
002640*    CLOSINGS EACH NET TO ZERO.  A PERIOD WITH NO ROWS IS       *
002650*    REPORTED BUT PROVES NOTHING, SO IT WARNS.                  *
002660*****************************************************************
002670 3000-PROVE-LEDGER.
002680     IF WS-LISTED-COUNT = 0
002690         PERFORM 2100-WRITE-HEADINGS
002700             THRU 2100-WRITE-HEADINGS-EXIT
002710         MOVE 'NO BALANCES ON FILE FOR THE PERIOD' TO WS-TEXT-LINE
002720         WRITE TRIAL-BALANCE-LINE FROM WS-TEXT-LINE
002730         IF RETURN-CODE < 4
002740             MOVE 4 TO RETURN-CODE
002750         END-IF
002760         GO TO 3000-PROVE-LEDGER-EXIT
002770     END-IF.
002780
002790     MOVE SPACES TO TRIAL-BALANCE-LINE.
002800     WRITE TRIAL-BALANCE-LINE.
002810     MOVE 'TOTAL OPENING............' TO WS-AMT-TITLE.
002820     MOVE WS-TOTAL-OPENING TO WS-AMT-AMOUNT.
002830     WRITE TRIAL-BALANCE-LINE FROM WS-AMOUNT-LINE.
002840     MOVE 'TOTAL PERIOD DEBITS......' TO WS-AMT-TITLE.
002850     MOVE WS-TOTAL-DEBITS TO WS-AMT-AMOUNT.
002860     WRITE TRIAL-BALANCE-LINE FROM WS-AMOUNT-LINE.
002870     MOVE 'TOTAL PERIOD CREDITS.....' TO WS-AMT-TITLE.
002880     MOVE WS-TOTAL-CREDITS TO WS-AMT-AMOUNT.
002890     WRITE TRIAL-BALANCE-LINE FROM WS-AMOUNT-LINE.
002900     MOVE 'TOTAL CLOSING............' TO WS-AMT-TITLE.
002910     MOVE WS-TOTAL-CLOSING TO WS-AMT-AMOUNT.
002920     WRITE TRIAL-BALANCE-LINE FROM WS-AMOUNT-LINE.
002930
002940     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
002950         MOVE 'Y' TO WS-PROOF-FAIL-SW
002960         MOVE 'PERIOD DEBITS DO NOT EQUAL PERIOD CREDITS'
002970             TO WS-TEXT-LINE
002980         WRITE TRIAL-BALANCE-LINE FROM WS-TEXT-LINE
002990     END-IF.
003000     IF WS-TOTAL-OPENING NOT = 0
003010         MOVE 'Y' TO WS-PROOF-FAIL-SW
003020         MOVE 'OPENING BALANCES DO NOT NET TO ZERO'
003030             TO WS-TEXT-LINE
003040         WRITE TRIAL-BALANCE-LINE FROM WS-TEXT-LINE
003050     END-IF.
003060     IF WS-TOTAL-CLOSING NOT = 0
003070         MOVE 'Y' TO WS-PROOF-FAIL-SW
003080         MOVE 'CLOSING BALANCES DO NOT NET TO ZERO'
003090             TO WS-TEXT-LINE
003100         WRITE TRIAL-BALANCE-LINE FROM WS-TEXT-LINE
003110     END-IF.
003120     IF WS-ROW-BREAK-COUNT > 0
003130         MOVE 'Y' TO WS-PROOF-FAIL-SW
003140         MOVE 'ACCOUNTS MARKED BREAK DO NOT ROLL FORWARD'
003150             TO WS-TEXT-LINE
003160         WRITE TRIAL-BALANCE-LINE FROM WS-TEXT-LINE
003170     END-IF.
003180     IF WS-FROZEN-COUNT > 0
003190             AND WS-FROZEN-COUNT NOT = WS-LISTED-COUNT
003200         MOVE 'Y' TO WS-PROOF-FAIL-SW
003210         MOVE 'PERIOD IS ONLY PARTLY FROZEN' TO WS-TEXT-LINE
003220         WRITE TRIAL-BALANCE-LINE FROM WS-TEXT-LINE
003230     END-IF.
003240
003250     IF WS-PROOF-FAILED
003260         MOVE 'TRIAL BALANCE DOES NOT PROVE' TO WS-TEXT-LINE
003270         MOVE 8 TO RETURN-CODE
003280     ELSE
003290         MOVE 'TRIAL BALANCE PROVES' TO WS-TEXT-LINE
003300     END-IF.
003310     WRITE TRIAL-BALANCE-LINE FROM WS-TEXT-LINE.
003320 3000-PROVE-LEDGER-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360*    8000-READ-BALANCE                                          *
003370*****************************************************************
003380 8000-READ-BALANCE.
003390     READ GL-BALANCE-FILE
003400         AT END
003410             MOVE 'Y' TO WS-GLB-EOF-SW
003420     END-READ.
003430 8000-READ-BALANCE-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*    9999-TERMINATE                                             *
003480*****************************************************************
003490 9999-TERMINATE.
003500     IF WS-GLB-OK OR WS-GLB-EOF
003510         CLOSE GL-BALANCE-FILE
003520     END-IF.
003530     CLOSE TRIAL-BALANCE-RPT.
003540 9999-TERMINATE-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580*    9700-LOG-STEP-START                                        *
003590*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
003600*****************************************************************
003610     COPY STPPROC.
