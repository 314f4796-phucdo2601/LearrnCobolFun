000204*                    STEP (RC 8) AND SAYS SO - A DROPPED ROW    *
000206*                    WOULD SHIP A HANDOFF WHOSE TRAILER HASH    *
000207*                    TOTALS DISAGREE WITH ITS OWN DETAILS.      *
000208*    2026-10-15  PD  THE CONSOLIDATOR NOW HOLDS OUR OWN GL       *
000209*                    BALANCES: EACH ACCEPTED RECORD ALSO POSTS   *
000210*                    TO A BALANCE FILE (GLBAL) BY ACCOUNT AND    *
000211*                    ACCOUNTING PERIOD, EVERY ACCOUNT ROLLS      *
000212*                    FORWARD INTO TONIGHT'S PERIOD AT ITS PRIOR  *
000213*                    CLOSING, AND A PERIOD CLOSED ON PRDCTL IS   *
000214*                    FROZEN BY THE FIRST RUN AFTER THE CLOSE.  A *
000215*                    RECORD DATED INTO A FROZEN PERIOD POSTS TO  *
000216*                    TONIGHT'S PERIOD (RC 4).  GLTBAL01 PRINTS   *
000217*                    THE TRIAL BALANCE.  THE STEP ALSO LOGS TO   *
000218*                    THE STEP LOG FOR THE MONTH-END STREAM,      *
000219*                    WHICH NOW CONSOLIDATES ITS OWN POSTINGS.    *
000220*****************************************************************
000221 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000450     SELECT CONSOLIDATION-RPT ASSIGN TO GLCONSRP
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-FILE-STATUS.
000471
000472     SELECT GL-BALANCE-FILE ASSIGN TO GLBAL
000473         ORGANIZATION IS LINE SEQUENTIAL
000474         FILE STATUS IS WS-GLB-FILE-STATUS.
000475
000476     SELECT GL-BALANCE-OUT ASSIGN TO GLBALO
000477         ORGANIZATION IS LINE SEQUENTIAL
000478         FILE STATUS IS WS-GLO-FILE-STATUS.
000479
000480     SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
000481         ORGANIZATION IS LINE SEQUENTIAL
000482         FILE STATUS IS WS-PRD-FILE-STATUS.
000483
000484     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000485         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-STP-FILE-STATUS.
000487
000488     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000489         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-MRC-FILE-STATUS.
000491
000492 DATA DIVISION.
000500 FILE SECTION.
000510 FD  GL-JOURNAL-FILE
000520     LABEL RECORDS ARE STANDARD.
000800 FD  CONSOLIDATION-RPT
000810     LABEL RECORDS ARE STANDARD.
000820     01  CONSOLIDATION-LINE       PIC X(80).
000821
000822 FD  GL-BALANCE-FILE
000823     LABEL RECORDS ARE STANDARD.
000824     COPY GLBAL.
000825
000826 FD  GL-BALANCE-OUT
000827     LABEL RECORDS ARE STANDARD.
000828     COPY GLBAL
000829         REPLACING GL-BALANCE-REC BY GL-BALANCE-OUT-REC
000830         GLB-ACCOUNT BY GLO-ACCOUNT
000831         GLB-PERIOD BY GLO-PERIOD
000832         GLB-STATUS BY GLO-STATUS
000833         GLB-OPEN BY GLO-OPEN
000834         GLB-FROZEN BY GLO-FROZEN
000835         GLB-OPENING-BALANCE BY GLO-OPENING-BALANCE
000836         GLB-PERIOD-DEBITS BY GLO-PERIOD-DEBITS
000837         GLB-PERIOD-CREDITS BY GLO-PERIOD-CREDITS
000838         GLB-CLOSING-BALANCE BY GLO-CLOSING-BALANCE
000839         GLB-LAST-POSTED-DATE BY GLO-LAST-POSTED-DATE.
000840
000841 FD  PERIOD-CONTROL-FILE
000842     LABEL RECORDS ARE STANDARD.
000843     COPY PRDCTL.
000844
000845 FD  STEP-LOG-FILE
000846     LABEL RECORDS ARE STANDARD.
000847     COPY STEPLOG.
000848
000849 FD  STEP-RUN-CONTROL-FILE
000850     LABEL RECORDS ARE STANDARD.
000851     COPY RUNCTL
000852         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
000853
000854 WORKING-STORAGE SECTION.
000855     01  WS-GLJ-FILE-STATUS       PIC X(02).
000860         88  WS-GLJ-OK            VALUE '00'.
000870         88  WS-GLJ-EOF           VALUE '10'.
000880     01  WS-COA-FILE-STATUS       PIC X(02).
000960         88  WS-REJ-OK            VALUE '00'.
000970     01  WS-RPT-FILE-STATUS       PIC X(02).
000980         88  WS-RPT-OK            VALUE '00'.
000981     01  WS-GLB-FILE-STATUS       PIC X(02).
000982         88  WS-GLB-OK            VALUE '00'.
000983         88  WS-GLB-NOT-FOUND     VALUE '35'.
000984         88  WS-GLB-EOF           VALUE '10'.
000985     01  WS-GLO-FILE-STATUS       PIC X(02).
000986         88  WS-GLO-OK            VALUE '00'.
000987     01  WS-PRD-FILE-STATUS       PIC X(02).
000988         88  WS-PRD-OK            VALUE '00'.
000989         88  WS-PRD-EOF           VALUE '10'.
000990
001000     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001010         88  WS-EOF               VALUE 'Y'.
001020
001030     01  WS-BATCH-DATE            PIC 9(08) VALUE 0.
001031     01  WS-BATCH-SPLIT REDEFINES WS-BATCH-DATE.
001032         05  WS-CYCLE-PERIOD      PIC 9(06).
001033         05  FILLER               PIC 9(02).
001034     01  WS-POST-DATE             PIC 9(08).
001035     01  WS-POST-SPLIT REDEFINES WS-POST-DATE.
001036         05  WS-POST-PERIOD       PIC 9(06).
001037         05  FILLER               PIC 9(02).
001038
001039*    THE LATEST PERIOD ALREADY FROZEN ON THE BALANCE FILE, AND
001040*    THE LATEST PERIOD CLOSED ON PRDCTL.  PERIODS CLOSE IN
001041*    ORDER, SO EVERYTHING AT OR BEFORE EACH IS FROZEN/CLOSED.
001042     01  WS-LAST-FROZEN-PERIOD    PIC 9(06) VALUE 0.
001043     01  WS-LAST-CLOSED-PERIOD    PIC 9(06) VALUE 0.
001044
001050*****************************************************************
001060*    CHART-OF-ACCOUNTS TABLE - LOADED ONCE AT START OF RUN.     *
001070*****************************************************************
001312     01  WS-SUM-LOST-COUNT        PIC 9(07) COMP VALUE 0.
001314     01  WS-SUM-WARNED-SW         PIC X(01) VALUE 'N'.
001316         88  WS-SUM-WARNED        VALUE 'Y'.
001317
001318*****************************************************************
001319*    GL BALANCE TABLE - ONE ROW PER ACCOUNT AND PERIOD, HELD    *
001320*    IN ACCOUNT/PERIOD ORDER.  ROWS ALREADY FROZEN ON INPUT     *
001321*    ARE COPIED STRAIGHT TO THE NEW FILE; ONLY EACH ACCOUNT'S   *
001322*    LATEST FROZEN ROW IS KEPT HERE (PASSED), TO OPEN THE       *
001323*    FIRST OPEN PERIOD AFTER IT.                                *
001324*****************************************************************
001325     01  WS-BAL-COUNT             PIC 9(04) COMP VALUE 0.
001326     01  WS-MAX-BAL-ROWS          PIC 9(04) COMP VALUE 1000.
001327     01  WS-BAL-TABLE.
001328         05  WS-BAL-ROW OCCURS 1000 TIMES.
001329             10  WS-BAL-KEY.
001330                 15  WS-BAL-ACCOUNT   PIC X(08).
001331                 15  WS-BAL-PERIOD    PIC 9(06).
001332             10  WS-BAL-STATUS    PIC X(01).
001333             10  WS-BAL-PASSED-SW PIC X(01).
001334                 88  WS-BAL-PASSED    VALUE 'Y'.
001335             10  WS-BAL-OPENING   PIC S9(11)V9(02) COMP-3.
001336             10  WS-BAL-DEBITS    PIC S9(11)V9(02) COMP-3.
001337             10  WS-BAL-CREDITS   PIC S9(11)V9(02) COMP-3.
001338             10  WS-BAL-CLOSING   PIC S9(11)V9(02) COMP-3.
001339             10  WS-BAL-LAST-DATE PIC 9(08).
001340     01  WS-BAL-SUB               PIC 9(04) COMP.
001341     01  WS-BAL-HIT-SUB           PIC 9(04) COMP.
001342     01  WS-BAL-INS-SUB           PIC 9(04) COMP.
001343     01  WS-BAL-MOVE-SUB          PIC 9(04) COMP.
001344     01  WS-BAL-PREV-SUB          PIC 9(04) COMP.
001345     01  WS-BAL-FOUND-SW          PIC X(01).
001346         88  WS-BAL-FOUND         VALUE 'Y'.
001347     01  WS-BAL-SLOT-SW           PIC X(01).
001348         88  WS-BAL-SLOT-FOUND    VALUE 'Y'.
001349     01  WS-BAL-CARRY-SW          PIC X(01).
001350         88  WS-BAL-CARRY-DONE    VALUE 'Y'.
001351     01  WS-BAL-WARNED-SW         PIC X(01) VALUE 'N'.
001352         88  WS-BAL-WARNED        VALUE 'Y'.
001353     01  WS-SEEK-KEY.
001354         05  WS-SEEK-ACCOUNT      PIC X(08).
001355         05  WS-SEEK-PERIOD       PIC 9(06).
001356     01  WS-BAL-NET               PIC S9(11)V9(02) COMP-3.
001357     01  WS-BAL-COUNTS.
001358         05  WS-BAL-LOADED-COUNT  PIC 9(07) COMP VALUE 0.
001359         05  WS-BAL-ROLLED-COUNT  PIC 9(07) COMP VALUE 0.
001360         05  WS-BAL-FROZEN-COUNT  PIC 9(07) COMP VALUE 0.
001361         05  WS-BAL-WRITTEN-COUNT PIC 9(07) COMP VALUE 0.
001362         05  WS-BAL-LOST-COUNT    PIC 9(07) COMP VALUE 0.
001363         05  WS-REDIRECTED-COUNT  PIC 9(07) COMP VALUE 0.
001364         05  WS-UNBOOKED-COUNT    PIC 9(07) COMP VALUE 0.
001365
001366*****************************************************************
001367*    STREAM PROOF AND CONTROL TOTALS                            *
001368*****************************************************************
001369     01  WS-TOTALS.
001370         05  WS-RECORD-COUNT      PIC 9(07) COMP VALUE 0.
001380         05  WS-ACCEPTED-COUNT    PIC 9(07) COMP VALUE 0.
001390         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
001580         05  WS-AMT-TITLE         PIC X(26).
001590         05  WS-AMT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001600         05  FILLER               PIC X(36) VALUE SPACES.
001603
001606     COPY STPWORK.
001610
001620 PROCEDURE DIVISION.
001630*****************************************************************
001640*    0000-MAINLINE                                              *
001650*****************************************************************
001660 0000-MAINLINE.
001662     MOVE 'GLCONS01' TO WS-STP-PROGRAM.
001664     PERFORM 9700-LOG-STEP-START
001666         THRU 9700-LOG-STEP-START-EXIT.
001668
001670     PERFORM 1000-INITIALIZE
001680         THRU 1000-INITIALIZE-EXIT.
001690
001730
001740     PERFORM 3000-CUT-HANDOFF
001750         THRU 3000-CUT-HANDOFF-EXIT.
001752
001754     PERFORM 3500-WRITE-BALANCES
001756         THRU 3500-WRITE-BALANCES-EXIT.
001760
001770     PERFORM 4000-PRINT-TOTALS
001780         THRU 4000-PRINT-TOTALS-EXIT.
001990             MOVE 4 TO RETURN-CODE
002000         END-IF
002010     END-IF.
002011
002012*    A POSTING THAT COULD NOT BE BOOKED LEAVES THE BALANCE FILE
002013*    DISAGREEING WITH THE HANDOFF; ONE MOVED OUT OF A FROZEN
002014*    PERIOD IS BOOKED BUT NEEDS ACCOUNTING'S EYE.
002015     DISPLAY 'GLCONS01: GL BALANCE ROWS WRITTEN '
002016         WS-BAL-WRITTEN-COUNT.
002017     IF WS-UNBOOKED-COUNT > 0
002018         DISPLAY 'GLCONS01: POSTINGS NOT BOOKED... '
002019             WS-UNBOOKED-COUNT
002020         MOVE 8 TO RETURN-CODE
002021     END-IF.
002022     IF WS-REDIRECTED-COUNT > 0
002023         DISPLAY 'GLCONS01: POSTINGS REDIRECTED... '
002024             WS-REDIRECTED-COUNT
002025         IF RETURN-CODE < 4
002026             MOVE 4 TO RETURN-CODE
002027         END-IF
002028     END-IF.
002029
002030     PERFORM 9999-TERMINATE
002040         THRU 9999-TERMINATE-EXIT.
002050
002051     MOVE WS-RECORD-COUNT   TO WS-STP-RECORDS-IN.
002052     MOVE WS-ACCEPTED-COUNT TO WS-STP-APPLIED.
002053     MOVE WS-REJECTED-COUNT TO WS-STP-REJECTED.
002054     PERFORM 9710-LOG-STEP-END
002055         THRU 9710-LOG-STEP-END-EXIT.
002056
002060     STOP RUN.
002070
002080*****************************************************************
002420     IF WS-BATCH-DATE = 0
002430         ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
002440     END-IF.
002441
002442     PERFORM 1200-LOAD-CLOSED-PERIODS
002443         THRU 1200-LOAD-CLOSED-PERIODS-EXIT.
002444     PERFORM 1300-LOAD-BALANCES
002445         THRU 1300-LOAD-BALANCES-EXIT.
002446     PERFORM 1400-ROLL-FORWARD
002447         THRU 1400-ROLL-FORWARD-EXIT.
002450
002460     OPEN OUTPUT GL-HANDOFF-FILE.
002470     IF NOT WS-GLH-OK
002860     END-READ.
002870 1100-READ-CHART-ACCOUNT-EXIT.
002880     EXIT.
002881
002882*****************************************************************
002883*    1200-LOAD-CLOSED-PERIODS                                   *
002884*    ONLY THE LATEST CLOSED PERIOD MATTERS - PERIODS CLOSE IN   *
002885*    ORDER.  WITHOUT A PERIOD-CONTROL FILE NOTHING FREEZES THIS *
002886*    RUN.                                                       *
002887*****************************************************************
002888 1200-LOAD-CLOSED-PERIODS.
002889     OPEN INPUT PERIOD-CONTROL-FILE.
002890     IF NOT WS-PRD-OK
002891         DISPLAY 'GLCONS01: NO PERIOD-CONTROL FILE - '
002892             'NO PERIOD FREEZES THIS RUN'
002893         GO TO 1200-LOAD-CLOSED-PERIODS-EXIT
002894     END-IF.
002895     PERFORM 1250-READ-PERIOD-CONTROL
002896         THRU 1250-READ-PERIOD-CONTROL-EXIT
002897         UNTIL WS-PRD-EOF.
002898     CLOSE PERIOD-CONTROL-FILE.
002899 1200-LOAD-CLOSED-PERIODS-EXIT.
002900     EXIT.
002901
002902*****************************************************************
002903*    1250-READ-PERIOD-CONTROL                                   *
002904*****************************************************************
002905 1250-READ-PERIOD-CONTROL.
002906     READ PERIOD-CONTROL-FILE
002907         AT END
002908             MOVE '10' TO WS-PRD-FILE-STATUS
002909         NOT AT END
002910             IF PRD-CLOSED
002911                     AND PRD-PERIOD > WS-LAST-CLOSED-PERIOD
002912                 MOVE PRD-PERIOD TO WS-LAST-CLOSED-PERIOD
002913             END-IF
002914     END-READ.
002915 1250-READ-PERIOD-CONTROL-EXIT.
002916     EXIT.
002917
002918*****************************************************************
002919*    1300-LOAD-BALANCES                                         *
002920*    LAST NIGHT'S BALANCE FILE INTO THE TABLE.  A ROW ALREADY   *
002921*    FROZEN IS COPIED STRAIGHT TO THE NEW FILE AND ONLY THE     *
002922*    ACCOUNT'S LATEST ONE IS KEPT; AN OPEN ROW IS KEPT TO BE    *
002923*    POSTED TO.  NO PRIOR FILE IS THE FIRST EVER RUN - EVERY    *
002924*    BALANCE STARTS AT ZERO.                                    *
002925*****************************************************************
002926 1300-LOAD-BALANCES.
002927     OPEN OUTPUT GL-BALANCE-OUT.
002928     IF NOT WS-GLO-OK
002929         DISPLAY 'GLCONS01: OPEN GL-BALANCE-OUT FAILED '
002930             WS-GLO-FILE-STATUS
002931         MOVE 8 TO RETURN-CODE
002932     END-IF.
002933
002934     OPEN INPUT GL-BALANCE-FILE.
002935     IF WS-GLB-NOT-FOUND
002936         DISPLAY 'GLCONS01: NO PRIOR GL BALANCE FILE - '
002937             'BALANCES START AT ZERO'
002938         GO TO 1300-LOAD-BALANCES-EXIT
002939     END-IF.
002940     IF NOT WS-GLB-OK
002941         DISPLAY 'GLCONS01: OPEN GL-BALANCE-FILE FAILED '
002942             WS-GLB-FILE-STATUS
002943         MOVE 8 TO RETURN-CODE
002944         GO TO 1300-LOAD-BALANCES-EXIT
002945     END-IF.
002946     PERFORM 1350-LOAD-ONE-BALANCE
002947         THRU 1350-LOAD-ONE-BALANCE-EXIT
002948         UNTIL WS-GLB-EOF.
002949     CLOSE GL-BALANCE-FILE.
002950 1300-LOAD-BALANCES-EXIT.
002951     EXIT.
002952
002953*****************************************************************
002954*    1350-LOAD-ONE-BALANCE                                      *
002955*****************************************************************
002956 1350-LOAD-ONE-BALANCE.
002957     READ GL-BALANCE-FILE
002958         AT END
002959             MOVE '10' TO WS-GLB-FILE-STATUS
002960             GO TO 1350-LOAD-ONE-BALANCE-EXIT
002961     END-READ.
002962     ADD 1 TO WS-BAL-LOADED-COUNT.
002963     MOVE GLB-ACCOUNT TO WS-SEEK-ACCOUNT.
002964     MOVE GLB-PERIOD  TO WS-SEEK-PERIOD.
002965
002966     IF GLB-FROZEN
002967         MOVE GL-BALANCE-REC TO GL-BALANCE-OUT-REC
002968         WRITE GL-BALANCE-OUT-REC
002969         ADD 1 TO WS-BAL-WRITTEN-COUNT
002970         IF GLB-PERIOD > WS-LAST-FROZEN-PERIOD
002971             MOVE GLB-PERIOD TO WS-LAST-FROZEN-PERIOD
002972         END-IF
002973         PERFORM 1360-FIND-PASSED-ROW
002974             THRU 1360-FIND-PASSED-ROW-EXIT
002975         IF WS-BAL-FOUND
002976             IF GLB-PERIOD NOT > WS-BAL-PERIOD(WS-BAL-HIT-SUB)
002977                 GO TO 1350-LOAD-ONE-BALANCE-EXIT
002978             END-IF
002979         ELSE
002980             PERFORM 7100-INSERT-BALANCE-ROW
002981                 THRU 7100-INSERT-BALANCE-ROW-EXIT
002982             IF NOT WS-BAL-FOUND
002983                 GO TO 1350-LOAD-ONE-BALANCE-EXIT
002984             END-IF
002985         END-IF
002986         MOVE 'Y' TO WS-BAL-PASSED-SW(WS-BAL-HIT-SUB)
002987     ELSE
002988         PERFORM 7100-INSERT-BALANCE-ROW
002989             THRU 7100-INSERT-BALANCE-ROW-EXIT
002990         IF NOT WS-BAL-FOUND
002991             GO TO 1350-LOAD-ONE-BALANCE-EXIT
002992         END-IF
002993     END-IF.
002994
002995     MOVE GLB-ACCOUNT          TO WS-BAL-ACCOUNT(WS-BAL-HIT-SUB).
002996     MOVE GLB-PERIOD           TO WS-BAL-PERIOD(WS-BAL-HIT-SUB).
002997     MOVE GLB-STATUS           TO WS-BAL-STATUS(WS-BAL-HIT-SUB).
002998     MOVE GLB-OPENING-BALANCE  TO WS-BAL-OPENING(WS-BAL-HIT-SUB).
002999     MOVE GLB-PERIOD-DEBITS    TO WS-BAL-DEBITS(WS-BAL-HIT-SUB).
003000     MOVE GLB-PERIOD-CREDITS   TO WS-BAL-CREDITS(WS-BAL-HIT-SUB).
003001     MOVE GLB-CLOSING-BALANCE  TO WS-BAL-CLOSING(WS-BAL-HIT-SUB).
003002     MOVE GLB-LAST-POSTED-DATE
003003         TO WS-BAL-LAST-DATE(WS-BAL-HIT-SUB).
003004 1350-LOAD-ONE-BALANCE-EXIT.
003005     EXIT.
003006
003007*****************************************************************
003008*    1360-FIND-PASSED-ROW                                       *
003009*    THE ACCOUNT'S KEPT FROZEN ROW, IF ANY.  IT ALWAYS SORTS    *
003010*    FIRST FOR ITS ACCOUNT - EVERY OPEN PERIOD IS LATER.        *
003011*****************************************************************
003012 1360-FIND-PASSED-ROW.
003013     MOVE 'N' TO WS-BAL-FOUND-SW.
003014     PERFORM 1370-MATCH-PASSED-ROW
003015         THRU 1370-MATCH-PASSED-ROW-EXIT
003016         VARYING WS-BAL-SUB FROM 1 BY 1
003017         UNTIL WS-BAL-SUB > WS-BAL-COUNT
003018             OR WS-BAL-FOUND.
003019 1360-FIND-PASSED-ROW-EXIT.
003020     EXIT.
003021
003022*****************************************************************
003023*    1370-MATCH-PASSED-ROW                                      *
003024*****************************************************************
003025 1370-MATCH-PASSED-ROW.
003026     IF WS-BAL-ACCOUNT(WS-BAL-SUB) = WS-SEEK-ACCOUNT
003027             AND WS-BAL-PASSED(WS-BAL-SUB)
003028         MOVE 'Y' TO WS-BAL-FOUND-SW
003029         MOVE WS-BAL-SUB TO WS-BAL-HIT-SUB
003030     END-IF.
003031 1370-MATCH-PASSED-ROW-EXIT.
003032     EXIT.
003033
003034*****************************************************************
003035*    1400-ROLL-FORWARD                                          *
003036*    EVERY ACCOUNT WHOSE LATEST ROW IS BEFORE TONIGHT'S PERIOD  *
003037*    GETS A ROW FOR IT, OPENING AT THAT LATEST CLOSING, SO THE  *
003038*    TRIAL BALANCE CARRIES ACCOUNTS WITH NO ACTIVITY YET THIS   *
003039*    PERIOD.  THE TABLE IS WALKED FROM THE BOTTOM SO EACH NEW   *
003040*    ROW LANDS BEHIND ROWS ALREADY SEEN.                        *
003041*****************************************************************
003042 1400-ROLL-FORWARD.
003043     IF WS-CYCLE-PERIOD NOT > WS-LAST-FROZEN-PERIOD
003044         GO TO 1400-ROLL-FORWARD-EXIT
003045     END-IF.
003046     IF WS-BAL-COUNT > 0
003047         PERFORM 1450-ROLL-ONE-ACCOUNT
003048             THRU 1450-ROLL-ONE-ACCOUNT-EXIT
003049             VARYING WS-BAL-SUB FROM WS-BAL-COUNT BY -1
003050             UNTIL WS-BAL-SUB < 1
003051     END-IF.
003052 1400-ROLL-FORWARD-EXIT.
003053     EXIT.
003054
003055*****************************************************************
003056*    1450-ROLL-ONE-ACCOUNT                                      *
003057*****************************************************************
003058 1450-ROLL-ONE-ACCOUNT.
003059     IF WS-BAL-SUB < WS-BAL-COUNT
003060         IF WS-BAL-ACCOUNT(WS-BAL-SUB + 1)
003061                 = WS-BAL-ACCOUNT(WS-BAL-SUB)
003062             GO TO 1450-ROLL-ONE-ACCOUNT-EXIT
003063         END-IF
003064     END-IF.
003065     IF WS-BAL-PERIOD(WS-BAL-SUB) NOT < WS-CYCLE-PERIOD
003066         GO TO 1450-ROLL-ONE-ACCOUNT-EXIT
003067     END-IF.
003068
003069     MOVE WS-BAL-ACCOUNT(WS-BAL-SUB) TO WS-SEEK-ACCOUNT.
003070     MOVE WS-CYCLE-PERIOD            TO WS-SEEK-PERIOD.
003071     PERFORM 7100-INSERT-BALANCE-ROW
003072         THRU 7100-INSERT-BALANCE-ROW-EXIT.
003073     IF WS-BAL-FOUND
003074         ADD 1 TO WS-BAL-ROLLED-COUNT
003075     END-IF.
003076 1450-ROLL-ONE-ACCOUNT-EXIT.
003077     EXIT.
003078
003079*****************************************************************
003080*    2000-CONSOLIDATE-RECORD                                    *
003081*****************************************************************
003082 2000-CONSOLIDATE-RECORD.
003083     ADD 1 TO WS-RECORD-COUNT.
003084
003085     PERFORM 2100-CHECK-ACCOUNT
003086         THRU 2100-CHECK-ACCOUNT-EXIT.
003087
003088     IF NOT WS-COA-FOUND
003089*        AN UNKNOWN ACCOUNT LEAVES THROUGH THE CORRECTION
003090*        FILE, NEVER THROUGH THE HANDOFF.
003091         ADD 1 TO WS-REJECTED-COUNT
003092         MOVE GLJ-SOURCE-PGM    TO GLR-SOURCE-PGM
003093         MOVE GLJ-TRAN-DATE     TO GLR-TRAN-DATE
003094         MOVE GLJ-ACCOUNT       TO GLR-ACCOUNT
003095         MOVE GLJ-DEBIT-CREDIT  TO GLR-DEBIT-CREDIT
003096         MOVE GLJ-AMOUNT        TO GLR-AMOUNT
003097         MOVE GLJ-REFERENCE     TO GLR-REFERENCE
003098         WRITE GL-REJECT-REC
003100     ELSE
003110         ADD 1 TO WS-ACCEPTED-COUNT
003120         IF GLJ-DEBIT
003160         END-IF
003170         PERFORM 2200-ADD-TO-SUMMARY
003180             THRU 2200-ADD-TO-SUMMARY-EXIT
003183         PERFORM 2300-POST-TO-BALANCE
003186             THRU 2300-POST-TO-BALANCE-EXIT
003190     END-IF.
003200
003210     PERFORM 8000-READ-JOURNAL
003880     END-IF.
003890 2250-MATCH-SUMMARY-ROW-EXIT.
003900     EXIT.
003901
003902*****************************************************************
003903*    2300-POST-TO-BALANCE                                       *
003904*    THE RECORD POSTS TO ITS ACCOUNT IN THE PERIOD OF ITS       *
003905*    TRANSACTION DATE, AND ITS NET CARRIES INTO THE OPENING AND *
003906*    CLOSING OF EVERY LATER PERIOD ALREADY ON FILE FOR THE      *
003907*    ACCOUNT.  A DATE IN A FROZEN PERIOD CANNOT MOVE THOSE      *
003908*    FIGURES, SO IT POSTS TO TONIGHT'S PERIOD INSTEAD AND IS    *
003909*    COUNTED; IF TONIGHT'S PERIOD IS ITSELF FROZEN THE RECORD   *
003910*    CANNOT BE BOOKED AT ALL.                                   *
003911*****************************************************************
003912 2300-POST-TO-BALANCE.
003913     MOVE GLJ-TRAN-DATE TO WS-POST-DATE.
003914     IF WS-POST-PERIOD NOT > WS-LAST-FROZEN-PERIOD
003915         IF WS-CYCLE-PERIOD NOT > WS-LAST-FROZEN-PERIOD
003916             ADD 1 TO WS-UNBOOKED-COUNT
003917             GO TO 2300-POST-TO-BALANCE-EXIT
003918         END-IF
003919         ADD 1 TO WS-REDIRECTED-COUNT
003920         MOVE WS-CYCLE-PERIOD TO WS-POST-PERIOD
003921     END-IF.
003922
003923     MOVE GLJ-ACCOUNT    TO WS-SEEK-ACCOUNT.
003924     MOVE WS-POST-PERIOD TO WS-SEEK-PERIOD.
003925     PERFORM 7000-FIND-BALANCE
003926         THRU 7000-FIND-BALANCE-EXIT.
003927     IF NOT WS-BAL-FOUND
003928         GO TO 2300-POST-TO-BALANCE-EXIT
003929     END-IF.
003930
003931     IF GLJ-DEBIT
003932         ADD GLJ-AMOUNT TO WS-BAL-DEBITS(WS-BAL-HIT-SUB)
003933         MOVE GLJ-AMOUNT TO WS-BAL-NET
003934     ELSE
003935         ADD GLJ-AMOUNT TO WS-BAL-CREDITS(WS-BAL-HIT-SUB)
003936         COMPUTE WS-BAL-NET = 0 - GLJ-AMOUNT
003937     END-IF.
003938     ADD WS-BAL-NET TO WS-BAL-CLOSING(WS-BAL-HIT-SUB).
003939     MOVE WS-BATCH-DATE TO WS-BAL-LAST-DATE(WS-BAL-HIT-SUB).
003940
003941     MOVE 'N' TO WS-BAL-CARRY-SW.
003942     COMPUTE WS-BAL-SUB = WS-BAL-HIT-SUB + 1.
003943     PERFORM 2350-CARRY-TO-LATER-PERIOD
003944         THRU 2350-CARRY-TO-LATER-PERIOD-EXIT
003945         UNTIL WS-BAL-SUB > WS-BAL-COUNT
003946             OR WS-BAL-CARRY-DONE.
003947 2300-POST-TO-BALANCE-EXIT.
003948     EXIT.
003949
003950*****************************************************************
003951*    2350-CARRY-TO-LATER-PERIOD                                 *
003952*****************************************************************
003953 2350-CARRY-TO-LATER-PERIOD.
003954     IF WS-BAL-ACCOUNT(WS-BAL-SUB) NOT = GLJ-ACCOUNT
003955         MOVE 'Y' TO WS-BAL-CARRY-SW
003956         GO TO 2350-CARRY-TO-LATER-PERIOD-EXIT
003957     END-IF.
003958     ADD WS-BAL-NET TO WS-BAL-OPENING(WS-BAL-SUB).
003959     ADD WS-BAL-NET TO WS-BAL-CLOSING(WS-BAL-SUB).
003960     ADD 1 TO WS-BAL-SUB.
003961 2350-CARRY-TO-LATER-PERIOD-EXIT.
003962     EXIT.
003963
003964*****************************************************************
003965*    3000-CUT-HANDOFF                                           *
003966*    HEADER, ONE SUMMARY DETAIL PER ACCOUNT/DATE/SIDE, AND      *
003967*    THE TRAILER WITH COUNT AND HASH TOTALS.                    *
003968*****************************************************************
003970 3000-CUT-HANDOFF.
003980     MOVE SPACES TO GL-HANDOFF-REC.
003990     MOVE 'H' TO GLH-RECORD-TYPE.
004290     WRITE GL-HANDOFF-REC.
004300 3100-CUT-ONE-DETAIL-EXIT.
004310     EXIT.
004311
004312*****************************************************************
004313*    3500-WRITE-BALANCES                                        *
004314*    EVERY ROW NOT ALREADY COPIED THROUGH GOES TO THE NEW       *
004315*    BALANCE FILE IN ACCOUNT/PERIOD ORDER.  A PERIOD NOW CLOSED *
004316*    ON PRDCTL IS FROZEN HERE - THIS IS THE FIRST CONSOLIDATION *
004317*    AFTER ITS CLOSE, SO THE MONTH-END STREAM'S OWN POSTINGS    *
004318*    ARE ALREADY IN IT.                                         *
004319*****************************************************************
004320 3500-WRITE-BALANCES.
004321     IF WS-BAL-COUNT > 0
004322         PERFORM 3550-WRITE-ONE-BALANCE
004323             THRU 3550-WRITE-ONE-BALANCE-EXIT
004324             VARYING WS-BAL-SUB FROM 1 BY 1
004325             UNTIL WS-BAL-SUB > WS-BAL-COUNT
004326     END-IF.
004327 3500-WRITE-BALANCES-EXIT.
004328     EXIT.
004329
004330*****************************************************************
004331*    3550-WRITE-ONE-BALANCE                                     *
004332*****************************************************************
004333 3550-WRITE-ONE-BALANCE.
004334     IF WS-BAL-PASSED(WS-BAL-SUB)
004335         GO TO 3550-WRITE-ONE-BALANCE-EXIT
004336     END-IF.
004337     IF WS-BAL-PERIOD(WS-BAL-SUB) NOT > WS-LAST-CLOSED-PERIOD
004338         MOVE 'F' TO WS-BAL-STATUS(WS-BAL-SUB)
004339         ADD 1 TO WS-BAL-FROZEN-COUNT
004340     END-IF.
004341
004342     MOVE SPACES TO GL-BALANCE-OUT-REC.
004343     MOVE WS-BAL-ACCOUNT(WS-BAL-SUB)   TO GLO-ACCOUNT.
004344     MOVE WS-BAL-PERIOD(WS-BAL-SUB)    TO GLO-PERIOD.
004345     MOVE WS-BAL-STATUS(WS-BAL-SUB)    TO GLO-STATUS.
004346     MOVE WS-BAL-OPENING(WS-BAL-SUB)   TO GLO-OPENING-BALANCE.
004347     MOVE WS-BAL-DEBITS(WS-BAL-SUB)    TO GLO-PERIOD-DEBITS.
004348     MOVE WS-BAL-CREDITS(WS-BAL-SUB)   TO GLO-PERIOD-CREDITS.
004349     MOVE WS-BAL-CLOSING(WS-BAL-SUB)   TO GLO-CLOSING-BALANCE.
004350     MOVE WS-BAL-LAST-DATE(WS-BAL-SUB) TO GLO-LAST-POSTED-DATE.
004351     WRITE GL-BALANCE-OUT-REC.
004352     ADD 1 TO WS-BAL-WRITTEN-COUNT.
004353 3550-WRITE-ONE-BALANCE-EXIT.
004354     EXIT.
004355
004356*****************************************************************
004357*    4000-PRINT-TOTALS                                          *
004358*****************************************************************
004360 4000-PRINT-TOTALS.
004370     MOVE 'RECORDS ACCEPTED..........' TO WS-CNT-TITLE.
004380     MOVE WS-ACCEPTED-COUNT TO WS-CNT-VALUE.
004530     MOVE 'STREAM CREDITS............' TO WS-AMT-TITLE.
004540     MOVE WS-CREDIT-TOTAL TO WS-AMT-VALUE.
004550     WRITE CONSOLIDATION-LINE FROM WS-AMOUNT-LINE.
004551
004552     MOVE 'GL BALANCE ROWS WRITTEN...' TO WS-CNT-TITLE.
004553     MOVE WS-BAL-WRITTEN-COUNT TO WS-CNT-VALUE.
004554     WRITE CONSOLIDATION-LINE FROM WS-COUNT-LINE.
004555
004556     MOVE 'BALANCES ROLLED FORWARD...' TO WS-CNT-TITLE.
004557     MOVE WS-BAL-ROLLED-COUNT TO WS-CNT-VALUE.
004558     WRITE CONSOLIDATION-LINE FROM WS-COUNT-LINE.
004559
004560     MOVE 'BALANCES FROZEN THIS RUN..' TO WS-CNT-TITLE.
004561     MOVE WS-BAL-FROZEN-COUNT TO WS-CNT-VALUE.
004562     WRITE CONSOLIDATION-LINE FROM WS-COUNT-LINE.
004563
004564     MOVE 'POSTINGS REDIRECTED.......' TO WS-CNT-TITLE.
004565     MOVE WS-REDIRECTED-COUNT TO WS-CNT-VALUE.
004566     WRITE CONSOLIDATION-LINE FROM WS-COUNT-LINE.
004567
004568     MOVE 'POSTINGS NOT BOOKED.......' TO WS-CNT-TITLE.
004569     MOVE WS-UNBOOKED-COUNT TO WS-CNT-VALUE.
004570     WRITE CONSOLIDATION-LINE FROM WS-COUNT-LINE.
004571 4000-PRINT-TOTALS-EXIT.
004572     EXIT.
004580
004590*****************************************************************
004591*    7000-FIND-BALANCE                                          *
004592*    LOCATE THE ROW FOR WS-SEEK-KEY, ADDING IT (SEE 7100) THE   *
004593*    FIRST TIME THE ACCOUNT POSTS IN THAT PERIOD.  LEAVES       *
004594*    WS-BAL-HIT-SUB ON THE ROW; WS-BAL-FOUND IS OFF ONLY WHEN   *
004595*    THE TABLE IS FULL.                                         *
004596*****************************************************************
004597 7000-FIND-BALANCE.
004598     MOVE 'N' TO WS-BAL-FOUND-SW.
004599     PERFORM 7050-MATCH-BALANCE
004600         THRU 7050-MATCH-BALANCE-EXIT
004601         VARYING WS-BAL-SUB FROM 1 BY 1
004602         UNTIL WS-BAL-SUB > WS-BAL-COUNT
004603             OR WS-BAL-FOUND.
004604     IF NOT WS-BAL-FOUND
004605         PERFORM 7100-INSERT-BALANCE-ROW
004606             THRU 7100-INSERT-BALANCE-ROW-EXIT
004607     END-IF.
004608 7000-FIND-BALANCE-EXIT.
004609     EXIT.
004610
004611*****************************************************************
004612*    7050-MATCH-BALANCE                                         *
004613*****************************************************************
004614 7050-MATCH-BALANCE.
004615     IF WS-BAL-KEY(WS-BAL-SUB) = WS-SEEK-KEY
004616         MOVE 'Y' TO WS-BAL-FOUND-SW
004617         MOVE WS-BAL-SUB TO WS-BAL-HIT-SUB
004618     END-IF.
004619 7050-MATCH-BALANCE-EXIT.
004620     EXIT.
004621
004622*****************************************************************
004623*    7100-INSERT-BALANCE-ROW                                    *
004624*    OPENS A NEW ROW FOR WS-SEEK-KEY IN ITS ACCOUNT/PERIOD      *
004625*    PLACE, SHIFTING LATER ROWS DOWN ONE.  THE NEW PERIOD OPENS *
004626*    (AND, WITH NO ACTIVITY YET, CLOSES) AT THE CLOSING OF THE  *
004627*    ACCOUNT'S PRECEDING ROW, OR ZERO FOR A NEW ACCOUNT.  A     *
004628*    FULL TABLE FAILS THE STEP - A DROPPED ROW WOULD SHIP       *
004629*    BALANCES THAT NO LONGER PROVE.                             *
004630*****************************************************************
004631 7100-INSERT-BALANCE-ROW.
004632     MOVE 'N' TO WS-BAL-FOUND-SW.
004633     IF WS-BAL-COUNT NOT < WS-MAX-BAL-ROWS
004634         ADD 1 TO WS-BAL-LOST-COUNT
004635         MOVE 8 TO RETURN-CODE
004636         IF NOT WS-BAL-WARNED
004637             DISPLAY 'GLCONS01: GL BALANCE TABLE FULL - '
004638                 'BALANCE FILE MUST NOT BE USED'
004639             MOVE 'Y' TO WS-BAL-WARNED-SW
004640         END-IF
004641         GO TO 7100-INSERT-BALANCE-ROW-EXIT
004642     END-IF.
004643
004644     MOVE 'N' TO WS-BAL-SLOT-SW.
004645     COMPUTE WS-BAL-INS-SUB = WS-BAL-COUNT + 1.
004646     PERFORM 7150-TEST-SLOT
004647         THRU 7150-TEST-SLOT-EXIT
004648         VARYING WS-BAL-SUB FROM 1 BY 1
004649         UNTIL WS-BAL-SUB > WS-BAL-COUNT
004650             OR WS-BAL-SLOT-FOUND.
004651     PERFORM 7160-SHIFT-ROW-DOWN
004652         THRU 7160-SHIFT-ROW-DOWN-EXIT
004653         VARYING WS-BAL-MOVE-SUB FROM WS-BAL-COUNT BY -1
004654         UNTIL WS-BAL-MOVE-SUB < WS-BAL-INS-SUB.
004655     ADD 1 TO WS-BAL-COUNT.
004656
004657     MOVE WS-BAL-INS-SUB TO WS-BAL-HIT-SUB.
004658     MOVE WS-SEEK-ACCOUNT TO WS-BAL-ACCOUNT(WS-BAL-HIT-SUB).
004659     MOVE WS-SEEK-PERIOD  TO WS-BAL-PERIOD(WS-BAL-HIT-SUB).
004660     MOVE 'O' TO WS-BAL-STATUS(WS-BAL-HIT-SUB).
004661     MOVE 'N' TO WS-BAL-PASSED-SW(WS-BAL-HIT-SUB).
004662     MOVE 0 TO WS-BAL-OPENING(WS-BAL-HIT-SUB).
004663     MOVE 0 TO WS-BAL-DEBITS(WS-BAL-HIT-SUB).
004664     MOVE 0 TO WS-BAL-CREDITS(WS-BAL-HIT-SUB).
004665     MOVE 0 TO WS-BAL-LAST-DATE(WS-BAL-HIT-SUB).
004666     IF WS-BAL-HIT-SUB > 1
004667         COMPUTE WS-BAL-PREV-SUB = WS-BAL-HIT-SUB - 1
004668         IF WS-BAL-ACCOUNT(WS-BAL-PREV-SUB) = WS-SEEK-ACCOUNT
004669             MOVE WS-BAL-CLOSING(WS-BAL-PREV-SUB)
004670                 TO WS-BAL-OPENING(WS-BAL-HIT-SUB)
004671         END-IF
004672     END-IF.
004673     MOVE WS-BAL-OPENING(WS-BAL-HIT-SUB)
004674         TO WS-BAL-CLOSING(WS-BAL-HIT-SUB).
004675     MOVE 'Y' TO WS-BAL-FOUND-SW.
004676 7100-INSERT-BALANCE-ROW-EXIT.
004677     EXIT.
004678
004679*****************************************************************
004680*    7150-TEST-SLOT                                             *
004681*****************************************************************
004682 7150-TEST-SLOT.
004683     IF WS-BAL-KEY(WS-BAL-SUB) > WS-SEEK-KEY
004684         MOVE 'Y' TO WS-BAL-SLOT-SW
004685         MOVE WS-BAL-SUB TO WS-BAL-INS-SUB
004686     END-IF.
004687 7150-TEST-SLOT-EXIT.
004688     EXIT.
004689
004690*****************************************************************
004691*    7160-SHIFT-ROW-DOWN                                        *
004692*****************************************************************
004693 7160-SHIFT-ROW-DOWN.
004694     MOVE WS-BAL-ROW(WS-BAL-MOVE-SUB)
004695         TO WS-BAL-ROW(WS-BAL-MOVE-SUB + 1).
004696 7160-SHIFT-ROW-DOWN-EXIT.
004697     EXIT.
004698
004699*****************************************************************
004700*    8000-READ-JOURNAL                                          *
004701*****************************************************************
004702 8000-READ-JOURNAL.
004703     READ GL-JOURNAL-FILE
004704         AT END
004705             MOVE 'Y' TO WS-EOF-SW
004706     END-READ.
004707 8000-READ-JOURNAL-EXIT.
004708     EXIT.
004709
004710*****************************************************************
004711*    9999-TERMINATE                                             *
004720*****************************************************************
004730 9999-TERMINATE.
004740     IF WS-GLJ-OK OR WS-GLJ-EOF
004760     END-IF.
004770     CLOSE GL-HANDOFF-FILE.
004780     CLOSE GL-REJECT-FILE.
004785     CLOSE GL-BALANCE-OUT.
004790     CLOSE CONSOLIDATION-RPT.
004800 9999-TERMINATE-EXIT.
004810     EXIT.
004820
004830*****************************************************************
004840*    9700-LOG-STEP-START                                        *
004850*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
004860*****************************************************************
004870     COPY STPPROC.
