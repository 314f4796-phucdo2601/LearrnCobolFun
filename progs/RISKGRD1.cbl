000200*                    MIGRATION REPORT SO THE CREDIT DESK SEES    *
000210*                    WHO IS DETERIORATING BEFORE THE LIMIT       *
000220*                    BLOWS.                                      *
000221*    2026-10-15  PD  GRADE E NOW PUTS THE CUSTOMER ON AUTOMATIC  *
000222*                    CASH IN ADVANCE (CUST-CIA-FLAG 'A'), AND    *
000223*                    GRADING OUT OF E TAKES THE AUTOMATIC FLAG   *
000224*                    OFF AGAIN.  A FLAG KEYED BY THE CREDIT DESK *
000225*                    OR SET BY COLLECTIONS PLACEMENT IS NEVER    *
000226*                    TOUCHED.                                    *
000227*    2026-10-15  PD  THE CREDIT BUREAU'S SCORE AND DEROGATORY    *
000228*                    FLAGS (BURSCR, LOADED BY BURIMP01) ARE NOW  *
000229*                    A WEIGHTED FACTOR IN THE GRADE, SO A NEW    *
000231*                    CUSTOMER WITH NO HISTORY OF ITS OWN, OR ONE *
000233*                    IN TROUBLE WITH EVERYONE ELSE, NO LONGER    *
000235*                    GRADES CLEAN.  ONLY A MATCHED SCORE COUNTS. *
000237*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000239*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000241*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000243*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000245*****************************************************************
000247 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RPT-FILE-STATUS.
000600
000601     SELECT BUREAU-SCORE-FILE ASSIGN TO BURSCR
000602         ORGANIZATION IS LINE SEQUENTIAL
000603         FILE STATUS IS WS-BSC-FILE-STATUS.
000604
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CUSTOMER-MASTER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     01  GRADE-MIGRATION-LINE     PIC X(80).
000940
000941 FD  BUREAU-SCORE-FILE
000942     LABEL RECORDS ARE STANDARD.
000943     COPY BURSCR.
000944
000950 WORKING-STORAGE SECTION.
000960     01  WS-CUST-FILE-STATUS      PIC X(02).
000970         88  WS-CUST-OK           VALUE '00'.
001200     01  WS-RPT-FILE-STATUS       PIC X(02).
001210         88  WS-RPT-OK            VALUE '00'.
001220
001221     01  WS-BSC-FILE-STATUS       PIC X(02).
001222         88  WS-BSC-OK            VALUE '00'.
001223         88  WS-BSC-EOF           VALUE '10'.
001224
001230     COPY CMJWORK.
001235     COPY JCHWORK.
001240
001250     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001260         88  WS-EOF               VALUE 'Y'.
001300         88  WS-PHS-DONE          VALUE 'Y'.
001310     01  WS-NTC-EOF-SW            PIC X(01) VALUE 'N'.
001320         88  WS-NTC-DONE          VALUE 'Y'.
001321     01  WS-BSC-EOF-SW            PIC X(01) VALUE 'N'.
001322         88  WS-BSC-DONE          VALUE 'Y'.
001323
001324*****************************************************************
001325*    TUNING - THE BUREAU FACTOR.  RAW POINTS COME FROM THE      *
001326*    SCORE BAND AND THE DEROGATORY FLAGS, AND ARE WEIGHTED BY   *
001327*    WS-BUREAU-WEIGHT PERCENT (100 = AS HEAVY AS OUR OWN        *
001328*    FACTORS) BEFORE THEY JOIN THE SCORE.  A SCORE AT OR ABOVE  *
001329*    WS-GOOD-SCORE TAKES A POINT OFF.                           *
001330*****************************************************************
001331     01  WS-BUREAU-WEIGHT         PIC 9(03) VALUE 100.
001332     01  WS-POOR-SCORE            PIC 9(03) VALUE 500.
001333     01  WS-WEAK-SCORE            PIC 9(03) VALUE 580.
001334     01  WS-FAIR-SCORE            PIC 9(03) VALUE 650.
001335     01  WS-GOOD-SCORE            PIC 9(03) VALUE 720.
001336     01  WS-BUREAU-RAW            PIC S9(02) COMP.
001337     01  WS-BUREAU-POINTS         PIC S9(02) COMP.
001338
001340*****************************************************************
001350*    RECEIPT-SUSPENSE HIT COUNTS - THE SUSPENSE FILE IS NOT     *
001360*    SORTED BY CUSTOMER, SO IT IS TALLIED INTO A TABLE ONCE     *
001670     01  WS-SCORE                 PIC 9(02) COMP.
001680     01  WS-NEW-GRADE             PIC X(01).
001690     01  WS-OLD-GRADE             PIC X(01).
001695     01  WS-OLD-CIA-FLAG          PIC X(01).
001700
001710     01  WS-CHG-WORK-DATE         PIC 9(08).
001720     01  WS-CHG-WORK-SPLIT REDEFINES WS-CHG-WORK-DATE.
001870         05  WS-GRADED-COUNT      PIC 9(07) COMP VALUE 0.
001880         05  WS-MIGRATED-COUNT    PIC 9(07) COMP VALUE 0.
001890         05  WS-DOWNGRADED-COUNT  PIC 9(07) COMP VALUE 0.
001893         05  WS-CIA-SET-COUNT     PIC 9(07) COMP VALUE 0.
001896         05  WS-CIA-CLEARED-COUNT PIC 9(07) COMP VALUE 0.
001897         05  WS-BUREAU-COUNT      PIC 9(07) COMP VALUE 0.
001900
001910*****************************************************************
001920*    MIGRATION REPORT LINE LAYOUTS                              *
002360         WS-MIGRATED-COUNT.
002370     DISPLAY 'RISKGRD1: GRADES DOWNGRADED..... '
002380         WS-DOWNGRADED-COUNT.
002382     DISPLAY 'RISKGRD1: CASH IN ADVANCE SET... '
002384         WS-CIA-SET-COUNT.
002386     DISPLAY 'RISKGRD1: CASH IN ADVANCE OFF... '
002388         WS-CIA-CLEARED-COUNT.
002389     DISPLAY 'RISKGRD1: BUREAU SCORES USED.... '
002392         WS-BUREAU-COUNT.
002396
002400     PERFORM 9999-TERMINATE
002410         THRU 9999-TERMINATE-EXIT.
002420
002910             'SUSPENSE FACTOR SCORES ZERO'
002920     END-IF.
002930
002936     PERFORM 9610-OPEN-CUST-JOURNAL
002942         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002950     IF NOT WS-CMJ-OK
002960         DISPLAY 'RISKGRD1: OPEN CUST-JOURNAL-FILE FAILED '
002970             WS-CMJ-FILE-STATUS
003160             WS-RPT-FILE-STATUS
003170     END-IF.
003180
003181*    NO BUREAU SCORE FILE YET MEANS THE BUREAU FACTOR SCORES
003182*    ZERO FOR EVERY CUSTOMER.
003183     OPEN INPUT BUREAU-SCORE-FILE.
003184     IF NOT WS-BSC-OK
003185         DISPLAY 'RISKGRD1: NO BUREAU-SCORE FILE - '
003186             'BUREAU FACTOR SCORES ZERO'
003187         MOVE 'Y' TO WS-BSC-EOF-SW
003188     END-IF.
003189
003190     WRITE GRADE-MIGRATION-LINE FROM WS-HEADING-LINE.
003200
003210     PERFORM 8000-READ-CUSTOMER
003320         PERFORM 8030-READ-NOTICE-HISTORY
003330             THRU 8030-READ-NOTICE-HISTORY-EXIT
003340     END-IF.
003341     IF NOT WS-BSC-DONE
003342         PERFORM 8040-READ-BUREAU-SCORE
003343             THRU 8040-READ-BUREAU-SCORE-EXIT
003344     END-IF.
003350 1000-INITIALIZE-EXIT.
003360     EXIT.
003370
004040     PERFORM 2500-MATCH-NOTICE
004050         THRU 2500-MATCH-NOTICE-EXIT.
004060
004061     PERFORM 2800-MATCH-BUREAU-SCORE
004062         THRU 2800-MATCH-BUREAU-SCORE-EXIT.
004063
004070     PERFORM 2600-SCORE-CUSTOMER
004080         THRU 2600-SCORE-CUSTOMER-EXIT.
004090
005010*****************************************************************
005020*    2600-SCORE-CUSTOMER                                        *
005030*    POINTS FOR SLOW PAY, DUNNING SEVERITY, RETURNS RATIO,      *
005040*    SUSPENSE HITS AND THE WEIGHTED BUREAU FACTOR; THE TOTAL    *
005041*    MAPS TO GRADE A THROUGH E.                                 *
005043*    GRADE E CARRIES AUTOMATIC CASH IN ADVANCE; ONLY THE        *
005046*    AUTOMATIC FLAG IS EVER CLEARED HERE.                       *
005050*****************************************************************
005060 2600-SCORE-CUSTOMER.
005070     MOVE 0 TO WS-SCORE.
005430         ADD 1 TO WS-SCORE
005440     END-IF.
005450
005451*    THE BUREAU FACTOR - A POOR SCORE OR A BANKRUPTCY OR
005452*    JUDGMENT WEIGHS UP TO THREE POINTS, A GOOD SCORE TAKES ONE
005453*    OFF, NEVER BELOW ZERO.
005454     IF WS-BUREAU-POINTS > 0
005455         ADD WS-BUREAU-POINTS TO WS-SCORE
005456     END-IF.
005457     IF WS-BUREAU-POINTS < 0 AND WS-SCORE > 0
005458         SUBTRACT 1 FROM WS-SCORE
005459     END-IF.
005460
005465     EVALUATE TRUE
005470         WHEN WS-SCORE < 2
005480             MOVE 'A' TO WS-NEW-GRADE
005490         WHEN WS-SCORE < 4
005570     END-EVALUATE.
005580
005590     MOVE CUST-RISK-GRADE TO WS-OLD-GRADE.
005595     MOVE CUST-CIA-FLAG   TO WS-OLD-CIA-FLAG.
005600     ADD 1 TO WS-GRADED-COUNT.
005610
005620     IF WS-NEW-GRADE NOT = WS-OLD-GRADE
005623         OR (WS-NEW-GRADE = 'E' AND WS-OLD-CIA-FLAG = SPACE)
005626         OR (WS-NEW-GRADE NOT = 'E' AND WS-OLD-CIA-FLAG = 'A')
005630         MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE
005640         MOVE WS-NEW-GRADE TO CUST-RISK-GRADE
005641         IF WS-NEW-GRADE = 'E' AND WS-OLD-CIA-FLAG = SPACE
005642             MOVE 'A' TO CUST-CIA-FLAG
005643             ADD 1 TO WS-CIA-SET-COUNT
005644         END-IF
005645         IF WS-NEW-GRADE NOT = 'E' AND WS-OLD-CIA-FLAG = 'A'
005646             MOVE SPACE TO CUST-CIA-FLAG
005647             ADD 1 TO WS-CIA-CLEARED-COUNT
005648         END-IF
005650         REWRITE CUSTOMER-REC
005660         MOVE 'R'          TO WS-CMJ-ACTION
005670         MOVE CUST-ID      TO WS-CMJ-CUST-ID
005690         PERFORM 9600-WRITE-CUST-JOURNAL
005700             THRU 9600-WRITE-CUST-JOURNAL-EXIT
005710         IF WS-OLD-GRADE NOT = SPACE
005715             AND WS-NEW-GRADE NOT = WS-OLD-GRADE
005720             PERFORM 2700-REPORT-MIGRATION
005730                 THRU 2700-REPORT-MIGRATION-EXIT
005740         END-IF
006160     WRITE GRADE-MIGRATION-LINE FROM WS-DETAIL-LINE.
006170 2700-REPORT-MIGRATION-EXIT.
006180     EXIT.
006181
006182*****************************************************************
006183*    2800-MATCH-BUREAU-SCORE                                    *
006184*    BURSCR IS IN CUSTOMER ORDER LIKE THE MASTER.  AN UNMATCHED *
006185*    ENTRY OR NONE AT ALL SCORES NOTHING.                       *
006186*****************************************************************
006187 2800-MATCH-BUREAU-SCORE.
006188     MOVE 0 TO WS-BUREAU-RAW.
006189     MOVE 0 TO WS-BUREAU-POINTS.
006190     PERFORM 2850-SKIP-DEAD-SCORE
006191         THRU 2850-SKIP-DEAD-SCORE-EXIT
006192         UNTIL WS-BSC-DONE
006193             OR BSC-CUST-ID NOT < CUST-ID.
006194     IF WS-BSC-DONE OR BSC-CUST-ID NOT = CUST-ID
006195         GO TO 2800-MATCH-BUREAU-SCORE-EXIT
006196     END-IF.
006197     IF NOT BSC-MATCHED OR BSC-SCORE = 0
006198         GO TO 2800-MATCH-BUREAU-SCORE-EXIT
006199     END-IF.
006200
006201     ADD 1 TO WS-BUREAU-COUNT.
006202     EVALUATE TRUE
006203         WHEN BSC-SCORE < WS-POOR-SCORE
006204             MOVE 3 TO WS-BUREAU-RAW
006205         WHEN BSC-SCORE < WS-WEAK-SCORE
006206             MOVE 2 TO WS-BUREAU-RAW
006207         WHEN BSC-SCORE < WS-FAIR-SCORE
006208             MOVE 1 TO WS-BUREAU-RAW
006209         WHEN BSC-SCORE NOT < WS-GOOD-SCORE
006210             MOVE -1 TO WS-BUREAU-RAW
006211     END-EVALUATE.
006212     IF BSC-BANKRUPTCY = 'Y' OR BSC-JUDGMENT = 'Y'
006213         IF WS-BUREAU-RAW < 2
006214             MOVE 2 TO WS-BUREAU-RAW
006215         END-IF
006216         ADD 1 TO WS-BUREAU-RAW
006217     ELSE
006218         IF BSC-COLLECTION = 'Y'
006219             ADD 1 TO WS-BUREAU-RAW
006220         END-IF
006221     END-IF.
006222     IF WS-BUREAU-RAW > 3
006223         MOVE 3 TO WS-BUREAU-RAW
006224     END-IF.
006225     COMPUTE WS-BUREAU-POINTS ROUNDED
006226         = WS-BUREAU-RAW * WS-BUREAU-WEIGHT / 100.
006227 2800-MATCH-BUREAU-SCORE-EXIT.
006228     EXIT.
006229
006230*****************************************************************
006231*    2850-SKIP-DEAD-SCORE                                       *
006232*****************************************************************
006233 2850-SKIP-DEAD-SCORE.
006234     PERFORM 8040-READ-BUREAU-SCORE
006235         THRU 8040-READ-BUREAU-SCORE-EXIT.
006236 2850-SKIP-DEAD-SCORE-EXIT.
006237     EXIT.
006238
006240*****************************************************************
006242*    3000-PRINT-TOTALS                                          *
006244*****************************************************************
006246 3000-PRINT-TOTALS.
006248     MOVE 'CUSTOMERS GRADED..........' TO WS-CNT-TITLE.
006250     MOVE WS-GRADED-COUNT TO WS-CNT-VALUE.
006260     WRITE GRADE-MIGRATION-LINE FROM WS-COUNT-LINE.
006270
006320     MOVE 'GRADES WORSENED...........' TO WS-CNT-TITLE.
006330     MOVE WS-DOWNGRADED-COUNT TO WS-CNT-VALUE.
006340     WRITE GRADE-MIGRATION-LINE FROM WS-COUNT-LINE.
006341
006342     MOVE 'CASH IN ADVANCE SET.......' TO WS-CNT-TITLE.
006343     MOVE WS-CIA-SET-COUNT TO WS-CNT-VALUE.
006344     WRITE GRADE-MIGRATION-LINE FROM WS-COUNT-LINE.
006345
006346     MOVE 'CASH IN ADVANCE CLEARED...' TO WS-CNT-TITLE.
006347     MOVE WS-CIA-CLEARED-COUNT TO WS-CNT-VALUE.
006348     WRITE GRADE-MIGRATION-LINE FROM WS-COUNT-LINE.
006350 3000-PRINT-TOTALS-EXIT.
006360     EXIT.
006370
006780     END-READ.
006790 8030-READ-NOTICE-HISTORY-EXIT.
006800     EXIT.
006801
006802*****************************************************************
006803*    8040-READ-BUREAU-SCORE                                     *
006804*****************************************************************
006805 8040-READ-BUREAU-SCORE.
006806     READ BUREAU-SCORE-FILE
006807         AT END
006808             MOVE 'Y' TO WS-BSC-EOF-SW
006809     END-READ.
006810 8040-READ-BUREAU-SCORE-EXIT.
006811     EXIT.
006812
006820*****************************************************************
006830*    9999-TERMINATE                                             *
006840*****************************************************************
006950     IF WS-NTC-OK OR WS-NTC-EOF
006960         CLOSE NOTICE-HISTORY-FILE
006970     END-IF.
006971     IF WS-BSC-OK OR WS-BSC-EOF
006972         CLOSE BUREAU-SCORE-FILE
006973     END-IF.
006978     PERFORM 9620-CLOSE-CUST-JOURNAL
006983         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
006990     CLOSE GRADE-MIGRATION-RPT.
007000 9999-TERMINATE-EXIT.
007010     EXIT.
007050*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
007060*****************************************************************
007070     COPY CMJPROC.
007080
007090*****************************************************************
007100*    9650-COMPUTE-CHAIN-VALUE                                   *
007110*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
007120*****************************************************************
007130     COPY JCHPROC.
