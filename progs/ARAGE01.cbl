000400*                    OWN COLUMN INSTEAD OF AGING INTO THE       *
000410*                    BUCKETS, SO A FIGHT BEING SETTLED DOES     *
000420*                    NOT LOOK LIKE ORDINARY OLD DEBT.           *
000421*    2026-10-15  PD  EVERY CHARGE NOW AGES FROM ITS DUE DATE     *
000422*                    UNDER THE CUSTOMER'S PAYMENT TERMS - THE    *
000423*                    OPEN ITEM'S OPI-DUE-DATE, OR OHS-DUE-DATE   *
000424*                    ON THE ALLOCATION PATH - SO A CUSTOMER ON   *
000425*                    60-DAY TERMS IS NOT SHOWN PAST DUE AT DAY   *
000426*                    31.  AN ITEM WITH NO DUE DATE AGES FROM ITS *
000427*                    ORDER DATE AS BEFORE.  THE OPEN-ITEM LINE   *
000428*                    NOW SHOWS THE DUE DATE.                     *
000429*    2026-10-15  PD  THE STEP NOW WRITES ITS START AND END       *
000430*                    EVENTS TO THE STEP LOG AND ITS RUN-CONTROL  *
000431*                    ROW FOR THE MONTH-END STREAM (MONTHRUN), SO *
000432*                    RSTPLN01 CAN PLAN A RESTART AND RUNBAL01    *
000433*                    CAN CERTIFY THE MONTH-END.                  *
000434*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS OPI-ORDER-ID
000730         FILE STATUS IS WS-OPI-FILE-STATUS.
000731
000732     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000733         ORGANIZATION IS LINE SEQUENTIAL
000734         FILE STATUS IS WS-STP-FILE-STATUS.
000735
000736     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000737         ORGANIZATION IS LINE SEQUENTIAL
000738         FILE STATUS IS WS-MRC-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000970 FD  OPEN-ITEM-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY OPENITEM.
000991
000992 FD  STEP-LOG-FILE
000993     LABEL RECORDS ARE STANDARD.
000994     COPY STEPLOG.
000995
000996 FD  STEP-RUN-CONTROL-FILE
000997     LABEL RECORDS ARE STANDARD.
000998     COPY RUNCTL
000999         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001000
001010 WORKING-STORAGE SECTION.
001020     01  WS-PARM-FILE-STATUS      PIC X(02).
001530             10  WS-OPI-T-ORDER-ID PIC X(06).
001540             10  WS-OPI-T-AMOUNT  PIC S9(07)V9(02) COMP-3.
001550             10  WS-OPI-T-DATE    PIC 9(08).
001555             10  WS-OPI-T-DUE-DATE PIC 9(08).
001560             10  WS-OPI-T-DISPUTED PIC X(01).
001570     01  WS-OPI-SUB               PIC 9(04) COMP.
001580
001590*****************************************************************
001600*    PER-CUSTOMER AGING WORK AREAS.  BUCKET 1 IS CURRENT,       *
001605*    2 IS 30-59 DAYS, 3 IS 60-89 DAYS, 4 IS 90 DAYS AND OVER,   *
001610*    COUNTED FROM THE DUE DATE - A CHARGE NOT YET DUE IS        *
001615*    CURRENT.                                                   *
001620*****************************************************************
001630     01  WS-CHARGE-BUCKETS.
001640         05  WS-CHARGE-AMT OCCURS 4 TIMES
002400         05  WS-ITM-ORDER-ID      PIC X(06).
002410         05  FILLER               PIC X(02).
002420         05  WS-ITM-ORDER-DATE    PIC 9(08).
002426         05  FILLER               PIC X(02).
002432         05  WS-ITM-DUE-DATE      PIC 9(08).
002438         05  FILLER               PIC X(02).
002444         05  WS-ITM-OPEN-AMT      PIC ZZZ,ZZ9.99-.
002450         05  FILLER               PIC X(02).
002460         05  WS-ITM-BUCKET        PIC X(07).
002470         05  FILLER               PIC X(30).
002480
002490     01  WS-TOTAL-LINE.
002500         05  WS-TOT-TITLE         PIC X(08).
002590         05  WS-TOT-BUCKET4       PIC ZZZ,ZZ9.99-.
002600         05  FILLER               PIC X(01).
002610         05  WS-TOT-DISPUTED-RPT  PIC ZZZ,ZZ9.99-.
002613
002616     COPY STPWORK.
002620
002630 PROCEDURE DIVISION.
002640*****************************************************************
002650*    0000-MAINLINE                                              *
002660*****************************************************************
002670 0000-MAINLINE.
002672     MOVE 'ARAGE01' TO WS-STP-PROGRAM.
002674     PERFORM 9700-LOG-STEP-START
002676         THRU 9700-LOG-STEP-START-EXIT.
002678
002680     PERFORM 1000-INITIALIZE
002690         THRU 1000-INITIALIZE-EXIT.
002700
002870     PERFORM 9999-TERMINATE
002880         THRU 9999-TERMINATE-EXIT.
002890
002891     MOVE WS-CUSTOMER-COUNT TO WS-STP-RECORDS-IN.
002892     MOVE WS-CUSTOMER-COUNT TO WS-STP-APPLIED.
002893     PERFORM 9710-LOG-STEP-END
002894         THRU 9710-LOG-STEP-END-EXIT.
002895
002900     STOP RUN.
002910
002920*****************************************************************
003940             MOVE OPI-OPEN-AMOUNT
003950                 TO WS-OPI-T-AMOUNT(WS-OPI-COUNT)
003960             MOVE OPI-ORDER-DATE TO WS-OPI-T-DATE(WS-OPI-COUNT)
003961*            AN ITEM CUT BEFORE DUE DATES EXISTED FELL DUE ON
003962*            ITS ORDER DATE.
003963             IF OPI-DUE-DATE NUMERIC AND OPI-DUE-DATE > 0
003964                 MOVE OPI-DUE-DATE
003965                     TO WS-OPI-T-DUE-DATE(WS-OPI-COUNT)
003966             ELSE
003967                 MOVE OPI-ORDER-DATE
003968                     TO WS-OPI-T-DUE-DATE(WS-OPI-COUNT)
003969             END-IF
003970             MOVE OPI-DISPUTE-FLAG
003980                 TO WS-OPI-T-DISPUTED(WS-OPI-COUNT)
003990         ELSE
004650*    ONLY CHARGES ARE BUCKETED - A CREDIT MEMO REDUCES THE      *
004660*    OPEN BALANCE, WHICH THE ALLOCATION STEP ALREADY HONOURS.   *
004670*    THE AGE IS COUNTED ON A 30/360 BASIS SO NO CALENDAR        *
004676*    TABLE IS NEEDED AT THIS PRECISION, FROM THE CHARGE'S DUE   *
004682*    DATE - OR ITS ORDER DATE WHEN IT CARRIES NONE.             *
004690*****************************************************************
004700 2200-BUCKET-ONE-ORDER.
004710     IF OHS-AMOUNT > 0
004730     END-IF.
004740     IF OHS-AMOUNT > 0
004750         MOVE OHS-ORDER-DATE TO WS-ORDER-DATE
004752         IF OHS-DUE-DATE NUMERIC AND OHS-DUE-DATE > 0
004754             MOVE OHS-DUE-DATE TO WS-ORDER-DATE
004756         END-IF
004760         COMPUTE WS-AGE-DAYS
004770             = (WS-AS-OF-YYYY - WS-ORDER-YYYY) * 360
004780             + (WS-AS-OF-MM - WS-ORDER-MM) * 30
005580             TO WS-DISPUTED-TOTAL
005590         GO TO 2325-AGE-ONE-OPEN-ITEM-EXIT
005600     END-IF.
005610     MOVE WS-OPI-T-DUE-DATE(WS-OPI-SUB) TO WS-ORDER-DATE.
005620     PERFORM 2360-SET-BUCKET-SUB
005630         THRU 2360-SET-BUCKET-SUB-EXIT.
005640     ADD WS-OPI-T-AMOUNT(WS-OPI-SUB)
005680
005690*****************************************************************
005700*    2360-SET-BUCKET-SUB                                        *
005710*    30/360 AGE OF WS-ORDER-DATE (THE ITEM'S DUE DATE) AGAINST  *
005720*    THE AS-OF DATE, RETURNED AS A BUCKET SUBSCRIPT.            *
005730*****************************************************************
005740 2360-SET-BUCKET-SUB.
005750     COMPUTE WS-AGE-DAYS
006360     END-IF.
006370     MOVE WS-OPI-T-ORDER-ID(WS-OPI-SUB) TO WS-ITM-ORDER-ID.
006380     MOVE WS-OPI-T-DATE(WS-OPI-SUB)     TO WS-ITM-ORDER-DATE.
006385     MOVE WS-OPI-T-DUE-DATE(WS-OPI-SUB) TO WS-ITM-DUE-DATE.
006390     MOVE WS-OPI-T-AMOUNT(WS-OPI-SUB)   TO WS-ITM-OPEN-AMT.
006400     IF WS-OPI-T-DISPUTED(WS-OPI-SUB) = 'Y'
006410         MOVE 'DISPUTE' TO WS-ITM-BUCKET
006420         WRITE AGING-RPT-LINE FROM WS-ITEM-LINE
006430         GO TO 2420-PRINT-ONE-OPEN-ITEM-EXIT
006440     END-IF.
006450     MOVE WS-OPI-T-DUE-DATE(WS-OPI-SUB) TO WS-ORDER-DATE.
006460     PERFORM 2360-SET-BUCKET-SUB
006470         THRU 2360-SET-BUCKET-SUB-EXIT.
006480     EVALUATE WS-BUCKET-SUB
008230*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.    *
008240*****************************************************************
008250     COPY PARMVAL.
008260
008270*****************************************************************
008280*    9700-LOG-STEP-START                                        *
008290*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
008300*****************************************************************
008310     COPY STPPROC.
