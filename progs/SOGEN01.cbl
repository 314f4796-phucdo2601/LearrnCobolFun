000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SOGEN01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - STANDING-ORDER GENERATION.  EACH *
000100*                    ACTIVE STANDING ORDER (STDORD.CPY) DUE ON   *
000110*                    OR BEFORE THE CYCLE DATE IS CUT AS AN       *
000120*                    'S'-SERIES ORDER-TRAN-REC AND ITS           *
000130*                    ORDER-LINE-RECS FOR TONIGHT'S EDIT GATE,    *
000140*                    KEYED AT ZERO SO THE GATE PRICES THE LINES  *
000150*                    ON THE NIGHT.  THE NEXT DUE DATE IS ROLLED  *
000160*                    ON BY THE FREQUENCY AND A STANDING ORDER    *
000170*                    PAST ITS END DATE IS ENDED.  THE REGISTER   *
000180*                    ALSO FORECASTS THE NEXT 30 DAYS' STANDING-  *
000190*                    ORDER VOLUME, BY STANDING ORDER AND BY      *
000200*                    WEEK.                                       *
000202*    2026-10-15  PD  ORDER LINES ARE CLEARED BEFORE THEY ARE     *
000204*                    BUILT, SO THE UNIT CODE GOES OUT BLANK -    *
000206*                    THE ITEM'S SELLING UNIT.                    *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CYC-FILE-STATUS.
000280
000290     SELECT STANDING-ORDER-FILE ASSIGN TO STDORD
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS STO-KEY
000330         FILE STATUS IS WS-STO-FILE-STATUS.
000340
000350     SELECT SO-SEQ-FILE ASSIGN TO SOSEQ
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-SSQ-FILE-STATUS.
000380
000390     SELECT ORDER-TRAN-OUT ASSIGN TO SOORDT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-OPT-FILE-STATUS.
000420
000430     SELECT ORDER-LINE-OUT ASSIGN TO SOORDL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-OLN-FILE-STATUS.
000460
000470     SELECT SO-REGISTER-RPT ASSIGN TO SOGENRP
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REG-FILE-STATUS.
000500
000510     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RCT-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CYCLE-CONTROL-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CYCLCTL.
000600
000610 FD  STANDING-ORDER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY STDORD.
000640
000650 FD  SO-SEQ-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  SO-SEQ-REC.
000680     05  SSQ-LAST-SEQUENCE        PIC 9(05).
000690
000700 FD  ORDER-TRAN-OUT
000710     LABEL RECORDS ARE STANDARD.
000720     COPY ORDPOST.
000730
000740 FD  ORDER-LINE-OUT
000750     LABEL RECORDS ARE STANDARD.
000760     COPY ORDLINE.
000770
000780 FD  SO-REGISTER-RPT
000790     LABEL RECORDS ARE STANDARD.
000800     01  SO-REGISTER-LINE         PIC X(80).
000810
000820 FD  RUN-CONTROL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY RUNCTL.
000850
000860 WORKING-STORAGE SECTION.
000870     01  WS-CYC-FILE-STATUS       PIC X(02).
000880         88  WS-CYC-OK            VALUE '00'.
000890     01  WS-STO-FILE-STATUS       PIC X(02).
000900         88  WS-STO-OK            VALUE '00'.
000910         88  WS-STO-EOF           VALUE '10'.
000920     01  WS-SSQ-FILE-STATUS       PIC X(02).
000930         88  WS-SSQ-OK            VALUE '00'.
000940     01  WS-OPT-FILE-STATUS       PIC X(02).
000950         88  WS-OPT-OK            VALUE '00'.
000960     01  WS-OLN-FILE-STATUS       PIC X(02).
000970         88  WS-OLN-OK            VALUE '00'.
000980     01  WS-REG-FILE-STATUS       PIC X(02).
000990         88  WS-REG-OK            VALUE '00'.
001000     01  WS-RCT-FILE-STATUS       PIC X(02).
001010         88  WS-RCT-OK            VALUE '00'.
001020
001030     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001040         88  WS-EOF               VALUE 'Y'.
001050     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001060
001070*****************************************************************
001080*    THE 'S' ORDER-ID SERIES KEEPS STANDING ORDERS APART FROM   *
001090*    KEYED ONES - IT IS HOW THE GATE KNOWS A REPEAT OF THE SAME *
001100*    ORDER IS MEANT AND NOT A DOUBLE KEYING, AND THAT A ZERO    *
001110*    AMOUNT IS TO PRICE.  THE FORECAST LOOKS WS-FORECAST-DAYS   *
001120*    AHEAD OF THE CYCLE DATE.                                   *
001130*****************************************************************
001140     01  WS-ORDER-PREFIX          PIC X(01) VALUE 'S'.
001150     01  WS-FORECAST-DAYS         PIC 9(03) VALUE 30.
001160
001170     01  WS-ORDER-SEQ             PIC 9(05) VALUE 0.
001180     01  WS-NEW-ORDER-ID.
001190         05  WS-NOI-PREFIX        PIC X(01).
001200         05  WS-NOI-SEQ           PIC 9(05).
001210
001220*    THE STANDING ORDER IN HAND.
001230     01  WS-SO-CUT                PIC 9(03) COMP VALUE 0.
001240     01  WS-SO-UNITS              PIC 9(07) VALUE 0.
001250     01  WS-SO-FCT-ORDERS         PIC 9(03) VALUE 0.
001260     01  WS-SO-FCT-UNITS          PIC 9(07) VALUE 0.
001270     01  WS-SO-NOTE               PIC X(18).
001280     01  WS-SO-CHANGED-SW         PIC X(01).
001290         88  WS-SO-CHANGED        VALUE 'Y'.
001300     01  WS-LINE-SUB              PIC 9(02) COMP VALUE 0.
001310
001320*****************************************************************
001330*    CALENDAR ROLL.  A DATE IS MOVED ON BY WHOLE DAYS (WEEKLY   *
001340*    AND FORTNIGHTLY) OR BY A MONTH TO THE SAME DAY OF THE      *
001350*    MONTH, FALLING BACK TO THE LAST DAY OF A SHORTER MONTH.    *
001360*    THIS IS THE REAL CALENDAR, NOT THE 30-DAY AGING MONTH - A  *
001370*    DELIVERY DATE HAS TO BE A DAY THE CUSTOMER CAN HAVE IT.    *
001380*****************************************************************
001390     01  WS-ROLL-DATE             PIC 9(08).
001400     01  WS-ROLL-SPLIT REDEFINES WS-ROLL-DATE.
001410         05  WS-ROLL-YYYY         PIC 9(04).
001420         05  WS-ROLL-MM           PIC 9(02).
001430         05  WS-ROLL-DD           PIC 9(02).
001440     01  WS-ROLL-FREQUENCY        PIC X(01).
001450     01  WS-ROLL-DUE-DAY          PIC 9(02).
001460     01  WS-ROLL-ADD-DAYS         PIC 9(03).
001470     01  WS-ROLL-DAY-COUNT        PIC 9(05) COMP.
001480     01  WS-ROLL-MAX-DD           PIC 9(02).
001490
001500*****************************************************************
001510*    FORECAST WEEKS - THE LAST DATE OF EACH, FROM THE CYCLE     *
001520*    DATE: DAYS 1-7, 8-14, 15-21, 22-28 AND 29 TO THE HORIZON.  *
001530*****************************************************************
001540     01  WS-HORIZON-DATE          PIC 9(08) VALUE 0.
001550     01  WS-FCT-SUB               PIC 9(02) COMP VALUE 0.
001560     01  WS-FCT-TABLE.
001570         05  WS-FCT-ROW OCCURS 5 TIMES.
001580             10  WS-FCT-T-FROM-DAY PIC 9(02).
001590             10  WS-FCT-T-TO-DAY  PIC 9(02).
001600             10  WS-FCT-T-END-DATE PIC 9(08).
001610             10  WS-FCT-T-ORDERS  PIC 9(07).
001620             10  WS-FCT-T-LINES   PIC 9(07).
001630             10  WS-FCT-T-UNITS   PIC 9(09).
001640
001650     01  WS-READ-COUNT            PIC 9(07) VALUE 0.
001660     01  WS-ACTIVE-COUNT          PIC 9(07) VALUE 0.
001670     01  WS-SUSPENDED-COUNT       PIC 9(07) VALUE 0.
001680     01  WS-ENDED-COUNT           PIC 9(07) VALUE 0.
001690     01  WS-EXCEPTION-COUNT       PIC 9(07) VALUE 0.
001700     01  WS-ORDERS-CUT            PIC 9(07) VALUE 0.
001710     01  WS-LINES-WRITTEN         PIC 9(07) VALUE 0.
001720     01  WS-UNITS-CUT             PIC 9(09) VALUE 0.
001730     01  WS-FCT-ORDERS            PIC 9(07) VALUE 0.
001740     01  WS-FCT-LINES             PIC 9(07) VALUE 0.
001750     01  WS-FCT-UNITS             PIC 9(09) VALUE 0.
001760
001770     COPY DVALWORK.
001780
001790*****************************************************************
001800*    REGISTER LINES.                                            *
001810*****************************************************************
001820     01  WS-REG-HEADING-LINE.
001830         05  FILLER               PIC X(40) VALUE
001840             'SOGEN01 - STANDING ORDERS CUT  '.
001850         05  FILLER               PIC X(07) VALUE 'CYCLE '.
001860         05  WS-RHD-CYCLE-DATE    PIC 9(08).
001870         05  FILLER               PIC X(25) VALUE SPACES.
001880     01  WS-REG-COLUMN-LINE.
001890         05  FILLER               PIC X(40) VALUE
001900             'CUST  NO F S CUT LAST   NEXT DUE  END DA'.
001910         05  FILLER               PIC X(40) VALUE
001920             'TE  FCST    UNITS  NOTE'.
001930     01  WS-REG-DETAIL-LINE.
001940         05  WS-RDT-CUST-ID       PIC X(05).
001950         05  FILLER               PIC X(01) VALUE SPACE.
001960         05  WS-RDT-NUMBER        PIC 9(02).
001970         05  FILLER               PIC X(02) VALUE SPACES.
001980         05  WS-RDT-FREQUENCY     PIC X(01).
001990         05  FILLER               PIC X(01) VALUE SPACE.
002000         05  WS-RDT-STATUS        PIC X(01).
002010         05  FILLER               PIC X(01) VALUE SPACE.
002020         05  WS-RDT-CUT           PIC ZZ9.
002030         05  FILLER               PIC X(01) VALUE SPACE.
002040         05  WS-RDT-LAST-ORDER    PIC X(06).
002050         05  FILLER               PIC X(01) VALUE SPACE.
002060         05  WS-RDT-NEXT-DUE      PIC 9(08).
002070         05  FILLER               PIC X(02) VALUE SPACES.
002080         05  WS-RDT-END-DATE      PIC 9(08).
002090         05  FILLER               PIC X(02) VALUE SPACES.
002100         05  WS-RDT-FCT-ORDERS    PIC ZZ9.
002110         05  FILLER               PIC X(01) VALUE SPACE.
002120         05  WS-RDT-FCT-UNITS     PIC ZZZ,ZZ9.
002130         05  FILLER               PIC X(02) VALUE SPACES.
002140         05  WS-RDT-NOTE          PIC X(18).
002150         05  FILLER               PIC X(04) VALUE SPACES.
002160     01  WS-FCT-HEADING-LINE.
002170         05  FILLER               PIC X(40) VALUE
002180             'FORECAST - NEXT 30 DAYS  DAYS   THROUGH '.
002190         05  FILLER               PIC X(40) VALUE
002200             '      ORDERS     LINES        UNITS'.
002210     01  WS-FCT-DETAIL-LINE.
002220         05  FILLER               PIC X(26) VALUE SPACES.
002230         05  WS-FDT-FROM-DAY      PIC 9(02).
002240         05  FILLER               PIC X(01) VALUE '-'.
002250         05  WS-FDT-TO-DAY        PIC 9(02).
002260         05  FILLER               PIC X(02) VALUE SPACES.
002270         05  WS-FDT-END-DATE      PIC 9(08).
002280         05  FILLER               PIC X(02) VALUE SPACES.
002290         05  WS-FDT-ORDERS        PIC ZZZ,ZZ9.
002300         05  FILLER               PIC X(03) VALUE SPACES.
002310         05  WS-FDT-LINES         PIC ZZZ,ZZ9.
002320         05  FILLER               PIC X(02) VALUE SPACES.
002330         05  WS-FDT-UNITS         PIC ZZZ,ZZZ,ZZ9.
002340         05  FILLER               PIC X(07) VALUE SPACES.
002350     01  WS-COUNT-LINE.
002360         05  WS-CNT-TITLE         PIC X(26).
002370         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002380         05  FILLER               PIC X(43) VALUE SPACES.
002390
002400 PROCEDURE DIVISION.
002410*****************************************************************
002420*    0000-MAINLINE                                              *
002430*****************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE
002460         THRU 1000-INITIALIZE-EXIT.
002470
002480     PERFORM 2000-PROCESS-STANDING-ORDER
002490         THRU 2000-PROCESS-STANDING-ORDER-EXIT
002500         UNTIL WS-EOF.
002510
002520     PERFORM 4000-PRINT-TOTALS
002530         THRU 4000-PRINT-TOTALS-EXIT.
002540
002550     DISPLAY 'SOGEN01: STANDING ORDERS READ... ' WS-READ-COUNT.
002560     DISPLAY 'SOGEN01: ORDERS CUT............. ' WS-ORDERS-CUT.
002570     DISPLAY 'SOGEN01: ORDER LINES WRITTEN.... '
002580         WS-LINES-WRITTEN.
002590     DISPLAY 'SOGEN01: STANDING ORDERS ENDED.. ' WS-ENDED-COUNT.
002600     DISPLAY 'SOGEN01: EXCEPTIONS............. '
002610         WS-EXCEPTION-COUNT.
002620     DISPLAY 'SOGEN01: 30-DAY FORECAST ORDERS. ' WS-FCT-ORDERS.
002630
002640     IF WS-EXCEPTION-COUNT > 0
002650         IF RETURN-CODE < 4
002660             MOVE 4 TO RETURN-CODE
002670         END-IF
002680     END-IF.
002690
002700     PERFORM 9999-TERMINATE
002710         THRU 9999-TERMINATE-EXIT.
002720
002730     STOP RUN.
002740
002750*****************************************************************
002760*    1000-INITIALIZE                                            *
002770*    THE CYCLE DATE DECIDES WHAT IS DUE AND STARTS THE          *
002780*    FORECAST.  WITHOUT THE STANDING-ORDER FILE OR THE ORDER    *
002790*    OUTPUTS NOTHING CAN BE CUT AND THE STEP ENDS RC 8.         *
002800*****************************************************************
002810 1000-INITIALIZE.
002820     OPEN INPUT CYCLE-CONTROL-FILE.
002830     IF WS-CYC-OK
002840         READ CYCLE-CONTROL-FILE
002850             AT END
002860                 CONTINUE
002870             NOT AT END
002880                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
002890         END-READ
002900         CLOSE CYCLE-CONTROL-FILE
002910     END-IF.
002920     IF WS-CYCLE-DATE = 0
002930         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
002940     END-IF.
002950     PERFORM 1100-SET-FORECAST-WEEKS
002960         THRU 1100-SET-FORECAST-WEEKS-EXIT.
002970
002980     OPEN I-O STANDING-ORDER-FILE.
002990     IF NOT WS-STO-OK
003000         DISPLAY 'SOGEN01: OPEN STANDING-ORDER-FILE FAILED '
003010             WS-STO-FILE-STATUS
003020         MOVE 'Y' TO WS-EOF-SW
003030         MOVE 8 TO RETURN-CODE
003040     END-IF.
003050
003060     OPEN OUTPUT ORDER-TRAN-OUT.
003070     IF NOT WS-OPT-OK
003080         DISPLAY 'SOGEN01: OPEN ORDER-TRAN-OUT FAILED '
003090             WS-OPT-FILE-STATUS
003100         MOVE 'Y' TO WS-EOF-SW
003110         MOVE 8 TO RETURN-CODE
003120     END-IF.
003130     OPEN OUTPUT ORDER-LINE-OUT.
003140     IF NOT WS-OLN-OK
003150         DISPLAY 'SOGEN01: OPEN ORDER-LINE-OUT FAILED '
003160             WS-OLN-FILE-STATUS
003170         MOVE 'Y' TO WS-EOF-SW
003180         MOVE 8 TO RETURN-CODE
003190     END-IF.
003200
003210*    PICK THE S-SERIES SEQUENCE UP WHERE THE LAST RUN LEFT IT.
003220     OPEN INPUT SO-SEQ-FILE.
003230     IF WS-SSQ-OK
003240         READ SO-SEQ-FILE
003250             AT END
003260                 CONTINUE
003270             NOT AT END
003280                 MOVE SSQ-LAST-SEQUENCE TO WS-ORDER-SEQ
003290         END-READ
003300         CLOSE SO-SEQ-FILE
003310     ELSE
003320         DISPLAY 'SOGEN01: NO SO-SEQ-FILE - '
003330             'SEQUENCE STARTS AT ZERO'
003340     END-IF.
003350
003360     OPEN OUTPUT SO-REGISTER-RPT.
003370     IF NOT WS-REG-OK
003380         DISPLAY 'SOGEN01: OPEN SO-REGISTER-RPT FAILED '
003390             WS-REG-FILE-STATUS
003400     END-IF.
003410     MOVE WS-CYCLE-DATE TO WS-RHD-CYCLE-DATE.
003420     WRITE SO-REGISTER-LINE FROM WS-REG-HEADING-LINE.
003430     WRITE SO-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
003440
003450     IF NOT WS-EOF
003460         PERFORM 8000-READ-STANDING-ORDER
003470             THRU 8000-READ-STANDING-ORDER-EXIT
003480     END-IF.
003490 1000-INITIALIZE-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530*    1100-SET-FORECAST-WEEKS                                    *
003540*    THE LAST DATE OF EACH FORECAST WEEK, COUNTED ON FROM THE   *
003550*    CYCLE DATE; THE LAST WEEK ENDS AT THE HORIZON.             *
003560*****************************************************************
003570 1100-SET-FORECAST-WEEKS.
003580     INITIALIZE WS-FCT-TABLE.
003590     PERFORM 1110-SET-ONE-WEEK
003600         THRU 1110-SET-ONE-WEEK-EXIT
003610         VARYING WS-FCT-SUB FROM 1 BY 1
003620         UNTIL WS-FCT-SUB > 5.
003630     MOVE WS-FCT-T-END-DATE(5) TO WS-HORIZON-DATE.
003640 1100-SET-FORECAST-WEEKS-EXIT.
003650     EXIT.
003660
003670*****************************************************************
003680*    1110-SET-ONE-WEEK                                          *
003690*****************************************************************
003700 1110-SET-ONE-WEEK.
003710     COMPUTE WS-FCT-T-FROM-DAY(WS-FCT-SUB)
003720         = (WS-FCT-SUB - 1) * 7 + 1.
003730     IF WS-FCT-SUB = 5
003740         MOVE WS-FORECAST-DAYS TO WS-FCT-T-TO-DAY(WS-FCT-SUB)
003750     ELSE
003760         COMPUTE WS-FCT-T-TO-DAY(WS-FCT-SUB) = WS-FCT-SUB * 7
003770     END-IF.
003780     MOVE WS-CYCLE-DATE TO WS-ROLL-DATE.
003790     MOVE WS-FCT-T-TO-DAY(WS-FCT-SUB) TO WS-ROLL-ADD-DAYS.
003800     PERFORM 7100-ADD-DAYS
003810         THRU 7100-ADD-DAYS-EXIT.
003820     MOVE WS-ROLL-DATE TO WS-FCT-T-END-DATE(WS-FCT-SUB).
003830 1110-SET-ONE-WEEK-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*    2000-PROCESS-STANDING-ORDER                                *
003880*    SUSPENDED AND ENDED STANDING ORDERS ARE COUNTED AND PASSED *
003890*    BY.  AN ACTIVE ONE HAS EVERY OCCURRENCE DUE BY THE CYCLE   *
003900*    DATE CUT - MORE THAN ONE ONLY WHEN A CYCLE WAS MISSED -    *
003910*    AND IS THEN FORECAST FROM ITS NEW NEXT DUE DATE.           *
003920*****************************************************************
003930 2000-PROCESS-STANDING-ORDER.
003940     ADD 1 TO WS-READ-COUNT.
003950     IF STO-SUSPENDED
003960         ADD 1 TO WS-SUSPENDED-COUNT
003970         GO TO 2000-PROCESS-STANDING-ORDER-NEXT
003980     END-IF.
003990     IF NOT STO-ACTIVE
004000         GO TO 2000-PROCESS-STANDING-ORDER-NEXT
004010     END-IF.
004020     ADD 1 TO WS-ACTIVE-COUNT.
004030
004040     MOVE 0      TO WS-SO-CUT.
004050     MOVE 0      TO WS-SO-FCT-ORDERS.
004060     MOVE 0      TO WS-SO-FCT-UNITS.
004070     MOVE SPACES TO WS-SO-NOTE.
004080     MOVE 'N'    TO WS-SO-CHANGED-SW.
004090
004100*    A RECORD THAT CANNOT BE ROLLED SAFELY IS REPORTED, NOT CUT.
004110     MOVE STO-NEXT-DUE-DATE TO WS-DVAL-DATE.
004120     PERFORM 9550-VALIDATE-DATE
004130         THRU 9550-VALIDATE-DATE-EXIT.
004140     IF NOT WS-DVAL-OK OR NOT STO-FREQUENCY-VALID
004150         MOVE 'INVALID SCHEDULE' TO WS-SO-NOTE
004160     END-IF.
004170     IF STO-LINE-COUNT NOT NUMERIC OR STO-LINE-COUNT = 0
004180             OR STO-LINE-COUNT > 10
004190         MOVE 'INVALID LINES' TO WS-SO-NOTE
004200     END-IF.
004210     IF WS-SO-NOTE NOT = SPACES
004220         ADD 1 TO WS-EXCEPTION-COUNT
004230         GO TO 2000-PROCESS-STANDING-ORDER-PRINT
004240     END-IF.
004250
004260     MOVE 0 TO WS-SO-UNITS.
004270     PERFORM 2050-ADD-LINE-UNITS
004280         THRU 2050-ADD-LINE-UNITS-EXIT
004290         VARYING WS-LINE-SUB FROM 1 BY 1
004300         UNTIL WS-LINE-SUB > STO-LINE-COUNT.
004310
004320     PERFORM 2100-CUT-ORDER
004330         THRU 2100-CUT-ORDER-EXIT
004340         UNTIL STO-NEXT-DUE-DATE > WS-CYCLE-DATE
004350            OR NOT STO-ACTIVE.
004360     IF STO-ACTIVE AND STO-END-DATE > 0
004370             AND STO-NEXT-DUE-DATE > STO-END-DATE
004380         PERFORM 2200-END-STANDING-ORDER
004390             THRU 2200-END-STANDING-ORDER-EXIT
004400     END-IF.
004410     IF WS-SO-CHANGED
004420         REWRITE STANDING-ORDER-REC
004430     END-IF.
004440
004450     IF STO-ACTIVE
004460         MOVE STO-NEXT-DUE-DATE TO WS-ROLL-DATE
004470         MOVE STO-FREQUENCY     TO WS-ROLL-FREQUENCY
004480         MOVE STO-DUE-DAY       TO WS-ROLL-DUE-DAY
004490         PERFORM 2300-FORECAST-OCCURRENCE
004500             THRU 2300-FORECAST-OCCURRENCE-EXIT
004510             UNTIL WS-ROLL-DATE > WS-HORIZON-DATE
004520                OR (STO-END-DATE > 0
004530                    AND WS-ROLL-DATE > STO-END-DATE)
004540     END-IF.
004550
004560 2000-PROCESS-STANDING-ORDER-PRINT.
004570     MOVE STO-CUST-ID         TO WS-RDT-CUST-ID.
004580     MOVE STO-NUMBER          TO WS-RDT-NUMBER.
004590     MOVE STO-FREQUENCY       TO WS-RDT-FREQUENCY.
004600     MOVE STO-STATUS          TO WS-RDT-STATUS.
004610     MOVE WS-SO-CUT           TO WS-RDT-CUT.
004620     MOVE STO-LAST-ORDER-ID   TO WS-RDT-LAST-ORDER.
004630     MOVE STO-NEXT-DUE-DATE   TO WS-RDT-NEXT-DUE.
004640     MOVE STO-END-DATE        TO WS-RDT-END-DATE.
004650     MOVE WS-SO-FCT-ORDERS    TO WS-RDT-FCT-ORDERS.
004660     MOVE WS-SO-FCT-UNITS     TO WS-RDT-FCT-UNITS.
004670     MOVE WS-SO-NOTE          TO WS-RDT-NOTE.
004680     WRITE SO-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
004690
004700 2000-PROCESS-STANDING-ORDER-NEXT.
004710     PERFORM 8000-READ-STANDING-ORDER
004720         THRU 8000-READ-STANDING-ORDER-EXIT.
004730 2000-PROCESS-STANDING-ORDER-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770*    2050-ADD-LINE-UNITS                                        *
004780*****************************************************************
004790 2050-ADD-LINE-UNITS.
004800     ADD STO-QUANTITY(WS-LINE-SUB) TO WS-SO-UNITS.
004810 2050-ADD-LINE-UNITS-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850*    2100-CUT-ORDER                                             *
004860*    ONE OCCURRENCE, DATED THE DAY IT FELL DUE, TAKES THE NEXT  *
004870*    S-SERIES ID AND GOES TO THE GATE AS A SALE AT ZERO SO THE  *
004880*    LINES ARE PRICED ON THE NIGHT.  AN OCCURRENCE PAST THE END *
004890*    DATE IS NOT CUT - THE STANDING ORDER ENDS INSTEAD.         *
004900*****************************************************************
004910 2100-CUT-ORDER.
004920     IF STO-END-DATE > 0 AND STO-NEXT-DUE-DATE > STO-END-DATE
004930         PERFORM 2200-END-STANDING-ORDER
004940             THRU 2200-END-STANDING-ORDER-EXIT
004950         GO TO 2100-CUT-ORDER-EXIT
004960     END-IF.
004970
004980     ADD 1 TO WS-ORDER-SEQ.
004990     MOVE WS-ORDER-PREFIX TO WS-NOI-PREFIX.
005000     MOVE WS-ORDER-SEQ    TO WS-NOI-SEQ.
005010
005020     MOVE SPACES TO ORDER-TRAN-REC.
005030     MOVE WS-NEW-ORDER-ID    TO OPT-ORDER-ID.
005040     MOVE STO-CUST-ID        TO OPT-CUST-ID.
005050     MOVE 0                  TO OPT-ORDER-AMOUNT.
005060     MOVE STO-NEXT-DUE-DATE  TO OPT-ORDER-DATE.
005070     MOVE STO-CURRENCY-CODE  TO OPT-CURRENCY-CODE.
005080     MOVE 'S'                TO OPT-TRAN-TYPE.
005090     MOVE STO-BRANCH-CODE    TO OPT-BRANCH-CODE.
005100     MOVE STO-REP-CODE       TO OPT-REP-CODE.
005110     MOVE 0                  TO OPT-PREPAID-AMOUNT.
005120     WRITE ORDER-TRAN-REC.
005130
005140     PERFORM 2110-WRITE-ORDER-LINE
005150         THRU 2110-WRITE-ORDER-LINE-EXIT
005160         VARYING WS-LINE-SUB FROM 1 BY 1
005170         UNTIL WS-LINE-SUB > STO-LINE-COUNT.
005180
005190     ADD 1 TO WS-SO-CUT.
005200     ADD 1 TO WS-ORDERS-CUT.
005210     ADD WS-SO-UNITS TO WS-UNITS-CUT.
005220     MOVE WS-NEW-ORDER-ID    TO STO-LAST-ORDER-ID.
005230     MOVE STO-NEXT-DUE-DATE  TO STO-LAST-ORDER-DATE.
005240     ADD 1 TO STO-ORDERS-CUT.
005250     MOVE 'Y' TO WS-SO-CHANGED-SW.
005260
005270     MOVE STO-NEXT-DUE-DATE TO WS-ROLL-DATE.
005280     MOVE STO-FREQUENCY     TO WS-ROLL-FREQUENCY.
005290     MOVE STO-DUE-DAY       TO WS-ROLL-DUE-DAY.
005300     PERFORM 7000-NEXT-OCCURRENCE
005310         THRU 7000-NEXT-OCCURRENCE-EXIT.
005320     MOVE WS-ROLL-DATE      TO STO-NEXT-DUE-DATE.
005330 2100-CUT-ORDER-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370*    2110-WRITE-ORDER-LINE                                      *
005380*****************************************************************
005390 2110-WRITE-ORDER-LINE.
005395     MOVE SPACES                     TO ORDER-LINE-REC.
005400     MOVE WS-NEW-ORDER-ID            TO OLN-ORDER-ID.
005410     MOVE STO-ITM-ID(WS-LINE-SUB)    TO OLN-ITM-ID.
005420     MOVE STO-QUANTITY(WS-LINE-SUB)  TO OLN-QUANTITY.
005430     WRITE ORDER-LINE-REC.
005440     ADD 1 TO WS-LINES-WRITTEN.
005450 2110-WRITE-ORDER-LINE-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*    2200-END-STANDING-ORDER                                    *
005500*****************************************************************
005510 2200-END-STANDING-ORDER.
005520     ADD 1 TO WS-ENDED-COUNT.
005530     MOVE 'E'             TO STO-STATUS.
005540     MOVE WS-CYCLE-DATE   TO STO-STATUS-DATE.
005550     MOVE 'SOGEN01'       TO STO-OPERATOR-ID.
005560     MOVE 'ENDED'         TO WS-SO-NOTE.
005570     MOVE 'Y'             TO WS-SO-CHANGED-SW.
005580 2200-END-STANDING-ORDER-EXIT.
005590     EXIT.
005600
005610*****************************************************************
005620*    2300-FORECAST-OCCURRENCE                                   *
005630*    ONE OCCURRENCE INSIDE THE HORIZON, COUNTED AGAINST THE     *
005640*    STANDING ORDER AND THE WEEK IT FALLS IN.                   *
005650*****************************************************************
005660 2300-FORECAST-OCCURRENCE.
005670     ADD 1 TO WS-SO-FCT-ORDERS.
005680     ADD WS-SO-UNITS TO WS-SO-FCT-UNITS.
005690     ADD 1 TO WS-FCT-ORDERS.
005700     ADD STO-LINE-COUNT TO WS-FCT-LINES.
005710     ADD WS-SO-UNITS TO WS-FCT-UNITS.
005720
005730     MOVE 1 TO WS-FCT-SUB.
005740     PERFORM 2310-NEXT-WEEK
005750         THRU 2310-NEXT-WEEK-EXIT
005760         UNTIL WS-FCT-SUB = 5
005770            OR WS-ROLL-DATE NOT > WS-FCT-T-END-DATE(WS-FCT-SUB).
005780     ADD 1              TO WS-FCT-T-ORDERS(WS-FCT-SUB).
005790     ADD STO-LINE-COUNT TO WS-FCT-T-LINES(WS-FCT-SUB).
005800     ADD WS-SO-UNITS    TO WS-FCT-T-UNITS(WS-FCT-SUB).
005810
005820     PERFORM 7000-NEXT-OCCURRENCE
005830         THRU 7000-NEXT-OCCURRENCE-EXIT.
005840 2300-FORECAST-OCCURRENCE-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880*    2310-NEXT-WEEK                                             *
005890*****************************************************************
005900 2310-NEXT-WEEK.
005910     ADD 1 TO WS-FCT-SUB.
005920 2310-NEXT-WEEK-EXIT.
005930     EXIT.
005940
005950*****************************************************************
005960*    4000-PRINT-TOTALS                                          *
005970*****************************************************************
005980 4000-PRINT-TOTALS.
005990     MOVE SPACES TO SO-REGISTER-LINE.
006000     WRITE SO-REGISTER-LINE.
006010     WRITE SO-REGISTER-LINE FROM WS-FCT-HEADING-LINE.
006020     PERFORM 4100-PRINT-FORECAST-WEEK
006030         THRU 4100-PRINT-FORECAST-WEEK-EXIT
006040         VARYING WS-FCT-SUB FROM 1 BY 1
006050         UNTIL WS-FCT-SUB > 5.
006060     MOVE SPACES TO SO-REGISTER-LINE.
006070     WRITE SO-REGISTER-LINE.
006080
006090     MOVE 'STANDING ORDERS READ......' TO WS-CNT-TITLE.
006100     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
006110     WRITE SO-REGISTER-LINE FROM WS-COUNT-LINE.
006120
006130     MOVE 'ACTIVE....................' TO WS-CNT-TITLE.
006140     MOVE WS-ACTIVE-COUNT TO WS-CNT-VALUE.
006150     WRITE SO-REGISTER-LINE FROM WS-COUNT-LINE.
006160
006170     MOVE 'SUSPENDED.................' TO WS-CNT-TITLE.
006180     MOVE WS-SUSPENDED-COUNT TO WS-CNT-VALUE.
006190     WRITE SO-REGISTER-LINE FROM WS-COUNT-LINE.
006200
006210     MOVE 'ENDED THIS CYCLE..........' TO WS-CNT-TITLE.
006220     MOVE WS-ENDED-COUNT TO WS-CNT-VALUE.
006230     WRITE SO-REGISTER-LINE FROM WS-COUNT-LINE.
006240
006250     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
006260     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
006270     WRITE SO-REGISTER-LINE FROM WS-COUNT-LINE.
006280
006290     MOVE 'ORDERS CUT................' TO WS-CNT-TITLE.
006300     MOVE WS-ORDERS-CUT TO WS-CNT-VALUE.
006310     WRITE SO-REGISTER-LINE FROM WS-COUNT-LINE.
006320
006330     MOVE 'ORDER LINES WRITTEN.......' TO WS-CNT-TITLE.
006340     MOVE WS-LINES-WRITTEN TO WS-CNT-VALUE.
006350     WRITE SO-REGISTER-LINE FROM WS-COUNT-LINE.
006360
006370     MOVE 'UNITS CUT.................' TO WS-CNT-TITLE.
006380     MOVE WS-UNITS-CUT TO WS-CNT-VALUE.
006390     WRITE SO-REGISTER-LINE FROM WS-COUNT-LINE.
006400 4000-PRINT-TOTALS-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440*    4100-PRINT-FORECAST-WEEK                                   *
006450*****************************************************************
006460 4100-PRINT-FORECAST-WEEK.
006470     MOVE WS-FCT-T-FROM-DAY(WS-FCT-SUB) TO WS-FDT-FROM-DAY.
006480     MOVE WS-FCT-T-TO-DAY(WS-FCT-SUB)   TO WS-FDT-TO-DAY.
006490     MOVE WS-FCT-T-END-DATE(WS-FCT-SUB) TO WS-FDT-END-DATE.
006500     MOVE WS-FCT-T-ORDERS(WS-FCT-SUB)   TO WS-FDT-ORDERS.
006510     MOVE WS-FCT-T-LINES(WS-FCT-SUB)    TO WS-FDT-LINES.
006520     MOVE WS-FCT-T-UNITS(WS-FCT-SUB)    TO WS-FDT-UNITS.
006530     WRITE SO-REGISTER-LINE FROM WS-FCT-DETAIL-LINE.
006540 4100-PRINT-FORECAST-WEEK-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580*    7000-NEXT-OCCURRENCE                                       *
006590*    ROLLS WS-ROLL-DATE ON ONE OCCURRENCE OF WS-ROLL-FREQUENCY. *
006600*****************************************************************
006610 7000-NEXT-OCCURRENCE.
006620     EVALUATE WS-ROLL-FREQUENCY
006630         WHEN 'W'
006640             MOVE 7 TO WS-ROLL-ADD-DAYS
006650             PERFORM 7100-ADD-DAYS
006660                 THRU 7100-ADD-DAYS-EXIT
006670         WHEN 'F'
006680             MOVE 14 TO WS-ROLL-ADD-DAYS
006690             PERFORM 7100-ADD-DAYS
006700                 THRU 7100-ADD-DAYS-EXIT
006710         WHEN OTHER
006720             PERFORM 7200-ADD-MONTH
006730                 THRU 7200-ADD-MONTH-EXIT
006740     END-EVALUATE.
006750 7000-NEXT-OCCURRENCE-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*    7100-ADD-DAYS                                              *
006800*    ADDS WS-ROLL-ADD-DAYS TO WS-ROLL-DATE, CARRYING INTO THE   *
006810*    NEXT MONTH (AND YEAR) AS OFTEN AS NEEDED.                  *
006820*****************************************************************
006830 7100-ADD-DAYS.
006840     PERFORM 7300-MONTH-LENGTH
006850         THRU 7300-MONTH-LENGTH-EXIT.
006860     COMPUTE WS-ROLL-DAY-COUNT = WS-ROLL-DD + WS-ROLL-ADD-DAYS.
006870     PERFORM 7110-CARRY-MONTH
006880         THRU 7110-CARRY-MONTH-EXIT
006890         UNTIL WS-ROLL-DAY-COUNT NOT > WS-ROLL-MAX-DD.
006900     MOVE WS-ROLL-DAY-COUNT TO WS-ROLL-DD.
006910 7100-ADD-DAYS-EXIT.
006920     EXIT.
006930
006940*****************************************************************
006950*    7110-CARRY-MONTH                                           *
006960*****************************************************************
006970 7110-CARRY-MONTH.
006980     SUBTRACT WS-ROLL-MAX-DD FROM WS-ROLL-DAY-COUNT.
006990     ADD 1 TO WS-ROLL-MM.
007000     IF WS-ROLL-MM > 12
007010         MOVE 1 TO WS-ROLL-MM
007020         ADD 1 TO WS-ROLL-YYYY
007030     END-IF.
007040     PERFORM 7300-MONTH-LENGTH
007050         THRU 7300-MONTH-LENGTH-EXIT.
007060 7110-CARRY-MONTH-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100*    7200-ADD-MONTH                                             *
007110*    THE SAME DAY NEXT MONTH - THE STANDING ORDER'S OWN DAY OF  *
007120*    THE MONTH, OR THE LAST DAY WHERE THE MONTH IS SHORTER.     *
007130*****************************************************************
007140 7200-ADD-MONTH.
007150     ADD 1 TO WS-ROLL-MM.
007160     IF WS-ROLL-MM > 12
007170         MOVE 1 TO WS-ROLL-MM
007180         ADD 1 TO WS-ROLL-YYYY
007190     END-IF.
007200     PERFORM 7300-MONTH-LENGTH
007210         THRU 7300-MONTH-LENGTH-EXIT.
007220     IF WS-ROLL-DUE-DAY > WS-ROLL-MAX-DD OR WS-ROLL-DUE-DAY = 0
007230         MOVE WS-ROLL-MAX-DD  TO WS-ROLL-DD
007240     ELSE
007250         MOVE WS-ROLL-DUE-DAY TO WS-ROLL-DD
007260     END-IF.
007270 7200-ADD-MONTH-EXIT.
007280     EXIT.
007290
007300*****************************************************************
007310*    7300-MONTH-LENGTH                                          *
007320*    THE DAYS IN WS-ROLL-DATE'S MONTH, TAKEN FROM THE SHARED    *
007330*    CALENDAR CHECK ON THE FIRST OF THE MONTH.                  *
007340*****************************************************************
007350 7300-MONTH-LENGTH.
007360     MOVE WS-ROLL-YYYY TO WS-DVAL-YYYY.
007370     MOVE WS-ROLL-MM   TO WS-DVAL-MM.
007380     MOVE 1            TO WS-DVAL-DD.
007390     PERFORM 9550-VALIDATE-DATE
007400         THRU 9550-VALIDATE-DATE-EXIT.
007410     MOVE WS-DVAL-MAX-DD TO WS-ROLL-MAX-DD.
007420 7300-MONTH-LENGTH-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460*    8000-READ-STANDING-ORDER                                   *
007470*****************************************************************
007480 8000-READ-STANDING-ORDER.
007490     READ STANDING-ORDER-FILE
007500         AT END
007510             MOVE 'Y' TO WS-EOF-SW
007520     END-READ.
007530 8000-READ-STANDING-ORDER-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570*    9999-TERMINATE                                             *
007580*****************************************************************
007590 9999-TERMINATE.
007600     CLOSE STANDING-ORDER-FILE.
007610     CLOSE ORDER-TRAN-OUT.
007620     CLOSE ORDER-LINE-OUT.
007630     CLOSE SO-REGISTER-RPT.
007640
007650*    LEAVE THE NEW HIGH-WATER SEQUENCE FOR THE NEXT RUN.
007660     OPEN OUTPUT SO-SEQ-FILE.
007670     IF WS-SSQ-OK
007680         MOVE WS-ORDER-SEQ TO SSQ-LAST-SEQUENCE
007690         WRITE SO-SEQ-REC
007700         CLOSE SO-SEQ-FILE
007710     ELSE
007720         DISPLAY 'SOGEN01: SO-SEQ-FILE NOT REWRITTEN '
007730             WS-SSQ-FILE-STATUS
007740     END-IF.
007750
007760*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
007770     OPEN EXTEND RUN-CONTROL-FILE.
007780     IF WS-RCT-OK
007790         MOVE 'SOGEN01'          TO RCT-STEP-NAME
007800         MOVE WS-READ-COUNT      TO RCT-RECORDS-IN
007810         MOVE WS-ORDERS-CUT      TO RCT-APPLIED
007820         MOVE WS-EXCEPTION-COUNT TO RCT-REJECTED
007830         MOVE 0                  TO RCT-SUSPENDED
007840         WRITE RUN-CONTROL-REC
007850         CLOSE RUN-CONTROL-FILE
007860     ELSE
007870         DISPLAY 'SOGEN01: OPEN RUN-CONTROL-FILE FAILED '
007880             WS-RCT-FILE-STATUS
007890     END-IF.
007900 9999-TERMINATE-EXIT.
007910     EXIT.
007920
007930*****************************************************************
007940*    9550-VALIDATE-DATE                                         *
007950*    SHARED REAL-CALENDAR DATE CHECK - SEE DATEVAL.CPY.         *
007960*****************************************************************
007970     COPY DATEVAL.
