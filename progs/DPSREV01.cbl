000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DPSREV01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - DENIED-PARTY COMPLIANCE REVIEW.  *
000100*                    GATHERS THE HITS THE SCREENING PROGRAMS     *
000110*                    LOGGED SINCE THE LAST RUN WITH THOSE STILL  *
000120*                    AWAITING REVIEW, COLLAPSING REPEATS OF THE  *
000130*                    SAME CUSTOMER AND LIST ENTRY, AND APPLIES   *
000140*                    COMPLIANCE'S DECISIONS.  A CLEARED HIT IS   *
000150*                    REMEMBERED SO THE PAIR IS NOT HELD AGAIN,   *
000160*                    AND THE DP CREDIT HOLD IS RELEASED ONCE THE *
000170*                    CUSTOMER HAS NO OTHER HIT OPEN OR           *
000180*                    CONFIRMED; A CONFIRMED HIT KEEPS THE HOLD.  *
000190*                    ONLY AN OPERATOR GRANTED THE DECISION UNDER *
000200*                    DPSREV01 MAY MAKE IT.  THE REVIEW REPORT    *
000210*                    SHOWS WHO CLEARED OR CONFIRMED EACH HIT AND *
000220*                    WHEN, AND AGES THE HITS STILL OPEN.         *
000222*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000224*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000226*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000228*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CYC-FILE-STATUS.
000300
000310     SELECT DP-HIT-FILE ASSIGN TO DPHITS
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-DPH-FILE-STATUS.
000340
000350     SELECT DP-HIT-OUT ASSIGN TO DPHITSO
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-HTO-FILE-STATUS.
000380
000390     SELECT DP-DECISION-FILE ASSIGN TO DPDEC
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DEC-FILE-STATUS.
000420
000430     SELECT DP-CLEARED-FILE ASSIGN TO DPCLR
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-DPC-FILE-STATUS.
000460
000470     SELECT DP-CLEARED-OUT ASSIGN TO DPCLRO
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CLO-FILE-STATUS.
000500
000510     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CUST-ID
000550         FILE STATUS IS WS-CUST-FILE-STATUS.
000560
000570     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CMJ-FILE-STATUS.
000600
000610     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUT-FILE-STATUS.
000640
000650     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AVL-FILE-STATUS.
000680
000690     SELECT DP-REVIEW-RPT ASSIGN TO DPSREVRP
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-FILE-STATUS.
000711
000712     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000713         ORGANIZATION IS LINE SEQUENTIAL
000714         FILE STATUS IS WS-STP-FILE-STATUS.
000715
000716     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000717         ORGANIZATION IS LINE SEQUENTIAL
000718         FILE STATUS IS WS-MRC-FILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CYCLE-CONTROL-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CYCLCTL.
000780
000790 FD  DP-HIT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY DPHIT.
000820
000830 FD  DP-HIT-OUT
000840     LABEL RECORDS ARE STANDARD.
000850     01  DP-HIT-OUT-REC           PIC X(140).
000860
000870 FD  DP-DECISION-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DPDEC.
000900
000910 FD  DP-CLEARED-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DPCLR.
000940
000950 FD  DP-CLEARED-OUT
000960     LABEL RECORDS ARE STANDARD.
000970     01  DP-CLEARED-OUT-REC       PIC X(80).
000980
000990 FD  CUSTOMER-MASTER-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY CUSTMAST.
001020
001030 FD  CUST-JOURNAL-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY CMJRNL.
001060
001070 FD  OPERATOR-AUTH-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY OPRAUTH.
001100
001110 FD  ACCESS-VIOLATION-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY AUTVIOL.
001140
001150 FD  DP-REVIEW-RPT
001160     LABEL RECORDS ARE STANDARD.
001170     01  DP-REVIEW-LINE           PIC X(80).
001171
001172 FD  STEP-LOG-FILE
001173     LABEL RECORDS ARE STANDARD.
001174     COPY STEPLOG.
001175
001176 FD  STEP-RUN-CONTROL-FILE
001177     LABEL RECORDS ARE STANDARD.
001178     COPY RUNCTL
001179         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001180
001190 WORKING-STORAGE SECTION.
001200     01  WS-CYC-FILE-STATUS       PIC X(02).
001210         88  WS-CYC-OK            VALUE '00'.
001220     01  WS-DPH-FILE-STATUS       PIC X(02).
001230         88  WS-DPH-OK            VALUE '00'.
001240         88  WS-DPH-EOF           VALUE '10'.
001250     01  WS-HTO-FILE-STATUS       PIC X(02).
001260         88  WS-HTO-OK            VALUE '00'.
001270     01  WS-DEC-FILE-STATUS       PIC X(02).
001280         88  WS-DEC-OK            VALUE '00'.
001290         88  WS-DEC-EOF           VALUE '10'.
001300     01  WS-DPC-FILE-STATUS       PIC X(02).
001310         88  WS-DPC-OK            VALUE '00'.
001320         88  WS-DPC-EOF           VALUE '10'.
001330     01  WS-CLO-FILE-STATUS       PIC X(02).
001340         88  WS-CLO-OK            VALUE '00'.
001350     01  WS-CUST-FILE-STATUS      PIC X(02).
001360         88  WS-CUST-OK           VALUE '00'.
001370         88  WS-CUST-NOT-FOUND    VALUE '23'.
001380     01  WS-RPT-FILE-STATUS       PIC X(02).
001390         88  WS-RPT-OK            VALUE '00'.
001400
001410     COPY CMJWORK.
001415     COPY JCHWORK.
001420
001430     COPY AUTWORK.
001440
001450*****************************************************************
001460*    RUN DATE AND AGE FIELDS                                    *
001470*    AGES ARE COUNTED ON THE 360-DAY YEAR, AS THE RECEIVABLES   *
001480*    AGING DOES.                                                *
001490*****************************************************************
001500     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001510     01  WS-CYCLE-PARTS REDEFINES WS-CYCLE-DATE.
001520         05  WS-CYCLE-YYYY        PIC 9(04).
001530         05  WS-CYCLE-MM          PIC 9(02).
001540         05  WS-CYCLE-DD          PIC 9(02).
001550     01  WS-FROM-DATE             PIC 9(08).
001560     01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
001570         05  WS-FROM-YYYY         PIC 9(04).
001580         05  WS-FROM-MM           PIC 9(02).
001590         05  WS-FROM-DD           PIC 9(02).
001600     01  WS-TO-DATE               PIC 9(08).
001610     01  WS-TO-PARTS REDEFINES WS-TO-DATE.
001620         05  WS-TO-YYYY           PIC 9(04).
001630         05  WS-TO-MM             PIC 9(02).
001640         05  WS-TO-DD             PIC 9(02).
001650     01  WS-AGE-DAYS              PIC S9(07) COMP.
001660*    A HIT OPEN LONGER THAN THIS MANY DAYS IS CALLED OUT ON THE
001670*    REPORT AND ENDS THE STEP RC 4 - THE CUSTOMER IS HELD AND
001680*    WAITING ON COMPLIANCE.
001690     01  WS-OVERDUE-DAYS          PIC 9(03) VALUE 5.
001700
001710*****************************************************************
001720*    HIT TABLE                                                  *
001730*    EVERY HIT STILL OPEN OR CONFIRMED, CARRIED AND NEW, ONE    *
001740*    ROW PER CUSTOMER AND LIST ENTRY.  A HIT THE TABLE CANNOT   *
001750*    HOLD IS CARRIED STRAIGHT FORWARD UNREVIEWED.               *
001760*****************************************************************
001770     01  WS-HIT-COUNT             PIC 9(04) COMP VALUE 0.
001780     01  WS-MAX-HIT-ROWS          PIC 9(04) COMP VALUE 2000.
001790     01  WS-HIT-TABLE.
001800         05  WS-HIT-ROW OCCURS 2000 TIMES.
001810             10  WS-HIT-IMAGE     PIC X(140).
001820             10  WS-ROW-CUST-ID   PIC X(05).
001830             10  WS-ROW-ENTRY-ID  PIC X(10).
001840             10  WS-ROW-STATUS    PIC X(01).
001850             10  WS-ROW-REVIEWED-BY PIC X(08).
001860             10  WS-ROW-REVIEW-DATE PIC 9(08).
001870             10  WS-ROW-NOTE      PIC X(30).
001880             10  WS-ROW-DECIDED   PIC X(01).
001890             10  WS-ROW-RELEASED  PIC X(01).
001900             10  WS-ROW-REPEATS   PIC 9(03) COMP.
001910     01  WS-HIT-SUB               PIC 9(04) COMP.
001920     01  WS-FOUND-SUB             PIC 9(04) COMP.
001930     01  WS-CUST-SUB              PIC 9(04) COMP.
001940     01  WS-FOUND-SW              PIC X(01).
001950         88  WS-FOUND             VALUE 'Y'.
001960     01  WS-STILL-HELD-SW         PIC X(01).
001970         88  WS-STILL-HELD        VALUE 'Y'.
001980     01  WS-OVERFLOW-WARNED-SW    PIC X(01) VALUE 'N'.
001990         88  WS-OVERFLOW-WARNED   VALUE 'Y'.
002000     01  WS-FAIL-REASON           PIC X(36).
002010     01  WS-DISPOSITION           PIC X(12).
002020
002030*****************************************************************
002040*    CONTROL TOTALS                                             *
002050*****************************************************************
002060     01  WS-TOTALS.
002070         05  WS-HITS-READ         PIC 9(07) COMP VALUE 0.
002080         05  WS-REPEAT-COUNT      PIC 9(07) COMP VALUE 0.
002090         05  WS-DECISION-COUNT    PIC 9(07) COMP VALUE 0.
002100         05  WS-CLEARED-COUNT     PIC 9(07) COMP VALUE 0.
002110         05  WS-CONFIRMED-COUNT   PIC 9(07) COMP VALUE 0.
002120         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
002130         05  WS-RELEASED-COUNT    PIC 9(07) COMP VALUE 0.
002140         05  WS-OPEN-COUNT        PIC 9(07) COMP VALUE 0.
002150         05  WS-OVERDUE-COUNT     PIC 9(07) COMP VALUE 0.
002160         05  WS-OVERFLOW-COUNT    PIC 9(07) COMP VALUE 0.
002170         05  WS-PAIRS-CARRIED     PIC 9(07) COMP VALUE 0.
002180
002190*****************************************************************
002200*    REPORT LINE LAYOUTS                                        *
002210*****************************************************************
002220     01  WS-HEADING-LINE.
002230         05  FILLER               PIC X(40) VALUE
002240             'DPSREV01 - DENIED-PARTY COMPLIANCE REVIE'.
002250         05  FILLER               PIC X(09) VALUE 'W AS AT '.
002260         05  WS-HDG-DATE          PIC 9(08).
002270         05  FILLER               PIC X(23) VALUE SPACES.
002280
002290     01  WS-SECTION-LINE.
002300         05  WS-SEC-TITLE         PIC X(40).
002310         05  FILLER               PIC X(40) VALUE SPACES.
002320
002330     01  WS-COLUMN-LINE.
002340         05  FILLER               PIC X(40) VALUE
002350             'CUST  CUSTOMER NAME        LIST ENTRY S'.
002360         05  FILLER               PIC X(40) VALUE
002370             'CORE DISPOSITION  BY       DATE     DAYS'.
002380
002390     01  WS-DETAIL-LINE.
002400         05  WS-DET-CUST-ID       PIC X(05).
002410         05  FILLER               PIC X(01).
002420         05  WS-DET-CUST-NAME     PIC X(20).
002430         05  FILLER               PIC X(01).
002440         05  WS-DET-ENTRY-ID      PIC X(10).
002450         05  FILLER               PIC X(02).
002460         05  WS-DET-SCORE         PIC ZZ9.
002470         05  WS-DET-ADDR          PIC X(01).
002480         05  FILLER               PIC X(01).
002490         05  WS-DET-DISPOSITION   PIC X(12).
002500         05  FILLER               PIC X(01).
002510         05  WS-DET-BY            PIC X(08).
002520         05  FILLER               PIC X(01).
002530         05  WS-DET-DATE          PIC 9(08).
002540         05  FILLER               PIC X(01).
002550         05  WS-DET-DAYS          PIC ZZZ9.
002560         05  FILLER               PIC X(01).
002570
002580     01  WS-LISTED-LINE.
002590         05  FILLER               PIC X(06) VALUE SPACES.
002600         05  FILLER               PIC X(10) VALUE 'LISTED AS '.
002610         05  WS-LST-NAME          PIC X(40).
002620         05  FILLER               PIC X(01) VALUE SPACE.
002630         05  WS-LST-CODE          PIC X(04).
002640         05  FILLER               PIC X(01) VALUE SPACE.
002650         05  WS-LST-PROGRAM       PIC X(08).
002660         05  FILLER               PIC X(10) VALUE SPACES.
002670
002680     01  WS-NOTE-LINE.
002690         05  FILLER               PIC X(06) VALUE SPACES.
002700         05  WS-NOTE-TEXT         PIC X(40).
002710         05  FILLER               PIC X(34) VALUE SPACES.
002720
002730     01  WS-REFUSED-LINE.
002740         05  WS-REF-CUST-ID       PIC X(05).
002750         05  FILLER               PIC X(01).
002760         05  WS-REF-ENTRY-ID      PIC X(10).
002770         05  FILLER               PIC X(01).
002780         05  WS-REF-DECISION      PIC X(01).
002790         05  FILLER               PIC X(01).
002800         05  WS-REF-BY            PIC X(08).
002810         05  FILLER               PIC X(01).
002820         05  WS-REF-REASON        PIC X(36).
002830         05  FILLER               PIC X(16).
002840
002850     01  WS-COUNT-LINE.
002860         05  WS-CNT-TITLE         PIC X(30).
002870         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002880         05  FILLER               PIC X(43) VALUE SPACES.
002883
002886     COPY STPWORK.
002890
002900 PROCEDURE DIVISION.
002910*****************************************************************
002920*    0000-MAINLINE                                              *
002930*****************************************************************
002940 0000-MAINLINE.
002942     MOVE 'DPSREV01' TO WS-STP-PROGRAM.
002944     PERFORM 9700-LOG-STEP-START
002946         THRU 9700-LOG-STEP-START-EXIT.
002948
002950     PERFORM 1000-INITIALIZE
002960         THRU 1000-INITIALIZE-EXIT.
002970
002980     MOVE 'DECISIONS NOT APPLIED' TO WS-SEC-TITLE.
002990     WRITE DP-REVIEW-LINE FROM WS-SECTION-LINE.
003000     PERFORM 2000-APPLY-DECISIONS
003010         THRU 2000-APPLY-DECISIONS-EXIT.
003020
003030     PERFORM 3000-RELEASE-CLEARED
003040         THRU 3000-RELEASE-CLEARED-EXIT
003050         VARYING WS-HIT-SUB FROM 1 BY 1
003060         UNTIL WS-HIT-SUB > WS-HIT-COUNT.
003070
003080     MOVE SPACES TO WS-SECTION-LINE.
003090     WRITE DP-REVIEW-LINE FROM WS-SECTION-LINE.
003100     MOVE 'HITS DECIDED THIS RUN' TO WS-SEC-TITLE.
003110     WRITE DP-REVIEW-LINE FROM WS-SECTION-LINE.
003120     WRITE DP-REVIEW-LINE FROM WS-COLUMN-LINE.
003130     PERFORM 4000-REPORT-DECIDED
003140         THRU 4000-REPORT-DECIDED-EXIT
003150         VARYING WS-HIT-SUB FROM 1 BY 1
003160         UNTIL WS-HIT-SUB > WS-HIT-COUNT.
003170
003180     MOVE SPACES TO WS-SECTION-LINE.
003190     WRITE DP-REVIEW-LINE FROM WS-SECTION-LINE.
003200     MOVE 'HITS AWAITING REVIEW' TO WS-SEC-TITLE.
003210     WRITE DP-REVIEW-LINE FROM WS-SECTION-LINE.
003220     WRITE DP-REVIEW-LINE FROM WS-COLUMN-LINE.
003230     PERFORM 4100-REPORT-OPEN
003240         THRU 4100-REPORT-OPEN-EXIT
003250         VARYING WS-HIT-SUB FROM 1 BY 1
003260         UNTIL WS-HIT-SUB > WS-HIT-COUNT.
003270
003280     PERFORM 5000-WRITE-FORWARD
003290         THRU 5000-WRITE-FORWARD-EXIT
003300         VARYING WS-HIT-SUB FROM 1 BY 1
003310         UNTIL WS-HIT-SUB > WS-HIT-COUNT.
003320
003330     PERFORM 6000-PRINT-TOTALS
003340         THRU 6000-PRINT-TOTALS-EXIT.
003350
003360     DISPLAY 'DPSREV01: HITS READ.............. ' WS-HITS-READ.
003370     DISPLAY 'DPSREV01: REPEATS COLLAPSED...... '
003380         WS-REPEAT-COUNT.
003390     DISPLAY 'DPSREV01: DECISIONS READ......... '
003400         WS-DECISION-COUNT.
003410     DISPLAY 'DPSREV01: HITS CLEARED........... '
003420         WS-CLEARED-COUNT.
003430     DISPLAY 'DPSREV01: HITS CONFIRMED......... '
003440         WS-CONFIRMED-COUNT.
003450     DISPLAY 'DPSREV01: DECISIONS REFUSED...... '
003460         WS-REFUSED-COUNT.
003470     DISPLAY 'DPSREV01: HOLDS RELEASED......... '
003480         WS-RELEASED-COUNT.
003490     DISPLAY 'DPSREV01: HITS AWAITING REVIEW... '
003500         WS-OPEN-COUNT.
003510
003520*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
003530*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).  A
003540*    REFUSED DECISION OR A HIT LEFT OPEN PAST THE OVERDUE DAYS
003550*    NEEDS COMPLIANCE TO LOOK AGAIN.
003560     IF WS-REFUSED-COUNT > 0 OR WS-OVERDUE-COUNT > 0
003570         IF RETURN-CODE < 4
003580             MOVE 4 TO RETURN-CODE
003590         END-IF
003600     END-IF.
003610
003620     PERFORM 9999-TERMINATE
003630         THRU 9999-TERMINATE-EXIT.
003640
003641     MOVE WS-DECISION-COUNT TO WS-STP-RECORDS-IN.
003642     COMPUTE WS-STP-APPLIED
003643         = WS-CLEARED-COUNT + WS-CONFIRMED-COUNT.
003644     MOVE WS-REFUSED-COUNT  TO WS-STP-REJECTED.
003645     MOVE 0                 TO WS-STP-SUSPENDED.
003646     PERFORM 9710-LOG-STEP-END
003647         THRU 9710-LOG-STEP-END-EXIT.
003648
003650     STOP RUN.
003660
003670*****************************************************************
003680*    1000-INITIALIZE                                            *
003690*    THE CARRY-FORWARD FILES ARE OPENED FIRST - WITHOUT EITHER, *
003700*    HITS OR CLEARANCES WOULD BE LOST, SO THE RUN STOPS.  NO    *
003710*    HIT FILE MEANS NOTHING IS WAITING, WHICH IS NOT AN ERROR.  *
003720*****************************************************************
003730 1000-INITIALIZE.
003740     OPEN INPUT CYCLE-CONTROL-FILE.
003750     IF WS-CYC-OK
003760         READ CYCLE-CONTROL-FILE
003770             AT END
003780                 CONTINUE
003790             NOT AT END
003800                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003810                 MOVE CYC-CYCLE-NUMBER
003820                     TO WS-CMJ-CYCLE-NUMBER
003830         END-READ
003840         CLOSE CYCLE-CONTROL-FILE
003850     END-IF.
003860     IF WS-CYCLE-DATE = 0
003870         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003880     END-IF.
003890
003900     OPEN OUTPUT DP-REVIEW-RPT.
003910     IF NOT WS-RPT-OK
003920         DISPLAY 'DPSREV01: OPEN DP-REVIEW-RPT FAILED '
003930             WS-RPT-FILE-STATUS
003940     END-IF.
003950     MOVE WS-CYCLE-DATE TO WS-HDG-DATE.
003960     WRITE DP-REVIEW-LINE FROM WS-HEADING-LINE.
003970
003980     OPEN OUTPUT DP-HIT-OUT.
003990     IF NOT WS-HTO-OK
004000         DISPLAY 'DPSREV01: OPEN DP-HIT-OUT FAILED '
004010             WS-HTO-FILE-STATUS
004020         MOVE 8 TO RETURN-CODE
004030         GO TO 1000-INITIALIZE-EXIT
004040     END-IF.
004050
004060     OPEN OUTPUT DP-CLEARED-OUT.
004070     IF NOT WS-CLO-OK
004080         DISPLAY 'DPSREV01: OPEN DP-CLEARED-OUT FAILED '
004090             WS-CLO-FILE-STATUS
004100         MOVE 8 TO RETURN-CODE
004110         GO TO 1000-INITIALIZE-EXIT
004120     END-IF.
004130
004140     OPEN I-O CUSTOMER-MASTER-FILE.
004150     IF NOT WS-CUST-OK
004160         DISPLAY 'DPSREV01: OPEN CUSTOMER-MASTER FAILED '
004170             WS-CUST-FILE-STATUS
004180             ' - NO HOLD WILL BE RELEASED'
004190         MOVE 8 TO RETURN-CODE
004200     END-IF.
004210
004216     PERFORM 9610-OPEN-CUST-JOURNAL
004222         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
004230     IF NOT WS-CMJ-OK
004240         DISPLAY 'DPSREV01: OPEN CUST-JOURNAL-FILE FAILED '
004250             WS-CMJ-FILE-STATUS
004260     END-IF.
004270     MOVE 'DPSREV01' TO WS-CMJ-PROGRAM.
004280
004290     MOVE 'DPSREV01'    TO WS-AUT-PROGRAM.
004300     MOVE WS-CYCLE-DATE TO WS-AUT-DATE.
004310     PERFORM 9300-LOAD-AUTHORITY
004320         THRU 9300-LOAD-AUTHORITY-EXIT.
004330
004340     PERFORM 1100-COPY-CLEARED-PAIRS
004350         THRU 1100-COPY-CLEARED-PAIRS-EXIT.
004360
004370     PERFORM 1200-LOAD-HITS
004380         THRU 1200-LOAD-HITS-EXIT.
004390 1000-INITIALIZE-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430*    1100-COPY-CLEARED-PAIRS                                    *
004440*    EVERY PAIR ALREADY CLEARED GOES FORWARD UNCHANGED; THIS    *
004450*    RUN'S CLEARANCES ARE ADDED BEHIND THEM.                    *
004460*****************************************************************
004470 1100-COPY-CLEARED-PAIRS.
004480     OPEN INPUT DP-CLEARED-FILE.
004490     IF NOT WS-DPC-OK
004500         GO TO 1100-COPY-CLEARED-PAIRS-EXIT
004510     END-IF.
004520     PERFORM 1150-COPY-CLEARED-PAIR
004530         THRU 1150-COPY-CLEARED-PAIR-EXIT
004540         UNTIL WS-DPC-EOF.
004550     CLOSE DP-CLEARED-FILE.
004560 1100-COPY-CLEARED-PAIRS-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600*    1150-COPY-CLEARED-PAIR                                     *
004610*****************************************************************
004620 1150-COPY-CLEARED-PAIR.
004630     READ DP-CLEARED-FILE
004640         AT END
004650             MOVE '10' TO WS-DPC-FILE-STATUS
004660             GO TO 1150-COPY-CLEARED-PAIR-EXIT
004670     END-READ.
004680     ADD 1 TO WS-PAIRS-CARRIED.
004690     WRITE DP-CLEARED-OUT-REC FROM DP-CLEARED-REC.
004700 1150-COPY-CLEARED-PAIR-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740*    1200-LOAD-HITS                                             *
004750*    THE HITS CARRIED FROM THE LAST REVIEW AND THOSE THE        *
004760*    SCREENING PROGRAMS HAVE LOGGED SINCE ARRIVE AS ONE FILE.   *
004770*****************************************************************
004780 1200-LOAD-HITS.
004790     OPEN INPUT DP-HIT-FILE.
004800     IF NOT WS-DPH-OK
004810         DISPLAY 'DPSREV01: NO DENIED-PARTY HITS WAITING'
004820         GO TO 1200-LOAD-HITS-EXIT
004830     END-IF.
004840     PERFORM 1250-READ-HIT
004850         THRU 1250-READ-HIT-EXIT
004860         UNTIL WS-DPH-EOF.
004870     CLOSE DP-HIT-FILE.
004880 1200-LOAD-HITS-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*    1250-READ-HIT                                              *
004930*    A CUSTOMER SCREENED AGAIN BEFORE REVIEW HITS THE SAME      *
004940*    ENTRY AGAIN (A CRM UPDATE IS SCREENED BOTH BY THE          *
004950*    INTERFACE AND BY CUSTOMER MAINTENANCE); THE REPEAT IS      *
004960*    COUNTED ON THE ROW ALREADY HELD, AND A CONFIRMED ROW STAYS *
004970*    CONFIRMED.  A HIT THE TABLE CANNOT HOLD IS WRITTEN         *
004980*    STRAIGHT FORWARD, AND THE RUN FAILS SO THE TABLE IS        *
004990*    ENLARGED.                                                  *
005000*****************************************************************
005010 1250-READ-HIT.
005020     READ DP-HIT-FILE
005030         AT END
005040             MOVE '10' TO WS-DPH-FILE-STATUS
005050             GO TO 1250-READ-HIT-EXIT
005060     END-READ.
005070     ADD 1 TO WS-HITS-READ.
005080     MOVE 'N' TO WS-FOUND-SW.
005090     PERFORM 1260-MATCH-HIT
005100         THRU 1260-MATCH-HIT-EXIT
005110         VARYING WS-HIT-SUB FROM 1 BY 1
005120         UNTIL WS-HIT-SUB > WS-HIT-COUNT
005130             OR WS-FOUND.
005140     IF WS-FOUND
005150         ADD 1 TO WS-REPEAT-COUNT
005160         ADD 1 TO WS-ROW-REPEATS(WS-FOUND-SUB)
005170         GO TO 1250-READ-HIT-EXIT
005180     END-IF.
005190
005200     IF WS-HIT-COUNT NOT < WS-MAX-HIT-ROWS
005210         IF NOT WS-OVERFLOW-WARNED
005220             DISPLAY 'DPSREV01: HIT TABLE FULL AT '
005230                 WS-MAX-HIT-ROWS ' - REST CARRIED UNREVIEWED'
005240             MOVE 'Y' TO WS-OVERFLOW-WARNED-SW
005250             MOVE 8 TO RETURN-CODE
005260         END-IF
005270         ADD 1 TO WS-OVERFLOW-COUNT
005280         WRITE DP-HIT-OUT-REC FROM DP-HIT-REC
005290         GO TO 1250-READ-HIT-EXIT
005300     END-IF.
005310     ADD 1 TO WS-HIT-COUNT.
005320     MOVE DP-HIT-REC      TO WS-HIT-IMAGE(WS-HIT-COUNT).
005330     MOVE DPH-CUST-ID     TO WS-ROW-CUST-ID(WS-HIT-COUNT).
005340     MOVE DPH-ENTRY-ID    TO WS-ROW-ENTRY-ID(WS-HIT-COUNT).
005350     MOVE DPH-STATUS      TO WS-ROW-STATUS(WS-HIT-COUNT).
005360     MOVE DPH-REVIEWED-BY TO WS-ROW-REVIEWED-BY(WS-HIT-COUNT).
005370     IF DPH-REVIEW-DATE NUMERIC
005380         MOVE DPH-REVIEW-DATE
005390             TO WS-ROW-REVIEW-DATE(WS-HIT-COUNT)
005400     ELSE
005410         MOVE 0 TO WS-ROW-REVIEW-DATE(WS-HIT-COUNT)
005420     END-IF.
005430     MOVE SPACES          TO WS-ROW-NOTE(WS-HIT-COUNT).
005440     MOVE 'N'             TO WS-ROW-DECIDED(WS-HIT-COUNT).
005450     MOVE 'N'             TO WS-ROW-RELEASED(WS-HIT-COUNT).
005460     MOVE 0               TO WS-ROW-REPEATS(WS-HIT-COUNT).
005470 1250-READ-HIT-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510*    1260-MATCH-HIT                                             *
005520*****************************************************************
005530 1260-MATCH-HIT.
005540     IF WS-ROW-CUST-ID(WS-HIT-SUB) = DPH-CUST-ID
005550             AND WS-ROW-ENTRY-ID(WS-HIT-SUB) = DPH-ENTRY-ID
005560         MOVE 'Y' TO WS-FOUND-SW
005570         MOVE WS-HIT-SUB TO WS-FOUND-SUB
005580     END-IF.
005590 1260-MATCH-HIT-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630*    2000-APPLY-DECISIONS                                       *
005640*    NO DECISION FILE MEANS COMPLIANCE DECIDED NOTHING TODAY.   *
005650*****************************************************************
005660 2000-APPLY-DECISIONS.
005670     OPEN INPUT DP-DECISION-FILE.
005680     IF NOT WS-DEC-OK
005690         GO TO 2000-APPLY-DECISIONS-EXIT
005700     END-IF.
005710     PERFORM 2100-APPLY-ONE-DECISION
005720         THRU 2100-APPLY-ONE-DECISION-EXIT
005730         UNTIL WS-DEC-EOF.
005740     CLOSE DP-DECISION-FILE.
005750 2000-APPLY-DECISIONS-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790*    2100-APPLY-ONE-DECISION                                    *
005800*    THE DECISION MUST NAME A HIT STILL OPEN (OR, TO REVERSE A  *
005810*    CONFIRMATION, ONE CONFIRMED), CARRY A CLEAR OR CONFIRM     *
005820*    CODE, AND COME FROM AN OPERATOR GRANTED THAT ACTION; A     *
005830*    SECOND DECISION ON THE SAME HIT IN ONE RUN IS REFUSED.  A  *
005840*    REFUSED DECISION IS LISTED AND CHANGES NOTHING.            *
005850*****************************************************************
005860 2100-APPLY-ONE-DECISION.
005870     READ DP-DECISION-FILE
005880         AT END
005890             MOVE '10' TO WS-DEC-FILE-STATUS
005900             GO TO 2100-APPLY-ONE-DECISION-EXIT
005910     END-READ.
005920     ADD 1 TO WS-DECISION-COUNT.
005930
005940     IF NOT DPD-CLEAR AND NOT DPD-CONFIRM
005950         MOVE 'DECISION CODE NOT C OR F' TO WS-FAIL-REASON
005960         GO TO 2100-REFUSED
005970     END-IF.
005980
005990     MOVE DPD-REVIEWED-BY TO WS-AUT-OPERATOR.
006000     MOVE DPD-DECISION    TO WS-AUT-ACTION.
006010     MOVE DPD-CUST-ID     TO WS-AUT-KEY.
006020     PERFORM 9320-CHECK-AUTHORITY
006030         THRU 9320-CHECK-AUTHORITY-EXIT.
006040     IF NOT WS-AUT-GRANTED
006050         MOVE WS-AUT-REASON TO WS-FAIL-REASON
006060         GO TO 2100-REFUSED
006070     END-IF.
006080
006090     MOVE DPD-CUST-ID  TO DPH-CUST-ID.
006100     MOVE DPD-ENTRY-ID TO DPH-ENTRY-ID.
006110     MOVE 'N' TO WS-FOUND-SW.
006120     PERFORM 1260-MATCH-HIT
006130         THRU 1260-MATCH-HIT-EXIT
006140         VARYING WS-HIT-SUB FROM 1 BY 1
006150         UNTIL WS-HIT-SUB > WS-HIT-COUNT
006160             OR WS-FOUND.
006170     IF NOT WS-FOUND
006180         MOVE 'NO HIT OPEN FOR CUSTOMER AND ENTRY'
006190             TO WS-FAIL-REASON
006200         GO TO 2100-REFUSED
006210     END-IF.
006220     IF WS-ROW-DECIDED(WS-FOUND-SUB) = 'Y'
006230         MOVE 'SECOND DECISION FOR HIT' TO WS-FAIL-REASON
006240         GO TO 2100-REFUSED
006250     END-IF.
006260     IF DPD-CONFIRM AND WS-ROW-STATUS(WS-FOUND-SUB) = 'F'
006270         MOVE 'HIT ALREADY CONFIRMED' TO WS-FAIL-REASON
006280         GO TO 2100-REFUSED
006290     END-IF.
006300
006310     MOVE DPD-DECISION    TO WS-ROW-STATUS(WS-FOUND-SUB).
006320     MOVE DPD-REVIEWED-BY TO WS-ROW-REVIEWED-BY(WS-FOUND-SUB).
006330     IF DPD-REVIEW-DATE NUMERIC AND DPD-REVIEW-DATE > 0
006340         MOVE DPD-REVIEW-DATE
006350             TO WS-ROW-REVIEW-DATE(WS-FOUND-SUB)
006360     ELSE
006370         MOVE WS-CYCLE-DATE
006380             TO WS-ROW-REVIEW-DATE(WS-FOUND-SUB)
006390     END-IF.
006400     MOVE DPD-NOTE        TO WS-ROW-NOTE(WS-FOUND-SUB).
006410     MOVE 'Y'             TO WS-ROW-DECIDED(WS-FOUND-SUB).
006420     IF DPD-CLEAR
006430         ADD 1 TO WS-CLEARED-COUNT
006440     ELSE
006450         ADD 1 TO WS-CONFIRMED-COUNT
006460     END-IF.
006470     GO TO 2100-APPLY-ONE-DECISION-EXIT.
006480
006490 2100-REFUSED.
006500     ADD 1 TO WS-REFUSED-COUNT.
006510     MOVE SPACES          TO WS-REFUSED-LINE.
006520     MOVE DPD-CUST-ID     TO WS-REF-CUST-ID.
006530     MOVE DPD-ENTRY-ID    TO WS-REF-ENTRY-ID.
006540     MOVE DPD-DECISION    TO WS-REF-DECISION.
006550     MOVE DPD-REVIEWED-BY TO WS-REF-BY.
006560     MOVE WS-FAIL-REASON  TO WS-REF-REASON.
006570     WRITE DP-REVIEW-LINE FROM WS-REFUSED-LINE.
006580 2100-APPLY-ONE-DECISION-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620*    3000-RELEASE-CLEARED                                       *
006630*    A HIT CLEARED THIS RUN LIFTS THE CUSTOMER'S DP HOLD ONLY   *
006640*    WHEN NO OTHER HIT FOR THE CUSTOMER IS STILL OPEN OR        *
006650*    CONFIRMED.  A HOLD SET FOR ANY OTHER REASON IS LEFT ALONE. *
006660*****************************************************************
006670 3000-RELEASE-CLEARED.
006680     IF WS-ROW-DECIDED(WS-HIT-SUB) NOT = 'Y'
006690             OR WS-ROW-STATUS(WS-HIT-SUB) NOT = 'C'
006700         GO TO 3000-RELEASE-CLEARED-EXIT
006710     END-IF.
006720     MOVE 'N' TO WS-STILL-HELD-SW.
006730     PERFORM 3100-CHECK-OTHER-HIT
006740         THRU 3100-CHECK-OTHER-HIT-EXIT
006750         VARYING WS-CUST-SUB FROM 1 BY 1
006760         UNTIL WS-CUST-SUB > WS-HIT-COUNT
006770             OR WS-STILL-HELD.
006780     IF WS-STILL-HELD
006790         GO TO 3000-RELEASE-CLEARED-EXIT
006800     END-IF.
006810
006820     MOVE WS-ROW-CUST-ID(WS-HIT-SUB) TO CUST-ID.
006830     READ CUSTOMER-MASTER-FILE
006840         INVALID KEY
006850             GO TO 3000-RELEASE-CLEARED-EXIT
006860     END-READ.
006870     IF NOT WS-CUST-OK
006880         GO TO 3000-RELEASE-CLEARED-EXIT
006890     END-IF.
006900     IF NOT CUST-ON-HOLD OR CUST-HOLD-REASON NOT = 'DP'
006910         GO TO 3000-RELEASE-CLEARED-EXIT
006920     END-IF.
006930     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
006940     MOVE SPACES       TO CUST-HOLD-FLAG.
006950     MOVE SPACES       TO CUST-HOLD-REASON.
006960     REWRITE CUSTOMER-REC.
006970     ADD 1 TO WS-RELEASED-COUNT.
006980     MOVE 'Y' TO WS-ROW-RELEASED(WS-HIT-SUB).
006990     MOVE 'R'          TO WS-CMJ-ACTION.
007000     MOVE CUST-ID      TO WS-CMJ-CUST-ID.
007010     MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE.
007020     PERFORM 9600-WRITE-CUST-JOURNAL
007030         THRU 9600-WRITE-CUST-JOURNAL-EXIT.
007040 3000-RELEASE-CLEARED-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080*    3100-CHECK-OTHER-HIT                                       *
007090*****************************************************************
007100 3100-CHECK-OTHER-HIT.
007110     IF WS-ROW-CUST-ID(WS-CUST-SUB) = WS-ROW-CUST-ID(WS-HIT-SUB)
007120             AND WS-ROW-STATUS(WS-CUST-SUB) NOT = 'C'
007130         MOVE 'Y' TO WS-STILL-HELD-SW
007140     END-IF.
007150 3100-CHECK-OTHER-HIT-EXIT.
007160     EXIT.
007170
007180*****************************************************************
007190*    4000-REPORT-DECIDED                                        *
007200*    WHO CLEARED OR CONFIRMED EACH HIT, WHEN, AND HOW MANY DAYS *
007210*    IT WAITED.                                                 *
007220*****************************************************************
007230 4000-REPORT-DECIDED.
007240     IF WS-ROW-DECIDED(WS-HIT-SUB) NOT = 'Y'
007250         GO TO 4000-REPORT-DECIDED-EXIT
007260     END-IF.
007270     EVALUATE TRUE
007280         WHEN WS-ROW-STATUS(WS-HIT-SUB) = 'F'
007290             MOVE 'CONFIRMED'   TO WS-DISPOSITION
007300         WHEN WS-ROW-RELEASED(WS-HIT-SUB) = 'Y'
007310             MOVE 'CLEARED-REL' TO WS-DISPOSITION
007320         WHEN OTHER
007330             MOVE 'CLEARED'     TO WS-DISPOSITION
007340     END-EVALUATE.
007350     MOVE WS-ROW-REVIEW-DATE(WS-HIT-SUB) TO WS-TO-DATE.
007360     PERFORM 4200-PRINT-HIT
007370         THRU 4200-PRINT-HIT-EXIT.
007380     IF WS-ROW-NOTE(WS-HIT-SUB) NOT = SPACES
007390         MOVE WS-ROW-NOTE(WS-HIT-SUB) TO WS-NOTE-TEXT
007400         WRITE DP-REVIEW-LINE FROM WS-NOTE-LINE
007410     END-IF.
007420 4000-REPORT-DECIDED-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460*    4100-REPORT-OPEN                                           *
007470*    EVERY HIT STILL WAITING, AGED FROM THE DAY IT WAS LOGGED.  *
007480*    CONFIRMED HITS ARE NOT LISTED AGAIN - THEIR HOLD STANDS.   *
007490*****************************************************************
007500 4100-REPORT-OPEN.
007510     IF WS-ROW-STATUS(WS-HIT-SUB) NOT = SPACE
007520         GO TO 4100-REPORT-OPEN-EXIT
007530     END-IF.
007540     ADD 1 TO WS-OPEN-COUNT.
007550     MOVE 'OPEN'        TO WS-DISPOSITION.
007560     MOVE WS-CYCLE-DATE TO WS-TO-DATE.
007570     PERFORM 4200-PRINT-HIT
007580         THRU 4200-PRINT-HIT-EXIT.
007590     IF WS-AGE-DAYS > WS-OVERDUE-DAYS
007600         ADD 1 TO WS-OVERDUE-COUNT
007610         MOVE 'OVERDUE FOR REVIEW' TO WS-NOTE-TEXT
007620         WRITE DP-REVIEW-LINE FROM WS-NOTE-LINE
007630     END-IF.
007640 4100-REPORT-OPEN-EXIT.
007650     EXIT.
007660
007670*****************************************************************
007680*    4200-PRINT-HIT                                             *
007690*    THE DETAIL LINE AND THE LIST ENTRY IT MATCHED.  WS-TO-DATE *
007700*    IS THE END OF THE WAIT BEING AGED.                         *
007710*****************************************************************
007720 4200-PRINT-HIT.
007730     MOVE WS-HIT-IMAGE(WS-HIT-SUB) TO DP-HIT-REC.
007740     MOVE DPH-HIT-DATE TO WS-FROM-DATE.
007750     COMPUTE WS-AGE-DAYS
007760         = (WS-TO-YYYY - WS-FROM-YYYY) * 360
007770         + (WS-TO-MM - WS-FROM-MM) * 30
007780         + (WS-TO-DD - WS-FROM-DD).
007790     IF WS-AGE-DAYS < 0
007800         MOVE 0 TO WS-AGE-DAYS
007810     END-IF.
007820     MOVE SPACES          TO WS-DETAIL-LINE.
007830     MOVE DPH-CUST-ID     TO WS-DET-CUST-ID.
007840     MOVE DPH-CUST-NAME   TO WS-DET-CUST-NAME.
007850     MOVE DPH-ENTRY-ID    TO WS-DET-ENTRY-ID.
007860     MOVE DPH-SCORE       TO WS-DET-SCORE.
007870     IF DPH-ADDRESS-MATCHED
007880         MOVE 'A' TO WS-DET-ADDR
007890     END-IF.
007900     MOVE WS-DISPOSITION  TO WS-DET-DISPOSITION.
007910     IF WS-ROW-STATUS(WS-HIT-SUB) = SPACE
007920         MOVE DPH-OPERATOR-ID TO WS-DET-BY
007930         MOVE DPH-HIT-DATE    TO WS-DET-DATE
007940     ELSE
007950         MOVE WS-ROW-REVIEWED-BY(WS-HIT-SUB) TO WS-DET-BY
007960         MOVE WS-ROW-REVIEW-DATE(WS-HIT-SUB) TO WS-DET-DATE
007970     END-IF.
007980     MOVE WS-AGE-DAYS     TO WS-DET-DAYS.
007990     WRITE DP-REVIEW-LINE FROM WS-DETAIL-LINE.
008000     MOVE DPH-LIST-NAME   TO WS-LST-NAME.
008010     MOVE DPH-LIST-CODE   TO WS-LST-CODE.
008020     MOVE DPH-PROGRAM     TO WS-LST-PROGRAM.
008030     WRITE DP-REVIEW-LINE FROM WS-LISTED-LINE.
008040 4200-PRINT-HIT-EXIT.
008050     EXIT.
008060
008070*****************************************************************
008080*    5000-WRITE-FORWARD                                         *
008090*    AN OPEN OR CONFIRMED HIT IS CARRIED TO THE NEXT REVIEW     *
008100*    WITH ITS REVIEW FIELDS; A CLEARED ONE BECOMES A CLEARED    *
008110*    PAIR SO THE SCREENING PROGRAMS SKIP IT.                    *
008120*****************************************************************
008130 5000-WRITE-FORWARD.
008140     MOVE WS-HIT-IMAGE(WS-HIT-SUB) TO DP-HIT-REC.
008150     IF WS-ROW-STATUS(WS-HIT-SUB) = 'C'
008160         MOVE SPACES          TO DP-CLEARED-REC
008170         MOVE DPH-CUST-ID     TO DPC-CUST-ID
008180         MOVE DPH-ENTRY-ID    TO DPC-ENTRY-ID
008190         MOVE WS-ROW-REVIEWED-BY(WS-HIT-SUB) TO DPC-CLEARED-BY
008200         MOVE WS-ROW-REVIEW-DATE(WS-HIT-SUB) TO DPC-CLEARED-DATE
008210         WRITE DP-CLEARED-OUT-REC FROM DP-CLEARED-REC
008220         GO TO 5000-WRITE-FORWARD-EXIT
008230     END-IF.
008240     MOVE WS-ROW-STATUS(WS-HIT-SUB)      TO DPH-STATUS.
008250     MOVE WS-ROW-REVIEWED-BY(WS-HIT-SUB) TO DPH-REVIEWED-BY.
008260     MOVE WS-ROW-REVIEW-DATE(WS-HIT-SUB) TO DPH-REVIEW-DATE.
008270     WRITE DP-HIT-OUT-REC FROM DP-HIT-REC.
008280 5000-WRITE-FORWARD-EXIT.
008290     EXIT.
008300
008310*****************************************************************
008320*    6000-PRINT-TOTALS                                          *
008330*****************************************************************
008340 6000-PRINT-TOTALS.
008350     MOVE SPACES TO WS-SECTION-LINE.
008360     WRITE DP-REVIEW-LINE FROM WS-SECTION-LINE.
008370
008380     MOVE 'HITS READ.....................' TO WS-CNT-TITLE.
008390     MOVE WS-HITS-READ TO WS-CNT-VALUE.
008400     WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE.
008410
008420     MOVE 'REPEATS COLLAPSED.............' TO WS-CNT-TITLE.
008430     MOVE WS-REPEAT-COUNT TO WS-CNT-VALUE.
008440     WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE.
008450
008460     MOVE 'DECISIONS READ................' TO WS-CNT-TITLE.
008470     MOVE WS-DECISION-COUNT TO WS-CNT-VALUE.
008480     WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE.
008490
008500     MOVE 'HITS CLEARED..................' TO WS-CNT-TITLE.
008510     MOVE WS-CLEARED-COUNT TO WS-CNT-VALUE.
008520     WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE.
008530
008540     MOVE 'HITS CONFIRMED................' TO WS-CNT-TITLE.
008550     MOVE WS-CONFIRMED-COUNT TO WS-CNT-VALUE.
008560     WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE.
008570
008580     MOVE 'DECISIONS REFUSED.............' TO WS-CNT-TITLE.
008590     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
008600     WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE.
008610
008620     MOVE 'HOLDS RELEASED................' TO WS-CNT-TITLE.
008630     MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE.
008640     WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE.
008650
008660     MOVE 'HITS AWAITING REVIEW..........' TO WS-CNT-TITLE.
008670     MOVE WS-OPEN-COUNT TO WS-CNT-VALUE.
008680     WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE.
008690
008700     MOVE 'OVERDUE FOR REVIEW............' TO WS-CNT-TITLE.
008710     MOVE WS-OVERDUE-COUNT TO WS-CNT-VALUE.
008720     WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE.
008730
008740     IF WS-OVERFLOW-COUNT > 0
008750         MOVE 'CARRIED UNREVIEWED - TABLE FULL'
008760             TO WS-CNT-TITLE
008770         MOVE WS-OVERFLOW-COUNT TO WS-CNT-VALUE
008780         WRITE DP-REVIEW-LINE FROM WS-COUNT-LINE
008790     END-IF.
008800 6000-PRINT-TOTALS-EXIT.
008810     EXIT.
008820
008830*****************************************************************
008840*    9999-TERMINATE                                             *
008850*****************************************************************
008860 9999-TERMINATE.
008870     IF WS-HTO-OK
008880         CLOSE DP-HIT-OUT
008890     END-IF.
008900     IF WS-CLO-OK
008910         CLOSE DP-CLEARED-OUT
008920     END-IF.
008930     IF WS-CUST-OK OR WS-CUST-NOT-FOUND
008940         CLOSE CUSTOMER-MASTER-FILE
008950     END-IF.
008956     PERFORM 9620-CLOSE-CUST-JOURNAL
008962         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
008970     PERFORM 9340-CLOSE-AUTHORITY
008980         THRU 9340-CLOSE-AUTHORITY-EXIT.
008990     CLOSE DP-REVIEW-RPT.
009000 9999-TERMINATE-EXIT.
009010     EXIT.
009020
009030*****************************************************************
009040*    9600-WRITE-CUST-JOURNAL                                    *
009050*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
009060*****************************************************************
009070     COPY CMJPROC.
009071
009072*****************************************************************
009073*    9650-COMPUTE-CHAIN-VALUE                                   *
009074*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
009075*****************************************************************
009076     COPY JCHPROC.
009080
009090*****************************************************************
009100*    9300-LOAD-AUTHORITY                                        *
009110*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
009120*****************************************************************
009130     COPY AUTPROC.
009140
009150*****************************************************************
009160*    9700-LOG-STEP-START                                        *
009170*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
009180*****************************************************************
009190     COPY STPPROC.
