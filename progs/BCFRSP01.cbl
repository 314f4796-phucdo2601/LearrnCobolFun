000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BCFRSP01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - BALANCE CONFIRMATION RESPONSES.  *
000100*                    THE REPLIES KEYED FROM THE AUDITORS         *
000110*                    (BCFRSP.CPY) ARE RECORDED AGAINST THEIR     *
000120*                    LETTERS ON THE CONFIRMATION TRACKING FILE   *
000130*                    (BCFTRK.CPY) - AGREED, OR DISPUTED WITH THE *
000140*                    CUSTOMER'S OWN FIGURE - AND A NEW           *
000150*                    GENERATION OF THE FILE IS WRITTEN.  THE     *
000160*                    EXCEPTIONS REPORT LISTS EVERY DISPUTE AND   *
000170*                    DIFFERENCE, EVERY REPLY THAT COULD NOT BE   *
000180*                    RECORDED, AND EVERY LETTER STILL UNANSWERED *
000190*                    WS-SECOND-REQUEST-DAYS AFTER ITS            *
000200*                    CONFIRMATION DATE, WHICH IS STAMPED FOR A   *
000210*                    SECOND REQUEST.  DESK-RUN AS REPLIES COME   *
000220*                    IN.                                         *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CYC-FILE-STATUS.
000300
000310     SELECT CONFIRM-RESPONSE-FILE ASSIGN TO BCFRSP
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-BCR-FILE-STATUS.
000340
000350     SELECT CONFIRM-TRACKING-FILE ASSIGN TO BCFTRK
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-BCL-FILE-STATUS.
000380
000390     SELECT CONFIRM-TRACKING-OUT ASSIGN TO BCFTRKO
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BCO-FILE-STATUS.
000420
000430     SELECT CONFIRM-EXCEPTION-RPT ASSIGN TO BCFEXCRP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CYCLE-CONTROL-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY CYCLCTL.
000520
000530 FD  CONFIRM-RESPONSE-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY BCFRSP.
000560
000570 FD  CONFIRM-TRACKING-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY BCFTRK.
000600
000610 FD  CONFIRM-TRACKING-OUT
000620     LABEL RECORDS ARE STANDARD.
000630     01  CONFIRM-TRACKING-OUT-REC PIC X(98).
000640
000650 FD  CONFIRM-EXCEPTION-RPT
000660     LABEL RECORDS ARE STANDARD.
000670     01  CONFIRM-EXCEPTION-LINE   PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700     01  WS-CYC-FILE-STATUS       PIC X(02).
000710         88  WS-CYC-OK            VALUE '00'.
000720     01  WS-BCR-FILE-STATUS       PIC X(02).
000730         88  WS-BCR-OK            VALUE '00'.
000740     01  WS-BCL-FILE-STATUS       PIC X(02).
000750         88  WS-BCL-OK            VALUE '00'.
000760     01  WS-BCO-FILE-STATUS       PIC X(02).
000770         88  WS-BCO-OK            VALUE '00'.
000780     01  WS-RPT-FILE-STATUS       PIC X(02).
000790         88  WS-RPT-OK            VALUE '00'.
000800
000810     01  WS-RUN-DATE              PIC 9(08) VALUE 0.
000820     01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
000830         05  WS-RUN-YYYY          PIC 9(04).
000840         05  WS-RUN-MM            PIC 9(02).
000850         05  WS-RUN-DD            PIC 9(02).
000860     01  WS-LETTER-DATE           PIC 9(08).
000870     01  WS-LETTER-SPLIT REDEFINES WS-LETTER-DATE.
000880         05  WS-LETTER-YYYY       PIC 9(04).
000890         05  WS-LETTER-MM         PIC 9(02).
000900         05  WS-LETTER-DD         PIC 9(02).
000910     01  WS-AGE-DAYS              PIC S9(05).
000920     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000930         88  WS-EOF               VALUE 'Y'.
000940     01  WS-FOUND-SW              PIC X(01).
000950         88  WS-FOUND             VALUE 'Y'.
000960     01  WS-ABORT-SW              PIC X(01) VALUE 'N'.
000970         88  WS-ABORT             VALUE 'Y'.
000980
000990*****************************************************************
001000*    TUNABLES.  A LETTER UNANSWERED THIS MANY DAYS AFTER ITS    *
001010*    CONFIRMATION DATE (30/360, AS THE AGING RUNS COUNT) IS DUE *
001020*    A SECOND REQUEST.  ONE RUN TAKES AT MOST WS-MAX-RESPONSES  *
001030*    REPLIES.                                                   *
001040*****************************************************************
001050     01  WS-SECOND-REQUEST-DAYS   PIC 9(03) VALUE 30.
001060     01  WS-MAX-RESPONSES         PIC 9(05) VALUE 1000.
001070
001080*****************************************************************
001090*    THE REPLIES, LOADED BEFORE THE TRACKING FILE IS PASSED.    *
001100*****************************************************************
001110     01  WS-RSP-COUNT             PIC 9(05) COMP VALUE 0.
001120     01  WS-RSP-SUB               PIC 9(05) COMP.
001130     01  WS-RSP-TABLE.
001140         05  WS-RSP-ROW OCCURS 1000 TIMES.
001150             10  WS-RSP-CUST-ID   PIC X(05).
001160             10  WS-RSP-CONFIRM-DATE PIC 9(08).
001170             10  WS-RSP-RESPONSE  PIC X(01).
001180             10  WS-RSP-CUST-FIGURE PIC S9(07)V9(02).
001190             10  WS-RSP-RESPONSE-DATE PIC 9(08).
001200             10  WS-RSP-ENTERED-BY PIC X(08).
001210             10  WS-RSP-USED-SW   PIC X(01).
001220
001230     01  WS-COUNTERS.
001240         05  WS-RSP-READ-COUNT    PIC 9(07) VALUE 0.
001250         05  WS-LETTER-COUNT      PIC 9(07) VALUE 0.
001260         05  WS-AGREED-COUNT      PIC 9(07) VALUE 0.
001270         05  WS-DISPUTED-COUNT    PIC 9(07) VALUE 0.
001280         05  WS-DIFFERENCE-COUNT  PIC 9(07) VALUE 0.
001290         05  WS-REJECTED-COUNT    PIC 9(07) VALUE 0.
001300         05  WS-SECOND-REQ-COUNT  PIC 9(07) VALUE 0.
001310         05  WS-OUTSTANDING-COUNT PIC 9(07) VALUE 0.
001320     01  WS-DIFFERENCE-TOTAL      PIC S9(11)V9(02) VALUE 0.
001330
001340     01  WS-REJECT-REASON         PIC X(20).
001350
001360     COPY DVALWORK.
001370
001380*****************************************************************
001390*    EXCEPTIONS REPORT LINES.                                   *
001400*****************************************************************
001410     01  WS-HEADING-LINE.
001420         05  FILLER               PIC X(50) VALUE
001430             'BCFRSP01 - BALANCE CONFIRMATION EXCEPTIONS'.
001440         05  FILLER               PIC X(09) VALUE 'RUN DATE '.
001450         05  WS-HDG-RUN-DATE      PIC 9(08).
001460         05  FILLER               PIC X(13) VALUE SPACES.
001470     01  WS-COLUMN-LINE.
001480         05  FILLER               PIC X(40) VALUE
001490             'CUST  CONFIRMD EXCEPTION                '.
001500         05  FILLER               PIC X(40) VALUE
001510             '  OUR BALANCE THEIR FIGURE  DIFFERENCE'.
001520     01  WS-DETAIL-LINE.
001530         05  WS-DTL-CUST-ID       PIC X(05).
001540         05  FILLER               PIC X(01) VALUE SPACE.
001550         05  WS-DTL-CONFIRM-DATE  PIC 9(08).
001560         05  FILLER               PIC X(01) VALUE SPACE.
001570         05  WS-DTL-EXCEPTION     PIC X(30).
001580         05  WS-DTL-OUR-BALANCE   PIC ZZZ,ZZ9.99-.
001590         05  FILLER               PIC X(01) VALUE SPACE.
001600         05  WS-DTL-CUST-FIGURE   PIC ZZZ,ZZ9.99-.
001610         05  FILLER               PIC X(01) VALUE SPACE.
001620         05  WS-DTL-DIFFERENCE    PIC ZZZ,ZZ9.99-.
001630     01  WS-TOTAL-LINE.
001640         05  WS-TOT-TITLE         PIC X(26).
001650         05  WS-TOT-VALUE         PIC ZZZ,ZZZ,ZZ9.
001660         05  FILLER               PIC X(43) VALUE SPACES.
001670     01  WS-VALUE-LINE.
001680         05  WS-VAL-TITLE         PIC X(26).
001690         05  WS-VAL-AMOUNT        PIC -,---,---,--9.99.
001700         05  FILLER               PIC X(38) VALUE SPACES.
001710
001720 PROCEDURE DIVISION.
001730*****************************************************************
001740*    0000-MAINLINE                                              *
001750*****************************************************************
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-INITIALIZE-EXIT.
001790     IF NOT WS-ABORT
001800         PERFORM 2000-PROCESS-LETTER
001810             THRU 2000-PROCESS-LETTER-EXIT
001820             UNTIL WS-EOF
001830         PERFORM 3000-REJECT-UNMATCHED
001840             THRU 3000-REJECT-UNMATCHED-EXIT
001850             VARYING WS-RSP-SUB FROM 1 BY 1
001860             UNTIL WS-RSP-SUB > WS-RSP-COUNT
001870         PERFORM 4000-PRINT-TOTALS
001880             THRU 4000-PRINT-TOTALS-EXIT
001890     END-IF.
001900
001910     DISPLAY 'BCFRSP01: REPLIES READ.......... '
001920         WS-RSP-READ-COUNT.
001930     DISPLAY 'BCFRSP01: AGREED................ ' WS-AGREED-COUNT.
001940     DISPLAY 'BCFRSP01: DISPUTED.............. '
001950         WS-DISPUTED-COUNT.
001960     DISPLAY 'BCFRSP01: REPLIES REJECTED...... '
001970         WS-REJECTED-COUNT.
001980     DISPLAY 'BCFRSP01: SECOND REQUESTS DUE... '
001990         WS-SECOND-REQ-COUNT.
002000
002010     IF WS-ABORT
002020         MOVE 8 TO RETURN-CODE
002030     ELSE
002040         IF WS-REJECTED-COUNT > 0 OR WS-DIFFERENCE-COUNT > 0
002050                 OR WS-SECOND-REQ-COUNT > 0
002060             IF RETURN-CODE < 4
002070                 MOVE 4 TO RETURN-CODE
002080             END-IF
002090         END-IF
002100     END-IF.
002110
002120     PERFORM 9999-TERMINATE
002130         THRU 9999-TERMINATE-EXIT.
002140
002150     STOP RUN.
002160
002170*****************************************************************
002180*    1000-INITIALIZE                                            *
002190*    THE REPLIES ARE LOADED AND EDITED FIRST.  A TRACKING FILE  *
002200*    THAT WILL NOT OPEN, OR MORE REPLIES THAN THE TABLE HOLDS,  *
002210*    STOPS THE RUN RC 8 WITH NOTHING WRITTEN - THE OLD          *
002220*    GENERATION STANDS.                                         *
002230*****************************************************************
002240 1000-INITIALIZE.
002250     OPEN INPUT CYCLE-CONTROL-FILE.
002260     IF WS-CYC-OK
002270         READ CYCLE-CONTROL-FILE
002280             AT END
002290                 CONTINUE
002300             NOT AT END
002310                 MOVE CYC-LAST-RUN-DATE TO WS-RUN-DATE
002320         END-READ
002330         CLOSE CYCLE-CONTROL-FILE
002340     END-IF.
002350     IF WS-RUN-DATE = 0
002360         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002370     END-IF.
002380
002390     OPEN OUTPUT CONFIRM-EXCEPTION-RPT.
002400     IF NOT WS-RPT-OK
002410         DISPLAY 'BCFRSP01: OPEN CONFIRM-EXCEPTION-RPT FAILED '
002420             WS-RPT-FILE-STATUS
002430     END-IF.
002440     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002450     WRITE CONFIRM-EXCEPTION-LINE FROM WS-HEADING-LINE.
002460     MOVE SPACES TO CONFIRM-EXCEPTION-LINE.
002470     WRITE CONFIRM-EXCEPTION-LINE.
002480     WRITE CONFIRM-EXCEPTION-LINE FROM WS-COLUMN-LINE.
002490
002500     OPEN INPUT CONFIRM-TRACKING-FILE.
002510     IF NOT WS-BCL-OK
002520         DISPLAY 'BCFRSP01: OPEN CONFIRM-TRACKING-FILE FAILED '
002530             WS-BCL-FILE-STATUS
002540         MOVE 'Y' TO WS-ABORT-SW
002550         GO TO 1000-INITIALIZE-EXIT
002560     END-IF.
002570
002580     OPEN INPUT CONFIRM-RESPONSE-FILE.
002590     IF WS-BCR-OK
002600         PERFORM 1100-LOAD-RESPONSE
002610             THRU 1100-LOAD-RESPONSE-EXIT
002620             UNTIL WS-EOF
002630         CLOSE CONFIRM-RESPONSE-FILE
002640     ELSE
002650         DISPLAY 'BCFRSP01: NO RESPONSE FILE - AGING ONLY'
002660     END-IF.
002670     IF WS-ABORT
002680         CLOSE CONFIRM-TRACKING-FILE
002690         GO TO 1000-INITIALIZE-EXIT
002700     END-IF.
002710
002720     OPEN OUTPUT CONFIRM-TRACKING-OUT.
002730     IF NOT WS-BCO-OK
002740         DISPLAY 'BCFRSP01: OPEN CONFIRM-TRACKING-OUT FAILED '
002750             WS-BCO-FILE-STATUS
002760         CLOSE CONFIRM-TRACKING-FILE
002770         MOVE 'Y' TO WS-ABORT-SW
002780         GO TO 1000-INITIALIZE-EXIT
002790     END-IF.
002800
002810     MOVE 'N' TO WS-EOF-SW.
002820     PERFORM 8000-READ-LETTER
002830         THRU 8000-READ-LETTER-EXIT.
002840 1000-INITIALIZE-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880*    1100-LOAD-RESPONSE                                         *
002890*    A REPLY MUST SAY 'A' OR 'D' AND CARRY A NUMERIC FIGURE; A  *
002900*    MISSING REPLY DATE IS TAKEN AS THE RUN DATE.  A BAD REPLY  *
002910*    IS REJECTED HERE AND NEVER REACHES ITS LETTER.             *
002920*****************************************************************
002930 1100-LOAD-RESPONSE.
002940     READ CONFIRM-RESPONSE-FILE
002950         AT END
002960             MOVE 'Y' TO WS-EOF-SW
002970             GO TO 1100-LOAD-RESPONSE-EXIT
002980     END-READ.
002990     ADD 1 TO WS-RSP-READ-COUNT.
003000
003010     MOVE SPACES TO WS-REJECT-REASON.
003020     EVALUATE TRUE
003030         WHEN NOT BCR-AGREED AND NOT BCR-DISPUTED
003040             MOVE 'REPLY NOT A OR D' TO WS-REJECT-REASON
003050         WHEN BCR-CUST-FIGURE NOT NUMERIC
003060             MOVE 'FIGURE NOT NUMERIC' TO WS-REJECT-REASON
003070         WHEN BCR-RESPONSE-DATE NOT NUMERIC
003080             MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON
003090         WHEN OTHER
003100             CONTINUE
003110     END-EVALUATE.
003120     IF WS-REJECT-REASON = SPACES
003130             AND BCR-RESPONSE-DATE NOT = 0
003140         MOVE BCR-RESPONSE-DATE TO WS-DVAL-DATE
003150         PERFORM 9550-VALIDATE-DATE
003160             THRU 9550-VALIDATE-DATE-EXIT
003170         IF NOT WS-DVAL-OK
003180             MOVE 'DATE NOT VALID' TO WS-REJECT-REASON
003190         END-IF
003200     END-IF.
003210     IF WS-REJECT-REASON NOT = SPACES
003220         MOVE 0 TO WS-DTL-OUR-BALANCE
003230         MOVE 0 TO WS-DTL-CUST-FIGURE
003240         MOVE 0 TO WS-DTL-DIFFERENCE
003250         PERFORM 1150-REJECT-RESPONSE
003260             THRU 1150-REJECT-RESPONSE-EXIT
003270         GO TO 1100-LOAD-RESPONSE-EXIT
003280     END-IF.
003290
003300     IF WS-RSP-COUNT NOT < WS-MAX-RESPONSES
003310         DISPLAY 'BCFRSP01: MORE THAN ' WS-MAX-RESPONSES
003320             ' REPLIES - SPLIT THE BATCH'
003330         MOVE 'Y' TO WS-ABORT-SW
003340         MOVE 'Y' TO WS-EOF-SW
003350         GO TO 1100-LOAD-RESPONSE-EXIT
003360     END-IF.
003370     ADD 1 TO WS-RSP-COUNT.
003380     MOVE BCR-CUST-ID       TO WS-RSP-CUST-ID(WS-RSP-COUNT).
003390     MOVE BCR-CONFIRM-DATE  TO WS-RSP-CONFIRM-DATE(WS-RSP-COUNT).
003400     MOVE BCR-RESPONSE      TO WS-RSP-RESPONSE(WS-RSP-COUNT).
003410     MOVE BCR-CUST-FIGURE   TO WS-RSP-CUST-FIGURE(WS-RSP-COUNT).
003420     MOVE BCR-RESPONSE-DATE TO WS-RSP-RESPONSE-DATE(WS-RSP-COUNT).
003430     IF BCR-RESPONSE-DATE = 0
003440         MOVE WS-RUN-DATE TO WS-RSP-RESPONSE-DATE(WS-RSP-COUNT)
003450     END-IF.
003460     MOVE BCR-ENTERED-BY    TO WS-RSP-ENTERED-BY(WS-RSP-COUNT).
003470     MOVE 'N'               TO WS-RSP-USED-SW(WS-RSP-COUNT).
003480 1100-LOAD-RESPONSE-EXIT.
003490     EXIT.
003500
003510*****************************************************************
003520*    1150-REJECT-RESPONSE                                       *
003530*    WRITES THE REPLY IN BAL-CONFIRM-RESP-REC AS REJECTED FOR   *
003540*    WS-REJECT-REASON.                                          *
003550*****************************************************************
003560 1150-REJECT-RESPONSE.
003570     ADD 1 TO WS-REJECTED-COUNT.
003580     MOVE BCR-CUST-ID TO WS-DTL-CUST-ID.
003590     IF BCR-CONFIRM-DATE NUMERIC
003600         MOVE BCR-CONFIRM-DATE TO WS-DTL-CONFIRM-DATE
003610     ELSE
003620         MOVE 0 TO WS-DTL-CONFIRM-DATE
003630     END-IF.
003640     MOVE SPACES TO WS-DTL-EXCEPTION.
003650     STRING 'REJECTED: ' WS-REJECT-REASON
003660         DELIMITED BY SIZE INTO WS-DTL-EXCEPTION.
003670     WRITE CONFIRM-EXCEPTION-LINE FROM WS-DETAIL-LINE.
003680 1150-REJECT-RESPONSE-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*    2000-PROCESS-LETTER                                        *
003730*    EACH LETTER ON THE FILE TAKES EVERY REPLY KEYED AGAINST IT *
003740*    - THE FIRST IS RECORDED, ANY MORE ARE REJECTED - OR IS     *
003750*    AGED IF IT IS STILL WAITING, AND IS WRITTEN TO THE NEW     *
003760*    GENERATION EITHER WAY.                                     *
003770*****************************************************************
003780 2000-PROCESS-LETTER.
003790     ADD 1 TO WS-LETTER-COUNT.
003800     MOVE 'Y' TO WS-FOUND-SW.
003810     PERFORM 2050-TAKE-RESPONSE
003820         THRU 2050-TAKE-RESPONSE-EXIT
003830         UNTIL NOT WS-FOUND.
003840     IF BCL-STATUS-SENT
003850         PERFORM 2200-AGE-LETTER
003860             THRU 2200-AGE-LETTER-EXIT
003870     END-IF.
003880     WRITE CONFIRM-TRACKING-OUT-REC FROM BAL-CONFIRM-TRACK-REC.
003890     PERFORM 8000-READ-LETTER
003900         THRU 8000-READ-LETTER-EXIT.
003910 2000-PROCESS-LETTER-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950*    2050-TAKE-RESPONSE                                         *
003960*****************************************************************
003970 2050-TAKE-RESPONSE.
003980     MOVE 'N' TO WS-FOUND-SW.
003990     PERFORM 2010-FIND-RESPONSE
004000         THRU 2010-FIND-RESPONSE-EXIT
004010         VARYING WS-RSP-SUB FROM 1 BY 1
004020         UNTIL WS-FOUND OR WS-RSP-SUB > WS-RSP-COUNT.
004030     IF WS-FOUND
004040         SUBTRACT 1 FROM WS-RSP-SUB
004050         PERFORM 2100-APPLY-RESPONSE
004060             THRU 2100-APPLY-RESPONSE-EXIT
004070     END-IF.
004080 2050-TAKE-RESPONSE-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*    2010-FIND-RESPONSE                                         *
004130*****************************************************************
004140 2010-FIND-RESPONSE.
004150     IF WS-RSP-USED-SW(WS-RSP-SUB) = 'N'
004160             AND WS-RSP-CUST-ID(WS-RSP-SUB) = BCL-CUST-ID
004170             AND WS-RSP-CONFIRM-DATE(WS-RSP-SUB)
004180                 = BCL-CONFIRM-DATE
004190         MOVE 'Y' TO WS-FOUND-SW
004200     END-IF.
004210 2010-FIND-RESPONSE-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*    2100-APPLY-RESPONSE                                        *
004260*    A LETTER ANSWERS ONCE - A SECOND REPLY IS REJECTED SO THE  *
004270*    FIRST ANSWER ON RECORD IS NEVER OVERWRITTEN.  AN AGREEMENT *
004280*    KEYED WITHOUT A FIGURE TAKES OUR BALANCE AS THE            *
004290*    CUSTOMER'S; ONE KEYED WITH A DIFFERENT FIGURE IS STILL A   *
004300*    DIFFERENCE.                                                *
004310*****************************************************************
004320 2100-APPLY-RESPONSE.
004330     MOVE 'Y' TO WS-RSP-USED-SW(WS-RSP-SUB).
004340     IF NOT BCL-STATUS-SENT
004350         MOVE 'ALREADY ANSWERED' TO WS-REJECT-REASON
004360         MOVE WS-RSP-CUST-ID(WS-RSP-SUB) TO BCR-CUST-ID
004370         MOVE WS-RSP-CONFIRM-DATE(WS-RSP-SUB) TO BCR-CONFIRM-DATE
004380         MOVE BCL-OUR-BALANCE TO WS-DTL-OUR-BALANCE
004390         MOVE WS-RSP-CUST-FIGURE(WS-RSP-SUB) TO WS-DTL-CUST-FIGURE
004400         MOVE 0 TO WS-DTL-DIFFERENCE
004410         PERFORM 1150-REJECT-RESPONSE
004420             THRU 1150-REJECT-RESPONSE-EXIT
004430         GO TO 2100-APPLY-RESPONSE-EXIT
004440     END-IF.
004450
004460     MOVE WS-RSP-RESPONSE(WS-RSP-SUB)      TO BCL-STATUS.
004470     MOVE WS-RSP-RESPONSE-DATE(WS-RSP-SUB) TO BCL-RESPONSE-DATE.
004480     MOVE WS-RSP-ENTERED-BY(WS-RSP-SUB)    TO BCL-ENTERED-BY.
004490     MOVE WS-RSP-CUST-FIGURE(WS-RSP-SUB)   TO BCL-CUST-FIGURE.
004500     IF BCL-STATUS-AGREED AND BCL-CUST-FIGURE = 0
004510         MOVE BCL-OUR-BALANCE TO BCL-CUST-FIGURE
004520     END-IF.
004530     COMPUTE BCL-DIFFERENCE = BCL-CUST-FIGURE - BCL-OUR-BALANCE.
004540
004550     IF BCL-STATUS-AGREED
004560         ADD 1 TO WS-AGREED-COUNT
004570     ELSE
004580         ADD 1 TO WS-DISPUTED-COUNT
004590     END-IF.
004600     IF BCL-DIFFERENCE NOT = 0
004610         ADD 1 TO WS-DIFFERENCE-COUNT
004620         ADD BCL-DIFFERENCE TO WS-DIFFERENCE-TOTAL
004630     END-IF.
004640
004650     EVALUATE TRUE
004660         WHEN BCL-STATUS-DISPUTED
004670             MOVE 'DISPUTED' TO WS-DTL-EXCEPTION
004680         WHEN BCL-DIFFERENCE NOT = 0
004690             MOVE 'AGREED AT A DIFFERENT FIGURE'
004700                 TO WS-DTL-EXCEPTION
004710         WHEN OTHER
004720             GO TO 2100-APPLY-RESPONSE-EXIT
004730     END-EVALUATE.
004740     PERFORM 2900-WRITE-EXCEPTION
004750         THRU 2900-WRITE-EXCEPTION-EXIT.
004760 2100-APPLY-RESPONSE-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800*    2200-AGE-LETTER                                            *
004810*    A LETTER STILL WAITING PAST WS-SECOND-REQUEST-DAYS IS      *
004820*    STAMPED WITH THE DAY ITS SECOND REQUEST FELL DUE AND       *
004830*    LISTED ONCE; AFTER THAT IT IS ONLY COUNTED AS OUTSTANDING. *
004840*****************************************************************
004850 2200-AGE-LETTER.
004860     ADD 1 TO WS-OUTSTANDING-COUNT.
004870     IF BCL-SECOND-REQ-DATE NOT = 0
004880         GO TO 2200-AGE-LETTER-EXIT
004890     END-IF.
004900     MOVE BCL-CONFIRM-DATE TO WS-LETTER-DATE.
004910     COMPUTE WS-AGE-DAYS
004920         = (WS-RUN-YYYY - WS-LETTER-YYYY) * 360
004930         + (WS-RUN-MM - WS-LETTER-MM) * 30
004940         + (WS-RUN-DD - WS-LETTER-DD).
004950     IF WS-AGE-DAYS NOT > WS-SECOND-REQUEST-DAYS
004960         GO TO 2200-AGE-LETTER-EXIT
004970     END-IF.
004980     MOVE WS-RUN-DATE TO BCL-SECOND-REQ-DATE.
004990     ADD 1 TO WS-SECOND-REQ-COUNT.
005000     MOVE 'UNANSWERED - SECOND REQUEST' TO WS-DTL-EXCEPTION.
005010     PERFORM 2900-WRITE-EXCEPTION
005020         THRU 2900-WRITE-EXCEPTION-EXIT.
005030 2200-AGE-LETTER-EXIT.
005040     EXIT.
005050
005060*****************************************************************
005070*    2900-WRITE-EXCEPTION                                       *
005080*    WS-DTL-EXCEPTION IS SET; THE FIGURES COME FROM THE LETTER. *
005090*****************************************************************
005100 2900-WRITE-EXCEPTION.
005110     MOVE BCL-CUST-ID      TO WS-DTL-CUST-ID.
005120     MOVE BCL-CONFIRM-DATE TO WS-DTL-CONFIRM-DATE.
005130     MOVE BCL-OUR-BALANCE  TO WS-DTL-OUR-BALANCE.
005140     MOVE BCL-CUST-FIGURE  TO WS-DTL-CUST-FIGURE.
005150     MOVE BCL-DIFFERENCE   TO WS-DTL-DIFFERENCE.
005160     WRITE CONFIRM-EXCEPTION-LINE FROM WS-DETAIL-LINE.
005170 2900-WRITE-EXCEPTION-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210*    3000-REJECT-UNMATCHED                                      *
005220*    A REPLY THAT FOUND NO LETTER - WRONG CUSTOMER OR           *
005230*    CONFIRMATION DATE - IS REJECTED FOR RE-KEYING.             *
005240*****************************************************************
005250 3000-REJECT-UNMATCHED.
005260     IF WS-RSP-USED-SW(WS-RSP-SUB) NOT = 'N'
005270         GO TO 3000-REJECT-UNMATCHED-EXIT
005280     END-IF.
005290     MOVE 'NO LETTER ON FILE' TO WS-REJECT-REASON.
005300     MOVE WS-RSP-CUST-ID(WS-RSP-SUB) TO BCR-CUST-ID.
005310     MOVE WS-RSP-CONFIRM-DATE(WS-RSP-SUB) TO BCR-CONFIRM-DATE.
005320     MOVE 0 TO WS-DTL-OUR-BALANCE.
005330     MOVE WS-RSP-CUST-FIGURE(WS-RSP-SUB) TO WS-DTL-CUST-FIGURE.
005340     MOVE 0 TO WS-DTL-DIFFERENCE.
005350     PERFORM 1150-REJECT-RESPONSE
005360         THRU 1150-REJECT-RESPONSE-EXIT.
005370 3000-REJECT-UNMATCHED-EXIT.
005380     EXIT.
005390
005400*****************************************************************
005410*    4000-PRINT-TOTALS                                          *
005420*****************************************************************
005430 4000-PRINT-TOTALS.
005440     MOVE SPACES TO CONFIRM-EXCEPTION-LINE.
005450     WRITE CONFIRM-EXCEPTION-LINE.
005460
005470     MOVE 'LETTERS ON FILE...........' TO WS-TOT-TITLE.
005480     MOVE WS-LETTER-COUNT TO WS-TOT-VALUE.
005490     WRITE CONFIRM-EXCEPTION-LINE FROM WS-TOTAL-LINE.
005500
005510     MOVE 'REPLIES READ..............' TO WS-TOT-TITLE.
005520     MOVE WS-RSP-READ-COUNT TO WS-TOT-VALUE.
005530     WRITE CONFIRM-EXCEPTION-LINE FROM WS-TOTAL-LINE.
005540
005550     MOVE 'AGREED....................' TO WS-TOT-TITLE.
005560     MOVE WS-AGREED-COUNT TO WS-TOT-VALUE.
005570     WRITE CONFIRM-EXCEPTION-LINE FROM WS-TOTAL-LINE.
005580
005590     MOVE 'DISPUTED..................' TO WS-TOT-TITLE.
005600     MOVE WS-DISPUTED-COUNT TO WS-TOT-VALUE.
005610     WRITE CONFIRM-EXCEPTION-LINE FROM WS-TOTAL-LINE.
005620
005630     MOVE 'WITH A DIFFERENCE.........' TO WS-TOT-TITLE.
005640     MOVE WS-DIFFERENCE-COUNT TO WS-TOT-VALUE.
005650     WRITE CONFIRM-EXCEPTION-LINE FROM WS-TOTAL-LINE.
005660
005670     MOVE 'NET DIFFERENCE............' TO WS-VAL-TITLE.
005680     MOVE WS-DIFFERENCE-TOTAL TO WS-VAL-AMOUNT.
005690     WRITE CONFIRM-EXCEPTION-LINE FROM WS-VALUE-LINE.
005700
005710     MOVE 'REPLIES REJECTED..........' TO WS-TOT-TITLE.
005720     MOVE WS-REJECTED-COUNT TO WS-TOT-VALUE.
005730     WRITE CONFIRM-EXCEPTION-LINE FROM WS-TOTAL-LINE.
005740
005750     MOVE 'SECOND REQUESTS DUE.......' TO WS-TOT-TITLE.
005760     MOVE WS-SECOND-REQ-COUNT TO WS-TOT-VALUE.
005770     WRITE CONFIRM-EXCEPTION-LINE FROM WS-TOTAL-LINE.
005780
005790     MOVE 'STILL UNANSWERED..........' TO WS-TOT-TITLE.
005800     MOVE WS-OUTSTANDING-COUNT TO WS-TOT-VALUE.
005810     WRITE CONFIRM-EXCEPTION-LINE FROM WS-TOTAL-LINE.
005820 4000-PRINT-TOTALS-EXIT.
005830     EXIT.
005840
005850*****************************************************************
005860*    8000-READ-LETTER                                           *
005870*****************************************************************
005880 8000-READ-LETTER.
005890     READ CONFIRM-TRACKING-FILE
005900         AT END
005910             MOVE 'Y' TO WS-EOF-SW
005920     END-READ.
005930 8000-READ-LETTER-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    9999-TERMINATE                                             *
005980*****************************************************************
005990 9999-TERMINATE.
006000     IF NOT WS-ABORT
006010         CLOSE CONFIRM-TRACKING-FILE
006020         CLOSE CONFIRM-TRACKING-OUT
006030     END-IF.
006040     CLOSE CONFIRM-EXCEPTION-RPT.
006050 9999-TERMINATE-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090*    9550-VALIDATE-DATE                                         *
006100*    SHARED REAL-CALENDAR DATE CHECK - SEE DATEVAL.CPY.         *
006110*****************************************************************
006120     COPY DATEVAL.
