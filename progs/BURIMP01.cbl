000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BURIMP01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - CREDIT BUREAU RETURN IMPORT.     *
000100*                    THE BUREAU'S ANSWER (BURRSP.CPY) TO THE     *
000110*                    MONTH-END SUBMISSION IS PROVED AGAINST ITS  *
000120*                    HEADER AND TRAILER, EACH RETURN IS MATCHED  *
000130*                    BACK TO THE CUSTOMER MASTER BY CUST-ID, AND *
000140*                    A NEW GENERATION OF THE BUREAU SCORE FILE   *
000150*                    (BURSCR.CPY) IS WRITTEN FROM THE LAST ONE,  *
000160*                    THE SCORE REPLACED MOVING TO                *
000170*                    BSC-PRIOR-SCORE.  RISKGRD1 GRADES ON THE    *
000180*                    MATCHED SCORES.  THE REPORT LISTS EVERY     *
000190*                    CUSTOMER WHOSE SCORE FELL WS-DROP-POINTS OR *
000200*                    MORE SINCE THE LAST IMPORT, EVERY CUSTOMER  *
000210*                    THE BUREAU COULD NOT MATCH, AND EVERY       *
000220*                    RETURN THAT COULD NOT BE TAKEN.  DESK-RUN   *
000230*                    WHEN THE BUREAU'S FILE ARRIVES.             *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-CYC-FILE-STATUS.
000310
000320     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS CUST-ID
000360         FILE STATUS IS WS-CUST-FILE-STATUS.
000370
000380     SELECT BUREAU-RESPONSE-FILE ASSIGN TO BURRSP
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BRS-FILE-STATUS.
000410
000420     SELECT BUREAU-SCORE-FILE ASSIGN TO BURSCR
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-BSC-FILE-STATUS.
000450
000460     SELECT BUREAU-SCORE-OUT ASSIGN TO BURSCRO
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BSO-FILE-STATUS.
000490
000500     SELECT BUREAU-IMPORT-RPT ASSIGN TO BURIMPRP
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CYCLE-CONTROL-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY CYCLCTL.
000590
000600 FD  CUSTOMER-MASTER-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CUSTMAST.
000630
000640 FD  BUREAU-RESPONSE-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY BURRSP.
000670
000680 FD  BUREAU-SCORE-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY BURSCR.
000710
000720 FD  BUREAU-SCORE-OUT
000730     LABEL RECORDS ARE STANDARD.
000740     01  BUREAU-SCORE-OUT-REC     PIC X(60).
000750
000760 FD  BUREAU-IMPORT-RPT
000770     LABEL RECORDS ARE STANDARD.
000780     01  BUREAU-IMPORT-LINE       PIC X(80).
000790
000800 WORKING-STORAGE SECTION.
000810     01  WS-CYC-FILE-STATUS       PIC X(02).
000820         88  WS-CYC-OK            VALUE '00'.
000830     01  WS-CUST-FILE-STATUS      PIC X(02).
000840         88  WS-CUST-OK           VALUE '00'.
000850     01  WS-BRS-FILE-STATUS       PIC X(02).
000860         88  WS-BRS-OK            VALUE '00'.
000870         88  WS-BRS-EOF           VALUE '10'.
000880     01  WS-BSC-FILE-STATUS       PIC X(02).
000890         88  WS-BSC-OK            VALUE '00'.
000900         88  WS-BSC-EOF           VALUE '10'.
000910         88  WS-BSC-NOT-FOUND     VALUE '35'.
000920     01  WS-BSO-FILE-STATUS       PIC X(02).
000930         88  WS-BSO-OK            VALUE '00'.
000940     01  WS-RPT-FILE-STATUS       PIC X(02).
000950         88  WS-RPT-OK            VALUE '00'.
000960
000970     01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
000980         88  WS-FAILED            VALUE 'Y'.
000990     01  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
001000         88  WS-TRAILER-SEEN      VALUE 'Y'.
001010     01  WS-BSC-EOF-SW            PIC X(01) VALUE 'N'.
001020         88  WS-BSC-DONE          VALUE 'Y'.
001030
001040     01  WS-RUN-DATE              PIC 9(08) VALUE 0.
001050     01  WS-FILE-DATE             PIC 9(08) VALUE 0.
001060     01  WS-LAST-CUST-ID          PIC X(05) VALUE LOW-VALUES.
001070     01  WS-OLD-KEY               PIC X(05).
001080     01  WS-RSP-KEY               PIC X(05).
001090     01  WS-HELD-SCORE-REC        PIC X(60).
001100     01  WS-DROP                  PIC S9(03).
001110
001120*****************************************************************
001130*    TUNING - OUR SUBSCRIBER CODE WITH THE BUREAU, THE SCORE    *
001140*    RANGE IT RETURNS, AND THE FALL IN POINTS SINCE THE LAST    *
001150*    IMPORT THAT THE CREDIT DESK WANTS TO SEE.  ONE RUN TAKES   *
001160*    AT MOST WS-MAX-RETURNS RETURNS.                            *
001170*****************************************************************
001180     01  WS-SUBSCRIBER-CODE       PIC X(10) VALUE 'LCF0000001'.
001190     01  WS-LOWEST-SCORE          PIC 9(03) VALUE 300.
001200     01  WS-HIGHEST-SCORE         PIC 9(03) VALUE 850.
001210     01  WS-DROP-POINTS           PIC 9(03) VALUE 50.
001220     01  WS-MAX-RETURNS           PIC 9(05) VALUE 2000.
001230
001240*****************************************************************
001250*    THE RETURNS TAKEN, LOADED AND PROVED BEFORE THE SCORE FILE *
001260*    IS PASSED.  THEY ARE IN CUSTOMER ORDER, AS SUBMITTED.      *
001270*****************************************************************
001280     01  WS-RSP-COUNT             PIC 9(05) COMP VALUE 0.
001290     01  WS-RSP-SUB               PIC 9(05) COMP.
001300     01  WS-RSP-TABLE.
001310         05  WS-RSP-ROW OCCURS 2000 TIMES.
001320             10  WS-RSP-CUST-ID   PIC X(05).
001330             10  WS-RSP-NAME      PIC X(20).
001340             10  WS-RSP-BALANCE   PIC S9(07)V9(02).
001350             10  WS-RSP-MATCH-CODE PIC X(01).
001360                 88  WS-RSP-MATCHED VALUE 'M'.
001370             10  WS-RSP-SCORE     PIC 9(03).
001380             10  WS-RSP-DEROG-FLAGS PIC X(03).
001390             10  WS-RSP-REPORT-DATE PIC 9(08).
001400             10  WS-RSP-PRIOR-SCORE PIC 9(03).
001410             10  WS-RSP-PRIOR-DATE PIC 9(08).
001420             10  WS-RSP-DROP      PIC S9(03).
001430             10  WS-RSP-DROP-SW   PIC X(01).
001440                 88  WS-RSP-DROPPED VALUE 'Y'.
001450
001460*****************************************************************
001470*    CONTROL TOTALS                                             *
001480*****************************************************************
001490     01  WS-TOTALS.
001500         05  WS-DETAIL-COUNT      PIC 9(07) VALUE 0.
001510         05  WS-REJECTED-COUNT    PIC 9(07) VALUE 0.
001520         05  WS-MATCHED-COUNT     PIC 9(07) VALUE 0.
001530         05  WS-UNMATCHED-COUNT   PIC 9(07) VALUE 0.
001540         05  WS-DROPPED-COUNT     PIC 9(07) VALUE 0.
001550         05  WS-COPIED-COUNT      PIC 9(07) VALUE 0.
001560         05  WS-UPDATED-COUNT     PIC 9(07) VALUE 0.
001570         05  WS-ADDED-COUNT       PIC 9(07) VALUE 0.
001580
001590     01  WS-REJECT-REASON         PIC X(30).
001600
001610*****************************************************************
001620*    IMPORT REPORT LINES                                        *
001630*****************************************************************
001640     01  WS-HEADING-LINE.
001650         05  FILLER               PIC X(40) VALUE
001660             'BURIMP01 - CREDIT BUREAU RETURN IMPORT'.
001670         05  FILLER               PIC X(10) VALUE 'FILE DATE '.
001680         05  WS-HDG-FILE-DATE     PIC 9(08).
001690         05  FILLER               PIC X(10) VALUE ' RUN DATE '.
001700         05  WS-HDG-RUN-DATE      PIC 9(08).
001710         05  FILLER               PIC X(04) VALUE SPACES.
001720
001730     01  WS-SECTION-LINE.
001740         05  WS-SEC-TITLE         PIC X(80).
001750
001760     01  WS-DROP-TITLE-LINE.
001770         05  FILLER               PIC X(19) VALUE
001780             'SCORES THAT FELL BY'.
001790         05  WS-DTT-POINTS        PIC ZZZ9.
001800         05  FILLER               PIC X(57) VALUE
001810             ' POINTS OR MORE SINCE THE LAST IMPORT'.
001820
001830     01  WS-DROP-COLUMN-LINE.
001840         05  FILLER               PIC X(40) VALUE
001850             'CUST  NAME                 PRIOR   DATED'.
001860         05  FILLER               PIC X(40) VALUE
001870             '    NOW    DATED  DROP DRG     BALANCE'.
001880     01  WS-DROP-LINE.
001890         05  WS-DRP-CUST-ID       PIC X(05).
001900         05  FILLER               PIC X(01) VALUE SPACE.
001910         05  WS-DRP-NAME          PIC X(20).
001920         05  FILLER               PIC X(02) VALUE SPACES.
001930         05  WS-DRP-PRIOR-SCORE   PIC ZZ9.
001940         05  FILLER               PIC X(01) VALUE SPACE.
001950         05  WS-DRP-PRIOR-DATE    PIC 9(08).
001960         05  FILLER               PIC X(04) VALUE SPACES.
001970         05  WS-DRP-SCORE         PIC ZZ9.
001980         05  FILLER               PIC X(01) VALUE SPACE.
001990         05  WS-DRP-DATE          PIC 9(08).
002000         05  FILLER               PIC X(02) VALUE SPACES.
002010         05  WS-DRP-DROP          PIC ZZ9.
002020         05  FILLER               PIC X(01) VALUE SPACE.
002030         05  WS-DRP-DEROG         PIC X(03).
002040         05  FILLER               PIC X(01) VALUE SPACE.
002050         05  WS-DRP-BALANCE       PIC ZZZ,ZZ9.99-.
002060         05  FILLER               PIC X(03) VALUE SPACES.
002070
002080     01  WS-UNMATCHED-COLUMN-LINE.
002090         05  FILLER               PIC X(40) VALUE
002100             'CUST  NAME                     BALANCE '.
002110         05  FILLER               PIC X(40) VALUE
002120             '   LAST MATCHED SCORE'.
002130     01  WS-UNMATCHED-LINE.
002140         05  WS-UNM-CUST-ID       PIC X(05).
002150         05  FILLER               PIC X(01) VALUE SPACE.
002160         05  WS-UNM-NAME          PIC X(20).
002170         05  FILLER               PIC X(02) VALUE SPACES.
002180         05  WS-UNM-BALANCE       PIC ZZZ,ZZ9.99-.
002190         05  FILLER               PIC X(04) VALUE SPACES.
002200         05  WS-UNM-LAST          PIC X(30).
002210         05  FILLER               PIC X(07) VALUE SPACES.
002220     01  WS-UNM-LAST-SCORE.
002230         05  WS-ULS-SCORE         PIC ZZ9.
002240         05  FILLER               PIC X(07) VALUE ' DATED '.
002250         05  WS-ULS-DATE          PIC 9(08).
002260         05  FILLER               PIC X(12) VALUE SPACES.
002270
002280     01  WS-REJECT-LINE.
002290         05  FILLER               PIC X(10) VALUE 'REJECTED: '.
002300         05  WS-REJ-CUST-ID       PIC X(05).
002310         05  FILLER               PIC X(02) VALUE SPACES.
002320         05  WS-REJ-REASON        PIC X(30).
002330         05  FILLER               PIC X(33) VALUE SPACES.
002340
002350     01  WS-COUNT-LINE.
002360         05  WS-CNT-TITLE         PIC X(30).
002370         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002380         05  FILLER               PIC X(39) VALUE SPACES.
002390
002400 PROCEDURE DIVISION.
002410*****************************************************************
002420*    0000-MAINLINE                                              *
002430*****************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE
002460         THRU 1000-INITIALIZE-EXIT.
002470
002480     IF NOT WS-FAILED
002490         PERFORM 2000-MERGE-SCORES
002500             THRU 2000-MERGE-SCORES-EXIT
002510     END-IF.
002520     IF NOT WS-FAILED
002530         PERFORM 3000-PRINT-DROPS
002540             THRU 3000-PRINT-DROPS-EXIT
002550         PERFORM 3100-PRINT-UNMATCHED
002560             THRU 3100-PRINT-UNMATCHED-EXIT
002570         PERFORM 4000-PRINT-TOTALS
002580             THRU 4000-PRINT-TOTALS-EXIT
002590     END-IF.
002600
002610     DISPLAY 'BURIMP01: RETURNS READ.......... ' WS-DETAIL-COUNT.
002620     DISPLAY 'BURIMP01: RETURNS REJECTED...... '
002630         WS-REJECTED-COUNT.
002640     DISPLAY 'BURIMP01: MATCHED............... '
002650         WS-MATCHED-COUNT.
002660     DISPLAY 'BURIMP01: NOT MATCHED........... '
002670         WS-UNMATCHED-COUNT.
002680     DISPLAY 'BURIMP01: SHARP SCORE DROPS..... '
002690         WS-DROPPED-COUNT.
002700
002710*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
002720*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
002730     IF WS-REJECTED-COUNT > 0
002740         IF RETURN-CODE < 4
002750             MOVE 4 TO RETURN-CODE
002760         END-IF
002770     END-IF.
002780
002790     PERFORM 9999-TERMINATE
002800         THRU 9999-TERMINATE-EXIT.
002810
002820     STOP RUN.
002830
002840*****************************************************************
002850*    1000-INITIALIZE                                            *
002860*    THE WHOLE RETURN IS LOADED AND PROVED BEFORE THE SCORE     *
002870*    FILE IS TOUCHED, SO A TRUNCATED OR FOREIGN FILE WRITES NO  *
002880*    NEW GENERATION.                                            *
002890*****************************************************************
002900 1000-INITIALIZE.
002910     OPEN INPUT CYCLE-CONTROL-FILE.
002920     IF WS-CYC-OK
002930         READ CYCLE-CONTROL-FILE
002940             AT END
002950                 CONTINUE
002960             NOT AT END
002970                 MOVE CYC-LAST-RUN-DATE TO WS-RUN-DATE
002980         END-READ
002990         CLOSE CYCLE-CONTROL-FILE
003000     END-IF.
003010     IF WS-RUN-DATE = 0
003020         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003030     END-IF.
003040
003050     OPEN OUTPUT BUREAU-IMPORT-RPT.
003060
003070     OPEN INPUT CUSTOMER-MASTER-FILE.
003080     IF NOT WS-CUST-OK
003090         DISPLAY 'BURIMP01: OPEN CUSTOMER-MASTER FAILED '
003100             WS-CUST-FILE-STATUS
003110         MOVE 8 TO RETURN-CODE
003120         MOVE 'Y' TO WS-FAILED-SW
003130         GO TO 1000-INITIALIZE-EXIT
003140     END-IF.
003150     OPEN INPUT BUREAU-RESPONSE-FILE.
003160     IF NOT WS-BRS-OK
003170         DISPLAY 'BURIMP01: OPEN BUREAU-RESPONSE-FILE FAILED '
003180             WS-BRS-FILE-STATUS
003190         MOVE 8 TO RETURN-CODE
003200         MOVE 'Y' TO WS-FAILED-SW
003210         GO TO 1000-INITIALIZE-EXIT
003220     END-IF.
003230
003240     PERFORM 1100-LOAD-RETURNS
003250         THRU 1100-LOAD-RETURNS-EXIT.
003260 1000-INITIALIZE-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300*    1100-LOAD-RETURNS                                          *
003310*    THE FILE MUST OPEN WITH A HEADER FOR OUR SUBSCRIBER CODE   *
003320*    AND CLOSE WITH A TRAILER WHOSE COUNT AGREES WITH THE       *
003330*    DETAILS READ.                                              *
003340*****************************************************************
003350 1100-LOAD-RETURNS.
003360     PERFORM 8000-READ-RETURN
003370         THRU 8000-READ-RETURN-EXIT.
003380     IF WS-BRS-EOF OR NOT BRS-HEADER
003390         DISPLAY 'BURIMP01: RETURN FILE HAS NO HEADER'
003400         MOVE 8 TO RETURN-CODE
003410         MOVE 'Y' TO WS-FAILED-SW
003420         GO TO 1100-LOAD-RETURNS-EXIT
003430     END-IF.
003440     IF BRS-SUBSCRIBER-CODE NOT = WS-SUBSCRIBER-CODE
003450         DISPLAY 'BURIMP01: RETURN FILE IS FOR SUBSCRIBER '
003460             BRS-SUBSCRIBER-CODE
003470         MOVE 8 TO RETURN-CODE
003480         MOVE 'Y' TO WS-FAILED-SW
003490         GO TO 1100-LOAD-RETURNS-EXIT
003500     END-IF.
003510     MOVE BRS-FILE-DATE TO WS-FILE-DATE.
003520
003530     MOVE WS-FILE-DATE TO WS-HDG-FILE-DATE.
003540     MOVE WS-RUN-DATE  TO WS-HDG-RUN-DATE.
003550     WRITE BUREAU-IMPORT-LINE FROM WS-HEADING-LINE.
003560     MOVE SPACES TO BUREAU-IMPORT-LINE.
003570     WRITE BUREAU-IMPORT-LINE.
003580
003590     PERFORM 1110-TAKE-RETURN
003600         THRU 1110-TAKE-RETURN-EXIT
003610         UNTIL WS-BRS-EOF OR WS-TRAILER-SEEN.
003620
003630     IF NOT WS-TRAILER-SEEN
003640         DISPLAY 'BURIMP01: RETURN FILE HAS NO TRAILER - '
003650             'FILE INCOMPLETE'
003660         MOVE 8 TO RETURN-CODE
003670         MOVE 'Y' TO WS-FAILED-SW
003680         GO TO 1100-LOAD-RETURNS-EXIT
003690     END-IF.
003700     IF BRS-RECORD-COUNT NOT NUMERIC
003710             OR BRS-RECORD-COUNT NOT = WS-DETAIL-COUNT
003720         DISPLAY 'BURIMP01: TRAILER COUNT ' BRS-RECORD-COUNT
003730             ' DOES NOT AGREE WITH ' WS-DETAIL-COUNT
003740             ' DETAILS READ'
003750         MOVE 8 TO RETURN-CODE
003760         MOVE 'Y' TO WS-FAILED-SW
003770     END-IF.
003780 1100-LOAD-RETURNS-EXIT.
003790     EXIT.
003800
003810*****************************************************************
003820*    1110-TAKE-RETURN                                           *
003830*    A RETURN IS TAKEN ONLY IF IT IS IN CUSTOMER ORDER, IS FOR  *
003840*    A CUSTOMER ON THE MASTER, AND - WHEN MATCHED - CARRIES A   *
003850*    SCORE IN THE BUREAU'S RANGE AND 'Y' OR 'N' IN EACH         *
003860*    DEROGATORY FLAG.                                           *
003870*****************************************************************
003880 1110-TAKE-RETURN.
003890     PERFORM 8000-READ-RETURN
003900         THRU 8000-READ-RETURN-EXIT.
003910     IF WS-BRS-EOF
003920         GO TO 1110-TAKE-RETURN-EXIT
003930     END-IF.
003940     IF BRS-TRAILER
003950         MOVE 'Y' TO WS-TRAILER-SW
003960         GO TO 1110-TAKE-RETURN-EXIT
003970     END-IF.
003980
003990     ADD 1 TO WS-DETAIL-COUNT.
004000     IF NOT BRS-DETAIL
004010         MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
004020         GO TO 1110-TAKE-RETURN-REJECT
004030     END-IF.
004040     IF BRS-CUST-ID NOT > WS-LAST-CUST-ID
004050         MOVE 'OUT OF SEQUENCE OR DUPLICATE' TO WS-REJECT-REASON
004060         GO TO 1110-TAKE-RETURN-REJECT
004070     END-IF.
004080     IF NOT BRS-MATCHED AND NOT BRS-NOT-MATCHED
004090         MOVE 'BAD MATCH CODE' TO WS-REJECT-REASON
004100         GO TO 1110-TAKE-RETURN-REJECT
004110     END-IF.
004120     IF BRS-MATCHED
004130         IF BRS-SCORE NOT NUMERIC
004140                 OR BRS-SCORE < WS-LOWEST-SCORE
004150                 OR BRS-SCORE > WS-HIGHEST-SCORE
004160             MOVE 'SCORE MISSING OR OUT OF RANGE'
004170                 TO WS-REJECT-REASON
004180             GO TO 1110-TAKE-RETURN-REJECT
004190         END-IF
004200         IF (BRS-BANKRUPTCY NOT = 'Y' AND NOT = 'N')
004210                 OR (BRS-JUDGMENT NOT = 'Y' AND NOT = 'N')
004220                 OR (BRS-COLLECTION NOT = 'Y' AND NOT = 'N')
004230             MOVE 'BAD DEROGATORY FLAG' TO WS-REJECT-REASON
004240             GO TO 1110-TAKE-RETURN-REJECT
004250         END-IF
004260     END-IF.
004270     IF WS-RSP-COUNT NOT < WS-MAX-RETURNS
004280         MOVE 'RETURN TABLE FULL' TO WS-REJECT-REASON
004290         GO TO 1110-TAKE-RETURN-REJECT
004300     END-IF.
004310
004320     MOVE BRS-CUST-ID TO CUST-ID.
004330     READ CUSTOMER-MASTER-FILE
004340         INVALID KEY
004350             MOVE 'NOT ON CUSTOMER MASTER' TO WS-REJECT-REASON
004360             GO TO 1110-TAKE-RETURN-REJECT
004370     END-READ.
004380
004390     MOVE BRS-CUST-ID TO WS-LAST-CUST-ID.
004400     ADD 1 TO WS-RSP-COUNT.
004410     MOVE BRS-CUST-ID    TO WS-RSP-CUST-ID(WS-RSP-COUNT).
004420     MOVE CUST-NAME      TO WS-RSP-NAME(WS-RSP-COUNT).
004430     MOVE CUST-BALANCE   TO WS-RSP-BALANCE(WS-RSP-COUNT).
004440     MOVE BRS-MATCH-CODE TO WS-RSP-MATCH-CODE(WS-RSP-COUNT).
004450     MOVE 'N'            TO WS-RSP-DROP-SW(WS-RSP-COUNT).
004460     MOVE 0              TO WS-RSP-PRIOR-SCORE(WS-RSP-COUNT)
004470                            WS-RSP-PRIOR-DATE(WS-RSP-COUNT)
004480                            WS-RSP-DROP(WS-RSP-COUNT).
004490     IF BRS-MATCHED
004500         MOVE BRS-SCORE       TO WS-RSP-SCORE(WS-RSP-COUNT)
004510         MOVE BRS-DEROG-FLAGS TO WS-RSP-DEROG-FLAGS(WS-RSP-COUNT)
004520         IF BRS-REPORT-DATE NUMERIC AND BRS-REPORT-DATE > 0
004530             MOVE BRS-REPORT-DATE
004540                 TO WS-RSP-REPORT-DATE(WS-RSP-COUNT)
004550         ELSE
004560             MOVE WS-FILE-DATE
004570                 TO WS-RSP-REPORT-DATE(WS-RSP-COUNT)
004580         END-IF
004590         ADD 1 TO WS-MATCHED-COUNT
004600     ELSE
004610         MOVE 0      TO WS-RSP-SCORE(WS-RSP-COUNT)
004620                        WS-RSP-REPORT-DATE(WS-RSP-COUNT)
004630         MOVE SPACES TO WS-RSP-DEROG-FLAGS(WS-RSP-COUNT)
004640         ADD 1 TO WS-UNMATCHED-COUNT
004650     END-IF.
004660     GO TO 1110-TAKE-RETURN-EXIT.
004670
004680 1110-TAKE-RETURN-REJECT.
004690     ADD 1 TO WS-REJECTED-COUNT.
004700     MOVE BRS-CUST-ID      TO WS-REJ-CUST-ID.
004710     MOVE WS-REJECT-REASON TO WS-REJ-REASON.
004720     WRITE BUREAU-IMPORT-LINE FROM WS-REJECT-LINE.
004730 1110-TAKE-RETURN-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770*    2000-MERGE-SCORES                                          *
004780*    THE LAST SCORE GENERATION AND THE RETURNS ARE BOTH IN      *
004790*    CUSTOMER ORDER AND ARE MERGED INTO THE NEXT GENERATION.    *
004800*    WITH NO SCORE FILE YET, EVERY RETURN STARTS A NEW RECORD.  *
004810*****************************************************************
004820 2000-MERGE-SCORES.
004830     OPEN INPUT BUREAU-SCORE-FILE.
004840     IF WS-BSC-NOT-FOUND
004850         MOVE 'Y' TO WS-BSC-EOF-SW
004860     ELSE
004870         IF NOT WS-BSC-OK
004880             DISPLAY 'BURIMP01: OPEN BUREAU-SCORE-FILE FAILED '
004890                 WS-BSC-FILE-STATUS
004900             MOVE 8 TO RETURN-CODE
004910             MOVE 'Y' TO WS-FAILED-SW
004920             GO TO 2000-MERGE-SCORES-EXIT
004930         END-IF
004940     END-IF.
004950     OPEN OUTPUT BUREAU-SCORE-OUT.
004960     IF NOT WS-BSO-OK
004970         DISPLAY 'BURIMP01: OPEN BUREAU-SCORE-OUT FAILED '
004980             WS-BSO-FILE-STATUS
004990         MOVE 8 TO RETURN-CODE
005000         MOVE 'Y' TO WS-FAILED-SW
005010         GO TO 2000-MERGE-SCORES-EXIT
005020     END-IF.
005030
005040     IF NOT WS-BSC-DONE
005050         PERFORM 8010-READ-OLD-SCORE
005060             THRU 8010-READ-OLD-SCORE-EXIT
005070     END-IF.
005080     MOVE 1 TO WS-RSP-SUB.
005090     PERFORM 2010-MERGE-ONE
005100         THRU 2010-MERGE-ONE-EXIT
005110         UNTIL WS-BSC-DONE AND WS-RSP-SUB > WS-RSP-COUNT.
005120
005130     IF NOT WS-BSC-NOT-FOUND
005140         CLOSE BUREAU-SCORE-FILE
005150     END-IF.
005160     CLOSE BUREAU-SCORE-OUT.
005170 2000-MERGE-SCORES-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210*    2010-MERGE-ONE                                             *
005220*    AN OLD RECORD WITH NO RETURN IS COPIED AS IT STANDS; ONE   *
005230*    WITH A RETURN IS UPDATED; A RETURN WITH NO OLD RECORD      *
005240*    STARTS ONE, THE OLD RECORD IN HAND HELD ASIDE WHILE IT IS  *
005250*    BUILT.                                                     *
005260*****************************************************************
005270 2010-MERGE-ONE.
005280     IF WS-BSC-DONE
005290         MOVE HIGH-VALUES TO WS-OLD-KEY
005300     ELSE
005310         MOVE BSC-CUST-ID TO WS-OLD-KEY
005320     END-IF.
005330     IF WS-RSP-SUB > WS-RSP-COUNT
005340         MOVE HIGH-VALUES TO WS-RSP-KEY
005350     ELSE
005360         MOVE WS-RSP-CUST-ID(WS-RSP-SUB) TO WS-RSP-KEY
005370     END-IF.
005380
005390     IF WS-OLD-KEY < WS-RSP-KEY
005400         WRITE BUREAU-SCORE-OUT-REC FROM BUREAU-SCORE-REC
005410         ADD 1 TO WS-COPIED-COUNT
005420         PERFORM 8010-READ-OLD-SCORE
005430             THRU 8010-READ-OLD-SCORE-EXIT
005440         GO TO 2010-MERGE-ONE-EXIT
005450     END-IF.
005460
005470     IF WS-OLD-KEY = WS-RSP-KEY
005480         PERFORM 2100-APPLY-RETURN
005490             THRU 2100-APPLY-RETURN-EXIT
005500         WRITE BUREAU-SCORE-OUT-REC FROM BUREAU-SCORE-REC
005510         ADD 1 TO WS-UPDATED-COUNT
005520         ADD 1 TO WS-RSP-SUB
005530         PERFORM 8010-READ-OLD-SCORE
005540             THRU 8010-READ-OLD-SCORE-EXIT
005550         GO TO 2010-MERGE-ONE-EXIT
005560     END-IF.
005570
005580     MOVE BUREAU-SCORE-REC TO WS-HELD-SCORE-REC.
005590     MOVE SPACES     TO BUREAU-SCORE-REC.
005600     MOVE WS-RSP-KEY TO BSC-CUST-ID.
005610     MOVE 0          TO BSC-SCORE BSC-SCORE-DATE
005620                        BSC-PRIOR-SCORE BSC-PRIOR-DATE.
005630     PERFORM 2100-APPLY-RETURN
005640         THRU 2100-APPLY-RETURN-EXIT.
005650     WRITE BUREAU-SCORE-OUT-REC FROM BUREAU-SCORE-REC.
005660     ADD 1 TO WS-ADDED-COUNT.
005670     ADD 1 TO WS-RSP-SUB.
005680     MOVE WS-HELD-SCORE-REC TO BUREAU-SCORE-REC.
005690 2010-MERGE-ONE-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730*    2100-APPLY-RETURN                                          *
005740*    A MATCHED RETURN MOVES THE SCORE IT REPLACES TO THE PRIOR  *
005750*    SCORE AND MEASURES THE FALL; AN UNMATCHED ONE LEAVES THE   *
005760*    OLD SCORE IN PLACE BUT MARKS IT UNMATCHED, SO IT NO LONGER *
005770*    GRADES.                                                    *
005780*****************************************************************
005790 2100-APPLY-RETURN.
005800     MOVE BSC-SCORE      TO WS-RSP-PRIOR-SCORE(WS-RSP-SUB).
005810     MOVE BSC-SCORE-DATE TO WS-RSP-PRIOR-DATE(WS-RSP-SUB).
005820     MOVE WS-RUN-DATE    TO BSC-IMPORT-DATE.
005830
005840     IF NOT WS-RSP-MATCHED(WS-RSP-SUB)
005850         MOVE 'U' TO BSC-MATCH-STATUS
005860         GO TO 2100-APPLY-RETURN-EXIT
005870     END-IF.
005880
005890     IF BSC-SCORE > 0
005900         MOVE BSC-SCORE      TO BSC-PRIOR-SCORE
005910         MOVE BSC-SCORE-DATE TO BSC-PRIOR-DATE
005920         COMPUTE WS-DROP = BSC-SCORE - WS-RSP-SCORE(WS-RSP-SUB)
005930         MOVE WS-DROP TO WS-RSP-DROP(WS-RSP-SUB)
005940         IF WS-DROP NOT < WS-DROP-POINTS
005950             MOVE 'Y' TO WS-RSP-DROP-SW(WS-RSP-SUB)
005960             ADD 1 TO WS-DROPPED-COUNT
005970         END-IF
005980     END-IF.
005990     MOVE 'M' TO BSC-MATCH-STATUS.
006000     MOVE WS-RSP-SCORE(WS-RSP-SUB)       TO BSC-SCORE.
006010     MOVE WS-RSP-REPORT-DATE(WS-RSP-SUB) TO BSC-SCORE-DATE.
006020     MOVE WS-RSP-DEROG-FLAGS(WS-RSP-SUB) TO BSC-DEROG-FLAGS.
006030 2100-APPLY-RETURN-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    3000-PRINT-DROPS                                           *
006080*****************************************************************
006090 3000-PRINT-DROPS.
006100     MOVE SPACES TO BUREAU-IMPORT-LINE.
006110     WRITE BUREAU-IMPORT-LINE.
006120     MOVE WS-DROP-POINTS TO WS-DTT-POINTS.
006130     WRITE BUREAU-IMPORT-LINE FROM WS-DROP-TITLE-LINE.
006140     WRITE BUREAU-IMPORT-LINE FROM WS-DROP-COLUMN-LINE.
006150     PERFORM 3010-PRINT-DROP-ROW
006160         THRU 3010-PRINT-DROP-ROW-EXIT
006170         VARYING WS-RSP-SUB FROM 1 BY 1
006180         UNTIL WS-RSP-SUB > WS-RSP-COUNT.
006190 3000-PRINT-DROPS-EXIT.
006200     EXIT.
006210
006220*****************************************************************
006230*    3010-PRINT-DROP-ROW                                        *
006240*****************************************************************
006250 3010-PRINT-DROP-ROW.
006260     IF NOT WS-RSP-DROPPED(WS-RSP-SUB)
006270         GO TO 3010-PRINT-DROP-ROW-EXIT
006280     END-IF.
006290     MOVE WS-RSP-CUST-ID(WS-RSP-SUB)     TO WS-DRP-CUST-ID.
006300     MOVE WS-RSP-NAME(WS-RSP-SUB)        TO WS-DRP-NAME.
006310     MOVE WS-RSP-PRIOR-SCORE(WS-RSP-SUB) TO WS-DRP-PRIOR-SCORE.
006320     MOVE WS-RSP-PRIOR-DATE(WS-RSP-SUB)  TO WS-DRP-PRIOR-DATE.
006330     MOVE WS-RSP-SCORE(WS-RSP-SUB)       TO WS-DRP-SCORE.
006340     MOVE WS-RSP-REPORT-DATE(WS-RSP-SUB) TO WS-DRP-DATE.
006350     MOVE WS-RSP-DROP(WS-RSP-SUB)        TO WS-DRP-DROP.
006360     MOVE WS-RSP-DEROG-FLAGS(WS-RSP-SUB) TO WS-DRP-DEROG.
006370     MOVE WS-RSP-BALANCE(WS-RSP-SUB)     TO WS-DRP-BALANCE.
006380     WRITE BUREAU-IMPORT-LINE FROM WS-DROP-LINE.
006390 3010-PRINT-DROP-ROW-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430*    3100-PRINT-UNMATCHED                                       *
006440*****************************************************************
006450 3100-PRINT-UNMATCHED.
006460     MOVE SPACES TO BUREAU-IMPORT-LINE.
006470     WRITE BUREAU-IMPORT-LINE.
006480     MOVE 'CUSTOMERS THE BUREAU COULD NOT MATCH' TO WS-SEC-TITLE.
006490     WRITE BUREAU-IMPORT-LINE FROM WS-SECTION-LINE.
006500     WRITE BUREAU-IMPORT-LINE FROM WS-UNMATCHED-COLUMN-LINE.
006510     PERFORM 3110-PRINT-UNMATCHED-ROW
006520         THRU 3110-PRINT-UNMATCHED-ROW-EXIT
006530         VARYING WS-RSP-SUB FROM 1 BY 1
006540         UNTIL WS-RSP-SUB > WS-RSP-COUNT.
006550 3100-PRINT-UNMATCHED-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590*    3110-PRINT-UNMATCHED-ROW                                   *
006600*****************************************************************
006610 3110-PRINT-UNMATCHED-ROW.
006620     IF WS-RSP-MATCHED(WS-RSP-SUB)
006630         GO TO 3110-PRINT-UNMATCHED-ROW-EXIT
006640     END-IF.
006650     MOVE WS-RSP-CUST-ID(WS-RSP-SUB) TO WS-UNM-CUST-ID.
006660     MOVE WS-RSP-NAME(WS-RSP-SUB)    TO WS-UNM-NAME.
006670     MOVE WS-RSP-BALANCE(WS-RSP-SUB) TO WS-UNM-BALANCE.
006680     IF WS-RSP-PRIOR-SCORE(WS-RSP-SUB) > 0
006690         MOVE WS-RSP-PRIOR-SCORE(WS-RSP-SUB) TO WS-ULS-SCORE
006700         MOVE WS-RSP-PRIOR-DATE(WS-RSP-SUB)  TO WS-ULS-DATE
006710         MOVE WS-UNM-LAST-SCORE TO WS-UNM-LAST
006720     ELSE
006730         MOVE 'NEVER MATCHED' TO WS-UNM-LAST
006740     END-IF.
006750     WRITE BUREAU-IMPORT-LINE FROM WS-UNMATCHED-LINE.
006760 3110-PRINT-UNMATCHED-ROW-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800*    4000-PRINT-TOTALS                                          *
006810*****************************************************************
006820 4000-PRINT-TOTALS.
006830     MOVE SPACES TO BUREAU-IMPORT-LINE.
006840     WRITE BUREAU-IMPORT-LINE.
006850
006860     MOVE 'RETURNS READ..................' TO WS-CNT-TITLE.
006870     MOVE WS-DETAIL-COUNT TO WS-CNT-VALUE.
006880     WRITE BUREAU-IMPORT-LINE FROM WS-COUNT-LINE.
006890
006900     MOVE 'RETURNS REJECTED..............' TO WS-CNT-TITLE.
006910     MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
006920     WRITE BUREAU-IMPORT-LINE FROM WS-COUNT-LINE.
006930
006940     MOVE 'MATCHED BY THE BUREAU.........' TO WS-CNT-TITLE.
006950     MOVE WS-MATCHED-COUNT TO WS-CNT-VALUE.
006960     WRITE BUREAU-IMPORT-LINE FROM WS-COUNT-LINE.
006970
006980     MOVE 'NOT MATCHED...................' TO WS-CNT-TITLE.
006990     MOVE WS-UNMATCHED-COUNT TO WS-CNT-VALUE.
007000     WRITE BUREAU-IMPORT-LINE FROM WS-COUNT-LINE.
007010
007020     MOVE 'SHARP SCORE DROPS.............' TO WS-CNT-TITLE.
007030     MOVE WS-DROPPED-COUNT TO WS-CNT-VALUE.
007040     WRITE BUREAU-IMPORT-LINE FROM WS-COUNT-LINE.
007050
007060     MOVE 'SCORE RECORDS CARRIED.........' TO WS-CNT-TITLE.
007070     MOVE WS-COPIED-COUNT TO WS-CNT-VALUE.
007080     WRITE BUREAU-IMPORT-LINE FROM WS-COUNT-LINE.
007090
007100     MOVE 'SCORE RECORDS UPDATED.........' TO WS-CNT-TITLE.
007110     MOVE WS-UPDATED-COUNT TO WS-CNT-VALUE.
007120     WRITE BUREAU-IMPORT-LINE FROM WS-COUNT-LINE.
007130
007140     MOVE 'SCORE RECORDS ADDED...........' TO WS-CNT-TITLE.
007150     MOVE WS-ADDED-COUNT TO WS-CNT-VALUE.
007160     WRITE BUREAU-IMPORT-LINE FROM WS-COUNT-LINE.
007170 4000-PRINT-TOTALS-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210*    8000-READ-RETURN                                           *
007220*****************************************************************
007230 8000-READ-RETURN.
007240     READ BUREAU-RESPONSE-FILE
007250         AT END
007260             MOVE '10' TO WS-BRS-FILE-STATUS
007270     END-READ.
007280 8000-READ-RETURN-EXIT.
007290     EXIT.
007300
007310*****************************************************************
007320*    8010-READ-OLD-SCORE                                        *
007330*****************************************************************
007340 8010-READ-OLD-SCORE.
007350     READ BUREAU-SCORE-FILE
007360         AT END
007370             MOVE 'Y' TO WS-BSC-EOF-SW
007380     END-READ.
007390 8010-READ-OLD-SCORE-EXIT.
007400     EXIT.
007410
007420*****************************************************************
007430*    9999-TERMINATE                                             *
007440*****************************************************************
007450 9999-TERMINATE.
007460     CLOSE CUSTOMER-MASTER-FILE.
007470     CLOSE BUREAU-RESPONSE-FILE.
007480     CLOSE BUREAU-IMPORT-RPT.
007490 9999-TERMINATE-EXIT.
007500     EXIT.
