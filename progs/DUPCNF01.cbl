000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DUPCNF01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - SUSPECT DUPLICATE-CUSTOMER      *
000100*                    DECISIONS.  WORKS LAST WEEK'S SUSPECT LIST *
000110*                    (DUPSUSP) AGAINST THE REVIEWER'S KEYED     *
000120*                    DECISIONS (DUPDEC).  A CONFIRMED PAIR IS   *
000130*                    CUT TO THE MERGE-PAIR FILE FOR CSTMRG01,   *
000140*                    WITH THE LIST'S SUGGESTED SURVIVOR OR THE  *
000150*                    ONE KEYED; A REJECTED PAIR IS REMEMBERED ON*
000160*                    DUPREJ SO THE MATCHING RUN NEVER PROPOSES  *
000170*                    IT AGAIN.  EVERY DECISION IS HELD AGAINST  *
000180*                    THE OPERATOR AUTHORIZATION FILE            *
000190*                    (AUTPROC.CPY) UNDER ITS DECISION CODE; ONE *
000200*                    KEYED WITHOUT A CURRENT GRANT IS REFUSED   *
000210*                    AND LOGGED, RC 4.                          *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT DUP-SUSPECT-FILE ASSIGN TO DUPSUSP
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-DSP-FILE-STATUS.
000290
000300     SELECT DUP-DECISION-FILE ASSIGN TO DUPDEC
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-DDC-FILE-STATUS.
000330
000340     SELECT MERGE-PAIR-FILE ASSIGN TO MRGPAIR
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-MRG-FILE-STATUS.
000370
000380     SELECT DUP-REJECT-FILE ASSIGN TO DUPREJ
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DRJ-FILE-STATUS.
000410
000420     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CYC-FILE-STATUS.
000450
000460     SELECT DECISION-REGISTER-RPT ASSIGN TO DUPCNFRP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-FILE-STATUS.
000490
000500     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUT-FILE-STATUS.
000530
000540     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AVL-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  DUP-SUSPECT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY DUPSUSP.
000630
000640 FD  DUP-DECISION-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY DUPDEC.
000670
000680 FD  MERGE-PAIR-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY MRGPAIR.
000710
000720 FD  DUP-REJECT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY DUPREJ.
000750
000760 FD  CYCLE-CONTROL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CYCLCTL.
000790
000800 FD  DECISION-REGISTER-RPT
000810     LABEL RECORDS ARE STANDARD.
000820     01  DECISION-REGISTER-LINE   PIC X(80).
000830
000840 FD  OPERATOR-AUTH-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY OPRAUTH.
000870
000880 FD  ACCESS-VIOLATION-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY AUTVIOL.
000910
000920 WORKING-STORAGE SECTION.
000930     01  WS-DSP-FILE-STATUS       PIC X(02).
000940         88  WS-DSP-OK            VALUE '00'.
000950         88  WS-DSP-EOF           VALUE '10'.
000960
000970     01  WS-DDC-FILE-STATUS       PIC X(02).
000980         88  WS-DDC-OK            VALUE '00'.
000990         88  WS-DDC-NOT-FOUND     VALUE '35'.
001000         88  WS-DDC-EOF           VALUE '10'.
001010
001020     01  WS-MRG-FILE-STATUS       PIC X(02).
001030         88  WS-MRG-OK            VALUE '00'.
001040         88  WS-MRG-NOT-FOUND     VALUE '35'.
001050
001060     01  WS-DRJ-FILE-STATUS       PIC X(02).
001070         88  WS-DRJ-OK            VALUE '00'.
001080         88  WS-DRJ-NOT-FOUND     VALUE '35'.
001090
001100     01  WS-CYC-FILE-STATUS       PIC X(02).
001110         88  WS-CYC-OK            VALUE '00'.
001120
001130     01  WS-RPT-FILE-STATUS       PIC X(02).
001140         88  WS-RPT-OK            VALUE '00'.
001150
001160     COPY AUTWORK.
001170
001180     01  WS-ABORT-SW              PIC X(01) VALUE 'N'.
001190         88  WS-ABORT             VALUE 'Y'.
001200
001210     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001220
001230*****************************************************************
001240*    SUSPECT LIST - LAST WEEK'S PAIRS, LOADED ONCE.  EACH ROW   *
001250*    IS MARKED AS ITS DECISION IS TAKEN SO A PAIR KEYED TWICE   *
001260*    IS ONLY ACTED ON ONCE.  A LIST TOO LARGE FOR THE TABLE     *
001270*    FAILS THE RUN RATHER THAN REFUSE GOOD DECISIONS.           *
001280*****************************************************************
001290     01  WS-SUS-COUNT             PIC 9(04) COMP VALUE 0.
001300     01  WS-MAX-SUS-ROWS          PIC 9(04) COMP VALUE 1000.
001310     01  WS-SUS-TABLE.
001320         05  WS-SUS-ROW OCCURS 1000 TIMES.
001330             10  WS-SUS-LOW-ID    PIC X(05).
001340             10  WS-SUS-HIGH-ID   PIC X(05).
001350             10  WS-SUS-SURVIVOR-ID PIC X(05).
001360             10  WS-SUS-VICTIM-ID PIC X(05).
001370             10  WS-SUS-SCORE     PIC 9(03).
001380             10  WS-SUS-DONE-SW   PIC X(01).
001390     01  WS-SUS-SUB               PIC 9(04) COMP.
001400     01  WS-SUS-HIT-SUB           PIC 9(04) COMP.
001410     01  WS-SUS-FOUND-SW          PIC X(01).
001420         88  WS-SUS-FOUND         VALUE 'Y'.
001430
001440     01  WS-DEC-LOW-ID            PIC X(05).
001450     01  WS-DEC-HIGH-ID           PIC X(05).
001460     01  WS-DEC-SURVIVOR-ID       PIC X(05).
001470     01  WS-DEC-VICTIM-ID         PIC X(05).
001480
001490*****************************************************************
001500*    CONTROL TOTALS                                             *
001510*****************************************************************
001520     01  WS-TOTALS.
001530         05  WS-LISTED-COUNT      PIC 9(07) COMP VALUE 0.
001540         05  WS-DECISION-COUNT    PIC 9(07) COMP VALUE 0.
001550         05  WS-CONFIRMED-COUNT   PIC 9(07) COMP VALUE 0.
001560         05  WS-REJECTED-COUNT    PIC 9(07) COMP VALUE 0.
001570         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
001580         05  WS-INVALID-COUNT     PIC 9(07) COMP VALUE 0.
001590         05  WS-UNDECIDED-COUNT   PIC 9(07) COMP VALUE 0.
001600
001610*****************************************************************
001620*    DECISION REGISTER LINE LAYOUTS                             *
001630*****************************************************************
001640     01  WS-HEADING-LINE.
001650         05  FILLER               PIC X(48) VALUE
001660             'DUPCNF01 - SUSPECT DUPLICATE DECISION REGISTER'.
001670         05  FILLER               PIC X(32) VALUE SPACES.
001680
001690     01  WS-COLUMN-LINE.
001700         05  FILLER               PIC X(40) VALUE
001710             'CUST  CUST  SCORE DEC SURVR VICTM REVIEW'.
001720         05  FILLER               PIC X(40) VALUE
001730             'ER DISPOSITION                          '.
001740
001750     01  WS-DETAIL-LINE.
001760         05  WS-DET-CUST-ID-1     PIC X(05).
001770         05  FILLER               PIC X(01).
001780         05  WS-DET-CUST-ID-2     PIC X(05).
001790         05  FILLER               PIC X(03).
001800         05  WS-DET-SCORE         PIC ZZ9.
001810         05  FILLER               PIC X(01).
001820         05  WS-DET-DECISION      PIC X(01).
001830         05  FILLER               PIC X(03).
001840         05  WS-DET-SURVIVOR-ID   PIC X(05).
001850         05  FILLER               PIC X(01).
001860         05  WS-DET-VICTIM-ID     PIC X(05).
001870         05  FILLER               PIC X(01).
001880         05  WS-DET-REVIEWER      PIC X(08).
001890         05  FILLER               PIC X(01).
001900         05  WS-DET-DISPOSITION   PIC X(16).
001910         05  FILLER               PIC X(21).
001920
001930     01  WS-COUNT-LINE.
001940         05  WS-CNT-TITLE         PIC X(26).
001950         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001960         05  FILLER               PIC X(47) VALUE SPACES.
001970
001980 PROCEDURE DIVISION.
001990*****************************************************************
002000*    0000-MAINLINE                                              *
002010*****************************************************************
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE
002040         THRU 1000-INITIALIZE-EXIT.
002050
002060     IF NOT WS-ABORT
002070         PERFORM 2000-TAKE-DECISION
002080             THRU 2000-TAKE-DECISION-EXIT
002090             UNTIL WS-DDC-EOF
002100         PERFORM 3000-PRINT-TOTALS
002110             THRU 3000-PRINT-TOTALS-EXIT
002120     END-IF.
002130
002140     DISPLAY 'DUPCNF01: PAIRS ON THE LIST..... '
002150         WS-LISTED-COUNT.
002160     DISPLAY 'DUPCNF01: DECISIONS READ........ '
002170         WS-DECISION-COUNT.
002180     DISPLAY 'DUPCNF01: CONFIRMED - TO MERGE.. '
002190         WS-CONFIRMED-COUNT.
002200     DISPLAY 'DUPCNF01: REJECTED.............. '
002210         WS-REJECTED-COUNT.
002220     DISPLAY 'DUPCNF01: REFUSED - NO AUTHORITY '
002230         WS-REFUSED-COUNT.
002240     DISPLAY 'DUPCNF01: INVALID DECISIONS..... '
002250         WS-INVALID-COUNT.
002260     DISPLAY 'DUPCNF01: UNDECIDED............. '
002270         WS-UNDECIDED-COUNT.
002280
002290*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
002300*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
002310     IF WS-REFUSED-COUNT > 0 OR WS-INVALID-COUNT > 0
002320         IF RETURN-CODE < 4
002330             MOVE 4 TO RETURN-CODE
002340         END-IF
002350     END-IF.
002360
002370     PERFORM 9999-TERMINATE
002380         THRU 9999-TERMINATE-EXIT.
002390
002400     STOP RUN.
002410
002420*****************************************************************
002430*    1000-INITIALIZE                                            *
002440*    THE MERGE-PAIR AND REJECTED-PAIR FILES BUILD UP ACROSS     *
002450*    WEEKS, SO BOTH ARE OPENED EXTEND AND CREATED ON THE FIRST  *
002460*    RUN.  WITHOUT THE LIST OR EITHER OUTPUT NO DECISION CAN BE *
002470*    TAKEN SAFELY, RC 8, AND THE DECISION FILE SURVIVES FOR THE *
002480*    RERUN.                                                     *
002490*****************************************************************
002500 1000-INITIALIZE.
002510     OPEN INPUT CYCLE-CONTROL-FILE.
002520     IF WS-CYC-OK
002530         READ CYCLE-CONTROL-FILE
002540             AT END
002550                 CONTINUE
002560             NOT AT END
002570                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
002580         END-READ
002590         CLOSE CYCLE-CONTROL-FILE
002600     END-IF.
002610     IF WS-CYCLE-DATE = 0
002620         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
002630     END-IF.
002640
002650     OPEN OUTPUT DECISION-REGISTER-RPT.
002660     IF NOT WS-RPT-OK
002670         DISPLAY 'DUPCNF01: OPEN DECISION-REGISTER FAILED '
002680             WS-RPT-FILE-STATUS
002690     END-IF.
002700     WRITE DECISION-REGISTER-LINE FROM WS-HEADING-LINE.
002710     WRITE DECISION-REGISTER-LINE FROM WS-COLUMN-LINE.
002720
002730     PERFORM 1100-LOAD-SUSPECTS
002740         THRU 1100-LOAD-SUSPECTS-EXIT.
002750     IF WS-ABORT
002760         GO TO 1000-INITIALIZE-EXIT
002770     END-IF.
002780
002790     OPEN EXTEND MERGE-PAIR-FILE.
002800     IF WS-MRG-NOT-FOUND
002810         OPEN OUTPUT MERGE-PAIR-FILE
002820     END-IF.
002830     IF NOT WS-MRG-OK
002840         DISPLAY 'DUPCNF01: OPEN MERGE-PAIR-FILE FAILED '
002850             WS-MRG-FILE-STATUS
002860         MOVE 'Y' TO WS-ABORT-SW
002870         MOVE 8 TO RETURN-CODE
002880         GO TO 1000-INITIALIZE-EXIT
002890     END-IF.
002900
002910     OPEN EXTEND DUP-REJECT-FILE.
002920     IF WS-DRJ-NOT-FOUND
002930         OPEN OUTPUT DUP-REJECT-FILE
002940     END-IF.
002950     IF NOT WS-DRJ-OK
002960         DISPLAY 'DUPCNF01: OPEN DUP-REJECT-FILE FAILED '
002970             WS-DRJ-FILE-STATUS
002980         MOVE 'Y' TO WS-ABORT-SW
002990         MOVE 8 TO RETURN-CODE
003000         GO TO 1000-INITIALIZE-EXIT
003010     END-IF.
003020
003030     MOVE 'DUPCNF01' TO WS-AUT-PROGRAM.
003040     ACCEPT WS-AUT-DATE FROM DATE YYYYMMDD.
003050     PERFORM 9300-LOAD-AUTHORITY
003060         THRU 9300-LOAD-AUTHORITY-EXIT.
003070
003080*    THE DECISION FILE IS OPTIONAL - A WEEK WITH NOTHING KEYED
003090*    LEAVES THE WHOLE LIST UNDECIDED.
003100     OPEN INPUT DUP-DECISION-FILE.
003110     IF WS-DDC-NOT-FOUND
003120         MOVE '10' TO WS-DDC-FILE-STATUS
003130     ELSE
003140         IF NOT WS-DDC-OK
003150             DISPLAY 'DUPCNF01: OPEN DUP-DECISION-FILE FAILED '
003160                 WS-DDC-FILE-STATUS
003170             MOVE '10' TO WS-DDC-FILE-STATUS
003180             MOVE 8 TO RETURN-CODE
003190         END-IF
003200     END-IF.
003210 1000-INITIALIZE-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250*    1100-LOAD-SUSPECTS                                         *
003260*    NO LIST (THE FIRST WEEK) MEANS NO DECISION CAN MATCH ONE,  *
003270*    WHICH IS NOT AN ERROR IN ITSELF.                           *
003280*****************************************************************
003290 1100-LOAD-SUSPECTS.
003300     OPEN INPUT DUP-SUSPECT-FILE.
003310     IF NOT WS-DSP-OK
003320         DISPLAY 'DUPCNF01: NO SUSPECT LIST - '
003330             'EVERY DECISION WILL BE INVALID'
003340         GO TO 1100-LOAD-SUSPECTS-EXIT
003350     END-IF.
003360     PERFORM 1110-READ-SUSPECT
003370         THRU 1110-READ-SUSPECT-EXIT
003380         UNTIL WS-DSP-EOF
003390             OR WS-ABORT.
003400     CLOSE DUP-SUSPECT-FILE.
003410     MOVE WS-SUS-COUNT TO WS-LISTED-COUNT.
003420 1100-LOAD-SUSPECTS-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*    1110-READ-SUSPECT                                          *
003470*****************************************************************
003480 1110-READ-SUSPECT.
003490     READ DUP-SUSPECT-FILE
003500         AT END
003510             MOVE '10' TO WS-DSP-FILE-STATUS
003520             GO TO 1110-READ-SUSPECT-EXIT
003530     END-READ.
003540     IF WS-SUS-COUNT NOT < WS-MAX-SUS-ROWS
003550         DISPLAY 'DUPCNF01: SUSPECT TABLE FULL AT '
003560             WS-MAX-SUS-ROWS ' - NO DECISIONS TAKEN'
003570         MOVE 'Y' TO WS-ABORT-SW
003580         MOVE 8 TO RETURN-CODE
003590         GO TO 1110-READ-SUSPECT-EXIT
003600     END-IF.
003610     ADD 1 TO WS-SUS-COUNT.
003620     MOVE DSP-CUST-ID-LOW  TO WS-SUS-LOW-ID(WS-SUS-COUNT).
003630     MOVE DSP-CUST-ID-HIGH TO WS-SUS-HIGH-ID(WS-SUS-COUNT).
003640     MOVE DSP-SURVIVOR-ID  TO WS-SUS-SURVIVOR-ID(WS-SUS-COUNT).
003650     MOVE DSP-VICTIM-ID    TO WS-SUS-VICTIM-ID(WS-SUS-COUNT).
003660     MOVE DSP-SCORE        TO WS-SUS-SCORE(WS-SUS-COUNT).
003670     MOVE 'N'              TO WS-SUS-DONE-SW(WS-SUS-COUNT).
003680 1110-READ-SUSPECT-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*    2000-TAKE-DECISION                                         *
003730*    ONE KEYED DECISION.  IT MUST NAME A PAIR ON THE LIST NOT   *
003740*    ALREADY DECIDED THIS RUN, AND BE COVERED BY A CURRENT      *
003750*    GRANT FOR ITS CODE; A REFUSED OR INVALID DECISION LEAVES   *
003760*    THE PAIR UNDECIDED, AND NEXT WEEK'S MATCHING PROPOSES IT   *
003770*    AGAIN.                                                     *
003780*****************************************************************
003790 2000-TAKE-DECISION.
003800     READ DUP-DECISION-FILE
003810         AT END
003820             MOVE '10' TO WS-DDC-FILE-STATUS
003830             GO TO 2000-TAKE-DECISION-EXIT
003840     END-READ.
003850     ADD 1 TO WS-DECISION-COUNT.
003860     IF DDC-CUST-ID-1 < DDC-CUST-ID-2
003870         MOVE DDC-CUST-ID-1 TO WS-DEC-LOW-ID
003880         MOVE DDC-CUST-ID-2 TO WS-DEC-HIGH-ID
003890     ELSE
003900         MOVE DDC-CUST-ID-2 TO WS-DEC-LOW-ID
003910         MOVE DDC-CUST-ID-1 TO WS-DEC-HIGH-ID
003920     END-IF.
003930     MOVE SPACES          TO WS-DETAIL-LINE.
003940     MOVE WS-DEC-LOW-ID   TO WS-DET-CUST-ID-1.
003950     MOVE WS-DEC-HIGH-ID  TO WS-DET-CUST-ID-2.
003960     MOVE 0               TO WS-DET-SCORE.
003970     MOVE DDC-DECISION    TO WS-DET-DECISION.
003980     MOVE DDC-REVIEWER-ID TO WS-DET-REVIEWER.
003990
004000     PERFORM 2100-FIND-SUSPECT
004010         THRU 2100-FIND-SUSPECT-EXIT.
004020     IF NOT WS-SUS-FOUND
004030         ADD 1 TO WS-INVALID-COUNT
004040         MOVE 'NOT LISTED'      TO WS-DET-DISPOSITION
004050         WRITE DECISION-REGISTER-LINE FROM WS-DETAIL-LINE
004060         GO TO 2000-TAKE-DECISION-EXIT
004070     END-IF.
004080     MOVE WS-SUS-SCORE(WS-SUS-HIT-SUB) TO WS-DET-SCORE.
004090     IF WS-SUS-DONE-SW(WS-SUS-HIT-SUB) = 'Y'
004100         ADD 1 TO WS-INVALID-COUNT
004110         MOVE 'ALREADY DECIDED' TO WS-DET-DISPOSITION
004120         WRITE DECISION-REGISTER-LINE FROM WS-DETAIL-LINE
004130         GO TO 2000-TAKE-DECISION-EXIT
004140     END-IF.
004150
004160     MOVE DDC-REVIEWER-ID TO WS-AUT-OPERATOR.
004170     MOVE DDC-DECISION    TO WS-AUT-ACTION.
004180     MOVE WS-DEC-LOW-ID   TO WS-AUT-KEY(1:5).
004190     MOVE WS-DEC-HIGH-ID  TO WS-AUT-KEY(6:5).
004200     PERFORM 9320-CHECK-AUTHORITY
004210         THRU 9320-CHECK-AUTHORITY-EXIT.
004220
004230     EVALUATE TRUE
004240         WHEN NOT WS-AUT-GRANTED
004250             ADD 1 TO WS-REFUSED-COUNT
004260             MOVE 'REFUSED'         TO WS-DET-DISPOSITION
004270             WRITE DECISION-REGISTER-LINE FROM WS-DETAIL-LINE
004280         WHEN DDC-CONFIRM
004290             PERFORM 2200-CONFIRM-PAIR
004300                 THRU 2200-CONFIRM-PAIR-EXIT
004310         WHEN DDC-REJECT
004320             PERFORM 2300-REJECT-PAIR
004330                 THRU 2300-REJECT-PAIR-EXIT
004340         WHEN OTHER
004350             ADD 1 TO WS-INVALID-COUNT
004360             MOVE 'BAD DECISION'    TO WS-DET-DISPOSITION
004370             WRITE DECISION-REGISTER-LINE FROM WS-DETAIL-LINE
004380     END-EVALUATE.
004390 2000-TAKE-DECISION-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430*    2100-FIND-SUSPECT                                          *
004440*****************************************************************
004450 2100-FIND-SUSPECT.
004460     MOVE 'N' TO WS-SUS-FOUND-SW.
004470     PERFORM 2150-MATCH-SUSPECT-ROW
004480         THRU 2150-MATCH-SUSPECT-ROW-EXIT
004490         VARYING WS-SUS-SUB FROM 1 BY 1
004500         UNTIL WS-SUS-SUB > WS-SUS-COUNT
004510             OR WS-SUS-FOUND.
004520 2100-FIND-SUSPECT-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560*    2150-MATCH-SUSPECT-ROW                                     *
004570*****************************************************************
004580 2150-MATCH-SUSPECT-ROW.
004590     IF WS-SUS-LOW-ID(WS-SUS-SUB) = WS-DEC-LOW-ID
004600             AND WS-SUS-HIGH-ID(WS-SUS-SUB) = WS-DEC-HIGH-ID
004610         MOVE 'Y' TO WS-SUS-FOUND-SW
004620         MOVE WS-SUS-SUB TO WS-SUS-HIT-SUB
004630     END-IF.
004640 2150-MATCH-SUSPECT-ROW-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680*    2200-CONFIRM-PAIR                                          *
004690*    THE PAIR IS ONE CUSTOMER.  THE LIST'S SUGGESTED SURVIVOR   *
004700*    STANDS UNLESS THE REVIEWER KEYED ONE OF THE PAIR; A        *
004710*    SURVIVOR OUTSIDE THE PAIR IS A KEYING ERROR.  THE MERGE    *
004720*    PAIR WAITS FOR CSTMRG01.                                   *
004730*****************************************************************
004740 2200-CONFIRM-PAIR.
004750     EVALUATE TRUE
004760         WHEN DDC-SURVIVOR-ID = SPACES
004770             MOVE WS-SUS-SURVIVOR-ID(WS-SUS-HIT-SUB)
004780                 TO WS-DEC-SURVIVOR-ID
004790             MOVE WS-SUS-VICTIM-ID(WS-SUS-HIT-SUB)
004800                 TO WS-DEC-VICTIM-ID
004810         WHEN DDC-SURVIVOR-ID = WS-DEC-LOW-ID
004820             MOVE WS-DEC-LOW-ID  TO WS-DEC-SURVIVOR-ID
004830             MOVE WS-DEC-HIGH-ID TO WS-DEC-VICTIM-ID
004840         WHEN DDC-SURVIVOR-ID = WS-DEC-HIGH-ID
004850             MOVE WS-DEC-HIGH-ID TO WS-DEC-SURVIVOR-ID
004860             MOVE WS-DEC-LOW-ID  TO WS-DEC-VICTIM-ID
004870         WHEN OTHER
004880             ADD 1 TO WS-INVALID-COUNT
004890             MOVE DDC-SURVIVOR-ID   TO WS-DET-SURVIVOR-ID
004900             MOVE 'BAD SURVIVOR'    TO WS-DET-DISPOSITION
004910             WRITE DECISION-REGISTER-LINE FROM WS-DETAIL-LINE
004920             GO TO 2200-CONFIRM-PAIR-EXIT
004930     END-EVALUATE.
004940
004950     ADD 1 TO WS-CONFIRMED-COUNT.
004960     MOVE 'Y' TO WS-SUS-DONE-SW(WS-SUS-HIT-SUB).
004970     MOVE SPACES             TO MERGE-PAIR-REC.
004980     MOVE WS-DEC-SURVIVOR-ID TO MRG-SURVIVOR-ID.
004990     MOVE WS-DEC-VICTIM-ID   TO MRG-VICTIM-ID.
005000     WRITE MERGE-PAIR-REC.
005010     MOVE WS-DEC-SURVIVOR-ID TO WS-DET-SURVIVOR-ID.
005020     MOVE WS-DEC-VICTIM-ID   TO WS-DET-VICTIM-ID.
005030     MOVE 'TO MERGE'         TO WS-DET-DISPOSITION.
005040     WRITE DECISION-REGISTER-LINE FROM WS-DETAIL-LINE.
005050 2200-CONFIRM-PAIR-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090*    2300-REJECT-PAIR                                           *
005100*    A FALSE MATCH.  IT IS REMEMBERED SO THE MATCHING RUN NEVER *
005110*    PROPOSES THE PAIR AGAIN.                                   *
005120*****************************************************************
005130 2300-REJECT-PAIR.
005140     ADD 1 TO WS-REJECTED-COUNT.
005150     MOVE 'Y' TO WS-SUS-DONE-SW(WS-SUS-HIT-SUB).
005160     MOVE SPACES          TO DUP-REJECT-REC.
005170     MOVE WS-DEC-LOW-ID   TO DRJ-CUST-ID-LOW.
005180     MOVE WS-DEC-HIGH-ID  TO DRJ-CUST-ID-HIGH.
005190     MOVE WS-CYCLE-DATE   TO DRJ-REJECT-DATE.
005200     MOVE DDC-REVIEWER-ID TO DRJ-REVIEWER-ID.
005210     WRITE DUP-REJECT-REC.
005220     MOVE 'REJECTED'      TO WS-DET-DISPOSITION.
005230     WRITE DECISION-REGISTER-LINE FROM WS-DETAIL-LINE.
005240 2300-REJECT-PAIR-EXIT.
005250     EXIT.
005260
005270*****************************************************************
005280*    3000-PRINT-TOTALS                                          *
005290*    THE PAIRS LEFT UNDECIDED ARE NOT CARRIED - THE NEXT        *
005300*    MATCHING RUN PROPOSES THEM AGAIN WITH CURRENT BALANCES.    *
005310*****************************************************************
005320 3000-PRINT-TOTALS.
005330     PERFORM 3100-COUNT-UNDECIDED
005340         THRU 3100-COUNT-UNDECIDED-EXIT
005350         VARYING WS-SUS-SUB FROM 1 BY 1
005360         UNTIL WS-SUS-SUB > WS-SUS-COUNT.
005370     MOVE 'PAIRS ON THE LIST.........' TO WS-CNT-TITLE.
005380     MOVE WS-LISTED-COUNT TO WS-CNT-VALUE.
005390     WRITE DECISION-REGISTER-LINE FROM WS-COUNT-LINE.
005400     MOVE 'CONFIRMED - TO MERGE......' TO WS-CNT-TITLE.
005410     MOVE WS-CONFIRMED-COUNT TO WS-CNT-VALUE.
005420     WRITE DECISION-REGISTER-LINE FROM WS-COUNT-LINE.
005430     MOVE 'REJECTED..................' TO WS-CNT-TITLE.
005440     MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
005450     WRITE DECISION-REGISTER-LINE FROM WS-COUNT-LINE.
005460     MOVE 'REFUSED - NO AUTHORITY....' TO WS-CNT-TITLE.
005470     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
005480     WRITE DECISION-REGISTER-LINE FROM WS-COUNT-LINE.
005490     MOVE 'INVALID DECISIONS.........' TO WS-CNT-TITLE.
005500     MOVE WS-INVALID-COUNT TO WS-CNT-VALUE.
005510     WRITE DECISION-REGISTER-LINE FROM WS-COUNT-LINE.
005520     MOVE 'UNDECIDED.................' TO WS-CNT-TITLE.
005530     MOVE WS-UNDECIDED-COUNT TO WS-CNT-VALUE.
005540     WRITE DECISION-REGISTER-LINE FROM WS-COUNT-LINE.
005550 3000-PRINT-TOTALS-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590*    3100-COUNT-UNDECIDED                                       *
005600*****************************************************************
005610 3100-COUNT-UNDECIDED.
005620     IF WS-SUS-DONE-SW(WS-SUS-SUB) NOT = 'Y'
005630         ADD 1 TO WS-UNDECIDED-COUNT
005640     END-IF.
005650 3100-COUNT-UNDECIDED-EXIT.
005660     EXIT.
005670
005680*****************************************************************
005690*    9999-TERMINATE                                             *
005700*****************************************************************
005710 9999-TERMINATE.
005720     IF WS-DDC-OK OR WS-DDC-EOF
005730         CLOSE DUP-DECISION-FILE
005740     END-IF.
005750     CLOSE MERGE-PAIR-FILE.
005760     CLOSE DUP-REJECT-FILE.
005770     CLOSE DECISION-REGISTER-RPT.
005780     PERFORM 9340-CLOSE-AUTHORITY
005790         THRU 9340-CLOSE-AUTHORITY-EXIT.
005800 9999-TERMINATE-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840*    9300-LOAD-AUTHORITY                                        *
005850*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
005860*****************************************************************
005870     COPY AUTPROC.
