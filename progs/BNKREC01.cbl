000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKREC01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - DAILY BANK RECONCILIATION.       *
000100*                    PROVES THE BANK'S STATEMENT (BNKSTMT.CPY)   *
000110*                    FROM OPENING TO CLOSING BALANCE, THEN       *
000120*                    MATCHES EVERY ENTRY THE BANK MOVED TO THE   *
000130*                    MOVEMENT WE BOOKED FOR IT (BNKACT.CPY) -    *
000140*                    LOCKBOX DEPOSITS, REFUND PAYMENTS, RETURNED *
000150*                    ITEMS AND VENDOR PAYMENTS - BY DIRECTION,   *
000160*                    AMOUNT AND REFERENCE WITH THE VALUE DATES   *
000170*                    INSIDE THE MATCH WINDOW.  WHAT IS LEFT ON   *
000180*                    EITHER SIDE IS LISTED WITH ITS AGE AND      *
000190*                    CARRIED FORWARD TO TOMORROW'S RUN.  A       *
000200*                    STATEMENT THAT DOES NOT PROVE, A BANK ENTRY *
000210*                    WE CANNOT ACCOUNT FOR, OR A BOOKED ITEM     *
000220*                    STILL UNCLEARED PAST THE FLOAT DAYS FAILS   *
000230*                    THE CONTROL (RC 4) AND THE VERDICT GOES TO  *
000240*                    THE CONTROL-OUTCOME FILE FOR THE MORNING    *
000250*                    ATTESTATION.                                *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-FILE-STATUS.
000330
000340     SELECT BANK-STATEMENT-FILE ASSIGN TO BNKSTMT
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-BST-FILE-STATUS.
000370
000380     SELECT BANK-ACTIVITY-FILE ASSIGN TO BNKACT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BAC-FILE-STATUS.
000410
000420     SELECT CARRIED-ITEM-FILE ASSIGN TO BNKOPEN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-BOP-FILE-STATUS.
000450
000460     SELECT CARRIED-ITEM-OUT ASSIGN TO BNKOPNO
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BOO-FILE-STATUS.
000490
000500     SELECT BANK-REC-RPT ASSIGN TO BNKRECRP
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-FILE-STATUS.
000530
000540     SELECT CONTROL-OUTCOME-FILE ASSIGN TO CTLOUT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CTL-FILE-STATUS.
000570
000580     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RCT-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CONTROL-CARD-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY PARMCARD.
000670
000680 FD  BANK-STATEMENT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY BNKSTMT.
000710
000720 FD  BANK-ACTIVITY-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY BNKACT.
000750
000760 FD  CARRIED-ITEM-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     01  CARRIED-ITEM-REC         PIC X(60).
000790
000800 FD  CARRIED-ITEM-OUT
000810     LABEL RECORDS ARE STANDARD.
000820     01  CARRIED-ITEM-OUT-REC     PIC X(60).
000830
000840 FD  BANK-REC-RPT
000850     LABEL RECORDS ARE STANDARD.
000860     01  BANK-REC-LINE            PIC X(80).
000870
000880 FD  CONTROL-OUTCOME-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CTLOUT.
000910
000920 FD  RUN-CONTROL-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY RUNCTL.
000950
000960 WORKING-STORAGE SECTION.
000970     01  WS-PARM-FILE-STATUS      PIC X(02).
000980         88  WS-PARM-OK           VALUE '00'.
000990     01  WS-BST-FILE-STATUS       PIC X(02).
001000         88  WS-BST-OK            VALUE '00'.
001010         88  WS-BST-EOF           VALUE '10'.
001020     01  WS-BAC-FILE-STATUS       PIC X(02).
001030         88  WS-BAC-OK            VALUE '00'.
001040         88  WS-BAC-EOF           VALUE '10'.
001050     01  WS-BOP-FILE-STATUS       PIC X(02).
001060         88  WS-BOP-OK            VALUE '00'.
001070         88  WS-BOP-EOF           VALUE '10'.
001080     01  WS-BOO-FILE-STATUS       PIC X(02).
001090         88  WS-BOO-OK            VALUE '00'.
001100     01  WS-RPT-FILE-STATUS       PIC X(02).
001110         88  WS-RPT-OK            VALUE '00'.
001120     01  WS-CTL-FILE-STATUS       PIC X(02).
001130         88  WS-CTL-OK            VALUE '00'.
001140     01  WS-RCT-FILE-STATUS       PIC X(02).
001150         88  WS-RCT-OK            VALUE '00'.
001160
001170     01  WS-AS-OF-DATE            PIC 9(08).
001180
001190*****************************************************************
001200*    RECONCILIATION RULES.  A BANK ENTRY MATCHES A BOOKED ITEM  *
001210*    OF THE SAME DIRECTION, AMOUNT AND REFERENCE WHOSE VALUE    *
001220*    DATE IS WITHIN THE WINDOW EITHER WAY.  A BOOKED ITEM MAY   *
001230*    SIT UNCLEARED FOR THE FLOAT DAYS (IN TRANSIT) BEFORE IT    *
001240*    FAILS THE CONTROL; A BANK ENTRY WE CANNOT ACCOUNT FOR      *
001250*    FAILS IT AT ONCE.                                          *
001260*****************************************************************
001270     01  WS-MATCH-WINDOW-DAYS     PIC 9(03) VALUE 5.
001280     01  WS-FLOAT-DAYS            PIC 9(03) VALUE 3.
001290
001300*****************************************************************
001310*    STATEMENT PROOF                                            *
001320*****************************************************************
001330     01  WS-STMT-SW               PIC X(01) VALUE 'N'.
001340         88  WS-STMT-RECEIVED     VALUE 'Y'.
001350     01  WS-HEADER-SW             PIC X(01) VALUE 'N'.
001360         88  WS-HEADER-SEEN       VALUE 'Y'.
001370     01  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
001380         88  WS-TRAILER-SEEN      VALUE 'Y'.
001390     01  WS-PROVED-SW             PIC X(01) VALUE 'N'.
001400         88  WS-STMT-PROVED       VALUE 'Y'.
001410     01  WS-STMT-ACCOUNT          PIC X(10) VALUE SPACES.
001420     01  WS-STMT-DATE             PIC 9(08) VALUE 0.
001430     01  WS-OPENING-BALANCE       PIC S9(11)V9(02) VALUE 0.
001440     01  WS-CLOSING-BALANCE       PIC S9(11)V9(02) VALUE 0.
001450     01  WS-COMPUTED-CLOSING      PIC S9(11)V9(02) VALUE 0.
001460     01  WS-TRAILER-COUNT         PIC 9(07) VALUE 0.
001470     01  WS-PROOF-REASON          PIC X(30) VALUE SPACES.
001480
001490*****************************************************************
001500*    THE TWO SIDES, HELD IN TABLES FOR THE MATCH.  A ROW THAT   *
001510*    WILL NOT FIT IS CARRIED FORWARD UNTOUCHED AND FAILS THE    *
001520*    CONTROL, SO NOTHING IS EVER DROPPED.                       *
001530*****************************************************************
001540     01  WS-MAX-ROWS              PIC 9(04) COMP VALUE 500.
001550     01  WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
001560         88  WS-TABLE-OVERFLOW    VALUE 'Y'.
001570
001580     01  WS-BOOK-COUNT            PIC 9(04) COMP VALUE 0.
001590     01  WS-BOOK-TABLE.
001600         05  WS-BOOK-ROW OCCURS 500 TIMES.
001610             10  WS-BOOK-REC      PIC X(60).
001620             10  WS-BOOK-MATCHED  PIC X(01).
001630     01  WS-BOOK-SUB              PIC 9(04) COMP.
001640     01  WS-BOOK-HIT-SUB          PIC 9(04) COMP.
001650
001660     01  WS-BANK-COUNT            PIC 9(04) COMP VALUE 0.
001670     01  WS-BANK-TABLE.
001680         05  WS-BANK-ROW OCCURS 500 TIMES.
001690             10  WS-BANK-REC      PIC X(60).
001700             10  WS-BANK-MATCHED  PIC X(01).
001710     01  WS-BANK-SUB              PIC 9(04) COMP.
001720
001730*    ONE ROW OF EITHER TABLE, LAID OUT FOR COMPARISON.
001740     01  WS-ITEM-A.
001750         05  WS-A-SOURCE          PIC X(01).
001760         05  WS-A-DIRECTION       PIC X(01).
001770         05  WS-A-VALUE-DATE      PIC 9(08).
001780         05  WS-A-AMOUNT          PIC 9(09)V9(02).
001790         05  WS-A-REFERENCE       PIC X(10).
001800         05  WS-A-SIDE            PIC X(01).
001810         05  WS-A-FIRST-SEEN      PIC 9(08).
001820         05  FILLER               PIC X(20).
001830     01  WS-ITEM-B.
001840         05  WS-B-SOURCE          PIC X(01).
001850         05  WS-B-DIRECTION       PIC X(01).
001860         05  WS-B-VALUE-DATE      PIC 9(08).
001870         05  WS-B-AMOUNT          PIC 9(09)V9(02).
001880         05  WS-B-REFERENCE       PIC X(10).
001890         05  WS-B-SIDE            PIC X(01).
001900         05  WS-B-FIRST-SEEN      PIC 9(08).
001910         05  FILLER               PIC X(20).
001920
001930*****************************************************************
001940*    DAY ARITHMETIC ON THE 30-DAY MONTH, AS THE AGING DOES.     *
001950*****************************************************************
001960     01  WS-DN-DATE               PIC 9(08).
001970     01  WS-DN-SPLIT REDEFINES WS-DN-DATE.
001980         05  WS-DN-YYYY           PIC 9(04).
001990         05  WS-DN-MM             PIC 9(02).
002000         05  WS-DN-DD             PIC 9(02).
002010     01  WS-DN-RESULT             PIC 9(07) COMP.
002020     01  WS-DN-FIRST              PIC 9(07) COMP.
002030     01  WS-DN-AS-OF              PIC 9(07) COMP.
002040     01  WS-DAY-GAP               PIC S9(07) COMP.
002050     01  WS-ITEM-AGE              PIC 9(05) COMP.
002060
002070*****************************************************************
002080*    CONTROL TOTALS                                             *
002090*****************************************************************
002100     01  WS-TOTALS.
002110         05  WS-ENTRY-COUNT       PIC 9(07) COMP VALUE 0.
002120         05  WS-CARRIED-IN-COUNT  PIC 9(07) COMP VALUE 0.
002130         05  WS-ACTIVITY-COUNT    PIC 9(07) COMP VALUE 0.
002140         05  WS-MATCHED-COUNT     PIC 9(07) COMP VALUE 0.
002150         05  WS-BANK-OPEN-COUNT   PIC 9(07) COMP VALUE 0.
002160         05  WS-BOOK-OPEN-COUNT   PIC 9(07) COMP VALUE 0.
002170         05  WS-PAST-FLOAT-COUNT  PIC 9(07) COMP VALUE 0.
002180         05  WS-TODAY-MATCHED     PIC 9(07) COMP VALUE 0.
002190         05  WS-STMT-CREDITS      PIC S9(11)V9(2) COMP-3 VALUE 0.
002200         05  WS-STMT-DEBITS       PIC S9(11)V9(2) COMP-3 VALUE 0.
002210         05  WS-MATCHED-AMOUNT    PIC S9(11)V9(2) COMP-3 VALUE 0.
002220         05  WS-BANK-OPEN-AMOUNT  PIC S9(11)V9(2) COMP-3 VALUE 0.
002230         05  WS-BOOK-OPEN-AMOUNT  PIC S9(11)V9(2) COMP-3 VALUE 0.
002240
002250     01  WS-RECONCILED-SW         PIC X(01) VALUE 'N'.
002260         88  WS-RECONCILED        VALUE 'Y'.
002270     01  WS-VERDICT-DETAIL        PIC X(30).
002280
002290*****************************************************************
002300*    RECONCILIATION REPORT LINE LAYOUTS                         *
002310*****************************************************************
002320     01  WS-HEADING-LINE.
002330         05  FILLER               PIC X(36) VALUE
002340             'BNKREC01 - BANK RECONCILIATION AS OF'.
002350         05  FILLER               PIC X(01) VALUE SPACE.
002360         05  WS-HDG-AS-OF         PIC 9(08).
002370         05  FILLER               PIC X(10) VALUE '  ACCOUNT '.
002380         05  WS-HDG-ACCOUNT       PIC X(10).
002390         05  FILLER               PIC X(15) VALUE SPACES.
002400
002410     01  WS-SECTION-LINE.
002420         05  WS-SEC-TITLE         PIC X(40).
002430         05  FILLER               PIC X(40) VALUE SPACES.
002440
002450     01  WS-COLUMN-LINE.
002460         05  FILLER               PIC X(40) VALUE
002470             'SIDE SRC DIR VALUE DT        AMOUNT  REF'.
002480         05  FILLER               PIC X(40) VALUE
002490             'ERENCE    AGE  DISPOSITION'.
002500
002510     01  WS-DETAIL-LINE.
002520         05  WS-DET-SIDE          PIC X(04).
002530         05  FILLER               PIC X(02) VALUE SPACES.
002540         05  WS-DET-SOURCE        PIC X(01).
002550         05  FILLER               PIC X(03) VALUE SPACES.
002560         05  WS-DET-DIRECTION     PIC X(01).
002570         05  FILLER               PIC X(02) VALUE SPACES.
002580         05  WS-DET-VALUE-DATE    PIC 9(08).
002590         05  FILLER               PIC X(01) VALUE SPACES.
002600         05  WS-DET-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002610         05  FILLER               PIC X(02) VALUE SPACES.
002620         05  WS-DET-REFERENCE     PIC X(10).
002630         05  FILLER               PIC X(01) VALUE SPACES.
002640         05  WS-DET-AGE           PIC ZZZZ9.
002650         05  FILLER               PIC X(02) VALUE SPACES.
002660         05  WS-DET-DISPOSITION   PIC X(20).
002670         05  FILLER               PIC X(04) VALUE SPACES.
002680
002690     01  WS-COUNT-LINE.
002700         05  WS-CNT-TITLE         PIC X(26).
002710         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002720         05  FILLER               PIC X(47) VALUE SPACES.
002730
002740     01  WS-VALUE-LINE.
002750         05  WS-VAL-TITLE         PIC X(26).
002760         05  WS-VAL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002770         05  FILLER               PIC X(35) VALUE SPACES.
002780
002790     01  WS-VERDICT-LINE.
002800         05  FILLER               PIC X(26) VALUE
002810             'RECONCILIATION VERDICT....'.
002820         05  WS-VRD-VERDICT       PIC X(04).
002830         05  FILLER               PIC X(02) VALUE SPACES.
002840         05  WS-VRD-DETAIL        PIC X(30).
002850         05  FILLER               PIC X(18) VALUE SPACES.
002860
002870 PROCEDURE DIVISION.
002880*****************************************************************
002890*    0000-MAINLINE                                              *
002900*****************************************************************
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE
002930         THRU 1000-INITIALIZE-EXIT.
002940
002950     PERFORM 2000-MATCH-BANK-ENTRY
002960         THRU 2000-MATCH-BANK-ENTRY-EXIT
002970         VARYING WS-BANK-SUB FROM 1 BY 1
002980         UNTIL WS-BANK-SUB > WS-BANK-COUNT.
002990
003000     PERFORM 3000-REPORT-AND-CARRY
003010         THRU 3000-REPORT-AND-CARRY-EXIT.
003020
003030     PERFORM 4000-RECORD-VERDICT
003040         THRU 4000-RECORD-VERDICT-EXIT.
003050
003060     DISPLAY 'BNKREC01: STATEMENT ENTRIES..... '
003070         WS-ENTRY-COUNT.
003080     DISPLAY 'BNKREC01: BOOKED ITEMS TODAY.... '
003090         WS-ACTIVITY-COUNT.
003100     DISPLAY 'BNKREC01: ITEMS CARRIED IN...... '
003110         WS-CARRIED-IN-COUNT.
003120     DISPLAY 'BNKREC01: ITEMS MATCHED......... '
003130         WS-MATCHED-COUNT.
003140     DISPLAY 'BNKREC01: BANK ENTRIES OPEN..... '
003150         WS-BANK-OPEN-COUNT.
003160     DISPLAY 'BNKREC01: BOOKED ITEMS OPEN..... '
003170         WS-BOOK-OPEN-COUNT.
003180     DISPLAY 'BNKREC01: VERDICT............... '
003190         WS-VERDICT-DETAIL.
003200
003210     IF NOT WS-RECONCILED
003220         IF RETURN-CODE < 4
003230             MOVE 4 TO RETURN-CODE
003240         END-IF
003250     END-IF.
003260
003270     PERFORM 9999-TERMINATE
003280         THRU 9999-TERMINATE-EXIT.
003290
003300     STOP RUN.
003310
003320*****************************************************************
003330*    1000-INITIALIZE                                            *
003340*    YESTERDAY'S OPEN ITEMS ARE LOADED FIRST SO THE OLDEST      *
003350*    BOOKED ITEM OF A KIND IS THE FIRST ONE CLEARED.            *
003360*****************************************************************
003370 1000-INITIALIZE.
003380     OPEN INPUT CONTROL-CARD-FILE.
003390     IF WS-PARM-OK
003400         READ CONTROL-CARD-FILE
003410             AT END
003420                 DISPLAY 'BNKREC01: NO CONTROL CARD SUPPLIED'
003430                 MOVE 0 TO PARM-RUN-DATE
003440             NOT AT END
003450                 PERFORM 9500-VALIDATE-PARM-CARD
003460                     THRU 9500-VALIDATE-PARM-CARD-EXIT
003470         END-READ
003480         CLOSE CONTROL-CARD-FILE
003490     ELSE
003500         DISPLAY 'BNKREC01: OPEN CONTROL-CARD FAILED '
003510             WS-PARM-FILE-STATUS
003520         MOVE 0 TO PARM-RUN-DATE
003530     END-IF.
003540
003550     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
003560         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
003570     ELSE
003580         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
003590     END-IF.
003600     MOVE WS-AS-OF-DATE TO WS-DN-DATE.
003610     PERFORM 7000-DAY-NUMBER
003620         THRU 7000-DAY-NUMBER-EXIT.
003630     MOVE WS-DN-RESULT TO WS-DN-AS-OF.
003640
003650     OPEN OUTPUT CARRIED-ITEM-OUT.
003660     IF NOT WS-BOO-OK
003670         DISPLAY 'BNKREC01: OPEN CARRIED-ITEM-OUT FAILED '
003680             WS-BOO-FILE-STATUS
003690         MOVE 8 TO RETURN-CODE
003700     END-IF.
003710
003720     OPEN INPUT CARRIED-ITEM-FILE.
003730     IF WS-BOP-OK
003740         PERFORM 1100-LOAD-CARRIED-ITEM
003750             THRU 1100-LOAD-CARRIED-ITEM-EXIT
003760             UNTIL WS-BOP-EOF
003770         CLOSE CARRIED-ITEM-FILE
003780     ELSE
003790         DISPLAY 'BNKREC01: NO CARRIED-ITEM FILE THIS RUN'
003800     END-IF.
003810
003820     OPEN INPUT BANK-ACTIVITY-FILE.
003830     IF WS-BAC-OK
003840         PERFORM 1200-LOAD-BOOK-ACTIVITY
003850             THRU 1200-LOAD-BOOK-ACTIVITY-EXIT
003860             UNTIL WS-BAC-EOF
003870         CLOSE BANK-ACTIVITY-FILE
003880     ELSE
003890         DISPLAY 'BNKREC01: NO BANK-ACTIVITY FILE THIS RUN'
003900     END-IF.
003910
003920     OPEN INPUT BANK-STATEMENT-FILE.
003930     IF WS-BST-OK
003940         MOVE 'Y' TO WS-STMT-SW
003950         PERFORM 1300-LOAD-STATEMENT
003960             THRU 1300-LOAD-STATEMENT-EXIT
003970             UNTIL WS-BST-EOF
003980         CLOSE BANK-STATEMENT-FILE
003990         PERFORM 1400-PROVE-STATEMENT
004000             THRU 1400-PROVE-STATEMENT-EXIT
004010     ELSE
004020         DISPLAY 'BNKREC01: NO BANK-STATEMENT FILE THIS RUN'
004030         MOVE 'NO BANK STATEMENT RECEIVED' TO WS-PROOF-REASON
004040     END-IF.
004050
004060     OPEN OUTPUT BANK-REC-RPT.
004070     IF NOT WS-RPT-OK
004080         DISPLAY 'BNKREC01: OPEN BANK-REC-RPT FAILED '
004090             WS-RPT-FILE-STATUS
004100     END-IF.
004110
004120     MOVE WS-AS-OF-DATE   TO WS-HDG-AS-OF.
004130     MOVE WS-STMT-ACCOUNT TO WS-HDG-ACCOUNT.
004140     WRITE BANK-REC-LINE FROM WS-HEADING-LINE.
004150     WRITE BANK-REC-LINE FROM WS-COLUMN-LINE.
004160 1000-INITIALIZE-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200*    1100-LOAD-CARRIED-ITEM                                     *
004210*****************************************************************
004220 1100-LOAD-CARRIED-ITEM.
004230     READ CARRIED-ITEM-FILE INTO WS-ITEM-A
004240         AT END
004250             MOVE '10' TO WS-BOP-FILE-STATUS
004260             GO TO 1100-LOAD-CARRIED-ITEM-EXIT
004270     END-READ.
004280     ADD 1 TO WS-CARRIED-IN-COUNT.
004290     IF WS-A-SIDE = 'B'
004300         PERFORM 1500-ADD-BANK-ROW
004310             THRU 1500-ADD-BANK-ROW-EXIT
004320     ELSE
004330         PERFORM 1600-ADD-BOOK-ROW
004340             THRU 1600-ADD-BOOK-ROW-EXIT
004350     END-IF.
004360 1100-LOAD-CARRIED-ITEM-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*    1200-LOAD-BOOK-ACTIVITY                                    *
004410*****************************************************************
004420 1200-LOAD-BOOK-ACTIVITY.
004430     READ BANK-ACTIVITY-FILE INTO WS-ITEM-A
004440         AT END
004450             MOVE '10' TO WS-BAC-FILE-STATUS
004460             GO TO 1200-LOAD-BOOK-ACTIVITY-EXIT
004470     END-READ.
004480     ADD 1 TO WS-ACTIVITY-COUNT.
004490     MOVE 'L'           TO WS-A-SIDE.
004500     MOVE WS-AS-OF-DATE TO WS-A-FIRST-SEEN.
004510     PERFORM 1600-ADD-BOOK-ROW
004520         THRU 1600-ADD-BOOK-ROW-EXIT.
004530 1200-LOAD-BOOK-ACTIVITY-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*    1300-LOAD-STATEMENT                                        *
004580*****************************************************************
004590 1300-LOAD-STATEMENT.
004600     READ BANK-STATEMENT-FILE
004610         AT END
004620             MOVE '10' TO WS-BST-FILE-STATUS
004630             GO TO 1300-LOAD-STATEMENT-EXIT
004640     END-READ.
004650     EVALUATE TRUE
004660         WHEN BST-TYPE-HEADER
004670             MOVE 'Y'                 TO WS-HEADER-SW
004680             MOVE BST-HDR-ACCOUNT     TO WS-STMT-ACCOUNT
004690             MOVE BST-HDR-STMT-DATE   TO WS-STMT-DATE
004700             MOVE BST-HDR-OPENING-BAL TO WS-OPENING-BALANCE
004710         WHEN BST-TYPE-DETAIL
004720             ADD 1 TO WS-ENTRY-COUNT
004730             IF BST-DET-CREDIT
004740                 ADD BST-DET-AMOUNT TO WS-STMT-CREDITS
004750             ELSE
004760                 ADD BST-DET-AMOUNT TO WS-STMT-DEBITS
004770             END-IF
004780             MOVE SPACES             TO WS-ITEM-A
004790             MOVE 'B'                TO WS-A-SOURCE
004800             MOVE BST-DET-DIRECTION  TO WS-A-DIRECTION
004810             MOVE BST-DET-VALUE-DATE TO WS-A-VALUE-DATE
004820             MOVE BST-DET-AMOUNT     TO WS-A-AMOUNT
004830             MOVE BST-DET-REFERENCE  TO WS-A-REFERENCE
004840             MOVE 'B'                TO WS-A-SIDE
004850             MOVE WS-AS-OF-DATE      TO WS-A-FIRST-SEEN
004860             PERFORM 1500-ADD-BANK-ROW
004870                 THRU 1500-ADD-BANK-ROW-EXIT
004880         WHEN BST-TYPE-TRAILER
004890             MOVE 'Y'                 TO WS-TRAILER-SW
004900             MOVE BST-TRL-ENTRY-COUNT TO WS-TRAILER-COUNT
004910             MOVE BST-TRL-CLOSING-BAL TO WS-CLOSING-BALANCE
004920         WHEN OTHER
004930             MOVE 'UNKNOWN STATEMENT RECORD TYPE'
004940                 TO WS-PROOF-REASON
004950     END-EVALUATE.
004960 1300-LOAD-STATEMENT-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000*    1400-PROVE-STATEMENT                                       *
005010*    THE STATEMENT MUST BE WHOLE AND ADD UP BEFORE ANY OF IT IS *
005020*    TRUSTED: OPENING PLUS CREDITS LESS DEBITS IS THE CLOSING   *
005030*    BALANCE, AND THE TRAILER COUNTS THE ENTRIES READ.          *
005040*****************************************************************
005050 1400-PROVE-STATEMENT.
005060     IF WS-PROOF-REASON NOT = SPACES
005070         GO TO 1400-PROVE-STATEMENT-EXIT
005080     END-IF.
005090     IF NOT WS-HEADER-SEEN
005100         MOVE 'NO STATEMENT HEADER' TO WS-PROOF-REASON
005110         GO TO 1400-PROVE-STATEMENT-EXIT
005120     END-IF.
005130     IF NOT WS-TRAILER-SEEN
005140         MOVE 'NO STATEMENT TRAILER' TO WS-PROOF-REASON
005150         GO TO 1400-PROVE-STATEMENT-EXIT
005160     END-IF.
005170     IF WS-TRAILER-COUNT NOT = WS-ENTRY-COUNT
005180         MOVE 'TRAILER COUNT DOES NOT PROVE' TO WS-PROOF-REASON
005190         GO TO 1400-PROVE-STATEMENT-EXIT
005200     END-IF.
005210     COMPUTE WS-COMPUTED-CLOSING
005220         = WS-OPENING-BALANCE + WS-STMT-CREDITS - WS-STMT-DEBITS.
005230     IF WS-COMPUTED-CLOSING NOT = WS-CLOSING-BALANCE
005240         MOVE 'CLOSING BALANCE DOES NOT PROVE' TO WS-PROOF-REASON
005250         GO TO 1400-PROVE-STATEMENT-EXIT
005260     END-IF.
005270     MOVE 'Y' TO WS-PROVED-SW.
005280 1400-PROVE-STATEMENT-EXIT.
005290     EXIT.
005300
005310*****************************************************************
005320*    1500-ADD-BANK-ROW                                          *
005330*****************************************************************
005340 1500-ADD-BANK-ROW.
005350     IF WS-BANK-COUNT NOT < WS-MAX-ROWS
005360         MOVE 'Y' TO WS-OVERFLOW-SW
005370         WRITE CARRIED-ITEM-OUT-REC FROM WS-ITEM-A
005380         ADD 1 TO WS-BANK-OPEN-COUNT
005390         GO TO 1500-ADD-BANK-ROW-EXIT
005400     END-IF.
005410     ADD 1 TO WS-BANK-COUNT.
005420     MOVE WS-ITEM-A TO WS-BANK-REC(WS-BANK-COUNT).
005430     MOVE 'N'       TO WS-BANK-MATCHED(WS-BANK-COUNT).
005440 1500-ADD-BANK-ROW-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    1600-ADD-BOOK-ROW                                          *
005490*****************************************************************
005500 1600-ADD-BOOK-ROW.
005510     IF WS-BOOK-COUNT NOT < WS-MAX-ROWS
005520         MOVE 'Y' TO WS-OVERFLOW-SW
005530         WRITE CARRIED-ITEM-OUT-REC FROM WS-ITEM-A
005540         ADD 1 TO WS-BOOK-OPEN-COUNT
005550         GO TO 1600-ADD-BOOK-ROW-EXIT
005560     END-IF.
005570     ADD 1 TO WS-BOOK-COUNT.
005580     MOVE WS-ITEM-A TO WS-BOOK-REC(WS-BOOK-COUNT).
005590     MOVE 'N'       TO WS-BOOK-MATCHED(WS-BOOK-COUNT).
005600 1600-ADD-BOOK-ROW-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640*    2000-MATCH-BANK-ENTRY                                      *
005650*    FIND THE FIRST UNCLEARED BOOKED ITEM THIS BANK ENTRY IS.   *
005660*****************************************************************
005670 2000-MATCH-BANK-ENTRY.
005680     MOVE WS-BANK-REC(WS-BANK-SUB) TO WS-ITEM-A.
005690     MOVE WS-A-VALUE-DATE TO WS-DN-DATE.
005700     PERFORM 7000-DAY-NUMBER
005710         THRU 7000-DAY-NUMBER-EXIT.
005720     MOVE WS-DN-RESULT TO WS-DN-FIRST.
005730
005740     MOVE 0 TO WS-BOOK-HIT-SUB.
005750     PERFORM 2050-MATCH-BOOK-ITEM
005760         THRU 2050-MATCH-BOOK-ITEM-EXIT
005770         VARYING WS-BOOK-SUB FROM 1 BY 1
005780         UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
005790             OR WS-BOOK-HIT-SUB > 0.
005800     IF WS-BOOK-HIT-SUB = 0
005810         GO TO 2000-MATCH-BANK-ENTRY-EXIT
005820     END-IF.
005830
005840     MOVE 'Y' TO WS-BANK-MATCHED(WS-BANK-SUB).
005850     MOVE 'Y' TO WS-BOOK-MATCHED(WS-BOOK-HIT-SUB).
005860     ADD 1 TO WS-MATCHED-COUNT.
005870     ADD WS-A-AMOUNT TO WS-MATCHED-AMOUNT.
005880     IF WS-A-FIRST-SEEN = WS-AS-OF-DATE
005890         ADD 1 TO WS-TODAY-MATCHED
005900     END-IF.
005910 2000-MATCH-BANK-ENTRY-EXIT.
005920     EXIT.
005930
005940*****************************************************************
005950*    2050-MATCH-BOOK-ITEM                                       *
005960*****************************************************************
005970 2050-MATCH-BOOK-ITEM.
005980     IF WS-BOOK-MATCHED(WS-BOOK-SUB) = 'Y'
005990         GO TO 2050-MATCH-BOOK-ITEM-EXIT
006000     END-IF.
006010     MOVE WS-BOOK-REC(WS-BOOK-SUB) TO WS-ITEM-B.
006020     IF WS-B-DIRECTION NOT = WS-A-DIRECTION
006030             OR WS-B-AMOUNT NOT = WS-A-AMOUNT
006040             OR WS-B-REFERENCE NOT = WS-A-REFERENCE
006050         GO TO 2050-MATCH-BOOK-ITEM-EXIT
006060     END-IF.
006070     MOVE WS-B-VALUE-DATE TO WS-DN-DATE.
006080     PERFORM 7000-DAY-NUMBER
006090         THRU 7000-DAY-NUMBER-EXIT.
006100     COMPUTE WS-DAY-GAP = WS-DN-FIRST - WS-DN-RESULT.
006110     IF WS-DAY-GAP < 0
006120         COMPUTE WS-DAY-GAP = 0 - WS-DAY-GAP
006130     END-IF.
006140     IF WS-DAY-GAP > WS-MATCH-WINDOW-DAYS
006150         GO TO 2050-MATCH-BOOK-ITEM-EXIT
006160     END-IF.
006170     MOVE WS-BOOK-SUB TO WS-BOOK-HIT-SUB.
006180 2050-MATCH-BOOK-ITEM-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220*    3000-REPORT-AND-CARRY                                      *
006230*    THE UNMATCHED OF BOTH SIDES ARE LISTED WITH THEIR AGE AND  *
006240*    WRITTEN FORWARD FOR TOMORROW; THE MATCHED DROP OFF.        *
006250*****************************************************************
006260 3000-REPORT-AND-CARRY.
006270     MOVE 'BANK ENTRIES NOT ON OUR BOOKS' TO WS-SEC-TITLE.
006280     WRITE BANK-REC-LINE FROM WS-SECTION-LINE.
006290     PERFORM 3100-LIST-BANK-ROW
006300         THRU 3100-LIST-BANK-ROW-EXIT
006310         VARYING WS-BANK-SUB FROM 1 BY 1
006320         UNTIL WS-BANK-SUB > WS-BANK-COUNT.
006330
006340     MOVE 'BOOKED ITEMS NOT YET THROUGH THE BANK' TO WS-SEC-TITLE.
006350     WRITE BANK-REC-LINE FROM WS-SECTION-LINE.
006360     PERFORM 3200-LIST-BOOK-ROW
006370         THRU 3200-LIST-BOOK-ROW-EXIT
006380         VARYING WS-BOOK-SUB FROM 1 BY 1
006390         UNTIL WS-BOOK-SUB > WS-BOOK-COUNT.
006400
006410     MOVE SPACES TO WS-SEC-TITLE.
006420     WRITE BANK-REC-LINE FROM WS-SECTION-LINE.
006430     PERFORM 3500-PRINT-TOTALS
006440         THRU 3500-PRINT-TOTALS-EXIT.
006450 3000-REPORT-AND-CARRY-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*    3100-LIST-BANK-ROW                                         *
006500*****************************************************************
006510 3100-LIST-BANK-ROW.
006520     IF WS-BANK-MATCHED(WS-BANK-SUB) = 'Y'
006530         GO TO 3100-LIST-BANK-ROW-EXIT
006540     END-IF.
006550     MOVE WS-BANK-REC(WS-BANK-SUB) TO WS-ITEM-A.
006560     ADD 1 TO WS-BANK-OPEN-COUNT.
006570     ADD WS-A-AMOUNT TO WS-BANK-OPEN-AMOUNT.
006580     PERFORM 3300-AGE-ITEM
006590         THRU 3300-AGE-ITEM-EXIT.
006600     MOVE 'BANK' TO WS-DET-SIDE.
006610     MOVE 'NOT ON OUR BOOKS' TO WS-DET-DISPOSITION.
006620     PERFORM 3400-LIST-AND-CARRY
006630         THRU 3400-LIST-AND-CARRY-EXIT.
006640 3100-LIST-BANK-ROW-EXIT.
006650     EXIT.
006660
006670*****************************************************************
006680*    3200-LIST-BOOK-ROW                                         *
006690*****************************************************************
006700 3200-LIST-BOOK-ROW.
006710     IF WS-BOOK-MATCHED(WS-BOOK-SUB) = 'Y'
006720         GO TO 3200-LIST-BOOK-ROW-EXIT
006730     END-IF.
006740     MOVE WS-BOOK-REC(WS-BOOK-SUB) TO WS-ITEM-A.
006750     ADD 1 TO WS-BOOK-OPEN-COUNT.
006760     ADD WS-A-AMOUNT TO WS-BOOK-OPEN-AMOUNT.
006770     PERFORM 3300-AGE-ITEM
006780         THRU 3300-AGE-ITEM-EXIT.
006790     MOVE 'BOOK' TO WS-DET-SIDE.
006800     IF WS-ITEM-AGE > WS-FLOAT-DAYS
006810         ADD 1 TO WS-PAST-FLOAT-COUNT
006820         MOVE 'PAST FLOAT - CHASE' TO WS-DET-DISPOSITION
006830     ELSE
006840         MOVE 'IN TRANSIT' TO WS-DET-DISPOSITION
006850     END-IF.
006860     PERFORM 3400-LIST-AND-CARRY
006870         THRU 3400-LIST-AND-CARRY-EXIT.
006880 3200-LIST-BOOK-ROW-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920*    3300-AGE-ITEM                                              *
006930*    AGE IS DAYS SINCE THE ITEM FIRST CAME TO RECONCILIATION.   *
006940*****************************************************************
006950 3300-AGE-ITEM.
006960     MOVE 0 TO WS-ITEM-AGE.
006970     IF WS-A-FIRST-SEEN NOT NUMERIC OR WS-A-FIRST-SEEN = 0
006980         MOVE WS-AS-OF-DATE TO WS-A-FIRST-SEEN
006990     END-IF.
007000     MOVE WS-A-FIRST-SEEN TO WS-DN-DATE.
007010     PERFORM 7000-DAY-NUMBER
007020         THRU 7000-DAY-NUMBER-EXIT.
007030     IF WS-DN-AS-OF > WS-DN-RESULT
007040         COMPUTE WS-ITEM-AGE = WS-DN-AS-OF - WS-DN-RESULT
007050     END-IF.
007060 3300-AGE-ITEM-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100*    3400-LIST-AND-CARRY                                        *
007110*****************************************************************
007120 3400-LIST-AND-CARRY.
007130     MOVE WS-A-SOURCE     TO WS-DET-SOURCE.
007140     MOVE WS-A-DIRECTION  TO WS-DET-DIRECTION.
007150     MOVE WS-A-VALUE-DATE TO WS-DET-VALUE-DATE.
007160     MOVE WS-A-AMOUNT     TO WS-DET-AMOUNT.
007170     MOVE WS-A-REFERENCE  TO WS-DET-REFERENCE.
007180     MOVE WS-ITEM-AGE     TO WS-DET-AGE.
007190     WRITE BANK-REC-LINE FROM WS-DETAIL-LINE.
007200     WRITE CARRIED-ITEM-OUT-REC FROM WS-ITEM-A.
007210 3400-LIST-AND-CARRY-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250*    3500-PRINT-TOTALS                                          *
007260*****************************************************************
007270 3500-PRINT-TOTALS.
007280     MOVE 'STATEMENT ENTRIES.........' TO WS-CNT-TITLE.
007290     MOVE WS-ENTRY-COUNT TO WS-CNT-VALUE.
007300     WRITE BANK-REC-LINE FROM WS-COUNT-LINE.
007310
007320     MOVE 'OPENING BALANCE...........' TO WS-VAL-TITLE.
007330     MOVE WS-OPENING-BALANCE TO WS-VAL-AMOUNT.
007340     WRITE BANK-REC-LINE FROM WS-VALUE-LINE.
007350
007360     MOVE 'BANK CREDITS..............' TO WS-VAL-TITLE.
007370     MOVE WS-STMT-CREDITS TO WS-VAL-AMOUNT.
007380     WRITE BANK-REC-LINE FROM WS-VALUE-LINE.
007390
007400     MOVE 'BANK DEBITS...............' TO WS-VAL-TITLE.
007410     MOVE WS-STMT-DEBITS TO WS-VAL-AMOUNT.
007420     WRITE BANK-REC-LINE FROM WS-VALUE-LINE.
007430
007440     MOVE 'CLOSING BALANCE...........' TO WS-VAL-TITLE.
007450     MOVE WS-CLOSING-BALANCE TO WS-VAL-AMOUNT.
007460     WRITE BANK-REC-LINE FROM WS-VALUE-LINE.
007470
007480     MOVE 'BOOKED ITEMS TODAY........' TO WS-CNT-TITLE.
007490     MOVE WS-ACTIVITY-COUNT TO WS-CNT-VALUE.
007500     WRITE BANK-REC-LINE FROM WS-COUNT-LINE.
007510
007520     MOVE 'ITEMS CARRIED IN..........' TO WS-CNT-TITLE.
007530     MOVE WS-CARRIED-IN-COUNT TO WS-CNT-VALUE.
007540     WRITE BANK-REC-LINE FROM WS-COUNT-LINE.
007550
007560     MOVE 'ITEMS MATCHED.............' TO WS-CNT-TITLE.
007570     MOVE WS-MATCHED-COUNT TO WS-CNT-VALUE.
007580     WRITE BANK-REC-LINE FROM WS-COUNT-LINE.
007590
007600     MOVE 'AMOUNT MATCHED............' TO WS-VAL-TITLE.
007610     MOVE WS-MATCHED-AMOUNT TO WS-VAL-AMOUNT.
007620     WRITE BANK-REC-LINE FROM WS-VALUE-LINE.
007630
007640     MOVE 'BANK ENTRIES OPEN.........' TO WS-CNT-TITLE.
007650     MOVE WS-BANK-OPEN-COUNT TO WS-CNT-VALUE.
007660     WRITE BANK-REC-LINE FROM WS-COUNT-LINE.
007670
007680     MOVE 'BANK AMOUNT OPEN..........' TO WS-VAL-TITLE.
007690     MOVE WS-BANK-OPEN-AMOUNT TO WS-VAL-AMOUNT.
007700     WRITE BANK-REC-LINE FROM WS-VALUE-LINE.
007710
007720     MOVE 'BOOKED ITEMS OPEN.........' TO WS-CNT-TITLE.
007730     MOVE WS-BOOK-OPEN-COUNT TO WS-CNT-VALUE.
007740     WRITE BANK-REC-LINE FROM WS-COUNT-LINE.
007750
007760     MOVE 'BOOKED AMOUNT OPEN........' TO WS-VAL-TITLE.
007770     MOVE WS-BOOK-OPEN-AMOUNT TO WS-VAL-AMOUNT.
007780     WRITE BANK-REC-LINE FROM WS-VALUE-LINE.
007790
007800     MOVE 'BOOKED ITEMS PAST FLOAT...' TO WS-CNT-TITLE.
007810     MOVE WS-PAST-FLOAT-COUNT TO WS-CNT-VALUE.
007820     WRITE BANK-REC-LINE FROM WS-COUNT-LINE.
007830 3500-PRINT-TOTALS-EXIT.
007840     EXIT.
007850
007860*****************************************************************
007870*    4000-RECORD-VERDICT                                        *
007880*    THE DAY RECONCILES ONLY WHEN THE STATEMENT PROVES, EVERY   *
007890*    BANK ENTRY IS ACCOUNTED FOR, AND NO BOOKED ITEM HAS SAT    *
007900*    PAST THE FLOAT.  THE VERDICT GOES TO THE CONTROL-OUTCOME   *
007910*    FILE FOR THE MORNING ATTESTATION.                          *
007920*****************************************************************
007930 4000-RECORD-VERDICT.
007940     MOVE 'N' TO WS-RECONCILED-SW.
007950     EVALUATE TRUE
007960         WHEN WS-PROOF-REASON NOT = SPACES
007970             MOVE WS-PROOF-REASON TO WS-VERDICT-DETAIL
007980         WHEN WS-TABLE-OVERFLOW
007990             MOVE 'RECONCILIATION TABLE FULL' TO WS-VERDICT-DETAIL
008000         WHEN WS-BANK-OPEN-COUNT > 0
008010             MOVE 'UNMATCHED BANK ENTRIES' TO WS-VERDICT-DETAIL
008020         WHEN WS-PAST-FLOAT-COUNT > 0
008030             MOVE 'BOOKED ITEMS PAST FLOAT' TO WS-VERDICT-DETAIL
008040         WHEN OTHER
008050             MOVE 'Y' TO WS-RECONCILED-SW
008060             MOVE 'BANK STATEMENT RECONCILED' TO WS-VERDICT-DETAIL
008070     END-EVALUATE.
008080
008090     IF WS-RECONCILED
008100         MOVE 'PASS' TO WS-VRD-VERDICT
008110     ELSE
008120         MOVE 'FAIL' TO WS-VRD-VERDICT
008130     END-IF.
008140     MOVE WS-VERDICT-DETAIL TO WS-VRD-DETAIL.
008150     WRITE BANK-REC-LINE FROM WS-VERDICT-LINE.
008160
008170     OPEN EXTEND CONTROL-OUTCOME-FILE.
008180     IF WS-CTL-OK
008190         MOVE 'BNKREC01'        TO CTL-CONTROL-NAME
008200         MOVE WS-VRD-VERDICT    TO CTL-VERDICT
008210         MOVE WS-VERDICT-DETAIL TO CTL-DETAIL
008220         WRITE CONTROL-OUTCOME-REC
008230         CLOSE CONTROL-OUTCOME-FILE
008240     ELSE
008250         DISPLAY 'BNKREC01: OPEN CONTROL-OUTCOME-FILE FAILED '
008260             WS-CTL-FILE-STATUS
008270     END-IF.
008280 4000-RECORD-VERDICT-EXIT.
008290     EXIT.
008300
008310*****************************************************************
008320*    7000-DAY-NUMBER                                            *
008330*    WS-DN-DATE (CCYYMMDD) TO A DAY COUNT ON THE 30-DAY MONTH.  *
008340*****************************************************************
008350 7000-DAY-NUMBER.
008360     IF WS-DN-DATE NOT NUMERIC
008370         MOVE 0 TO WS-DN-RESULT
008380         GO TO 7000-DAY-NUMBER-EXIT
008390     END-IF.
008400     COMPUTE WS-DN-RESULT
008410         = WS-DN-YYYY * 360 + WS-DN-MM * 30 + WS-DN-DD.
008420 7000-DAY-NUMBER-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460*    9999-TERMINATE                                             *
008470*****************************************************************
008480 9999-TERMINATE.
008490     CLOSE CARRIED-ITEM-OUT.
008500     CLOSE BANK-REC-RPT.
008510
008520*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT - EVERY
008530*    STATEMENT ENTRY IS EITHER MATCHED OR CARRIED OPEN.
008540     OPEN EXTEND RUN-CONTROL-FILE.
008550     IF WS-RCT-OK
008560         MOVE 'BNKREC01'         TO RCT-STEP-NAME
008570         MOVE WS-ENTRY-COUNT     TO RCT-RECORDS-IN
008580         MOVE WS-TODAY-MATCHED   TO RCT-APPLIED
008590         MOVE 0                  TO RCT-REJECTED
008600         COMPUTE RCT-SUSPENDED = WS-ENTRY-COUNT - WS-TODAY-MATCHED
008610         WRITE RUN-CONTROL-REC
008620         CLOSE RUN-CONTROL-FILE
008630     ELSE
008640         DISPLAY 'BNKREC01: OPEN RUN-CONTROL-FILE FAILED '
008650             WS-RCT-FILE-STATUS
008660     END-IF.
008670 9999-TERMINATE-EXIT.
008680     EXIT.
008690
008700*****************************************************************
008710*    9500-VALIDATE-PARM-CARD                                    *
008720*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
008730*****************************************************************
008740     COPY PARMVAL.
