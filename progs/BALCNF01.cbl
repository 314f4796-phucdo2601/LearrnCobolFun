000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BALCNF01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - RECEIVABLES BALANCE CONFIRMATION *
000100*                    LETTERS FOR THE AUDITORS.  THE CONTROL CARD *
000110*                    (BCFCTL.CPY) SETS A BALANCE THRESHOLD -     *
000120*                    EVERY CUSTOMER AT OR OVER IT IS CONFIRMED - *
000130*                    AND A NUMBER OF FURTHER CUSTOMERS TO DRAW   *
000140*                    AT RANDOM FROM THE REST, WITH A SEED THAT   *
000150*                    MAKES THE DRAW REPEATABLE.  EACH LETTER     *
000160*                    SHOWS CUST-BALANCE AND THE OPEN ITEMS ON    *
000170*                    THE OPEN-ITEM LEDGER AS AT THE CONFIRMATION *
000180*                    DATE, AND A TRACKING RECORD (BCFTRK.CPY) IS *
000190*                    ADDED PER LETTER FOR BCFRSP01 TO RECORD THE *
000200*                    REPLY AGAINST.  DESK-RUN ON THE AUDITORS'   *
000210*                    REQUEST.                                    *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CONFIRM-CONTROL-FILE ASSIGN TO BCFCTL
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-BCC-FILE-STATUS.
000290
000300     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CYC-FILE-STATUS.
000330
000340     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CUST-ID
000380         FILE STATUS IS WS-CUST-FILE-STATUS.
000390
000400     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS OPI-ORDER-ID
000440         FILE STATUS IS WS-OPI-FILE-STATUS.
000450
000460     SELECT CONFIRM-TRACKING-FILE ASSIGN TO BCFTRK
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BCL-FILE-STATUS.
000490
000500     SELECT CONFIRM-LETTER-RPT ASSIGN TO BCFLTRRP
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-LTR-FILE-STATUS.
000530
000540     SELECT CONFIRM-REGISTER-RPT ASSIGN TO BCFREGRP
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REG-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CONFIRM-CONTROL-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY BCFCTL.
000630
000640 FD  CYCLE-CONTROL-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CYCLCTL.
000670
000680 FD  CUSTOMER-MASTER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CUSTMAST.
000710
000720 FD  OPEN-ITEM-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY OPENITEM.
000750
000760 FD  CONFIRM-TRACKING-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY BCFTRK.
000790
000800 FD  CONFIRM-LETTER-RPT
000810     LABEL RECORDS ARE STANDARD.
000820     01  CONFIRM-LETTER-LINE      PIC X(80).
000830
000840 FD  CONFIRM-REGISTER-RPT
000850     LABEL RECORDS ARE STANDARD.
000860     01  CONFIRM-REGISTER-LINE    PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890     01  WS-BCC-FILE-STATUS       PIC X(02).
000900         88  WS-BCC-OK            VALUE '00'.
000910     01  WS-CYC-FILE-STATUS       PIC X(02).
000920         88  WS-CYC-OK            VALUE '00'.
000930     01  WS-CUST-FILE-STATUS      PIC X(02).
000940         88  WS-CUST-OK           VALUE '00'.
000950     01  WS-OPI-FILE-STATUS       PIC X(02).
000960         88  WS-OPI-OK            VALUE '00'.
000970     01  WS-BCL-FILE-STATUS       PIC X(02).
000980         88  WS-BCL-OK            VALUE '00'.
000990         88  WS-BCL-NOT-FOUND     VALUE '35'.
001000     01  WS-LTR-FILE-STATUS       PIC X(02).
001010         88  WS-LTR-OK            VALUE '00'.
001020     01  WS-REG-FILE-STATUS       PIC X(02).
001030         88  WS-REG-OK            VALUE '00'.
001040
001050     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001060     01  WS-CONFIRM-DATE          PIC 9(08) VALUE 0.
001070     01  WS-CARD-OK-SW            PIC X(01) VALUE 'N'.
001080         88  WS-CARD-OK           VALUE 'Y'.
001090     01  WS-EOF-SW                PIC X(01).
001100         88  WS-EOF               VALUE 'Y'.
001110     01  WS-FOUND-SW              PIC X(01).
001120         88  WS-FOUND             VALUE 'Y'.
001130     01  WS-FAULT-TEXT            PIC X(60).
001140
001150*****************************************************************
001160*    TUNABLES.  A RUN CONFIRMS AT MOST WS-MAX-LETTERS CUSTOMERS *
001170*    AND LISTS AT MOST WS-MAX-ITEMS OPEN ITEMS ACROSS ALL ITS   *
001180*    LETTERS.                                                   *
001190*****************************************************************
001200     01  WS-MAX-LETTERS           PIC 9(05) VALUE 500.
001210     01  WS-MAX-ITEMS             PIC 9(05) VALUE 5000.
001220
001230*****************************************************************
001240*    THE RANDOM-NUMBER GENERATOR - THE SAME MINIMAL-STANDARD    *
001250*    GENERATOR AS THE AUDIT SAMPLING RUN (AUDSMP01), SO A SEED  *
001260*    MEANS THE SAME THING TO BOTH.                              *
001270*****************************************************************
001280     01  WS-RNG-SEED              PIC 9(10) COMP.
001290     01  WS-RNG-MULTIPLIER        PIC 9(05) COMP VALUE 16807.
001300     01  WS-RNG-MODULUS           PIC 9(10) COMP VALUE 2147483647.
001310     01  WS-RNG-PRODUCT           PIC 9(15) COMP.
001320     01  WS-RNG-QUOTIENT          PIC 9(15) COMP.
001330     01  WS-RNG-LHS               PIC 9(18) COMP.
001340     01  WS-RNG-RHS               PIC 9(18) COMP.
001350     01  WS-SEED-USED             PIC 9(09).
001360     01  WS-SEED-SOURCE           PIC X(12).
001370     01  WS-CLOCK-TIME            PIC 9(08).
001380
001390*    THE CURRENT CUSTOMER AND HOW IT STANDS FOR SELECTION.
001400     01  WS-ABS-BALANCE           PIC S9(07)V9(02).
001410     01  WS-CUST-CLASS            PIC X(01).
001420         88  WS-CLASS-THRESHOLD   VALUE 'T'.
001430         88  WS-CLASS-POOL        VALUE 'P'.
001440         88  WS-CLASS-NONE        VALUE 'N'.
001450     01  WS-POOL-COUNT            PIC 9(07) VALUE 0.
001460     01  WS-POOL-ORDINAL          PIC 9(07) VALUE 0.
001470     01  WS-RANDOM-TARGET         PIC 9(05) VALUE 0.
001480     01  WS-RANDOM-TAKEN          PIC 9(05) VALUE 0.
001490     01  WS-TAKE-ALL-SW           PIC X(01) VALUE 'N'.
001500         88  WS-TAKE-ALL          VALUE 'Y'.
001510     01  WS-PRIOR-LETTER-COUNT    PIC 9(07) VALUE 0.
001520
001530*****************************************************************
001540*    THE CUSTOMERS TO CONFIRM, IN CUSTOMER ORDER, AND THE OPEN  *
001550*    ITEMS FOUND FOR THEM.  WS-ITM-CNF-SUB TIES AN ITEM TO ITS  *
001560*    CUSTOMER'S ROW.                                            *
001570*****************************************************************
001580     01  WS-CNF-COUNT             PIC 9(05) COMP VALUE 0.
001590     01  WS-CNF-SUB               PIC 9(05) COMP.
001600     01  WS-CNF-TABLE.
001610         05  WS-CNF-ROW OCCURS 500 TIMES.
001620             10  WS-CNF-CUST-ID   PIC X(05).
001630             10  WS-CNF-NAME      PIC X(20).
001640             10  WS-CNF-STREET    PIC X(20).
001650             10  WS-CNF-CITY      PIC X(15).
001660             10  WS-CNF-REGION    PIC X(03).
001670             10  WS-CNF-POSTCODE  PIC X(10).
001680             10  WS-CNF-CURRENCY  PIC X(03).
001690             10  WS-CNF-BALANCE   PIC S9(07)V9(02).
001700             10  WS-CNF-BASIS     PIC X(01).
001710             10  WS-CNF-ITEM-TOTAL PIC S9(07)V9(02).
001720             10  WS-CNF-ITEM-COUNT PIC 9(05) COMP.
001730
001740     01  WS-ITM-COUNT             PIC 9(05) COMP VALUE 0.
001750     01  WS-ITM-SUB               PIC 9(05) COMP.
001760     01  WS-ITM-TABLE.
001770         05  WS-ITM-ROW OCCURS 5000 TIMES.
001780             10  WS-ITM-CNF-SUB   PIC 9(05) COMP.
001790             10  WS-ITM-ORDER-ID  PIC X(06).
001800             10  WS-ITM-ORDER-DATE PIC 9(08).
001810             10  WS-ITM-DUE-DATE  PIC 9(08).
001820             10  WS-ITM-AMOUNT    PIC S9(07)V9(02).
001830             10  WS-ITM-DISPUTED  PIC X(01).
001840     01  WS-ITEM-AMOUNT           PIC S9(07)V9(02).
001850
001860     01  WS-COUNTERS.
001870         05  WS-CUST-READ-COUNT   PIC 9(07) VALUE 0.
001880         05  WS-THRESHOLD-COUNT   PIC 9(07) VALUE 0.
001890         05  WS-LETTER-COUNT      PIC 9(07) VALUE 0.
001900         05  WS-OVER-CAP-COUNT    PIC 9(07) VALUE 0.
001910         05  WS-ITEM-OVER-COUNT   PIC 9(07) VALUE 0.
001920         05  WS-ITEM-DIFF-COUNT   PIC 9(07) VALUE 0.
001930     01  WS-LETTER-VALUE          PIC S9(11)V9(02) VALUE 0.
001940
001950     COPY DVALWORK.
001960
001970*****************************************************************
001980*    LETTER LINES.                                              *
001990*****************************************************************
002000     01  WS-LETTER-RULE           PIC X(80) VALUE ALL '='.
002010     01  WS-LETTER-HEAD-LINE.
002020         05  FILLER               PIC X(44) VALUE
002030             'ACCOUNTS RECEIVABLE - BALANCE CONFIRMATION'.
002040         05  FILLER               PIC X(05) VALUE 'DATE '.
002050         05  WS-LHD-DATE          PIC 9(08).
002060         05  FILLER               PIC X(06) VALUE '  REF '.
002070         05  WS-LHD-REF           PIC X(10).
002080         05  FILLER               PIC X(07) VALUE SPACES.
002090     01  WS-LETTER-ADDR-LINE.
002100         05  FILLER               PIC X(04) VALUE SPACES.
002110         05  WS-LAD-TEXT          PIC X(40).
002120         05  FILLER               PIC X(36) VALUE SPACES.
002130     01  WS-LETTER-TEXT-LINE.
002140         05  FILLER               PIC X(04) VALUE SPACES.
002150         05  WS-LTX-TEXT          PIC X(76).
002160     01  WS-LETTER-BALANCE-LINE.
002170         05  FILLER               PIC X(04) VALUE SPACES.
002180         05  WS-LBL-TITLE         PIC X(36).
002190         05  WS-LBL-CURRENCY      PIC X(03).
002200         05  FILLER               PIC X(01) VALUE SPACE.
002210         05  WS-LBL-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
002220         05  FILLER               PIC X(23) VALUE SPACES.
002230     01  WS-LETTER-ITEM-HEAD.
002240         05  FILLER               PIC X(06) VALUE SPACES.
002250         05  FILLER               PIC X(46) VALUE
002260             'ORDER   ORDER DATE  DUE DATE          AMOUNT'.
002270         05  FILLER               PIC X(28) VALUE SPACES.
002280     01  WS-LETTER-ITEM-LINE.
002290         05  FILLER               PIC X(06) VALUE SPACES.
002300         05  WS-LIT-ORDER-ID      PIC X(06).
002310         05  FILLER               PIC X(02) VALUE SPACES.
002320         05  WS-LIT-ORDER-DATE    PIC 9(08).
002330         05  FILLER               PIC X(04) VALUE SPACES.
002340         05  WS-LIT-DUE-DATE      PIC 9(08).
002350         05  FILLER               PIC X(02) VALUE SPACES.
002360         05  WS-LIT-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
002370         05  FILLER               PIC X(02) VALUE SPACES.
002380         05  WS-LIT-NOTE          PIC X(12).
002390         05  FILLER               PIC X(17) VALUE SPACES.
002400
002410*****************************************************************
002420*    REGISTER LINES.                                            *
002430*****************************************************************
002440     01  WS-REG-HEADING-LINE.
002450         05  FILLER               PIC X(44) VALUE
002460             'BALCNF01 - BALANCE CONFIRMATION REGISTER'.
002470         05  FILLER               PIC X(05) VALUE 'DATE '.
002480         05  WS-RHD-DATE          PIC 9(08).
002490         05  FILLER               PIC X(06) VALUE '  REF '.
002500         05  WS-RHD-REF           PIC X(10).
002510         05  FILLER               PIC X(07) VALUE SPACES.
002520     01  WS-REG-PARM-LINE.
002530         05  WS-RPM-TITLE         PIC X(20).
002540         05  WS-RPM-TEXT          PIC X(60).
002550     01  WS-REG-COLUMNS.
002560         05  FILLER               PIC X(40) VALUE
002570             'CUST  NAME                 BASIS    BALA'.
002580         05  FILLER               PIC X(40) VALUE
002590             'NCE    OPEN ITEMS  ITEMS  NOTE'.
002600     01  WS-REG-DETAIL-LINE.
002610         05  WS-RDT-CUST-ID       PIC X(05).
002620         05  FILLER               PIC X(01) VALUE SPACE.
002630         05  WS-RDT-NAME          PIC X(20).
002640         05  FILLER               PIC X(01) VALUE SPACE.
002650         05  WS-RDT-BASIS         PIC X(06).
002660         05  WS-RDT-BALANCE       PIC ZZZZ,ZZ9.99-.
002670         05  FILLER               PIC X(01) VALUE SPACE.
002680         05  WS-RDT-ITEM-TOTAL    PIC ZZZZ,ZZ9.99-.
002690         05  FILLER               PIC X(01) VALUE SPACE.
002700         05  WS-RDT-ITEM-COUNT    PIC ZZZZ9.
002710         05  FILLER               PIC X(02) VALUE SPACES.
002720         05  WS-RDT-NOTE          PIC X(14).
002730     01  WS-EDIT-VALUE            PIC Z,ZZZ,ZZ9.99.
002740     01  WS-EDIT-SIZE             PIC ZZ,ZZ9.
002750     01  WS-EDIT-SEED             PIC 9(09).
002760     01  WS-TOTAL-LINE.
002770         05  WS-TOT-TITLE         PIC X(26).
002780         05  WS-TOT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002790         05  FILLER               PIC X(43) VALUE SPACES.
002800     01  WS-VALUE-LINE.
002810         05  WS-VAL-TITLE         PIC X(26).
002820         05  WS-VAL-AMOUNT        PIC -,---,---,--9.99.
002830         05  FILLER               PIC X(38) VALUE SPACES.
002840
002850 PROCEDURE DIVISION.
002860*****************************************************************
002870*    0000-MAINLINE                                              *
002880*****************************************************************
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE
002910         THRU 1000-INITIALIZE-EXIT.
002920
002930     IF WS-CARD-OK
002940         PERFORM 2000-MEASURE-RANDOM-POOL
002950             THRU 2000-MEASURE-RANDOM-POOL-EXIT
002960     END-IF.
002970     IF WS-CARD-OK
002980         PERFORM 2100-SELECT-CUSTOMERS
002990             THRU 2100-SELECT-CUSTOMERS-EXIT
003000     END-IF.
003010     IF WS-CARD-OK AND WS-CNF-COUNT > 0
003020         PERFORM 3000-COLLECT-OPEN-ITEMS
003030             THRU 3000-COLLECT-OPEN-ITEMS-EXIT
003040         PERFORM 4000-ISSUE-LETTERS
003050             THRU 4000-ISSUE-LETTERS-EXIT
003060     END-IF.
003070
003080     PERFORM 5000-PRINT-TOTALS
003090         THRU 5000-PRINT-TOTALS-EXIT.
003100
003110     DISPLAY 'BALCNF01: CUSTOMERS READ........ '
003120         WS-CUST-READ-COUNT.
003130     DISPLAY 'BALCNF01: OVER THE THRESHOLD.... '
003140         WS-THRESHOLD-COUNT.
003150     DISPLAY 'BALCNF01: DRAWN AT RANDOM....... ' WS-RANDOM-TAKEN.
003160     DISPLAY 'BALCNF01: LETTERS PRINTED....... ' WS-LETTER-COUNT.
003170     DISPLAY 'BALCNF01: SEED USED............. ' WS-SEED-USED.
003180
003190     IF WS-CARD-OK
003200         IF WS-OVER-CAP-COUNT > 0 OR WS-ITEM-OVER-COUNT > 0
003210             IF RETURN-CODE < 4
003220                 MOVE 4 TO RETURN-CODE
003230             END-IF
003240         END-IF
003250     ELSE
003260         MOVE 8 TO RETURN-CODE
003270     END-IF.
003280
003290     PERFORM 9999-TERMINATE
003300         THRU 9999-TERMINATE-EXIT.
003310
003320     STOP RUN.
003330
003340*****************************************************************
003350*    1000-INITIALIZE                                            *
003360*    THE CARD IS READ AND EDITED, THE SEED SETTLED AND THE      *
003370*    TRACKING FILE CHECKED BEFORE ANY LETTER IS DRAWN.  A BAD   *
003380*    CARD, OR LETTERS ALREADY ON FILE FOR THE SAME CONFIRMATION *
003390*    DATE, STOPS THE RUN RC 8 - A RERUN WOULD OTHERWISE WRITE   *
003400*    TO THE SAME CUSTOMERS TWICE.                               *
003410*****************************************************************
003420 1000-INITIALIZE.
003430     OPEN INPUT CYCLE-CONTROL-FILE.
003440     IF WS-CYC-OK
003450         READ CYCLE-CONTROL-FILE
003460             AT END
003470                 CONTINUE
003480             NOT AT END
003490                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003500         END-READ
003510         CLOSE CYCLE-CONTROL-FILE
003520     END-IF.
003530     IF WS-CYCLE-DATE = 0
003540         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003550     END-IF.
003560
003570     OPEN OUTPUT CONFIRM-REGISTER-RPT.
003580     IF NOT WS-REG-OK
003590         DISPLAY 'BALCNF01: OPEN CONFIRM-REGISTER-RPT FAILED '
003600             WS-REG-FILE-STATUS
003610     END-IF.
003620     OPEN OUTPUT CONFIRM-LETTER-RPT.
003630     IF NOT WS-LTR-OK
003640         DISPLAY 'BALCNF01: OPEN CONFIRM-LETTER-RPT FAILED '
003650             WS-LTR-FILE-STATUS
003660         MOVE 8 TO RETURN-CODE
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF.
003690
003700     MOVE SPACES TO BAL-CONFIRM-CTL-REC.
003710     OPEN INPUT CONFIRM-CONTROL-FILE.
003720     IF WS-BCC-OK
003730         READ CONFIRM-CONTROL-FILE
003740             AT END
003750                 MOVE SPACES TO BAL-CONFIRM-CTL-REC
003760         END-READ
003770         CLOSE CONFIRM-CONTROL-FILE
003780     ELSE
003790         DISPLAY 'BALCNF01: OPEN CONFIRM-CONTROL-FILE FAILED '
003800             WS-BCC-FILE-STATUS
003810     END-IF.
003820
003830     MOVE WS-CYCLE-DATE TO WS-CONFIRM-DATE.
003840     IF BCC-CONFIRM-DATE NUMERIC AND BCC-CONFIRM-DATE > 0
003850         MOVE BCC-CONFIRM-DATE TO WS-CONFIRM-DATE
003860     END-IF.
003870     MOVE WS-CONFIRM-DATE    TO WS-RHD-DATE.
003880     MOVE BCC-ENGAGEMENT-REF TO WS-RHD-REF.
003890     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-HEADING-LINE.
003900     MOVE SPACES TO CONFIRM-REGISTER-LINE.
003910     WRITE CONFIRM-REGISTER-LINE.
003920
003930     PERFORM 1100-EDIT-CONTROL-CARD
003940         THRU 1100-EDIT-CONTROL-CARD-EXIT.
003950     IF NOT WS-CARD-OK
003960         GO TO 1000-INITIALIZE-EXIT
003970     END-IF.
003980     PERFORM 1150-CHECK-PRIOR-LETTERS
003990         THRU 1150-CHECK-PRIOR-LETTERS-EXIT.
004000     IF NOT WS-CARD-OK
004010         GO TO 1000-INITIALIZE-EXIT
004020     END-IF.
004030     PERFORM 1200-SET-SEED
004040         THRU 1200-SET-SEED-EXIT.
004050     PERFORM 1300-PRINT-PARAMETERS
004060         THRU 1300-PRINT-PARAMETERS-EXIT.
004070 1000-INITIALIZE-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110*    1100-EDIT-CONTROL-CARD                                     *
004120*    A REAL CONFIRMATION DATE, AND AT LEAST ONE OF A THRESHOLD  *
004130*    OR A RANDOM COUNT.  A ZERO THRESHOLD TAKES NOBODY ON SIZE  *
004140*    ALONE.                                                     *
004150*****************************************************************
004160 1100-EDIT-CONTROL-CARD.
004170     MOVE 'N' TO WS-CARD-OK-SW.
004180     MOVE WS-CONFIRM-DATE TO WS-DVAL-DATE.
004190     PERFORM 9550-VALIDATE-DATE
004200         THRU 9550-VALIDATE-DATE-EXIT.
004210     IF NOT WS-DVAL-OK
004220         MOVE 'CONFIRMATION DATE IS NOT A VALID DATE'
004230             TO WS-FAULT-TEXT
004240         GO TO 1100-WRITE-FAULT
004250     END-IF.
004260     IF BCC-BALANCE-THRESHOLD NOT NUMERIC
004270             OR BCC-RANDOM-COUNT NOT NUMERIC
004280             OR BCC-RANDOM-FLOOR NOT NUMERIC
004290             OR BCC-SEED NOT NUMERIC
004300         MOVE 'THRESHOLD, COUNT, FLOOR AND SEED MUST BE NUMERIC'
004310             TO WS-FAULT-TEXT
004320         GO TO 1100-WRITE-FAULT
004330     END-IF.
004340     IF BCC-BALANCE-THRESHOLD = 0 AND BCC-RANDOM-COUNT = 0
004350         MOVE 'NEITHER A THRESHOLD NOR A RANDOM COUNT GIVEN'
004360             TO WS-FAULT-TEXT
004370         GO TO 1100-WRITE-FAULT
004380     END-IF.
004390     MOVE BCC-RANDOM-COUNT TO WS-RANDOM-TARGET.
004400     MOVE 'Y' TO WS-CARD-OK-SW.
004410     GO TO 1100-EDIT-CONTROL-CARD-EXIT.
004420
004430 1100-WRITE-FAULT.
004440     PERFORM 1190-WRITE-FAULT
004450         THRU 1190-WRITE-FAULT-EXIT.
004460 1100-EDIT-CONTROL-CARD-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500*    1150-CHECK-PRIOR-LETTERS                                   *
004510*    ANY LETTER ALREADY TRACKED FOR THIS CONFIRMATION DATE      *
004520*    MEANS THE RUN HAS BEEN MADE.  NO TRACKING FILE YET IS A    *
004530*    FIRST RUN.                                                 *
004540*****************************************************************
004550 1150-CHECK-PRIOR-LETTERS.
004560     OPEN INPUT CONFIRM-TRACKING-FILE.
004570     IF WS-BCL-NOT-FOUND
004580         GO TO 1150-CHECK-PRIOR-LETTERS-EXIT
004590     END-IF.
004600     IF NOT WS-BCL-OK
004610         DISPLAY 'BALCNF01: OPEN CONFIRM-TRACKING-FILE FAILED '
004620             WS-BCL-FILE-STATUS
004630         MOVE 'N' TO WS-CARD-OK-SW
004640         MOVE 'TRACKING FILE WOULD NOT OPEN' TO WS-FAULT-TEXT
004650         PERFORM 1190-WRITE-FAULT
004660             THRU 1190-WRITE-FAULT-EXIT
004670         GO TO 1150-CHECK-PRIOR-LETTERS-EXIT
004680     END-IF.
004690     MOVE 'N' TO WS-EOF-SW.
004700     PERFORM 1160-READ-PRIOR-LETTER
004710         THRU 1160-READ-PRIOR-LETTER-EXIT
004720         UNTIL WS-EOF.
004730     CLOSE CONFIRM-TRACKING-FILE.
004740     IF WS-PRIOR-LETTER-COUNT > 0
004750         MOVE 'N' TO WS-CARD-OK-SW
004760         MOVE 'LETTERS ALREADY ON FILE FOR THIS CONFIRMATION DATE'
004770             TO WS-FAULT-TEXT
004780         PERFORM 1190-WRITE-FAULT
004790             THRU 1190-WRITE-FAULT-EXIT
004800     END-IF.
004810 1150-CHECK-PRIOR-LETTERS-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850*    1160-READ-PRIOR-LETTER                                     *
004860*****************************************************************
004870 1160-READ-PRIOR-LETTER.
004880     READ CONFIRM-TRACKING-FILE
004890         AT END
004900             MOVE 'Y' TO WS-EOF-SW
004910             GO TO 1160-READ-PRIOR-LETTER-EXIT
004920     END-READ.
004930     IF BCL-CONFIRM-DATE = WS-CONFIRM-DATE
004940         ADD 1 TO WS-PRIOR-LETTER-COUNT
004950     END-IF.
004960 1160-READ-PRIOR-LETTER-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000*    1190-WRITE-FAULT                                           *
005010*****************************************************************
005020 1190-WRITE-FAULT.
005030     MOVE 'CONTROL CARD' TO WS-RPM-TITLE.
005040     MOVE WS-FAULT-TEXT TO WS-RPM-TEXT.
005050     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-PARM-LINE.
005060     MOVE SPACES TO WS-RPM-TITLE.
005070     MOVE 'NO LETTERS PRINTED' TO WS-RPM-TEXT.
005080     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-PARM-LINE.
005090     DISPLAY 'BALCNF01: ' WS-FAULT-TEXT.
005100 1190-WRITE-FAULT-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140*    1200-SET-SEED                                              *
005150*****************************************************************
005160 1200-SET-SEED.
005170     IF BCC-SEED = 0
005180         ACCEPT WS-CLOCK-TIME FROM TIME
005190         COMPUTE WS-RNG-SEED = WS-CLOCK-TIME + 1
005200         MOVE 'FROM CLOCK' TO WS-SEED-SOURCE
005210     ELSE
005220         MOVE BCC-SEED TO WS-RNG-SEED
005230         MOVE 'FROM CARD' TO WS-SEED-SOURCE
005240     END-IF.
005250     MOVE WS-RNG-SEED TO WS-SEED-USED.
005260 1200-SET-SEED-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300*    1300-PRINT-PARAMETERS                                      *
005310*****************************************************************
005320 1300-PRINT-PARAMETERS.
005330     MOVE 'THRESHOLD.........' TO WS-RPM-TITLE.
005340     MOVE SPACES TO WS-RPM-TEXT.
005350     IF BCC-BALANCE-THRESHOLD = 0
005360         MOVE 'NONE' TO WS-RPM-TEXT
005370     ELSE
005380         MOVE BCC-BALANCE-THRESHOLD TO WS-EDIT-VALUE
005390         STRING 'EVERY BALANCE OF ' WS-EDIT-VALUE ' OR MORE'
005400             DELIMITED BY SIZE INTO WS-RPM-TEXT
005410     END-IF.
005420     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-PARM-LINE.
005430
005440     MOVE 'RANDOM SET........' TO WS-RPM-TITLE.
005450     MOVE SPACES TO WS-RPM-TEXT.
005460     MOVE BCC-RANDOM-COUNT TO WS-EDIT-SIZE.
005470     MOVE BCC-RANDOM-FLOOR TO WS-EDIT-VALUE.
005480     STRING WS-EDIT-SIZE ' MORE WITH A BALANCE OF ' WS-EDIT-VALUE
005490         ' OR MORE' DELIMITED BY SIZE INTO WS-RPM-TEXT.
005500     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-PARM-LINE.
005510
005520     MOVE 'SEED..............' TO WS-RPM-TITLE.
005530     MOVE SPACES TO WS-RPM-TEXT.
005540     MOVE WS-SEED-USED TO WS-EDIT-SEED.
005550     STRING WS-EDIT-SEED ' ' WS-SEED-SOURCE
005560         DELIMITED BY SIZE INTO WS-RPM-TEXT.
005570     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-PARM-LINE.
005580     MOVE SPACES TO CONFIRM-REGISTER-LINE.
005590     WRITE CONFIRM-REGISTER-LINE.
005600 1300-PRINT-PARAMETERS-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640*    2000-MEASURE-RANDOM-POOL                                   *
005650*    THE FIRST PASS OF THE MASTER COUNTS THE CUSTOMERS THE      *
005660*    RANDOM SET IS DRAWN FROM, SO THE DRAW CAN GIVE EXACTLY THE *
005670*    NUMBER ASKED.                                              *
005680*****************************************************************
005690 2000-MEASURE-RANDOM-POOL.
005700     OPEN INPUT CUSTOMER-MASTER-FILE.
005710     IF NOT WS-CUST-OK
005720         DISPLAY 'BALCNF01: OPEN CUSTOMER-MASTER FAILED '
005730             WS-CUST-FILE-STATUS
005740         MOVE 'N' TO WS-CARD-OK-SW
005750         GO TO 2000-MEASURE-RANDOM-POOL-EXIT
005760     END-IF.
005770     MOVE 'N' TO WS-EOF-SW.
005780     PERFORM 8000-READ-CUSTOMER
005790         THRU 8000-READ-CUSTOMER-EXIT.
005800     PERFORM 2010-COUNT-ONE
005810         THRU 2010-COUNT-ONE-EXIT
005820         UNTIL WS-EOF.
005830     CLOSE CUSTOMER-MASTER-FILE.
005840     IF WS-RANDOM-TARGET NOT < WS-POOL-COUNT
005850         MOVE 'Y' TO WS-TAKE-ALL-SW
005860     END-IF.
005870 2000-MEASURE-RANDOM-POOL-EXIT.
005880     EXIT.
005890
005900*****************************************************************
005910*    2010-COUNT-ONE                                             *
005920*****************************************************************
005930 2010-COUNT-ONE.
005940     ADD 1 TO WS-CUST-READ-COUNT.
005950     PERFORM 2050-CLASSIFY-CUSTOMER
005960         THRU 2050-CLASSIFY-CUSTOMER-EXIT.
005970     IF WS-CLASS-POOL
005980         ADD 1 TO WS-POOL-COUNT
005990     END-IF.
006000     PERFORM 8000-READ-CUSTOMER
006010         THRU 8000-READ-CUSTOMER-EXIT.
006020 2010-COUNT-ONE-EXIT.
006030     EXIT.
006040
006050*****************************************************************
006060*    2050-CLASSIFY-CUSTOMER                                     *
006070*    A MERGED ACCOUNT AND A NIL BALANCE HAVE NOTHING TO         *
006080*    CONFIRM.  A BALANCE EITHER WAY AT OR OVER THE THRESHOLD IS *
006090*    CONFIRMED ON SIZE; ANY OTHER AT OR OVER THE RANDOM FLOOR   *
006100*    IS IN THE POOL.                                            *
006110*****************************************************************
006120 2050-CLASSIFY-CUSTOMER.
006130     MOVE 'N' TO WS-CUST-CLASS.
006140     IF CUST-MERGED OR CUST-BALANCE NOT NUMERIC
006150             OR CUST-BALANCE = 0
006160         GO TO 2050-CLASSIFY-CUSTOMER-EXIT
006170     END-IF.
006180     IF CUST-BALANCE < 0
006190         COMPUTE WS-ABS-BALANCE = 0 - CUST-BALANCE
006200     ELSE
006210         MOVE CUST-BALANCE TO WS-ABS-BALANCE
006220     END-IF.
006230     IF BCC-BALANCE-THRESHOLD > 0
006240             AND WS-ABS-BALANCE NOT < BCC-BALANCE-THRESHOLD
006250         MOVE 'T' TO WS-CUST-CLASS
006260         GO TO 2050-CLASSIFY-CUSTOMER-EXIT
006270     END-IF.
006280     IF WS-ABS-BALANCE NOT < BCC-RANDOM-FLOOR
006290         MOVE 'P' TO WS-CUST-CLASS
006300     END-IF.
006310 2050-CLASSIFY-CUSTOMER-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350*    2100-SELECT-CUSTOMERS                                      *
006360*    THE SECOND PASS TAKES EVERY CUSTOMER OVER THE THRESHOLD    *
006370*    AND DRAWS THE RANDOM SET FROM THE POOL BY SELECTION        *
006380*    SAMPLING - EACH POOL CUSTOMER IS TAKEN WITH CHANCE (STILL  *
006390*    TO TAKE) / (STILL TO SEE).                                 *
006400*****************************************************************
006410 2100-SELECT-CUSTOMERS.
006420     OPEN INPUT CUSTOMER-MASTER-FILE.
006430     IF NOT WS-CUST-OK
006440         DISPLAY 'BALCNF01: OPEN CUSTOMER-MASTER FAILED '
006450             WS-CUST-FILE-STATUS
006460         MOVE 'N' TO WS-CARD-OK-SW
006470         GO TO 2100-SELECT-CUSTOMERS-EXIT
006480     END-IF.
006490     MOVE 'N' TO WS-EOF-SW.
006500     PERFORM 8000-READ-CUSTOMER
006510         THRU 8000-READ-CUSTOMER-EXIT.
006520     PERFORM 2110-SELECT-ONE
006530         THRU 2110-SELECT-ONE-EXIT
006540         UNTIL WS-EOF.
006550     CLOSE CUSTOMER-MASTER-FILE.
006560 2100-SELECT-CUSTOMERS-EXIT.
006570     EXIT.
006580
006590*****************************************************************
006600*    2110-SELECT-ONE                                            *
006610*****************************************************************
006620 2110-SELECT-ONE.
006630     PERFORM 2050-CLASSIFY-CUSTOMER
006640         THRU 2050-CLASSIFY-CUSTOMER-EXIT.
006650     EVALUATE TRUE
006660         WHEN WS-CLASS-THRESHOLD
006670             ADD 1 TO WS-THRESHOLD-COUNT
006680             PERFORM 2150-KEEP-CUSTOMER
006690                 THRU 2150-KEEP-CUSTOMER-EXIT
006700         WHEN WS-CLASS-POOL
006710             ADD 1 TO WS-POOL-ORDINAL
006720             PERFORM 2120-TEST-RANDOM
006730                 THRU 2120-TEST-RANDOM-EXIT
006740         WHEN OTHER
006750             CONTINUE
006760     END-EVALUATE.
006770     PERFORM 8000-READ-CUSTOMER
006780         THRU 8000-READ-CUSTOMER-EXIT.
006790 2110-SELECT-ONE-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830*    2120-TEST-RANDOM                                           *
006840*    THE SAME WHOLE-NUMBER TEST AS THE AUDIT SAMPLING RUN.      *
006850*    ONCE THE SET IS FULL NO MORE NUMBERS ARE DRAWN.            *
006860*****************************************************************
006870 2120-TEST-RANDOM.
006880     IF WS-RANDOM-TAKEN NOT < WS-RANDOM-TARGET
006890         GO TO 2120-TEST-RANDOM-EXIT
006900     END-IF.
006910     IF NOT WS-TAKE-ALL
006920         PERFORM 9800-NEXT-RANDOM
006930             THRU 9800-NEXT-RANDOM-EXIT
006940         COMPUTE WS-RNG-LHS
006950             = (WS-POOL-COUNT - WS-POOL-ORDINAL + 1) * WS-RNG-SEED
006960         COMPUTE WS-RNG-RHS
006970             = (WS-RANDOM-TARGET - WS-RANDOM-TAKEN)
006980             * WS-RNG-MODULUS
006990         IF WS-RNG-LHS NOT < WS-RNG-RHS
007000             GO TO 2120-TEST-RANDOM-EXIT
007010         END-IF
007020     END-IF.
007030     ADD 1 TO WS-RANDOM-TAKEN.
007040     MOVE 'R' TO WS-CUST-CLASS.
007050     PERFORM 2150-KEEP-CUSTOMER
007060         THRU 2150-KEEP-CUSTOMER-EXIT.
007070 2120-TEST-RANDOM-EXIT.
007080     EXIT.
007090
007100*****************************************************************
007110*    2150-KEEP-CUSTOMER                                         *
007120*    WS-CUST-CLASS CARRIES THE BASIS - 'T' THRESHOLD OR 'R'     *
007130*    RANDOM.  PAST WS-MAX-LETTERS THE CUSTOMER IS COUNTED, NOT  *
007140*    KEPT, AND THE RUN ENDS RC 4 FOR A SECOND RUN ON A HIGHER   *
007150*    THRESHOLD.                                                 *
007160*****************************************************************
007170 2150-KEEP-CUSTOMER.
007180     IF WS-CNF-COUNT NOT < WS-MAX-LETTERS
007190         ADD 1 TO WS-OVER-CAP-COUNT
007200         GO TO 2150-KEEP-CUSTOMER-EXIT
007210     END-IF.
007220     ADD 1 TO WS-CNF-COUNT.
007230     MOVE CUST-ID            TO WS-CNF-CUST-ID(WS-CNF-COUNT).
007240     MOVE CUST-NAME          TO WS-CNF-NAME(WS-CNF-COUNT).
007250     MOVE CUST-ADDR-STREET   TO WS-CNF-STREET(WS-CNF-COUNT).
007260     MOVE CUST-ADDR-CITY     TO WS-CNF-CITY(WS-CNF-COUNT).
007270     MOVE CUST-ADDR-REGION   TO WS-CNF-REGION(WS-CNF-COUNT).
007280     MOVE CUST-ADDR-POSTCODE TO WS-CNF-POSTCODE(WS-CNF-COUNT).
007290     MOVE CUST-CURRENCY-CODE TO WS-CNF-CURRENCY(WS-CNF-COUNT).
007300     MOVE CUST-BALANCE       TO WS-CNF-BALANCE(WS-CNF-COUNT).
007310     MOVE WS-CUST-CLASS      TO WS-CNF-BASIS(WS-CNF-COUNT).
007320     MOVE 0 TO WS-CNF-ITEM-TOTAL(WS-CNF-COUNT).
007330     MOVE 0 TO WS-CNF-ITEM-COUNT(WS-CNF-COUNT).
007340 2150-KEEP-CUSTOMER-EXIT.
007350     EXIT.
007360
007370*****************************************************************
007380*    3000-COLLECT-OPEN-ITEMS                                    *
007390*    ONE PASS OF THE OPEN-ITEM LEDGER.  AN ITEM WAS OPEN AT THE *
007400*    CONFIRMATION DATE IF IT WAS RAISED BY THEN AND IS STILL    *
007410*    OPEN, OR SETTLED ONLY AFTER IT - IN WHICH CASE ITS         *
007420*    ORIGINAL AMOUNT IS WHAT STOOD OPEN.  A LEDGER THAT WILL    *
007430*    NOT OPEN LEAVES THE LETTERS WITH THE BALANCE ALONE AND THE *
007440*    RUN ENDS RC 4.                                             *
007450*****************************************************************
007460 3000-COLLECT-OPEN-ITEMS.
007470     OPEN INPUT OPEN-ITEM-FILE.
007480     IF NOT WS-OPI-OK
007490         DISPLAY 'BALCNF01: OPEN OPEN-ITEM-FILE FAILED '
007500             WS-OPI-FILE-STATUS
007510         ADD 1 TO WS-ITEM-OVER-COUNT
007520         GO TO 3000-COLLECT-OPEN-ITEMS-EXIT
007530     END-IF.
007540     MOVE 'N' TO WS-EOF-SW.
007550     PERFORM 3010-READ-OPEN-ITEM
007560         THRU 3010-READ-OPEN-ITEM-EXIT
007570         UNTIL WS-EOF.
007580     CLOSE OPEN-ITEM-FILE.
007590 3000-COLLECT-OPEN-ITEMS-EXIT.
007600     EXIT.
007610
007620*****************************************************************
007630*    3010-READ-OPEN-ITEM                                        *
007640*****************************************************************
007650 3010-READ-OPEN-ITEM.
007660     READ OPEN-ITEM-FILE NEXT RECORD
007670         AT END
007680             MOVE 'Y' TO WS-EOF-SW
007690             GO TO 3010-READ-OPEN-ITEM-EXIT
007700     END-READ.
007710     IF OPI-ORDER-DATE > WS-CONFIRM-DATE
007720         GO TO 3010-READ-OPEN-ITEM-EXIT
007730     END-IF.
007740     EVALUATE TRUE
007750         WHEN OPI-OPEN
007760             MOVE OPI-OPEN-AMOUNT TO WS-ITEM-AMOUNT
007770         WHEN OPI-SETTLED
007780                 AND OPI-SETTLED-DATE > WS-CONFIRM-DATE
007790             MOVE OPI-ORIGINAL-AMOUNT TO WS-ITEM-AMOUNT
007800         WHEN OTHER
007810             GO TO 3010-READ-OPEN-ITEM-EXIT
007820     END-EVALUATE.
007830
007840     MOVE 'N' TO WS-FOUND-SW.
007850     PERFORM 3020-FIND-CUSTOMER
007860         THRU 3020-FIND-CUSTOMER-EXIT
007870         VARYING WS-CNF-SUB FROM 1 BY 1
007880         UNTIL WS-FOUND OR WS-CNF-SUB > WS-CNF-COUNT.
007890     IF NOT WS-FOUND
007900         GO TO 3010-READ-OPEN-ITEM-EXIT
007910     END-IF.
007920     SUBTRACT 1 FROM WS-CNF-SUB.
007930
007940     ADD WS-ITEM-AMOUNT TO WS-CNF-ITEM-TOTAL(WS-CNF-SUB).
007950     ADD 1 TO WS-CNF-ITEM-COUNT(WS-CNF-SUB).
007960     IF WS-ITM-COUNT NOT < WS-MAX-ITEMS
007970         ADD 1 TO WS-ITEM-OVER-COUNT
007980         GO TO 3010-READ-OPEN-ITEM-EXIT
007990     END-IF.
008000     ADD 1 TO WS-ITM-COUNT.
008010     MOVE WS-CNF-SUB     TO WS-ITM-CNF-SUB(WS-ITM-COUNT).
008020     MOVE OPI-ORDER-ID   TO WS-ITM-ORDER-ID(WS-ITM-COUNT).
008030     MOVE OPI-ORDER-DATE TO WS-ITM-ORDER-DATE(WS-ITM-COUNT).
008040     MOVE OPI-DUE-DATE   TO WS-ITM-DUE-DATE(WS-ITM-COUNT).
008050     MOVE WS-ITEM-AMOUNT TO WS-ITM-AMOUNT(WS-ITM-COUNT).
008060     MOVE OPI-DISPUTE-FLAG TO WS-ITM-DISPUTED(WS-ITM-COUNT).
008070 3010-READ-OPEN-ITEM-EXIT.
008080     EXIT.
008090
008100*****************************************************************
008110*    3020-FIND-CUSTOMER                                         *
008120*****************************************************************
008130 3020-FIND-CUSTOMER.
008140     IF WS-CNF-CUST-ID(WS-CNF-SUB) = OPI-CUST-ID
008150         MOVE 'Y' TO WS-FOUND-SW
008160     END-IF.
008170 3020-FIND-CUSTOMER-EXIT.
008180     EXIT.
008190
008200*****************************************************************
008210*    4000-ISSUE-LETTERS                                         *
008220*    ONE LETTER, ONE TRACKING RECORD AND ONE REGISTER LINE PER  *
008230*    CUSTOMER KEPT.  TRACKING RECORDS ARE ADDED TO THE END OF   *
008240*    THE FILE - THE FIRST RUN CREATES IT.                       *
008250*****************************************************************
008260 4000-ISSUE-LETTERS.
008270     OPEN EXTEND CONFIRM-TRACKING-FILE.
008280     IF WS-BCL-NOT-FOUND
008290         OPEN OUTPUT CONFIRM-TRACKING-FILE
008300     END-IF.
008310     IF NOT WS-BCL-OK
008320         DISPLAY 'BALCNF01: OPEN CONFIRM-TRACKING-FILE FAILED '
008330             WS-BCL-FILE-STATUS
008340         MOVE 'N' TO WS-CARD-OK-SW
008350         GO TO 4000-ISSUE-LETTERS-EXIT
008360     END-IF.
008370     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-COLUMNS.
008380     PERFORM 4100-ISSUE-ONE-LETTER
008390         THRU 4100-ISSUE-ONE-LETTER-EXIT
008400         VARYING WS-CNF-SUB FROM 1 BY 1
008410         UNTIL WS-CNF-SUB > WS-CNF-COUNT.
008420     CLOSE CONFIRM-TRACKING-FILE.
008430 4000-ISSUE-LETTERS-EXIT.
008440     EXIT.
008450
008460*****************************************************************
008470*    4100-ISSUE-ONE-LETTER                                      *
008480*****************************************************************
008490 4100-ISSUE-ONE-LETTER.
008500     PERFORM 4200-PRINT-LETTER
008510         THRU 4200-PRINT-LETTER-EXIT.
008520
008530     MOVE SPACES TO BAL-CONFIRM-TRACK-REC.
008540     MOVE WS-CNF-CUST-ID(WS-CNF-SUB) TO BCL-CUST-ID.
008550     MOVE WS-CONFIRM-DATE            TO BCL-CONFIRM-DATE.
008560     MOVE BCC-ENGAGEMENT-REF         TO BCL-ENGAGEMENT-REF.
008570     MOVE WS-CNF-BASIS(WS-CNF-SUB)   TO BCL-SELECT-BASIS.
008580     MOVE WS-CNF-BALANCE(WS-CNF-SUB) TO BCL-OUR-BALANCE.
008590     MOVE WS-CNF-ITEM-TOTAL(WS-CNF-SUB) TO BCL-OPEN-ITEM-TOTAL.
008600     MOVE WS-CNF-ITEM-COUNT(WS-CNF-SUB) TO BCL-OPEN-ITEM-COUNT.
008610     MOVE 'S' TO BCL-STATUS.
008620     MOVE 0 TO BCL-RESPONSE-DATE.
008630     MOVE 0 TO BCL-CUST-FIGURE.
008640     MOVE 0 TO BCL-DIFFERENCE.
008650     MOVE 0 TO BCL-SECOND-REQ-DATE.
008660     WRITE BAL-CONFIRM-TRACK-REC.
008670     ADD 1 TO WS-LETTER-COUNT.
008680     ADD WS-CNF-BALANCE(WS-CNF-SUB) TO WS-LETTER-VALUE.
008690
008700     MOVE WS-CNF-CUST-ID(WS-CNF-SUB) TO WS-RDT-CUST-ID.
008710     MOVE WS-CNF-NAME(WS-CNF-SUB)    TO WS-RDT-NAME.
008720     IF WS-CNF-BASIS(WS-CNF-SUB) = 'T'
008730         MOVE 'SIZE' TO WS-RDT-BASIS
008740     ELSE
008750         MOVE 'RANDOM' TO WS-RDT-BASIS
008760     END-IF.
008770     MOVE WS-CNF-BALANCE(WS-CNF-SUB)    TO WS-RDT-BALANCE.
008780     MOVE WS-CNF-ITEM-TOTAL(WS-CNF-SUB) TO WS-RDT-ITEM-TOTAL.
008790     MOVE WS-CNF-ITEM-COUNT(WS-CNF-SUB) TO WS-RDT-ITEM-COUNT.
008800     MOVE SPACES TO WS-RDT-NOTE.
008810     IF WS-CNF-ITEM-TOTAL(WS-CNF-SUB)
008820             NOT = WS-CNF-BALANCE(WS-CNF-SUB)
008830         MOVE 'ITEMS DIFFER' TO WS-RDT-NOTE
008840         ADD 1 TO WS-ITEM-DIFF-COUNT
008850     END-IF.
008860     WRITE CONFIRM-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
008870 4100-ISSUE-ONE-LETTER-EXIT.
008880     EXIT.
008890
008900*****************************************************************
008910*    4200-PRINT-LETTER                                          *
008920*    THE LETTER ASKS THE CUSTOMER TO REPLY TO THE AUDITORS, NOT *
008930*    TO US, AND SAYS IT IS NOT A REQUEST FOR PAYMENT.  OPEN     *
008940*    ITEMS UNDER DISPUTE ARE MARKED SO.                         *
008950*****************************************************************
008960 4200-PRINT-LETTER.
008970     MOVE WS-CONFIRM-DATE    TO WS-LHD-DATE.
008980     MOVE BCC-ENGAGEMENT-REF TO WS-LHD-REF.
008990     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-RULE.
009000     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-HEAD-LINE.
009010     MOVE SPACES TO CONFIRM-LETTER-LINE.
009020     WRITE CONFIRM-LETTER-LINE.
009030
009040     MOVE SPACES TO WS-LAD-TEXT.
009050     STRING WS-CNF-CUST-ID(WS-CNF-SUB) ' '
009060         WS-CNF-NAME(WS-CNF-SUB)
009070         DELIMITED BY SIZE INTO WS-LAD-TEXT.
009080     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-ADDR-LINE.
009090     MOVE WS-CNF-STREET(WS-CNF-SUB) TO WS-LAD-TEXT.
009100     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-ADDR-LINE.
009110     MOVE SPACES TO WS-LAD-TEXT.
009120     STRING WS-CNF-CITY(WS-CNF-SUB) ' '
009130         WS-CNF-REGION(WS-CNF-SUB) ' '
009140         WS-CNF-POSTCODE(WS-CNF-SUB)
009150         DELIMITED BY SIZE INTO WS-LAD-TEXT.
009160     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-ADDR-LINE.
009170     MOVE SPACES TO CONFIRM-LETTER-LINE.
009180     WRITE CONFIRM-LETTER-LINE.
009190
009200     MOVE 'OUR AUDITORS ARE EXAMINING OUR ACCOUNTS.  PLEASE'
009210         TO WS-LTX-TEXT.
009220     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-TEXT-LINE.
009230     MOVE 'CONFIRM DIRECTLY TO THEM WHETHER THE BALANCE BELOW'
009240         TO WS-LTX-TEXT.
009250     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-TEXT-LINE.
009260     MOVE 'AGREES WITH YOUR RECORDS AT THE DATE SHOWN, OR GIVE'
009270         TO WS-LTX-TEXT.
009280     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-TEXT-LINE.
009290     MOVE 'YOUR OWN FIGURE.  THIS IS NOT A REQUEST FOR PAYMENT.'
009300         TO WS-LTX-TEXT.
009310     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-TEXT-LINE.
009320     MOVE SPACES TO CONFIRM-LETTER-LINE.
009330     WRITE CONFIRM-LETTER-LINE.
009340
009350     MOVE 'BALANCE ON YOUR ACCOUNT.............'
009360         TO WS-LBL-TITLE.
009370     MOVE WS-CNF-CURRENCY(WS-CNF-SUB) TO WS-LBL-CURRENCY.
009380     MOVE WS-CNF-BALANCE(WS-CNF-SUB)  TO WS-LBL-AMOUNT.
009390     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-BALANCE-LINE.
009400     MOVE SPACES TO CONFIRM-LETTER-LINE.
009410     WRITE CONFIRM-LETTER-LINE.
009420
009430     IF WS-CNF-ITEM-COUNT(WS-CNF-SUB) = 0
009440         MOVE 'NO OPEN ITEMS AT THE DATE SHOWN.' TO WS-LTX-TEXT
009450         WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-TEXT-LINE
009460     ELSE
009470         MOVE 'MADE UP OF THE FOLLOWING OPEN ITEMS -'
009480             TO WS-LTX-TEXT
009490         WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-TEXT-LINE
009500         WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-ITEM-HEAD
009510         PERFORM 4210-PRINT-ITEM
009520             THRU 4210-PRINT-ITEM-EXIT
009530             VARYING WS-ITM-SUB FROM 1 BY 1
009540             UNTIL WS-ITM-SUB > WS-ITM-COUNT
009550         MOVE 'TOTAL OF OPEN ITEMS.................'
009560             TO WS-LBL-TITLE
009570         MOVE WS-CNF-ITEM-TOTAL(WS-CNF-SUB) TO WS-LBL-AMOUNT
009580         WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-BALANCE-LINE
009590     END-IF.
009600     MOVE SPACES TO CONFIRM-LETTER-LINE.
009610     WRITE CONFIRM-LETTER-LINE.
009620
009630     MOVE '[ ] THE BALANCE AGREES WITH OUR RECORDS'
009640         TO WS-LTX-TEXT.
009650     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-TEXT-LINE.
009660     MOVE '[ ] THE BALANCE DOES NOT AGREE - OUR FIGURE IS .......'
009670         TO WS-LTX-TEXT.
009680     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-TEXT-LINE.
009690     MOVE SPACES TO CONFIRM-LETTER-LINE.
009700     WRITE CONFIRM-LETTER-LINE.
009710     MOVE 'SIGNED ........................  DATE ..............'
009720         TO WS-LTX-TEXT.
009730     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-TEXT-LINE.
009740 4200-PRINT-LETTER-EXIT.
009750     EXIT.
009760
009770*****************************************************************
009780*    4210-PRINT-ITEM                                            *
009790*****************************************************************
009800 4210-PRINT-ITEM.
009810     IF WS-ITM-CNF-SUB(WS-ITM-SUB) NOT = WS-CNF-SUB
009820         GO TO 4210-PRINT-ITEM-EXIT
009830     END-IF.
009840     MOVE WS-ITM-ORDER-ID(WS-ITM-SUB)   TO WS-LIT-ORDER-ID.
009850     MOVE WS-ITM-ORDER-DATE(WS-ITM-SUB) TO WS-LIT-ORDER-DATE.
009860     MOVE WS-ITM-DUE-DATE(WS-ITM-SUB)   TO WS-LIT-DUE-DATE.
009870     MOVE WS-ITM-AMOUNT(WS-ITM-SUB)     TO WS-LIT-AMOUNT.
009880     MOVE SPACES TO WS-LIT-NOTE.
009890     IF WS-ITM-DISPUTED(WS-ITM-SUB) = 'Y'
009900         MOVE 'IN DISPUTE' TO WS-LIT-NOTE
009910     END-IF.
009920     WRITE CONFIRM-LETTER-LINE FROM WS-LETTER-ITEM-LINE.
009930 4210-PRINT-ITEM-EXIT.
009940     EXIT.
009950
009960*****************************************************************
009970*    5000-PRINT-TOTALS                                          *
009980*****************************************************************
009990 5000-PRINT-TOTALS.
010000     MOVE SPACES TO CONFIRM-REGISTER-LINE.
010010     WRITE CONFIRM-REGISTER-LINE.
010020
010030     MOVE 'CUSTOMERS READ............' TO WS-TOT-TITLE.
010040     MOVE WS-CUST-READ-COUNT TO WS-TOT-VALUE.
010050     WRITE CONFIRM-REGISTER-LINE FROM WS-TOTAL-LINE.
010060
010070     MOVE 'TAKEN ON SIZE.............' TO WS-TOT-TITLE.
010080     MOVE WS-THRESHOLD-COUNT TO WS-TOT-VALUE.
010090     WRITE CONFIRM-REGISTER-LINE FROM WS-TOTAL-LINE.
010100
010110     MOVE 'RANDOM POOL...............' TO WS-TOT-TITLE.
010120     MOVE WS-POOL-COUNT TO WS-TOT-VALUE.
010130     WRITE CONFIRM-REGISTER-LINE FROM WS-TOTAL-LINE.
010140
010150     MOVE 'DRAWN AT RANDOM...........' TO WS-TOT-TITLE.
010160     MOVE WS-RANDOM-TAKEN TO WS-TOT-VALUE.
010170     WRITE CONFIRM-REGISTER-LINE FROM WS-TOTAL-LINE.
010180
010190     MOVE 'LETTERS PRINTED...........' TO WS-TOT-TITLE.
010200     MOVE WS-LETTER-COUNT TO WS-TOT-VALUE.
010210     WRITE CONFIRM-REGISTER-LINE FROM WS-TOTAL-LINE.
010220
010230     MOVE 'BALANCES CONFIRMED........' TO WS-VAL-TITLE.
010240     MOVE WS-LETTER-VALUE TO WS-VAL-AMOUNT.
010250     WRITE CONFIRM-REGISTER-LINE FROM WS-VALUE-LINE.
010260
010270     MOVE 'ITEMS DIFFER FROM BALANCE.' TO WS-TOT-TITLE.
010280     MOVE WS-ITEM-DIFF-COUNT TO WS-TOT-VALUE.
010290     WRITE CONFIRM-REGISTER-LINE FROM WS-TOTAL-LINE.
010300
010310     MOVE 'NOT TAKEN - OVER THE CAP..' TO WS-TOT-TITLE.
010320     MOVE WS-OVER-CAP-COUNT TO WS-TOT-VALUE.
010330     WRITE CONFIRM-REGISTER-LINE FROM WS-TOTAL-LINE.
010340
010350     MOVE 'OPEN ITEMS NOT LISTED.....' TO WS-TOT-TITLE.
010360     MOVE WS-ITEM-OVER-COUNT TO WS-TOT-VALUE.
010370     WRITE CONFIRM-REGISTER-LINE FROM WS-TOTAL-LINE.
010380 5000-PRINT-TOTALS-EXIT.
010390     EXIT.
010400
010410*****************************************************************
010420*    8000-READ-CUSTOMER                                         *
010430*****************************************************************
010440 8000-READ-CUSTOMER.
010450     READ CUSTOMER-MASTER-FILE NEXT RECORD
010460         AT END
010470             MOVE 'Y' TO WS-EOF-SW
010480     END-READ.
010490 8000-READ-CUSTOMER-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530*    9800-NEXT-RANDOM                                           *
010540*    ONE STEP OF THE GENERATOR; WS-RNG-SEED IS LEFT BETWEEN 1   *
010550*    AND 2147483646.                                            *
010560*****************************************************************
010570 9800-NEXT-RANDOM.
010580     COMPUTE WS-RNG-PRODUCT = WS-RNG-SEED * WS-RNG-MULTIPLIER.
010590     DIVIDE WS-RNG-PRODUCT BY WS-RNG-MODULUS
010600         GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-SEED.
010610     IF WS-RNG-SEED = 0
010620         MOVE 1 TO WS-RNG-SEED
010630     END-IF.
010640 9800-NEXT-RANDOM-EXIT.
010650     EXIT.
010660
010670*****************************************************************
010680*    9999-TERMINATE                                             *
010690*****************************************************************
010700 9999-TERMINATE.
010710     CLOSE CONFIRM-LETTER-RPT.
010720     CLOSE CONFIRM-REGISTER-RPT.
010730 9999-TERMINATE-EXIT.
010740     EXIT.
010750
010760*****************************************************************
010770*    9550-VALIDATE-DATE                                         *
010780*    SHARED REAL-CALENDAR DATE CHECK - SEE DATEVAL.CPY.         *
010790*****************************************************************
010800     COPY DATEVAL.
