000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STKXFR01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - INTER-LOCATION STOCK TRANSFERS.  *
000100*                    APPLIES THE TRANSFER TRANSACTIONS           *
000110*                    (STKXFR.CPY) TO THE LOCATION STOCK FILE.  A *
000120*                    SHIPMENT ('S') TAKES THE QUANTITY OFF       *
000130*                    ON-HAND AT THE SENDING LOCATION - ONLY      *
000140*                    STOCK NOT ALREADY PICKED THERE MAY GO - AND *
000150*                    PUTS IT IN TRANSIT AT THE RECEIVING         *
000160*                    LOCATION, OPENING THE TRANSFER ON THE       *
000170*                    OPEN-TRANSFER REGISTER (XFROPEN.CPY).  A    *
000180*                    RECEIPT ('R') AGAINST THE SAME TRANSFER     *
000190*                    NUMBER MOVES IT FROM IN TRANSIT TO ON-HAND  *
000200*                    AND CLOSES THE TRANSFER ONCE ALL OF IT HAS  *
000210*                    ARRIVED.  THE COMPANY-WIDE STOCK AND ITS    *
000220*                    VALUE DO NOT MOVE, SO NOTHING IS JOURNALED. *
000230*                    THE RUN ENDS WITH THE TRANSFERS STILL IN    *
000240*                    TRANSIT AFTER FIVE DAYS.                    *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PARM-FILE-STATUS.
000320
000330     SELECT STOCK-TRANSFER-FILE ASSIGN TO XFRTRAN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-XFR-FILE-STATUS.
000360
000370     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SLC-KEY
000410         FILE STATUS IS WS-SLC-FILE-STATUS.
000420
000430     SELECT TRANSFER-OPEN-FILE ASSIGN TO XFROPEN
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS XOP-KEY
000470         FILE STATUS IS WS-XOP-FILE-STATUS.
000480
000490     SELECT TRANSFER-REGISTER-RPT ASSIGN TO XFRREGRP
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-FILE-STATUS.
000520
000530     SELECT TRANSIT-AGING-RPT ASSIGN TO XFRAGERP
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AGE-FILE-STATUS.
000560
000570     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RCT-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CONTROL-CARD-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY PARMCARD.
000660
000670 FD  STOCK-TRANSFER-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY STKXFR.
000700
000710 FD  STOCK-LOCATION-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY STKLOC.
000740
000750 FD  TRANSFER-OPEN-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY XFROPEN.
000780
000790 FD  TRANSFER-REGISTER-RPT
000800     LABEL RECORDS ARE STANDARD.
000810     01  TRANSFER-REGISTER-LINE   PIC X(80).
000820
000830 FD  TRANSIT-AGING-RPT
000840     LABEL RECORDS ARE STANDARD.
000850     01  TRANSIT-AGING-LINE       PIC X(80).
000860
000870 FD  RUN-CONTROL-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY RUNCTL.
000900
000910 WORKING-STORAGE SECTION.
000920     01  WS-PARM-FILE-STATUS      PIC X(02).
000930         88  WS-PARM-OK           VALUE '00'.
000940     01  WS-XFR-FILE-STATUS       PIC X(02).
000950         88  WS-XFR-OK            VALUE '00'.
000960         88  WS-XFR-EOF           VALUE '10'.
000970     01  WS-SLC-FILE-STATUS       PIC X(02).
000980         88  WS-SLC-OK            VALUE '00'.
000990         88  WS-SLC-NOT-FOUND     VALUE '23'.
001000     01  WS-XOP-FILE-STATUS       PIC X(02).
001010         88  WS-XOP-OK            VALUE '00'.
001020         88  WS-XOP-EOF           VALUE '10'.
001030         88  WS-XOP-NOT-FOUND     VALUE '23'.
001040     01  WS-RPT-FILE-STATUS       PIC X(02).
001050         88  WS-RPT-OK            VALUE '00'.
001060     01  WS-AGE-FILE-STATUS       PIC X(02).
001070         88  WS-AGE-OK            VALUE '00'.
001080     01  WS-RCT-FILE-STATUS       PIC X(02).
001090         88  WS-RCT-OK            VALUE '00'.
001100
001110     01  WS-XFR-EOF-SW            PIC X(01) VALUE 'N'.
001120         88  WS-XFR-DONE          VALUE 'Y'.
001130     01  WS-SLC-DISABLED-SW       PIC X(01) VALUE 'N'.
001140         88  WS-SLC-DISABLED      VALUE 'Y'.
001150     01  WS-XOP-DISABLED-SW       PIC X(01) VALUE 'N'.
001160         88  WS-XOP-DISABLED      VALUE 'Y'.
001170     01  WS-SCAN-EOF-SW           PIC X(01).
001180         88  WS-SCAN-DONE         VALUE 'Y'.
001190
001200     01  WS-AS-OF-DATE            PIC 9(08).
001210     01  WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
001220         05  WS-AS-OF-YYYY        PIC 9(04).
001230         05  WS-AS-OF-MM          PIC 9(02).
001240         05  WS-AS-OF-DD          PIC 9(02).
001250     01  WS-SHIP-DATE             PIC 9(08).
001260     01  WS-SHIP-SPLIT REDEFINES WS-SHIP-DATE.
001270         05  WS-SHD-YYYY          PIC 9(04).
001280         05  WS-SHD-MM            PIC 9(02).
001290         05  WS-SHD-DD            PIC 9(02).
001300     01  WS-AGE-DAYS              PIC S9(07) COMP.
001310*    A TRANSFER STILL IN TRANSIT AFTER THIS MANY DAYS IS LISTED.
001320     01  WS-MAX-TRANSIT-AGE       PIC S9(03) COMP VALUE 5.
001330
001340     01  WS-FREE-QTY              PIC S9(07).
001350     01  WS-OUTSTANDING-QTY       PIC 9(07).
001360     01  WS-FAIL-REASON           PIC X(20).
001370
001380*****************************************************************
001390*    CONTROL TOTALS                                             *
001400*****************************************************************
001410     01  WS-TOTALS.
001420         05  WS-TRAN-COUNT        PIC 9(07) COMP VALUE 0.
001430         05  WS-SHIPPED-COUNT     PIC 9(07) COMP VALUE 0.
001440         05  WS-RECEIVED-COUNT    PIC 9(07) COMP VALUE 0.
001450         05  WS-CLOSED-COUNT      PIC 9(07) COMP VALUE 0.
001460         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
001470         05  WS-UNITS-SHIPPED     PIC 9(09) COMP VALUE 0.
001480         05  WS-UNITS-RECEIVED    PIC 9(09) COMP VALUE 0.
001490         05  WS-TRANSIT-COUNT     PIC 9(07) COMP VALUE 0.
001500         05  WS-OVERDUE-COUNT     PIC 9(07) COMP VALUE 0.
001510
001520*****************************************************************
001530*    TRANSFER REGISTER LINE LAYOUTS                             *
001540*****************************************************************
001550     01  WS-REG-HEADING-LINE.
001560         05  FILLER               PIC X(40) VALUE
001570             'STKXFR01 - STOCK TRANSFERS AS OF'.
001580         05  WS-RHD-AS-OF         PIC 9(08).
001590         05  FILLER               PIC X(32) VALUE SPACES.
001600
001610     01  WS-REG-COLUMN-LINE.
001620         05  FILLER               PIC X(40) VALUE
001630             'A TRANSFER ITEM  FROM TO      QTY DATE  '.
001640         05  FILLER               PIC X(40) VALUE
001650             '    OPERATOR DISPOSITION'.
001660
001670     01  WS-REG-DETAIL-LINE.
001680         05  WS-RDT-ACTION        PIC X(01).
001690         05  FILLER               PIC X(01) VALUE SPACES.
001700         05  WS-RDT-TRANSFER-NO   PIC X(08).
001710         05  FILLER               PIC X(01) VALUE SPACES.
001720         05  WS-RDT-ITM-ID        PIC X(05).
001730         05  FILLER               PIC X(02) VALUE SPACES.
001740         05  WS-RDT-FROM-LOC      PIC X(03).
001750         05  FILLER               PIC X(02) VALUE SPACES.
001760         05  WS-RDT-TO-LOC        PIC X(03).
001770         05  FILLER               PIC X(01) VALUE SPACES.
001780         05  WS-RDT-QUANTITY      PIC ZZZZZZ9.
001790         05  FILLER               PIC X(01) VALUE SPACES.
001800         05  WS-RDT-TRAN-DATE     PIC 9(08).
001810         05  FILLER               PIC X(01) VALUE SPACES.
001820         05  WS-RDT-OPERATOR      PIC X(08).
001830         05  FILLER               PIC X(01) VALUE SPACES.
001840         05  WS-RDT-DISPOSITION   PIC X(20).
001850         05  FILLER               PIC X(07) VALUE SPACES.
001860
001870*****************************************************************
001880*    IN-TRANSIT AGING LINE LAYOUTS                              *
001890*****************************************************************
001900     01  WS-AGE-HEADING-LINE.
001910         05  FILLER               PIC X(40) VALUE
001920             'STKXFR01 - STOCK IN TRANSIT AS OF'.
001930         05  WS-AHD-AS-OF         PIC 9(08).
001940         05  FILLER               PIC X(32) VALUE SPACES.
001950
001960     01  WS-AGE-COLUMN-LINE.
001970         05  FILLER               PIC X(40) VALUE
001980             'TRANSFER ITEM  FROM TO   SHIPPED OUTSTAN'.
001990         05  FILLER               PIC X(40) VALUE
002000             'DING SHIPPED ON  DAYS'.
002010
002020     01  WS-AGE-DETAIL-LINE.
002030         05  WS-ADT-TRANSFER-NO   PIC X(08).
002040         05  FILLER               PIC X(01) VALUE SPACES.
002050         05  WS-ADT-ITM-ID        PIC X(05).
002060         05  FILLER               PIC X(02) VALUE SPACES.
002070         05  WS-ADT-FROM-LOC      PIC X(03).
002080         05  FILLER               PIC X(02) VALUE SPACES.
002090         05  WS-ADT-TO-LOC        PIC X(03).
002100         05  FILLER               PIC X(01) VALUE SPACES.
002110         05  WS-ADT-SHIPPED       PIC ZZZZZZ9.
002120         05  FILLER               PIC X(04) VALUE SPACES.
002130         05  WS-ADT-OUTSTANDING   PIC ZZZZZZ9.
002140         05  FILLER               PIC X(02) VALUE SPACES.
002150         05  WS-ADT-SHIP-DATE     PIC 9(08).
002160         05  FILLER               PIC X(01) VALUE SPACES.
002170         05  WS-ADT-AGE-DAYS      PIC ZZZZ9.
002180         05  FILLER               PIC X(21) VALUE SPACES.
002190
002200     01  WS-COUNT-LINE.
002210         05  WS-CNT-TITLE         PIC X(26).
002220         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002230         05  FILLER               PIC X(43) VALUE SPACES.
002240
002250 PROCEDURE DIVISION.
002260*****************************************************************
002270*    0000-MAINLINE                                              *
002280*****************************************************************
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE
002310         THRU 1000-INITIALIZE-EXIT.
002320
002330     PERFORM 2000-APPLY-TRANSFER
002340         THRU 2000-APPLY-TRANSFER-EXIT
002350         UNTIL WS-XFR-DONE.
002360
002370*    WHAT IS STILL ON THE ROAD AFTER FIVE DAYS.
002380     IF NOT WS-XOP-DISABLED
002390         PERFORM 3000-AGE-IN-TRANSIT
002400             THRU 3000-AGE-IN-TRANSIT-EXIT
002410     END-IF.
002420
002430     PERFORM 4000-PRINT-TOTALS
002440         THRU 4000-PRINT-TOTALS-EXIT.
002450
002460     DISPLAY 'STKXFR01: TRANSACTIONS READ..... '
002470         WS-TRAN-COUNT.
002480     DISPLAY 'STKXFR01: TRANSFERS SHIPPED..... '
002490         WS-SHIPPED-COUNT.
002500     DISPLAY 'STKXFR01: RECEIPTS APPLIED...... '
002510         WS-RECEIVED-COUNT.
002520     DISPLAY 'STKXFR01: EXCEPTIONS............ '
002530         WS-EXCEPTION-COUNT.
002540     DISPLAY 'STKXFR01: IN TRANSIT OVER 5 DAYS '
002550         WS-OVERDUE-COUNT.
002560
002570*    GRADED CONDITION CODE - 0 CLEAN, 4 EXCEPTIONS OR OVERDUE
002580*    TRANSFERS FOR THE MORNING REVIEW, 8 FAILED.
002590     IF WS-EXCEPTION-COUNT > 0 OR WS-OVERDUE-COUNT > 0
002600         IF RETURN-CODE < 4
002610             MOVE 4 TO RETURN-CODE
002620         END-IF
002630     END-IF.
002640
002650     PERFORM 9999-TERMINATE
002660         THRU 9999-TERMINATE-EXIT.
002670
002680     STOP RUN.
002690
002700*****************************************************************
002710*    1000-INITIALIZE                                            *
002720*****************************************************************
002730 1000-INITIALIZE.
002740     OPEN INPUT CONTROL-CARD-FILE.
002750     IF WS-PARM-OK
002760         READ CONTROL-CARD-FILE
002770             AT END
002780                 DISPLAY 'STKXFR01: NO CONTROL CARD SUPPLIED'
002790                 MOVE 0 TO PARM-RUN-DATE
002800             NOT AT END
002810                 PERFORM 9500-VALIDATE-PARM-CARD
002820                     THRU 9500-VALIDATE-PARM-CARD-EXIT
002830         END-READ
002840         CLOSE CONTROL-CARD-FILE
002850     ELSE
002860         DISPLAY 'STKXFR01: OPEN CONTROL-CARD FAILED '
002870             WS-PARM-FILE-STATUS
002880         MOVE 0 TO PARM-RUN-DATE
002890     END-IF.
002900
002910     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
002920         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
002930     ELSE
002940         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
002950     END-IF.
002960
002970     OPEN INPUT STOCK-TRANSFER-FILE.
002980     IF NOT WS-XFR-OK
002990         DISPLAY 'STKXFR01: NO STOCK-TRANSFER FILE THIS RUN'
003000         MOVE 'Y' TO WS-XFR-EOF-SW
003010     END-IF.
003020
003030*    THE LOCATION STOCK FILE AND THE OPEN-TRANSFER REGISTER
003040*    PERSIST ACROSS RUNS - CREATE THEM EMPTY ON A FRESH SYSTEM.
003050     OPEN I-O STOCK-LOCATION-FILE.
003060     IF WS-SLC-FILE-STATUS = '35'
003070         OPEN OUTPUT STOCK-LOCATION-FILE
003080         CLOSE STOCK-LOCATION-FILE
003090         OPEN I-O STOCK-LOCATION-FILE
003100     END-IF.
003110     IF NOT WS-SLC-OK
003120         DISPLAY 'STKXFR01: OPEN STOCK-LOCATION-FILE FAILED '
003130             WS-SLC-FILE-STATUS
003140         MOVE 'Y' TO WS-SLC-DISABLED-SW
003150         MOVE 'Y' TO WS-XFR-EOF-SW
003160         MOVE 8 TO RETURN-CODE
003170     END-IF.
003180
003190     OPEN I-O TRANSFER-OPEN-FILE.
003200     IF WS-XOP-FILE-STATUS = '35'
003210         OPEN OUTPUT TRANSFER-OPEN-FILE
003220         CLOSE TRANSFER-OPEN-FILE
003230         OPEN I-O TRANSFER-OPEN-FILE
003240     END-IF.
003250     IF NOT WS-XOP-OK
003260         DISPLAY 'STKXFR01: OPEN TRANSFER-OPEN-FILE FAILED '
003270             WS-XOP-FILE-STATUS
003280         MOVE 'Y' TO WS-XOP-DISABLED-SW
003290         MOVE 'Y' TO WS-XFR-EOF-SW
003300         MOVE 8 TO RETURN-CODE
003310     END-IF.
003320
003330     OPEN OUTPUT TRANSFER-REGISTER-RPT.
003340     IF NOT WS-RPT-OK
003350         DISPLAY 'STKXFR01: OPEN TRANSFER-REGISTER FAILED '
003360             WS-RPT-FILE-STATUS
003370     END-IF.
003380     OPEN OUTPUT TRANSIT-AGING-RPT.
003390     IF NOT WS-AGE-OK
003400         DISPLAY 'STKXFR01: OPEN TRANSIT-AGING FAILED '
003410             WS-AGE-FILE-STATUS
003420     END-IF.
003430
003440     MOVE WS-AS-OF-DATE TO WS-RHD-AS-OF.
003450     WRITE TRANSFER-REGISTER-LINE FROM WS-REG-HEADING-LINE.
003460     WRITE TRANSFER-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
003470     MOVE WS-AS-OF-DATE TO WS-AHD-AS-OF.
003480     WRITE TRANSIT-AGING-LINE FROM WS-AGE-HEADING-LINE.
003490     WRITE TRANSIT-AGING-LINE FROM WS-AGE-COLUMN-LINE.
003500
003510     IF NOT WS-XFR-DONE
003520         PERFORM 8000-READ-TRANSFER
003530             THRU 8000-READ-TRANSFER-EXIT
003540     END-IF.
003550 1000-INITIALIZE-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*    2000-APPLY-TRANSFER                                        *
003600*    EVERY TEST RUNS BEFORE ANYTHING MOVES, SO AN EXCEPTION     *
003610*    LEAVES BOTH LOCATIONS AND THE REGISTER UNTOUCHED.          *
003620*****************************************************************
003630 2000-APPLY-TRANSFER.
003640     ADD 1 TO WS-TRAN-COUNT.
003650     MOVE SPACES TO WS-FAIL-REASON.
003660
003670     IF NOT XFR-SHIP AND NOT XFR-RECEIVE
003680         MOVE 'INVALID ACTION CODE' TO WS-FAIL-REASON
003690         GO TO 2000-APPLY-TRANSFER-FAIL
003700     END-IF.
003710     IF XFR-QUANTITY NOT NUMERIC
003720             OR XFR-QUANTITY = 0
003730             OR XFR-TRAN-DATE NOT NUMERIC
003740             OR XFR-TRAN-DATE = 0
003750         MOVE 'INVALID QTY OR DATE' TO WS-FAIL-REASON
003760         GO TO 2000-APPLY-TRANSFER-FAIL
003770     END-IF.
003780
003790     IF XFR-SHIP
003800         PERFORM 2100-SHIP-TRANSFER
003810             THRU 2100-SHIP-TRANSFER-EXIT
003820     ELSE
003830         PERFORM 2200-RECEIVE-TRANSFER
003840             THRU 2200-RECEIVE-TRANSFER-EXIT
003850     END-IF.
003860     IF WS-FAIL-REASON NOT = SPACES
003870         GO TO 2000-APPLY-TRANSFER-FAIL
003880     END-IF.
003890     GO TO 2000-APPLY-TRANSFER-LIST.
003900
003910 2000-APPLY-TRANSFER-FAIL.
003920     ADD 1 TO WS-EXCEPTION-COUNT.
003930     MOVE WS-FAIL-REASON TO WS-RDT-DISPOSITION.
003940
003950 2000-APPLY-TRANSFER-LIST.
003960     MOVE XFR-ACTION      TO WS-RDT-ACTION.
003970     MOVE XFR-TRANSFER-NO TO WS-RDT-TRANSFER-NO.
003980     MOVE XFR-ITM-ID      TO WS-RDT-ITM-ID.
003990     MOVE XFR-FROM-LOC    TO WS-RDT-FROM-LOC.
004000     MOVE XFR-TO-LOC      TO WS-RDT-TO-LOC.
004010     IF XFR-QUANTITY NUMERIC
004020         MOVE XFR-QUANTITY TO WS-RDT-QUANTITY
004030     ELSE
004040         MOVE 0 TO WS-RDT-QUANTITY
004050     END-IF.
004060     IF XFR-TRAN-DATE NUMERIC
004070         MOVE XFR-TRAN-DATE TO WS-RDT-TRAN-DATE
004080     ELSE
004090         MOVE 0 TO WS-RDT-TRAN-DATE
004100     END-IF.
004110     MOVE XFR-OPERATOR-ID TO WS-RDT-OPERATOR.
004120     WRITE TRANSFER-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
004130
004140     PERFORM 8000-READ-TRANSFER
004150         THRU 8000-READ-TRANSFER-EXIT.
004160 2000-APPLY-TRANSFER-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200*    2100-SHIP-TRANSFER                                         *
004210*    ONLY STOCK FREE AT THE SENDING LOCATION (ON-HAND LESS      *
004220*    PICKED) MAY LEAVE IT.  THE GOODS COME OFF ON-HAND THERE    *
004230*    AND GO IN TRANSIT AT THE RECEIVING LOCATION.               *
004240*****************************************************************
004250 2100-SHIP-TRANSFER.
004260     IF XFR-FROM-LOC = XFR-TO-LOC
004270         MOVE 'SAME FROM AND TO' TO WS-FAIL-REASON
004280         GO TO 2100-SHIP-TRANSFER-EXIT
004290     END-IF.
004300
004310     MOVE XFR-TRANSFER-NO TO XOP-TRANSFER-NO.
004320     MOVE XFR-ITM-ID      TO XOP-ITM-ID.
004330     READ TRANSFER-OPEN-FILE
004340         INVALID KEY
004350             CONTINUE
004360         NOT INVALID KEY
004370             MOVE 'DUPLICATE TRANSFER' TO WS-FAIL-REASON
004380             GO TO 2100-SHIP-TRANSFER-EXIT
004390     END-READ.
004400
004410     MOVE XFR-FROM-LOC TO SLC-LOC-CODE.
004420     MOVE XFR-ITM-ID   TO SLC-ITM-ID.
004430     READ STOCK-LOCATION-FILE
004440         INVALID KEY
004450             MOVE 'NO STOCK AT FROM LOC' TO WS-FAIL-REASON
004460             GO TO 2100-SHIP-TRANSFER-EXIT
004470     END-READ.
004480     COMPUTE WS-FREE-QTY = SLC-ON-HAND - SLC-PICKED.
004490     IF WS-FREE-QTY < XFR-QUANTITY
004500         MOVE 'SHORT AT FROM LOC' TO WS-FAIL-REASON
004510         GO TO 2100-SHIP-TRANSFER-EXIT
004520     END-IF.
004530
004540     SUBTRACT XFR-QUANTITY FROM SLC-ON-HAND.
004550     REWRITE STOCK-LOCATION-REC.
004560
004570     MOVE XFR-TO-LOC TO SLC-LOC-CODE.
004580     MOVE XFR-ITM-ID TO SLC-ITM-ID.
004590     PERFORM 2300-READ-OR-OPEN-LOC
004600         THRU 2300-READ-OR-OPEN-LOC-EXIT.
004610     ADD XFR-QUANTITY TO SLC-IN-TRANSIT.
004620     REWRITE STOCK-LOCATION-REC.
004630
004640     MOVE SPACES          TO TRANSFER-OPEN-REC.
004650     MOVE XFR-TRANSFER-NO TO XOP-TRANSFER-NO.
004660     MOVE XFR-ITM-ID      TO XOP-ITM-ID.
004670     MOVE XFR-FROM-LOC    TO XOP-FROM-LOC.
004680     MOVE XFR-TO-LOC      TO XOP-TO-LOC.
004690     MOVE XFR-QUANTITY    TO XOP-QTY-SHIPPED.
004700     MOVE 0               TO XOP-QTY-RECEIVED.
004710     MOVE XFR-TRAN-DATE   TO XOP-SHIP-DATE.
004720     MOVE 0               TO XOP-LAST-RECEIPT-DATE.
004730     MOVE 'T'             TO XOP-STATUS.
004740     WRITE TRANSFER-OPEN-REC.
004750
004760     ADD 1 TO WS-SHIPPED-COUNT.
004770     ADD XFR-QUANTITY TO WS-UNITS-SHIPPED.
004780     MOVE 'SHIPPED - IN TRANSIT' TO WS-RDT-DISPOSITION.
004790 2100-SHIP-TRANSFER-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830*    2200-RECEIVE-TRANSFER                                      *
004840*    THE RECEIPT MUST MATCH A TRANSFER STILL IN TRANSIT AND MAY *
004850*    NOT TAKE IN MORE THAN WAS SHIPPED.  A BLANK DESTINATION ON *
004860*    THE RECEIPT MEANS WHERE THE TRANSFER WAS SENT.             *
004870*****************************************************************
004880 2200-RECEIVE-TRANSFER.
004890     MOVE XFR-TRANSFER-NO TO XOP-TRANSFER-NO.
004900     MOVE XFR-ITM-ID      TO XOP-ITM-ID.
004910     READ TRANSFER-OPEN-FILE
004920         INVALID KEY
004930             MOVE 'NO OPEN TRANSFER' TO WS-FAIL-REASON
004940             GO TO 2200-RECEIVE-TRANSFER-EXIT
004950     END-READ.
004960     IF NOT XOP-IN-TRANSIT
004970         MOVE 'TRANSFER CLOSED' TO WS-FAIL-REASON
004980         GO TO 2200-RECEIVE-TRANSFER-EXIT
004990     END-IF.
005000     IF XFR-TO-LOC NOT = SPACES AND XFR-TO-LOC NOT = XOP-TO-LOC
005010         MOVE 'WRONG DESTINATION' TO WS-FAIL-REASON
005020         GO TO 2200-RECEIVE-TRANSFER-EXIT
005030     END-IF.
005040     IF XOP-QTY-RECEIVED + XFR-QUANTITY > XOP-QTY-SHIPPED
005050         MOVE 'OVER-RECEIPT' TO WS-FAIL-REASON
005060         GO TO 2200-RECEIVE-TRANSFER-EXIT
005070     END-IF.
005080
005090     MOVE XOP-TO-LOC TO SLC-LOC-CODE.
005100     MOVE XOP-ITM-ID TO SLC-ITM-ID.
005110     PERFORM 2300-READ-OR-OPEN-LOC
005120         THRU 2300-READ-OR-OPEN-LOC-EXIT.
005130     IF SLC-IN-TRANSIT > XFR-QUANTITY
005140         SUBTRACT XFR-QUANTITY FROM SLC-IN-TRANSIT
005150     ELSE
005160         MOVE 0 TO SLC-IN-TRANSIT
005170     END-IF.
005180     ADD XFR-QUANTITY TO SLC-ON-HAND.
005190     REWRITE STOCK-LOCATION-REC.
005200
005210     ADD XFR-QUANTITY  TO XOP-QTY-RECEIVED.
005220     MOVE XFR-TRAN-DATE TO XOP-LAST-RECEIPT-DATE.
005230     ADD 1 TO WS-RECEIVED-COUNT.
005240     ADD XFR-QUANTITY TO WS-UNITS-RECEIVED.
005250     IF XOP-QTY-RECEIVED NOT < XOP-QTY-SHIPPED
005260         MOVE 'R' TO XOP-STATUS
005270         ADD 1 TO WS-CLOSED-COUNT
005280         MOVE 'RECEIVED - CLOSED' TO WS-RDT-DISPOSITION
005290     ELSE
005300         MOVE 'RECEIVED - PART' TO WS-RDT-DISPOSITION
005310     END-IF.
005320     REWRITE TRANSFER-OPEN-REC.
005330 2200-RECEIVE-TRANSFER-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370*    2300-READ-OR-OPEN-LOC                                      *
005380*    READS THE LOCATION ROW KEYED IN SLC-KEY; A LOCATION NOT    *
005390*    YET HOLDING THE ITEM IS GIVEN A ZERO ROW FIRST.            *
005400*****************************************************************
005410 2300-READ-OR-OPEN-LOC.
005420     READ STOCK-LOCATION-FILE
005430         INVALID KEY
005440             MOVE 0 TO SLC-ON-HAND
005450             MOVE 0 TO SLC-PICKED
005460             MOVE 0 TO SLC-IN-TRANSIT
005470             MOVE 0 TO SLC-REORDER-POINT
005480             MOVE 0 TO SLC-PERIOD-USAGE
005490             WRITE STOCK-LOCATION-REC
005500             READ STOCK-LOCATION-FILE
005510     END-READ.
005520 2300-READ-OR-OPEN-LOC-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560*    3000-AGE-IN-TRANSIT                                        *
005570*    ONE PASS OF THE OPEN-TRANSFER REGISTER IN KEY ORDER.       *
005580*****************************************************************
005590 3000-AGE-IN-TRANSIT.
005600     MOVE 'N' TO WS-SCAN-EOF-SW.
005610     MOVE LOW-VALUES TO XOP-KEY.
005620     START TRANSFER-OPEN-FILE KEY IS NOT LESS THAN XOP-KEY
005630         INVALID KEY
005640             GO TO 3000-AGE-IN-TRANSIT-EXIT
005650     END-START.
005660     PERFORM 3100-AGE-ONE-TRANSFER
005670         THRU 3100-AGE-ONE-TRANSFER-EXIT
005680         UNTIL WS-SCAN-DONE.
005690 3000-AGE-IN-TRANSIT-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730*    3100-AGE-ONE-TRANSFER                                      *
005740*    AGE USES THE SAME 360/30 APPROXIMATION AS THE OTHER AGING  *
005750*    REPORTS.                                                   *
005760*****************************************************************
005770 3100-AGE-ONE-TRANSFER.
005780     READ TRANSFER-OPEN-FILE NEXT RECORD
005790         AT END
005800             MOVE 'Y' TO WS-SCAN-EOF-SW
005810             GO TO 3100-AGE-ONE-TRANSFER-EXIT
005820     END-READ.
005830     IF NOT XOP-IN-TRANSIT
005840         GO TO 3100-AGE-ONE-TRANSFER-EXIT
005850     END-IF.
005860     ADD 1 TO WS-TRANSIT-COUNT.
005870
005880     MOVE XOP-SHIP-DATE TO WS-SHIP-DATE.
005890     COMPUTE WS-AGE-DAYS
005900         = (WS-AS-OF-YYYY - WS-SHD-YYYY) * 360
005910         + (WS-AS-OF-MM - WS-SHD-MM) * 30
005920         + (WS-AS-OF-DD - WS-SHD-DD).
005930     IF WS-AGE-DAYS NOT > WS-MAX-TRANSIT-AGE
005940         GO TO 3100-AGE-ONE-TRANSFER-EXIT
005950     END-IF.
005960
005970     ADD 1 TO WS-OVERDUE-COUNT.
005980     COMPUTE WS-OUTSTANDING-QTY
005990         = XOP-QTY-SHIPPED - XOP-QTY-RECEIVED.
006000     MOVE XOP-TRANSFER-NO    TO WS-ADT-TRANSFER-NO.
006010     MOVE XOP-ITM-ID         TO WS-ADT-ITM-ID.
006020     MOVE XOP-FROM-LOC       TO WS-ADT-FROM-LOC.
006030     MOVE XOP-TO-LOC         TO WS-ADT-TO-LOC.
006040     MOVE XOP-QTY-SHIPPED    TO WS-ADT-SHIPPED.
006050     MOVE WS-OUTSTANDING-QTY TO WS-ADT-OUTSTANDING.
006060     MOVE XOP-SHIP-DATE      TO WS-ADT-SHIP-DATE.
006070     MOVE WS-AGE-DAYS        TO WS-ADT-AGE-DAYS.
006080     WRITE TRANSIT-AGING-LINE FROM WS-AGE-DETAIL-LINE.
006090 3100-AGE-ONE-TRANSFER-EXIT.
006100     EXIT.
006110
006120*****************************************************************
006130*    4000-PRINT-TOTALS                                          *
006140*****************************************************************
006150 4000-PRINT-TOTALS.
006160     MOVE 'TRANSACTIONS READ.........' TO WS-CNT-TITLE.
006170     MOVE WS-TRAN-COUNT TO WS-CNT-VALUE.
006180     WRITE TRANSFER-REGISTER-LINE FROM WS-COUNT-LINE.
006190
006200     MOVE 'TRANSFERS SHIPPED.........' TO WS-CNT-TITLE.
006210     MOVE WS-SHIPPED-COUNT TO WS-CNT-VALUE.
006220     WRITE TRANSFER-REGISTER-LINE FROM WS-COUNT-LINE.
006230
006240     MOVE 'RECEIPTS APPLIED..........' TO WS-CNT-TITLE.
006250     MOVE WS-RECEIVED-COUNT TO WS-CNT-VALUE.
006260     WRITE TRANSFER-REGISTER-LINE FROM WS-COUNT-LINE.
006270
006280     MOVE 'TRANSFERS CLOSED..........' TO WS-CNT-TITLE.
006290     MOVE WS-CLOSED-COUNT TO WS-CNT-VALUE.
006300     WRITE TRANSFER-REGISTER-LINE FROM WS-COUNT-LINE.
006310
006320     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
006330     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
006340     WRITE TRANSFER-REGISTER-LINE FROM WS-COUNT-LINE.
006350
006360     MOVE 'UNITS SHIPPED.............' TO WS-CNT-TITLE.
006370     MOVE WS-UNITS-SHIPPED TO WS-CNT-VALUE.
006380     WRITE TRANSFER-REGISTER-LINE FROM WS-COUNT-LINE.
006390
006400     MOVE 'UNITS RECEIVED............' TO WS-CNT-TITLE.
006410     MOVE WS-UNITS-RECEIVED TO WS-CNT-VALUE.
006420     WRITE TRANSFER-REGISTER-LINE FROM WS-COUNT-LINE.
006430
006440     MOVE 'TRANSFERS IN TRANSIT......' TO WS-CNT-TITLE.
006450     MOVE WS-TRANSIT-COUNT TO WS-CNT-VALUE.
006460     WRITE TRANSIT-AGING-LINE FROM WS-COUNT-LINE.
006470
006480     MOVE 'IN TRANSIT OVER FIVE DAYS.' TO WS-CNT-TITLE.
006490     MOVE WS-OVERDUE-COUNT TO WS-CNT-VALUE.
006500     WRITE TRANSIT-AGING-LINE FROM WS-COUNT-LINE.
006510 4000-PRINT-TOTALS-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550*    8000-READ-TRANSFER                                         *
006560*****************************************************************
006570 8000-READ-TRANSFER.
006580     READ STOCK-TRANSFER-FILE
006590         AT END
006600             MOVE 'Y' TO WS-XFR-EOF-SW
006610     END-READ.
006620 8000-READ-TRANSFER-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*    9999-TERMINATE                                             *
006670*****************************************************************
006680 9999-TERMINATE.
006690     IF WS-XFR-OK OR WS-XFR-EOF
006700         CLOSE STOCK-TRANSFER-FILE
006710     END-IF.
006720     IF NOT WS-SLC-DISABLED
006730         CLOSE STOCK-LOCATION-FILE
006740     END-IF.
006750     IF NOT WS-XOP-DISABLED
006760         CLOSE TRANSFER-OPEN-FILE
006770     END-IF.
006780     CLOSE TRANSFER-REGISTER-RPT.
006790     CLOSE TRANSIT-AGING-RPT.
006800
006810*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
006820     OPEN EXTEND RUN-CONTROL-FILE.
006830     IF WS-RCT-OK
006840         MOVE 'STKXFR01'         TO RCT-STEP-NAME
006850         MOVE WS-TRAN-COUNT      TO RCT-RECORDS-IN
006860         COMPUTE RCT-APPLIED
006870             = WS-SHIPPED-COUNT + WS-RECEIVED-COUNT
006880         MOVE WS-EXCEPTION-COUNT TO RCT-REJECTED
006890         MOVE 0                  TO RCT-SUSPENDED
006900         WRITE RUN-CONTROL-REC
006910         CLOSE RUN-CONTROL-FILE
006920     ELSE
006930         DISPLAY 'STKXFR01: OPEN RUN-CONTROL-FILE FAILED '
006940             WS-RCT-FILE-STATUS
006950     END-IF.
006960 9999-TERMINATE-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*    9500-VALIDATE-PARM-CARD                                    *
007010*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
007020*****************************************************************
007030     COPY PARMVAL.
