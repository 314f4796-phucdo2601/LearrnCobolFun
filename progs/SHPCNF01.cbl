000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SHPCNF01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - SHIPMENT CONFIRMATION.  APPLIES  *
000100*                    THE WAREHOUSE'S CONFIRMATIONS (SHPCONF.CPY) *
000110*                    TO THE OPEN-PICK FILE PCKTKT01 LOADS.  ONLY *
000120*                    HERE DOES A SALE LEAVE THE BUILDING: THE    *
000130*                    QUANTITY SHIPPED COMES OFF ON-HAND AND GOES *
000140*                    INTO PERIOD USAGE, THE PICK'S QUANTITY      *
000150*                    COMES OFF STK-PICKED, AND THE PICK IS       *
000160*                    STAMPED SHIPPED WITH ITS DATE AND CARRIER.  *
000170*                    A SHORT SHIPMENT CLOSES THE PICK SHORT AND  *
000180*                    CUTS THE REMAINDER AS A BACKORDER FOR       *
000190*                    GDSRCV01 TO RELEASE WHEN STOCK ARRIVES.  A  *
000200*                    CONFIRMATION WITH NO OPEN PICK, OR FOR MORE *
000210*                    THAN WAS PICKED, IS AN EXCEPTION AND MOVES  *
000220*                    NOTHING.  THE RUN ENDS WITH THE PICKS STILL *
000230*                    UNSHIPPED AFTER TWO DAYS.                   *
000235*    2026-10-15  PD  A SHORT SHIPMENT NOW PUTS THE UNSHIPPED     *
000236*                    QUANTITY'S COST BACK INTO THE ITEM'S VALUE  *
000237*                    AT ITS AVERAGE COST (THE WHOLE PICK WAS     *
000238*                    COSTED OUT WHEN THE ORDER POSTED) AND       *
000239*                    JOURNALS IT DEBIT INVENTRY, CREDIT COGS.    *
000240*    2026-10-15  PD  SHIPPED STOCK NOW ALSO LEAVES THE PICK'S    *
000241*                    WAREHOUSE (PKT-LOC-CODE) ON THE LOCATION    *
000242*                    STOCK FILE - ON-HAND AND PICKED COME DOWN   *
000243*                    AND USAGE GOES UP THERE AS ON THE COMPANY   *
000244*                    FIGURE.                                     *
000245*    2026-10-15  PD  A SHORT-SHIPPED REMAINDER IS BACKORDERED    *
000246*                    WITH A BLANK UNIT CODE - THE PICK QUANTITY  *
000247*                    IS ALREADY IN STOCKING UNITS.               *
000248*    2026-10-15  PD  THE SHORT-SHIPPED REMAINDER IS BACKORDERED  *
000249*                    PRE-BILLED (BKO-PREBILLED-SW) - THE         *
000250*                    CUSTOMER WAS INVOICED FOR THE WHOLE PICK,   *
000251*                    SO GDSRCV01 RELEASES IT AT NO CHARGE        *
000252*                    INSTEAD OF BILLING IT AGAIN.                *
000253*****************************************************************
000254 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-PARM-FILE-STATUS.
000310
000320     SELECT SHIPMENT-CONFIRM-FILE ASSIGN TO SHPCONF
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SHC-FILE-STATUS.
000350
000360     SELECT OPEN-PICK-FILE ASSIGN TO PICKOPN
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS PKT-KEY
000400         FILE STATUS IS WS-PKT-FILE-STATUS.
000410
000420     SELECT STOCK-FILE ASSIGN TO STKMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS STK-ITM-ID
000460         FILE STATUS IS WS-STK-FILE-STATUS.
000470
000471     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS SLC-KEY
000475         FILE STATUS IS WS-SLC-FILE-STATUS.
000476
000480     SELECT BACKORDER-OUT ASSIGN TO BCKORDS
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-BKO-FILE-STATUS.
000510
000520     SELECT SHIPMENT-REGISTER-RPT ASSIGN TO SHPCNFRP
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-FILE-STATUS.
000550
000560     SELECT PICK-AGING-RPT ASSIGN TO PCKAGERP
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AGE-FILE-STATUS.
000590
000600     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RCT-FILE-STATUS.
000622
000624     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000626         ORGANIZATION IS LINE SEQUENTIAL
000628         FILE STATUS IS WS-GLJ-FILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CONTROL-CARD-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY PARMCARD.
000690
000700 FD  SHIPMENT-CONFIRM-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY SHPCONF.
000730
000740 FD  OPEN-PICK-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY PICKTKT.
000770
000780 FD  STOCK-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY STKMAST.
000802 FD  STOCK-LOCATION-FILE
000804     LABEL RECORDS ARE STANDARD.
000806     COPY STKLOC.
000808
000810
000820 FD  BACKORDER-OUT
000830     LABEL RECORDS ARE STANDARD.
000840     COPY BCKORD.
000850
000860 FD  SHIPMENT-REGISTER-RPT
000870     LABEL RECORDS ARE STANDARD.
000880     01  SHIPMENT-REGISTER-LINE   PIC X(80).
000890
000900 FD  PICK-AGING-RPT
000910     LABEL RECORDS ARE STANDARD.
000920     01  PICK-AGING-LINE          PIC X(80).
000930
000940 FD  RUN-CONTROL-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY RUNCTL.
000962
000964 FD  GL-JOURNAL-FILE
000966     LABEL RECORDS ARE STANDARD.
000968     COPY GLJRNL.
000970
000980 WORKING-STORAGE SECTION.
000990     01  WS-PARM-FILE-STATUS      PIC X(02).
001000         88  WS-PARM-OK           VALUE '00'.
001010     01  WS-SHC-FILE-STATUS       PIC X(02).
001020         88  WS-SHC-OK            VALUE '00'.
001030         88  WS-SHC-EOF           VALUE '10'.
001040     01  WS-PKT-FILE-STATUS       PIC X(02).
001050         88  WS-PKT-OK            VALUE '00'.
001060         88  WS-PKT-EOF           VALUE '10'.
001070         88  WS-PKT-NOT-FOUND     VALUE '23'.
001080     01  WS-STK-FILE-STATUS       PIC X(02).
001090         88  WS-STK-OK            VALUE '00'.
001100         88  WS-STK-NOT-FOUND     VALUE '23'.
001103     01  WS-SLC-FILE-STATUS       PIC X(02).
001106         88  WS-SLC-OK            VALUE '00'.
001110     01  WS-BKO-FILE-STATUS       PIC X(02).
001120         88  WS-BKO-OK            VALUE '00'.
001130     01  WS-RPT-FILE-STATUS       PIC X(02).
001140         88  WS-RPT-OK            VALUE '00'.
001150     01  WS-AGE-FILE-STATUS       PIC X(02).
001160         88  WS-AGE-OK            VALUE '00'.
001170     01  WS-RCT-FILE-STATUS       PIC X(02).
001180         88  WS-RCT-OK            VALUE '00'.
001183     01  WS-GLJ-FILE-STATUS       PIC X(02).
001186         88  WS-GLJ-OK            VALUE '00'.
001190
001200     01  WS-SHC-EOF-SW            PIC X(01) VALUE 'N'.
001210         88  WS-SHC-DONE          VALUE 'Y'.
001220     01  WS-PKT-DISABLED-SW       PIC X(01) VALUE 'N'.
001230         88  WS-PKT-DISABLED      VALUE 'Y'.
001240     01  WS-STK-DISABLED-SW       PIC X(01) VALUE 'N'.
001250         88  WS-STK-DISABLED      VALUE 'Y'.
001253     01  WS-SLC-DISABLED-SW       PIC X(01) VALUE 'N'.
001256         88  WS-SLC-DISABLED      VALUE 'Y'.
001260     01  WS-SCAN-EOF-SW           PIC X(01).
001270         88  WS-SCAN-DONE         VALUE 'Y'.
001280     01  WS-PICK-FOUND-SW         PIC X(01).
001290         88  WS-PICK-FOUND        VALUE 'Y'.
001300
001310     01  WS-AS-OF-DATE            PIC 9(08).
001320     01  WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
001330         05  WS-AS-OF-YYYY        PIC 9(04).
001340         05  WS-AS-OF-MM          PIC 9(02).
001350         05  WS-AS-OF-DD          PIC 9(02).
001360     01  WS-PICK-DATE             PIC 9(08).
001370     01  WS-PICK-SPLIT REDEFINES WS-PICK-DATE.
001380         05  WS-PKD-YYYY          PIC 9(04).
001390         05  WS-PKD-MM            PIC 9(02).
001400         05  WS-PKD-DD            PIC 9(02).
001410     01  WS-AGE-DAYS              PIC S9(07) COMP.
001420*    A PICK STILL OPEN AFTER THIS MANY DAYS IS LISTED.
001430     01  WS-MAX-PICK-AGE          PIC S9(03) COMP VALUE 2.
001440
001450     01  WS-SHORT-QTY             PIC 9(05).
001460     01  WS-FAIL-REASON           PIC X(20).
001462     01  WS-SHORT-COST            PIC S9(09)V9(02).
001464     01  WS-GLJ-ABS-AMOUNT        PIC 9(07)V9(02).
001466     01  WS-GL-DEBIT-TOTAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001468     01  WS-GL-CREDIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
001470
001480*****************************************************************
001490*    CONTROL TOTALS                                             *
001500*****************************************************************
001510     01  WS-TOTALS.
001520         05  WS-CONFIRM-COUNT     PIC 9(07) COMP VALUE 0.
001530         05  WS-SHIPPED-COUNT     PIC 9(07) COMP VALUE 0.
001540         05  WS-SHORT-COUNT       PIC 9(07) COMP VALUE 0.
001550         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
001560         05  WS-UNITS-SHIPPED     PIC 9(09) COMP VALUE 0.
001570         05  WS-UNITS-BACKORDERED PIC 9(09) COMP VALUE 0.
001580         05  WS-OPEN-COUNT        PIC 9(07) COMP VALUE 0.
001590         05  WS-OVERDUE-COUNT     PIC 9(07) COMP VALUE 0.
001595         05  WS-SHORT-COST-TOTAL  PIC S9(11)V9(02) COMP-3 VALUE 0.
001600
001610*****************************************************************
001620*    SHIPMENT REGISTER LINE LAYOUTS                             *
001630*****************************************************************
001640     01  WS-REG-HEADING-LINE.
001650         05  FILLER               PIC X(40) VALUE
001660             'SHPCNF01 - SHIPMENT CONFIRMATIONS AS OF'.
001670         05  WS-RHD-AS-OF         PIC 9(08).
001680         05  FILLER               PIC X(32) VALUE SPACES.
001690
001700     01  WS-REG-COLUMN-LINE.
001710         05  FILLER               PIC X(40) VALUE
001720             'ORDER  ITEM   PICKED SHIPPED   SHORT  CA'.
001730         05  FILLER               PIC X(40) VALUE
001740             'RRIER           DISPOSITION'.
001750
001760     01  WS-REG-DETAIL-LINE.
001770         05  WS-RDT-ORDER-ID      PIC X(06).
001780         05  FILLER               PIC X(01) VALUE SPACES.
001790         05  WS-RDT-ITM-ID        PIC X(05).
001800         05  FILLER               PIC X(01) VALUE SPACES.
001810         05  WS-RDT-PICKED        PIC ZZZZZZ9.
001820         05  FILLER               PIC X(01) VALUE SPACES.
001830         05  WS-RDT-SHIPPED       PIC ZZZZZZ9.
001840         05  FILLER               PIC X(01) VALUE SPACES.
001850         05  WS-RDT-SHORT         PIC ZZZZZZ9.
001860         05  FILLER               PIC X(02) VALUE SPACES.
001870         05  WS-RDT-CARRIER-REF   PIC X(15).
001880         05  FILLER               PIC X(01) VALUE SPACES.
001890         05  WS-RDT-DISPOSITION   PIC X(20).
001900         05  FILLER               PIC X(06) VALUE SPACES.
001910
001920*****************************************************************
001930*    PICKED-NOT-SHIPPED AGING LINE LAYOUTS                      *
001940*****************************************************************
001950     01  WS-AGE-HEADING-LINE.
001960         05  FILLER               PIC X(40) VALUE
001970             'SHPCNF01 - PICKED NOT SHIPPED AS OF'.
001980         05  WS-AHD-AS-OF         PIC 9(08).
001990         05  FILLER               PIC X(32) VALUE SPACES.
002000
002010     01  WS-AGE-COLUMN-LINE.
002020         05  FILLER               PIC X(40) VALUE
002030             'BRN ORDER  LINE CUST  ITEM      QTY  PIC'.
002040         05  FILLER               PIC X(40) VALUE
002050             'KED     DAYS'.
002060
002070     01  WS-AGE-DETAIL-LINE.
002080         05  WS-ADT-BRANCH        PIC X(03).
002090         05  FILLER               PIC X(01) VALUE SPACES.
002100         05  WS-ADT-ORDER-ID      PIC X(06).
002110         05  FILLER               PIC X(01) VALUE SPACES.
002120         05  WS-ADT-LINE-NO       PIC ZZ9.
002130         05  FILLER               PIC X(02) VALUE SPACES.
002140         05  WS-ADT-CUST-ID       PIC X(05).
002150         05  FILLER               PIC X(01) VALUE SPACES.
002160         05  WS-ADT-ITM-ID        PIC X(05).
002170         05  FILLER               PIC X(01) VALUE SPACES.
002180         05  WS-ADT-QUANTITY      PIC ZZZZZZ9.
002190         05  FILLER               PIC X(02) VALUE SPACES.
002200         05  WS-ADT-PICK-DATE     PIC 9(08).
002210         05  FILLER               PIC X(01) VALUE SPACES.
002220         05  WS-ADT-AGE-DAYS      PIC ZZZZ9.
002230         05  FILLER               PIC X(29) VALUE SPACES.
002240
002250     01  WS-COUNT-LINE.
002260         05  WS-CNT-TITLE         PIC X(26).
002270         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002280         05  FILLER               PIC X(43) VALUE SPACES.
002290
002300 PROCEDURE DIVISION.
002310*****************************************************************
002320*    0000-MAINLINE                                              *
002330*****************************************************************
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE
002360         THRU 1000-INITIALIZE-EXIT.
002370
002380     PERFORM 2000-APPLY-CONFIRMATION
002390         THRU 2000-APPLY-CONFIRMATION-EXIT
002400         UNTIL WS-SHC-DONE.
002410
002420*    WHAT IS STILL ON THE SHELF AFTER TWO DAYS.
002430     IF NOT WS-PKT-DISABLED
002440         PERFORM 3000-AGE-OPEN-PICKS
002450             THRU 3000-AGE-OPEN-PICKS-EXIT
002460     END-IF.
002470
002480     PERFORM 4000-PRINT-TOTALS
002490         THRU 4000-PRINT-TOTALS-EXIT.
002500
002510     DISPLAY 'SHPCNF01: CONFIRMATIONS READ.... '
002520         WS-CONFIRM-COUNT.
002530     DISPLAY 'SHPCNF01: SHIPPED IN FULL....... '
002540         WS-SHIPPED-COUNT.
002550     DISPLAY 'SHPCNF01: SHIPPED SHORT......... '
002560         WS-SHORT-COUNT.
002570     DISPLAY 'SHPCNF01: EXCEPTIONS............ '
002580         WS-EXCEPTION-COUNT.
002590     DISPLAY 'SHPCNF01: PICKS OVER TWO DAYS... '
002593         WS-OVERDUE-COUNT.
002596     DISPLAY 'SHPCNF01: SHORT COST RETURNED... '
002600         WS-SHORT-COST-TOTAL.
002610
002620     IF WS-EXCEPTION-COUNT > 0 OR WS-OVERDUE-COUNT > 0
002630         IF RETURN-CODE < 4
002640             MOVE 4 TO RETURN-CODE
002650         END-IF
002660     END-IF.
002670
002680     PERFORM 9999-TERMINATE
002690         THRU 9999-TERMINATE-EXIT.
002700
002710     STOP RUN.
002720
002730*****************************************************************
002740*    1000-INITIALIZE                                            *
002750*****************************************************************
002760 1000-INITIALIZE.
002770     OPEN INPUT CONTROL-CARD-FILE.
002780     IF WS-PARM-OK
002790         READ CONTROL-CARD-FILE
002800             AT END
002810                 DISPLAY 'SHPCNF01: NO CONTROL CARD SUPPLIED'
002820                 MOVE 0 TO PARM-RUN-DATE
002830             NOT AT END
002840                 PERFORM 9500-VALIDATE-PARM-CARD
002850                     THRU 9500-VALIDATE-PARM-CARD-EXIT
002860         END-READ
002870         CLOSE CONTROL-CARD-FILE
002880     ELSE
002890         DISPLAY 'SHPCNF01: OPEN CONTROL-CARD FAILED '
002900             WS-PARM-FILE-STATUS
002910         MOVE 0 TO PARM-RUN-DATE
002920     END-IF.
002930
002940     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
002950         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
002960     ELSE
002970         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
002980     END-IF.
002990
003000     OPEN INPUT SHIPMENT-CONFIRM-FILE.
003010     IF NOT WS-SHC-OK
003020         DISPLAY 'SHPCNF01: NO SHIPMENT-CONFIRM FILE THIS RUN'
003030         MOVE 'Y' TO WS-SHC-EOF-SW
003040     END-IF.
003050
003060*    THE OPEN-PICK FILE PERSISTS ACROSS RUNS - CREATE IT EMPTY
003070*    ON A FRESH SYSTEM, LIKE THE REGISTERS.
003080     OPEN I-O OPEN-PICK-FILE.
003090     IF WS-PKT-FILE-STATUS = '35'
003100         OPEN OUTPUT OPEN-PICK-FILE
003110         CLOSE OPEN-PICK-FILE
003120         OPEN I-O OPEN-PICK-FILE
003130     END-IF.
003140     IF NOT WS-PKT-OK
003150         DISPLAY 'SHPCNF01: OPEN OPEN-PICK-FILE FAILED '
003160             WS-PKT-FILE-STATUS
003170         MOVE 'Y' TO WS-PKT-DISABLED-SW
003180         MOVE 'Y' TO WS-SHC-EOF-SW
003190         MOVE 8 TO RETURN-CODE
003200     END-IF.
003210
003220     OPEN I-O STOCK-FILE.
003230     IF WS-STK-FILE-STATUS = '35'
003240         OPEN OUTPUT STOCK-FILE
003250         CLOSE STOCK-FILE
003260         OPEN I-O STOCK-FILE
003270     END-IF.
003280     IF NOT WS-STK-OK
003290         DISPLAY 'SHPCNF01: OPEN STOCK-FILE FAILED '
003300             WS-STK-FILE-STATUS
003310         MOVE 'Y' TO WS-STK-DISABLED-SW
003320         MOVE 'Y' TO WS-SHC-EOF-SW
003330         MOVE 8 TO RETURN-CODE
003340     END-IF.
003350
003351*    THE LOCATION SPLIT OF THE SAME STOCK.  WITHOUT IT THE
003352*    COMPANY FIGURE STILL MOVES.
003353     OPEN I-O STOCK-LOCATION-FILE.
003354     IF WS-SLC-FILE-STATUS = '35'
003355         OPEN OUTPUT STOCK-LOCATION-FILE
003356         CLOSE STOCK-LOCATION-FILE
003357         OPEN I-O STOCK-LOCATION-FILE
003358     END-IF.
003359     IF NOT WS-SLC-OK
003360         DISPLAY 'SHPCNF01: OPEN STOCK-LOCATION-FILE FAILED '
003361             WS-SLC-FILE-STATUS
003362         DISPLAY 'SHPCNF01: LOCATION STOCK NOT MAINTAINED'
003363         MOVE 'Y' TO WS-SLC-DISABLED-SW
003364     END-IF.
003365
003366*    TONIGHT'S SHORT-SHIPPED REMAINDERS ONLY - GDSRCV01 CARRIES
003370*    ANY IT CANNOT RELEASE ONTO THE BACKORDER GENERATION.
003380     OPEN OUTPUT BACKORDER-OUT.
003390
003400     OPEN OUTPUT SHIPMENT-REGISTER-RPT.
003410     IF NOT WS-RPT-OK
003420         DISPLAY 'SHPCNF01: OPEN SHIPMENT-REGISTER FAILED '
003430             WS-RPT-FILE-STATUS
003440     END-IF.
003450     OPEN OUTPUT PICK-AGING-RPT.
003460     IF NOT WS-AGE-OK
003470         DISPLAY 'SHPCNF01: OPEN PICK-AGING FAILED '
003480             WS-AGE-FILE-STATUS
003490     END-IF.
003491
003492     OPEN EXTEND GL-JOURNAL-FILE.
003493     IF NOT WS-GLJ-OK
003494         DISPLAY 'SHPCNF01: OPEN GL-JOURNAL-FILE FAILED '
003495             WS-GLJ-FILE-STATUS
003496     END-IF.
003500
003510     MOVE WS-AS-OF-DATE TO WS-RHD-AS-OF.
003520     WRITE SHIPMENT-REGISTER-LINE FROM WS-REG-HEADING-LINE.
003530     WRITE SHIPMENT-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
003540     MOVE WS-AS-OF-DATE TO WS-AHD-AS-OF.
003550     WRITE PICK-AGING-LINE FROM WS-AGE-HEADING-LINE.
003560     WRITE PICK-AGING-LINE FROM WS-AGE-COLUMN-LINE.
003570
003580     IF NOT WS-SHC-DONE
003590         PERFORM 8000-READ-CONFIRMATION
003600             THRU 8000-READ-CONFIRMATION-EXIT
003610     END-IF.
003620 1000-INITIALIZE-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660*    2000-APPLY-CONFIRMATION                                    *
003670*    EVERY TEST RUNS BEFORE ANYTHING MOVES, SO AN EXCEPTION     *
003680*    LEAVES THE PICK, THE STOCK AND THE BACKORDERS UNTOUCHED.   *
003690*****************************************************************
003700 2000-APPLY-CONFIRMATION.
003710     ADD 1 TO WS-CONFIRM-COUNT.
003720     MOVE SPACES TO WS-FAIL-REASON.
003730     MOVE 0 TO WS-RDT-PICKED WS-RDT-SHORT.
003740
003750     IF SHC-QTY-SHIPPED NOT NUMERIC
003760             OR SHC-SHIP-DATE NOT NUMERIC
003770             OR SHC-SHIP-DATE = 0
003780         MOVE 'INVALID QTY OR DATE' TO WS-FAIL-REASON
003790         GO TO 2000-APPLY-CONFIRMATION-FAIL
003800     END-IF.
003810
003820     PERFORM 2100-FIND-OPEN-PICK
003830         THRU 2100-FIND-OPEN-PICK-EXIT.
003840     IF NOT WS-PICK-FOUND
003850         MOVE 'NO OPEN PICK' TO WS-FAIL-REASON
003860         GO TO 2000-APPLY-CONFIRMATION-FAIL
003870     END-IF.
003880     MOVE PKT-QUANTITY TO WS-RDT-PICKED.
003890     IF SHC-QTY-SHIPPED > PKT-QUANTITY
003900         MOVE 'SHIPPED OVER PICKED' TO WS-FAIL-REASON
003910         GO TO 2000-APPLY-CONFIRMATION-FAIL
003920     END-IF.
003930
003940     MOVE PKT-ITM-ID TO STK-ITM-ID.
003950     READ STOCK-FILE
003960         INVALID KEY
003970             MOVE 'NO STOCK RECORD' TO WS-FAIL-REASON
003980             GO TO 2000-APPLY-CONFIRMATION-FAIL
003990     END-READ.
004000
004010*    THE GOODS HAVE LEFT THE BUILDING.
004020     SUBTRACT SHC-QTY-SHIPPED FROM STK-ON-HAND.
004030     ADD SHC-QTY-SHIPPED TO STK-PERIOD-USAGE.
004040     IF STK-PICKED > PKT-QUANTITY
004050         SUBTRACT PKT-QUANTITY FROM STK-PICKED
004060     ELSE
004070         MOVE 0 TO STK-PICKED
004080     END-IF.
004081*    THE WHOLE PICK WAS COSTED OUT OF STOCK WHEN THE ORDER
004082*    POSTED - WHAT DID NOT SHIP IS STILL HERE, SO ITS COST GOES
004083*    BACK INTO THE ITEM'S VALUE AT THE AVERAGE.
004084     COMPUTE WS-SHORT-COST ROUNDED
004085         = (PKT-QUANTITY - SHC-QTY-SHIPPED) * STK-AVG-COST.
004086     ADD WS-SHORT-COST TO STK-INV-VALUE.
004090     REWRITE STOCK-REC.
004092     IF NOT WS-SLC-DISABLED
004094         PERFORM 2150-MOVE-LOCATION-STOCK
004096             THRU 2150-MOVE-LOCATION-STOCK-EXIT
004098     END-IF.
004100
004110     COMPUTE WS-SHORT-QTY = PKT-QUANTITY - SHC-QTY-SHIPPED.
004120     MOVE SHC-QTY-SHIPPED TO PKT-SHIPPED-QTY.
004130     MOVE SHC-SHIP-DATE   TO PKT-SHIP-DATE.
004140     MOVE SHC-CARRIER-REF TO PKT-CARRIER-REF.
004150     ADD SHC-QTY-SHIPPED TO WS-UNITS-SHIPPED.
004160     IF WS-SHORT-QTY > 0
004170         MOVE 'P' TO PKT-STATUS
004180         ADD 1 TO WS-SHORT-COUNT
004190         PERFORM 2200-BACKORDER-REMAINDER
004200             THRU 2200-BACKORDER-REMAINDER-EXIT
004203         PERFORM 2300-WRITE-GL-JOURNAL
004206             THRU 2300-WRITE-GL-JOURNAL-EXIT
004210         MOVE 'SHORT - BACKORDERED' TO WS-RDT-DISPOSITION
004220     ELSE
004230         MOVE 'S' TO PKT-STATUS
004240         ADD 1 TO WS-SHIPPED-COUNT
004250         MOVE 'SHIPPED' TO WS-RDT-DISPOSITION
004260     END-IF.
004270     REWRITE PICK-TICKET-REC.
004280
004290     MOVE WS-SHORT-QTY TO WS-RDT-SHORT.
004300     GO TO 2000-APPLY-CONFIRMATION-LIST.
004310
004320 2000-APPLY-CONFIRMATION-FAIL.
004330     ADD 1 TO WS-EXCEPTION-COUNT.
004340     MOVE WS-FAIL-REASON TO WS-RDT-DISPOSITION.
004350
004360 2000-APPLY-CONFIRMATION-LIST.
004370     MOVE SHC-ORDER-ID    TO WS-RDT-ORDER-ID.
004380     MOVE SHC-ITM-ID      TO WS-RDT-ITM-ID.
004390     IF SHC-QTY-SHIPPED NUMERIC
004400         MOVE SHC-QTY-SHIPPED TO WS-RDT-SHIPPED
004410     ELSE
004420         MOVE 0 TO WS-RDT-SHIPPED
004430     END-IF.
004440     MOVE SHC-CARRIER-REF TO WS-RDT-CARRIER-REF.
004450     WRITE SHIPMENT-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
004460
004470     PERFORM 8000-READ-CONFIRMATION
004480         THRU 8000-READ-CONFIRMATION-EXIT.
004490 2000-APPLY-CONFIRMATION-EXIT.
004500     EXIT.
004510
004548*****************************************************************
004549*    2100-FIND-OPEN-PICK                                        *
004550*    THE CONFIRMATION CARRIES ORDER AND ITEM, NOT THE PICK'S    *
004551*    LINE NUMBER - WALK THE ORDER'S PICKS FOR THE FIRST STILL-  *
004560*    OPEN ONE FOR THE ITEM.                                     *
004570*****************************************************************
004580 2100-FIND-OPEN-PICK.
004590     MOVE 'N' TO WS-PICK-FOUND-SW.
004600     MOVE 'N' TO WS-SCAN-EOF-SW.
004610     MOVE SHC-ORDER-ID TO PKT-ORDER-ID.
004620     MOVE 0            TO PKT-LINE-NO.
004630     START OPEN-PICK-FILE KEY IS NOT LESS THAN PKT-KEY
004640         INVALID KEY
004650             GO TO 2100-FIND-OPEN-PICK-EXIT
004660     END-START.
004670     PERFORM 2110-SCAN-ORDER-PICK
004680         THRU 2110-SCAN-ORDER-PICK-EXIT
004690         UNTIL WS-SCAN-DONE OR WS-PICK-FOUND.
004700 2100-FIND-OPEN-PICK-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740*    2110-SCAN-ORDER-PICK                                       *
004750*****************************************************************
004760 2110-SCAN-ORDER-PICK.
004770     READ OPEN-PICK-FILE NEXT RECORD
004780         AT END
004790             MOVE 'Y' TO WS-SCAN-EOF-SW
004800             GO TO 2110-SCAN-ORDER-PICK-EXIT
004810     END-READ.
004820     IF PKT-ORDER-ID NOT = SHC-ORDER-ID
004830         MOVE 'Y' TO WS-SCAN-EOF-SW
004840         GO TO 2110-SCAN-ORDER-PICK-EXIT
004850     END-IF.
004860     IF PKT-ITM-ID = SHC-ITM-ID AND PKT-OPEN
004870         MOVE 'Y' TO WS-PICK-FOUND-SW
004880     END-IF.
004890 2110-SCAN-ORDER-PICK-EXIT.
004900     EXIT.
004910
004911*****************************************************************
004912*    2150-MOVE-LOCATION-STOCK                                   *
004913*    THE SAME SHIPMENT AT THE WAREHOUSE THE PICK WAS MADE FROM. *
004914*    A LOCATION NOT YET HOLDING THE ITEM IS GIVEN A ZERO ROW.   *
004915*****************************************************************
004916 2150-MOVE-LOCATION-STOCK.
004917     MOVE PKT-LOC-CODE TO SLC-LOC-CODE.
004918     MOVE PKT-ITM-ID   TO SLC-ITM-ID.
004919     READ STOCK-LOCATION-FILE
004920         INVALID KEY
004921             MOVE 0 TO SLC-ON-HAND
004922             MOVE 0 TO SLC-PICKED
004923             MOVE 0 TO SLC-IN-TRANSIT
004924             MOVE 0 TO SLC-REORDER-POINT
004925             MOVE 0 TO SLC-PERIOD-USAGE
004926             WRITE STOCK-LOCATION-REC
004927                 INVALID KEY
004928                     GO TO 2150-MOVE-LOCATION-STOCK-EXIT
004929             END-WRITE
004930             MOVE PKT-LOC-CODE TO SLC-LOC-CODE
004931             MOVE PKT-ITM-ID   TO SLC-ITM-ID
004932             READ STOCK-LOCATION-FILE
004933                 INVALID KEY
004934                     GO TO 2150-MOVE-LOCATION-STOCK-EXIT
004935             END-READ
004936     END-READ.
004937     SUBTRACT SHC-QTY-SHIPPED FROM SLC-ON-HAND.
004938     ADD SHC-QTY-SHIPPED TO SLC-PERIOD-USAGE.
004939     IF SLC-PICKED > PKT-QUANTITY
004940         SUBTRACT PKT-QUANTITY FROM SLC-PICKED
004941     ELSE
004942         MOVE 0 TO SLC-PICKED
004943     END-IF.
004944     REWRITE STOCK-LOCATION-REC.
004945 2150-MOVE-LOCATION-STOCK-EXIT.
004946     EXIT.
004947
004948*****************************************************************
004949*    2200-BACKORDER-REMAINDER                                   *
004950*    THE UNSHIPPED REMAINDER JOINS THE BACKORDERS, DATED THE    *
004951*    SHIP DATE, SO GDSRCV01 RELEASES IT WITH THE OTHERS WHEN    *
004955*    STOCK ARRIVES.  THE WHOLE PICK WAS INVOICED WHEN THE ORDER *
004959*    POSTED, SO THE REMAINDER IS MARKED PRE-BILLED AND GOES OUT *
004963*    AT NO CHARGE - A KIT COMPONENT'S PICK THE SAME AS ANY.     *
004970*****************************************************************
004980 2200-BACKORDER-REMAINDER.
004990     MOVE PKT-ORDER-ID      TO BKO-ORDER-ID.
005000     MOVE PKT-CUST-ID       TO BKO-CUST-ID.
005010     MOVE PKT-ITM-ID        TO BKO-ITM-ID.
005020     MOVE WS-SHORT-QTY      TO BKO-QUANTITY.
005030     MOVE PKT-ORDER-DATE    TO BKO-ORDER-DATE.
005040     MOVE PKT-CURRENCY-CODE TO BKO-CURRENCY-CODE.
005050     MOVE PKT-BRANCH-CODE   TO BKO-BRANCH-CODE.
005060     MOVE SHC-SHIP-DATE     TO BKO-BACKORDER-DATE.
005065     MOVE SPACES            TO BKO-UNIT-CODE.
005067     MOVE 'Y'               TO BKO-PREBILLED-SW.
005070     WRITE BACKORDER-REC.
005080     ADD WS-SHORT-QTY TO WS-UNITS-BACKORDERED.
005090 2200-BACKORDER-REMAINDER-EXIT.
005100     EXIT.
005110
005111*****************************************************************
005112*    2300-WRITE-GL-JOURNAL                                      *
005113*    THE SHORT QUANTITY'S COST RETURNS FROM COGS TO INVENTRY -  *
005114*    DEBIT INVENTRY, CREDIT COGS.  AN ITEM NOT YET COSTED HAS   *
005115*    NOTHING TO RETURN.                                         *
005116*****************************************************************
005117 2300-WRITE-GL-JOURNAL.
005118     IF WS-SHORT-COST = 0
005119         GO TO 2300-WRITE-GL-JOURNAL-EXIT
005120     END-IF.
005121     ADD WS-SHORT-COST TO WS-SHORT-COST-TOTAL.
005122     MOVE 'SHPCNF01'    TO GLJ-SOURCE-PGM.
005123     MOVE SHC-SHIP-DATE TO GLJ-TRAN-DATE.
005124     MOVE SHC-ORDER-ID  TO GLJ-REFERENCE.
005125     MOVE WS-SHORT-COST TO WS-GLJ-ABS-AMOUNT.
005126     MOVE WS-GLJ-ABS-AMOUNT TO GLJ-AMOUNT.
005127     MOVE 'INVENTRY' TO GLJ-ACCOUNT.
005128     MOVE 'D'        TO GLJ-DEBIT-CREDIT.
005129     WRITE GL-JOURNAL-REC.
005130     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
005131     MOVE 'COGS    ' TO GLJ-ACCOUNT.
005132     MOVE 'C'        TO GLJ-DEBIT-CREDIT.
005133     WRITE GL-JOURNAL-REC.
005134     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
005135 2300-WRITE-GL-JOURNAL-EXIT.
005136     EXIT.
005137*****************************************************************
005138*    3000-AGE-OPEN-PICKS                                        *
005140*    ONE PASS OF THE OPEN-PICK FILE IN KEY ORDER.               *
005150*****************************************************************
005160 3000-AGE-OPEN-PICKS.
005170     MOVE 'N' TO WS-SCAN-EOF-SW.
005180     MOVE LOW-VALUES TO PKT-KEY.
005190     START OPEN-PICK-FILE KEY IS NOT LESS THAN PKT-KEY
005200         INVALID KEY
005210             GO TO 3000-AGE-OPEN-PICKS-EXIT
005220     END-START.
005230     PERFORM 3100-AGE-ONE-PICK
005240         THRU 3100-AGE-ONE-PICK-EXIT
005250         UNTIL WS-SCAN-DONE.
005260 3000-AGE-OPEN-PICKS-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300*    3100-AGE-ONE-PICK                                          *
005310*    AGE USES THE SAME 360/30 APPROXIMATION AS THE BACKORDER    *
005320*    AGING IN GDSRCV01.                                         *
005330*****************************************************************
005340 3100-AGE-ONE-PICK.
005350     READ OPEN-PICK-FILE NEXT RECORD
005360         AT END
005370             MOVE 'Y' TO WS-SCAN-EOF-SW
005380             GO TO 3100-AGE-ONE-PICK-EXIT
005390     END-READ.
005400     IF NOT PKT-OPEN
005410         GO TO 3100-AGE-ONE-PICK-EXIT
005420     END-IF.
005430     ADD 1 TO WS-OPEN-COUNT.
005440
005450     MOVE PKT-PICK-DATE TO WS-PICK-DATE.
005460     COMPUTE WS-AGE-DAYS
005470         = (WS-AS-OF-YYYY - WS-PKD-YYYY) * 360
005480         + (WS-AS-OF-MM - WS-PKD-MM) * 30
005490         + (WS-AS-OF-DD - WS-PKD-DD).
005500     IF WS-AGE-DAYS NOT > WS-MAX-PICK-AGE
005510         GO TO 3100-AGE-ONE-PICK-EXIT
005520     END-IF.
005530
005540     ADD 1 TO WS-OVERDUE-COUNT.
005550     MOVE PKT-BRANCH-CODE TO WS-ADT-BRANCH.
005560     MOVE PKT-ORDER-ID    TO WS-ADT-ORDER-ID.
005570     MOVE PKT-LINE-NO     TO WS-ADT-LINE-NO.
005580     MOVE PKT-CUST-ID     TO WS-ADT-CUST-ID.
005590     MOVE PKT-ITM-ID      TO WS-ADT-ITM-ID.
005600     MOVE PKT-QUANTITY    TO WS-ADT-QUANTITY.
005610     MOVE PKT-PICK-DATE   TO WS-ADT-PICK-DATE.
005620     MOVE WS-AGE-DAYS     TO WS-ADT-AGE-DAYS.
005630     WRITE PICK-AGING-LINE FROM WS-AGE-DETAIL-LINE.
005640 3100-AGE-ONE-PICK-EXIT.
005650     EXIT.
005660
005670*****************************************************************
005680*    4000-PRINT-TOTALS                                          *
005690*****************************************************************
005700 4000-PRINT-TOTALS.
005710     MOVE 'CONFIRMATIONS READ........' TO WS-CNT-TITLE.
005720     MOVE WS-CONFIRM-COUNT TO WS-CNT-VALUE.
005730     WRITE SHIPMENT-REGISTER-LINE FROM WS-COUNT-LINE.
005740
005750     MOVE 'SHIPPED IN FULL...........' TO WS-CNT-TITLE.
005760     MOVE WS-SHIPPED-COUNT TO WS-CNT-VALUE.
005770     WRITE SHIPMENT-REGISTER-LINE FROM WS-COUNT-LINE.
005780
005790     MOVE 'SHIPPED SHORT.............' TO WS-CNT-TITLE.
005800     MOVE WS-SHORT-COUNT TO WS-CNT-VALUE.
005810     WRITE SHIPMENT-REGISTER-LINE FROM WS-COUNT-LINE.
005820
005830     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
005840     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
005850     WRITE SHIPMENT-REGISTER-LINE FROM WS-COUNT-LINE.
005860
005870     MOVE 'UNITS SHIPPED.............' TO WS-CNT-TITLE.
005880     MOVE WS-UNITS-SHIPPED TO WS-CNT-VALUE.
005890     WRITE SHIPMENT-REGISTER-LINE FROM WS-COUNT-LINE.
005900
005910     MOVE 'UNITS BACKORDERED.........' TO WS-CNT-TITLE.
005920     MOVE WS-UNITS-BACKORDERED TO WS-CNT-VALUE.
005930     WRITE SHIPMENT-REGISTER-LINE FROM WS-COUNT-LINE.
005940
005950     MOVE 'PICKS STILL OPEN..........' TO WS-CNT-TITLE.
005960     MOVE WS-OPEN-COUNT TO WS-CNT-VALUE.
005970     WRITE PICK-AGING-LINE FROM WS-COUNT-LINE.
005980
005990     MOVE 'OPEN OVER TWO DAYS........' TO WS-CNT-TITLE.
006000     MOVE WS-OVERDUE-COUNT TO WS-CNT-VALUE.
006010     WRITE PICK-AGING-LINE FROM WS-COUNT-LINE.
006020 4000-PRINT-TOTALS-EXIT.
006030     EXIT.
006040
006050*****************************************************************
006060*    8000-READ-CONFIRMATION                                     *
006070*****************************************************************
006080 8000-READ-CONFIRMATION.
006090     READ SHIPMENT-CONFIRM-FILE
006100         AT END
006110             MOVE 'Y' TO WS-SHC-EOF-SW
006120     END-READ.
006130 8000-READ-CONFIRMATION-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170*    9999-TERMINATE                                             *
006180*****************************************************************
006190 9999-TERMINATE.
006200     IF WS-SHC-OK OR WS-SHC-EOF
006210         CLOSE SHIPMENT-CONFIRM-FILE
006220     END-IF.
006230     IF NOT WS-PKT-DISABLED
006240         CLOSE OPEN-PICK-FILE
006250     END-IF.
006260     IF NOT WS-STK-DISABLED
006270         CLOSE STOCK-FILE
006280     END-IF.
006282     IF NOT WS-SLC-DISABLED
006284         CLOSE STOCK-LOCATION-FILE
006286     END-IF.
006290     CLOSE BACKORDER-OUT.
006300     CLOSE SHIPMENT-REGISTER-RPT.
006310     CLOSE PICK-AGING-RPT.
006311
006312*    PROVE THE RUN'S JOURNAL BALANCES BEFORE RELEASE.
006313     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
006314         DISPLAY 'SHPCNF01: GL JOURNAL OUT OF BALANCE'
006315         MOVE 8 TO RETURN-CODE
006316     END-IF.
006317     CLOSE GL-JOURNAL-FILE.
006320
006330*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
006340     OPEN EXTEND RUN-CONTROL-FILE.
006350     IF WS-RCT-OK
006360         MOVE 'SHPCNF01'         TO RCT-STEP-NAME
006370         MOVE WS-CONFIRM-COUNT   TO RCT-RECORDS-IN
006380         COMPUTE RCT-APPLIED = WS-SHIPPED-COUNT + WS-SHORT-COUNT
006390         MOVE WS-EXCEPTION-COUNT TO RCT-REJECTED
006400         MOVE 0                  TO RCT-SUSPENDED
006410         WRITE RUN-CONTROL-REC
006420         CLOSE RUN-CONTROL-FILE
006430     ELSE
006440         DISPLAY 'SHPCNF01: OPEN RUN-CONTROL-FILE FAILED '
006450             WS-RCT-FILE-STATUS
006460     END-IF.
006470 9999-TERMINATE-EXIT.
006480     EXIT.
006490
006500*****************************************************************
006510*    9500-VALIDATE-PARM-CARD                                    *
006520*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.    *
006530*****************************************************************
006540     COPY PARMVAL.
