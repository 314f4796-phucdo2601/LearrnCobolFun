000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRCINQ01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - UPCOMING PRICE-CHANGE INQUIRY.   *
000100*                    LISTS THE PRICE CHANGES STILL SCHEDULED ON  *
000110*                    THE PRICE-PENDING FILE (PRCPEND.CPY), BY    *
000120*                    ITEM AND THEN EFFECTIVE DATE, FOR THE ITEM  *
000130*                    AND DATE RANGE ON THE INQUIRY CARD          *
000140*                    (PRCINQ.CPY).  EACH LINE SHOWS THE ITEM'S   *
000150*                    PRICE TODAY AGAINST THE SCHEDULED ONE, THE  *
000160*                    MOVE, AND THE DAYS UNTIL IT TAKES EFFECT; A *
000170*                    NEGATIVE PRICE IS MARKED AS A MARKDOWN THAT *
000180*                    WILL NEED APPROVAL.                         *
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT INQUIRY-CARD-FILE ASSIGN TO PRCPINQ
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-PIQ-FILE-STATUS.
000260
000270     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CYC-FILE-STATUS.
000300
000310     SELECT PRICE-PENDING-FILE ASSIGN TO PRCPEND
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS PPN-KEY
000350         FILE STATUS IS WS-PPN-FILE-STATUS.
000360
000370     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS ITM-ID
000410         FILE STATUS IS WS-ITM-FILE-STATUS.
000420
000430     SELECT PRICE-INQUIRY-RPT ASSIGN TO PRCINQRP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  INQUIRY-CARD-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY PRCINQ.
000520
000530 FD  CYCLE-CONTROL-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY CYCLCTL.
000560
000570 FD  PRICE-PENDING-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY PRCPEND.
000600
000610 FD  ITEM-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY ITMMAST.
000640
000650 FD  PRICE-INQUIRY-RPT
000660     LABEL RECORDS ARE STANDARD.
000670     01  PRICE-INQUIRY-LINE       PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700     01  WS-PIQ-FILE-STATUS       PIC X(02).
000710         88  WS-PIQ-OK            VALUE '00'.
000720     01  WS-CYC-FILE-STATUS       PIC X(02).
000730         88  WS-CYC-OK            VALUE '00'.
000740     01  WS-PPN-FILE-STATUS       PIC X(02).
000750         88  WS-PPN-OK            VALUE '00'.
000760     01  WS-ITM-FILE-STATUS       PIC X(02).
000770         88  WS-ITM-OK            VALUE '00'.
000780         88  WS-ITM-NOT-FOUND     VALUE '23'.
000790     01  WS-RPT-FILE-STATUS       PIC X(02).
000800         88  WS-RPT-OK            VALUE '00'.
000810
000820     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000830         88  WS-EOF               VALUE 'Y'.
000840
000850*****************************************************************
000860*    INQUIRY SELECTION - FROM THE CARD, DEFAULTED WHERE BLANK.  *
000870*****************************************************************
000880     01  WS-SEL-ITM-ID            PIC X(05) VALUE SPACES.
000890     01  WS-SEL-FROM-DATE         PIC 9(08) VALUE 0.
000900     01  WS-SEL-THRU-DATE         PIC 9(08) VALUE 99999999.
000910     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
000920     01  WS-CYCLE-SPLIT REDEFINES WS-CYCLE-DATE.
000930         05  WS-CYC-YYYY          PIC 9(04).
000940         05  WS-CYC-MM            PIC 9(02).
000950         05  WS-CYC-DD            PIC 9(02).
000960     01  WS-EFFECTIVE-DATE        PIC 9(08).
000970     01  WS-EFFECTIVE-SPLIT REDEFINES WS-EFFECTIVE-DATE.
000980         05  WS-EFF-YYYY          PIC 9(04).
000990         05  WS-EFF-MM            PIC 9(02).
001000         05  WS-EFF-DD            PIC 9(02).
001010     01  WS-DAYS-TO-GO            PIC S9(07) COMP.
001020     01  WS-PRICE-MOVE            PIC S9(05)V9(02).
001030     01  WS-PRICE-MOVE-PCT        PIC S9(05)V9(01).
001040
001050*****************************************************************
001060*    CONTROL TOTALS                                             *
001070*****************************************************************
001080     01  WS-TOTALS.
001090         05  WS-LISTED-COUNT      PIC 9(07) COMP VALUE 0.
001100         05  WS-INCREASE-COUNT    PIC 9(07) COMP VALUE 0.
001110         05  WS-DECREASE-COUNT    PIC 9(07) COMP VALUE 0.
001120         05  WS-MARKDOWN-COUNT    PIC 9(07) COMP VALUE 0.
001130         05  WS-NO-ITEM-COUNT     PIC 9(07) COMP VALUE 0.
001140
001150*****************************************************************
001160*    INQUIRY LINE LAYOUTS                                       *
001170*****************************************************************
001180     01  WS-INQ-HEADING-LINE.
001190         05  FILLER               PIC X(40) VALUE
001200             'PRCINQ01 - SCHEDULED PRICE CHANGES AS OF'.
001210         05  WS-IHD-CYCLE-DATE    PIC 9(08).
001220         05  FILLER               PIC X(32) VALUE SPACES.
001230
001240     01  WS-INQ-SELECT-LINE.
001250         05  FILLER               PIC X(06) VALUE 'ITEM: '.
001260         05  WS-ISL-ITM-ID        PIC X(05).
001270         05  FILLER               PIC X(08) VALUE '  FROM: '.
001280         05  WS-ISL-FROM-DATE     PIC 9(08).
001290         05  FILLER               PIC X(08) VALUE '  THRU: '.
001300         05  WS-ISL-THRU-DATE     PIC 9(08).
001310         05  FILLER               PIC X(37) VALUE SPACES.
001320
001330     01  WS-INQ-COLUMN-LINE.
001340         05  FILLER               PIC X(40) VALUE
001350             'ITEM  NAME   EFFECTIVE  DAYS  PRICE NOW '.
001360         05  FILLER               PIC X(40) VALUE
001370             ' NEW PRICE     MOVE     PCT KEYED BY'.
001380
001390     01  WS-INQ-DETAIL-LINE.
001400         05  WS-IDT-ITM-ID        PIC X(05).
001410         05  FILLER               PIC X(01) VALUE SPACES.
001420         05  WS-IDT-ITM-NAME      PIC X(06).
001430         05  FILLER               PIC X(01) VALUE SPACES.
001440         05  WS-IDT-EFFECTIVE     PIC 9(08).
001450         05  FILLER               PIC X(01) VALUE SPACES.
001460         05  WS-IDT-DAYS          PIC ZZZZ9.
001470         05  FILLER               PIC X(01) VALUE SPACES.
001480         05  WS-IDT-OLD-PRICE     PIC -(4)9.99.
001490         05  FILLER               PIC X(02) VALUE SPACES.
001500         05  WS-IDT-NEW-PRICE     PIC -(4)9.99.
001510         05  FILLER               PIC X(01) VALUE SPACES.
001520         05  WS-IDT-MOVE          PIC -(4)9.99.
001530         05  FILLER               PIC X(01) VALUE SPACES.
001540         05  WS-IDT-PCT           PIC -(4)9.9.
001550         05  FILLER               PIC X(01) VALUE SPACES.
001560         05  WS-IDT-OPERATOR      PIC X(08).
001570         05  WS-IDT-FLAG          PIC X(03).
001580
001590     01  WS-COUNT-LINE.
001600         05  WS-CNT-TITLE         PIC X(26).
001610         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
001620         05  FILLER               PIC X(43) VALUE SPACES.
001630
001640 PROCEDURE DIVISION.
001650*****************************************************************
001660*    0000-MAINLINE                                              *
001670*****************************************************************
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE
001700         THRU 1000-INITIALIZE-EXIT.
001710
001720     PERFORM 2000-LIST-ONE-CHANGE
001730         THRU 2000-LIST-ONE-CHANGE-EXIT
001740         UNTIL WS-EOF.
001750
001760     PERFORM 4000-PRINT-TOTALS
001770         THRU 4000-PRINT-TOTALS-EXIT.
001780
001790     DISPLAY 'PRCINQ01: CHANGES LISTED........ '
001800         WS-LISTED-COUNT.
001810
001820     PERFORM 9999-TERMINATE
001830         THRU 9999-TERMINATE-EXIT.
001840
001850     STOP RUN.
001860
001870*****************************************************************
001880*    1000-INITIALIZE                                            *
001890*    NO CARD, OR A BLANK FIELD ON IT, TAKES THE DEFAULT: EVERY  *
001900*    ITEM, FROM THE CYCLE DATE, WITH NO END DATE.               *
001910*****************************************************************
001920 1000-INITIALIZE.
001930     OPEN INPUT CYCLE-CONTROL-FILE.
001940     IF WS-CYC-OK
001950         READ CYCLE-CONTROL-FILE
001960             AT END
001970                 CONTINUE
001980             NOT AT END
001990                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
002000         END-READ
002010         CLOSE CYCLE-CONTROL-FILE
002020     END-IF.
002030     IF WS-CYCLE-DATE = 0
002040         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
002050     END-IF.
002060     MOVE WS-CYCLE-DATE TO WS-SEL-FROM-DATE.
002070
002080     OPEN INPUT INQUIRY-CARD-FILE.
002090     IF WS-PIQ-OK
002100         READ INQUIRY-CARD-FILE
002110             AT END
002120                 CONTINUE
002130             NOT AT END
002140                 PERFORM 1100-TAKE-CARD
002150                     THRU 1100-TAKE-CARD-EXIT
002160         END-READ
002170         CLOSE INQUIRY-CARD-FILE
002180     END-IF.
002190
002200     OPEN OUTPUT PRICE-INQUIRY-RPT.
002210     IF NOT WS-RPT-OK
002220         DISPLAY 'PRCINQ01: OPEN PRICE-INQUIRY-RPT FAILED '
002230             WS-RPT-FILE-STATUS
002240     END-IF.
002250     MOVE WS-CYCLE-DATE    TO WS-IHD-CYCLE-DATE.
002260     WRITE PRICE-INQUIRY-LINE FROM WS-INQ-HEADING-LINE.
002270     MOVE WS-SEL-ITM-ID    TO WS-ISL-ITM-ID.
002280     MOVE WS-SEL-FROM-DATE TO WS-ISL-FROM-DATE.
002290     MOVE WS-SEL-THRU-DATE TO WS-ISL-THRU-DATE.
002300     WRITE PRICE-INQUIRY-LINE FROM WS-INQ-SELECT-LINE.
002310     WRITE PRICE-INQUIRY-LINE FROM WS-INQ-COLUMN-LINE.
002320
002330     OPEN INPUT ITEM-MASTER-FILE.
002340     IF NOT WS-ITM-OK
002350         DISPLAY 'PRCINQ01: OPEN ITEM-MASTER FAILED '
002360             WS-ITM-FILE-STATUS
002370         MOVE 'Y' TO WS-EOF-SW
002380         MOVE 8 TO RETURN-CODE
002390     END-IF.
002400
002410     OPEN INPUT PRICE-PENDING-FILE.
002420     IF NOT WS-PPN-OK
002430         DISPLAY 'PRCINQ01: NO PRICE CHANGES SCHEDULED'
002440         MOVE 'Y' TO WS-EOF-SW
002450         GO TO 1000-INITIALIZE-EXIT
002460     END-IF.
002470
002480*    ONE ITEM STARTS AT THAT ITEM; EVERY ITEM STARTS AT THE TOP.
002490     IF WS-SEL-ITM-ID = SPACES
002500         MOVE LOW-VALUES TO PPN-KEY
002510     ELSE
002520         MOVE WS-SEL-ITM-ID TO PPN-ITM-ID
002530         MOVE 0             TO PPN-EFFECTIVE-DATE
002540     END-IF.
002550     START PRICE-PENDING-FILE KEY IS NOT LESS THAN PPN-KEY
002560         INVALID KEY
002570             MOVE 'Y' TO WS-EOF-SW
002580     END-START.
002590     IF NOT WS-EOF
002600         PERFORM 8000-READ-PENDING
002610             THRU 8000-READ-PENDING-EXIT
002620     END-IF.
002630 1000-INITIALIZE-EXIT.
002640     EXIT.
002650
002660*****************************************************************
002670*    1100-TAKE-CARD                                             *
002680*****************************************************************
002690 1100-TAKE-CARD.
002700     MOVE PIQ-ITM-ID TO WS-SEL-ITM-ID.
002710     IF PIQ-FROM-DATE NUMERIC AND PIQ-FROM-DATE NOT = 0
002720         MOVE PIQ-FROM-DATE TO WS-SEL-FROM-DATE
002730     END-IF.
002740     IF PIQ-THRU-DATE NUMERIC AND PIQ-THRU-DATE NOT = 0
002750         MOVE PIQ-THRU-DATE TO WS-SEL-THRU-DATE
002760     END-IF.
002770 1100-TAKE-CARD-EXIT.
002780     EXIT.
002790
002800*****************************************************************
002810*    2000-LIST-ONE-CHANGE                                       *
002820*    ONE LINE PER SCHEDULED CHANGE INSIDE THE SELECTION.  A     *
002830*    ONE-ITEM INQUIRY STOPS AT THE FIRST KEY FOR THE NEXT ITEM. *
002840*****************************************************************
002850 2000-LIST-ONE-CHANGE.
002860     IF WS-SEL-ITM-ID NOT = SPACES
002870             AND PPN-ITM-ID NOT = WS-SEL-ITM-ID
002880         MOVE 'Y' TO WS-EOF-SW
002890         GO TO 2000-LIST-ONE-CHANGE-EXIT
002900     END-IF.
002910     IF PPN-EFFECTIVE-DATE < WS-SEL-FROM-DATE
002920             OR PPN-EFFECTIVE-DATE > WS-SEL-THRU-DATE
002930         GO TO 2000-LIST-NEXT
002940     END-IF.
002950
002960     ADD 1 TO WS-LISTED-COUNT.
002970     MOVE SPACES             TO WS-IDT-FLAG.
002980     MOVE PPN-ITM-ID         TO WS-IDT-ITM-ID.
002990     MOVE PPN-EFFECTIVE-DATE TO WS-IDT-EFFECTIVE.
003000     MOVE PPN-NEW-PRICE      TO WS-IDT-NEW-PRICE.
003010     MOVE PPN-OPERATOR-ID    TO WS-IDT-OPERATOR.
003020
003030     MOVE PPN-ITM-ID TO ITM-ID.
003040     READ ITEM-MASTER-FILE
003050         INVALID KEY
003060             ADD 1 TO WS-NO-ITEM-COUNT
003070             MOVE '*NONE*' TO WS-IDT-ITM-NAME
003080             MOVE 0 TO ITM-NUM1
003090     END-READ.
003100     IF WS-ITM-OK
003110         MOVE ITM-NAME TO WS-IDT-ITM-NAME
003120     END-IF.
003130     MOVE ITM-NUM1 TO WS-IDT-OLD-PRICE.
003140
003150     COMPUTE WS-PRICE-MOVE = PPN-NEW-PRICE - ITM-NUM1.
003160     MOVE WS-PRICE-MOVE TO WS-IDT-MOVE.
003170     IF ITM-NUM1 = 0
003180         MOVE 0 TO WS-PRICE-MOVE-PCT
003190     ELSE
003200         COMPUTE WS-PRICE-MOVE-PCT ROUNDED
003210             = WS-PRICE-MOVE * 100 / ITM-NUM1
003220     END-IF.
003230     MOVE WS-PRICE-MOVE-PCT TO WS-IDT-PCT.
003240     IF WS-PRICE-MOVE > 0
003250         ADD 1 TO WS-INCREASE-COUNT
003260     END-IF.
003270     IF WS-PRICE-MOVE < 0
003280         ADD 1 TO WS-DECREASE-COUNT
003290     END-IF.
003300     IF PPN-NEW-PRICE < 0
003310         ADD 1 TO WS-MARKDOWN-COUNT
003320         MOVE ' MK' TO WS-IDT-FLAG
003330     END-IF.
003340
003350*    DAYS TO GO ON THE SAME 360/30 APPROXIMATION THE AGINGS USE.
003360     MOVE PPN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
003370     COMPUTE WS-DAYS-TO-GO
003380         = (WS-EFF-YYYY - WS-CYC-YYYY) * 360
003390         + (WS-EFF-MM - WS-CYC-MM) * 30
003400         + (WS-EFF-DD - WS-CYC-DD).
003410     IF WS-DAYS-TO-GO < 0
003420         MOVE 0 TO WS-DAYS-TO-GO
003430     END-IF.
003440     MOVE WS-DAYS-TO-GO TO WS-IDT-DAYS.
003450     WRITE PRICE-INQUIRY-LINE FROM WS-INQ-DETAIL-LINE.
003460
003470 2000-LIST-NEXT.
003480     PERFORM 8000-READ-PENDING
003490         THRU 8000-READ-PENDING-EXIT.
003500 2000-LIST-ONE-CHANGE-EXIT.
003510     EXIT.
003520
003530*****************************************************************
003540*    4000-PRINT-TOTALS                                          *
003550*****************************************************************
003560 4000-PRINT-TOTALS.
003570     MOVE 'CHANGES LISTED............' TO WS-CNT-TITLE.
003580     MOVE WS-LISTED-COUNT TO WS-CNT-VALUE.
003590     WRITE PRICE-INQUIRY-LINE FROM WS-COUNT-LINE.
003600
003610     MOVE 'PRICE INCREASES...........' TO WS-CNT-TITLE.
003620     MOVE WS-INCREASE-COUNT TO WS-CNT-VALUE.
003630     WRITE PRICE-INQUIRY-LINE FROM WS-COUNT-LINE.
003640
003650     MOVE 'PRICE DECREASES...........' TO WS-CNT-TITLE.
003660     MOVE WS-DECREASE-COUNT TO WS-CNT-VALUE.
003670     WRITE PRICE-INQUIRY-LINE FROM WS-COUNT-LINE.
003680
003690     MOVE 'MARKDOWNS FOR APPROVAL (MK)' TO WS-CNT-TITLE.
003700     MOVE WS-MARKDOWN-COUNT TO WS-CNT-VALUE.
003710     WRITE PRICE-INQUIRY-LINE FROM WS-COUNT-LINE.
003720
003730     MOVE 'ITEM NO LONGER ON FILE....' TO WS-CNT-TITLE.
003740     MOVE WS-NO-ITEM-COUNT TO WS-CNT-VALUE.
003750     WRITE PRICE-INQUIRY-LINE FROM WS-COUNT-LINE.
003760 4000-PRINT-TOTALS-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*    8000-READ-PENDING                                          *
003810*****************************************************************
003820 8000-READ-PENDING.
003830     READ PRICE-PENDING-FILE NEXT RECORD
003840         AT END
003850             MOVE 'Y' TO WS-EOF-SW
003860     END-READ.
003870 8000-READ-PENDING-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910*    9999-TERMINATE                                             *
003920*****************************************************************
003930 9999-TERMINATE.
003940     IF WS-PPN-FILE-STATUS NOT = '35'
003950         CLOSE PRICE-PENDING-FILE
003960     END-IF.
003970     IF WS-ITM-OK OR WS-ITM-NOT-FOUND
003980         CLOSE ITEM-MASTER-FILE
003990     END-IF.
004000     CLOSE PRICE-INQUIRY-RPT.
004010 9999-TERMINATE-EXIT.
004020     EXIT.
