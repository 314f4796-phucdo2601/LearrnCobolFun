000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VNDCST01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - VENDOR COST-FILE IMPORT.  EACH   *
000100*                    ROW OF THE VENDORS' PERIODIC COST FILES     *
000110*                    (VNDCOST.CPY) IS CHECKED AGAINST THE VENDOR *
000120*                    MASTER (ON FILE AND ACTIVE) AND AGAINST THE *
000130*                    ITEM'S OWN ITM-VENDOR-ID, THEN APPLIED TO   *
000140*                    ITM-UNIT-COST WITH A BEFORE/AFTER RECORD ON *
000150*                    CSTTRAIL.  A ROW NOT YET EFFECTIVE IS       *
000160*                    CARRIED TO THE FILE'S NEXT GENERATION.      *
000170*                    EVERY ITEM WHOSE MARGIN AT THE CURRENT      *
000180*                    ITM-NUM1 NOW FALLS BELOW ITS CATEGORY'S     *
000190*                    MINIMUM OR GOES NEGATIVE IS LISTED AND CUT  *
000200*                    AS A PROPOSED PRICE CHANGE IN ITEM-TRAN     *
000210*                    FORMAT FOR MERCHANDISING TO RUN THROUGH     *
000220*                    PRCSIM01.                                   *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CYC-FILE-STATUS.
000300
000310     SELECT VENDOR-COST-FILE ASSIGN TO VNDCOST
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-VCS-FILE-STATUS.
000340
000350     SELECT VENDOR-COST-CARRY-FILE ASSIGN TO VNDCOSTO
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-VCO-FILE-STATUS.
000380
000390     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDMAST
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-VND-FILE-STATUS.
000420
000430     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS ITM-ID
000470         FILE STATUS IS WS-ITM-FILE-STATUS.
000480
000490     SELECT CATEGORY-REF-FILE ASSIGN TO ITMCAT
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CAT-CODE
000530         FILE STATUS IS WS-CAT-FILE-STATUS.
000540
000550     SELECT COST-CHANGE-TRAIL-FILE ASSIGN TO CSTTRAIL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CCT-FILE-STATUS.
000580
000590     SELECT PROPOSED-PRICE-FILE ASSIGN TO PRCPROP
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PRP-FILE-STATUS.
000620
000630     SELECT COST-IMPORT-RPT ASSIGN TO VNDCSTRP
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RPT-FILE-STATUS.
000660
000670     SELECT MARGIN-SQUEEZE-RPT ASSIGN TO MRGSQZRP
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SQZ-FILE-STATUS.
000700
000710     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RCT-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CYCLE-CONTROL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CYCLCTL.
000800
000810 FD  VENDOR-COST-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY VNDCOST.
000840
000850 FD  VENDOR-COST-CARRY-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     01  VENDOR-COST-CARRY-REC    PIC X(80).
000880
000890 FD  VENDOR-MASTER-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY VNDMAST.
000920
000930 FD  ITEM-MASTER-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY ITMMAST.
000960
000970 FD  CATEGORY-REF-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY ITMCAT.
001000
001010 FD  COST-CHANGE-TRAIL-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY CSTTRAIL.
001040
001050 FD  PROPOSED-PRICE-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY ITEMTRAN.
001080
001090 FD  COST-IMPORT-RPT
001100     LABEL RECORDS ARE STANDARD.
001110     01  COST-IMPORT-LINE         PIC X(80).
001120
001130 FD  MARGIN-SQUEEZE-RPT
001140     LABEL RECORDS ARE STANDARD.
001150     01  MARGIN-SQUEEZE-LINE      PIC X(80).
001160
001170 FD  RUN-CONTROL-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY RUNCTL.
001200
001210 WORKING-STORAGE SECTION.
001220     01  WS-CYC-FILE-STATUS       PIC X(02).
001230         88  WS-CYC-OK            VALUE '00'.
001240     01  WS-VCS-FILE-STATUS       PIC X(02).
001250         88  WS-VCS-OK            VALUE '00'.
001260     01  WS-VCO-FILE-STATUS       PIC X(02).
001270         88  WS-VCO-OK            VALUE '00'.
001280     01  WS-VND-FILE-STATUS       PIC X(02).
001290         88  WS-VND-OK            VALUE '00'.
001300         88  WS-VND-EOF           VALUE '10'.
001310     01  WS-ITM-FILE-STATUS       PIC X(02).
001320         88  WS-ITM-OK            VALUE '00'.
001330         88  WS-ITM-NOT-FOUND     VALUE '23'.
001340     01  WS-CAT-FILE-STATUS       PIC X(02).
001350         88  WS-CAT-OK            VALUE '00'.
001360     01  WS-CCT-FILE-STATUS       PIC X(02).
001370         88  WS-CCT-OK            VALUE '00'.
001380     01  WS-PRP-FILE-STATUS       PIC X(02).
001390         88  WS-PRP-OK            VALUE '00'.
001400     01  WS-RPT-FILE-STATUS       PIC X(02).
001410         88  WS-RPT-OK            VALUE '00'.
001420     01  WS-SQZ-FILE-STATUS       PIC X(02).
001430         88  WS-SQZ-OK            VALUE '00'.
001440     01  WS-RCT-FILE-STATUS       PIC X(02).
001450         88  WS-RCT-OK            VALUE '00'.
001460
001470     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001480         88  WS-EOF               VALUE 'Y'.
001490     01  WS-CAT-DISABLED-SW       PIC X(01) VALUE 'N'.
001500         88  WS-CAT-DISABLED      VALUE 'Y'.
001510
001520     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001530     01  WS-EFFECTIVE-DATE        PIC 9(08).
001540     01  WS-OLD-COST              PIC S9(3)V9(2).
001550     01  WS-REJECT-REASON         PIC X(30).
001560
001570*    A CATEGORY WITH NO MINIMUM OF ITS OWN (OR AN ITEM WITH NO
001580*    CATEGORY) IS HELD TO THIS ONE - ZERO FLAGS ONLY A NEGATIVE
001590*    MARGIN.
001600     01  WS-DEFAULT-MIN-MARGIN    PIC S9(3)V9(2) VALUE 0.
001610*    THE HIGHEST MINIMUM A SUGGESTED PRICE IS BUILT FROM - ABOVE
001620*    THIS THE MARK-UP RUNS AWAY AND THE PRICE IS CAPPED ANYWAY.
001630     01  WS-MAX-MIN-MARGIN        PIC S9(3)V9(2) VALUE 90.00.
001640*    THE MOST ITM-NUM1 CAN HOLD.
001650     01  WS-MAX-PRICE             PIC S9(3)V9(2) VALUE 999.99.
001660     01  WS-MIN-MARGIN            PIC S9(3)V9(2).
001670     01  WS-MARGIN-PCT            PIC S9(5)V9(2).
001680     01  WS-SUGGESTED-PRICE       PIC S9(5)V9(2).
001690
001700*****************************************************************
001710*    VENDOR TABLE - THE VENDOR MASTER IS SMALL AND READ ONCE.   *
001720*****************************************************************
001730     01  WS-VND-COUNT             PIC 9(03) COMP VALUE 0.
001740     01  WS-MAX-VND-ROWS          PIC 9(03) COMP VALUE 100.
001750     01  WS-VND-TABLE.
001760         05  WS-VND-ENTRY OCCURS 100 TIMES.
001770             10  WS-VND-TBL-ID    PIC X(05).
001780             10  WS-VND-TBL-STATUS PIC X(01).
001790     01  WS-VND-SUB               PIC 9(03) COMP.
001800     01  WS-VND-HIT               PIC 9(03) COMP.
001810     01  WS-VND-FOUND-SW          PIC X(01).
001820         88  WS-VND-FOUND         VALUE 'Y'.
001830
001840*****************************************************************
001850*    CONTROL TOTALS                                             *
001860*****************************************************************
001870     01  WS-TOTALS.
001880         05  WS-READ-COUNT        PIC 9(07) COMP VALUE 0.
001890         05  WS-APPLIED-COUNT     PIC 9(07) COMP VALUE 0.
001900         05  WS-REJECT-COUNT      PIC 9(07) COMP VALUE 0.
001910         05  WS-CARRIED-COUNT     PIC 9(07) COMP VALUE 0.
001920         05  WS-SQUEEZE-COUNT     PIC 9(07) COMP VALUE 0.
001930
001940*****************************************************************
001950*    REPORT LINE LAYOUTS                                        *
001960*****************************************************************
001970     01  WS-REG-HEADING-LINE.
001980         05  FILLER               PIC X(40) VALUE
001990             'VNDCST01 - VENDOR COST IMPORT FOR CYCLE'.
002000         05  WS-RHD-CYCLE-DATE    PIC 9(08).
002010         05  FILLER               PIC X(32) VALUE SPACES.
002020
002030     01  WS-REG-COLUMN-LINE.
002040         05  FILLER               PIC X(40) VALUE
002050             'VENDR ITEM  EFFECTIVE  OLD COST  NEW COS'.
002060         05  FILLER               PIC X(40) VALUE
002070             'T DISPOSITION'.
002080
002090     01  WS-REG-DETAIL-LINE.
002100         05  WS-RDT-VENDOR-ID     PIC X(05).
002110         05  FILLER               PIC X(01) VALUE SPACES.
002120         05  WS-RDT-ITM-ID        PIC X(05).
002130         05  FILLER               PIC X(01) VALUE SPACES.
002140         05  WS-RDT-EFFECTIVE     PIC 9(08).
002150         05  FILLER               PIC X(02) VALUE SPACES.
002160         05  WS-RDT-OLD-COST      PIC -(4)9.99.
002170         05  FILLER               PIC X(02) VALUE SPACES.
002180         05  WS-RDT-NEW-COST      PIC -(4)9.99.
002190         05  FILLER               PIC X(01) VALUE SPACES.
002200         05  WS-RDT-DISPOSITION   PIC X(30).
002210         05  FILLER               PIC X(09) VALUE SPACES.
002220
002230     01  WS-SQZ-HEADING-LINE.
002240         05  FILLER               PIC X(40) VALUE
002250             'VNDCST01 - MARGIN SQUEEZE FOR CYCLE'.
002260         05  WS-SHD-CYCLE-DATE    PIC 9(08).
002270         05  FILLER               PIC X(32) VALUE SPACES.
002280
002290     01  WS-SQZ-COLUMN-LINE.
002300         05  FILLER               PIC X(40) VALUE
002310             'ITEM  CAT    PRICE   NEW COST  MARGIN% '.
002320         05  FILLER               PIC X(40) VALUE
002330             ' MINIMUM%  PROPOSED'.
002340
002350     01  WS-SQZ-DETAIL-LINE.
002360         05  WS-SDT-ITM-ID        PIC X(05).
002370         05  FILLER               PIC X(01) VALUE SPACES.
002380         05  WS-SDT-CATEGORY      PIC X(04).
002390         05  FILLER               PIC X(01) VALUE SPACES.
002400         05  WS-SDT-PRICE         PIC -(4)9.99.
002410         05  FILLER               PIC X(02) VALUE SPACES.
002420         05  WS-SDT-COST          PIC -(4)9.99.
002430         05  FILLER               PIC X(01) VALUE SPACES.
002440         05  WS-SDT-MARGIN        PIC -(4)9.99.
002450         05  FILLER               PIC X(02) VALUE SPACES.
002460         05  WS-SDT-MINIMUM       PIC -(4)9.99.
002470         05  FILLER               PIC X(02) VALUE SPACES.
002480         05  WS-SDT-PROPOSED      PIC -(4)9.99.
002490         05  FILLER               PIC X(01) VALUE SPACES.
002500         05  WS-SDT-FLAG          PIC X(08).
002510         05  FILLER               PIC X(14) VALUE SPACES.
002520
002530     01  WS-COUNT-LINE.
002540         05  WS-CNT-TITLE         PIC X(26).
002550         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002560         05  FILLER               PIC X(43) VALUE SPACES.
002570
002580 PROCEDURE DIVISION.
002590*****************************************************************
002600*    0000-MAINLINE                                              *
002610*****************************************************************
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE
002640         THRU 1000-INITIALIZE-EXIT.
002650
002660     PERFORM 2000-PROCESS-COST-ROW
002670         THRU 2000-PROCESS-COST-ROW-EXIT
002680         UNTIL WS-EOF.
002690
002700     PERFORM 4000-PRINT-TOTALS
002710         THRU 4000-PRINT-TOTALS-EXIT.
002720
002730     DISPLAY 'VNDCST01: COST ROWS READ........ ' WS-READ-COUNT.
002740     DISPLAY 'VNDCST01: COSTS APPLIED......... '
002750         WS-APPLIED-COUNT.
002760     DISPLAY 'VNDCST01: ROWS REJECTED......... ' WS-REJECT-COUNT.
002770     DISPLAY 'VNDCST01: CARRIED, NOT YET DUE.. '
002780         WS-CARRIED-COUNT.
002790     DISPLAY 'VNDCST01: MARGIN SQUEEZES....... '
002800         WS-SQUEEZE-COUNT.
002810
002820     IF WS-REJECT-COUNT > 0 OR WS-SQUEEZE-COUNT > 0
002830         IF RETURN-CODE < 4
002840             MOVE 4 TO RETURN-CODE
002850         END-IF
002860     END-IF.
002870
002880     PERFORM 9999-TERMINATE
002890         THRU 9999-TERMINATE-EXIT.
002900
002910     STOP RUN.
002920
002930*****************************************************************
002940*    1000-INITIALIZE                                            *
002950*    THE CYCLE DATE DECIDES WHICH ROWS ARE DUE.  THE VENDOR     *
002960*    MASTER IS LOADED INTO A TABLE.  WITHOUT THE CATEGORY FILE  *
002970*    EVERY ITEM IS HELD TO THE DEFAULT MINIMUM.                 *
002980*****************************************************************
002990 1000-INITIALIZE.
003000     OPEN INPUT CYCLE-CONTROL-FILE.
003010     IF WS-CYC-OK
003020         READ CYCLE-CONTROL-FILE
003030             AT END
003040                 CONTINUE
003050             NOT AT END
003060                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003070         END-READ
003080         CLOSE CYCLE-CONTROL-FILE
003090     END-IF.
003100     IF WS-CYCLE-DATE = 0
003110         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003120     END-IF.
003130
003140     OPEN INPUT VENDOR-MASTER-FILE.
003150     IF WS-VND-OK
003160         PERFORM 1100-LOAD-VENDOR
003170             THRU 1100-LOAD-VENDOR-EXIT
003180             UNTIL WS-VND-EOF
003190         CLOSE VENDOR-MASTER-FILE
003200     ELSE
003210         DISPLAY 'VNDCST01: OPEN VENDOR-MASTER-FILE FAILED '
003220             WS-VND-FILE-STATUS
003230         MOVE 'Y' TO WS-EOF-SW
003240         MOVE 8 TO RETURN-CODE
003250     END-IF.
003260
003270     OPEN INPUT VENDOR-COST-FILE.
003280     IF NOT WS-VCS-OK
003290         DISPLAY 'VNDCST01: OPEN VENDOR-COST-FILE FAILED '
003300             WS-VCS-FILE-STATUS
003310         MOVE 'Y' TO WS-EOF-SW
003320         MOVE 8 TO RETURN-CODE
003330     END-IF.
003340     OPEN OUTPUT VENDOR-COST-CARRY-FILE.
003350     IF NOT WS-VCO-OK
003360         DISPLAY 'VNDCST01: OPEN VENDOR-COST-CARRY-FILE FAILED '
003370             WS-VCO-FILE-STATUS
003380         MOVE 'Y' TO WS-EOF-SW
003390         MOVE 8 TO RETURN-CODE
003400     END-IF.
003410
003420     OPEN I-O ITEM-MASTER-FILE.
003430     IF NOT WS-ITM-OK
003440         DISPLAY 'VNDCST01: OPEN ITEM-MASTER FAILED '
003450             WS-ITM-FILE-STATUS
003460         MOVE 'Y' TO WS-EOF-SW
003470         MOVE 8 TO RETURN-CODE
003480     END-IF.
003490
003500     OPEN INPUT CATEGORY-REF-FILE.
003510     IF NOT WS-CAT-OK
003520         DISPLAY 'VNDCST01: OPEN CATEGORY-REF-FILE FAILED '
003530             WS-CAT-FILE-STATUS
003540         MOVE 'Y' TO WS-CAT-DISABLED-SW
003550     END-IF.
003560
003570     OPEN EXTEND COST-CHANGE-TRAIL-FILE.
003580     IF NOT WS-CCT-OK
003590         DISPLAY 'VNDCST01: OPEN COST-CHANGE-TRAIL-FILE FAILED '
003600             WS-CCT-FILE-STATUS
003610         MOVE 'Y' TO WS-EOF-SW
003620         MOVE 8 TO RETURN-CODE
003630     END-IF.
003640     OPEN OUTPUT PROPOSED-PRICE-FILE.
003650     IF NOT WS-PRP-OK
003660         DISPLAY 'VNDCST01: OPEN PROPOSED-PRICE-FILE FAILED '
003670             WS-PRP-FILE-STATUS
003680         MOVE 'Y' TO WS-EOF-SW
003690         MOVE 8 TO RETURN-CODE
003700     END-IF.
003710
003720     OPEN OUTPUT COST-IMPORT-RPT.
003730     IF NOT WS-RPT-OK
003740         DISPLAY 'VNDCST01: OPEN COST-IMPORT-RPT FAILED '
003750             WS-RPT-FILE-STATUS
003760     END-IF.
003770     MOVE WS-CYCLE-DATE TO WS-RHD-CYCLE-DATE.
003780     WRITE COST-IMPORT-LINE FROM WS-REG-HEADING-LINE.
003790     WRITE COST-IMPORT-LINE FROM WS-REG-COLUMN-LINE.
003800
003810     OPEN OUTPUT MARGIN-SQUEEZE-RPT.
003820     IF NOT WS-SQZ-OK
003830         DISPLAY 'VNDCST01: OPEN MARGIN-SQUEEZE-RPT FAILED '
003840             WS-SQZ-FILE-STATUS
003850     END-IF.
003860     MOVE WS-CYCLE-DATE TO WS-SHD-CYCLE-DATE.
003870     WRITE MARGIN-SQUEEZE-LINE FROM WS-SQZ-HEADING-LINE.
003880     WRITE MARGIN-SQUEEZE-LINE FROM WS-SQZ-COLUMN-LINE.
003890
003900     IF NOT WS-EOF
003910         PERFORM 8000-READ-COST-ROW
003920             THRU 8000-READ-COST-ROW-EXIT
003930     END-IF.
003940 1000-INITIALIZE-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980*    1100-LOAD-VENDOR                                           *
003990*****************************************************************
004000 1100-LOAD-VENDOR.
004010     READ VENDOR-MASTER-FILE
004020         AT END
004030             MOVE '10' TO WS-VND-FILE-STATUS
004040         NOT AT END
004050             IF WS-VND-COUNT < WS-MAX-VND-ROWS
004060                 ADD 1 TO WS-VND-COUNT
004070                 MOVE VND-ID
004080                     TO WS-VND-TBL-ID(WS-VND-COUNT)
004090                 MOVE VND-STATUS
004100                     TO WS-VND-TBL-STATUS(WS-VND-COUNT)
004110             END-IF
004120     END-READ.
004130 1100-LOAD-VENDOR-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170*    2000-PROCESS-COST-ROW                                      *
004180*    A ROW NOT YET EFFECTIVE GOES TO THE CARRY FILE.  A DUE ROW *
004190*    IS EDITED, APPLIED TO THE ITEM WITH A TRAIL RECORD, AND    *
004200*    THE ITEM'S MARGIN CHECKED AT ITS CURRENT PRICE.  A ROW     *
004210*    THAT FAILS AN EDIT CHANGES NOTHING.                        *
004220*****************************************************************
004230 2000-PROCESS-COST-ROW.
004240     ADD 1 TO WS-READ-COUNT.
004250     IF VCS-EFFECTIVE-DATE NUMERIC
004260         MOVE VCS-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
004270     ELSE
004280         MOVE 0 TO WS-EFFECTIVE-DATE
004290     END-IF.
004300     IF WS-EFFECTIVE-DATE > WS-CYCLE-DATE
004310         WRITE VENDOR-COST-CARRY-REC FROM VENDOR-COST-REC
004320         ADD 1 TO WS-CARRIED-COUNT
004330         GO TO 2000-PROCESS-NEXT
004340     END-IF.
004350
004360     MOVE VCS-VENDOR-ID     TO WS-RDT-VENDOR-ID.
004370     MOVE VCS-ITM-ID        TO WS-RDT-ITM-ID.
004380     MOVE WS-EFFECTIVE-DATE TO WS-RDT-EFFECTIVE.
004390     MOVE 0                 TO WS-RDT-OLD-COST.
004400     MOVE 0                 TO WS-RDT-NEW-COST.
004410
004420     PERFORM 2100-EDIT-COST-ROW
004430         THRU 2100-EDIT-COST-ROW-EXIT.
004440     IF WS-REJECT-REASON NOT = SPACES
004450         ADD 1 TO WS-REJECT-COUNT
004460         MOVE WS-REJECT-REASON TO WS-RDT-DISPOSITION
004470         WRITE COST-IMPORT-LINE FROM WS-REG-DETAIL-LINE
004480         GO TO 2000-PROCESS-NEXT
004490     END-IF.
004500
004510     MOVE ITM-UNIT-COST TO WS-OLD-COST.
004520     MOVE ITM-UNIT-COST TO WS-RDT-OLD-COST.
004530     MOVE VCS-NEW-COST  TO WS-RDT-NEW-COST.
004540     ADD 1 TO WS-APPLIED-COUNT.
004550     IF VCS-NEW-COST = WS-OLD-COST
004560         MOVE 'NO CHANGE' TO WS-RDT-DISPOSITION
004570     ELSE
004580         MOVE VCS-NEW-COST TO ITM-UNIT-COST
004590         REWRITE ITEM-MASTER-REC
004600         PERFORM 2200-LOG-COST-CHANGE
004610             THRU 2200-LOG-COST-CHANGE-EXIT
004620         MOVE 'APPLIED' TO WS-RDT-DISPOSITION
004630     END-IF.
004640     PERFORM 2300-CHECK-MARGIN
004650         THRU 2300-CHECK-MARGIN-EXIT.
004660     WRITE COST-IMPORT-LINE FROM WS-REG-DETAIL-LINE.
004670
004680 2000-PROCESS-NEXT.
004690     PERFORM 8000-READ-COST-ROW
004700         THRU 8000-READ-COST-ROW-EXIT.
004710 2000-PROCESS-COST-ROW-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750*    2100-EDIT-COST-ROW                                         *
004760*    THE COST MUST BE A POSITIVE AMOUNT, THE VENDOR ON THE      *
004770*    MASTER AND ACTIVE, AND THE ITEM ON FILE AND BOUGHT FROM    *
004780*    THAT VENDOR - ONE VENDOR'S FILE CANNOT MOVE ANOTHER        *
004790*    VENDOR'S COSTS.  LEAVES THE ITEM READ WHEN THE ROW PASSES. *
004800*****************************************************************
004810 2100-EDIT-COST-ROW.
004820     MOVE SPACES TO WS-REJECT-REASON.
004830     IF VCS-NEW-COST NOT NUMERIC
004840         MOVE 'COST NOT NUMERIC' TO WS-REJECT-REASON
004850         GO TO 2100-EDIT-COST-ROW-EXIT
004860     END-IF.
004870     MOVE VCS-NEW-COST TO WS-RDT-NEW-COST.
004880     IF VCS-NEW-COST NOT > 0
004890         MOVE 'COST NOT POSITIVE' TO WS-REJECT-REASON
004900         GO TO 2100-EDIT-COST-ROW-EXIT
004910     END-IF.
004920
004930     MOVE 'N' TO WS-VND-FOUND-SW.
004940     PERFORM 2110-FIND-VENDOR
004950         THRU 2110-FIND-VENDOR-EXIT
004960         VARYING WS-VND-SUB FROM 1 BY 1
004970         UNTIL WS-VND-SUB > WS-VND-COUNT
004980            OR WS-VND-FOUND.
004990     IF NOT WS-VND-FOUND
005000         MOVE 'VENDOR NOT ON FILE' TO WS-REJECT-REASON
005010         GO TO 2100-EDIT-COST-ROW-EXIT
005020     END-IF.
005030     IF WS-VND-TBL-STATUS(WS-VND-HIT) = 'I'
005040         MOVE 'VENDOR INACTIVE' TO WS-REJECT-REASON
005050         GO TO 2100-EDIT-COST-ROW-EXIT
005060     END-IF.
005070
005080     MOVE VCS-ITM-ID TO ITM-ID.
005090     READ ITEM-MASTER-FILE
005100         INVALID KEY
005110             MOVE 'ITEM ID NOT ON FILE' TO WS-REJECT-REASON
005120             GO TO 2100-EDIT-COST-ROW-EXIT
005130     END-READ.
005140     IF ITM-VENDOR-ID NOT = VCS-VENDOR-ID
005150         MOVE 'ITEM NOT SUPPLIED BY VENDOR' TO WS-REJECT-REASON
005160     END-IF.
005170 2100-EDIT-COST-ROW-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210*    2110-FIND-VENDOR                                           *
005220*    LEAVES WS-VND-HIT ON THE MATCHING ROW.                     *
005230*****************************************************************
005240 2110-FIND-VENDOR.
005250     IF WS-VND-TBL-ID(WS-VND-SUB) = VCS-VENDOR-ID
005260         MOVE 'Y' TO WS-VND-FOUND-SW
005270         MOVE WS-VND-SUB TO WS-VND-HIT
005280     END-IF.
005290 2110-FIND-VENDOR-EXIT.
005300     EXIT.
005310
005320*****************************************************************
005330*    2200-LOG-COST-CHANGE                                       *
005340*    THE SAME BEFORE/AFTER RECORD ITEMMNT1 CUTS FOR A KEYED     *
005350*    COST, DATED THE DAY THE COST TOOK EFFECT AND SIGNED BY     *
005360*    THIS PROGRAM.                                              *
005370*****************************************************************
005380 2200-LOG-COST-CHANGE.
005390     MOVE SPACES            TO COST-CHANGE-TRAIL-REC.
005400     MOVE ITM-ID            TO CCT-ITM-ID.
005410     MOVE WS-OLD-COST       TO CCT-OLD-COST.
005420     MOVE ITM-UNIT-COST     TO CCT-NEW-COST.
005430     IF WS-EFFECTIVE-DATE = 0
005440         MOVE WS-CYCLE-DATE TO CCT-CHANGE-DATE
005450     ELSE
005460         MOVE WS-EFFECTIVE-DATE TO CCT-CHANGE-DATE
005470     END-IF.
005480     MOVE 'VNDCST01'        TO CCT-OPERATOR-ID.
005490     WRITE COST-CHANGE-TRAIL-REC.
005500 2200-LOG-COST-CHANGE-EXIT.
005510     EXIT.
005520
005530*****************************************************************
005540*    2300-CHECK-MARGIN                                          *
005550*    MARGIN IS (PRICE - COST) AS A PERCENT OF ITM-NUM1.  A ZERO *
005560*    OR NEGATIVE PRICE HAS NO MARGIN TO SPEAK OF AND IS ALWAYS  *
005570*    LISTED.  A SQUEEZED ITEM GETS THE PRICE THAT RESTORES ITS  *
005580*    CATEGORY'S MINIMUM, CUT AS A PROPOSED CHANGE.              *
005590*****************************************************************
005600 2300-CHECK-MARGIN.
005610     MOVE WS-DEFAULT-MIN-MARGIN TO WS-MIN-MARGIN.
005620     IF ITM-CATEGORY-CODE NOT = SPACES AND NOT WS-CAT-DISABLED
005630         MOVE ITM-CATEGORY-CODE TO CAT-CODE
005640         READ CATEGORY-REF-FILE
005650             INVALID KEY
005660                 CONTINUE
005670             NOT INVALID KEY
005680                 IF CAT-MIN-MARGIN-PCT NUMERIC
005690                     AND CAT-MIN-MARGIN-PCT > 0
005700                     MOVE CAT-MIN-MARGIN-PCT TO WS-MIN-MARGIN
005710                 END-IF
005720         END-READ
005730     END-IF.
005740
005750     IF ITM-NUM1 > 0
005760         COMPUTE WS-MARGIN-PCT ROUNDED =
005770             (ITM-NUM1 - ITM-UNIT-COST) * 100 / ITM-NUM1
005780         IF WS-MARGIN-PCT NOT < 0
005790             AND WS-MARGIN-PCT NOT < WS-MIN-MARGIN
005800             GO TO 2300-CHECK-MARGIN-EXIT
005810         END-IF
005820     ELSE
005830         MOVE 0 TO WS-MARGIN-PCT
005840     END-IF.
005850
005860     ADD 1 TO WS-SQUEEZE-COUNT.
005870     IF WS-MIN-MARGIN > WS-MAX-MIN-MARGIN
005880         MOVE WS-MAX-MIN-MARGIN TO WS-MIN-MARGIN
005890     END-IF.
005900*    TAKEN TO THE CENT ABOVE, SO THE PRICE NEVER FALLS SHORT.
005910     COMPUTE WS-SUGGESTED-PRICE =
005920         ITM-UNIT-COST * 100 / (100 - WS-MIN-MARGIN).
005930     IF WS-SUGGESTED-PRICE * (100 - WS-MIN-MARGIN)
005940         < ITM-UNIT-COST * 100
005950         ADD .01 TO WS-SUGGESTED-PRICE
005960     END-IF.
005970     MOVE SPACES TO WS-SDT-FLAG.
005980     IF ITM-NUM1 - ITM-UNIT-COST < 0
005990         MOVE 'NEGATIVE' TO WS-SDT-FLAG
006000     END-IF.
006010     IF WS-SUGGESTED-PRICE > WS-MAX-PRICE
006020         MOVE WS-MAX-PRICE TO WS-SUGGESTED-PRICE
006030         MOVE 'CAPPED'     TO WS-SDT-FLAG
006040     END-IF.
006050
006060     MOVE ITM-ID             TO WS-SDT-ITM-ID.
006070     MOVE ITM-CATEGORY-CODE  TO WS-SDT-CATEGORY.
006080     MOVE ITM-NUM1           TO WS-SDT-PRICE.
006090     MOVE ITM-UNIT-COST      TO WS-SDT-COST.
006100     MOVE WS-MARGIN-PCT      TO WS-SDT-MARGIN.
006110     MOVE WS-MIN-MARGIN      TO WS-SDT-MINIMUM.
006120     MOVE WS-SUGGESTED-PRICE TO WS-SDT-PROPOSED.
006130     WRITE MARGIN-SQUEEZE-LINE FROM WS-SQZ-DETAIL-LINE.
006140
006150     PERFORM 2350-WRITE-PROPOSED-PRICE
006160         THRU 2350-WRITE-PROPOSED-PRICE-EXIT.
006170 2300-CHECK-MARGIN-EXIT.
006180     EXIT.
006190
006200*****************************************************************
006210*    2350-WRITE-PROPOSED-PRICE                                  *
006220*    AN ORDINARY ITEMMNT1 CHANGE CARRYING THE ITEM AS IT NOW    *
006230*    STANDS WITH ONLY ITM-NUM1 MOVED, SO PRCSIM01 CAN PLAY THE  *
006240*    FILE AND MERCHANDISING CAN FEED WHAT THEY ACCEPT STRAIGHT  *
006250*    TO ITEM MAINTENANCE.                                       *
006260*****************************************************************
006270 2350-WRITE-PROPOSED-PRICE.
006280     MOVE SPACES             TO ITEM-TRAN-REC.
006290     MOVE 'C'                TO ITT-ACTION.
006300     MOVE ITM-ID             TO ITT-ITM-ID.
006310     MOVE ITM-NAME           TO ITT-ITM-NAME.
006320     MOVE WS-SUGGESTED-PRICE TO ITT-ITM-NUM1.
006330     MOVE ITM-NUM3           TO ITT-ITM-NUM3.
006340     MOVE WS-CYCLE-DATE      TO ITT-CHANGE-DATE.
006350     MOVE 'VNDCST01'         TO ITT-OPERATOR-ID.
006360     MOVE ITM-CATEGORY-CODE  TO ITT-CATEGORY-CODE.
006370     MOVE ITM-VENDOR-ID      TO ITT-VENDOR-ID.
006380     MOVE ITM-UNIT-COST      TO ITT-UNIT-COST.
006390     MOVE 0                  TO ITT-EFFECTIVE-DATE.
006400     WRITE ITEM-TRAN-REC.
006410 2350-WRITE-PROPOSED-PRICE-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450*    4000-PRINT-TOTALS                                          *
006460*****************************************************************
006470 4000-PRINT-TOTALS.
006480     MOVE 'COST ROWS READ............' TO WS-CNT-TITLE.
006490     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
006500     WRITE COST-IMPORT-LINE FROM WS-COUNT-LINE.
006510
006520     MOVE 'COSTS APPLIED.............' TO WS-CNT-TITLE.
006530     MOVE WS-APPLIED-COUNT TO WS-CNT-VALUE.
006540     WRITE COST-IMPORT-LINE FROM WS-COUNT-LINE.
006550
006560     MOVE 'ROWS REJECTED.............' TO WS-CNT-TITLE.
006570     MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
006580     WRITE COST-IMPORT-LINE FROM WS-COUNT-LINE.
006590
006600     MOVE 'CARRIED, NOT YET DUE......' TO WS-CNT-TITLE.
006610     MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE.
006620     WRITE COST-IMPORT-LINE FROM WS-COUNT-LINE.
006630
006640     MOVE 'ITEMS BELOW MINIMUM MARGIN' TO WS-CNT-TITLE.
006650     MOVE WS-SQUEEZE-COUNT TO WS-CNT-VALUE.
006660     WRITE MARGIN-SQUEEZE-LINE FROM WS-COUNT-LINE.
006670 4000-PRINT-TOTALS-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710*    8000-READ-COST-ROW                                         *
006720*****************************************************************
006730 8000-READ-COST-ROW.
006740     READ VENDOR-COST-FILE
006750         AT END
006760             MOVE 'Y' TO WS-EOF-SW
006770     END-READ.
006780 8000-READ-COST-ROW-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820*    9999-TERMINATE                                             *
006830*****************************************************************
006840 9999-TERMINATE.
006850     CLOSE VENDOR-COST-FILE.
006860     CLOSE VENDOR-COST-CARRY-FILE.
006870     IF WS-ITM-OK OR WS-ITM-NOT-FOUND
006880         CLOSE ITEM-MASTER-FILE
006890     END-IF.
006900     IF NOT WS-CAT-DISABLED
006910         CLOSE CATEGORY-REF-FILE
006920     END-IF.
006930     CLOSE COST-CHANGE-TRAIL-FILE.
006940     CLOSE PROPOSED-PRICE-FILE.
006950     CLOSE COST-IMPORT-RPT.
006960     CLOSE MARGIN-SQUEEZE-RPT.
006970
006980*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
006990     OPEN EXTEND RUN-CONTROL-FILE.
007000     IF WS-RCT-OK
007010         MOVE 'VNDCST01'         TO RCT-STEP-NAME
007020         MOVE WS-READ-COUNT      TO RCT-RECORDS-IN
007030         MOVE WS-APPLIED-COUNT   TO RCT-APPLIED
007040         MOVE WS-REJECT-COUNT    TO RCT-REJECTED
007050         MOVE WS-CARRIED-COUNT   TO RCT-SUSPENDED
007060         WRITE RUN-CONTROL-REC
007070         CLOSE RUN-CONTROL-FILE
007080     ELSE
007090         DISPLAY 'VNDCST01: OPEN RUN-CONTROL-FILE FAILED '
007100             WS-RCT-FILE-STATUS
007110     END-IF.
007120 9999-TERMINATE-EXIT.
007130     EXIT.
