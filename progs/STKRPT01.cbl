000150*                    ON-HAND - STOCK SOLD THAT WAS NEVER         *
000160*                    BOOKED IN - IS FLAGGED.  ANY SHORTAGE       *
000170*                    ENDS THE STEP RC 4.                         *
000180*    2026-10-15  PD  THE REORDER TEST AND SUGGESTION NOW USE     *
000190*                    ON-HAND LESS THE QUANTITY ON UNSHIPPED      *
000200*                    PICK TICKETS, WHICH IS ALREADY SOLD.        *
000210*    2026-10-15  PD  EVERY LISTED ITEM WITH A QUANTITY TO ORDER  *
000220*                    IS ALSO CUT TO THE REORDER-SUGGESTION FILE  *
000230*                    (REORDSUG.CPY), WHICH POGEN01 TURNS INTO    *
000240*                    PURCHASE ORDERS.                            *
000250*    2026-10-15  PD  THE REVIEW NOW RUNS PER LOCATION FROM THE   *
000260*                    LOCATION STOCK FILE (STKLOC.CPY), WITH A    *
000270*                    HEADING AT EACH LOCATION.  AVAILABLE IS     *
000280*                    ON-HAND PLUS STOCK IN TRANSIT TO THE        *
000290*                    LOCATION LESS ITS PICKS, TESTED AGAINST THE *
000300*                    LOCATION'S OWN REORDER POINT, AND EACH      *
000310*                    SUGGESTION CARRIES ITS LOCATION.  THE       *
000320*                    LOCATION FIGURES ARE TIED TO THE STOCK FILE *
000330*                    TOTALS AND A DIFFERENCE ENDS THE STEP RC 4. *
000340*                    WITH NO LOCATION FILE THE COMPANY-WIDE      *
000350*                    REVIEW RUNS AS BEFORE, AS THE CENTRAL       *
000360*                    WAREHOUSE.                                  *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT STOCK-FILE ASSIGN TO STKMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS STK-ITM-ID
000450         FILE STATUS IS WS-STK-FILE-STATUS.
000460
000470     SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS SLC-KEY
000510         FILE STATUS IS WS-SLC-FILE-STATUS.
000520
000530     SELECT REORDER-RPT ASSIGN TO STKRORRP
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-FILE-STATUS.
000560
000570     SELECT REORDER-SUGGEST-FILE ASSIGN TO REORDSUG
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RSG-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  STOCK-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY STKMAST.
000660
000670 FD  STOCK-LOCATION-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY STKLOC.
000700
000710 FD  REORDER-RPT
000720     LABEL RECORDS ARE STANDARD.
000730     01  REORDER-LINE             PIC X(80).
000740
000750 FD  REORDER-SUGGEST-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY REORDSUG.
000780
000790 WORKING-STORAGE SECTION.
000800     01  WS-STK-FILE-STATUS       PIC X(02).
000810         88  WS-STK-OK            VALUE '00'.
000820         88  WS-STK-EOF           VALUE '10'.
000830     01  WS-SLC-FILE-STATUS       PIC X(02).
000840         88  WS-SLC-OK            VALUE '00'.
000850         88  WS-SLC-EOF           VALUE '10'.
000860     01  WS-RPT-FILE-STATUS       PIC X(02).
000870         88  WS-RPT-OK            VALUE '00'.
000880     01  WS-RSG-FILE-STATUS       PIC X(02).
000890         88  WS-RSG-OK            VALUE '00'.
000900
000910     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000920         88  WS-EOF               VALUE 'Y'.
000930     01  WS-BY-LOCATION-SW        PIC X(01) VALUE 'Y'.
000940         88  WS-BY-LOCATION       VALUE 'Y'.
000950     01  WS-TIE-SW                PIC X(01) VALUE 'Y'.
000960         88  WS-TIES              VALUE 'Y'.
000970     01  WS-LOC-HEADED-SW         PIC X(01) VALUE 'N'.
000980         88  WS-LOC-HEADED        VALUE 'Y'.
000990
001000     01  WS-SUGGESTED-QTY         PIC S9(07).
001010     01  WS-AVAILABLE-QTY         PIC S9(07).
001020     01  WS-HOLD-LOC-CODE         PIC X(03) VALUE SPACES.
001030
001040*    THE ROW UNDER REVIEW - A LOCATION ROW, OR A STOCK FILE
001050*    RECORD TAKEN AS THE CENTRAL WAREHOUSE WHEN THERE IS NO
001060*    LOCATION FILE.
001070     01  WS-REVIEW-ROW.
001080         05  WS-RVW-LOC-CODE      PIC X(03).
001090         05  WS-RVW-ITM-ID        PIC X(05).
001100         05  WS-RVW-ON-HAND       PIC S9(07).
001110         05  WS-RVW-PICKED        PIC 9(07).
001120         05  WS-RVW-IN-TRANSIT    PIC 9(07).
001130         05  WS-RVW-POINT         PIC 9(05).
001140         05  WS-RVW-USAGE         PIC 9(07).
001150
001160*****************************************************************
001170*    CONTROL TOTALS                                             *
001180*****************************************************************
001190     01  WS-TOTALS.
001200         05  WS-ITEM-COUNT        PIC 9(07) COMP VALUE 0.
001210         05  WS-REORDER-COUNT     PIC 9(07) COMP VALUE 0.
001220         05  WS-NEGATIVE-COUNT    PIC 9(07) COMP VALUE 0.
001230
001240*    STOCK FILE AGAINST LOCATION FILE.  STOCK IN TRANSIT IS
001250*    STILL THE COMPANY'S, SO IT COUNTS WITH THE LOCATION ON-HAND.
001260     01  WS-TIE-TOTALS.
001270         05  WS-STK-ON-HAND-TOTAL PIC S9(09) COMP VALUE 0.
001280         05  WS-STK-PICKED-TOTAL  PIC S9(09) COMP VALUE 0.
001290         05  WS-SLC-ON-HAND-TOTAL PIC S9(09) COMP VALUE 0.
001300         05  WS-SLC-PICKED-TOTAL  PIC S9(09) COMP VALUE 0.
001310
001320*****************************************************************
001330*    REORDER REPORT LINE LAYOUTS                                *
001340*****************************************************************
001350     01  WS-HEADING-LINE.
001360         05  FILLER               PIC X(36) VALUE
001370             'STKRPT01 - NIGHTLY REORDER REPORT'.
001380         05  FILLER               PIC X(44) VALUE SPACES.
001390
001400     01  WS-LOC-HEADING-LINE.
001410         05  FILLER               PIC X(09) VALUE
001420             'LOCATION '.
001430         05  WS-LHD-LOC-CODE      PIC X(03).
001440         05  FILLER               PIC X(01) VALUE SPACES.
001450         05  WS-LHD-LOC-NAME      PIC X(20).
001460         05  FILLER               PIC X(47) VALUE SPACES.
001470
001480     01  WS-DETAIL-LINE.
001490         05  WS-DET-ITM-ID        PIC X(05).
001500         05  FILLER               PIC X(10) VALUE
001510             '  ON HAND '.
001520         05  WS-DET-ON-HAND       PIC ZZZZZZ9-.
001530         05  FILLER               PIC X(08) VALUE
001540             '  POINT '.
001550         05  WS-DET-POINT         PIC ZZZZ9.
001560         05  FILLER               PIC X(10) VALUE
001570             '  SUGGEST '.
001580         05  WS-DET-SUGGESTED     PIC ZZZZZZ9.
001590         05  FILLER               PIC X(02).
001600         05  WS-DET-FLAG          PIC X(08).
001610         05  FILLER               PIC X(17).
001620
001630     01  WS-COUNT-LINE.
001640         05  WS-CNT-TITLE         PIC X(26).
001650         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001660         05  FILLER               PIC X(47) VALUE SPACES.
001670
001680     01  WS-TIE-LINE.
001690         05  WS-TIE-TITLE         PIC X(26).
001700         05  WS-TIE-VALUE         PIC ZZZ,ZZZ,ZZ9-.
001710         05  FILLER               PIC X(42) VALUE SPACES.
001720
001730 PROCEDURE DIVISION.
001740*****************************************************************
001750*    0000-MAINLINE                                              *
001760*****************************************************************
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE
001790         THRU 1000-INITIALIZE-EXIT.
001800
001810     PERFORM 2000-REVIEW-ITEM
001820         THRU 2000-REVIEW-ITEM-EXIT
001830         UNTIL WS-EOF.
001840
001850     PERFORM 3000-PRINT-TOTALS
001860         THRU 3000-PRINT-TOTALS-EXIT.
001870
001880     DISPLAY 'STKRPT01: STOCK RECORDS READ.... '
001890         WS-ITEM-COUNT.
001900     DISPLAY 'STKRPT01: ITEMS AT REORDER...... '
001910         WS-REORDER-COUNT.
001920     DISPLAY 'STKRPT01: NEGATIVE ON-HAND...... '
001930         WS-NEGATIVE-COUNT.
001940     IF WS-BY-LOCATION
001950         IF WS-TIES
001960             DISPLAY 'STKRPT01: LOCATION STOCK TIES TO STOCK FILE'
001970         ELSE
001980             DISPLAY 'STKRPT01: LOCATION STOCK DOES NOT TIE TO '
001990                 'STOCK FILE'
002000         END-IF
002010     END-IF.
002020
002030*    GRADED CONDITION CODE - A SHORTAGE, OR LOCATION STOCK OUT
002040*    OF STEP WITH THE STOCK FILE, IS A WARNING THE MORNING
002050*    REVIEW SHOULD SEE.
002060     IF WS-REORDER-COUNT > 0 OR WS-NEGATIVE-COUNT > 0
002070             OR NOT WS-TIES
002080         IF RETURN-CODE < 4
002090             MOVE 4 TO RETURN-CODE
002100         END-IF
002110     END-IF.
002120
002130     PERFORM 9999-TERMINATE
002140         THRU 9999-TERMINATE-EXIT.
002150
002160     STOP RUN.
002170
002180*****************************************************************
002190*    1000-INITIALIZE                                            *
002200*    WITH A LOCATION FILE THE STOCK FILE IS ONLY TOTALLED FOR   *
002210*    THE TIE; WITHOUT ONE IT DRIVES THE REVIEW AS BEFORE.       *
002220*****************************************************************
002230 1000-INITIALIZE.
002240     OPEN INPUT STOCK-LOCATION-FILE.
002250     IF NOT WS-SLC-OK
002260         DISPLAY 'STKRPT01: NO STOCK-LOCATION-FILE - '
002270             'COMPANY-WIDE REVIEW'
002280         MOVE 'N' TO WS-BY-LOCATION-SW
002290     END-IF.
002300
002310     OPEN INPUT STOCK-FILE.
002320     IF NOT WS-STK-OK
002330         DISPLAY 'STKRPT01: OPEN STOCK-FILE FAILED '
002340             WS-STK-FILE-STATUS
002350         MOVE 'Y' TO WS-EOF-SW
002360         MOVE 8 TO RETURN-CODE
002370     END-IF.
002380
002390     IF WS-BY-LOCATION AND WS-STK-OK
002400         PERFORM 1100-TOTAL-STOCK-FILE
002410             THRU 1100-TOTAL-STOCK-FILE-EXIT
002420             UNTIL WS-STK-EOF
002430     END-IF.
002440
002450     OPEN OUTPUT REORDER-RPT.
002460     IF NOT WS-RPT-OK
002470         DISPLAY 'STKRPT01: OPEN REORDER-RPT FAILED '
002480             WS-RPT-FILE-STATUS
002490     END-IF.
002500
002510     OPEN OUTPUT REORDER-SUGGEST-FILE.
002520     IF NOT WS-RSG-OK
002530         DISPLAY 'STKRPT01: OPEN REORDER-SUGGEST FAILED '
002540             WS-RSG-FILE-STATUS
002550     END-IF.
002560
002570     WRITE REORDER-LINE FROM WS-HEADING-LINE.
002580
002590     IF NOT WS-EOF
002600         PERFORM 8000-READ-STOCK
002610             THRU 8000-READ-STOCK-EXIT
002620     END-IF.
002630 1000-INITIALIZE-EXIT.
002640     EXIT.
002650
002660*****************************************************************
002670*    1100-TOTAL-STOCK-FILE                                      *
002680*****************************************************************
002690 1100-TOTAL-STOCK-FILE.
002700     READ STOCK-FILE
002710         AT END
002720             GO TO 1100-TOTAL-STOCK-FILE-EXIT
002730     END-READ.
002740     ADD STK-ON-HAND TO WS-STK-ON-HAND-TOTAL.
002750     ADD STK-PICKED  TO WS-STK-PICKED-TOTAL.
002760 1100-TOTAL-STOCK-FILE-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800*    2000-REVIEW-ITEM                                           *
002810*****************************************************************
002820 2000-REVIEW-ITEM.
002830     ADD 1 TO WS-ITEM-COUNT.
002840
002850     IF WS-RVW-LOC-CODE NOT = WS-HOLD-LOC-CODE
002860         MOVE WS-RVW-LOC-CODE TO WS-HOLD-LOC-CODE
002870         MOVE 'N' TO WS-LOC-HEADED-SW
002880     END-IF.
002890
002900     COMPUTE WS-AVAILABLE-QTY
002910         = WS-RVW-ON-HAND + WS-RVW-IN-TRANSIT - WS-RVW-PICKED.
002920     IF WS-RVW-ON-HAND < 0
002930         ADD 1 TO WS-NEGATIVE-COUNT
002940         MOVE 'NEGATIVE' TO WS-DET-FLAG
002950         PERFORM 2100-LIST-ITEM
002960             THRU 2100-LIST-ITEM-EXIT
002970     ELSE
002980         IF WS-RVW-POINT > 0
002990                 AND WS-AVAILABLE-QTY NOT > WS-RVW-POINT
003000             ADD 1 TO WS-REORDER-COUNT
003010             MOVE 'REORDER ' TO WS-DET-FLAG
003020             PERFORM 2100-LIST-ITEM
003030                 THRU 2100-LIST-ITEM-EXIT
003040         END-IF
003050     END-IF.
003060
003070     PERFORM 8000-READ-STOCK
003080         THRU 8000-READ-STOCK-EXIT.
003090 2000-REVIEW-ITEM-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130*    2100-LIST-ITEM                                             *
003140*    THE SUGGESTION COMES FROM RECENT USAGE, OR ENOUGH TO       *
003150*    REACH TWICE THE REORDER POINT WHEN USAGE IS EMPTY.         *
003160*****************************************************************
003170 2100-LIST-ITEM.
003180     IF NOT WS-LOC-HEADED
003190         PERFORM 2200-LOCATION-HEADING
003200             THRU 2200-LOCATION-HEADING-EXIT
003210     END-IF.
003220
003230     IF WS-RVW-USAGE > 0
003240         MOVE WS-RVW-USAGE TO WS-SUGGESTED-QTY
003250     ELSE
003260         COMPUTE WS-SUGGESTED-QTY
003270             = (WS-RVW-POINT * 2) - WS-AVAILABLE-QTY
003280     END-IF.
003290     IF WS-SUGGESTED-QTY < 0
003300         MOVE 0 TO WS-SUGGESTED-QTY
003310     END-IF.
003320
003330     MOVE WS-RVW-ITM-ID     TO WS-DET-ITM-ID.
003340     MOVE WS-RVW-ON-HAND    TO WS-DET-ON-HAND.
003350     MOVE WS-RVW-POINT      TO WS-DET-POINT.
003360     MOVE WS-SUGGESTED-QTY  TO WS-DET-SUGGESTED.
003370     WRITE REORDER-LINE FROM WS-DETAIL-LINE.
003380     IF WS-SUGGESTED-QTY > 0
003390         MOVE WS-RVW-ITM-ID     TO RSG-ITM-ID
003400         MOVE WS-RVW-ON-HAND    TO RSG-ON-HAND
003410         MOVE WS-AVAILABLE-QTY  TO RSG-AVAILABLE
003420         MOVE WS-RVW-POINT      TO RSG-REORDER-POINT
003430         MOVE WS-SUGGESTED-QTY  TO RSG-SUGGESTED-QTY
003440         MOVE WS-DET-FLAG       TO RSG-FLAG
003450         MOVE WS-RVW-LOC-CODE   TO RSG-LOC-CODE
003460         WRITE REORDER-SUGGEST-REC
003470     END-IF.
003480 2100-LIST-ITEM-EXIT.
003490     EXIT.
003500
003510*****************************************************************
003520*    2200-LOCATION-HEADING                                      *
003530*    PRINTED ONCE PER LOCATION, AHEAD OF ITS FIRST LISTED ITEM. *
003540*****************************************************************
003550 2200-LOCATION-HEADING.
003560     MOVE WS-RVW-LOC-CODE TO WS-LHD-LOC-CODE.
003570     IF WS-RVW-LOC-CODE = SPACES
003580         MOVE 'CENTRAL WAREHOUSE' TO WS-LHD-LOC-NAME
003590     ELSE
003600         MOVE SPACES TO WS-LHD-LOC-NAME
003610     END-IF.
003620     WRITE REORDER-LINE FROM WS-LOC-HEADING-LINE.
003630     MOVE 'Y' TO WS-LOC-HEADED-SW.
003640 2200-LOCATION-HEADING-EXIT.
003650     EXIT.
003660
003670*****************************************************************
003680*    3000-PRINT-TOTALS                                          *
003690*****************************************************************
003700 3000-PRINT-TOTALS.
003710     MOVE 'ITEMS AT REORDER..........' TO WS-CNT-TITLE.
003720     MOVE WS-REORDER-COUNT TO WS-CNT-VALUE.
003730     WRITE REORDER-LINE FROM WS-COUNT-LINE.
003740
003750     MOVE 'NEGATIVE ON-HAND..........' TO WS-CNT-TITLE.
003760     MOVE WS-NEGATIVE-COUNT TO WS-CNT-VALUE.
003770     WRITE REORDER-LINE FROM WS-COUNT-LINE.
003780
003790     IF NOT WS-BY-LOCATION
003800         GO TO 3000-PRINT-TOTALS-EXIT
003810     END-IF.
003820
003830     IF WS-STK-ON-HAND-TOTAL NOT = WS-SLC-ON-HAND-TOTAL
003840             OR WS-STK-PICKED-TOTAL NOT = WS-SLC-PICKED-TOTAL
003850         MOVE 'N' TO WS-TIE-SW
003860     END-IF.
003870
003880     MOVE 'STOCK FILE ON-HAND........' TO WS-TIE-TITLE.
003890     MOVE WS-STK-ON-HAND-TOTAL TO WS-TIE-VALUE.
003900     WRITE REORDER-LINE FROM WS-TIE-LINE.
003910
003920     MOVE 'LOCATIONS PLUS IN TRANSIT.' TO WS-TIE-TITLE.
003930     MOVE WS-SLC-ON-HAND-TOTAL TO WS-TIE-VALUE.
003940     WRITE REORDER-LINE FROM WS-TIE-LINE.
003950
003960     MOVE 'STOCK FILE PICKED.........' TO WS-TIE-TITLE.
003970     MOVE WS-STK-PICKED-TOTAL TO WS-TIE-VALUE.
003980     WRITE REORDER-LINE FROM WS-TIE-LINE.
003990
004000     MOVE 'LOCATIONS PICKED..........' TO WS-TIE-TITLE.
004010     MOVE WS-SLC-PICKED-TOTAL TO WS-TIE-VALUE.
004020     WRITE REORDER-LINE FROM WS-TIE-LINE.
004030
004040     IF WS-TIES
004050         MOVE 'LOCATION STOCK TIES TO STOCK FILE' TO REORDER-LINE
004060     ELSE
004070         MOVE 'LOCATION STOCK DOES NOT TIE TO STOCK FILE'
004080             TO REORDER-LINE
004090     END-IF.
004100     WRITE REORDER-LINE.
004110 3000-PRINT-TOTALS-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150*    8000-READ-STOCK                                            *
004160*    FILLS THE REVIEW ROW FROM WHICHEVER FILE DRIVES THE RUN.   *
004170*****************************************************************
004180 8000-READ-STOCK.
004190     IF NOT WS-BY-LOCATION
004200         GO TO 8000-READ-STOCK-COMPANY
004210     END-IF.
004220
004230     READ STOCK-LOCATION-FILE
004240         AT END
004250             MOVE 'Y' TO WS-EOF-SW
004260             GO TO 8000-READ-STOCK-EXIT
004270     END-READ.
004280     MOVE SLC-LOC-CODE      TO WS-RVW-LOC-CODE.
004290     MOVE SLC-ITM-ID        TO WS-RVW-ITM-ID.
004300     MOVE SLC-ON-HAND       TO WS-RVW-ON-HAND.
004310     MOVE SLC-PICKED        TO WS-RVW-PICKED.
004320     MOVE SLC-IN-TRANSIT    TO WS-RVW-IN-TRANSIT.
004330     MOVE SLC-REORDER-POINT TO WS-RVW-POINT.
004340     MOVE SLC-PERIOD-USAGE  TO WS-RVW-USAGE.
004350     ADD SLC-ON-HAND        TO WS-SLC-ON-HAND-TOTAL.
004360     ADD SLC-IN-TRANSIT     TO WS-SLC-ON-HAND-TOTAL.
004370     ADD SLC-PICKED         TO WS-SLC-PICKED-TOTAL.
004380     GO TO 8000-READ-STOCK-EXIT.
004390
004400 8000-READ-STOCK-COMPANY.
004410     READ STOCK-FILE
004420         AT END
004430             MOVE 'Y' TO WS-EOF-SW
004440             GO TO 8000-READ-STOCK-EXIT
004450     END-READ.
004460     MOVE SPACES            TO WS-RVW-LOC-CODE.
004470     MOVE STK-ITM-ID        TO WS-RVW-ITM-ID.
004480     MOVE STK-ON-HAND       TO WS-RVW-ON-HAND.
004490     MOVE STK-PICKED        TO WS-RVW-PICKED.
004500     MOVE 0                 TO WS-RVW-IN-TRANSIT.
004510     MOVE STK-REORDER-POINT TO WS-RVW-POINT.
004520     MOVE STK-PERIOD-USAGE  TO WS-RVW-USAGE.
004530 8000-READ-STOCK-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*    9999-TERMINATE                                             *
004580*****************************************************************
004590 9999-TERMINATE.
004600     IF WS-STK-OK OR WS-STK-EOF
004610         CLOSE STOCK-FILE
004620     END-IF.
004630     IF WS-BY-LOCATION
004640         CLOSE STOCK-LOCATION-FILE
004650     END-IF.
004660     CLOSE REORDER-RPT.
004670     CLOSE REORDER-SUGGEST-FILE.
004680 9999-TERMINATE-EXIT.
004690     EXIT.
