000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RSVRPT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - STOCK RESERVATION REVIEW.  RUNS  *
000100*                    AFTER POSTING AND WALKS THE RESERVATION     *
000110*                    FILE (STKRSV.CPY).  A QUOTE RESERVATION     *
000120*                    PAST THE QUOTE'S EXPIRY IS RELEASED.  A     *
000130*                    HELD-ORDER RESERVATION WHOSE ORDER IS NO    *
000140*                    LONGER ON THE HELD FILE, OR A BACKORDER     *
000150*                    RESERVATION WHOSE ORDER IS NO LONGER ON THE *
000160*                    BACKORDER FILE, HAS OUTLIVED ITS ORDER AND  *
000170*                    IS LISTED WITH ITS AGE FOR THE DESK TO      *
000180*                    CLEAR WITH A HLDMNT01 CANCEL - IT IS NOT    *
000190*                    DROPPED HERE, BECAUSE A FAILED EDIT OR      *
000200*                    POSTING THAT IS RERUN STILL NEEDS IT.       *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-PARM-FILE-STATUS.
000280
000290     SELECT STOCK-RESERVATION-FILE ASSIGN TO RSVMAST
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS RSV-KEY
000330         FILE STATUS IS WS-RSV-FILE-STATUS.
000340
000350     SELECT HELD-ORDER-FILE ASSIGN TO ORDHELD
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-HLD-FILE-STATUS.
000380
000390     SELECT BACKORDER-FILE ASSIGN TO BCKORD
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BKO-FILE-STATUS.
000420
000430     SELECT RESERVATION-RPT ASSIGN TO RSVRPTRP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CONTROL-CARD-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY PARMCARD.
000520
000530 FD  STOCK-RESERVATION-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY STKRSV.
000560
000570 FD  HELD-ORDER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY HLDORD.
000600
000610 FD  BACKORDER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY BCKORD.
000640
000650 FD  RESERVATION-RPT
000660     LABEL RECORDS ARE STANDARD.
000670     01  RESERVATION-LINE         PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700     01  WS-PARM-FILE-STATUS      PIC X(02).
000710         88  WS-PARM-OK           VALUE '00'.
000720     01  WS-RSV-FILE-STATUS       PIC X(02).
000730         88  WS-RSV-OK            VALUE '00'.
000740         88  WS-RSV-EOF           VALUE '10'.
000750     01  WS-HLD-FILE-STATUS       PIC X(02).
000760         88  WS-HLD-OK            VALUE '00'.
000770         88  WS-HLD-EOF           VALUE '10'.
000780     01  WS-BKO-FILE-STATUS       PIC X(02).
000790         88  WS-BKO-OK            VALUE '00'.
000800         88  WS-BKO-EOF           VALUE '10'.
000810     01  WS-RPT-FILE-STATUS       PIC X(02).
000820         88  WS-RPT-OK            VALUE '00'.
000830
000840     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
000850         88  WS-EOF               VALUE 'Y'.
000860     01  WS-HLD-PRESENT-SW        PIC X(01) VALUE 'N'.
000870         88  WS-HLD-PRESENT       VALUE 'Y'.
000880     01  WS-BKO-PRESENT-SW        PIC X(01) VALUE 'N'.
000890         88  WS-BKO-PRESENT       VALUE 'Y'.
000900     01  WS-ORDER-FOUND-SW        PIC X(01).
000910         88  WS-ORDER-FOUND       VALUE 'Y'.
000920
000930     01  WS-AS-OF-DATE            PIC 9(08).
000940     01  WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
000950         05  WS-AS-OF-YYYY        PIC 9(04).
000960         05  WS-AS-OF-MM          PIC 9(02).
000970         05  WS-AS-OF-DD          PIC 9(02).
000980     01  WS-RSV-DATE              PIC 9(08).
000990     01  WS-RSV-SPLIT REDEFINES WS-RSV-DATE.
001000         05  WS-RSD-YYYY          PIC 9(04).
001010         05  WS-RSD-MM            PIC 9(02).
001020         05  WS-RSD-DD            PIC 9(02).
001030     01  WS-AGE-DAYS              PIC S9(07) COMP.
001040
001050*****************************************************************
001060*    ORDER IDS STILL WAITING - THE HELD ORDERS CARRIED AND      *
001070*    PARKED TONIGHT, AND THE BACKORDERS CARRIED AND RAISED      *
001080*    TONIGHT.  A RESERVATION'S ORDER IS LOOKED UP HERE.         *
001090*****************************************************************
001100     01  WS-HLD-COUNT             PIC 9(04) COMP VALUE 0.
001110     01  WS-MAX-HLD-ROWS          PIC 9(04) COMP VALUE 1000.
001120     01  WS-HLD-TABLE.
001130         05  WS-HLD-TBL-ID        PIC X(06) OCCURS 1000 TIMES.
001140     01  WS-BKO-COUNT             PIC 9(04) COMP VALUE 0.
001150     01  WS-MAX-BKO-ROWS          PIC 9(04) COMP VALUE 1000.
001160     01  WS-BKO-TABLE.
001170         05  WS-BKO-TBL-ID        PIC X(06) OCCURS 1000 TIMES.
001180     01  WS-ID-SUB                PIC 9(04) COMP.
001190
001200*****************************************************************
001210*    CONTROL TOTALS                                             *
001220*****************************************************************
001230     01  WS-TOTALS.
001240         05  WS-RSV-READ-COUNT    PIC 9(07) COMP VALUE 0.
001250         05  WS-EXPIRED-COUNT     PIC 9(07) COMP VALUE 0.
001260         05  WS-ORPHAN-COUNT      PIC 9(07) COMP VALUE 0.
001270         05  WS-STANDING-COUNT    PIC 9(07) COMP VALUE 0.
001280         05  WS-STANDING-UNITS    PIC 9(09) COMP VALUE 0.
001290         05  WS-ORPHAN-UNITS      PIC 9(09) COMP VALUE 0.
001300
001310*****************************************************************
001320*    RESERVATION REVIEW LINE LAYOUTS                            *
001330*****************************************************************
001340     01  WS-HEADING-LINE.
001350         05  FILLER               PIC X(40) VALUE
001360             'RSVRPT01 - STOCK RESERVATIONS AS OF'.
001370         05  WS-HDG-AS-OF         PIC 9(08).
001380         05  FILLER               PIC X(32) VALUE SPACES.
001390
001400     01  WS-COLUMN-LINE.
001410         05  FILLER               PIC X(40) VALUE
001420             'ORDER  ITEM  S LOC CUST      QTY RESERVE'.
001430         05  FILLER               PIC X(40) VALUE
001440             'D  DAYS  DISPOSITION'.
001450
001460     01  WS-DETAIL-LINE.
001470         05  WS-DET-ORDER-ID      PIC X(06).
001480         05  FILLER               PIC X(01) VALUE SPACES.
001490         05  WS-DET-ITM-ID        PIC X(05).
001500         05  FILLER               PIC X(01) VALUE SPACES.
001510         05  WS-DET-SOURCE        PIC X(01).
001520         05  FILLER               PIC X(01) VALUE SPACES.
001530         05  WS-DET-LOC-CODE      PIC X(03).
001540         05  FILLER               PIC X(01) VALUE SPACES.
001550         05  WS-DET-CUST-ID       PIC X(05).
001560         05  FILLER               PIC X(01) VALUE SPACES.
001570         05  WS-DET-QUANTITY      PIC ZZZZZZ9.
001580         05  FILLER               PIC X(01) VALUE SPACES.
001590         05  WS-DET-RESERVED-DATE PIC 9(08).
001600         05  FILLER               PIC X(01) VALUE SPACES.
001610         05  WS-DET-AGE-DAYS      PIC ZZZZ9.
001620         05  FILLER               PIC X(02) VALUE SPACES.
001630         05  WS-DET-DISPOSITION   PIC X(24).
001640         05  FILLER               PIC X(07) VALUE SPACES.
001650
001660     01  WS-COUNT-LINE.
001670         05  WS-CNT-TITLE         PIC X(26).
001680         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
001690         05  FILLER               PIC X(43) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720*****************************************************************
001730*    0000-MAINLINE                                              *
001740*****************************************************************
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE
001770         THRU 1000-INITIALIZE-EXIT.
001780
001790     PERFORM 2000-REVIEW-RESERVATION
001800         THRU 2000-REVIEW-RESERVATION-EXIT
001810         UNTIL WS-EOF.
001820
001830     PERFORM 3000-PRINT-TOTALS
001840         THRU 3000-PRINT-TOTALS-EXIT.
001850
001860     DISPLAY 'RSVRPT01: RESERVATIONS READ..... '
001870         WS-RSV-READ-COUNT.
001880     DISPLAY 'RSVRPT01: QUOTES EXPIRED........ '
001890         WS-EXPIRED-COUNT.
001900     DISPLAY 'RSVRPT01: ORDER GONE............ '
001910         WS-ORPHAN-COUNT.
001920     DISPLAY 'RSVRPT01: RESERVATIONS STANDING. '
001930         WS-STANDING-COUNT.
001940
001950*    GRADED CONDITION CODE - 0 CLEAN, 4 RESERVATIONS THAT HAVE
001960*    OUTLIVED THEIR ORDER NEED THE DESK, 8 FAILED.
001970     IF WS-ORPHAN-COUNT > 0
001980         IF RETURN-CODE < 4
001990             MOVE 4 TO RETURN-CODE
002000         END-IF
002010     END-IF.
002020
002030     PERFORM 9999-TERMINATE
002040         THRU 9999-TERMINATE-EXIT.
002050
002060     STOP RUN.
002070
002080*****************************************************************
002090*    1000-INITIALIZE                                            *
002100*****************************************************************
002110 1000-INITIALIZE.
002120     OPEN INPUT CONTROL-CARD-FILE.
002130     IF WS-PARM-OK
002140         READ CONTROL-CARD-FILE
002150             AT END
002160                 DISPLAY 'RSVRPT01: NO CONTROL CARD SUPPLIED'
002170                 MOVE 0 TO PARM-RUN-DATE
002180             NOT AT END
002190                 PERFORM 9500-VALIDATE-PARM-CARD
002200                     THRU 9500-VALIDATE-PARM-CARD-EXIT
002210         END-READ
002220         CLOSE CONTROL-CARD-FILE
002230     ELSE
002240         DISPLAY 'RSVRPT01: OPEN CONTROL-CARD FAILED '
002250             WS-PARM-FILE-STATUS
002260         MOVE 0 TO PARM-RUN-DATE
002270     END-IF.
002280
002290     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
002300         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
002310     ELSE
002320         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
002330     END-IF.
002340
002350*    WITHOUT THE HELD OR BACKORDER FILE THAT KIND OF
002360*    RESERVATION CANNOT BE JUDGED AND IS LEFT STANDING.
002370     OPEN INPUT HELD-ORDER-FILE.
002380     IF WS-HLD-OK
002390         MOVE 'Y' TO WS-HLD-PRESENT-SW
002400         PERFORM 1100-LOAD-HELD-ORDER
002410             THRU 1100-LOAD-HELD-ORDER-EXIT
002420             UNTIL WS-HLD-EOF
002430         CLOSE HELD-ORDER-FILE
002440     ELSE
002450         DISPLAY 'RSVRPT01: NO HELD-ORDER FILE THIS RUN'
002460     END-IF.
002470
002480     OPEN INPUT BACKORDER-FILE.
002490     IF WS-BKO-OK
002500         MOVE 'Y' TO WS-BKO-PRESENT-SW
002510         PERFORM 1200-LOAD-BACKORDER
002520             THRU 1200-LOAD-BACKORDER-EXIT
002530             UNTIL WS-BKO-EOF
002540         CLOSE BACKORDER-FILE
002550     ELSE
002560         DISPLAY 'RSVRPT01: NO BACKORDER FILE THIS RUN'
002570     END-IF.
002580
002590*    THE RESERVATION FILE PERSISTS ACROSS RUNS - CREATE IT
002600*    EMPTY ON A FRESH SYSTEM.
002610     OPEN I-O STOCK-RESERVATION-FILE.
002620     IF WS-RSV-FILE-STATUS = '35'
002630         OPEN OUTPUT STOCK-RESERVATION-FILE
002640         CLOSE STOCK-RESERVATION-FILE
002650         OPEN I-O STOCK-RESERVATION-FILE
002660     END-IF.
002670     IF NOT WS-RSV-OK
002680         DISPLAY 'RSVRPT01: OPEN STOCK-RESERVATION-FILE FAILED '
002690             WS-RSV-FILE-STATUS
002700         MOVE 'Y' TO WS-EOF-SW
002710         MOVE 8 TO RETURN-CODE
002720     END-IF.
002730
002740     OPEN OUTPUT RESERVATION-RPT.
002750     IF NOT WS-RPT-OK
002760         DISPLAY 'RSVRPT01: OPEN RESERVATION-RPT FAILED '
002770             WS-RPT-FILE-STATUS
002780     END-IF.
002790
002800     MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF.
002810     WRITE RESERVATION-LINE FROM WS-HEADING-LINE.
002820     WRITE RESERVATION-LINE FROM WS-COLUMN-LINE.
002830
002840     IF NOT WS-EOF
002850         PERFORM 8000-READ-RESERVATION
002860             THRU 8000-READ-RESERVATION-EXIT
002870     END-IF.
002880 1000-INITIALIZE-EXIT.
002890     EXIT.
002900
002910*****************************************************************
002920*    1100-LOAD-HELD-ORDER                                       *
002930*****************************************************************
002940 1100-LOAD-HELD-ORDER.
002950     READ HELD-ORDER-FILE
002960         AT END
002970             MOVE '10' TO WS-HLD-FILE-STATUS
002980         NOT AT END
002990             IF WS-HLD-COUNT < WS-MAX-HLD-ROWS
003000                 ADD 1 TO WS-HLD-COUNT
003010                 MOVE HLD-ORDER-ID TO WS-HLD-TBL-ID(WS-HLD-COUNT)
003020             ELSE
003030*                A FULL TABLE COULD CALL A LIVE ORDER GONE, SO
003040*                HELD-ORDER RESERVATIONS ARE NOT JUDGED AT ALL.
003050                 MOVE 'N' TO WS-HLD-PRESENT-SW
003060             END-IF
003070     END-READ.
003080 1100-LOAD-HELD-ORDER-EXIT.
003090     EXIT.
003100
003110*****************************************************************
003120*    1200-LOAD-BACKORDER                                        *
003130*****************************************************************
003140 1200-LOAD-BACKORDER.
003150     READ BACKORDER-FILE
003160         AT END
003170             MOVE '10' TO WS-BKO-FILE-STATUS
003180         NOT AT END
003190             IF WS-BKO-COUNT < WS-MAX-BKO-ROWS
003200                 ADD 1 TO WS-BKO-COUNT
003210                 MOVE BKO-ORDER-ID TO WS-BKO-TBL-ID(WS-BKO-COUNT)
003220             ELSE
003230                 MOVE 'N' TO WS-BKO-PRESENT-SW
003240             END-IF
003250     END-READ.
003260 1200-LOAD-BACKORDER-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300*    2000-REVIEW-RESERVATION                                    *
003310*    AN EXPIRED QUOTE IS RELEASED; A HELD OR BACKORDER          *
003320*    RESERVATION WHOSE ORDER HAS GONE IS LISTED; EVERYTHING     *
003330*    ELSE STANDS AND IS ONLY COUNTED.                           *
003340*****************************************************************
003350 2000-REVIEW-RESERVATION.
003360     ADD 1 TO WS-RSV-READ-COUNT.
003370     MOVE RSV-RESERVED-DATE TO WS-RSV-DATE.
003380     COMPUTE WS-AGE-DAYS
003390         = (WS-AS-OF-YYYY - WS-RSD-YYYY) * 360
003400         + (WS-AS-OF-MM - WS-RSD-MM) * 30
003410         + (WS-AS-OF-DD - WS-RSD-DD).
003420     IF WS-AGE-DAYS < 0
003430         MOVE 0 TO WS-AGE-DAYS
003440     END-IF.
003450
003460     IF RSV-FOR-QUOTE
003470             AND RSV-EXPIRY-DATE > 0
003480             AND RSV-EXPIRY-DATE < WS-AS-OF-DATE
003490         PERFORM 2100-RELEASE-EXPIRED
003500             THRU 2100-RELEASE-EXPIRED-EXIT
003510         GO TO 2000-REVIEW-RESERVATION-NEXT
003520     END-IF.
003530
003540     MOVE 'Y' TO WS-ORDER-FOUND-SW.
003550     IF RSV-FOR-HELD-ORDER AND WS-HLD-PRESENT
003560         MOVE 'N' TO WS-ORDER-FOUND-SW
003570         PERFORM 2200-MATCH-HELD-ID
003580             THRU 2200-MATCH-HELD-ID-EXIT
003590             VARYING WS-ID-SUB FROM 1 BY 1
003600             UNTIL WS-ID-SUB > WS-HLD-COUNT
003610                 OR WS-ORDER-FOUND
003620     END-IF.
003630     IF RSV-FOR-BACKORDER AND WS-BKO-PRESENT
003640         MOVE 'N' TO WS-ORDER-FOUND-SW
003650         PERFORM 2300-MATCH-BACKORDER-ID
003660             THRU 2300-MATCH-BACKORDER-ID-EXIT
003670             VARYING WS-ID-SUB FROM 1 BY 1
003680             UNTIL WS-ID-SUB > WS-BKO-COUNT
003690                 OR WS-ORDER-FOUND
003700     END-IF.
003710
003720     ADD 1 TO WS-STANDING-COUNT.
003730     ADD RSV-QUANTITY TO WS-STANDING-UNITS.
003740     IF NOT WS-ORDER-FOUND
003750         ADD 1 TO WS-ORPHAN-COUNT
003760         ADD RSV-QUANTITY TO WS-ORPHAN-UNITS
003770         MOVE 'ORDER GONE - CANCEL' TO WS-DET-DISPOSITION
003780         PERFORM 2900-WRITE-DETAIL
003790             THRU 2900-WRITE-DETAIL-EXIT
003800     END-IF.
003810
003820 2000-REVIEW-RESERVATION-NEXT.
003830     PERFORM 8000-READ-RESERVATION
003840         THRU 8000-READ-RESERVATION-EXIT.
003850 2000-REVIEW-RESERVATION-EXIT.
003860     EXIT.
003870
003880*****************************************************************
003890*    2100-RELEASE-EXPIRED                                       *
003900*    THE QUOTE RAN OUT BEFORE ITS ORDER POSTED - THE STOCK GOES *
003910*    BACK TO AVAILABLE-TO-PROMISE.                              *
003920*****************************************************************
003930 2100-RELEASE-EXPIRED.
003940     DELETE STOCK-RESERVATION-FILE RECORD
003950         INVALID KEY
003960             DISPLAY 'RSVRPT01: RESERVATION DELETE FAILED '
003970                 RSV-KEY
003980             GO TO 2100-RELEASE-EXPIRED-EXIT
003990     END-DELETE.
004000     ADD 1 TO WS-EXPIRED-COUNT.
004010     MOVE 'QUOTE EXPIRED - RELEASED' TO WS-DET-DISPOSITION.
004020     PERFORM 2900-WRITE-DETAIL
004030         THRU 2900-WRITE-DETAIL-EXIT.
004040 2100-RELEASE-EXPIRED-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080*    2200-MATCH-HELD-ID                                         *
004090*****************************************************************
004100 2200-MATCH-HELD-ID.
004110     IF WS-HLD-TBL-ID(WS-ID-SUB) = RSV-ORDER-ID
004120         MOVE 'Y' TO WS-ORDER-FOUND-SW
004130     END-IF.
004140 2200-MATCH-HELD-ID-EXIT.
004150     EXIT.
004160
004170*****************************************************************
004180*    2300-MATCH-BACKORDER-ID                                    *
004190*****************************************************************
004200 2300-MATCH-BACKORDER-ID.
004210     IF WS-BKO-TBL-ID(WS-ID-SUB) = RSV-ORDER-ID
004220         MOVE 'Y' TO WS-ORDER-FOUND-SW
004230     END-IF.
004240 2300-MATCH-BACKORDER-ID-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*    2900-WRITE-DETAIL                                          *
004290*****************************************************************
004300 2900-WRITE-DETAIL.
004310     MOVE RSV-ORDER-ID      TO WS-DET-ORDER-ID.
004320     MOVE RSV-ITM-ID        TO WS-DET-ITM-ID.
004330     MOVE RSV-SOURCE        TO WS-DET-SOURCE.
004340     MOVE RSV-LOC-CODE      TO WS-DET-LOC-CODE.
004350     MOVE RSV-CUST-ID       TO WS-DET-CUST-ID.
004360     MOVE RSV-QUANTITY      TO WS-DET-QUANTITY.
004370     MOVE RSV-RESERVED-DATE TO WS-DET-RESERVED-DATE.
004380     MOVE WS-AGE-DAYS       TO WS-DET-AGE-DAYS.
004390     WRITE RESERVATION-LINE FROM WS-DETAIL-LINE.
004400 2900-WRITE-DETAIL-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*    3000-PRINT-TOTALS                                          *
004450*****************************************************************
004460 3000-PRINT-TOTALS.
004470     MOVE 'RESERVATIONS READ.........' TO WS-CNT-TITLE.
004480     MOVE WS-RSV-READ-COUNT TO WS-CNT-VALUE.
004490     WRITE RESERVATION-LINE FROM WS-COUNT-LINE.
004500
004510     MOVE 'QUOTES EXPIRED - RELEASED.' TO WS-CNT-TITLE.
004520     MOVE WS-EXPIRED-COUNT TO WS-CNT-VALUE.
004530     WRITE RESERVATION-LINE FROM WS-COUNT-LINE.
004540
004550     MOVE 'RESERVATIONS STANDING.....' TO WS-CNT-TITLE.
004560     MOVE WS-STANDING-COUNT TO WS-CNT-VALUE.
004570     WRITE RESERVATION-LINE FROM WS-COUNT-LINE.
004580
004590     MOVE 'UNITS RESERVED............' TO WS-CNT-TITLE.
004600     MOVE WS-STANDING-UNITS TO WS-CNT-VALUE.
004610     WRITE RESERVATION-LINE FROM WS-COUNT-LINE.
004620
004630     MOVE 'ORDER GONE................' TO WS-CNT-TITLE.
004640     MOVE WS-ORPHAN-COUNT TO WS-CNT-VALUE.
004650     WRITE RESERVATION-LINE FROM WS-COUNT-LINE.
004660
004670     MOVE 'UNITS HELD FOR NO ORDER...' TO WS-CNT-TITLE.
004680     MOVE WS-ORPHAN-UNITS TO WS-CNT-VALUE.
004690     WRITE RESERVATION-LINE FROM WS-COUNT-LINE.
004700 3000-PRINT-TOTALS-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740*    8000-READ-RESERVATION                                      *
004750*****************************************************************
004760 8000-READ-RESERVATION.
004770     READ STOCK-RESERVATION-FILE NEXT RECORD
004780         AT END
004790             MOVE 'Y' TO WS-EOF-SW
004800     END-READ.
004810 8000-READ-RESERVATION-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850*    9999-TERMINATE                                             *
004860*****************************************************************
004870 9999-TERMINATE.
004880     IF WS-RSV-OK OR WS-RSV-EOF
004890         CLOSE STOCK-RESERVATION-FILE
004900     END-IF.
004910     CLOSE RESERVATION-RPT.
004920 9999-TERMINATE-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960*    9500-VALIDATE-PARM-CARD                                    *
004970*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
004980*****************************************************************
004990     COPY PARMVAL.
