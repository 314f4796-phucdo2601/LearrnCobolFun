000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRCACT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - SCHEDULED PRICE-CHANGE           *
000100*                    ACTIVATION.  EVERY PRICE CHANGE ITEMMNT1    *
000110*                    FILED ON THE PRICE-PENDING FILE             *
000120*                    (PRCPEND.CPY) WHOSE EFFECTIVE DATE THE      *
000130*                    CYCLE DATE HAS REACHED IS APPLIED TO        *
000140*                    ITM-NUM1 UNDER THE SAME RULES AS A CHANGE   *
000150*                    KEYED THAT NIGHT: A BEFORE/AFTER RECORD TO  *
000160*                    PRCTRAIL, A CHANGE-FEED RECORD TO ITMFEED   *
000170*                    CONTINUING THE NIGHT'S SEQUENCE, AND A      *
000180*                    NEGATIVE PRICE PARKED ON PRCAPPR FOR        *
000190*                    MARKDOWN APPROVAL INSTEAD OF APPLIED.  A    *
000200*                    CHANGE WHOSE ITEM HAS SINCE BEEN DELETED IS *
000210*                    DROPPED TO THE REGISTER AS AN EXCEPTION.    *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-CYC-FILE-STATUS.
000290
000300     SELECT PRICE-PENDING-FILE ASSIGN TO PRCPEND
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS PPN-KEY
000340         FILE STATUS IS WS-PPN-FILE-STATUS.
000350
000360     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS ITM-ID
000400         FILE STATUS IS WS-ITM-FILE-STATUS.
000410
000420     SELECT PRICE-CHANGE-TRAIL-FILE ASSIGN TO PRCTRAIL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PCT-FILE-STATUS.
000450
000460     SELECT PRICE-MARKDOWN-APPROVAL-FILE ASSIGN TO PRCAPPR
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PAP-FILE-STATUS.
000490
000500     SELECT ITEM-CHANGE-FEED-FILE ASSIGN TO ITMFEED
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CDF-FILE-STATUS.
000530
000540     SELECT PRICE-ACTIVATION-RPT ASSIGN TO PRCACTRP
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-FILE-STATUS.
000570
000580     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RCT-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CYCLE-CONTROL-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CYCLCTL.
000670
000680 FD  PRICE-PENDING-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY PRCPEND.
000710
000720 FD  ITEM-MASTER-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY ITMMAST.
000750
000760 FD  PRICE-CHANGE-TRAIL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY PRCTRAIL.
000790
000800 FD  PRICE-MARKDOWN-APPROVAL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY PRCAPPR.
000830
000840 FD  ITEM-CHANGE-FEED-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY ITMFEED.
000870
000880 FD  PRICE-ACTIVATION-RPT
000890     LABEL RECORDS ARE STANDARD.
000900     01  PRICE-ACTIVATION-LINE    PIC X(80).
000910
000920 FD  RUN-CONTROL-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY RUNCTL.
000950
000960 WORKING-STORAGE SECTION.
000970     01  WS-CYC-FILE-STATUS       PIC X(02).
000980         88  WS-CYC-OK            VALUE '00'.
000990     01  WS-PPN-FILE-STATUS       PIC X(02).
001000         88  WS-PPN-OK            VALUE '00'.
001010     01  WS-ITM-FILE-STATUS       PIC X(02).
001020         88  WS-ITM-OK            VALUE '00'.
001030         88  WS-ITM-NOT-FOUND     VALUE '23'.
001040     01  WS-PCT-FILE-STATUS       PIC X(02).
001050         88  WS-PCT-OK            VALUE '00'.
001060     01  WS-PAP-FILE-STATUS       PIC X(02).
001070         88  WS-PAP-OK            VALUE '00'.
001080     01  WS-CDF-FILE-STATUS       PIC X(02).
001090         88  WS-CDF-OK            VALUE '00'.
001100         88  WS-CDF-EOF           VALUE '10'.
001110     01  WS-RPT-FILE-STATUS       PIC X(02).
001120         88  WS-RPT-OK            VALUE '00'.
001130     01  WS-RCT-FILE-STATUS       PIC X(02).
001140         88  WS-RCT-OK            VALUE '00'.
001150
001160     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001170         88  WS-EOF               VALUE 'Y'.
001180
001190     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001200     01  WS-OLD-NUM1              PIC S9(3)V9(2).
001210*    THE FEED SEQUENCE CARRIES ON FROM THE LAST RECORD ITEMMNT1
001220*    WROTE TONIGHT, SO ITMFDC01 STILL SEES ONE UNBROKEN RUN.
001230     01  WS-FEED-SEQ              PIC 9(07) VALUE 0.
001240
001250*****************************************************************
001260*    CONTROL TOTALS                                             *
001270*****************************************************************
001280     01  WS-TOTALS.
001290         05  WS-DUE-COUNT         PIC 9(07) COMP VALUE 0.
001300         05  WS-APPLIED-COUNT     PIC 9(07) COMP VALUE 0.
001310         05  WS-HELD-COUNT        PIC 9(07) COMP VALUE 0.
001320         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
001330         05  WS-WAITING-COUNT     PIC 9(07) COMP VALUE 0.
001340
001350*****************************************************************
001360*    REGISTER LINE LAYOUTS                                      *
001370*****************************************************************
001380     01  WS-REG-HEADING-LINE.
001390         05  FILLER               PIC X(40) VALUE
001400             'PRCACT01 - SCHEDULED PRICE CHANGES FOR'.
001410         05  WS-RHD-CYCLE-DATE    PIC 9(08).
001420         05  FILLER               PIC X(32) VALUE SPACES.
001430
001440     01  WS-REG-COLUMN-LINE.
001450         05  FILLER               PIC X(40) VALUE
001460             'ITEM  EFFECTIVE  OLD PRICE  NEW PRICE KE'.
001470         05  FILLER               PIC X(40) VALUE
001480             'YED BY  DISPOSITION'.
001490
001500     01  WS-REG-DETAIL-LINE.
001510         05  WS-RDT-ITM-ID        PIC X(05).
001520         05  FILLER               PIC X(01) VALUE SPACES.
001530         05  WS-RDT-EFFECTIVE     PIC 9(08).
001540         05  FILLER               PIC X(02) VALUE SPACES.
001550         05  WS-RDT-OLD-PRICE     PIC -(4)9.99.
001560         05  FILLER               PIC X(03) VALUE SPACES.
001570         05  WS-RDT-NEW-PRICE     PIC -(4)9.99.
001580         05  FILLER               PIC X(01) VALUE SPACES.
001590         05  WS-RDT-OPERATOR      PIC X(08).
001600         05  FILLER               PIC X(01) VALUE SPACES.
001610         05  WS-RDT-DISPOSITION   PIC X(26).
001620         05  FILLER               PIC X(09) VALUE SPACES.
001630
001640     01  WS-COUNT-LINE.
001650         05  WS-CNT-TITLE         PIC X(26).
001660         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
001670         05  FILLER               PIC X(43) VALUE SPACES.
001680
001690 PROCEDURE DIVISION.
001700*****************************************************************
001710*    0000-MAINLINE                                              *
001720*****************************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE
001750         THRU 1000-INITIALIZE-EXIT.
001760
001770     PERFORM 2000-ACTIVATE-ONE-CHANGE
001780         THRU 2000-ACTIVATE-ONE-CHANGE-EXIT
001790         UNTIL WS-EOF.
001800
001810     PERFORM 4000-PRINT-TOTALS
001820         THRU 4000-PRINT-TOTALS-EXIT.
001830
001840     DISPLAY 'PRCACT01: CHANGES DUE........... ' WS-DUE-COUNT.
001850     DISPLAY 'PRCACT01: PRICES APPLIED........ '
001860         WS-APPLIED-COUNT.
001870     DISPLAY 'PRCACT01: MARKDOWNS HELD FOR '
001880         'APPROVAL.. ' WS-HELD-COUNT.
001890     DISPLAY 'PRCACT01: EXCEPTIONS............ '
001900         WS-EXCEPTION-COUNT.
001910     DISPLAY 'PRCACT01: STILL SCHEDULED....... '
001920         WS-WAITING-COUNT.
001930
001940     IF WS-EXCEPTION-COUNT > 0
001950         IF RETURN-CODE < 4
001960             MOVE 4 TO RETURN-CODE
001970         END-IF
001980     END-IF.
001990
002000     PERFORM 9999-TERMINATE
002010         THRU 9999-TERMINATE-EXIT.
002020
002030     STOP RUN.
002040
002050*****************************************************************
002060*    1000-INITIALIZE                                            *
002070*    THE CYCLE DATE DECIDES WHAT IS DUE.  THE FEED IS READ      *
002080*    THROUGH ONCE FOR ITS LAST SEQUENCE NUMBER BEFORE IT IS     *
002090*    REOPENED FOR APPEND.                                       *
002100*****************************************************************
002110 1000-INITIALIZE.
002120     OPEN INPUT CYCLE-CONTROL-FILE.
002130     IF WS-CYC-OK
002140         READ CYCLE-CONTROL-FILE
002150             AT END
002160                 CONTINUE
002170             NOT AT END
002180                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
002190         END-READ
002200         CLOSE CYCLE-CONTROL-FILE
002210     END-IF.
002220     IF WS-CYCLE-DATE = 0
002230         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
002240     END-IF.
002250
002260     OPEN I-O PRICE-PENDING-FILE.
002270     IF WS-PPN-FILE-STATUS = '35'
002280         DISPLAY 'PRCACT01: NO PRICE CHANGES SCHEDULED'
002290         MOVE 'Y' TO WS-EOF-SW
002300     ELSE
002310         IF NOT WS-PPN-OK
002320             DISPLAY 'PRCACT01: OPEN PRICE-PENDING-FILE FAILED '
002330                 WS-PPN-FILE-STATUS
002340             MOVE 'Y' TO WS-EOF-SW
002350             MOVE 8 TO RETURN-CODE
002360         END-IF
002370     END-IF.
002380
002390     OPEN I-O ITEM-MASTER-FILE.
002400     IF NOT WS-ITM-OK
002410         DISPLAY 'PRCACT01: OPEN ITEM-MASTER FAILED '
002420             WS-ITM-FILE-STATUS
002430         MOVE 'Y' TO WS-EOF-SW
002440         MOVE 8 TO RETURN-CODE
002450     END-IF.
002460
002470     OPEN INPUT ITEM-CHANGE-FEED-FILE.
002480     IF WS-CDF-OK
002490         PERFORM 1100-FIND-LAST-FEED-SEQ
002500             THRU 1100-FIND-LAST-FEED-SEQ-EXIT
002510             UNTIL WS-CDF-EOF
002520         CLOSE ITEM-CHANGE-FEED-FILE
002530     END-IF.
002540
002550     OPEN EXTEND PRICE-CHANGE-TRAIL-FILE.
002560     IF NOT WS-PCT-OK
002570         DISPLAY 'PRCACT01: OPEN PRICE-CHANGE-TRAIL-FILE FAILED '
002580             WS-PCT-FILE-STATUS
002590         MOVE 'Y' TO WS-EOF-SW
002600         MOVE 8 TO RETURN-CODE
002610     END-IF.
002620     OPEN EXTEND PRICE-MARKDOWN-APPROVAL-FILE.
002630     IF NOT WS-PAP-OK
002640         DISPLAY
002650             'PRCACT01: OPEN PRICE-MARKDOWN-APPROVAL-FILE FAILED '
002660             WS-PAP-FILE-STATUS
002670         MOVE 'Y' TO WS-EOF-SW
002680         MOVE 8 TO RETURN-CODE
002690     END-IF.
002700     OPEN EXTEND ITEM-CHANGE-FEED-FILE.
002710     IF NOT WS-CDF-OK
002720         DISPLAY 'PRCACT01: OPEN ITEM-CHANGE-FEED-FILE FAILED '
002730             WS-CDF-FILE-STATUS
002740         MOVE 'Y' TO WS-EOF-SW
002750         MOVE 8 TO RETURN-CODE
002760     END-IF.
002770
002780     OPEN OUTPUT PRICE-ACTIVATION-RPT.
002790     IF NOT WS-RPT-OK
002800         DISPLAY 'PRCACT01: OPEN PRICE-ACTIVATION-RPT FAILED '
002810             WS-RPT-FILE-STATUS
002820     END-IF.
002830     MOVE WS-CYCLE-DATE TO WS-RHD-CYCLE-DATE.
002840     WRITE PRICE-ACTIVATION-LINE FROM WS-REG-HEADING-LINE.
002850     WRITE PRICE-ACTIVATION-LINE FROM WS-REG-COLUMN-LINE.
002860
002870     IF NOT WS-EOF
002880         MOVE LOW-VALUES TO PPN-KEY
002890         START PRICE-PENDING-FILE KEY IS NOT LESS THAN PPN-KEY
002900             INVALID KEY
002910                 MOVE 'Y' TO WS-EOF-SW
002920         END-START
002930     END-IF.
002940     IF NOT WS-EOF
002950         PERFORM 8000-READ-PENDING
002960             THRU 8000-READ-PENDING-EXIT
002970     END-IF.
002980 1000-INITIALIZE-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020*    1100-FIND-LAST-FEED-SEQ                                    *
003030*****************************************************************
003040 1100-FIND-LAST-FEED-SEQ.
003050     READ ITEM-CHANGE-FEED-FILE
003060         AT END
003070             MOVE '10' TO WS-CDF-FILE-STATUS
003080         NOT AT END
003090             IF CDF-SEQUENCE-NBR NUMERIC
003100                 MOVE CDF-SEQUENCE-NBR TO WS-FEED-SEQ
003110             END-IF
003120     END-READ.
003130 1100-FIND-LAST-FEED-SEQ-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170*    2000-ACTIVATE-ONE-CHANGE                                   *
003180*    A CHANGE NOT YET DUE IS ONLY COUNTED.  A DUE CHANGE IS     *
003190*    APPLIED, OR PARKED FOR MARKDOWN APPROVAL, OR DROPPED FOR A *
003200*    DELETED ITEM - IN EVERY CASE IT LEAVES THE SCHEDULE.       *
003210*****************************************************************
003220 2000-ACTIVATE-ONE-CHANGE.
003230     IF PPN-EFFECTIVE-DATE > WS-CYCLE-DATE
003240         ADD 1 TO WS-WAITING-COUNT
003250         GO TO 2000-ACTIVATE-NEXT
003260     END-IF.
003270     ADD 1 TO WS-DUE-COUNT.
003280
003290     MOVE PPN-ITM-ID         TO WS-RDT-ITM-ID.
003300     MOVE PPN-EFFECTIVE-DATE TO WS-RDT-EFFECTIVE.
003310     MOVE PPN-NEW-PRICE      TO WS-RDT-NEW-PRICE.
003320     MOVE PPN-OPERATOR-ID    TO WS-RDT-OPERATOR.
003330     MOVE 0                  TO WS-RDT-OLD-PRICE.
003340
003350     MOVE PPN-ITM-ID TO ITM-ID.
003360     READ ITEM-MASTER-FILE
003370         INVALID KEY
003380             ADD 1 TO WS-EXCEPTION-COUNT
003390             MOVE 'ITEM ID NOT ON FILE' TO WS-RDT-DISPOSITION
003400             GO TO 2000-ACTIVATE-DROP
003410     END-READ.
003420     MOVE ITM-NUM1 TO WS-OLD-NUM1.
003430     MOVE ITM-NUM1 TO WS-RDT-OLD-PRICE.
003440
003450     IF PPN-NEW-PRICE < 0
003460         PERFORM 2260-HOLD-FOR-APPROVAL
003470             THRU 2260-HOLD-FOR-APPROVAL-EXIT
003480         MOVE 'HELD FOR MARKDOWN APPROVAL' TO WS-RDT-DISPOSITION
003490         GO TO 2000-ACTIVATE-DROP
003500     END-IF.
003510
003520     MOVE PPN-NEW-PRICE TO ITM-NUM1.
003530     REWRITE ITEM-MASTER-REC.
003540     ADD 1 TO WS-APPLIED-COUNT.
003550     MOVE 'APPLIED' TO WS-RDT-DISPOSITION.
003560     IF ITM-NUM1 NOT = WS-OLD-NUM1
003570         PERFORM 2250-LOG-PRICE-CHANGE
003580             THRU 2250-LOG-PRICE-CHANGE-EXIT
003590     END-IF.
003600     PERFORM 2950-WRITE-CHANGE-FEED
003610         THRU 2950-WRITE-CHANGE-FEED-EXIT.
003620
003630 2000-ACTIVATE-DROP.
003640     WRITE PRICE-ACTIVATION-LINE FROM WS-REG-DETAIL-LINE.
003650     DELETE PRICE-PENDING-FILE RECORD.
003660
003670 2000-ACTIVATE-NEXT.
003680     PERFORM 8000-READ-PENDING
003690         THRU 8000-READ-PENDING-EXIT.
003700 2000-ACTIVATE-ONE-CHANGE-EXIT.
003710     EXIT.
003720
003730*****************************************************************
003740*    2250-LOG-PRICE-CHANGE                                      *
003750*    THE SAME BEFORE/AFTER RECORD ITEMMNT1 CUTS, DATED THE DAY  *
003760*    THE PRICE TOOK EFFECT AND SIGNED BY WHOEVER KEYED IT.      *
003770*****************************************************************
003780 2250-LOG-PRICE-CHANGE.
003790     MOVE SPACES             TO PRICE-CHANGE-TRAIL-REC.
003800     MOVE PPN-ITM-ID         TO PCT-ITM-ID.
003810     MOVE WS-OLD-NUM1        TO PCT-OLD-PRICE.
003820     MOVE PPN-NEW-PRICE      TO PCT-NEW-PRICE.
003830     MOVE PPN-EFFECTIVE-DATE TO PCT-CHANGE-DATE.
003840     MOVE PPN-OPERATOR-ID    TO PCT-OPERATOR-ID.
003850     WRITE PRICE-CHANGE-TRAIL-REC.
003860 2250-LOG-PRICE-CHANGE-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*    2260-HOLD-FOR-APPROVAL                                     *
003910*    A NEGATIVE PRICE IS A MARKDOWN FOR REVIEW, WHETHER KEYED   *
003920*    TONIGHT OR SCHEDULED - IT IS PARKED FOR ITMAPPR1 WITH THE  *
003930*    OPERATOR WHO KEYED IT, SO THE SAME PERSON CANNOT APPROVE   *
003940*    IT.                                                        *
003950*****************************************************************
003960 2260-HOLD-FOR-APPROVAL.
003970     ADD 1 TO WS-HELD-COUNT.
003980     MOVE PPN-ITM-ID         TO PAP-ITM-ID.
003990     MOVE WS-OLD-NUM1        TO PAP-OLD-PRICE.
004000     MOVE PPN-NEW-PRICE      TO PAP-NEW-PRICE.
004010     MOVE PPN-EFFECTIVE-DATE TO PAP-CHANGE-DATE.
004020     MOVE 'P'                TO PAP-STATUS.
004030     MOVE PPN-OPERATOR-ID    TO PAP-REQUESTED-BY.
004040     WRITE PRICE-APPROVAL-REC.
004050 2260-HOLD-FOR-APPROVAL-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090*    2950-WRITE-CHANGE-FEED                                     *
004100*****************************************************************
004110 2950-WRITE-CHANGE-FEED.
004120     MOVE SPACES             TO ITEM-CHANGE-FEED-REC.
004130     ADD 1 TO WS-FEED-SEQ.
004140     MOVE 'C'                TO CDF-ACTION.
004150     MOVE ITM-STATUS         TO CDF-ITEM-STATUS.
004160     MOVE ITM-ID             TO CDF-ITM-ID.
004170     MOVE ITM-NAME           TO CDF-ITM-NAME.
004180     MOVE ITM-NUM1           TO CDF-ITM-NUM1.
004190     MOVE PPN-EFFECTIVE-DATE TO CDF-CHANGE-DATE.
004200     MOVE WS-FEED-SEQ        TO CDF-SEQUENCE-NBR.
004210     MOVE PPN-OPERATOR-ID    TO CDF-OPERATOR-ID.
004220     ACCEPT CDF-CHANGE-TIME FROM TIME.
004230     WRITE ITEM-CHANGE-FEED-REC.
004240 2950-WRITE-CHANGE-FEED-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*    4000-PRINT-TOTALS                                          *
004290*****************************************************************
004300 4000-PRINT-TOTALS.
004310     MOVE 'CHANGES DUE...............' TO WS-CNT-TITLE.
004320     MOVE WS-DUE-COUNT TO WS-CNT-VALUE.
004330     WRITE PRICE-ACTIVATION-LINE FROM WS-COUNT-LINE.
004340
004350     MOVE 'PRICES APPLIED............' TO WS-CNT-TITLE.
004360     MOVE WS-APPLIED-COUNT TO WS-CNT-VALUE.
004370     WRITE PRICE-ACTIVATION-LINE FROM WS-COUNT-LINE.
004380
004390     MOVE 'HELD FOR MARKDOWN APPROVAL' TO WS-CNT-TITLE.
004400     MOVE WS-HELD-COUNT TO WS-CNT-VALUE.
004410     WRITE PRICE-ACTIVATION-LINE FROM WS-COUNT-LINE.
004420
004430     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
004440     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
004450     WRITE PRICE-ACTIVATION-LINE FROM WS-COUNT-LINE.
004460
004470     MOVE 'STILL SCHEDULED...........' TO WS-CNT-TITLE.
004480     MOVE WS-WAITING-COUNT TO WS-CNT-VALUE.
004490     WRITE PRICE-ACTIVATION-LINE FROM WS-COUNT-LINE.
004500 4000-PRINT-TOTALS-EXIT.
004510     EXIT.
004520
004530*****************************************************************
004540*    8000-READ-PENDING                                          *
004550*****************************************************************
004560 8000-READ-PENDING.
004570     READ PRICE-PENDING-FILE NEXT RECORD
004580         AT END
004590             MOVE 'Y' TO WS-EOF-SW
004600     END-READ.
004610 8000-READ-PENDING-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650*    9999-TERMINATE                                             *
004660*****************************************************************
004670 9999-TERMINATE.
004680     IF WS-PPN-FILE-STATUS NOT = '35'
004690         CLOSE PRICE-PENDING-FILE
004700     END-IF.
004710     IF WS-ITM-OK OR WS-ITM-NOT-FOUND
004720         CLOSE ITEM-MASTER-FILE
004730     END-IF.
004740     CLOSE PRICE-CHANGE-TRAIL-FILE.
004750     CLOSE PRICE-MARKDOWN-APPROVAL-FILE.
004760     CLOSE ITEM-CHANGE-FEED-FILE.
004770     CLOSE PRICE-ACTIVATION-RPT.
004780
004790*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
004800     OPEN EXTEND RUN-CONTROL-FILE.
004810     IF WS-RCT-OK
004820         MOVE 'PRCACT01'         TO RCT-STEP-NAME
004830         MOVE WS-DUE-COUNT       TO RCT-RECORDS-IN
004840         MOVE WS-APPLIED-COUNT   TO RCT-APPLIED
004850         MOVE WS-EXCEPTION-COUNT TO RCT-REJECTED
004860         MOVE WS-HELD-COUNT      TO RCT-SUSPENDED
004870         WRITE RUN-CONTROL-REC
004880         CLOSE RUN-CONTROL-FILE
004890     ELSE
004900         DISPLAY 'PRCACT01: OPEN RUN-CONTROL-FILE FAILED '
004910             WS-RCT-FILE-STATUS
004920     END-IF.
004930 9999-TERMINATE-EXIT.
004940     EXIT.
