000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CCLIST01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - NIGHTLY CYCLE-COUNT LIST.  FINDS *
000100*                    THE NEXT BUSINESS DAY AFTER THE CYCLE DATE  *
000110*                    ON BUSCAL AND LISTS, BY LOCATION, EVERY     *
000120*                    COUNT ABCCLS01 SCHEDULED FOR THAT DAY AND   *
000130*                    NOT YET SUBMITTED, WITH A BLANK COLUMN FOR  *
000140*                    THE COUNTER.  COUNTS STILL OPEN FROM        *
000150*                    EARLIER DAYS ARE LISTED AFTER THEM AS       *
000160*                    OVERDUE.                                    *
000170*****************************************************************
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-CYC-FILE-STATUS.
000240
000250     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-CAL-FILE-STATUS.
000280
000290     SELECT COUNT-SCHEDULE-FILE ASSIGN TO CNTSCHD
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS CSC-KEY
000330         FILE STATUS IS WS-CSC-FILE-STATUS.
000340
000350     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS ITM-ID
000390         FILE STATUS IS WS-ITM-FILE-STATUS.
000400
000410     SELECT COUNT-LIST-RPT ASSIGN TO CCLISTRP
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RPT-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CYCLE-CONTROL-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY CYCLCTL.
000500
000510 FD  BUSINESS-CALENDAR-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY BUSCAL.
000540
000550 FD  COUNT-SCHEDULE-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY CNTSCHD.
000580
000590 FD  ITEM-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY ITMMAST.
000620
000630 FD  COUNT-LIST-RPT
000640     LABEL RECORDS ARE STANDARD.
000650     01  COUNT-LIST-LINE          PIC X(80).
000660
000670 WORKING-STORAGE SECTION.
000680     01  WS-CYC-FILE-STATUS       PIC X(02).
000690         88  WS-CYC-OK            VALUE '00'.
000700     01  WS-CAL-FILE-STATUS       PIC X(02).
000710         88  WS-CAL-OK            VALUE '00'.
000720         88  WS-CAL-EOF           VALUE '10'.
000730     01  WS-CSC-FILE-STATUS       PIC X(02).
000740         88  WS-CSC-OK            VALUE '00'.
000750         88  WS-CSC-EOF           VALUE '10'.
000760     01  WS-ITM-FILE-STATUS       PIC X(02).
000770         88  WS-ITM-OK            VALUE '00'.
000780     01  WS-RPT-FILE-STATUS       PIC X(02).
000790         88  WS-RPT-OK            VALUE '00'.
000800
000810     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
000820     01  WS-COUNT-DATE            PIC 9(08) VALUE 0.
000830     01  WS-ITM-OPEN-SW           PIC X(01) VALUE 'N'.
000840         88  WS-ITM-OPEN          VALUE 'Y'.
000850*    1 LISTS THE DAY'S COUNTS, 2 THE OVERDUE ONES.
000860     01  WS-PASS                  PIC 9(01).
000870     01  WS-LAST-LOC              PIC X(03).
000880
000890*****************************************************************
000900*    CONTROL TOTALS                                             *
000910*****************************************************************
000920     01  WS-TOTALS.
000930         05  WS-DUE-COUNT         PIC 9(07) COMP VALUE 0.
000940         05  WS-OVERDUE-COUNT     PIC 9(07) COMP VALUE 0.
000950
000960*****************************************************************
000970*    REPORT LINE LAYOUTS                                        *
000980*****************************************************************
000990     01  WS-HEADING-LINE.
001000         05  FILLER               PIC X(36) VALUE
001010             'CCLIST01 - CYCLE COUNTS DUE ON'.
001020         05  WS-HDG-DATE          PIC 9(08).
001030         05  FILLER               PIC X(36) VALUE SPACES.
001040
001050     01  WS-SECTION-LINE.
001060         05  WS-SEC-TITLE         PIC X(30).
001070         05  FILLER               PIC X(50) VALUE SPACES.
001080
001090     01  WS-LOCATION-LINE.
001100         05  FILLER               PIC X(10) VALUE 'LOCATION '.
001110         05  WS-LOC-CODE          PIC X(03).
001120         05  FILLER               PIC X(67) VALUE SPACES.
001130
001140     01  WS-COLUMN-LINE.
001150         05  FILLER               PIC X(40) VALUE
001160             '  ITEM   NAME    CLASS  SCHEDULED   COUN'.
001170         05  FILLER               PIC X(40) VALUE
001180             'TED QTY'.
001190
001200     01  WS-DETAIL-LINE.
001210         05  FILLER               PIC X(02) VALUE SPACES.
001220         05  WS-DET-ITM-ID        PIC X(05).
001230         05  FILLER               PIC X(02) VALUE SPACES.
001240         05  WS-DET-NAME          PIC X(06).
001250         05  FILLER               PIC X(04) VALUE SPACES.
001260         05  WS-DET-CLASS         PIC X(01).
001270         05  FILLER               PIC X(04) VALUE SPACES.
001280         05  WS-DET-DATE          PIC 9(08).
001290         05  FILLER               PIC X(03) VALUE SPACES.
001300         05  FILLER               PIC X(10) VALUE '__________'.
001310         05  FILLER               PIC X(35) VALUE SPACES.
001320
001330     01  WS-COUNT-LINE.
001340         05  WS-CNT-TITLE         PIC X(26).
001350         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
001360         05  FILLER               PIC X(43) VALUE SPACES.
001370
001380 PROCEDURE DIVISION.
001390*****************************************************************
001400*    0000-MAINLINE                                              *
001410*****************************************************************
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE
001440         THRU 1000-INITIALIZE-EXIT.
001450     IF RETURN-CODE < 8
001460         MOVE 1 TO WS-PASS
001470         PERFORM 2000-LIST-PASS
001480             THRU 2000-LIST-PASS-EXIT
001490         MOVE 2 TO WS-PASS
001500         PERFORM 2000-LIST-PASS
001510             THRU 2000-LIST-PASS-EXIT
001520         PERFORM 3000-PRINT-TOTALS
001530             THRU 3000-PRINT-TOTALS-EXIT
001540     END-IF.
001550     PERFORM 9999-TERMINATE
001560         THRU 9999-TERMINATE-EXIT.
001570     STOP RUN.
001580
001590*****************************************************************
001600*    1000-INITIALIZE                                            *
001610*    THE LIST IS FOR THE FIRST BUSINESS DAY AFTER THE CYCLE     *
001620*    DATE.  WITH NO SCHEDULE YET THERE IS NOTHING TO COUNT,     *
001630*    WHICH IS NOT AN ERROR.                                     *
001640*****************************************************************
001650 1000-INITIALIZE.
001660     OPEN INPUT CYCLE-CONTROL-FILE.
001670     IF WS-CYC-OK
001680         READ CYCLE-CONTROL-FILE
001690             AT END
001700                 CONTINUE
001710             NOT AT END
001720                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
001730         END-READ
001740         CLOSE CYCLE-CONTROL-FILE
001750     END-IF.
001760     IF WS-CYCLE-DATE = 0
001770         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
001780     END-IF.
001790
001800     OPEN INPUT BUSINESS-CALENDAR-FILE.
001810     IF NOT WS-CAL-OK
001820         DISPLAY 'CCLIST01: OPEN BUSINESS-CALENDAR-FILE FAILED '
001830             WS-CAL-FILE-STATUS
001840         MOVE 8 TO RETURN-CODE
001850         GO TO 1000-INITIALIZE-EXIT
001860     END-IF.
001870     PERFORM 1100-FIND-COUNT-DAY
001880         THRU 1100-FIND-COUNT-DAY-EXIT
001890         UNTIL WS-CAL-EOF OR WS-COUNT-DATE > 0.
001900     CLOSE BUSINESS-CALENDAR-FILE.
001910     IF WS-COUNT-DATE = 0
001920         DISPLAY 'CCLIST01: NO BUSINESS DAY ON BUSCAL AFTER '
001930             WS-CYCLE-DATE
001940         MOVE 8 TO RETURN-CODE
001950         GO TO 1000-INITIALIZE-EXIT
001960     END-IF.
001970
001980     OPEN OUTPUT COUNT-LIST-RPT.
001990     MOVE WS-COUNT-DATE TO WS-HDG-DATE.
002000     WRITE COUNT-LIST-LINE FROM WS-HEADING-LINE.
002010
002020     OPEN INPUT ITEM-MASTER-FILE.
002030     IF WS-ITM-OK
002040         MOVE 'Y' TO WS-ITM-OPEN-SW
002050     END-IF.
002060 1000-INITIALIZE-EXIT.
002070     EXIT.
002080
002090*****************************************************************
002100*    1100-FIND-COUNT-DAY                                        *
002110*****************************************************************
002120 1100-FIND-COUNT-DAY.
002130     READ BUSINESS-CALENDAR-FILE
002140         AT END
002150             MOVE '10' TO WS-CAL-FILE-STATUS
002160             GO TO 1100-FIND-COUNT-DAY-EXIT
002170     END-READ.
002180     IF CAL-DATE > WS-CYCLE-DATE AND CAL-BUSINESS-DAY
002190         MOVE CAL-DATE TO WS-COUNT-DATE
002200     END-IF.
002210 1100-FIND-COUNT-DAY-EXIT.
002220     EXIT.
002230
002240*****************************************************************
002250*    2000-LIST-PASS                                             *
002260*    ONE READ OF THE SCHEDULE PER PASS.  THE FILE IS IN         *
002270*    LOCATION AND ITEM ORDER, SO A LOCATION HEADING IS PRINTED  *
002280*    WHEN THE LOCATION CHANGES.                                 *
002290*****************************************************************
002300 2000-LIST-PASS.
002310     IF WS-PASS = 1
002320         MOVE 'DUE FOR COUNT' TO WS-SEC-TITLE
002330     ELSE
002340         MOVE 'OVERDUE - SCHEDULED EARLIER' TO WS-SEC-TITLE
002350     END-IF.
002360     WRITE COUNT-LIST-LINE FROM WS-SECTION-LINE.
002370     MOVE HIGH-VALUES TO WS-LAST-LOC.
002380
002390     OPEN INPUT COUNT-SCHEDULE-FILE.
002400     IF NOT WS-CSC-OK
002410         DISPLAY 'CCLIST01: NO COUNT SCHEDULE - NOTHING LISTED'
002420         GO TO 2000-LIST-PASS-EXIT
002430     END-IF.
002440     PERFORM 2100-LIST-ONE-COUNT
002450         THRU 2100-LIST-ONE-COUNT-EXIT
002460         UNTIL WS-CSC-EOF.
002470     CLOSE COUNT-SCHEDULE-FILE.
002480 2000-LIST-PASS-EXIT.
002490     EXIT.
002500
002510*****************************************************************
002520*    2100-LIST-ONE-COUNT                                        *
002530*****************************************************************
002540 2100-LIST-ONE-COUNT.
002550     READ COUNT-SCHEDULE-FILE NEXT RECORD
002560         AT END
002570             MOVE '10' TO WS-CSC-FILE-STATUS
002580             GO TO 2100-LIST-ONE-COUNT-EXIT
002590     END-READ.
002600     IF NOT CSC-SCHEDULED
002610         GO TO 2100-LIST-ONE-COUNT-EXIT
002620     END-IF.
002630     IF WS-PASS = 1
002640         IF CSC-COUNT-DATE NOT = WS-COUNT-DATE
002650             GO TO 2100-LIST-ONE-COUNT-EXIT
002660         END-IF
002670         ADD 1 TO WS-DUE-COUNT
002680     ELSE
002690         IF CSC-COUNT-DATE NOT < WS-COUNT-DATE
002700             GO TO 2100-LIST-ONE-COUNT-EXIT
002710         END-IF
002720         ADD 1 TO WS-OVERDUE-COUNT
002730     END-IF.
002740
002750     IF CSC-LOC-CODE NOT = WS-LAST-LOC
002760         MOVE CSC-LOC-CODE TO WS-LAST-LOC
002770         MOVE CSC-LOC-CODE TO WS-LOC-CODE
002780         IF CSC-LOC-CODE = SPACES
002790             MOVE 'CEN' TO WS-LOC-CODE
002800         END-IF
002810         WRITE COUNT-LIST-LINE FROM WS-LOCATION-LINE
002820         WRITE COUNT-LIST-LINE FROM WS-COLUMN-LINE
002830     END-IF.
002840
002850     MOVE CSC-ITM-ID     TO WS-DET-ITM-ID.
002860     MOVE SPACES         TO WS-DET-NAME.
002870     IF WS-ITM-OPEN
002880         MOVE CSC-ITM-ID TO ITM-ID
002890         READ ITEM-MASTER-FILE
002900             INVALID KEY
002910                 MOVE '??????' TO WS-DET-NAME
002920             NOT INVALID KEY
002930                 MOVE ITM-NAME TO WS-DET-NAME
002940         END-READ
002950     END-IF.
002960     MOVE CSC-CLASS      TO WS-DET-CLASS.
002970     MOVE CSC-COUNT-DATE TO WS-DET-DATE.
002980     WRITE COUNT-LIST-LINE FROM WS-DETAIL-LINE.
002990 2100-LIST-ONE-COUNT-EXIT.
003000     EXIT.
003010
003020*****************************************************************
003030*    3000-PRINT-TOTALS                                          *
003040*****************************************************************
003050 3000-PRINT-TOTALS.
003060     MOVE 'COUNTS DUE................' TO WS-CNT-TITLE.
003070     MOVE WS-DUE-COUNT TO WS-CNT-VALUE.
003080     WRITE COUNT-LIST-LINE FROM WS-COUNT-LINE.
003090     MOVE 'COUNTS OVERDUE............' TO WS-CNT-TITLE.
003100     MOVE WS-OVERDUE-COUNT TO WS-CNT-VALUE.
003110     WRITE COUNT-LIST-LINE FROM WS-COUNT-LINE.
003120     DISPLAY 'CCLIST01: COUNTS DUE.......... ' WS-DUE-COUNT.
003130     DISPLAY 'CCLIST01: COUNTS OVERDUE...... ' WS-OVERDUE-COUNT.
003140 3000-PRINT-TOTALS-EXIT.
003150     EXIT.
003160
003170*****************************************************************
003180*    9999-TERMINATE                                             *
003190*****************************************************************
003200 9999-TERMINATE.
003210     IF RETURN-CODE < 8
003220         CLOSE COUNT-LIST-RPT
003230     END-IF.
003240     IF WS-ITM-OPEN
003250         CLOSE ITEM-MASTER-FILE
003260     END-IF.
003270 9999-TERMINATE-EXIT.
003280     EXIT.
