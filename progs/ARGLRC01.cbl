000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARGLRC01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - AR SUBLEDGER TO GL               *
000100*                    CONTROL-ACCOUNT RECONCILIATION.  RUNS AT    *
000110*                    END OF CYCLE AFTER THE BALANCE PROOF.       *
000120*                    ACCUMULATES EVERY DEBIT AND CREDIT TO THE   *
000130*                    AR CONTROL ACCOUNT ON THE NIGHT'S GL        *
000140*                    JOURNAL BY SOURCE PROGRAM, NETS THE CYCLE'S *
000150*                    CUST-BALANCE MOVEMENT BY THE SAME PROGRAM   *
000160*                    FROM THE BEFORE/AFTER IMAGES ON THE         *
000170*                    FORWARD-RECOVERY JOURNAL, AND LISTS EVERY   *
000180*                    PROGRAM WHOSE TWO SIDES DIFFER.  THE        *
000190*                    SUBLEDGER MOVEMENT IS ALSO BROKEN OUT BY    *
000200*                    CUSTOMER CURRENCY AND RESTATED TO BASE AT   *
000210*                    THE CURRATE RATES.  ANY DIFFERENCE FAILS    *
000220*                    THE CONTROL TO CTLOUT AND ENDS RC 8; A      *
000230*                    CURRENCY WITH NO RATE TO BASE ENDS RC 4.    *
000232*    2026-10-15  PD  THE GENERATION TRAILERS NOW CLOSING EACH    *
000234*                    RUN'S STRETCH OF THE CUSTOMER-MASTER        *
000236*                    JOURNAL ARE SKIPPED.                        *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-CYC-FILE-STATUS.
000310
000320     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-GLJ-FILE-STATUS.
000350
000360     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNL
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CMJ-FILE-STATUS.
000390
000400     SELECT CURRENCY-RATE-FILE ASSIGN TO CURRATE
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CUR-FILE-STATUS.
000430
000440     SELECT CURRENCY-CONTROL-FILE ASSIGN TO CURCTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CCY-FILE-STATUS.
000470
000480     SELECT RECONCILIATION-RPT ASSIGN TO ARGLRCRP
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-FILE-STATUS.
000510
000520     SELECT CONTROL-OUTCOME-FILE ASSIGN TO CTLOUT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CTL-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CYCLE-CONTROL-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CYCLCTL.
000610
000620 FD  GL-JOURNAL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY GLJRNL.
000650
000660 FD  CUST-JOURNAL-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CMJRNL.
000690
000700 FD  CURRENCY-RATE-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CURRATE.
000730
000740 FD  CURRENCY-CONTROL-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CURCTL.
000770
000780 FD  RECONCILIATION-RPT
000790     LABEL RECORDS ARE STANDARD.
000800     01  RECONCILIATION-LINE      PIC X(80).
000810
000820 FD  CONTROL-OUTCOME-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY CTLOUT.
000850
000860 WORKING-STORAGE SECTION.
000870     01  WS-CYC-FILE-STATUS       PIC X(02).
000880         88  WS-CYC-OK            VALUE '00'.
000890
000900     01  WS-GLJ-FILE-STATUS       PIC X(02).
000910         88  WS-GLJ-OK            VALUE '00'.
000920         88  WS-GLJ-NOT-FOUND     VALUE '35'.
000930         88  WS-GLJ-EOF           VALUE '10'.
000940
000950     01  WS-CMJ-FILE-STATUS       PIC X(02).
000960         88  WS-CMJ-OK            VALUE '00'.
000970         88  WS-CMJ-NOT-FOUND     VALUE '35'.
000980         88  WS-CMJ-EOF           VALUE '10'.
000990
001000     01  WS-CUR-FILE-STATUS       PIC X(02).
001010         88  WS-CUR-OK            VALUE '00'.
001020         88  WS-CUR-EOF           VALUE '10'.
001030
001040     01  WS-CCY-FILE-STATUS       PIC X(02).
001050         88  WS-CCY-OK            VALUE '00'.
001060
001070     01  WS-RPT-FILE-STATUS       PIC X(02).
001080         88  WS-RPT-OK            VALUE '00'.
001090
001100     01  WS-CTL-FILE-STATUS       PIC X(02).
001110         88  WS-CTL-OK            VALUE '00'.
001120
001130     01  WS-GLJ-EOF-SW            PIC X(01) VALUE 'N'.
001140         88  WS-GLJ-DONE          VALUE 'Y'.
001150
001160     01  WS-CMJ-EOF-SW            PIC X(01) VALUE 'N'.
001170         88  WS-CMJ-DONE          VALUE 'Y'.
001180
001190*    THE GL ACCOUNT EVERY POSTING PROGRAM BOOKS RECEIVABLES TO.
001200     01  WS-AR-ACCOUNT            PIC X(08) VALUE 'AR      '.
001210     01  WS-BASE-CURRENCY         PIC X(03) VALUE 'USD'.
001220     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001230     01  WS-CYCLE-NUMBER          PIC 9(07) VALUE 0.
001240
001250*****************************************************************
001260*    CUSTOMER IMAGE OVERLAY                                     *
001270*    THE CURRENCY AND BALANCE ARE PICKED OUT OF THE JOURNAL     *
001280*    IMAGES AT THEIR CUSTOMER-REC OFFSETS, AS BALPRF01 DOES.    *
001290*    THIS OVERLAY MUST TRACK ANY CUSTMAST.CPY LAYOUT CHANGE     *
001300*    AHEAD OF CUST-BALANCE.                                     *
001310*****************************************************************
001320*    CUST-CURRENCY-CODE SITS AFTER CUST-ID(5), CUST-NAME(20), THE
001330*    STRUCTURED CUST-ADDR GROUP(48), AND CUST-STATUS(1) - 74
001340*    BYTES IN - WITH CUST-BALANCE IMMEDIATELY BEHIND IT.
001350     01  WS-IMAGE-WORK.
001360         05  FILLER               PIC X(74).
001370         05  WS-IMG-CURRENCY      PIC X(03).
001380         05  WS-IMG-BALANCE       PIC S9(07)V9(02).
001390         05  FILLER               PIC X(14).
001400
001410     01  WS-IMG-MOVEMENT          PIC S9(09)V9(02).
001420     01  WS-IMG-CURRENCY-CODE     PIC X(03).
001430
001440*****************************************************************
001450*    RATE TABLE - CCY TO BASE.                                  *
001460*****************************************************************
001470     01  WS-CUR-COUNT             PIC 9(02) COMP VALUE 0.
001480     01  WS-MAX-CUR-ROWS          PIC 9(02) COMP VALUE 20.
001490     01  WS-CUR-TABLE.
001500         05  WS-CUR-ROW OCCURS 0 TO 20 TIMES
001510                 DEPENDING ON WS-CUR-COUNT.
001520             10  WS-CUR-FROM      PIC X(03).
001530             10  WS-CUR-TO        PIC X(03).
001540             10  WS-CUR-RATE      PIC S9(03)V9(06) COMP-3.
001550     01  WS-CUR-SUB               PIC 9(02) COMP.
001560     01  WS-RATE-FOUND-SW         PIC X(01).
001570         88  WS-RATE-FOUND        VALUE 'Y'.
001580     01  WS-WORK-RATE             PIC S9(03)V9(06) COMP-3.
001590
001600*****************************************************************
001610*    PER-SOURCE-PROGRAM ACCUMULATORS.                           *
001620*    ONE ROW PER PROGRAM SEEN ON EITHER SIDE.  GL NET IS DEBITS *
001630*    LESS CREDITS, WHICH FOR THE AR CONTROL ACCOUNT IS THE RISE *
001640*    IN WHAT CUSTOMERS OWE - THE SAME SENSE AS A RISE IN        *
001650*    CUST-BALANCE.                                              *
001660*****************************************************************
001670     01  WS-PGM-TBL-COUNT         PIC 9(02) COMP VALUE 0.
001680     01  WS-MAX-PGM-ROWS          PIC 9(02) COMP VALUE 40.
001690     01  WS-PGM-TABLE.
001700         05  WS-PGM-ROW OCCURS 40 TIMES.
001710             10  WS-PGM-NAME      PIC X(08).
001720             10  WS-PGM-GL-DEBIT  PIC S9(11)V9(02) COMP-3.
001730             10  WS-PGM-GL-CREDIT PIC S9(11)V9(02) COMP-3.
001740             10  WS-PGM-SUB-NET   PIC S9(11)V9(02) COMP-3.
001750     01  WS-PGM-SUB               PIC 9(02) COMP.
001760     01  WS-PGM-HIT-SUB           PIC 9(02) COMP.
001770     01  WS-PGM-FOUND-SW          PIC X(01).
001780         88  WS-PGM-FOUND         VALUE 'Y'.
001790     01  WS-PGM-KEY               PIC X(08).
001800
001810*****************************************************************
001820*    PER-CURRENCY SUBLEDGER MOVEMENT.                           *
001830*****************************************************************
001840     01  WS-CCY-TBL-COUNT         PIC 9(02) COMP VALUE 0.
001850     01  WS-MAX-CCY-ROWS          PIC 9(02) COMP VALUE 20.
001860     01  WS-CCY-TABLE.
001870         05  WS-CCY-ROW OCCURS 20 TIMES.
001880             10  WS-CCY-CODE      PIC X(03).
001890             10  WS-CCY-FACE      PIC S9(11)V9(02) COMP-3.
001900     01  WS-CCY-SUB               PIC 9(02) COMP.
001910     01  WS-CCY-HIT-SUB           PIC 9(02) COMP.
001920     01  WS-CCY-FOUND-SW          PIC X(01).
001930         88  WS-CCY-FOUND         VALUE 'Y'.
001940
001950*****************************************************************
001960*    RUN TOTALS                                                 *
001970*****************************************************************
001980     01  WS-GL-NET                PIC S9(11)V9(02).
001990     01  WS-DIFFERENCE            PIC S9(11)V9(02).
002000     01  WS-RESTATED-AMOUNT       PIC S9(11)V9(02).
002010     01  WS-TOTALS.
002020         05  WS-GLJ-READ-COUNT    PIC 9(07) COMP VALUE 0.
002030         05  WS-GLJ-AR-COUNT      PIC 9(07) COMP VALUE 0.
002040         05  WS-CMJ-READ-COUNT    PIC 9(07) COMP VALUE 0.
002050         05  WS-CMJ-CYCLE-COUNT   PIC 9(07) COMP VALUE 0.
002060         05  WS-BREAK-COUNT       PIC 9(02) COMP VALUE 0.
002070         05  WS-UNREVALUED-COUNT  PIC 9(02) COMP VALUE 0.
002080         05  WS-OVERFLOW-COUNT    PIC 9(07) COMP VALUE 0.
002090     01  WS-TOTAL-GL-NET          PIC S9(11)V9(02) VALUE 0.
002100     01  WS-TOTAL-SUB-NET         PIC S9(11)V9(02) VALUE 0.
002110     01  WS-TOTAL-DIFFERENCE      PIC S9(11)V9(02) VALUE 0.
002120     01  WS-REVALUED-TOTAL        PIC S9(11)V9(02) VALUE 0.
002130     01  WS-BREAK-DISPLAY         PIC Z9.
002140
002150*****************************************************************
002160*    REPORT LINE LAYOUTS                                        *
002170*****************************************************************
002180     01  WS-HEADING-LINE.
002190         05  FILLER               PIC X(40) VALUE
002200             'ARGLRC01 - AR SUBLEDGER TO GL FOR CYCLE'.
002210         05  WS-HDG-CYCLE         PIC 9(07).
002220         05  FILLER               PIC X(04) VALUE ' OF '.
002230         05  WS-HDG-DATE          PIC 9(08).
002240         05  FILLER               PIC X(21) VALUE SPACES.
002250
002260     01  WS-PGM-COLUMN-LINE.
002270         05  FILLER               PIC X(40) VALUE
002280             'PROGRAM     GL AR DEBITS  GL AR CREDITS'.
002290         05  FILLER               PIC X(40) VALUE
002300             '   SUBLEDGER NET     DIFFERENCE'.
002310
002320     01  WS-PGM-DETAIL-LINE.
002330         05  WS-PDT-PROGRAM       PIC X(08).
002340         05  FILLER               PIC X(01).
002350         05  WS-PDT-DEBIT         PIC ZZ,ZZZ,ZZ9.99-.
002360         05  FILLER               PIC X(01).
002370         05  WS-PDT-CREDIT        PIC ZZ,ZZZ,ZZ9.99-.
002380         05  FILLER               PIC X(01).
002390         05  WS-PDT-SUB-NET       PIC ZZ,ZZZ,ZZ9.99-.
002400         05  FILLER               PIC X(01).
002410         05  WS-PDT-DIFFERENCE    PIC ZZ,ZZZ,ZZ9.99-.
002420         05  FILLER               PIC X(01).
002430         05  WS-PDT-FLAG          PIC X(05).
002440         05  FILLER               PIC X(06).
002450
002460     01  WS-CCY-COLUMN-LINE.
002470         05  FILLER               PIC X(80) VALUE
002480             'CCY  SUBLEDGER NET   RATE TO BASE    BASE'.
002490
002500     01  WS-CCY-DETAIL-LINE.
002510         05  WS-CDT-CURRENCY      PIC X(03).
002520         05  FILLER               PIC X(02).
002530         05  WS-CDT-FACE          PIC ZZ,ZZZ,ZZ9.99-.
002540         05  FILLER               PIC X(03).
002550         05  WS-CDT-RATE          PIC ZZ9.999999.
002560         05  FILLER               PIC X(04).
002570         05  WS-CDT-RESTATED      PIC ZZ,ZZZ,ZZ9.99-.
002580         05  FILLER               PIC X(30).
002590
002600     01  WS-AMOUNT-LINE.
002610         05  WS-AMT-TITLE         PIC X(26).
002620         05  WS-AMT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002630         05  FILLER               PIC X(36) VALUE SPACES.
002640
002650     01  WS-TEXT-LINE             PIC X(80).
002660
002670 PROCEDURE DIVISION.
002680*****************************************************************
002690*    0000-MAINLINE                                              *
002700*****************************************************************
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE
002730         THRU 1000-INITIALIZE-EXIT.
002740
002750     PERFORM 2000-ACCUMULATE-GL
002760         THRU 2000-ACCUMULATE-GL-EXIT
002770         UNTIL WS-GLJ-DONE.
002780
002790     PERFORM 3000-ACCUMULATE-SUBLEDGER
002800         THRU 3000-ACCUMULATE-SUBLEDGER-EXIT
002810         UNTIL WS-CMJ-DONE.
002820
002830     PERFORM 4000-LIST-PROGRAMS
002840         THRU 4000-LIST-PROGRAMS-EXIT.
002850
002860     PERFORM 5000-LIST-CURRENCIES
002870         THRU 5000-LIST-CURRENCIES-EXIT.
002880
002890     PERFORM 6000-RECORD-VERDICT
002900         THRU 6000-RECORD-VERDICT-EXIT.
002910
002920     DISPLAY 'ARGLRC01: GL JOURNAL RECORDS READ.. '
002930         WS-GLJ-READ-COUNT.
002940     DISPLAY 'ARGLRC01: AR POSTINGS ACCUMULATED.. '
002950         WS-GLJ-AR-COUNT.
002960     DISPLAY 'ARGLRC01: CYCLE JOURNAL RECORDS.... '
002970         WS-CMJ-CYCLE-COUNT.
002980     DISPLAY 'ARGLRC01: PROGRAMS OUT OF BALANCE.. '
002990         WS-BREAK-COUNT.
003000     DISPLAY 'ARGLRC01: CURRENCIES UNREVALUED.... '
003010         WS-UNREVALUED-COUNT.
003020
003030     PERFORM 9999-TERMINATE
003040         THRU 9999-TERMINATE-EXIT.
003050
003060     STOP RUN.
003070
003080*****************************************************************
003090*    1000-INITIALIZE                                            *
003100*    THE GL JOURNAL AND THE CUSTOMER JOURNAL ARE BOTH REQUIRED  *
003110*    - A MISSING SIDE WOULD MAKE EVERY PROGRAM ON THE OTHER     *
003120*    SIDE A FALSE BREAK, SO THE CONTROL FAILS OUTRIGHT INSTEAD. *
003130*    THE RATE TABLE IS OPTIONAL; WITHOUT IT FOREIGN CURRENCIES  *
003140*    ARE REPORTED UNREVALUED.                                   *
003150*****************************************************************
003160 1000-INITIALIZE.
003170     OPEN INPUT CYCLE-CONTROL-FILE.
003180     IF WS-CYC-OK
003190         READ CYCLE-CONTROL-FILE
003200             AT END
003210                 CONTINUE
003220             NOT AT END
003230                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003240                 MOVE CYC-CYCLE-NUMBER  TO WS-CYCLE-NUMBER
003250         END-READ
003260         CLOSE CYCLE-CONTROL-FILE
003270     END-IF.
003280     IF WS-CYCLE-DATE = 0
003290         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003300     END-IF.
003310
003320     OPEN INPUT CURRENCY-CONTROL-FILE.
003330     IF WS-CCY-OK
003340         READ CURRENCY-CONTROL-FILE
003350             AT END
003360                 CONTINUE
003370             NOT AT END
003380                 MOVE CCY-BASE-CURRENCY TO WS-BASE-CURRENCY
003390         END-READ
003400         CLOSE CURRENCY-CONTROL-FILE
003410     END-IF.
003420
003430     OPEN INPUT CURRENCY-RATE-FILE.
003440     IF WS-CUR-OK
003450         PERFORM 1100-READ-CURRENCY-RATE
003460             THRU 1100-READ-CURRENCY-RATE-EXIT
003470             UNTIL WS-CUR-EOF
003480         CLOSE CURRENCY-RATE-FILE
003490     ELSE
003500         DISPLAY 'ARGLRC01: NO CURRENCY-RATE-FILE - '
003510             'FOREIGN MOVEMENT CANNOT BE REVALUED'
003520     END-IF.
003530
003540     OPEN OUTPUT RECONCILIATION-RPT.
003550     IF NOT WS-RPT-OK
003560         DISPLAY 'ARGLRC01: OPEN RECONCILIATION-RPT FAILED '
003570             WS-RPT-FILE-STATUS
003580     END-IF.
003590     MOVE WS-CYCLE-NUMBER TO WS-HDG-CYCLE.
003600     MOVE WS-CYCLE-DATE   TO WS-HDG-DATE.
003610     WRITE RECONCILIATION-LINE FROM WS-HEADING-LINE.
003620
003630     OPEN INPUT GL-JOURNAL-FILE.
003640     IF NOT WS-GLJ-OK
003650         DISPLAY 'ARGLRC01: OPEN GL-JOURNAL FAILED '
003660             WS-GLJ-FILE-STATUS
003670         MOVE 'Y' TO WS-GLJ-EOF-SW
003680         MOVE 'Y' TO WS-CMJ-EOF-SW
003690         MOVE 8 TO RETURN-CODE
003700         GO TO 1000-INITIALIZE-EXIT
003710     END-IF.
003720
003730     OPEN INPUT CUST-JOURNAL-FILE.
003740     IF NOT WS-CMJ-OK
003750         DISPLAY 'ARGLRC01: OPEN CUST-JOURNAL FAILED '
003760             WS-CMJ-FILE-STATUS
003770         MOVE 'Y' TO WS-GLJ-EOF-SW
003780         MOVE 'Y' TO WS-CMJ-EOF-SW
003790         MOVE 8 TO RETURN-CODE
003800         GO TO 1000-INITIALIZE-EXIT
003810     END-IF.
003820
003830     PERFORM 8000-READ-GL-JOURNAL
003840         THRU 8000-READ-GL-JOURNAL-EXIT.
003850     PERFORM 8010-READ-CUST-JOURNAL
003860         THRU 8010-READ-CUST-JOURNAL-EXIT.
003870 1000-INITIALIZE-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910*    1100-READ-CURRENCY-RATE                                    *
003920*****************************************************************
003930 1100-READ-CURRENCY-RATE.
003940     READ CURRENCY-RATE-FILE
003950         AT END
003960             MOVE '10' TO WS-CUR-FILE-STATUS
003970         NOT AT END
003980             IF WS-CUR-COUNT < WS-MAX-CUR-ROWS
003990                 ADD 1 TO WS-CUR-COUNT
004000                 MOVE CUR-FROM-CODE TO WS-CUR-FROM(WS-CUR-COUNT)
004010                 MOVE CUR-TO-CODE   TO WS-CUR-TO(WS-CUR-COUNT)
004020                 MOVE CUR-EXCHANGE-RATE
004030                     TO WS-CUR-RATE(WS-CUR-COUNT)
004040             END-IF
004050     END-READ.
004060 1100-READ-CURRENCY-RATE-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100*    2000-ACCUMULATE-GL                                         *
004110*    ONLY POSTINGS TO THE AR CONTROL ACCOUNT COUNT.  THE        *
004120*    JOURNAL IS RESET AT THE START OF EVERY NIGHT, SO THE WHOLE *
004130*    FILE IS THE CYCLE.                                         *
004140*****************************************************************
004150 2000-ACCUMULATE-GL.
004160     ADD 1 TO WS-GLJ-READ-COUNT.
004170     IF GLJ-ACCOUNT NOT = WS-AR-ACCOUNT
004180         GO TO 2000-ACCUMULATE-GL-NEXT
004190     END-IF.
004200
004210     ADD 1 TO WS-GLJ-AR-COUNT.
004220     MOVE GLJ-SOURCE-PGM TO WS-PGM-KEY.
004230     PERFORM 7000-FIND-PROGRAM
004240         THRU 7000-FIND-PROGRAM-EXIT.
004250     IF NOT WS-PGM-FOUND
004260         GO TO 2000-ACCUMULATE-GL-NEXT
004270     END-IF.
004280
004290     IF GLJ-DEBIT
004300         ADD GLJ-AMOUNT TO WS-PGM-GL-DEBIT(WS-PGM-SUB)
004310     ELSE
004320         ADD GLJ-AMOUNT TO WS-PGM-GL-CREDIT(WS-PGM-SUB)
004330     END-IF.
004340
004350 2000-ACCUMULATE-GL-NEXT.
004360     PERFORM 8000-READ-GL-JOURNAL
004370         THRU 8000-READ-GL-JOURNAL-EXIT.
004380 2000-ACCUMULATE-GL-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420*    3000-ACCUMULATE-SUBLEDGER                                  *
004430*    EACH JOURNAL RECORD STAMPED WITH TONIGHT'S CYCLE           *
004440*    CONTRIBUTES AFTER-BALANCE MINUS BEFORE-BALANCE TO ITS      *
004450*    PROGRAM AND TO ITS CUSTOMER'S CURRENCY; A BLANK IMAGE      *
004460*    COUNTS AS ZERO.  THE CYCLE TEST IS THE ONE BALPRF01        *
004470*    APPLIES, SO THE TWO CONTROLS NET THE SAME MOVEMENT.        *
004480*****************************************************************
004490 3000-ACCUMULATE-SUBLEDGER.
004492*    A GENERATION TRAILER CARRIES NO BALANCE.
004494     IF CMJ-ACTION-TRAILER
004496         GO TO 3000-ACCUMULATE-NEXT
004498     END-IF.
004500     ADD 1 TO WS-CMJ-READ-COUNT.
004510
004520     IF WS-CYCLE-NUMBER > 0
004530         IF CMJ-CYCLE-NUMBER NOT NUMERIC
004540             GO TO 3000-ACCUMULATE-NEXT
004550         END-IF
004560         IF CMJ-CYCLE-NUMBER NOT = WS-CYCLE-NUMBER
004570             GO TO 3000-ACCUMULATE-NEXT
004580         END-IF
004590     ELSE
004600         IF CMJ-JOURNAL-DATE < WS-CYCLE-DATE
004610             GO TO 3000-ACCUMULATE-NEXT
004620         END-IF
004630     END-IF.
004640
004650     ADD 1 TO WS-CMJ-CYCLE-COUNT.
004660     MOVE 0 TO WS-IMG-MOVEMENT.
004670     MOVE SPACES TO WS-IMG-CURRENCY-CODE.
004680     IF CMJ-BEFORE-IMAGE NOT = SPACES
004690         MOVE CMJ-BEFORE-IMAGE TO WS-IMAGE-WORK
004700         SUBTRACT WS-IMG-BALANCE FROM WS-IMG-MOVEMENT
004710         MOVE WS-IMG-CURRENCY TO WS-IMG-CURRENCY-CODE
004720     END-IF.
004730     IF CMJ-AFTER-IMAGE NOT = SPACES
004740         MOVE CMJ-AFTER-IMAGE TO WS-IMAGE-WORK
004750         ADD WS-IMG-BALANCE TO WS-IMG-MOVEMENT
004760         MOVE WS-IMG-CURRENCY TO WS-IMG-CURRENCY-CODE
004770     END-IF.
004780     IF WS-IMG-MOVEMENT = 0
004790         GO TO 3000-ACCUMULATE-NEXT
004800     END-IF.
004810
004820     MOVE CMJ-PROGRAM-ID TO WS-PGM-KEY.
004830     PERFORM 7000-FIND-PROGRAM
004840         THRU 7000-FIND-PROGRAM-EXIT.
004850     IF WS-PGM-FOUND
004860         ADD WS-IMG-MOVEMENT TO WS-PGM-SUB-NET(WS-PGM-SUB)
004870     END-IF.
004880
004890     IF WS-IMG-CURRENCY-CODE = SPACES
004900         MOVE WS-BASE-CURRENCY TO WS-IMG-CURRENCY-CODE
004910     END-IF.
004920     PERFORM 7100-FIND-CURRENCY
004930         THRU 7100-FIND-CURRENCY-EXIT.
004940     IF WS-CCY-FOUND
004950         ADD WS-IMG-MOVEMENT TO WS-CCY-FACE(WS-CCY-SUB)
004960     END-IF.
004970
004980 3000-ACCUMULATE-NEXT.
004990     PERFORM 8010-READ-CUST-JOURNAL
005000         THRU 8010-READ-CUST-JOURNAL-EXIT.
005010 3000-ACCUMULATE-SUBLEDGER-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*    4000-LIST-PROGRAMS                                         *
005060*    ONE LINE PER SOURCE PROGRAM.  A PROGRAM THAT MOVED         *
005070*    CUST-BALANCE WITHOUT BOOKING AR, OR BOOKED AR WITHOUT      *
005080*    MOVING A BALANCE, SHOWS THE WHOLE AMOUNT AS ITS            *
005090*    DIFFERENCE.  A TABLE OVERFLOW IS ITSELF A BREAK - THE      *
005100*    UNCOUNTED PROGRAMS COULD HIDE ANYTHING.                    *
005110*****************************************************************
005120 4000-LIST-PROGRAMS.
005130     MOVE SPACES TO WS-TEXT-LINE.
005140     WRITE RECONCILIATION-LINE FROM WS-TEXT-LINE.
005150     WRITE RECONCILIATION-LINE FROM WS-PGM-COLUMN-LINE.
005160
005170     IF WS-PGM-TBL-COUNT > 0
005180         PERFORM 4100-LIST-ONE-PROGRAM
005190             THRU 4100-LIST-ONE-PROGRAM-EXIT
005200             VARYING WS-PGM-SUB FROM 1 BY 1
005210             UNTIL WS-PGM-SUB > WS-PGM-TBL-COUNT
005220     END-IF.
005230
005240     IF WS-OVERFLOW-COUNT > 0
005250         ADD 1 TO WS-BREAK-COUNT
005260         MOVE SPACES TO WS-TEXT-LINE
005270         STRING 'PROGRAM TABLE FULL - POSTINGS NOT RECONCILED'
005280             DELIMITED BY SIZE INTO WS-TEXT-LINE
005290         WRITE RECONCILIATION-LINE FROM WS-TEXT-LINE
005300     END-IF.
005310
005320     MOVE SPACES TO WS-TEXT-LINE.
005330     WRITE RECONCILIATION-LINE FROM WS-TEXT-LINE.
005340     MOVE 'GL AR NET.................' TO WS-AMT-TITLE.
005350     MOVE WS-TOTAL-GL-NET TO WS-AMT-AMOUNT.
005360     WRITE RECONCILIATION-LINE FROM WS-AMOUNT-LINE.
005370     MOVE 'SUBLEDGER NET.............' TO WS-AMT-TITLE.
005380     MOVE WS-TOTAL-SUB-NET TO WS-AMT-AMOUNT.
005390     WRITE RECONCILIATION-LINE FROM WS-AMOUNT-LINE.
005400     MOVE 'TOTAL DIFFERENCE..........' TO WS-AMT-TITLE.
005410     MOVE WS-TOTAL-DIFFERENCE TO WS-AMT-AMOUNT.
005420     WRITE RECONCILIATION-LINE FROM WS-AMOUNT-LINE.
005430 4000-LIST-PROGRAMS-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470*    4100-LIST-ONE-PROGRAM                                      *
005480*****************************************************************
005490 4100-LIST-ONE-PROGRAM.
005500     COMPUTE WS-GL-NET = WS-PGM-GL-DEBIT(WS-PGM-SUB)
005510                       - WS-PGM-GL-CREDIT(WS-PGM-SUB).
005520     COMPUTE WS-DIFFERENCE
005530         = WS-GL-NET - WS-PGM-SUB-NET(WS-PGM-SUB).
005540     ADD WS-GL-NET TO WS-TOTAL-GL-NET.
005550     ADD WS-PGM-SUB-NET(WS-PGM-SUB) TO WS-TOTAL-SUB-NET.
005560     ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE.
005570
005580     MOVE WS-PGM-NAME(WS-PGM-SUB)      TO WS-PDT-PROGRAM.
005590     MOVE WS-PGM-GL-DEBIT(WS-PGM-SUB)  TO WS-PDT-DEBIT.
005600     MOVE WS-PGM-GL-CREDIT(WS-PGM-SUB) TO WS-PDT-CREDIT.
005610     MOVE WS-PGM-SUB-NET(WS-PGM-SUB)   TO WS-PDT-SUB-NET.
005620     MOVE WS-DIFFERENCE                TO WS-PDT-DIFFERENCE.
005630     IF WS-DIFFERENCE = 0
005640         MOVE SPACES TO WS-PDT-FLAG
005650     ELSE
005660         MOVE 'BREAK' TO WS-PDT-FLAG
005670         ADD 1 TO WS-BREAK-COUNT
005680         DISPLAY 'ARGLRC01: ' WS-PGM-NAME(WS-PGM-SUB)
005690             ' AR DOES NOT TIE TO SUBLEDGER BY ' WS-DIFFERENCE
005700     END-IF.
005710     WRITE RECONCILIATION-LINE FROM WS-PGM-DETAIL-LINE.
005720 4100-LIST-ONE-PROGRAM-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760*    5000-LIST-CURRENCIES                                       *
005770*    THE SUBLEDGER SIDE BY CUSTOMER CURRENCY.  CUST-BALANCE AND *
005780*    THE AR POSTINGS ARE BOTH IN THE CUSTOMER'S OWN CURRENCY,   *
005790*    SO THE TIE ABOVE IS AT FACE; THIS BREAKOUT RESTATES EACH   *
005800*    CURRENCY TO BASE AT THE CURRATE RATE SO THE MOVEMENT CAN   *
005810*    BE READ AGAINST THE GL IN ONE CURRENCY.                    *
005820*****************************************************************
005830 5000-LIST-CURRENCIES.
005840     MOVE SPACES TO WS-TEXT-LINE.
005850     WRITE RECONCILIATION-LINE FROM WS-TEXT-LINE.
005860     WRITE RECONCILIATION-LINE FROM WS-CCY-COLUMN-LINE.
005870
005880     IF WS-CCY-TBL-COUNT > 0
005890         PERFORM 5100-LIST-ONE-CURRENCY
005900             THRU 5100-LIST-ONE-CURRENCY-EXIT
005910             VARYING WS-CCY-SUB FROM 1 BY 1
005920             UNTIL WS-CCY-SUB > WS-CCY-TBL-COUNT
005930     END-IF.
005940
005950     MOVE SPACES TO WS-TEXT-LINE.
005960     WRITE RECONCILIATION-LINE FROM WS-TEXT-LINE.
005970     MOVE 'REVALUED NET (BASE).......' TO WS-AMT-TITLE.
005980     MOVE WS-REVALUED-TOTAL TO WS-AMT-AMOUNT.
005990     WRITE RECONCILIATION-LINE FROM WS-AMOUNT-LINE.
006000 5000-LIST-CURRENCIES-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040*    5100-LIST-ONE-CURRENCY                                     *
006050*    THE BASE CURRENCY PASSES THROUGH AT FACE; A FOREIGN        *
006060*    CURRENCY WITH NO RATE TO BASE IS LISTED AT FACE ONLY AND   *
006070*    LEFT OUT OF THE REVALUED NET.                              *
006080*****************************************************************
006090 5100-LIST-ONE-CURRENCY.
006100     MOVE WS-CCY-CODE(WS-CCY-SUB) TO WS-CDT-CURRENCY.
006110     MOVE WS-CCY-FACE(WS-CCY-SUB) TO WS-CDT-FACE.
006120
006130     IF WS-CCY-CODE(WS-CCY-SUB) = WS-BASE-CURRENCY
006140         MOVE 1 TO WS-WORK-RATE
006150         MOVE WS-CCY-FACE(WS-CCY-SUB) TO WS-RESTATED-AMOUNT
006160     ELSE
006170         PERFORM 5200-FIND-RATE-TO-BASE
006180             THRU 5200-FIND-RATE-TO-BASE-EXIT
006190         IF NOT WS-RATE-FOUND
006200             ADD 1 TO WS-UNREVALUED-COUNT
006210             MOVE SPACES TO WS-TEXT-LINE
006220             STRING WS-CCY-CODE(WS-CCY-SUB)
006230                 '  NO RATE TO BASE - LEFT OUT OF REVALUED NET'
006240                 DELIMITED BY SIZE INTO WS-TEXT-LINE
006250             WRITE RECONCILIATION-LINE FROM WS-TEXT-LINE
006260             GO TO 5100-LIST-ONE-CURRENCY-EXIT
006270         END-IF
006280         COMPUTE WS-RESTATED-AMOUNT ROUNDED
006290             = WS-CCY-FACE(WS-CCY-SUB) * WS-WORK-RATE
006300     END-IF.
006310
006320     ADD WS-RESTATED-AMOUNT TO WS-REVALUED-TOTAL.
006330     MOVE WS-WORK-RATE       TO WS-CDT-RATE.
006340     MOVE WS-RESTATED-AMOUNT TO WS-CDT-RESTATED.
006350     WRITE RECONCILIATION-LINE FROM WS-CCY-DETAIL-LINE.
006360 5100-LIST-ONE-CURRENCY-EXIT.
006370     EXIT.
006380
006390*****************************************************************
006400*    5200-FIND-RATE-TO-BASE                                     *
006410*****************************************************************
006420 5200-FIND-RATE-TO-BASE.
006430     MOVE 'N' TO WS-RATE-FOUND-SW.
006440     PERFORM 5250-MATCH-RATE
006450         THRU 5250-MATCH-RATE-EXIT
006460         VARYING WS-CUR-SUB FROM 1 BY 1
006470         UNTIL WS-CUR-SUB > WS-CUR-COUNT
006480             OR WS-RATE-FOUND.
006490 5200-FIND-RATE-TO-BASE-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*    5250-MATCH-RATE                                            *
006540*****************************************************************
006550 5250-MATCH-RATE.
006560     IF WS-CUR-FROM(WS-CUR-SUB) = WS-CCY-CODE(WS-CCY-SUB)
006570             AND WS-CUR-TO(WS-CUR-SUB) = WS-BASE-CURRENCY
006580         MOVE 'Y' TO WS-RATE-FOUND-SW
006590         MOVE WS-CUR-RATE(WS-CUR-SUB) TO WS-WORK-RATE
006600     END-IF.
006610 5250-MATCH-RATE-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650*    6000-RECORD-VERDICT                                        *
006660*    ANY PROGRAM OUT OF BALANCE, OR A JOURNAL THAT COULD NOT BE *
006670*    READ, FAILS THE CONTROL AND ENDS RC 8.  AN UNREVALUED      *
006680*    CURRENCY ALONE IS A WARNING (RC 4) - THE FACE TIE STILL    *
006690*    HOLDS.  THE VERDICT GOES TO THE CONTROL-OUTCOME FILE FOR   *
006700*    THE MORNING ATTESTATION.                                   *
006710*****************************************************************
006720 6000-RECORD-VERDICT.
006730     MOVE SPACES TO WS-TEXT-LINE.
006740     WRITE RECONCILIATION-LINE FROM WS-TEXT-LINE.
006750
006760     IF WS-BREAK-COUNT > 0
006770         MOVE 8 TO RETURN-CODE
006780     END-IF.
006790     IF WS-UNREVALUED-COUNT > 0 AND RETURN-CODE < 4
006800         MOVE 4 TO RETURN-CODE
006810     END-IF.
006820
006830     MOVE SPACES TO CONTROL-OUTCOME-REC.
006840     MOVE 'ARGLRC01' TO CTL-CONTROL-NAME.
006850     IF RETURN-CODE < 8
006860         MOVE 'PASS' TO CTL-VERDICT
006870         MOVE 'AR SUBLEDGER TIES TO GL' TO CTL-DETAIL
006880         MOVE 'AR SUBLEDGER TIES TO GL' TO WS-TEXT-LINE
006890     ELSE
006900         MOVE 'FAIL' TO CTL-VERDICT
006910         IF WS-BREAK-COUNT = 0
006920             MOVE 'AR JOURNAL UNREADABLE' TO CTL-DETAIL
006930             MOVE 'AR RECONCILIATION NOT PERFORMED - NO JOURNAL'
006940                 TO WS-TEXT-LINE
006950         ELSE
006960             MOVE WS-BREAK-COUNT TO WS-BREAK-DISPLAY
006970             STRING 'AR TO GL BREAK - ' WS-BREAK-DISPLAY
006980                 ' PROGRAMS'
006990                 DELIMITED BY SIZE INTO CTL-DETAIL
007000             MOVE 'AR SUBLEDGER DOES NOT TIE TO GL'
007010                 TO WS-TEXT-LINE
007020         END-IF
007030     END-IF.
007040     WRITE RECONCILIATION-LINE FROM WS-TEXT-LINE.
007050
007060     OPEN EXTEND CONTROL-OUTCOME-FILE.
007070     IF WS-CTL-OK
007080         WRITE CONTROL-OUTCOME-REC
007090         CLOSE CONTROL-OUTCOME-FILE
007100     ELSE
007110         DISPLAY 'ARGLRC01: OPEN CONTROL-OUTCOME FAILED '
007120             WS-CTL-FILE-STATUS
007130     END-IF.
007140 6000-RECORD-VERDICT-EXIT.
007150     EXIT.
007160
007170*****************************************************************
007180*    7000-FIND-PROGRAM                                          *
007190*    LOCATE WS-PGM-KEY IN THE PROGRAM TABLE, ADDING A ZEROED    *
007200*    ROW THE FIRST TIME IT IS SEEN.  LEAVES WS-PGM-SUB ON THE   *
007210*    ROW; A FULL TABLE IS COUNTED AS AN OVERFLOW AND LEAVES     *
007220*    WS-PGM-FOUND OFF.                                          *
007230*****************************************************************
007240 7000-FIND-PROGRAM.
007250     MOVE 'N' TO WS-PGM-FOUND-SW.
007260     PERFORM 7050-MATCH-PROGRAM
007270         THRU 7050-MATCH-PROGRAM-EXIT
007280         VARYING WS-PGM-SUB FROM 1 BY 1
007290         UNTIL WS-PGM-SUB > WS-PGM-TBL-COUNT
007300             OR WS-PGM-FOUND.
007310     IF WS-PGM-FOUND
007320         MOVE WS-PGM-HIT-SUB TO WS-PGM-SUB
007330         GO TO 7000-FIND-PROGRAM-EXIT
007340     END-IF.
007350
007360     IF WS-PGM-TBL-COUNT NOT < WS-MAX-PGM-ROWS
007370         ADD 1 TO WS-OVERFLOW-COUNT
007380         GO TO 7000-FIND-PROGRAM-EXIT
007390     END-IF.
007400     ADD 1 TO WS-PGM-TBL-COUNT.
007410     MOVE WS-PGM-TBL-COUNT TO WS-PGM-SUB.
007420     MOVE WS-PGM-KEY TO WS-PGM-NAME(WS-PGM-SUB).
007430     MOVE 0 TO WS-PGM-GL-DEBIT(WS-PGM-SUB).
007440     MOVE 0 TO WS-PGM-GL-CREDIT(WS-PGM-SUB).
007450     MOVE 0 TO WS-PGM-SUB-NET(WS-PGM-SUB).
007460     MOVE 'Y' TO WS-PGM-FOUND-SW.
007470 7000-FIND-PROGRAM-EXIT.
007480     EXIT.
007490
007500*****************************************************************
007510*    7050-MATCH-PROGRAM                                         *
007520*****************************************************************
007530 7050-MATCH-PROGRAM.
007540     IF WS-PGM-NAME(WS-PGM-SUB) = WS-PGM-KEY
007550         MOVE 'Y' TO WS-PGM-FOUND-SW
007560         MOVE WS-PGM-SUB TO WS-PGM-HIT-SUB
007570     END-IF.
007580 7050-MATCH-PROGRAM-EXIT.
007590     EXIT.
007600
007610*****************************************************************
007620*    7100-FIND-CURRENCY                                         *
007630*    AS 7000-FIND-PROGRAM, FOR WS-IMG-CURRENCY-CODE IN THE      *
007640*    CURRENCY TABLE.  A FULL TABLE IS REPORTED AND THE CURRENCY *
007650*    LEFT OUT OF THE BREAKOUT.                                  *
007660*****************************************************************
007670 7100-FIND-CURRENCY.
007680     MOVE 'N' TO WS-CCY-FOUND-SW.
007690     PERFORM 7150-MATCH-CURRENCY
007700         THRU 7150-MATCH-CURRENCY-EXIT
007710         VARYING WS-CCY-SUB FROM 1 BY 1
007720         UNTIL WS-CCY-SUB > WS-CCY-TBL-COUNT
007730             OR WS-CCY-FOUND.
007740     IF WS-CCY-FOUND
007750         MOVE WS-CCY-HIT-SUB TO WS-CCY-SUB
007760         GO TO 7100-FIND-CURRENCY-EXIT
007770     END-IF.
007780
007790     IF WS-CCY-TBL-COUNT NOT < WS-MAX-CCY-ROWS
007800         DISPLAY 'ARGLRC01: CURRENCY TABLE FULL - '
007810             WS-IMG-CURRENCY-CODE ' NOT BROKEN OUT'
007820         GO TO 7100-FIND-CURRENCY-EXIT
007830     END-IF.
007840     ADD 1 TO WS-CCY-TBL-COUNT.
007850     MOVE WS-CCY-TBL-COUNT TO WS-CCY-SUB.
007860     MOVE WS-IMG-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-SUB).
007870     MOVE 0 TO WS-CCY-FACE(WS-CCY-SUB).
007880     MOVE 'Y' TO WS-CCY-FOUND-SW.
007890 7100-FIND-CURRENCY-EXIT.
007900     EXIT.
007910
007920*****************************************************************
007930*    7150-MATCH-CURRENCY                                        *
007940*****************************************************************
007950 7150-MATCH-CURRENCY.
007960     IF WS-CCY-CODE(WS-CCY-SUB) = WS-IMG-CURRENCY-CODE
007970         MOVE 'Y' TO WS-CCY-FOUND-SW
007980         MOVE WS-CCY-SUB TO WS-CCY-HIT-SUB
007990     END-IF.
008000 7150-MATCH-CURRENCY-EXIT.
008010     EXIT.
008020
008030*****************************************************************
008040*    8000-READ-GL-JOURNAL                                       *
008050*****************************************************************
008060 8000-READ-GL-JOURNAL.
008070     READ GL-JOURNAL-FILE
008080         AT END
008090             MOVE 'Y' TO WS-GLJ-EOF-SW
008100     END-READ.
008110 8000-READ-GL-JOURNAL-EXIT.
008120     EXIT.
008130
008140*****************************************************************
008150*    8010-READ-CUST-JOURNAL                                     *
008160*****************************************************************
008170 8010-READ-CUST-JOURNAL.
008180     READ CUST-JOURNAL-FILE
008190         AT END
008200             MOVE 'Y' TO WS-CMJ-EOF-SW
008210     END-READ.
008220 8010-READ-CUST-JOURNAL-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260*    9999-TERMINATE                                             *
008270*****************************************************************
008280 9999-TERMINATE.
008290     IF WS-GLJ-OK OR WS-GLJ-EOF
008300         CLOSE GL-JOURNAL-FILE
008310     END-IF.
008320     IF WS-CMJ-OK OR WS-CMJ-EOF
008330         CLOSE CUST-JOURNAL-FILE
008340     END-IF.
008350     CLOSE RECONCILIATION-RPT.
008360 9999-TERMINATE-EXIT.
008370     EXIT.
