000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INTSTM01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - YEAR-END INTEREST STATEMENTS.    *
000100*                    TOTALS EACH ACCOUNT'S CAPITALIZED INTEREST  *
000110*                    FOR THE YEAR FROM THE INTEREST HISTORY      *
000120*                    (ACCCAP01) BY MONTH, AND PRINTS ONE         *
000130*                    STATEMENT PER ACCOUNT WITH THE MONTHLY      *
000140*                    INTEREST, THE YEAR'S TOTAL AND THE CLOSING  *
000150*                    BALANCE.  THE SUMMARY REGISTER'S TOTAL MUST *
000160*                    TIE TO THE YEAR'S ACCRINT CAPITALIZATION    *
000170*                    POSTINGS ON THE ARCHIVED GL JOURNAL, AND    *
000180*                    EVERY ACCOUNT AT OR OVER THE REPORTING      *
000190*                    THRESHOLD GOES TO THE REGULATORY EXTRACT.   *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CONTROL-CARD-FILE ASSIGN TO PARMCARD
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-PARM-FILE-STATUS.
000270
000280     SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-ACC-FILE-STATUS.
000310
000320     SELECT INTEREST-HISTORY-FILE ASSIGN TO INTHIST
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-IHS-FILE-STATUS.
000350
000360     SELECT GL-JOURNAL-FILE ASSIGN TO GLJARCH
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-GLJ-FILE-STATUS.
000390
000400     SELECT INTEREST-STATEMENT-RPT ASSIGN TO INTSTMT
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-STM-FILE-STATUS.
000430
000440     SELECT SUMMARY-REGISTER-RPT ASSIGN TO INTREGRP
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000470
000480     SELECT INTEREST-EXTRACT-FILE ASSIGN TO INTRGX
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RGX-FILE-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CONTROL-CARD-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY PARMCARD.
000570
000580 FD  ACCOUNT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY ACCTMAST.
000610
000620 FD  INTEREST-HISTORY-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY INTHIST.
000650
000660 FD  GL-JOURNAL-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY GLJRNL.
000690
000700 FD  INTEREST-STATEMENT-RPT
000710     LABEL RECORDS ARE STANDARD.
000720     01  INTEREST-STATEMENT-LINE  PIC X(80).
000730
000740 FD  SUMMARY-REGISTER-RPT
000750     LABEL RECORDS ARE STANDARD.
000760     01  SUMMARY-REGISTER-LINE    PIC X(80).
000770
000780 FD  INTEREST-EXTRACT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY INTRGX.
000810
000820 WORKING-STORAGE SECTION.
000830     01  WS-PARM-FILE-STATUS      PIC X(02).
000840         88  WS-PARM-OK           VALUE '00'.
000850     01  WS-ACC-FILE-STATUS       PIC X(02).
000860         88  WS-ACC-OK            VALUE '00'.
000870     01  WS-IHS-FILE-STATUS       PIC X(02).
000880         88  WS-IHS-OK            VALUE '00'.
000885         88  WS-IHS-EOF           VALUE '10'.
000890     01  WS-GLJ-FILE-STATUS       PIC X(02).
000900         88  WS-GLJ-OK            VALUE '00'.
000910     01  WS-STM-FILE-STATUS       PIC X(02).
000920         88  WS-STM-OK            VALUE '00'.
000930     01  WS-RPT-FILE-STATUS       PIC X(02).
000940         88  WS-RPT-OK            VALUE '00'.
000950     01  WS-RGX-FILE-STATUS       PIC X(02).
000960         88  WS-RGX-OK            VALUE '00'.
000970
000980     01  WS-INPUT-EOF-SW          PIC X(01) VALUE 'N'.
000990         88  WS-INPUT-EOF         VALUE 'Y'.
001000     01  WS-ABORT-SW              PIC X(01) VALUE 'N'.
001010         88  WS-ABORT             VALUE 'Y'.
001020     01  WS-GL-AVAILABLE-SW       PIC X(01) VALUE 'N'.
001030         88  WS-GL-AVAILABLE      VALUE 'Y'.
001040
001050*    THE STATEMENT YEAR IS THE YEAR OF THE CARD'S RUN DATE (OR
001060*    TODAY).  A JANUARY DATE MEANS THE YEAR JUST ENDED, SO THE
001070*    RUN CAN GO AFTER THE DECEMBER CAPITALIZATION WITHOUT A CARD.
001080     01  WS-AS-OF-DATE            PIC 9(08).
001090     01  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE.
001100         05  WS-AS-OF-YEAR        PIC 9(04).
001110         05  WS-AS-OF-MONTH       PIC 9(02).
001120         05  WS-AS-OF-DAY         PIC 9(02).
001130     01  WS-STMT-YEAR             PIC 9(04).
001140
001150     01  WS-GLJ-DATE              PIC 9(08).
001160     01  WS-GLJ-DATE-X REDEFINES WS-GLJ-DATE.
001170         05  WS-GLJ-YEAR          PIC 9(04).
001180         05  FILLER               PIC 9(04).
001190
001200*    AN ACCOUNT WHOSE INTEREST FOR THE YEAR REACHES THIS AMOUNT
001210*    GOES TO THE REGULATORY EXTRACT.
001220     01  WS-REPORT-THRESHOLD      PIC S9(07)V9(02) VALUE 10.00.
001230
001240     01  WS-MONTH-NAMES-X.
001250         05  FILLER               PIC X(36) VALUE
001260             'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
001270     01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-X.
001280         05  WS-MONTH-NAME        PIC X(03) OCCURS 12 TIMES.
001290
001300*****************************************************************
001310*    ACCOUNT TABLE - EVERY ACCOUNT ON FILE, PLUS ANY ACCOUNT    *
001320*    THAT EARNED INTEREST IN THE YEAR BUT HAS SINCE LEFT THE    *
001330*    FILE.  THE CLOSING BALANCE IS THE ONE LEFT BY THE YEAR'S   *
001340*    LAST CAPITALIZATION, OR THE BALANCE ON FILE FOR AN ACCOUNT *
001350*    NEVER CAPITALIZED IN THE YEAR.  A FILE LARGER THAN THE     *
001360*    TABLE FAILS THE STEP RATHER THAN UNDERSTATE THE RETURN.    *
001370*****************************************************************
001380     01  WS-ACT-COUNT             PIC 9(05) COMP VALUE 0.
001390     01  WS-MAX-ACT-ROWS          PIC 9(05) COMP VALUE 2000.
001400     01  WS-ACT-TABLE.
001410         05  WS-ACT-ROW OCCURS 2000 TIMES.
001420             10  WS-ACT-ID        PIC X(05).
001430             10  WS-ACT-NAME      PIC X(06).
001440             10  WS-ACT-ON-FILE   PIC X(01).
001450             10  WS-ACT-CLOSING   PIC S9(07)V9(02).
001460             10  WS-ACT-LAST-CAP  PIC 9(08).
001470             10  WS-ACT-TOTAL     PIC S9(07)V9(02).
001480             10  WS-ACT-MONTH-AMT PIC S9(07)V9(02)
001490                                  OCCURS 12 TIMES.
001500     01  WS-ACT-SUB               PIC 9(05) COMP.
001510     01  WS-ACT-HIT-SUB           PIC 9(05) COMP.
001520     01  WS-MONTH-SUB             PIC 9(02) COMP.
001530
001540*****************************************************************
001550*    CONTROL TOTALS - THE HISTORY TOTAL MUST EQUAL THE NET      *
001560*    ACCRINT DEBITS ACCCAP01 JOURNALED FOR THE YEAR.            *
001570*****************************************************************
001580     01  WS-TOTALS.
001590         05  WS-HISTORY-COUNT     PIC 9(07) COMP VALUE 0.
001600         05  WS-OTHER-YEAR-COUNT  PIC 9(07) COMP VALUE 0.
001610         05  WS-STATEMENT-COUNT   PIC 9(07) COMP VALUE 0.
001620         05  WS-REPORTABLE-COUNT  PIC 9(07) COMP VALUE 0.
001630         05  WS-CLOSED-COUNT      PIC 9(07) COMP VALUE 0.
001640         05  WS-INTEREST-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE 0.
001650         05  WS-REPORTABLE-TOTAL  PIC S9(11)V9(2) COMP-3 VALUE 0.
001660         05  WS-GL-ACCRINT-NET    PIC S9(11)V9(2) COMP-3 VALUE 0.
001670         05  WS-GL-DIFFERENCE     PIC S9(11)V9(2) COMP-3 VALUE 0.
001680
001690*****************************************************************
001700*    STATEMENT LINE LAYOUTS                                     *
001710*****************************************************************
001720     01  WS-STM-HEADING-LINE.
001730         05  FILLER               PIC X(34) VALUE
001740             'YEAR-END INTEREST STATEMENT  YEAR '.
001750         05  WS-STM-YEAR          PIC 9(04).
001760         05  FILLER               PIC X(42) VALUE SPACES.
001770
001780     01  WS-STM-ACCOUNT-LINE.
001790         05  FILLER               PIC X(10) VALUE 'ACCOUNT   '.
001800         05  WS-STM-ACCT-ID       PIC X(05).
001810         05  FILLER               PIC X(02) VALUE SPACES.
001820         05  WS-STM-ACCT-NAME     PIC X(06).
001830         05  FILLER               PIC X(02) VALUE SPACES.
001840         05  WS-STM-CLOSED-NOTE   PIC X(14).
001850         05  FILLER               PIC X(41) VALUE SPACES.
001860
001870     01  WS-STM-MONTH-LINE.
001880         05  FILLER               PIC X(04) VALUE SPACES.
001890         05  WS-STM-MONTH         PIC X(03).
001900         05  FILLER               PIC X(19) VALUE SPACES.
001910         05  WS-STM-MONTH-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
001920         05  FILLER               PIC X(39) VALUE SPACES.
001930
001940     01  WS-STM-AMOUNT-LINE.
001950         05  WS-STM-AMT-TITLE     PIC X(26).
001960         05  WS-STM-AMT-VALUE     PIC ZZZ,ZZZ,ZZ9.99-.
001970         05  FILLER               PIC X(39) VALUE SPACES.
001980
001990     01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL '-'.
002000
002010*****************************************************************
002020*    SUMMARY REGISTER LINE LAYOUTS                              *
002030*****************************************************************
002040     01  WS-HEADING-LINE.
002050         05  FILLER               PIC X(44) VALUE
002060             'INTSTM01 - YEAR-END INTEREST REGISTER  YEAR '.
002070         05  WS-HDG-YEAR          PIC 9(04).
002080         05  FILLER               PIC X(32) VALUE SPACES.
002090
002100     01  WS-DETAIL-LINE.
002110         05  WS-DET-ACCT-ID       PIC X(05).
002120         05  FILLER               PIC X(02).
002130         05  WS-DET-ACCT-NAME     PIC X(06).
002140         05  FILLER               PIC X(02).
002150         05  WS-DET-INTEREST      PIC ZZZ,ZZ9.99-.
002160         05  FILLER               PIC X(02).
002170         05  WS-DET-CLOSING       PIC ZZZ,ZZ9.99-.
002180         05  FILLER               PIC X(02).
002190         05  WS-DET-NOTE          PIC X(26).
002200         05  FILLER               PIC X(13).
002210
002220     01  WS-COUNT-LINE.
002230         05  WS-CNT-TITLE         PIC X(26).
002240         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
002250         05  FILLER               PIC X(47) VALUE SPACES.
002260
002270     01  WS-AMOUNT-LINE.
002280         05  WS-AMT-TITLE         PIC X(26).
002290         05  WS-AMT-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
002300         05  FILLER               PIC X(39) VALUE SPACES.
002310
002320 PROCEDURE DIVISION.
002330*****************************************************************
002340*    0000-MAINLINE                                              *
002350*****************************************************************
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE
002380         THRU 1000-INITIALIZE-EXIT.
002390
002400     IF NOT WS-ABORT
002410         PERFORM 2000-GATHER-INTEREST
002420             THRU 2000-GATHER-INTEREST-EXIT
002430         PERFORM 2500-GATHER-GL-POSTINGS
002440             THRU 2500-GATHER-GL-POSTINGS-EXIT
002450         PERFORM 3000-STATE-ONE-ACCOUNT
002460             THRU 3000-STATE-ONE-ACCOUNT-EXIT
002470             VARYING WS-ACT-SUB FROM 1 BY 1
002480             UNTIL WS-ACT-SUB > WS-ACT-COUNT
002490     END-IF.
002500
002510     PERFORM 4000-PRINT-TOTALS
002520         THRU 4000-PRINT-TOTALS-EXIT.
002530
002540     DISPLAY 'INTSTM01: STATEMENT YEAR........ '
002550         WS-STMT-YEAR.
002560     DISPLAY 'INTSTM01: STATEMENTS PRINTED.... '
002570         WS-STATEMENT-COUNT.
002580     DISPLAY 'INTSTM01: ACCOUNTS REPORTABLE... '
002590         WS-REPORTABLE-COUNT.
002600     DISPLAY 'INTSTM01: INTEREST FOR YEAR..... '
002610         WS-INTEREST-TOTAL.
002620     DISPLAY 'INTSTM01: GL ACCRINT CAPITALIZED '
002630         WS-GL-ACCRINT-NET.
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
002780                 DISPLAY 'INTSTM01: NO CONTROL CARD SUPPLIED'
002790                 MOVE 0 TO PARM-RUN-DATE
002800             NOT AT END
002810                 PERFORM 9500-VALIDATE-PARM-CARD
002820                     THRU 9500-VALIDATE-PARM-CARD-EXIT
002830         END-READ
002840         CLOSE CONTROL-CARD-FILE
002850     ELSE
002860         DISPLAY 'INTSTM01: OPEN CONTROL-CARD FAILED '
002870             WS-PARM-FILE-STATUS
002880         MOVE 0 TO PARM-RUN-DATE
002890     END-IF.
002900
002910     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = 0
002920         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
002930     ELSE
002940         MOVE PARM-RUN-DATE TO WS-AS-OF-DATE
002950     END-IF.
002960     MOVE WS-AS-OF-YEAR TO WS-STMT-YEAR.
002970     IF WS-AS-OF-MONTH = 1
002980         SUBTRACT 1 FROM WS-STMT-YEAR
002990     END-IF.
003000     MOVE WS-STMT-YEAR TO WS-STM-YEAR.
003010     MOVE WS-STMT-YEAR TO WS-HDG-YEAR.
003020
003030     OPEN INPUT ACCOUNT-FILE.
003040     IF NOT WS-ACC-OK
003050         DISPLAY 'INTSTM01: OPEN ACCOUNT-FILE FAILED '
003060             WS-ACC-FILE-STATUS
003070         MOVE 'Y' TO WS-ABORT-SW
003080         MOVE 8 TO RETURN-CODE
003090     ELSE
003100         MOVE 'N' TO WS-INPUT-EOF-SW
003110         PERFORM 1100-LOAD-ACCOUNT
003120             THRU 1100-LOAD-ACCOUNT-EXIT
003130             UNTIL WS-INPUT-EOF
003140         CLOSE ACCOUNT-FILE
003150     END-IF.
003160
003170     OPEN INPUT INTEREST-HISTORY-FILE.
003180     IF NOT WS-IHS-OK
003190         DISPLAY 'INTSTM01: OPEN INTEREST-HISTORY-FILE FAILED '
003200             WS-IHS-FILE-STATUS
003210         MOVE 'Y' TO WS-ABORT-SW
003220         MOVE 8 TO RETURN-CODE
003230     END-IF.
003240
003250*    WITHOUT THE ARCHIVED JOURNAL THE STATEMENTS STILL PRINT,
003260*    BUT THE REGISTER CANNOT PROVE ITSELF.
003270     OPEN INPUT GL-JOURNAL-FILE.
003280     IF WS-GLJ-OK
003290         MOVE 'Y' TO WS-GL-AVAILABLE-SW
003300     ELSE
003310         DISPLAY 'INTSTM01: OPEN GL-JOURNAL-FILE FAILED '
003320             WS-GLJ-FILE-STATUS
003330         DISPLAY 'INTSTM01: REGISTER NOT TIED TO THE GL'
003340     END-IF.
003350
003360     OPEN OUTPUT INTEREST-STATEMENT-RPT.
003370     IF NOT WS-STM-OK
003380         DISPLAY 'INTSTM01: OPEN INTEREST-STATEMENT-RPT FAILED '
003390             WS-STM-FILE-STATUS
003400     END-IF.
003410
003420     OPEN OUTPUT SUMMARY-REGISTER-RPT.
003430     IF NOT WS-RPT-OK
003440         DISPLAY 'INTSTM01: OPEN SUMMARY-REGISTER FAILED '
003450             WS-RPT-FILE-STATUS
003460     END-IF.
003470
003480     OPEN OUTPUT INTEREST-EXTRACT-FILE.
003490     IF NOT WS-RGX-OK
003500         DISPLAY 'INTSTM01: OPEN INTEREST-EXTRACT FAILED '
003510             WS-RGX-FILE-STATUS
003520     END-IF.
003530
003540     WRITE SUMMARY-REGISTER-LINE FROM WS-HEADING-LINE.
003550 1000-INITIALIZE-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*    1100-LOAD-ACCOUNT                                          *
003600*****************************************************************
003610 1100-LOAD-ACCOUNT.
003620     READ ACCOUNT-FILE
003630         AT END
003640             MOVE 'Y' TO WS-INPUT-EOF-SW
003650             GO TO 1100-LOAD-ACCOUNT-EXIT
003660     END-READ.
003670     IF WS-ACT-COUNT NOT < WS-MAX-ACT-ROWS
003680         DISPLAY 'INTSTM01: ACCOUNT TABLE FULL AT '
003690             WS-MAX-ACT-ROWS
003700         MOVE 'Y' TO WS-ABORT-SW
003710         MOVE 'Y' TO WS-INPUT-EOF-SW
003720         MOVE 8 TO RETURN-CODE
003730         GO TO 1100-LOAD-ACCOUNT-EXIT
003740     END-IF.
003750     ADD 1 TO WS-ACT-COUNT.
003760     MOVE ACCT-ID      TO WS-ACT-ID(WS-ACT-COUNT).
003770     MOVE ACCT-NAME    TO WS-ACT-NAME(WS-ACT-COUNT).
003780     MOVE 'Y'          TO WS-ACT-ON-FILE(WS-ACT-COUNT).
003790     MOVE ACCT-BALANCE TO WS-ACT-CLOSING(WS-ACT-COUNT).
003800     MOVE 0            TO WS-ACT-LAST-CAP(WS-ACT-COUNT).
003810     MOVE 0            TO WS-ACT-TOTAL(WS-ACT-COUNT).
003820     PERFORM 1110-CLEAR-MONTH
003830         THRU 1110-CLEAR-MONTH-EXIT
003840         VARYING WS-MONTH-SUB FROM 1 BY 1
003850         UNTIL WS-MONTH-SUB > 12.
003860 1100-LOAD-ACCOUNT-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*    1110-CLEAR-MONTH                                           *
003910*****************************************************************
003920 1110-CLEAR-MONTH.
003930     MOVE 0 TO WS-ACT-MONTH-AMT(WS-ACT-COUNT, WS-MONTH-SUB).
003940 1110-CLEAR-MONTH-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980*    2000-GATHER-INTEREST                                       *
003990*    EVERY CAPITALIZATION IN THE STATEMENT YEAR LANDS IN ITS    *
004000*    ACCOUNT'S MONTH.  OTHER YEARS ARE COUNTED AND PASSED BY.   *
004010*****************************************************************
004020 2000-GATHER-INTEREST.
004030     MOVE 'N' TO WS-INPUT-EOF-SW.
004040     PERFORM 2100-APPLY-ONE-CAPITALIZATION
004050         THRU 2100-APPLY-ONE-CAPITALIZATION-EXIT
004060         UNTIL WS-INPUT-EOF OR WS-ABORT.
004070 2000-GATHER-INTEREST-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110*    2100-APPLY-ONE-CAPITALIZATION                              *
004120*****************************************************************
004130 2100-APPLY-ONE-CAPITALIZATION.
004140     READ INTEREST-HISTORY-FILE
004150         AT END
004160             MOVE 'Y' TO WS-INPUT-EOF-SW
004170             GO TO 2100-APPLY-ONE-CAPITALIZATION-EXIT
004180     END-READ.
004190     ADD 1 TO WS-HISTORY-COUNT.
004200     IF IHS-CAP-DATE NOT NUMERIC
004210             OR IHS-CAP-YEAR NOT = WS-STMT-YEAR
004220             OR IHS-CAP-MONTH < 1 OR IHS-CAP-MONTH > 12
004230         ADD 1 TO WS-OTHER-YEAR-COUNT
004240         GO TO 2100-APPLY-ONE-CAPITALIZATION-EXIT
004250     END-IF.
004260
004270     PERFORM 2200-FIND-ACCOUNT
004280         THRU 2200-FIND-ACCOUNT-EXIT.
004290     IF WS-ACT-HIT-SUB = 0
004300         PERFORM 2300-ADD-CLOSED-ACCOUNT
004310             THRU 2300-ADD-CLOSED-ACCOUNT-EXIT
004320         IF WS-ABORT
004330             GO TO 2100-APPLY-ONE-CAPITALIZATION-EXIT
004340         END-IF
004350     END-IF.
004360
004370     MOVE IHS-CAP-MONTH TO WS-MONTH-SUB.
004380     ADD IHS-AMOUNT
004390         TO WS-ACT-MONTH-AMT(WS-ACT-HIT-SUB, WS-MONTH-SUB).
004400     ADD IHS-AMOUNT TO WS-ACT-TOTAL(WS-ACT-HIT-SUB).
004410     ADD IHS-AMOUNT TO WS-INTEREST-TOTAL.
004420     IF IHS-CAP-DATE NOT < WS-ACT-LAST-CAP(WS-ACT-HIT-SUB)
004430         MOVE IHS-CAP-DATE TO WS-ACT-LAST-CAP(WS-ACT-HIT-SUB)
004440         MOVE IHS-BALANCE-AFTER
004450             TO WS-ACT-CLOSING(WS-ACT-HIT-SUB)
004460     END-IF.
004470 2100-APPLY-ONE-CAPITALIZATION-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510*    2200-FIND-ACCOUNT                                          *
004520*    WS-ACT-HIT-SUB IS THE HISTORY RECORD'S ACCOUNT ROW, OR     *
004530*    ZERO.                                                      *
004540*****************************************************************
004550 2200-FIND-ACCOUNT.
004560     MOVE 0 TO WS-ACT-HIT-SUB.
004570     PERFORM 2210-MATCH-ACCOUNT-ROW
004580         THRU 2210-MATCH-ACCOUNT-ROW-EXIT
004590         VARYING WS-ACT-SUB FROM 1 BY 1
004600         UNTIL WS-ACT-SUB > WS-ACT-COUNT
004610             OR WS-ACT-HIT-SUB > 0.
004620 2200-FIND-ACCOUNT-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660*    2210-MATCH-ACCOUNT-ROW                                     *
004670*****************************************************************
004680 2210-MATCH-ACCOUNT-ROW.
004690     IF WS-ACT-ID(WS-ACT-SUB) = IHS-ACCT-ID
004700         MOVE WS-ACT-SUB TO WS-ACT-HIT-SUB
004710     END-IF.
004720 2210-MATCH-ACCOUNT-ROW-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760*    2300-ADD-CLOSED-ACCOUNT                                    *
004770*    AN ACCOUNT THAT EARNED INTEREST THIS YEAR BUT IS NO LONGER *
004780*    ON FILE STILL GETS ITS STATEMENT.                          *
004790*****************************************************************
004800 2300-ADD-CLOSED-ACCOUNT.
004810     IF WS-ACT-COUNT NOT < WS-MAX-ACT-ROWS
004820         DISPLAY 'INTSTM01: ACCOUNT TABLE FULL AT '
004830             WS-MAX-ACT-ROWS
004840         MOVE 'Y' TO WS-ABORT-SW
004850         MOVE 8 TO RETURN-CODE
004860         GO TO 2300-ADD-CLOSED-ACCOUNT-EXIT
004870     END-IF.
004880     ADD 1 TO WS-ACT-COUNT.
004890     MOVE WS-ACT-COUNT TO WS-ACT-HIT-SUB.
004900     MOVE IHS-ACCT-ID TO WS-ACT-ID(WS-ACT-COUNT).
004910     MOVE SPACES      TO WS-ACT-NAME(WS-ACT-COUNT).
004920     MOVE 'N'         TO WS-ACT-ON-FILE(WS-ACT-COUNT).
004930     MOVE 0           TO WS-ACT-CLOSING(WS-ACT-COUNT).
004940     MOVE 0           TO WS-ACT-LAST-CAP(WS-ACT-COUNT).
004950     MOVE 0           TO WS-ACT-TOTAL(WS-ACT-COUNT).
004960     PERFORM 1110-CLEAR-MONTH
004970         THRU 1110-CLEAR-MONTH-EXIT
004980         VARYING WS-MONTH-SUB FROM 1 BY 1
004990         UNTIL WS-MONTH-SUB > 12.
005000 2300-ADD-CLOSED-ACCOUNT-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040*    2500-GATHER-GL-POSTINGS                                    *
005050*    THE YEAR'S CAPITALIZATIONS ON THE ARCHIVED JOURNAL - AN    *
005060*    ACCRINT DEBIT FROM ACCCAP01 IS INTEREST PAID INTO AN       *
005070*    ACCOUNT, A CREDIT IS A NEGATIVE ACCRUAL TAKEN BACK.        *
005080*****************************************************************
005090 2500-GATHER-GL-POSTINGS.
005100     IF NOT WS-GL-AVAILABLE
005110         GO TO 2500-GATHER-GL-POSTINGS-EXIT
005120     END-IF.
005130     MOVE 'N' TO WS-INPUT-EOF-SW.
005140     PERFORM 2510-APPLY-ONE-POSTING
005150         THRU 2510-APPLY-ONE-POSTING-EXIT
005160         UNTIL WS-INPUT-EOF.
005170 2500-GATHER-GL-POSTINGS-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210*    2510-APPLY-ONE-POSTING                                     *
005220*****************************************************************
005230 2510-APPLY-ONE-POSTING.
005240     READ GL-JOURNAL-FILE
005250         AT END
005260             MOVE 'Y' TO WS-INPUT-EOF-SW
005270             GO TO 2510-APPLY-ONE-POSTING-EXIT
005280     END-READ.
005290     IF GLJ-SOURCE-PGM NOT = 'ACCCAP01'
005300             OR GLJ-ACCOUNT NOT = 'ACCRINT '
005310             OR GLJ-TRAN-DATE NOT NUMERIC
005320         GO TO 2510-APPLY-ONE-POSTING-EXIT
005330     END-IF.
005340     MOVE GLJ-TRAN-DATE TO WS-GLJ-DATE.
005350     IF WS-GLJ-YEAR NOT = WS-STMT-YEAR
005360         GO TO 2510-APPLY-ONE-POSTING-EXIT
005370     END-IF.
005380     IF GLJ-DEBIT
005390         ADD GLJ-AMOUNT TO WS-GL-ACCRINT-NET
005400     ELSE
005410         SUBTRACT GLJ-AMOUNT FROM WS-GL-ACCRINT-NET
005420     END-IF.
005430 2510-APPLY-ONE-POSTING-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470*    3000-STATE-ONE-ACCOUNT                                     *
005480*    ONE STATEMENT AND ONE REGISTER LINE PER ACCOUNT; AN        *
005490*    ACCOUNT AT OR OVER THE THRESHOLD ALSO GOES TO THE          *
005500*    REGULATORY EXTRACT.                                        *
005510*****************************************************************
005520 3000-STATE-ONE-ACCOUNT.
005530     ADD 1 TO WS-STATEMENT-COUNT.
005540     WRITE INTEREST-STATEMENT-LINE FROM WS-STM-HEADING-LINE.
005550     MOVE WS-ACT-ID(WS-ACT-SUB)   TO WS-STM-ACCT-ID.
005560     MOVE WS-ACT-NAME(WS-ACT-SUB) TO WS-STM-ACCT-NAME.
005570     IF WS-ACT-ON-FILE(WS-ACT-SUB) = 'N'
005580         ADD 1 TO WS-CLOSED-COUNT
005590         MOVE 'ACCOUNT CLOSED' TO WS-STM-CLOSED-NOTE
005600     ELSE
005610         MOVE SPACES TO WS-STM-CLOSED-NOTE
005620     END-IF.
005630     WRITE INTEREST-STATEMENT-LINE FROM WS-STM-ACCOUNT-LINE.
005640     PERFORM 3100-PRINT-MONTH
005650         THRU 3100-PRINT-MONTH-EXIT
005660         VARYING WS-MONTH-SUB FROM 1 BY 1
005670         UNTIL WS-MONTH-SUB > 12.
005680     MOVE 'TOTAL INTEREST FOR YEAR...' TO WS-STM-AMT-TITLE.
005690     MOVE WS-ACT-TOTAL(WS-ACT-SUB) TO WS-STM-AMT-VALUE.
005700     WRITE INTEREST-STATEMENT-LINE FROM WS-STM-AMOUNT-LINE.
005710     MOVE 'CLOSING BALANCE...........' TO WS-STM-AMT-TITLE.
005720     MOVE WS-ACT-CLOSING(WS-ACT-SUB) TO WS-STM-AMT-VALUE.
005730     WRITE INTEREST-STATEMENT-LINE FROM WS-STM-AMOUNT-LINE.
005740     WRITE INTEREST-STATEMENT-LINE FROM WS-SEPARATOR-LINE.
005750
005760     MOVE WS-ACT-ID(WS-ACT-SUB)      TO WS-DET-ACCT-ID.
005770     MOVE WS-ACT-NAME(WS-ACT-SUB)    TO WS-DET-ACCT-NAME.
005780     MOVE WS-ACT-TOTAL(WS-ACT-SUB)   TO WS-DET-INTEREST.
005790     MOVE WS-ACT-CLOSING(WS-ACT-SUB) TO WS-DET-CLOSING.
005800     MOVE WS-STM-CLOSED-NOTE         TO WS-DET-NOTE.
005810
005820     IF WS-ACT-TOTAL(WS-ACT-SUB) NOT < WS-REPORT-THRESHOLD
005830         ADD 1 TO WS-REPORTABLE-COUNT
005840         ADD WS-ACT-TOTAL(WS-ACT-SUB) TO WS-REPORTABLE-TOTAL
005850         MOVE 'REPORTABLE' TO WS-DET-NOTE
005860         MOVE WS-STMT-YEAR               TO RGX-TAX-YEAR
005870         MOVE WS-ACT-ID(WS-ACT-SUB)      TO RGX-ACCT-ID
005880         MOVE WS-ACT-NAME(WS-ACT-SUB)    TO RGX-ACCT-NAME
005890         MOVE WS-ACT-TOTAL(WS-ACT-SUB)   TO RGX-INTEREST-TOTAL
005900         MOVE WS-ACT-CLOSING(WS-ACT-SUB) TO RGX-CLOSING-BALANCE
005910         WRITE INTEREST-EXTRACT-REC
005920     END-IF.
005930     WRITE SUMMARY-REGISTER-LINE FROM WS-DETAIL-LINE.
005940 3000-STATE-ONE-ACCOUNT-EXIT.
005950     EXIT.
005960
005970*****************************************************************
005980*    3100-PRINT-MONTH                                           *
005990*****************************************************************
006000 3100-PRINT-MONTH.
006010     MOVE WS-MONTH-NAME(WS-MONTH-SUB) TO WS-STM-MONTH.
006020     MOVE WS-ACT-MONTH-AMT(WS-ACT-SUB, WS-MONTH-SUB)
006030         TO WS-STM-MONTH-AMT.
006040     WRITE INTEREST-STATEMENT-LINE FROM WS-STM-MONTH-LINE.
006050 3100-PRINT-MONTH-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090*    4000-PRINT-TOTALS                                          *
006100*    THE YEAR'S INTEREST MUST EQUAL THE NET ACCRINT             *
006110*    CAPITALIZED ON THE GL, OR THE STEP ENDS RC 8 BEFORE THE    *
006120*    EXTRACT IS FILED.  NO JOURNAL TO PROVE AGAINST IS RC 4.    *
006130*****************************************************************
006140 4000-PRINT-TOTALS.
006150     MOVE 'STATEMENTS PRINTED........' TO WS-CNT-TITLE.
006160     MOVE WS-STATEMENT-COUNT TO WS-CNT-VALUE.
006170     WRITE SUMMARY-REGISTER-LINE FROM WS-COUNT-LINE.
006180
006190     MOVE 'CLOSED ACCOUNTS STATED....' TO WS-CNT-TITLE.
006200     MOVE WS-CLOSED-COUNT TO WS-CNT-VALUE.
006210     WRITE SUMMARY-REGISTER-LINE FROM WS-COUNT-LINE.
006220
006230     MOVE 'ACCOUNTS REPORTABLE.......' TO WS-CNT-TITLE.
006240     MOVE WS-REPORTABLE-COUNT TO WS-CNT-VALUE.
006250     WRITE SUMMARY-REGISTER-LINE FROM WS-COUNT-LINE.
006260
006270     MOVE 'HISTORY OUTSIDE YEAR......' TO WS-CNT-TITLE.
006280     MOVE WS-OTHER-YEAR-COUNT TO WS-CNT-VALUE.
006290     WRITE SUMMARY-REGISTER-LINE FROM WS-COUNT-LINE.
006300
006310     MOVE 'INTEREST FOR YEAR.........' TO WS-AMT-TITLE.
006320     MOVE WS-INTEREST-TOTAL TO WS-AMT-VALUE.
006330     WRITE SUMMARY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006340
006350     MOVE 'REPORTABLE INTEREST.......' TO WS-AMT-TITLE.
006360     MOVE WS-REPORTABLE-TOTAL TO WS-AMT-VALUE.
006370     WRITE SUMMARY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006380
006390     MOVE 'GL ACCRINT CAPITALIZED....' TO WS-AMT-TITLE.
006400     MOVE WS-GL-ACCRINT-NET TO WS-AMT-VALUE.
006410     WRITE SUMMARY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006420
006430     COMPUTE WS-GL-DIFFERENCE
006440         = WS-INTEREST-TOTAL - WS-GL-ACCRINT-NET.
006450     MOVE 'DIFFERENCE................' TO WS-AMT-TITLE.
006460     MOVE WS-GL-DIFFERENCE TO WS-AMT-VALUE.
006470     WRITE SUMMARY-REGISTER-LINE FROM WS-AMOUNT-LINE.
006480
006490     IF WS-ABORT
006500         GO TO 4000-PRINT-TOTALS-EXIT
006510     END-IF.
006520     IF NOT WS-GL-AVAILABLE
006530         IF RETURN-CODE < 4
006540             MOVE 4 TO RETURN-CODE
006550         END-IF
006560         GO TO 4000-PRINT-TOTALS-EXIT
006570     END-IF.
006580     IF WS-GL-DIFFERENCE NOT = 0
006590         DISPLAY 'INTSTM01: INTEREST HISTORY DOES NOT TIE TO '
006600             'THE GL'
006610         MOVE 8 TO RETURN-CODE
006620     END-IF.
006630 4000-PRINT-TOTALS-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670*    9999-TERMINATE                                             *
006680*****************************************************************
006690 9999-TERMINATE.
006700     IF WS-IHS-OK OR WS-IHS-EOF
006710         CLOSE INTEREST-HISTORY-FILE
006720     END-IF.
006730     IF WS-GL-AVAILABLE
006740         CLOSE GL-JOURNAL-FILE
006750     END-IF.
006760     CLOSE INTEREST-STATEMENT-RPT.
006770     CLOSE SUMMARY-REGISTER-RPT.
006780     CLOSE INTEREST-EXTRACT-FILE.
006790 9999-TERMINATE-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830*    9500-VALIDATE-PARM-CARD                                    *
006840*    SHARED PARM-CARD VALIDATION FRONT END - SEE PARMVAL.CPY.   *
006850*****************************************************************
006860     COPY PARMVAL.
