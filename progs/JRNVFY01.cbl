000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JRNVFY01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - NIGHTLY JOURNAL CHAIN           *
000100*                    VERIFICATION, RUN AHEAD OF THE BALANCE     *
000110*                    PROOF.  RECOMPUTES THE SEQUENCE AND        *
000120*                    CHECK-VALUE CHAIN (JCHPROC.CPY) OVER THE   *
000130*                    WHOLE CUSTOMER-MASTER JOURNAL AND TONIGHT'S*
000140*                    POSTING JOURNAL.  A RECORD DELETED,        *
000150*                    INSERTED OR ALTERED SINCE SEALING BEGAN, A *
000160*                    TRAILER THAT DOES NOT SPAN ITS GENERATION, *
000170*                    A GENERATION LEFT OPEN AT THE END OF EITHER*
000180*                    JOURNAL, A POSTING JOURNAL WITH NO RUN     *
000190*                    TRAILER, OR A MASTER JOURNAL SHORTER THAN  *
000200*                    THE LAST SEQUENCE VERIFIED (THE JRNSEAL    *
000210*                    ANCHOR) FAILS THE CONTROL TO CTLOUT AND    *
000220*                    ENDS RC 8 SO THE NIGHT STOPS BEFORE        *
000230*                    ANYTHING IS PROVED FROM THE JOURNALS.  A   *
000240*                    GENERATION LEFT OPEN PART WAY THROUGH THE  *
000250*                    MASTER JOURNAL (A WRITER THAT DIED AND WAS *
000260*                    RERUN) IS LISTED AS A WARNING.  A CLEAN RUN*
000270*                    ADVANCES THE ANCHOR.                       *
000271*    2026-10-15  PD  THE INTRADAY POSTING JOURNAL (POSTJRNI) IS  *
000272*                    NOW VERIFIED AS A CHAIN OF ITS OWN AFTER    *
000273*                    TONIGHT'S, UNDER THE SAME RULES.  IT MAY BE *
000274*                    EMPTY OR ABSENT ON A NIGHT WITH NO INTRADAY *
000275*                    RUN, BUT NOT WHEN ONE POSTED UNDER THIS     *
000276*                    CYCLE (CYC-INTRADAY-CYCLE).  A BREAK FAILS  *
000277*                    THE CONTROL AND ENDS RC 8 AS FOR THE OTHER  *
000278*                    TWO.                                        *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CYC-FILE-STATUS.
000350
000360     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNL
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CMJ-FILE-STATUS.
000390
000400     SELECT POSTING-JOURNAL-FILE ASSIGN TO POSTJRNL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PJR-FILE-STATUS.
000430
000432     SELECT INTRADAY-JOURNAL-FILE ASSIGN TO POSTJRNI
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-PJI-FILE-STATUS.
000438
000440     SELECT JOURNAL-SEAL-FILE ASSIGN TO JRNSEAL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-JSL-FILE-STATUS.
000470
000480     SELECT JOURNAL-SEAL-OUT ASSIGN TO JRNSEALO
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-JSO-FILE-STATUS.
000510
000520     SELECT JOURNAL-VERIFY-RPT ASSIGN TO JRNVFYRP
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-FILE-STATUS.
000550
000560     SELECT CONTROL-OUTCOME-FILE ASSIGN TO CTLOUT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CTL-FILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CYCLE-CONTROL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY CYCLCTL.
000650
000660 FD  CUST-JOURNAL-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CMJRNL.
000690
000700 FD  POSTING-JOURNAL-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY PSTJRNL.
000721
000722 FD  INTRADAY-JOURNAL-FILE
000723     LABEL RECORDS ARE STANDARD.
000724     COPY PSTJRNL
000725         REPLACING POSTING-JOURNAL-REC BY INTRADAY-JOURNAL-REC
000726         PJR-DETAIL-DATA BY PJI-DETAIL-DATA
000727         PJR-ORDER-ID BY PJI-ORDER-ID
000728         PJR-CUST-ID BY PJI-CUST-ID
000729         PJR-BEFORE-BALANCE BY PJI-BEFORE-BALANCE
000730         PJR-AFTER-BALANCE BY PJI-AFTER-BALANCE
000731         PJR-POSTED-AMOUNT BY PJI-POSTED-AMOUNT
000732         PJR-ORDER-DATE BY PJI-ORDER-DATE
000733         PJR-CURRENCY-CODE BY PJI-CURRENCY-CODE
000734         PJR-BRANCH-CODE BY PJI-BRANCH-CODE
000735         PJR-GL-OFFSET-ACCT BY PJI-GL-OFFSET-ACCT
000736         PJR-TRAILER-DATA BY PJI-TRAILER-DATA
000737         PJR-TRL-RECORD-COUNT BY PJI-TRL-RECORD-COUNT
000738         PJR-TRL-FIRST-SEQUENCE BY PJI-TRL-FIRST-SEQUENCE
000739         PJR-TRL-AMOUNT-TOTAL BY PJI-TRL-AMOUNT-TOTAL
000740         PJR-REC-TYPE BY PJI-REC-TYPE
000741         PJR-DETAIL BY PJI-DETAIL
000742         PJR-TRAILER BY PJI-TRAILER
000743         PJR-SEQUENCE-NO BY PJI-SEQUENCE-NO
000744         PJR-CHAIN-VALUE BY PJI-CHAIN-VALUE.
000745
000746 FD  JOURNAL-SEAL-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY JRNSEAL.
000770
000780 FD  JOURNAL-SEAL-OUT
000790     LABEL RECORDS ARE STANDARD.
000800     COPY JRNSEAL
000810         REPLACING JOURNAL-SEAL-REC BY JOURNAL-SEAL-OUT-REC
000820         JSL-SEAL-DATE BY JSO-SEAL-DATE
000830         JSL-CYCLE-NUMBER BY JSO-CYCLE-NUMBER
000840         JSL-CMJ-LAST-SEQUENCE BY JSO-CMJ-LAST-SEQUENCE.
000850
000860 FD  JOURNAL-VERIFY-RPT
000870     LABEL RECORDS ARE STANDARD.
000880     01  JOURNAL-VERIFY-LINE      PIC X(80).
000890
000900 FD  CONTROL-OUTCOME-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CTLOUT.
000930
000940 WORKING-STORAGE SECTION.
000950     01  WS-CTL-FILE-STATUS       PIC X(02).
000960         88  WS-CTL-OK            VALUE '00'.
000970
000980     01  WS-CYC-FILE-STATUS       PIC X(02).
000990         88  WS-CYC-OK            VALUE '00'.
001000
001010     01  WS-CMJ-FILE-STATUS       PIC X(02).
001020         88  WS-CMJ-OK            VALUE '00'.
001030         88  WS-CMJ-NOT-FOUND     VALUE '35'.
001040         88  WS-CMJ-EOF           VALUE '10'.
001050
001060     01  WS-PJR-FILE-STATUS       PIC X(02).
001070         88  WS-PJR-OK            VALUE '00'.
001080         88  WS-PJR-EOF           VALUE '10'.
001081
001082     01  WS-PJI-FILE-STATUS       PIC X(02).
001083         88  WS-PJI-OK            VALUE '00'.
001084         88  WS-PJI-NOT-FOUND     VALUE '35'.
001085         88  WS-PJI-EOF           VALUE '10'.
001090
001100     01  WS-JSL-FILE-STATUS       PIC X(02).
001110         88  WS-JSL-OK            VALUE '00'.
001120         88  WS-JSL-NOT-FOUND     VALUE '35'.
001130
001140     01  WS-JSO-FILE-STATUS       PIC X(02).
001150         88  WS-JSO-OK            VALUE '00'.
001160
001170     01  WS-RPT-FILE-STATUS       PIC X(02).
001180         88  WS-RPT-OK            VALUE '00'.
001190
001200     01  WS-CMJ-EOF-SW            PIC X(01) VALUE 'N'.
001210         88  WS-CMJ-DONE          VALUE 'Y'.
001220     01  WS-PJR-EOF-SW            PIC X(01) VALUE 'N'.
001230         88  WS-PJR-DONE          VALUE 'Y'.
001240     01  WS-CMJ-BROKEN-SW         PIC X(01) VALUE 'N'.
001250         88  WS-CMJ-BROKEN        VALUE 'Y'.
001260     01  WS-PJR-BROKEN-SW         PIC X(01) VALUE 'N'.
001270         88  WS-PJR-BROKEN        VALUE 'Y'.
001271     01  WS-PJI-EOF-SW            PIC X(01) VALUE 'N'.
001272         88  WS-PJI-DONE          VALUE 'Y'.
001273     01  WS-PJI-BROKEN-SW         PIC X(01) VALUE 'N'.
001274         88  WS-PJI-BROKEN        VALUE 'Y'.
001275*    SET WHEN THE MIDDAY INTRADAY STREAM POSTED UNDER TONIGHT'S
001276*    CYCLE - ITS JOURNAL MUST THEN BE THERE AND END ON A TRAILER.
001277     01  WS-PJI-EXPECTED-SW       PIC X(01) VALUE 'N'.
001278         88  WS-PJI-EXPECTED      VALUE 'Y'.
001280
001290     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001300     01  WS-CYCLE-NUMBER          PIC 9(07) VALUE 0.
001305     01  WS-INTRADAY-CYCLE        PIC 9(07) VALUE 0.
001310*    THE LAST VERIFIED MASTER-JOURNAL SEQUENCE - FROM LAST
001320*    NIGHT'S ANCHOR, AND AS FAR AS TONIGHT'S CHAIN GOT.
001330     01  WS-SEAL-SEQUENCE         PIC 9(09) VALUE 0.
001340     01  WS-CMJ-VERIFIED-SEQUENCE PIC 9(09) VALUE 0.
001350
001360     COPY JCHWORK.
001370
001380*****************************************************************
001390*    VERIFICATION REPORT LINE LAYOUTS                           *
001400*****************************************************************
001410     01  WS-VFY-HEADING-LINE.
001420         05  FILLER               PIC X(42) VALUE
001430             'JRNVFY01 - JOURNAL CHAIN VERIFICATION FOR'.
001440         05  WS-HDG-DATE          PIC 9(08).
001450         05  FILLER               PIC X(30) VALUE SPACES.
001460
001470     01  WS-VFY-TITLE-LINE.
001480         05  WS-TTL-TEXT          PIC X(40).
001490         05  FILLER               PIC X(40) VALUE SPACES.
001500
001510     01  WS-VFY-EXCEPTION-LINE.
001520         05  FILLER               PIC X(06) VALUE '  SEQ '.
001530         05  WS-EXC-SEQUENCE      PIC Z(08)9.
001540         05  FILLER               PIC X(02) VALUE SPACES.
001550         05  WS-EXC-SOURCE        PIC X(08).
001560         05  FILLER               PIC X(02) VALUE SPACES.
001570         05  WS-EXC-KIND          PIC X(08).
001580         05  WS-EXC-MESSAGE       PIC X(40).
001590         05  FILLER               PIC X(05) VALUE SPACES.
001600
001610     01  WS-VFY-COUNT-LINE.
001620         05  FILLER               PIC X(02) VALUE SPACES.
001630         05  WS-CNT-TITLE         PIC X(26).
001640         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
001650         05  FILLER               PIC X(41) VALUE SPACES.
001660
001670     01  WS-VFY-VERDICT-LINE.
001680         05  WS-VFY-VERDICT       PIC X(40).
001690         05  FILLER               PIC X(40) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720*****************************************************************
001730*    0000-MAINLINE                                              *
001740*****************************************************************
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE
001770         THRU 1000-INITIALIZE-EXIT.
001780
001790     PERFORM 2000-VERIFY-CUST-JOURNAL
001800         THRU 2000-VERIFY-CUST-JOURNAL-EXIT
001810         UNTIL WS-CMJ-DONE.
001820     PERFORM 2500-END-CUST-JOURNAL
001830         THRU 2500-END-CUST-JOURNAL-EXIT.
001840
001850     PERFORM 3000-VERIFY-POST-JOURNAL
001860         THRU 3000-VERIFY-POST-JOURNAL-EXIT
001870         UNTIL WS-PJR-DONE.
001880     PERFORM 3500-END-POST-JOURNAL
001890         THRU 3500-END-POST-JOURNAL-EXIT.
001891
001892     PERFORM 3600-VERIFY-INTRA-JOURNAL
001893         THRU 3600-VERIFY-INTRA-JOURNAL-EXIT
001894         UNTIL WS-PJI-DONE.
001895     PERFORM 3800-END-INTRA-JOURNAL
001896         THRU 3800-END-INTRA-JOURNAL-EXIT.
001900
001910     PERFORM 4000-REPORT-OUTCOME
001920         THRU 4000-REPORT-OUTCOME-EXIT.
001930
001940     PERFORM 5000-WRITE-SEAL
001950         THRU 5000-WRITE-SEAL-EXIT.
001960
001970     PERFORM 9999-TERMINATE
001980         THRU 9999-TERMINATE-EXIT.
001990
002000     STOP RUN.
002010
002020*****************************************************************
002030*    1000-INITIALIZE                                            *
002040*    NO ANCHOR YET MEANS THE FIRST VERIFIED NIGHT - NOTHING TO  *
002050*    HOLD THE JOURNAL'S LENGTH TO.  NO MASTER JOURNAL AT ALL IS *
002060*    AN EMPTY CHAIN.  A POSTING JOURNAL THAT CANNOT BE READ     *
002066*    FAILS, AS ORDPOST1 CUTS ONE EVERY NIGHT.  NO INTRADAY      *
002072*    JOURNAL IS ONLY WRONG IF AN INTRADAY RAN FOR THIS CYCLE.   *
002080*****************************************************************
002090 1000-INITIALIZE.
002100     OPEN INPUT CYCLE-CONTROL-FILE.
002110     IF WS-CYC-OK
002120         READ CYCLE-CONTROL-FILE
002130             AT END
002140                 CONTINUE
002150             NOT AT END
002160                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
002170                 MOVE CYC-CYCLE-NUMBER  TO WS-CYCLE-NUMBER
002172                 IF CYC-INTRADAY-CYCLE NUMERIC
002174                     MOVE CYC-INTRADAY-CYCLE TO WS-INTRADAY-CYCLE
002176                 END-IF
002180         END-READ
002190         CLOSE CYCLE-CONTROL-FILE
002200     END-IF.
002210     IF WS-CYCLE-DATE = 0
002220         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
002230     END-IF.
002232     IF WS-INTRADAY-CYCLE > 0
002234             AND WS-INTRADAY-CYCLE = WS-CYCLE-NUMBER
002236         MOVE 'Y' TO WS-PJI-EXPECTED-SW
002238     END-IF.
002240
002250     OPEN INPUT JOURNAL-SEAL-FILE.
002260     IF WS-JSL-OK
002270         READ JOURNAL-SEAL-FILE
002280             AT END
002290                 CONTINUE
002300             NOT AT END
002310                 IF JSL-CMJ-LAST-SEQUENCE NUMERIC
002320                     MOVE JSL-CMJ-LAST-SEQUENCE
002330                         TO WS-SEAL-SEQUENCE
002340                 END-IF
002350         END-READ
002360         CLOSE JOURNAL-SEAL-FILE
002370     ELSE
002380         IF NOT WS-JSL-NOT-FOUND
002390             DISPLAY 'JRNVFY01: OPEN JOURNAL-SEAL FAILED '
002400                 WS-JSL-FILE-STATUS
002410         END-IF
002420     END-IF.
002430
002440     OPEN OUTPUT JOURNAL-VERIFY-RPT.
002450     IF NOT WS-RPT-OK
002460         DISPLAY 'JRNVFY01: OPEN JOURNAL-VERIFY-RPT FAILED '
002470             WS-RPT-FILE-STATUS
002480     END-IF.
002490     MOVE WS-CYCLE-DATE TO WS-HDG-DATE.
002500     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-HEADING-LINE.
002510     MOVE 'CUSTOMER-MASTER JOURNAL (CMJRNL)' TO WS-TTL-TEXT.
002520     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-TITLE-LINE.
002530
002540     OPEN INPUT CUST-JOURNAL-FILE.
002550     IF WS-CMJ-NOT-FOUND
002560         MOVE 'Y' TO WS-CMJ-EOF-SW
002570     ELSE
002580         IF NOT WS-CMJ-OK
002590             DISPLAY 'JRNVFY01: OPEN CUST-JOURNAL FAILED '
002600                 WS-CMJ-FILE-STATUS
002610             MOVE 'Y' TO WS-CMJ-EOF-SW
002620             MOVE 'Y' TO WS-CMJ-BROKEN-SW
002630             MOVE 0        TO WS-EXC-SEQUENCE
002640             MOVE SPACES   TO WS-EXC-SOURCE
002650             MOVE 'BREAK'  TO WS-EXC-KIND
002660             MOVE 'JOURNAL CANNOT BE READ' TO WS-EXC-MESSAGE
002670             WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-EXCEPTION-LINE
002680         END-IF
002690     END-IF.
002700
002710     OPEN INPUT POSTING-JOURNAL-FILE.
002720     IF NOT WS-PJR-OK
002730         DISPLAY 'JRNVFY01: OPEN POSTING-JOURNAL FAILED '
002740             WS-PJR-FILE-STATUS
002750         MOVE 'Y' TO WS-PJR-EOF-SW
002760         MOVE 'Y' TO WS-PJR-BROKEN-SW
002770     END-IF.
002780
002781     OPEN INPUT INTRADAY-JOURNAL-FILE.
002782     IF NOT WS-PJI-OK
002783         MOVE 'Y' TO WS-PJI-EOF-SW
002784         IF NOT WS-PJI-NOT-FOUND
002785             DISPLAY 'JRNVFY01: OPEN INTRADAY-JOURNAL FAILED '
002786                 WS-PJI-FILE-STATUS
002787             MOVE 'Y' TO WS-PJI-BROKEN-SW
002788         END-IF
002789     END-IF.
002790
002791     IF NOT WS-CMJ-DONE
002800         PERFORM 8000-READ-CUST-JOURNAL
002810             THRU 8000-READ-CUST-JOURNAL-EXIT
002820     END-IF.
002830 1000-INITIALIZE-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870*    2000-VERIFY-CUST-JOURNAL                                   *
002880*    ONE MASTER-JOURNAL RECORD AGAINST THE CHAIN.  THE SEALED   *
002890*    PART IS EVERYTHING UP TO AND INCLUDING THE SEQUENCE        *
002900*    NUMBER.  PAST A BREAK THE CHAIN PROVES NOTHING, SO THE     *
002910*    JOURNAL IS NOT READ FURTHER.                               *
002920*****************************************************************
002930 2000-VERIFY-CUST-JOURNAL.
002940     MOVE 0   TO WS-JCH-CHK-SEQUENCE.
002950     MOVE 0   TO WS-JCH-CHK-VALUE.
002960     MOVE 0   TO WS-JCH-CHK-TRL-COUNT.
002970     MOVE 0   TO WS-JCH-CHK-TRL-FIRST.
002980     MOVE 'N' TO WS-JCH-CHK-TRAILER-SW.
002990     IF CMJ-SEQUENCE-NO NUMERIC
003000         MOVE CMJ-SEQUENCE-NO TO WS-JCH-CHK-SEQUENCE
003010     END-IF.
003020     IF CMJ-CHAIN-VALUE NUMERIC
003030         MOVE CMJ-CHAIN-VALUE TO WS-JCH-CHK-VALUE
003040     END-IF.
003050     IF CMJ-ACTION-TRAILER
003060         MOVE 'Y' TO WS-JCH-CHK-TRAILER-SW
003070         IF CMJ-TRL-RECORD-COUNT NUMERIC
003080             MOVE CMJ-TRL-RECORD-COUNT TO WS-JCH-CHK-TRL-COUNT
003090         END-IF
003100         IF CMJ-TRL-FIRST-SEQUENCE NUMERIC
003110             MOVE CMJ-TRL-FIRST-SEQUENCE TO WS-JCH-CHK-TRL-FIRST
003120         END-IF
003130     END-IF.
003140     MOVE CUST-MASTER-JOURNAL-REC(1:346) TO WS-JCH-DATA.
003150     MOVE 346 TO WS-JCH-LENGTH.
003160     PERFORM 9660-CHECK-CHAIN-LINK
003170         THRU 9660-CHECK-CHAIN-LINK-EXIT.
003180
003190     IF WS-JCH-BREAK OR WS-JCH-WARNING
003200         MOVE WS-JCH-CHK-SEQUENCE TO WS-EXC-SEQUENCE
003210         MOVE CMJ-PROGRAM-ID      TO WS-EXC-SOURCE
003220         PERFORM 7000-WRITE-EXCEPTION
003230             THRU 7000-WRITE-EXCEPTION-EXIT
003240     END-IF.
003250     IF WS-JCH-BREAK
003260         MOVE 'Y' TO WS-CMJ-BROKEN-SW
003270         MOVE 'Y' TO WS-CMJ-EOF-SW
003280         GO TO 2000-VERIFY-CUST-JOURNAL-EXIT
003290     END-IF.
003300
003310     PERFORM 8000-READ-CUST-JOURNAL
003320         THRU 8000-READ-CUST-JOURNAL-EXIT.
003330 2000-VERIFY-CUST-JOURNAL-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370*    2500-END-CUST-JOURNAL                                      *
003380*    AN INTACT CHAIN MUST STILL END ON A TRAILER, AND MUST      *
003390*    REACH AT LEAST AS FAR AS LAST NIGHT'S ANCHOR - A JOURNAL   *
003400*    TRUNCATED BEHIND THE VERIFIED POINT IS OTHERWISE A         *
003410*    PERFECTLY GOOD SHORTER CHAIN.  THE COUNTS GO TO THE REPORT *
003420*    AND THE CHAIN STATE IS CLEARED FOR THE POSTING JOURNAL.    *
003430*****************************************************************
003440 2500-END-CUST-JOURNAL.
003450     IF NOT WS-CMJ-BROKEN
003460         IF WS-JCH-VFY-GEN-FIRST > 0
003470             MOVE 'Y' TO WS-CMJ-BROKEN-SW
003480             MOVE WS-JCH-VFY-GEN-FIRST TO WS-EXC-SEQUENCE
003490             MOVE SPACES  TO WS-EXC-SOURCE
003500             MOVE 'BREAK' TO WS-EXC-KIND
003510             MOVE 'GENERATION NOT CLOSED BY A TRAILER'
003520                 TO WS-EXC-MESSAGE
003530             WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-EXCEPTION-LINE
003540         END-IF
003550         IF WS-SEAL-SEQUENCE > WS-JCH-VFY-LAST-SEQUENCE
003560             MOVE 'Y' TO WS-CMJ-BROKEN-SW
003570             MOVE WS-SEAL-SEQUENCE TO WS-EXC-SEQUENCE
003580             MOVE 'JRNSEAL' TO WS-EXC-SOURCE
003590             MOVE 'BREAK'   TO WS-EXC-KIND
003600             MOVE 'JOURNAL SHORTER THAN LAST VERIFIED'
003610                 TO WS-EXC-MESSAGE
003620             WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-EXCEPTION-LINE
003630         END-IF
003640     END-IF.
003650     MOVE WS-JCH-VFY-LAST-SEQUENCE TO WS-CMJ-VERIFIED-SEQUENCE.
003660
003670     PERFORM 7100-WRITE-CHAIN-COUNTS
003680         THRU 7100-WRITE-CHAIN-COUNTS-EXIT.
003690     IF WS-CMJ-BROKEN
003700         MOVE 'CMJRNL CHAIN BROKEN' TO WS-VFY-VERDICT
003710     ELSE
003720         MOVE 'CMJRNL CHAIN VERIFIED' TO WS-VFY-VERDICT
003730     END-IF.
003740     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-VERDICT-LINE.
003750
003780     PERFORM 7200-RESET-CHAIN-STATE
003810         THRU 7200-RESET-CHAIN-STATE-EXIT.
003840
003850     MOVE 'POSTING JOURNAL (POSTJRNL)' TO WS-TTL-TEXT.
003860     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-TITLE-LINE.
003870     IF WS-PJR-BROKEN
003880         MOVE 0        TO WS-EXC-SEQUENCE
003890         MOVE SPACES   TO WS-EXC-SOURCE
003900         MOVE 'BREAK'  TO WS-EXC-KIND
003910         MOVE 'JOURNAL CANNOT BE READ' TO WS-EXC-MESSAGE
003920         WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-EXCEPTION-LINE
003930     ELSE
003940         PERFORM 8010-READ-POST-JOURNAL
003950             THRU 8010-READ-POST-JOURNAL-EXIT
003960     END-IF.
003970 2500-END-CUST-JOURNAL-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010*    3000-VERIFY-POST-JOURNAL                                   *
004020*    ONE POSTING-JOURNAL RECORD AGAINST THE CHAIN, AS 2000 DOES *
004030*    FOR THE MASTER JOURNAL.                                    *
004040*****************************************************************
004050 3000-VERIFY-POST-JOURNAL.
004060     MOVE 0   TO WS-JCH-CHK-SEQUENCE.
004070     MOVE 0   TO WS-JCH-CHK-VALUE.
004080     MOVE 0   TO WS-JCH-CHK-TRL-COUNT.
004090     MOVE 0   TO WS-JCH-CHK-TRL-FIRST.
004100     MOVE 'N' TO WS-JCH-CHK-TRAILER-SW.
004110     IF PJR-SEQUENCE-NO NUMERIC
004120         MOVE PJR-SEQUENCE-NO TO WS-JCH-CHK-SEQUENCE
004130     END-IF.
004140     IF PJR-CHAIN-VALUE NUMERIC
004150         MOVE PJR-CHAIN-VALUE TO WS-JCH-CHK-VALUE
004160     END-IF.
004170     IF PJR-TRAILER
004180         MOVE 'Y' TO WS-JCH-CHK-TRAILER-SW
004190         IF PJR-TRL-RECORD-COUNT NUMERIC
004200             MOVE PJR-TRL-RECORD-COUNT TO WS-JCH-CHK-TRL-COUNT
004210         END-IF
004220         IF PJR-TRL-FIRST-SEQUENCE NUMERIC
004230             MOVE PJR-TRL-FIRST-SEQUENCE TO WS-JCH-CHK-TRL-FIRST
004240         END-IF
004250     END-IF.
004260     MOVE POSTING-JOURNAL-REC(1:70) TO WS-JCH-DATA.
004270     MOVE 70 TO WS-JCH-LENGTH.
004280     PERFORM 9660-CHECK-CHAIN-LINK
004290         THRU 9660-CHECK-CHAIN-LINK-EXIT.
004300
004310     IF WS-JCH-BREAK OR WS-JCH-WARNING
004320         MOVE WS-JCH-CHK-SEQUENCE TO WS-EXC-SEQUENCE
004330         IF PJR-TRAILER
004340             MOVE 'TRAILER'       TO WS-EXC-SOURCE
004350         ELSE
004360             MOVE PJR-ORDER-ID    TO WS-EXC-SOURCE
004370         END-IF
004380         PERFORM 7000-WRITE-EXCEPTION
004390             THRU 7000-WRITE-EXCEPTION-EXIT
004400     END-IF.
004410     IF WS-JCH-BREAK
004420         MOVE 'Y' TO WS-PJR-BROKEN-SW
004430         MOVE 'Y' TO WS-PJR-EOF-SW
004440         GO TO 3000-VERIFY-POST-JOURNAL-EXIT
004450     END-IF.
004460
004470     PERFORM 8010-READ-POST-JOURNAL
004480         THRU 8010-READ-POST-JOURNAL-EXIT.
004490 3000-VERIFY-POST-JOURNAL-EXIT.
004500     EXIT.
004510
004520*****************************************************************
004530*    3500-END-POST-JOURNAL                                      *
004540*    THE POSTING JOURNAL IS CUT FRESH EACH NIGHT AND ORDPOST1   *
004550*    CLOSES EVERY CLEAN RUN WITH A TRAILER, EVEN AN EMPTY ONE,  *
004556*    SO IT MUST END ON ONE.  THE CHAIN STATE IS THEN CLEARED    *
004562*    FOR THE INTRADAY JOURNAL.                                  *
004570*****************************************************************
004580 3500-END-POST-JOURNAL.
004590     IF NOT WS-PJR-BROKEN
004600         IF WS-JCH-VFY-GEN-FIRST > 0
004610                 OR WS-JCH-VFY-TRAILERS = 0
004620             MOVE 'Y' TO WS-PJR-BROKEN-SW
004630             MOVE WS-JCH-VFY-LAST-SEQUENCE TO WS-EXC-SEQUENCE
004640             MOVE SPACES  TO WS-EXC-SOURCE
004650             MOVE 'BREAK' TO WS-EXC-KIND
004660             MOVE 'JOURNAL DOES NOT END ON A RUN TRAILER'
004670                 TO WS-EXC-MESSAGE
004680             WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-EXCEPTION-LINE
004690         END-IF
004700     END-IF.
004710
004720     PERFORM 7100-WRITE-CHAIN-COUNTS
004730         THRU 7100-WRITE-CHAIN-COUNTS-EXIT.
004740     IF WS-PJR-BROKEN
004750         MOVE 'POSTJRNL CHAIN BROKEN' TO WS-VFY-VERDICT
004760     ELSE
004770         MOVE 'POSTJRNL CHAIN VERIFIED' TO WS-VFY-VERDICT
004780     END-IF.
004790     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-VERDICT-LINE.
004791
004792     PERFORM 7200-RESET-CHAIN-STATE
004793         THRU 7200-RESET-CHAIN-STATE-EXIT.
004794
004795     MOVE 'INTRADAY POSTING JOURNAL (POSTJRNI)' TO WS-TTL-TEXT.
004796     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-TITLE-LINE.
004797     IF WS-PJI-BROKEN
004798         MOVE 0        TO WS-EXC-SEQUENCE
004799         MOVE SPACES   TO WS-EXC-SOURCE
004800         MOVE 'BREAK'  TO WS-EXC-KIND
004801         MOVE 'JOURNAL CANNOT BE READ' TO WS-EXC-MESSAGE
004802         WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-EXCEPTION-LINE
004803     ELSE
004804         IF NOT WS-PJI-DONE
004805             PERFORM 8020-READ-INTRA-JOURNAL
004806                 THRU 8020-READ-INTRA-JOURNAL-EXIT
004807         END-IF
004808     END-IF.
004809 3500-END-POST-JOURNAL-EXIT.
004810     EXIT.
004820
004830*****************************************************************
004831*    3600-VERIFY-INTRA-JOURNAL                                  *
004832*    ONE INTRADAY POSTING-JOURNAL RECORD AGAINST ITS OWN CHAIN, *
004833*    AS 3000 DOES FOR TONIGHT'S.  THE INTRADAY RUN NUMBERS ITS  *
004834*    JOURNAL FROM 1 LIKE ANY OTHER POSTING RUN, SO IT IS NOT A  *
004835*    CONTINUATION OF TONIGHT'S.                                 *
004836*****************************************************************
004837 3600-VERIFY-INTRA-JOURNAL.
004838     MOVE 0   TO WS-JCH-CHK-SEQUENCE.
004839     MOVE 0   TO WS-JCH-CHK-VALUE.
004840     MOVE 0   TO WS-JCH-CHK-TRL-COUNT.
004841     MOVE 0   TO WS-JCH-CHK-TRL-FIRST.
004842     MOVE 'N' TO WS-JCH-CHK-TRAILER-SW.
004843     IF PJI-SEQUENCE-NO NUMERIC
004844         MOVE PJI-SEQUENCE-NO TO WS-JCH-CHK-SEQUENCE
004845     END-IF.
004846     IF PJI-CHAIN-VALUE NUMERIC
004847         MOVE PJI-CHAIN-VALUE TO WS-JCH-CHK-VALUE
004848     END-IF.
004849     IF PJI-TRAILER
004850         MOVE 'Y' TO WS-JCH-CHK-TRAILER-SW
004851         IF PJI-TRL-RECORD-COUNT NUMERIC
004852             MOVE PJI-TRL-RECORD-COUNT TO WS-JCH-CHK-TRL-COUNT
004853         END-IF
004854         IF PJI-TRL-FIRST-SEQUENCE NUMERIC
004855             MOVE PJI-TRL-FIRST-SEQUENCE TO WS-JCH-CHK-TRL-FIRST
004856         END-IF
004857     END-IF.
004858     MOVE INTRADAY-JOURNAL-REC(1:70) TO WS-JCH-DATA.
004859     MOVE 70 TO WS-JCH-LENGTH.
004860     PERFORM 9660-CHECK-CHAIN-LINK
004861         THRU 9660-CHECK-CHAIN-LINK-EXIT.
004862
004863     IF WS-JCH-BREAK OR WS-JCH-WARNING
004864         MOVE WS-JCH-CHK-SEQUENCE TO WS-EXC-SEQUENCE
004865         IF PJI-TRAILER
004866             MOVE 'TRAILER'       TO WS-EXC-SOURCE
004867         ELSE
004868             MOVE PJI-ORDER-ID    TO WS-EXC-SOURCE
004869         END-IF
004870         PERFORM 7000-WRITE-EXCEPTION
004871             THRU 7000-WRITE-EXCEPTION-EXIT
004872     END-IF.
004873     IF WS-JCH-BREAK
004874         MOVE 'Y' TO WS-PJI-BROKEN-SW
004875         MOVE 'Y' TO WS-PJI-EOF-SW
004876         GO TO 3600-VERIFY-INTRA-JOURNAL-EXIT
004877     END-IF.
004878
004879     PERFORM 8020-READ-INTRA-JOURNAL
004880         THRU 8020-READ-INTRA-JOURNAL-EXIT.
004881 3600-VERIFY-INTRA-JOURNAL-EXIT.
004882     EXIT.
004883
004884*****************************************************************
004885*    3800-END-INTRA-JOURNAL                                     *
004886*    THE INTRADAY JOURNAL IS EMPTIED AFTER EACH NIGHT'S         *
004887*    TIE-OUT, SO ON A NIGHT WITH NO INTRADAY RUN IT IS EMPTY OR *
004888*    ABSENT AND THERE IS NO CHAIN TO PROVE.  WHEN AN INTRADAY   *
004889*    DID POST UNDER THIS CYCLE (CYC-INTRADAY-CYCLE) ITS JOURNAL *
004890*    MUST BE THERE, AND ANY INTRADAY JOURNAL MUST END ON ITS    *
004891*    RUN TRAILER LIKE TONIGHT'S.                                *
004892*****************************************************************
004893 3800-END-INTRA-JOURNAL.
004894     IF WS-PJI-BROKEN
004895         GO TO 3800-END-INTRA-JOURNAL-WRITE
004896     END-IF.
004897     IF WS-JCH-VFY-LEGACY = 0 AND WS-JCH-VFY-RECORDS = 0
004898             AND WS-JCH-VFY-TRAILERS = 0
004899         IF WS-PJI-EXPECTED
004900             MOVE 'Y' TO WS-PJI-BROKEN-SW
004901             MOVE 0        TO WS-EXC-SEQUENCE
004902             MOVE SPACES   TO WS-EXC-SOURCE
004903             MOVE 'BREAK'  TO WS-EXC-KIND
004904             MOVE 'NO JOURNAL FROM TONIGHT''S INTRADAY RUN'
004905                 TO WS-EXC-MESSAGE
004906             WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-EXCEPTION-LINE
004907             GO TO 3800-END-INTRA-JOURNAL-WRITE
004908         END-IF
004909         MOVE 'POSTJRNI EMPTY - NO INTRADAY RUN' TO WS-VFY-VERDICT
004910         WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-VERDICT-LINE
004911         GO TO 3800-END-INTRA-JOURNAL-EXIT
004912     END-IF.
004913     IF WS-JCH-VFY-GEN-FIRST > 0
004914             OR WS-JCH-VFY-TRAILERS = 0
004915         MOVE 'Y' TO WS-PJI-BROKEN-SW
004916         MOVE WS-JCH-VFY-LAST-SEQUENCE TO WS-EXC-SEQUENCE
004917         MOVE SPACES  TO WS-EXC-SOURCE
004918         MOVE 'BREAK' TO WS-EXC-KIND
004919         MOVE 'JOURNAL DOES NOT END ON A RUN TRAILER'
004920             TO WS-EXC-MESSAGE
004921         WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-EXCEPTION-LINE
004922     END-IF.
004923 3800-END-INTRA-JOURNAL-WRITE.
004924     PERFORM 7100-WRITE-CHAIN-COUNTS
004925         THRU 7100-WRITE-CHAIN-COUNTS-EXIT.
004926     IF WS-PJI-BROKEN
004927         MOVE 'POSTJRNI CHAIN BROKEN' TO WS-VFY-VERDICT
004928     ELSE
004929         MOVE 'POSTJRNI CHAIN VERIFIED' TO WS-VFY-VERDICT
004930     END-IF.
004931     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-VERDICT-LINE.
004932 3800-END-INTRA-JOURNAL-EXIT.
004933     EXIT.
004934
004935*****************************************************************
004936*    4000-REPORT-OUTCOME                                        *
004937*    THE VERDICT GOES TO THE CONTROL-OUTCOME FILE FOR THE       *
004938*    MORNING ATTESTATION.  ANY JOURNAL BROKEN ENDS RC 8.        *
004939*****************************************************************
004940 4000-REPORT-OUTCOME.
004941     OPEN EXTEND CONTROL-OUTCOME-FILE.
004942     IF NOT WS-CTL-OK
004943         DISPLAY 'JRNVFY01: OPEN CONTROL-OUTCOME FAILED '
004944             WS-CTL-FILE-STATUS
004945     END-IF.
004946     MOVE 'JRNVFY01' TO CTL-CONTROL-NAME.
004950
004960     IF WS-CMJ-BROKEN OR WS-PJR-BROKEN OR WS-PJI-BROKEN
004970         MOVE 'FAIL' TO CTL-VERDICT
004980         EVALUATE TRUE
004986             WHEN (WS-CMJ-BROKEN AND WS-PJR-BROKEN)
004992                     OR (WS-CMJ-BROKEN AND WS-PJI-BROKEN)
004998                     OR (WS-PJR-BROKEN AND WS-PJI-BROKEN)
005004                 MOVE 'SEVERAL JOURNAL CHAINS BROKEN'
005007                     TO CTL-DETAIL
005010             WHEN WS-CMJ-BROKEN
005020                 MOVE 'CMJRNL CHAIN BROKEN' TO CTL-DETAIL
005032             WHEN WS-PJR-BROKEN
005036                 MOVE 'POSTJRNL CHAIN BROKEN' TO CTL-DETAIL
005042             WHEN OTHER
005046                 MOVE 'POSTJRNI CHAIN BROKEN' TO CTL-DETAIL
005050         END-EVALUATE
005060         MOVE 'JOURNAL VERIFICATION FAILED' TO WS-VFY-VERDICT
005070         DISPLAY 'JRNVFY01: ' CTL-DETAIL
005080         MOVE 8 TO RETURN-CODE
005090     ELSE
005100         MOVE 'PASS' TO CTL-VERDICT
005110         MOVE 'JOURNAL CHAINS VERIFIED' TO CTL-DETAIL
005120         MOVE 'JOURNAL VERIFICATION PASSED' TO WS-VFY-VERDICT
005130         DISPLAY 'JRNVFY01: JOURNAL CHAINS VERIFIED'
005140     END-IF.
005150     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-VERDICT-LINE.
005160
005170     IF WS-CTL-OK
005180         WRITE CONTROL-OUTCOME-REC
005190         CLOSE CONTROL-OUTCOME-FILE
005200     END-IF.
005210 4000-REPORT-OUTCOME-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250*    5000-WRITE-SEAL                                            *
005260*    A CLEAN MASTER-JOURNAL CHAIN MOVES THE ANCHOR UP TO WHERE  *
005270*    IT WAS VERIFIED TONIGHT; A BROKEN ONE CARRIES LAST NIGHT'S *
005280*    ANCHOR FORWARD, SO THE BREAK IS STILL MEASURED FROM A GOOD *
005290*    POINT.                                                     *
005300*****************************************************************
005310 5000-WRITE-SEAL.
005320     OPEN OUTPUT JOURNAL-SEAL-OUT.
005330     IF NOT WS-JSO-OK
005340         DISPLAY 'JRNVFY01: OPEN JOURNAL-SEAL-OUT FAILED '
005350             WS-JSO-FILE-STATUS
005360         GO TO 5000-WRITE-SEAL-EXIT
005370     END-IF.
005380     MOVE SPACES          TO JOURNAL-SEAL-OUT-REC.
005390     MOVE WS-CYCLE-DATE   TO JSO-SEAL-DATE.
005400     MOVE WS-CYCLE-NUMBER TO JSO-CYCLE-NUMBER.
005410     IF WS-CMJ-BROKEN
005420         MOVE WS-SEAL-SEQUENCE TO JSO-CMJ-LAST-SEQUENCE
005430     ELSE
005440         MOVE WS-CMJ-VERIFIED-SEQUENCE TO JSO-CMJ-LAST-SEQUENCE
005450     END-IF.
005460     WRITE JOURNAL-SEAL-OUT-REC.
005470     CLOSE JOURNAL-SEAL-OUT.
005480 5000-WRITE-SEAL-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520*    7000-WRITE-EXCEPTION                                       *
005530*****************************************************************
005540 7000-WRITE-EXCEPTION.
005550     IF WS-JCH-BREAK
005560         MOVE 'BREAK'   TO WS-EXC-KIND
005570     ELSE
005580         MOVE 'WARNING' TO WS-EXC-KIND
005590     END-IF.
005600     MOVE WS-JCH-MESSAGE TO WS-EXC-MESSAGE.
005610     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-EXCEPTION-LINE.
005620 7000-WRITE-EXCEPTION-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660*    7100-WRITE-CHAIN-COUNTS                                    *
005670*****************************************************************
005680 7100-WRITE-CHAIN-COUNTS.
005690     MOVE 'RECORDS BEFORE SEALING....' TO WS-CNT-TITLE.
005700     MOVE WS-JCH-VFY-LEGACY TO WS-CNT-VALUE.
005710     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-COUNT-LINE.
005720     MOVE 'SEALED RECORDS............' TO WS-CNT-TITLE.
005730     MOVE WS-JCH-VFY-RECORDS TO WS-CNT-VALUE.
005740     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-COUNT-LINE.
005750     MOVE 'GENERATION TRAILERS.......' TO WS-CNT-TITLE.
005760     MOVE WS-JCH-VFY-TRAILERS TO WS-CNT-VALUE.
005770     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-COUNT-LINE.
005780     MOVE 'WARNINGS..................' TO WS-CNT-TITLE.
005790     MOVE WS-JCH-VFY-WARNINGS TO WS-CNT-VALUE.
005800     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-COUNT-LINE.
005810     MOVE 'LAST SEQUENCE VERIFIED....' TO WS-CNT-TITLE.
005820     MOVE WS-JCH-VFY-LAST-SEQUENCE TO WS-CNT-VALUE.
005830     WRITE JOURNAL-VERIFY-LINE FROM WS-VFY-COUNT-LINE.
005840 7100-WRITE-CHAIN-COUNTS-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005871*    7200-RESET-CHAIN-STATE                                     *
005872*    CLEARS THE VERIFIED-CHAIN STATE BETWEEN ONE JOURNAL AND    *
005873*    THE NEXT.                                                  *
005874*****************************************************************
005875 7200-RESET-CHAIN-STATE.
005876     MOVE 0   TO WS-JCH-VFY-LAST-SEQUENCE.
005877     MOVE 0   TO WS-JCH-VFY-LAST-VALUE.
005878     MOVE 0   TO WS-JCH-VFY-GEN-FIRST.
005879     MOVE 'N' TO WS-JCH-VFY-SEALED-SW.
005880     MOVE 0   TO WS-JCH-VFY-LEGACY.
005881     MOVE 0   TO WS-JCH-VFY-RECORDS.
005882     MOVE 0   TO WS-JCH-VFY-TRAILERS.
005883     MOVE 0   TO WS-JCH-VFY-WARNINGS.
005884 7200-RESET-CHAIN-STATE-EXIT.
005885     EXIT.
005886
005887*****************************************************************
005888*    8000-READ-CUST-JOURNAL                                     *
005890*****************************************************************
005900 8000-READ-CUST-JOURNAL.
005910     READ CUST-JOURNAL-FILE
005920         AT END
005930             MOVE 'Y' TO WS-CMJ-EOF-SW
005940     END-READ.
005950 8000-READ-CUST-JOURNAL-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990*    8010-READ-POST-JOURNAL                                     *
006000*****************************************************************
006010 8010-READ-POST-JOURNAL.
006020     READ POSTING-JOURNAL-FILE
006030         AT END
006040             MOVE 'Y' TO WS-PJR-EOF-SW
006050     END-READ.
006060 8010-READ-POST-JOURNAL-EXIT.
006070     EXIT.
006080
006090*****************************************************************
006091*    8020-READ-INTRA-JOURNAL                                    *
006092*****************************************************************
006093 8020-READ-INTRA-JOURNAL.
006094     READ INTRADAY-JOURNAL-FILE
006095         AT END
006096             MOVE 'Y' TO WS-PJI-EOF-SW
006097     END-READ.
006098 8020-READ-INTRA-JOURNAL-EXIT.
006099     EXIT.
006100
006101*****************************************************************
006102*    9999-TERMINATE                                             *
006110*****************************************************************
006120 9999-TERMINATE.
006130     IF WS-CMJ-OK OR WS-CMJ-EOF
006140         CLOSE CUST-JOURNAL-FILE
006150     END-IF.
006160     IF WS-PJR-OK OR WS-PJR-EOF
006170         CLOSE POSTING-JOURNAL-FILE
006180     END-IF.
006182     IF WS-PJI-OK OR WS-PJI-EOF
006184         CLOSE INTRADAY-JOURNAL-FILE
006186     END-IF.
006190     CLOSE JOURNAL-VERIFY-RPT.
006200 9999-TERMINATE-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*    9650-COMPUTE-CHAIN-VALUE                                   *
006250*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
006260*****************************************************************
006270     COPY JCHPROC.
