000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EDIORD01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - INBOUND EDI PURCHASE ORDERS.     *
000100*                    THE TRADING CUSTOMERS' TRANSMISSION         *
000110*                    (EDIORD.CPY) IS PROVED ENVELOPE BY ENVELOPE *
000120*                    FIRST - HEADER, ORDERS, LINES AND A TRAILER *
000130*                    WHOSE COUNTS TIE - THEN EACH PURCHASE ORDER *
000140*                    IS TRANSLATED: THE CUSTOMER'S OWN PART      *
000150*                    NUMBERS TO OUR ITM-ID THROUGH THE CUSTOMER  *
000160*                    ITEM CROSS-REFERENCE (CUSTXREF.CPY).  AN    *
000170*                    ORDER THAT TRANSLATES CLEANLY IS WRITTEN AS *
000180*                    AN 'E'-SERIES ORDER-TRAN-REC AND ITS        *
000190*                    ORDER-LINE-RECS FOR TONIGHT'S EDIT GATE.    *
000200*                    EVERY INTERCHANGE GETS A FUNCTIONAL         *
000210*                    ACKNOWLEDGMENT (EDIACK.CPY) BACK - EACH     *
000220*                    ORDER ACCEPTED, REJECTED WITH ITS REASON,   *
000230*                    OR NOT RECOGNISED, WITH THE LINES AT FAULT  *
000240*                    NAMED.                                      *
000242*    2026-10-15  PD  THE LINE SEGMENT'S UNIT CODE                *
000244*                    (EOL-UNIT-CODE) IS CARRIED ONTO THE ORDER   *
000246*                    LINE.  BLANK ORDERS IN THE ITEM'S SELLING   *
000248*                    UNIT.                                       *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CYC-FILE-STATUS.
000320
000330     SELECT EDI-ORDER-FILE ASSIGN TO EDIIN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-EDI-FILE-STATUS.
000360
000370     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CUST-ID
000410         FILE STATUS IS WS-CUST-FILE-STATUS.
000420
000430     SELECT CUST-ITEM-XREF-FILE ASSIGN TO CUSTXREF
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS CXR-KEY
000470         FILE STATUS IS WS-CXR-FILE-STATUS.
000480
000490     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS ITM-ID
000530         FILE STATUS IS WS-ITM-FILE-STATUS.
000540
000550     SELECT EDI-SEQ-FILE ASSIGN TO EDISEQ
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ESQ-FILE-STATUS.
000580
000590     SELECT ORDER-TRAN-OUT ASSIGN TO EDIORDT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-OPT-FILE-STATUS.
000620
000630     SELECT ORDER-LINE-OUT ASSIGN TO EDIORDL
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-OLN-FILE-STATUS.
000660
000670     SELECT EDI-ACK-FILE ASSIGN TO EDIACK
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-EAK-FILE-STATUS.
000700
000710     SELECT EDI-REGISTER-RPT ASSIGN TO EDIREGRP
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REG-FILE-STATUS.
000740
000750     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RCT-FILE-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CYCLE-CONTROL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY CYCLCTL.
000840
000850 FD  EDI-ORDER-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY EDIORD.
000880
000890 FD  CUSTOMER-MASTER-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CUSTMAST.
000920
000930 FD  CUST-ITEM-XREF-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CUSTXREF.
000960
000970 FD  ITEM-MASTER-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY ITMMAST.
001000
001010 FD  EDI-SEQ-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  EDI-SEQ-REC.
001040     05  ESQ-LAST-SEQUENCE        PIC 9(05).
001050
001060 FD  ORDER-TRAN-OUT
001070     LABEL RECORDS ARE STANDARD.
001080     COPY ORDPOST.
001090
001100 FD  ORDER-LINE-OUT
001110     LABEL RECORDS ARE STANDARD.
001120     COPY ORDLINE.
001130
001140 FD  EDI-ACK-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY EDIACK.
001170
001180 FD  EDI-REGISTER-RPT
001190     LABEL RECORDS ARE STANDARD.
001200     01  EDI-REGISTER-LINE        PIC X(80).
001210
001220 FD  RUN-CONTROL-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY RUNCTL.
001250
001260 WORKING-STORAGE SECTION.
001270     01  WS-CYC-FILE-STATUS       PIC X(02).
001280         88  WS-CYC-OK            VALUE '00'.
001290     01  WS-EDI-FILE-STATUS       PIC X(02).
001300         88  WS-EDI-OK            VALUE '00'.
001310         88  WS-EDI-EOF           VALUE '10'.
001320     01  WS-CUST-FILE-STATUS      PIC X(02).
001330         88  WS-CUST-OK           VALUE '00'.
001340         88  WS-CUST-NOT-FOUND    VALUE '23'.
001350     01  WS-CXR-FILE-STATUS       PIC X(02).
001360         88  WS-CXR-OK            VALUE '00'.
001370         88  WS-CXR-NOT-FOUND     VALUE '23'.
001380     01  WS-ITM-FILE-STATUS       PIC X(02).
001390         88  WS-ITM-OK            VALUE '00'.
001400         88  WS-ITM-NOT-FOUND     VALUE '23'.
001410     01  WS-ESQ-FILE-STATUS       PIC X(02).
001420         88  WS-ESQ-OK            VALUE '00'.
001430     01  WS-OPT-FILE-STATUS       PIC X(02).
001440         88  WS-OPT-OK            VALUE '00'.
001450     01  WS-OLN-FILE-STATUS       PIC X(02).
001460         88  WS-OLN-OK            VALUE '00'.
001470     01  WS-EAK-FILE-STATUS       PIC X(02).
001480         88  WS-EAK-OK            VALUE '00'.
001490     01  WS-REG-FILE-STATUS       PIC X(02).
001500         88  WS-REG-OK            VALUE '00'.
001510     01  WS-RCT-FILE-STATUS       PIC X(02).
001520         88  WS-RCT-OK            VALUE '00'.
001530
001540     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001550         88  WS-EOF               VALUE 'Y'.
001560     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001570
001580*****************************************************************
001590*    LIMITS.  AN INTERCHANGE PAST WS-MAX-INTERCHANGES IN ONE    *
001600*    TRANSMISSION IS REJECTED WHOLE (E4); A PURCHASE ORDER OF   *
001610*    MORE THAN WS-MAX-EDI-LINES LINES IS REJECTED (O5).  THE    *
001620*    'E' ORDER-ID SERIES KEEPS EDI ORDERS APART FROM KEYED ONES *
001630*    AND IS HOW THE GATE KNOWS A ZERO-KEYED ORDER IS TO PRICE.  *
001640*****************************************************************
001650     01  WS-MAX-INTERCHANGES      PIC 9(03) VALUE 100.
001660     01  WS-MAX-EDI-LINES         PIC 9(03) VALUE 200.
001670     01  WS-ORDER-PREFIX          PIC X(01) VALUE 'E'.
001680
001690     01  WS-ORDER-SEQ             PIC 9(05) VALUE 0.
001700     01  WS-NEW-ORDER-ID.
001710         05  WS-NOI-PREFIX        PIC X(01).
001720         05  WS-NOI-SEQ           PIC 9(05).
001730
001740*****************************************************************
001750*    ENVELOPE TABLE - BUILT BY THE PROVING PASS, ONE ROW PER    *
001760*    INTERCHANGE IN FILE ORDER.  SPACES IN THE REASON MEANS THE *
001770*    ENVELOPE PROVED AND ITS ORDERS MAY BE TRANSLATED.          *
001780*****************************************************************
001790     01  WS-ICH-COUNT             PIC 9(03) COMP VALUE 0.
001800     01  WS-ICH-SUB               PIC 9(03) COMP VALUE 0.
001810     01  WS-ICH-TABLE.
001820         05  WS-ICH-ROW OCCURS 100 TIMES.
001830             10  WS-ICH-T-ID      PIC X(09).
001840             10  WS-ICH-T-CUST    PIC X(05).
001850             10  WS-ICH-T-CURRENCY PIC X(03).
001860             10  WS-ICH-T-REASON  PIC X(02).
001870             10  WS-ICH-T-ORDERS  PIC 9(05).
001880             10  WS-ICH-T-LINES   PIC 9(07).
001890
001900*    PROVING-PASS STATE.
001910     01  WS-P1-IN-ICH-SW          PIC X(01).
001920         88  WS-P1-IN-ICH         VALUE 'Y'.
001930     01  WS-P1-IN-ORDER-SW        PIC X(01).
001940         88  WS-P1-IN-ORDER       VALUE 'Y'.
001950     01  WS-P1-OVER-SW            PIC X(01).
001960         88  WS-P1-OVER           VALUE 'Y'.
001970     01  WS-ORPHAN-COUNT          PIC 9(07) VALUE 0.
001980
001990*    TRANSLATING-PASS STATE - THE INTERCHANGE AND ORDER IN HAND.
002000     01  WS-IN-ICH-SW             PIC X(01) VALUE 'N'.
002010         88  WS-IN-ICH            VALUE 'Y'.
002020     01  WS-IN-ORDER-SW           PIC X(01) VALUE 'N'.
002030         88  WS-IN-ORDER          VALUE 'Y'.
002040     01  WS-CUR-ICH-ID            PIC X(09).
002050     01  WS-CUR-CUST-ID           PIC X(05).
002060     01  WS-CUR-CURRENCY          PIC X(03).
002070     01  WS-CUR-ICH-REASON        PIC X(02).
002080     01  WS-ICH-ACCEPTED          PIC 9(05).
002090     01  WS-ICH-REJECTED          PIC 9(05).
002100
002110     01  WS-ORD-HEADER.
002120         05  WS-ORD-PO-NUMBER     PIC X(15).
002130         05  WS-ORD-ORDER-DATE    PIC 9(08).
002140         05  WS-ORD-CURRENCY-CODE PIC X(03).
002150         05  WS-ORD-PO-TOTAL      PIC S9(07)V9(02).
002160         05  FILLER               PIC X(43).
002170     01  WS-ORD-STATUS            PIC X(01).
002180         88  WS-ORD-ACCEPTED      VALUE 'A'.
002190         88  WS-ORD-REJECTED      VALUE 'R'.
002200         88  WS-ORD-UNRECOGNISED  VALUE 'U'.
002210     01  WS-ORD-REASON            PIC X(02).
002220     01  WS-BAD-LINES             PIC 9(03) COMP.
002230     01  WS-UNREC-LINES           PIC 9(03) COMP.
002240     01  WS-UNREC-REASON          PIC X(02).
002250
002260     01  WS-LIN-OVERFLOW-SW       PIC X(01).
002270         88  WS-LIN-OVERFLOW      VALUE 'Y'.
002280     01  WS-LIN-COUNT             PIC 9(03) COMP.
002290     01  WS-LIN-SUB               PIC 9(03) COMP.
002300     01  WS-LIN-TABLE.
002310         05  WS-LIN-ROW OCCURS 200 TIMES.
002320             10  WS-LIN-EDI-DATA.
002330                 15  WS-LIN-LINE-NO PIC 9(03).
002340                 15  WS-LIN-PART  PIC X(15).
002350                 15  WS-LIN-QTY   PIC 9(05).
002355                 15  WS-LIN-UNIT  PIC X(02).
002360             10  WS-LIN-ITM-ID    PIC X(05).
002370             10  WS-LIN-REASON    PIC X(02).
002380
002390     01  WS-READ-COUNT            PIC 9(07) VALUE 0.
002400     01  WS-ICH-READ-COUNT        PIC 9(05) VALUE 0.
002410     01  WS-ICH-REJECT-COUNT      PIC 9(05) VALUE 0.
002420     01  WS-ORDER-COUNT           PIC 9(07) VALUE 0.
002430     01  WS-ACCEPTED-COUNT        PIC 9(07) VALUE 0.
002440     01  WS-REJECTED-COUNT        PIC 9(07) VALUE 0.
002450     01  WS-UNREC-COUNT           PIC 9(07) VALUE 0.
002460     01  WS-LINES-WRITTEN         PIC 9(07) VALUE 0.
002470     01  WS-NOT-STATED-COUNT      PIC 9(07) VALUE 0.
002480     01  WS-TOTAL-REJECTED        PIC 9(07) VALUE 0.
002490
002500     COPY DVALWORK.
002510
002520*****************************************************************
002530*    REGISTER LINES.                                            *
002540*****************************************************************
002550     01  WS-REG-HEADING-LINE.
002560         05  FILLER               PIC X(34) VALUE
002570             'EDIORD01 - INBOUND EDI ORDERS  '.
002580         05  FILLER               PIC X(07) VALUE 'CYCLE '.
002590         05  WS-RHD-CYCLE-DATE    PIC 9(08).
002600         05  FILLER               PIC X(31) VALUE SPACES.
002610     01  WS-REG-COLUMN-LINE.
002620         05  FILLER               PIC X(40) VALUE
002630             'ICH-ID    CUST  PO NUMBER       ST RS  '.
002640         05  FILLER               PIC X(40) VALUE
002650             'ORDER   LINES       AMOUNT'.
002660     01  WS-REG-DETAIL-LINE.
002670         05  WS-RDT-ICH-ID        PIC X(09).
002680         05  FILLER               PIC X(01) VALUE SPACE.
002690         05  WS-RDT-CUST-ID       PIC X(05).
002700         05  FILLER               PIC X(01) VALUE SPACE.
002710         05  WS-RDT-PO-NUMBER     PIC X(15).
002720         05  FILLER               PIC X(01) VALUE SPACE.
002730         05  WS-RDT-STATUS        PIC X(01).
002740         05  FILLER               PIC X(02) VALUE SPACES.
002750         05  WS-RDT-REASON        PIC X(02).
002760         05  FILLER               PIC X(02) VALUE SPACES.
002770         05  WS-RDT-ORDER-ID      PIC X(06).
002780         05  FILLER               PIC X(02) VALUE SPACES.
002790         05  WS-RDT-LINES         PIC ZZ9.
002800         05  FILLER               PIC X(02) VALUE SPACES.
002810         05  WS-RDT-AMOUNT        PIC -(7)9.99.
002820         05  FILLER               PIC X(17) VALUE SPACES.
002830     01  WS-REG-ICH-LINE.
002840         05  WS-RIC-ICH-ID        PIC X(09).
002850         05  FILLER               PIC X(01) VALUE SPACE.
002860         05  WS-RIC-CUST-ID       PIC X(05).
002870         05  FILLER               PIC X(01) VALUE SPACE.
002880         05  WS-RIC-TEXT          PIC X(64).
002890     01  WS-COUNT-LINE.
002900         05  WS-CNT-TITLE         PIC X(26).
002910         05  WS-CNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
002920         05  FILLER               PIC X(43) VALUE SPACES.
002930
002940 PROCEDURE DIVISION.
002950*****************************************************************
002960*    0000-MAINLINE                                              *
002970*****************************************************************
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE
003000         THRU 1000-INITIALIZE-EXIT.
003010
003020     IF NOT WS-EOF
003030         PERFORM 1200-PROVE-ENVELOPES
003040             THRU 1200-PROVE-ENVELOPES-EXIT
003050     END-IF.
003060
003070     PERFORM 2000-TRANSLATE-RECORD
003080         THRU 2000-TRANSLATE-RECORD-EXIT
003090         UNTIL WS-EOF.
003100
003110     IF WS-IN-ORDER
003120         PERFORM 2500-FINISH-ORDER
003130             THRU 2500-FINISH-ORDER-EXIT
003140     END-IF.
003150     IF WS-IN-ICH
003160         PERFORM 2400-CLOSE-INTERCHANGE
003170             THRU 2400-CLOSE-INTERCHANGE-EXIT
003180     END-IF.
003190
003200     PERFORM 4000-PRINT-TOTALS
003210         THRU 4000-PRINT-TOTALS-EXIT.
003220
003230     DISPLAY 'EDIORD01: INTERCHANGES READ..... '
003240         WS-ICH-READ-COUNT.
003250     DISPLAY 'EDIORD01: INTERCHANGES REJECTED. '
003260         WS-ICH-REJECT-COUNT.
003270     DISPLAY 'EDIORD01: PURCHASE ORDERS READ.. ' WS-ORDER-COUNT.
003280     DISPLAY 'EDIORD01: ORDERS ACCEPTED....... '
003290         WS-ACCEPTED-COUNT.
003300     DISPLAY 'EDIORD01: ORDERS REJECTED....... '
003310         WS-REJECTED-COUNT.
003320     DISPLAY 'EDIORD01: ORDERS NOT RECOGNISED. ' WS-UNREC-COUNT.
003330     DISPLAY 'EDIORD01: RECORDS OUTSIDE ENVELOPE '
003340         WS-ORPHAN-COUNT.
003350
003360     IF WS-ICH-REJECT-COUNT > 0 OR WS-REJECTED-COUNT > 0
003370             OR WS-UNREC-COUNT > 0 OR WS-ORPHAN-COUNT > 0
003380         IF RETURN-CODE < 4
003390             MOVE 4 TO RETURN-CODE
003400         END-IF
003410     END-IF.
003420
003430     PERFORM 9999-TERMINATE
003440         THRU 9999-TERMINATE-EXIT.
003450
003460     STOP RUN.
003470
003480*****************************************************************
003490*    1000-INITIALIZE                                            *
003500*    THE CYCLE DATE HEADS THE REGISTER.  WITHOUT THE            *
003510*    TRANSMISSION, THE CUSTOMER MASTER, THE CROSS-REFERENCE OR  *
003520*    THE ITEM MASTER NOTHING CAN BE TRANSLATED AND THE STEP     *
003530*    ENDS RC 8.                                                 *
003540*****************************************************************
003550 1000-INITIALIZE.
003560     OPEN INPUT CYCLE-CONTROL-FILE.
003570     IF WS-CYC-OK
003580         READ CYCLE-CONTROL-FILE
003590             AT END
003600                 CONTINUE
003610             NOT AT END
003620                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003630         END-READ
003640         CLOSE CYCLE-CONTROL-FILE
003650     END-IF.
003660     IF WS-CYCLE-DATE = 0
003670         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003680     END-IF.
003690
003700     OPEN INPUT CUSTOMER-MASTER-FILE.
003710     IF NOT WS-CUST-OK
003720         DISPLAY 'EDIORD01: OPEN CUSTOMER-MASTER FAILED '
003730             WS-CUST-FILE-STATUS
003740         MOVE 'Y' TO WS-EOF-SW
003750         MOVE 8 TO RETURN-CODE
003760     END-IF.
003770     OPEN INPUT CUST-ITEM-XREF-FILE.
003780     IF NOT WS-CXR-OK
003790         DISPLAY 'EDIORD01: OPEN CUST-ITEM-XREF FAILED '
003800             WS-CXR-FILE-STATUS
003810         MOVE 'Y' TO WS-EOF-SW
003820         MOVE 8 TO RETURN-CODE
003830     END-IF.
003840     OPEN INPUT ITEM-MASTER-FILE.
003850     IF NOT WS-ITM-OK
003860         DISPLAY 'EDIORD01: OPEN ITEM-MASTER FAILED '
003870             WS-ITM-FILE-STATUS
003880         MOVE 'Y' TO WS-EOF-SW
003890         MOVE 8 TO RETURN-CODE
003900     END-IF.
003910
003920     OPEN OUTPUT ORDER-TRAN-OUT.
003930     OPEN OUTPUT ORDER-LINE-OUT.
003940     OPEN OUTPUT EDI-ACK-FILE.
003950     IF NOT WS-EAK-OK
003960         DISPLAY 'EDIORD01: OPEN EDI-ACK-FILE FAILED '
003970             WS-EAK-FILE-STATUS
003980         MOVE 'Y' TO WS-EOF-SW
003990         MOVE 8 TO RETURN-CODE
004000     END-IF.
004010
004020*    PICK THE E-SERIES SEQUENCE UP WHERE THE LAST RUN LEFT IT.
004030     OPEN INPUT EDI-SEQ-FILE.
004040     IF WS-ESQ-OK
004050         READ EDI-SEQ-FILE
004060             AT END
004070                 CONTINUE
004080             NOT AT END
004090                 MOVE ESQ-LAST-SEQUENCE TO WS-ORDER-SEQ
004100         END-READ
004110         CLOSE EDI-SEQ-FILE
004120     ELSE
004130         DISPLAY 'EDIORD01: NO EDI-SEQ-FILE - '
004140             'SEQUENCE STARTS AT ZERO'
004150     END-IF.
004160
004170     OPEN OUTPUT EDI-REGISTER-RPT.
004180     IF NOT WS-REG-OK
004190         DISPLAY 'EDIORD01: OPEN EDI-REGISTER-RPT FAILED '
004200             WS-REG-FILE-STATUS
004210     END-IF.
004220     MOVE WS-CYCLE-DATE TO WS-RHD-CYCLE-DATE.
004230     WRITE EDI-REGISTER-LINE FROM WS-REG-HEADING-LINE.
004240     WRITE EDI-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
004250 1000-INITIALIZE-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290*    1200-PROVE-ENVELOPES                                       *
004300*    THE PROVING PASS.  THE WHOLE TRANSMISSION IS READ ONCE AND *
004310*    EVERY ENVELOPE IS PROVED BEFORE ANY ORDER IN IT IS         *
004320*    TRANSLATED, SO A TRAILER THAT DOES NOT TIE CANNOT LEAVE    *
004330*    HALF AN INTERCHANGE AT THE GATE.  THE FILE IS THEN         *
004340*    REOPENED FOR THE TRANSLATING PASS.                         *
004350*****************************************************************
004360 1200-PROVE-ENVELOPES.
004370     OPEN INPUT EDI-ORDER-FILE.
004380     IF NOT WS-EDI-OK
004390         DISPLAY 'EDIORD01: OPEN EDI-ORDER-FILE FAILED '
004400             WS-EDI-FILE-STATUS
004410         MOVE 'Y' TO WS-EOF-SW
004420         MOVE 8 TO RETURN-CODE
004430         GO TO 1200-PROVE-ENVELOPES-EXIT
004440     END-IF.
004450
004460     MOVE 'N' TO WS-P1-IN-ICH-SW.
004470     MOVE 'N' TO WS-P1-IN-ORDER-SW.
004480     MOVE 'N' TO WS-P1-OVER-SW.
004490     PERFORM 8000-READ-EDI-RECORD
004500         THRU 8000-READ-EDI-RECORD-EXIT.
004510     PERFORM 1210-PROVE-ONE-RECORD
004520         THRU 1210-PROVE-ONE-RECORD-EXIT
004530         UNTIL WS-EOF.
004540
004550*    AN ENVELOPE STILL OPEN AT END OF FILE NEVER SAW ITS TRAILER.
004560     IF WS-P1-IN-ICH AND NOT WS-P1-OVER
004570         IF WS-ICH-T-REASON(WS-ICH-COUNT) = SPACES
004580             MOVE 'E1' TO WS-ICH-T-REASON(WS-ICH-COUNT)
004590         END-IF
004600     END-IF.
004610     CLOSE EDI-ORDER-FILE.
004620
004630     MOVE 'N' TO WS-EOF-SW.
004640     MOVE 0 TO WS-READ-COUNT.
004650     OPEN INPUT EDI-ORDER-FILE.
004660     PERFORM 8000-READ-EDI-RECORD
004670         THRU 8000-READ-EDI-RECORD-EXIT.
004680 1200-PROVE-ENVELOPES-EXIT.
004690     EXIT.
004700
004710*****************************************************************
004720*    1210-PROVE-ONE-RECORD                                      *
004730*    A HEADER OPENS AN ENVELOPE (CLOSING AN UNTERMINATED ONE AS *
004740*    E1) AND ITS CUSTOMER MUST BE ON FILE (E3).  ORDERS AND     *
004750*    LINES ARE COUNTED; A LINE BEFORE ANY ORDER, OR AN UNKNOWN  *
004760*    RECORD TYPE, PUTS THE ENVELOPE OUT OF SEQUENCE (E1).  THE  *
004770*    TRAILER MUST NAME THE SAME INTERCHANGE AND CARRY THE       *
004780*    COUNTS (E2).  A RECORD OUTSIDE ANY ENVELOPE IS COUNTED AND *
004790*    IGNORED.                                                   *
004800*****************************************************************
004810 1210-PROVE-ONE-RECORD.
004820     IF EDI-TYPE-ICH-HEADER
004830         PERFORM 1220-OPEN-ENVELOPE
004840             THRU 1220-OPEN-ENVELOPE-EXIT
004850         GO TO 1210-READ-NEXT
004860     END-IF.
004870
004880     IF NOT WS-P1-IN-ICH
004890         ADD 1 TO WS-ORPHAN-COUNT
004900         GO TO 1210-READ-NEXT
004910     END-IF.
004920*    PAST THE TABLE LIMIT THE ENVELOPE IS REJECTED WHOLE ANYWAY.
004930     IF WS-P1-OVER
004940         IF EDI-TYPE-ICH-TRAILER
004950             MOVE 'N' TO WS-P1-IN-ICH-SW
004960         END-IF
004970         GO TO 1210-READ-NEXT
004980     END-IF.
004990
005000     EVALUATE TRUE
005010         WHEN EDI-TYPE-ORD-HEADER
005020             ADD 1 TO WS-ICH-T-ORDERS(WS-ICH-COUNT)
005030             MOVE 'Y' TO WS-P1-IN-ORDER-SW
005040         WHEN EDI-TYPE-ORD-LINE
005050             ADD 1 TO WS-ICH-T-LINES(WS-ICH-COUNT)
005060             IF NOT WS-P1-IN-ORDER
005070                 PERFORM 1230-FLAG-SEQUENCE
005080                     THRU 1230-FLAG-SEQUENCE-EXIT
005090             END-IF
005100         WHEN EDI-TYPE-ICH-TRAILER
005110             PERFORM 1240-PROVE-TRAILER
005120                 THRU 1240-PROVE-TRAILER-EXIT
005130             MOVE 'N' TO WS-P1-IN-ICH-SW
005140         WHEN OTHER
005150             PERFORM 1230-FLAG-SEQUENCE
005160                 THRU 1230-FLAG-SEQUENCE-EXIT
005170     END-EVALUATE.
005180
005190 1210-READ-NEXT.
005200     PERFORM 8000-READ-EDI-RECORD
005210         THRU 8000-READ-EDI-RECORD-EXIT.
005220 1210-PROVE-ONE-RECORD-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260*    1220-OPEN-ENVELOPE                                         *
005270*    AN ENVELOPE PAST WS-MAX-INTERCHANGES HAS NO TABLE ROW; THE *
005280*    TRANSLATING PASS REJECTS IT AS E4 ON ITS POSITION ALONE.   *
005290*****************************************************************
005300 1220-OPEN-ENVELOPE.
005310     IF WS-P1-IN-ICH AND NOT WS-P1-OVER
005320         IF WS-ICH-T-REASON(WS-ICH-COUNT) = SPACES
005330             MOVE 'E1' TO WS-ICH-T-REASON(WS-ICH-COUNT)
005340         END-IF
005350     END-IF.
005360     MOVE 'Y' TO WS-P1-IN-ICH-SW.
005370     MOVE 'N' TO WS-P1-IN-ORDER-SW.
005380
005390     IF WS-ICH-COUNT NOT < WS-MAX-INTERCHANGES
005400         MOVE 'Y' TO WS-P1-OVER-SW
005410         GO TO 1220-OPEN-ENVELOPE-EXIT
005420     END-IF.
005430     MOVE 'N' TO WS-P1-OVER-SW.
005440     ADD 1 TO WS-ICH-COUNT.
005450     MOVE EIH-INTERCHANGE-ID TO WS-ICH-T-ID(WS-ICH-COUNT).
005460     MOVE EIH-CUST-ID        TO WS-ICH-T-CUST(WS-ICH-COUNT).
005470     MOVE SPACES             TO WS-ICH-T-CURRENCY(WS-ICH-COUNT).
005480     MOVE SPACES             TO WS-ICH-T-REASON(WS-ICH-COUNT).
005490     MOVE 0                  TO WS-ICH-T-ORDERS(WS-ICH-COUNT).
005500     MOVE 0                  TO WS-ICH-T-LINES(WS-ICH-COUNT).
005510
005520     MOVE EIH-CUST-ID TO CUST-ID.
005530     READ CUSTOMER-MASTER-FILE
005540         INVALID KEY
005550             MOVE 'E3' TO WS-ICH-T-REASON(WS-ICH-COUNT)
005560         NOT INVALID KEY
005570             MOVE CUST-CURRENCY-CODE
005580                 TO WS-ICH-T-CURRENCY(WS-ICH-COUNT)
005590     END-READ.
005600 1220-OPEN-ENVELOPE-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640*    1230-FLAG-SEQUENCE                                         *
005650*****************************************************************
005660 1230-FLAG-SEQUENCE.
005670     IF WS-ICH-T-REASON(WS-ICH-COUNT) = SPACES
005680         MOVE 'E1' TO WS-ICH-T-REASON(WS-ICH-COUNT)
005690     END-IF.
005700 1230-FLAG-SEQUENCE-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740*    1240-PROVE-TRAILER                                         *
005750*****************************************************************
005760 1240-PROVE-TRAILER.
005770     IF WS-ICH-T-REASON(WS-ICH-COUNT) NOT = SPACES
005780         GO TO 1240-PROVE-TRAILER-EXIT
005790     END-IF.
005800     IF EIT-INTERCHANGE-ID NOT = WS-ICH-T-ID(WS-ICH-COUNT)
005810             OR EIT-ORDER-COUNT NOT NUMERIC
005820             OR EIT-LINE-COUNT NOT NUMERIC
005830         MOVE 'E2' TO WS-ICH-T-REASON(WS-ICH-COUNT)
005840         GO TO 1240-PROVE-TRAILER-EXIT
005850     END-IF.
005860     IF EIT-ORDER-COUNT NOT = WS-ICH-T-ORDERS(WS-ICH-COUNT)
005870             OR EIT-LINE-COUNT NOT = WS-ICH-T-LINES(WS-ICH-COUNT)
005880         MOVE 'E2' TO WS-ICH-T-REASON(WS-ICH-COUNT)
005890     END-IF.
005900 1240-PROVE-TRAILER-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940*    2000-TRANSLATE-RECORD                                      *
005950*    THE TRANSLATING PASS.  A PURCHASE ORDER IS BUFFERED UNTIL  *
005960*    THE NEXT ORDER HEADER OR THE TRAILER ENDS IT, THEN         *
005970*    FINISHED WHOLE.  RECORDS OUTSIDE AN ENVELOPE WERE COUNTED  *
005980*    BY THE PROVING PASS AND ARE PASSED OVER.                   *
005990*****************************************************************
006000 2000-TRANSLATE-RECORD.
006010     EVALUATE TRUE
006020         WHEN EDI-TYPE-ICH-HEADER
006030             IF WS-IN-ORDER
006040                 PERFORM 2500-FINISH-ORDER
006050                     THRU 2500-FINISH-ORDER-EXIT
006060             END-IF
006070             IF WS-IN-ICH
006080                 PERFORM 2400-CLOSE-INTERCHANGE
006090                     THRU 2400-CLOSE-INTERCHANGE-EXIT
006100             END-IF
006110             PERFORM 2100-OPEN-INTERCHANGE
006120                 THRU 2100-OPEN-INTERCHANGE-EXIT
006130         WHEN EDI-TYPE-ORD-HEADER
006140             IF WS-IN-ORDER
006150                 PERFORM 2500-FINISH-ORDER
006160                     THRU 2500-FINISH-ORDER-EXIT
006170             END-IF
006180             IF WS-IN-ICH
006190                 PERFORM 2200-START-ORDER
006200                     THRU 2200-START-ORDER-EXIT
006210             END-IF
006220         WHEN EDI-TYPE-ORD-LINE
006230             IF WS-IN-ORDER
006240                 PERFORM 2300-BUFFER-LINE
006250                     THRU 2300-BUFFER-LINE-EXIT
006260             END-IF
006270         WHEN EDI-TYPE-ICH-TRAILER
006280             IF WS-IN-ORDER
006290                 PERFORM 2500-FINISH-ORDER
006300                     THRU 2500-FINISH-ORDER-EXIT
006310             END-IF
006320             IF WS-IN-ICH
006330                 PERFORM 2400-CLOSE-INTERCHANGE
006340                     THRU 2400-CLOSE-INTERCHANGE-EXIT
006350             END-IF
006360         WHEN OTHER
006370             CONTINUE
006380     END-EVALUATE.
006390
006400     PERFORM 8000-READ-EDI-RECORD
006410         THRU 8000-READ-EDI-RECORD-EXIT.
006420 2000-TRANSLATE-RECORD-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460*    2100-OPEN-INTERCHANGE                                      *
006470*    TAKES THE ENVELOPE'S VERDICT FROM THE PROVING PASS AND     *
006480*    OPENS ITS ACKNOWLEDGMENT WITH IT.                          *
006490*****************************************************************
006500 2100-OPEN-INTERCHANGE.
006510     ADD 1 TO WS-ICH-SUB.
006520     ADD 1 TO WS-ICH-READ-COUNT.
006530     MOVE 'Y' TO WS-IN-ICH-SW.
006540     MOVE 0 TO WS-ICH-ACCEPTED.
006550     MOVE 0 TO WS-ICH-REJECTED.
006560     MOVE EIH-INTERCHANGE-ID TO WS-CUR-ICH-ID.
006570     MOVE EIH-CUST-ID        TO WS-CUR-CUST-ID.
006580
006590     IF WS-ICH-SUB > WS-ICH-COUNT
006600         MOVE SPACES TO WS-CUR-CURRENCY
006610         MOVE 'E4'   TO WS-CUR-ICH-REASON
006620     ELSE
006630         MOVE WS-ICH-T-CURRENCY(WS-ICH-SUB) TO WS-CUR-CURRENCY
006640         MOVE WS-ICH-T-REASON(WS-ICH-SUB)   TO WS-CUR-ICH-REASON
006650     END-IF.
006660
006670     MOVE SPACES TO EDI-ACK-REC.
006680     MOVE 'AH'           TO EAK-RECORD-TYPE.
006690     MOVE WS-CUR-ICH-ID  TO EAK-INTERCHANGE-ID.
006700     MOVE WS-CUR-CUST-ID TO EAK-CUST-ID.
006710     MOVE 0              TO EAK-LINE-NO.
006720     MOVE 0              TO EAK-ACCEPTED-COUNT.
006730     MOVE 0              TO EAK-REJECTED-COUNT.
006740     IF WS-CUR-ICH-REASON = SPACES
006750         MOVE 'A' TO EAK-STATUS
006760         MOVE 'ACCEPTED FOR PROCESSING' TO WS-RIC-TEXT
006770     ELSE
006780         MOVE 'R' TO EAK-STATUS
006790         MOVE WS-CUR-ICH-REASON TO EAK-REASON-CODE
006800         ADD 1 TO WS-ICH-REJECT-COUNT
006810         MOVE SPACES TO WS-RIC-TEXT
006820         STRING 'INTERCHANGE REJECTED - ' WS-CUR-ICH-REASON
006830             DELIMITED BY SIZE INTO WS-RIC-TEXT
006840     END-IF.
006850     WRITE EDI-ACK-REC.
006860
006870     MOVE WS-CUR-ICH-ID  TO WS-RIC-ICH-ID.
006880     MOVE WS-CUR-CUST-ID TO WS-RIC-CUST-ID.
006890     WRITE EDI-REGISTER-LINE FROM WS-REG-ICH-LINE.
006900 2100-OPEN-INTERCHANGE-EXIT.
006910     EXIT.
006920
006930*****************************************************************
006940*    2200-START-ORDER                                           *
006950*****************************************************************
006960 2200-START-ORDER.
006970     MOVE 'Y' TO WS-IN-ORDER-SW.
006980     MOVE EDI-DATA TO WS-ORD-HEADER.
006990     MOVE 0 TO WS-LIN-COUNT.
007000     MOVE 'N' TO WS-LIN-OVERFLOW-SW.
007010 2200-START-ORDER-EXIT.
007020     EXIT.
007030
007040*****************************************************************
007050*    2300-BUFFER-LINE                                           *
007060*****************************************************************
007070 2300-BUFFER-LINE.
007080     IF WS-LIN-COUNT NOT < WS-MAX-EDI-LINES
007090         MOVE 'Y' TO WS-LIN-OVERFLOW-SW
007100         GO TO 2300-BUFFER-LINE-EXIT
007110     END-IF.
007120     ADD 1 TO WS-LIN-COUNT.
007130     MOVE EDI-DATA(1:25) TO WS-LIN-EDI-DATA(WS-LIN-COUNT).
007140     MOVE SPACES TO WS-LIN-ITM-ID(WS-LIN-COUNT).
007150     MOVE SPACES TO WS-LIN-REASON(WS-LIN-COUNT).
007160 2300-BUFFER-LINE-EXIT.
007170     EXIT.
007180
007190*****************************************************************
007200*    2400-CLOSE-INTERCHANGE                                     *
007210*    THE TRAILER ACKNOWLEDGMENT CARRIES HOW MANY OF THE         *
007220*    ENVELOPE'S ORDERS WERE ACCEPTED AND HOW MANY WERE NOT.     *
007230*****************************************************************
007240 2400-CLOSE-INTERCHANGE.
007250     MOVE SPACES TO EDI-ACK-REC.
007260     MOVE 'AT'              TO EAK-RECORD-TYPE.
007270     MOVE WS-CUR-ICH-ID     TO EAK-INTERCHANGE-ID.
007280     MOVE WS-CUR-CUST-ID    TO EAK-CUST-ID.
007290     MOVE 0                 TO EAK-LINE-NO.
007300     MOVE WS-ICH-ACCEPTED   TO EAK-ACCEPTED-COUNT.
007310     MOVE WS-ICH-REJECTED   TO EAK-REJECTED-COUNT.
007320     IF WS-CUR-ICH-REASON = SPACES
007330         MOVE 'A' TO EAK-STATUS
007340     ELSE
007350         MOVE 'R' TO EAK-STATUS
007360         MOVE WS-CUR-ICH-REASON TO EAK-REASON-CODE
007370     END-IF.
007380     WRITE EDI-ACK-REC.
007390     MOVE 'N' TO WS-IN-ICH-SW.
007400 2400-CLOSE-INTERCHANGE-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440*    2500-FINISH-ORDER                                          *
007450*    EDITS AND TRANSLATES THE BUFFERED ORDER, WRITES IT FOR THE *
007460*    GATE IF IT CAME THROUGH CLEAN, AND ACKNOWLEDGES IT - THEN  *
007470*    EACH LINE AT FAULT.                                        *
007480*****************************************************************
007490 2500-FINISH-ORDER.
007500     ADD 1 TO WS-ORDER-COUNT.
007510     MOVE 'N' TO WS-IN-ORDER-SW.
007520     MOVE 'A' TO WS-ORD-STATUS.
007530     MOVE SPACES TO WS-ORD-REASON.
007540     MOVE SPACES TO WS-RDT-ORDER-ID.
007550
007560     PERFORM 2510-EDIT-ORDER
007570         THRU 2510-EDIT-ORDER-EXIT.
007580
007590     EVALUATE TRUE
007600         WHEN WS-ORD-ACCEPTED
007610             PERFORM 2600-WRITE-ORDER
007620                 THRU 2600-WRITE-ORDER-EXIT
007630             ADD 1 TO WS-ACCEPTED-COUNT
007640             ADD 1 TO WS-ICH-ACCEPTED
007650         WHEN WS-ORD-UNRECOGNISED
007660             ADD 1 TO WS-UNREC-COUNT
007670             ADD 1 TO WS-ICH-REJECTED
007680         WHEN OTHER
007690             ADD 1 TO WS-REJECTED-COUNT
007700             ADD 1 TO WS-ICH-REJECTED
007710     END-EVALUATE.
007720
007730     MOVE SPACES TO EDI-ACK-REC.
007740     MOVE 'AO'             TO EAK-RECORD-TYPE.
007750     MOVE WS-CUR-ICH-ID    TO EAK-INTERCHANGE-ID.
007760     MOVE WS-CUR-CUST-ID   TO EAK-CUST-ID.
007770     MOVE WS-ORD-PO-NUMBER TO EAK-PO-NUMBER.
007780     MOVE 0                TO EAK-LINE-NO.
007790     MOVE WS-ORD-STATUS    TO EAK-STATUS.
007800     MOVE WS-ORD-REASON    TO EAK-REASON-CODE.
007810     MOVE WS-RDT-ORDER-ID  TO EAK-ORDER-ID.
007820     MOVE 0                TO EAK-ACCEPTED-COUNT.
007830     MOVE 0                TO EAK-REJECTED-COUNT.
007840     WRITE EDI-ACK-REC.
007850
007860     IF NOT WS-ORD-ACCEPTED
007870         PERFORM 2700-ACK-FAULT-LINE
007880             THRU 2700-ACK-FAULT-LINE-EXIT
007890             VARYING WS-LIN-SUB FROM 1 BY 1
007900             UNTIL WS-LIN-SUB > WS-LIN-COUNT
007910     END-IF.
007920
007930     MOVE WS-CUR-ICH-ID    TO WS-RDT-ICH-ID.
007940     MOVE WS-CUR-CUST-ID   TO WS-RDT-CUST-ID.
007950     MOVE WS-ORD-PO-NUMBER TO WS-RDT-PO-NUMBER.
007960     MOVE WS-ORD-STATUS    TO WS-RDT-STATUS.
007970     MOVE WS-ORD-REASON    TO WS-RDT-REASON.
007980     MOVE WS-LIN-COUNT     TO WS-RDT-LINES.
007990     IF WS-ORD-PO-TOTAL NUMERIC
008000         MOVE WS-ORD-PO-TOTAL TO WS-RDT-AMOUNT
008010     ELSE
008020         MOVE 0 TO WS-RDT-AMOUNT
008030     END-IF.
008040     WRITE EDI-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
008050 2500-FINISH-ORDER-EXIT.
008060     EXIT.
008070
008080*****************************************************************
008090*    2510-EDIT-ORDER                                            *
008100*    AN ORDER IN A REJECTED ENVELOPE TAKES THE ENVELOPE'S       *
008110*    REASON.  OTHERWISE THE HEADER IS EDITED (O1, O5, O2, O4)   *
008120*    AND THEN EVERY LINE TRANSLATED.  ANY LINE NOT RECOGNISED   *
008130*    MAKES THE ORDER NOT RECOGNISED (U1/U2) SO THE CUSTOMER     *
008140*    FIXES THE PART NUMBER; ANY OTHER BAD LINE REJECTS IT (O3). *
008150*    ORDERS ARE NEVER PART-TAKEN.                               *
008160*****************************************************************
008170 2510-EDIT-ORDER.
008180     IF WS-CUR-ICH-REASON NOT = SPACES
008190         MOVE 'R' TO WS-ORD-STATUS
008200         MOVE WS-CUR-ICH-REASON TO WS-ORD-REASON
008210         GO TO 2510-EDIT-ORDER-EXIT
008220     END-IF.
008230     IF WS-LIN-COUNT = 0
008240         MOVE 'R'  TO WS-ORD-STATUS
008250         MOVE 'O1' TO WS-ORD-REASON
008260         GO TO 2510-EDIT-ORDER-EXIT
008270     END-IF.
008280     IF WS-LIN-OVERFLOW
008290         MOVE 'R'  TO WS-ORD-STATUS
008300         MOVE 'O5' TO WS-ORD-REASON
008310         GO TO 2510-EDIT-ORDER-EXIT
008320     END-IF.
008330     MOVE WS-ORD-ORDER-DATE TO WS-DVAL-DATE.
008340     PERFORM 9550-VALIDATE-DATE
008350         THRU 9550-VALIDATE-DATE-EXIT.
008360     IF NOT WS-DVAL-OK
008370         MOVE 'R'  TO WS-ORD-STATUS
008380         MOVE 'O2' TO WS-ORD-REASON
008390         GO TO 2510-EDIT-ORDER-EXIT
008400     END-IF.
008410     IF WS-ORD-PO-TOTAL NOT NUMERIC
008420         MOVE 'R'  TO WS-ORD-STATUS
008430         MOVE 'O4' TO WS-ORD-REASON
008440         GO TO 2510-EDIT-ORDER-EXIT
008450     END-IF.
008460
008470     MOVE 0 TO WS-BAD-LINES.
008480     MOVE 0 TO WS-UNREC-LINES.
008490     MOVE SPACES TO WS-UNREC-REASON.
008500     PERFORM 2520-TRANSLATE-LINE
008510         THRU 2520-TRANSLATE-LINE-EXIT
008520         VARYING WS-LIN-SUB FROM 1 BY 1
008530         UNTIL WS-LIN-SUB > WS-LIN-COUNT.
008540
008550     IF WS-UNREC-LINES > 0
008560         MOVE 'U' TO WS-ORD-STATUS
008570         MOVE WS-UNREC-REASON TO WS-ORD-REASON
008580         GO TO 2510-EDIT-ORDER-EXIT
008590     END-IF.
008600     IF WS-BAD-LINES > 0
008610         MOVE 'R'  TO WS-ORD-STATUS
008620         MOVE 'O3' TO WS-ORD-REASON
008630     END-IF.
008640 2510-EDIT-ORDER-EXIT.
008650     EXIT.
008660
008670*****************************************************************
008680*    2520-TRANSLATE-LINE                                        *
008690*    THE QUANTITY MUST BE A POSITIVE NUMBER.  THE CUSTOMER'S    *
008700*    PART NUMBER MUST BE ON THEIR CROSS-REFERENCE AND NOT       *
008710*    WITHDRAWN (U1), AND THE ITEM IT POINTS AT MUST BE ON THE   *
008720*    ITEM MASTER (U2).  WHETHER THE ITEM MAY BE SOLD IS LEFT TO *
008730*    THE GATE.                                                  *
008740*****************************************************************
008750 2520-TRANSLATE-LINE.
008760     IF WS-LIN-QTY(WS-LIN-SUB) NOT NUMERIC
008770             OR WS-LIN-QTY(WS-LIN-SUB) = 0
008780         MOVE 'O3' TO WS-LIN-REASON(WS-LIN-SUB)
008790         ADD 1 TO WS-BAD-LINES
008800         GO TO 2520-TRANSLATE-LINE-EXIT
008810     END-IF.
008820
008830     MOVE WS-CUR-CUST-ID          TO CXR-CUST-ID.
008840     MOVE WS-LIN-PART(WS-LIN-SUB) TO CXR-CUST-PART-NO.
008850     READ CUST-ITEM-XREF-FILE
008860         INVALID KEY
008870             MOVE 'U1' TO WS-LIN-REASON(WS-LIN-SUB)
008880     END-READ.
008890     IF WS-LIN-REASON(WS-LIN-SUB) = SPACES
008900         IF CXR-WITHDRAWN
008910             MOVE 'U1' TO WS-LIN-REASON(WS-LIN-SUB)
008920         END-IF
008930     END-IF.
008940     IF WS-LIN-REASON(WS-LIN-SUB) NOT = SPACES
008950         GO TO 2520-COUNT-UNRECOGNISED
008960     END-IF.
008970
008980     MOVE CXR-ITM-ID TO ITM-ID.
008990     READ ITEM-MASTER-FILE
009000         INVALID KEY
009010             MOVE 'U2' TO WS-LIN-REASON(WS-LIN-SUB)
009020     END-READ.
009030     IF WS-LIN-REASON(WS-LIN-SUB) = SPACES
009040         MOVE CXR-ITM-ID TO WS-LIN-ITM-ID(WS-LIN-SUB)
009050         GO TO 2520-TRANSLATE-LINE-EXIT
009060     END-IF.
009070
009080 2520-COUNT-UNRECOGNISED.
009090     ADD 1 TO WS-UNREC-LINES.
009100     IF WS-UNREC-REASON = SPACES
009110         MOVE WS-LIN-REASON(WS-LIN-SUB) TO WS-UNREC-REASON
009120     END-IF.
009130 2520-TRANSLATE-LINE-EXIT.
009140     EXIT.
009150
009160*****************************************************************
009170*    2600-WRITE-ORDER                                           *
009180*    A CLEAN ORDER TAKES THE NEXT E-SERIES ID AND GOES TO THE   *
009190*    GATE AS A SALE RAISED AT HEAD OFFICE.  THE PO TOTAL IS THE *
009200*    KEYED AMOUNT THE GATE PROVES THE PRICED LINES AGAINST; A   *
009210*    ZERO TOTAL LEAVES THE PRICING TO THE GATE.  NO CURRENCY ON *
009220*    THE ORDER MEANS THE CUSTOMER'S OWN.                        *
009230*****************************************************************
009240 2600-WRITE-ORDER.
009250     ADD 1 TO WS-ORDER-SEQ.
009260     MOVE WS-ORDER-PREFIX TO WS-NOI-PREFIX.
009270     MOVE WS-ORDER-SEQ    TO WS-NOI-SEQ.
009280     MOVE WS-NEW-ORDER-ID TO WS-RDT-ORDER-ID.
009290
009300     MOVE SPACES TO ORDER-TRAN-REC.
009310     MOVE WS-NEW-ORDER-ID    TO OPT-ORDER-ID.
009320     MOVE WS-CUR-CUST-ID     TO OPT-CUST-ID.
009330     MOVE WS-ORD-PO-TOTAL    TO OPT-ORDER-AMOUNT.
009340     MOVE WS-ORD-ORDER-DATE  TO OPT-ORDER-DATE.
009350     IF WS-ORD-CURRENCY-CODE = SPACES
009360         MOVE WS-CUR-CURRENCY TO OPT-CURRENCY-CODE
009370     ELSE
009380         MOVE WS-ORD-CURRENCY-CODE TO OPT-CURRENCY-CODE
009390     END-IF.
009400     MOVE 'S'                TO OPT-TRAN-TYPE.
009410     MOVE SPACES             TO OPT-BRANCH-CODE.
009420     MOVE SPACES             TO OPT-REP-CODE.
009430     MOVE 0                  TO OPT-PREPAID-AMOUNT.
009440     WRITE ORDER-TRAN-REC.
009450     IF WS-ORD-PO-TOTAL = 0
009460         ADD 1 TO WS-NOT-STATED-COUNT
009470     END-IF.
009480
009490     PERFORM 2610-WRITE-ORDER-LINE
009500         THRU 2610-WRITE-ORDER-LINE-EXIT
009510         VARYING WS-LIN-SUB FROM 1 BY 1
009520         UNTIL WS-LIN-SUB > WS-LIN-COUNT.
009530 2600-WRITE-ORDER-EXIT.
009540     EXIT.
009550
009560*****************************************************************
009570*    2610-WRITE-ORDER-LINE                                      *
009580*****************************************************************
009590 2610-WRITE-ORDER-LINE.
009600     MOVE WS-NEW-ORDER-ID           TO OLN-ORDER-ID.
009610     MOVE WS-LIN-ITM-ID(WS-LIN-SUB) TO OLN-ITM-ID.
009620     MOVE WS-LIN-QTY(WS-LIN-SUB)    TO OLN-QUANTITY.
009625     MOVE WS-LIN-UNIT(WS-LIN-SUB)   TO OLN-UNIT-CODE.
009630     WRITE ORDER-LINE-REC.
009640     ADD 1 TO WS-LINES-WRITTEN.
009650 2610-WRITE-ORDER-LINE-EXIT.
009660     EXIT.
009670
009680*****************************************************************
009690*    2700-ACK-FAULT-LINE                                        *
009700*    ONE 'AL' PER LINE THAT FAILED, CARRYING THE CUSTOMER'S OWN *
009710*    PART NUMBER BACK TO THEM.                                  *
009720*****************************************************************
009730 2700-ACK-FAULT-LINE.
009740     IF WS-LIN-REASON(WS-LIN-SUB) = SPACES
009750         GO TO 2700-ACK-FAULT-LINE-EXIT
009760     END-IF.
009770     MOVE SPACES TO EDI-ACK-REC.
009780     MOVE 'AL'             TO EAK-RECORD-TYPE.
009790     MOVE WS-CUR-ICH-ID    TO EAK-INTERCHANGE-ID.
009800     MOVE WS-CUR-CUST-ID   TO EAK-CUST-ID.
009810     MOVE WS-ORD-PO-NUMBER TO EAK-PO-NUMBER.
009820     IF WS-LIN-LINE-NO(WS-LIN-SUB) NUMERIC
009830         MOVE WS-LIN-LINE-NO(WS-LIN-SUB) TO EAK-LINE-NO
009840     ELSE
009850         MOVE 0 TO EAK-LINE-NO
009860     END-IF.
009870     MOVE WS-LIN-PART(WS-LIN-SUB) TO EAK-CUST-PART-NO.
009880     IF WS-LIN-REASON(WS-LIN-SUB)(1:1) = 'U'
009890         MOVE 'U' TO EAK-STATUS
009900     ELSE
009910         MOVE 'R' TO EAK-STATUS
009920     END-IF.
009930     MOVE WS-LIN-REASON(WS-LIN-SUB) TO EAK-REASON-CODE.
009940     MOVE 0 TO EAK-ACCEPTED-COUNT.
009950     MOVE 0 TO EAK-REJECTED-COUNT.
009960     WRITE EDI-ACK-REC.
009970 2700-ACK-FAULT-LINE-EXIT.
009980     EXIT.
009990
010000*****************************************************************
010010*    4000-PRINT-TOTALS                                          *
010020*****************************************************************
010030 4000-PRINT-TOTALS.
010040     MOVE 'INTERCHANGES READ.........' TO WS-CNT-TITLE.
010050     MOVE WS-ICH-READ-COUNT TO WS-CNT-VALUE.
010060     WRITE EDI-REGISTER-LINE FROM WS-COUNT-LINE.
010070
010080     MOVE 'INTERCHANGES REJECTED.....' TO WS-CNT-TITLE.
010090     MOVE WS-ICH-REJECT-COUNT TO WS-CNT-VALUE.
010100     WRITE EDI-REGISTER-LINE FROM WS-COUNT-LINE.
010110
010120     MOVE 'PURCHASE ORDERS READ......' TO WS-CNT-TITLE.
010130     MOVE WS-ORDER-COUNT TO WS-CNT-VALUE.
010140     WRITE EDI-REGISTER-LINE FROM WS-COUNT-LINE.
010150
010160     MOVE 'ORDERS ACCEPTED...........' TO WS-CNT-TITLE.
010170     MOVE WS-ACCEPTED-COUNT TO WS-CNT-VALUE.
010180     WRITE EDI-REGISTER-LINE FROM WS-COUNT-LINE.
010190
010200     MOVE '  PRICED AT THE GATE......' TO WS-CNT-TITLE.
010210     MOVE WS-NOT-STATED-COUNT TO WS-CNT-VALUE.
010220     WRITE EDI-REGISTER-LINE FROM WS-COUNT-LINE.
010230
010240     MOVE 'ORDER LINES WRITTEN.......' TO WS-CNT-TITLE.
010250     MOVE WS-LINES-WRITTEN TO WS-CNT-VALUE.
010260     WRITE EDI-REGISTER-LINE FROM WS-COUNT-LINE.
010270
010280     MOVE 'ORDERS REJECTED...........' TO WS-CNT-TITLE.
010290     MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
010300     WRITE EDI-REGISTER-LINE FROM WS-COUNT-LINE.
010310
010320     MOVE 'ORDERS NOT RECOGNISED.....' TO WS-CNT-TITLE.
010330     MOVE WS-UNREC-COUNT TO WS-CNT-VALUE.
010340     WRITE EDI-REGISTER-LINE FROM WS-COUNT-LINE.
010350
010360     MOVE 'RECORDS OUTSIDE ENVELOPE..' TO WS-CNT-TITLE.
010370     MOVE WS-ORPHAN-COUNT TO WS-CNT-VALUE.
010380     WRITE EDI-REGISTER-LINE FROM WS-COUNT-LINE.
010390 4000-PRINT-TOTALS-EXIT.
010400     EXIT.
010410
010420*****************************************************************
010430*    8000-READ-EDI-RECORD                                       *
010440*****************************************************************
010450 8000-READ-EDI-RECORD.
010460     READ EDI-ORDER-FILE
010470         AT END
010480             MOVE 'Y' TO WS-EOF-SW
010490         NOT AT END
010500             ADD 1 TO WS-READ-COUNT
010510     END-READ.
010520 8000-READ-EDI-RECORD-EXIT.
010530     EXIT.
010540
010550*****************************************************************
010560*    9999-TERMINATE                                             *
010570*****************************************************************
010580 9999-TERMINATE.
010590     CLOSE EDI-ORDER-FILE.
010600     CLOSE CUSTOMER-MASTER-FILE.
010610     CLOSE CUST-ITEM-XREF-FILE.
010620     CLOSE ITEM-MASTER-FILE.
010630     CLOSE ORDER-TRAN-OUT.
010640     CLOSE ORDER-LINE-OUT.
010650     CLOSE EDI-ACK-FILE.
010660     CLOSE EDI-REGISTER-RPT.
010670
010680*    LEAVE THE NEW HIGH-WATER SEQUENCE FOR THE NEXT RUN.
010690     OPEN OUTPUT EDI-SEQ-FILE.
010700     IF WS-ESQ-OK
010710         MOVE WS-ORDER-SEQ TO ESQ-LAST-SEQUENCE
010720         WRITE EDI-SEQ-REC
010730         CLOSE EDI-SEQ-FILE
010740     ELSE
010750         DISPLAY 'EDIORD01: EDI-SEQ-FILE NOT REWRITTEN '
010760             WS-ESQ-FILE-STATUS
010770     END-IF.
010780
010790*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
010800     ADD WS-REJECTED-COUNT WS-UNREC-COUNT
010810         GIVING WS-TOTAL-REJECTED.
010820     OPEN EXTEND RUN-CONTROL-FILE.
010830     IF WS-RCT-OK
010840         MOVE 'EDIORD01'         TO RCT-STEP-NAME
010850         MOVE WS-ORDER-COUNT     TO RCT-RECORDS-IN
010860         MOVE WS-ACCEPTED-COUNT  TO RCT-APPLIED
010870         MOVE WS-TOTAL-REJECTED  TO RCT-REJECTED
010880         MOVE 0                  TO RCT-SUSPENDED
010890         WRITE RUN-CONTROL-REC
010900         CLOSE RUN-CONTROL-FILE
010910     ELSE
010920         DISPLAY 'EDIORD01: OPEN RUN-CONTROL-FILE FAILED '
010930             WS-RCT-FILE-STATUS
010940     END-IF.
010950 9999-TERMINATE-EXIT.
010960     EXIT.
010970
010980*****************************************************************
010990*    9550-VALIDATE-DATE                                         *
011000*    SHARED REAL-CALENDAR DATE CHECK - SEE DATEVAL.CPY.         *
011010*****************************************************************
011020     COPY DATEVAL.
