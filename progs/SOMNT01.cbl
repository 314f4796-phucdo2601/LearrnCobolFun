000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SOMNT01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - STANDING-ORDER MAINTENANCE.      *
000100*                    APPLIES KEYED STANDING-ORDER TRANSACTIONS   *
000110*                    (SOTRAN.CPY) TO THE STANDING-ORDER FILE     *
000120*                    (STDORD.CPY): 'A' SETS UP A NEW STANDING    *
000130*                    ORDER WITH ITS LINES, FREQUENCY, FIRST DUE  *
000140*                    DATE AND OPTIONAL END DATE, 'C' CHANGES ANY *
000150*                    OF THEM, 'S' SUSPENDS, 'R' RESUMES AND 'E'  *
000160*                    ENDS IT.  EVERY TRANSACTION IS HELD AGAINST *
000170*                    THE OPERATOR AUTHORIZATION FILE             *
000180*                    (AUTPROC.CPY) AND LISTED ON THE             *
000190*                    STANDING-ORDER REGISTER WITH THE KEYING     *
000200*                    OPERATOR.                                   *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT STANDING-ORDER-TRAN-FILE ASSIGN TO SOTRAN
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-SOT-FILE-STATUS.
000280
000290     SELECT STANDING-ORDER-FILE ASSIGN TO STDORD
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS STO-KEY
000330         FILE STATUS IS WS-STO-FILE-STATUS.
000340
000350     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS CUST-ID
000390         FILE STATUS IS WS-CUST-FILE-STATUS.
000400
000410     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS ITM-ID
000450         FILE STATUS IS WS-ITM-FILE-STATUS.
000460
000470     SELECT STANDING-ORDER-REGISTER-RPT ASSIGN TO SOREGRP
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RPT-FILE-STATUS.
000500
000510     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUT-FILE-STATUS.
000540
000550     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AVL-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  STANDING-ORDER-TRAN-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY SOTRAN.
000640
000650 FD  STANDING-ORDER-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY STDORD.
000680
000690 FD  CUSTOMER-MASTER-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY CUSTMAST.
000720
000730 FD  ITEM-MASTER-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY ITMMAST.
000760
000770 FD  STANDING-ORDER-REGISTER-RPT
000780     LABEL RECORDS ARE STANDARD.
000790     01  STANDING-ORDER-REGISTER-LINE PIC X(80).
000800
000810 FD  OPERATOR-AUTH-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY OPRAUTH.
000840
000850 FD  ACCESS-VIOLATION-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY AUTVIOL.
000880
000890 WORKING-STORAGE SECTION.
000900     01  WS-SOT-FILE-STATUS       PIC X(02).
000910         88  WS-SOT-OK            VALUE '00'.
000920         88  WS-SOT-EOF           VALUE '10'.
000930
000940     01  WS-STO-FILE-STATUS       PIC X(02).
000950         88  WS-STO-OK            VALUE '00'.
000960         88  WS-STO-NOT-FOUND     VALUE '23'.
000970
000980     01  WS-CUST-FILE-STATUS      PIC X(02).
000990         88  WS-CUST-OK           VALUE '00'.
001000         88  WS-CUST-NOT-FOUND    VALUE '23'.
001010
001020     01  WS-ITM-FILE-STATUS       PIC X(02).
001030         88  WS-ITM-OK            VALUE '00'.
001040         88  WS-ITM-NOT-FOUND     VALUE '23'.
001050
001060     01  WS-RPT-FILE-STATUS       PIC X(02).
001070         88  WS-RPT-OK            VALUE '00'.
001080
001090     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001100         88  WS-EOF               VALUE 'Y'.
001110
001120     01  WS-ON-FILE-SW            PIC X(01) VALUE 'N'.
001130         88  WS-ON-FILE           VALUE 'Y'.
001140
001150     01  WS-FAIL-REASON           PIC X(30).
001160     01  WS-RUN-DATE              PIC 9(08) VALUE 0.
001170     01  WS-LINE-SUB              PIC 9(02) COMP VALUE 0.
001180*    THE DATES THE TRANSACTION WILL LEAVE ON THE STANDING ORDER,
001190*    HELD APART SO A CHANGE CAN BE PROVED BEFORE ANY OF IT IS
001200*    APPLIED.
001210     01  WS-NEW-NEXT-DUE          PIC 9(08) VALUE 0.
001220     01  WS-NEW-END-DATE          PIC 9(08) VALUE 0.
001230
001240     COPY DVALWORK.
001250     COPY AUTWORK.
001260
001270*****************************************************************
001280*    CONTROL TOTALS                                             *
001290*****************************************************************
001300     01  WS-TOTALS.
001310         05  WS-TRAN-COUNT        PIC 9(07) COMP VALUE 0.
001320         05  WS-ADDED-COUNT       PIC 9(07) COMP VALUE 0.
001330         05  WS-CHANGED-COUNT     PIC 9(07) COMP VALUE 0.
001340         05  WS-SUSPENDED-COUNT   PIC 9(07) COMP VALUE 0.
001350         05  WS-RESUMED-COUNT     PIC 9(07) COMP VALUE 0.
001360         05  WS-ENDED-COUNT       PIC 9(07) COMP VALUE 0.
001370         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
001380
001390*****************************************************************
001400*    STANDING-ORDER REGISTER LINE LAYOUTS                       *
001410*****************************************************************
001420     01  WS-HEADING-LINE.
001430         05  FILLER               PIC X(40) VALUE
001440             'SOMNT01 - STANDING-ORDER REGISTER'.
001450         05  FILLER               PIC X(40) VALUE SPACES.
001460
001470     01  WS-COLUMN-LINE.
001480         05  FILLER               PIC X(40) VALUE
001490             'A CUST  NO  F NEXT DUE  END DATE  LN OPE'.
001500         05  FILLER               PIC X(40) VALUE
001510             'RATOR  DISPOSITION'.
001520
001530     01  WS-DETAIL-LINE.
001540         05  WS-DET-ACTION        PIC X(01).
001550         05  FILLER               PIC X(01) VALUE SPACE.
001560         05  WS-DET-CUST-ID       PIC X(05).
001570         05  FILLER               PIC X(01) VALUE SPACE.
001580         05  WS-DET-NUMBER        PIC 9(02).
001590         05  FILLER               PIC X(02) VALUE SPACES.
001600         05  WS-DET-FREQUENCY     PIC X(01).
001610         05  FILLER               PIC X(01) VALUE SPACE.
001620         05  WS-DET-NEXT-DUE      PIC 9(08).
001630         05  FILLER               PIC X(02) VALUE SPACES.
001640         05  WS-DET-END-DATE      PIC 9(08).
001650         05  FILLER               PIC X(02) VALUE SPACES.
001660         05  WS-DET-LINES         PIC Z9.
001670         05  FILLER               PIC X(01) VALUE SPACE.
001680         05  WS-DET-OPERATOR      PIC X(08).
001690         05  FILLER               PIC X(02) VALUE SPACES.
001700         05  WS-DET-DISPOSITION   PIC X(30).
001710         05  FILLER               PIC X(03) VALUE SPACES.
001720
001730     01  WS-COUNT-LINE.
001740         05  WS-CNT-TITLE         PIC X(26).
001750         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001760         05  FILLER               PIC X(47) VALUE SPACES.
001770
001780 PROCEDURE DIVISION.
001790*****************************************************************
001800*    0000-MAINLINE                                              *
001810*****************************************************************
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE
001840         THRU 1000-INITIALIZE-EXIT.
001850
001860     PERFORM 2000-APPLY-TRANSACTION
001870         THRU 2000-APPLY-TRANSACTION-EXIT
001880         UNTIL WS-EOF.
001890
001900     PERFORM 3000-PRINT-TOTALS
001910         THRU 3000-PRINT-TOTALS-EXIT.
001920
001930     DISPLAY 'SOMNT01: TRANSACTIONS READ...... '
001940         WS-TRAN-COUNT.
001950     DISPLAY 'SOMNT01: STANDING ORDERS ADDED.. '
001960         WS-ADDED-COUNT.
001970     DISPLAY 'SOMNT01: STANDING ORDERS CHANGED '
001980         WS-CHANGED-COUNT.
001990     DISPLAY 'SOMNT01: SUSPENDED.............. '
002000         WS-SUSPENDED-COUNT.
002010     DISPLAY 'SOMNT01: RESUMED................ '
002020         WS-RESUMED-COUNT.
002030     DISPLAY 'SOMNT01: ENDED.................. '
002040         WS-ENDED-COUNT.
002050     DISPLAY 'SOMNT01: EXCEPTIONS............. '
002060         WS-EXCEPTION-COUNT.
002070
002080*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
002090*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
002100     IF WS-EXCEPTION-COUNT > 0
002110         IF RETURN-CODE < 4
002120             MOVE 4 TO RETURN-CODE
002130         END-IF
002140     END-IF.
002150
002160     PERFORM 9999-TERMINATE
002170         THRU 9999-TERMINATE-EXIT.
002180
002190     STOP RUN.
002200
002210*****************************************************************
002220*    1000-INITIALIZE                                            *
002230*****************************************************************
002240 1000-INITIALIZE.
002250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002260
002270     OPEN INPUT STANDING-ORDER-TRAN-FILE.
002280     IF NOT WS-SOT-OK
002290         DISPLAY 'SOMNT01: OPEN STANDING-ORDER-TRAN-FILE FAILED '
002300             WS-SOT-FILE-STATUS
002310         MOVE 'Y' TO WS-EOF-SW
002320         MOVE 8 TO RETURN-CODE
002330     END-IF.
002340
002350     OPEN I-O STANDING-ORDER-FILE.
002360     IF NOT WS-STO-OK
002370         DISPLAY 'SOMNT01: OPEN STANDING-ORDER-FILE FAILED '
002380             WS-STO-FILE-STATUS
002390         MOVE 'Y' TO WS-EOF-SW
002400         MOVE 8 TO RETURN-CODE
002410     END-IF.
002420
002430     OPEN INPUT CUSTOMER-MASTER-FILE.
002440     IF NOT WS-CUST-OK
002450         DISPLAY 'SOMNT01: OPEN CUSTOMER-MASTER FAILED '
002460             WS-CUST-FILE-STATUS
002470         MOVE 'Y' TO WS-EOF-SW
002480         MOVE 8 TO RETURN-CODE
002490     END-IF.
002500
002510     OPEN INPUT ITEM-MASTER-FILE.
002520     IF NOT WS-ITM-OK
002530         DISPLAY 'SOMNT01: OPEN ITEM-MASTER FAILED '
002540             WS-ITM-FILE-STATUS
002550         MOVE 'Y' TO WS-EOF-SW
002560         MOVE 8 TO RETURN-CODE
002570     END-IF.
002580
002590     OPEN OUTPUT STANDING-ORDER-REGISTER-RPT.
002600     IF NOT WS-RPT-OK
002610         DISPLAY 'SOMNT01: OPEN STANDING-ORDER-REGISTER FAILED '
002620             WS-RPT-FILE-STATUS
002630     END-IF.
002640
002650     WRITE STANDING-ORDER-REGISTER-LINE FROM WS-HEADING-LINE.
002660     WRITE STANDING-ORDER-REGISTER-LINE FROM WS-COLUMN-LINE.
002670
002680     MOVE 'SOMNT01' TO WS-AUT-PROGRAM.
002690     MOVE WS-RUN-DATE TO WS-AUT-DATE.
002700     PERFORM 9300-LOAD-AUTHORITY
002710         THRU 9300-LOAD-AUTHORITY-EXIT.
002720
002730     PERFORM 8000-READ-TRANSACTION
002740         THRU 8000-READ-TRANSACTION-EXIT.
002750 1000-INITIALIZE-EXIT.
002760     EXIT.
002770
002780*****************************************************************
002790*    2000-APPLY-TRANSACTION                                     *
002800*****************************************************************
002810 2000-APPLY-TRANSACTION.
002820     ADD 1 TO WS-TRAN-COUNT.
002830     MOVE SPACES TO WS-FAIL-REASON.
002840
002850     IF NOT SOT-ADD AND NOT SOT-CHANGE AND NOT SOT-SUSPEND
002860             AND NOT SOT-RESUME AND NOT SOT-END
002870         MOVE 'INVALID ACTION CODE' TO WS-FAIL-REASON
002880     END-IF.
002890     IF WS-FAIL-REASON = SPACES AND SOT-NUMBER NOT NUMERIC
002900         MOVE 'INVALID STANDING-ORDER NUMBER' TO WS-FAIL-REASON
002910     END-IF.
002920
002930     MOVE SOT-OPERATOR-ID TO WS-AUT-OPERATOR.
002940     MOVE SOT-ACTION      TO WS-AUT-ACTION.
002950     MOVE SOT-KEY         TO WS-AUT-KEY.
002960     PERFORM 9320-CHECK-AUTHORITY
002970         THRU 9320-CHECK-AUTHORITY-EXIT.
002980     IF NOT WS-AUT-GRANTED AND WS-FAIL-REASON = SPACES
002990         MOVE WS-AUT-REASON TO WS-FAIL-REASON
003000     END-IF.
003010
003020     IF WS-FAIL-REASON = SPACES
003030         MOVE SOT-CUST-ID TO CUST-ID
003040         READ CUSTOMER-MASTER-FILE
003050             INVALID KEY
003060                 MOVE 'CUSTOMER ID NOT ON FILE'
003070                     TO WS-FAIL-REASON
003080         END-READ
003090     END-IF.
003100
003110     MOVE 'N' TO WS-ON-FILE-SW.
003120     IF WS-FAIL-REASON = SPACES
003130         MOVE SOT-KEY TO STO-KEY
003140         READ STANDING-ORDER-FILE
003150             INVALID KEY
003160                 CONTINUE
003170             NOT INVALID KEY
003180                 MOVE 'Y' TO WS-ON-FILE-SW
003190         END-READ
003200     END-IF.
003210
003220     IF WS-FAIL-REASON = SPACES
003230         EVALUATE TRUE
003240             WHEN SOT-ADD
003250                 PERFORM 2100-ADD-STANDING-ORDER
003260                     THRU 2100-ADD-STANDING-ORDER-EXIT
003270             WHEN NOT WS-ON-FILE
003280                 MOVE 'NO STANDING ORDER ON FILE'
003290                     TO WS-FAIL-REASON
003300             WHEN SOT-CHANGE
003310                 PERFORM 2200-CHANGE-STANDING-ORDER
003320                     THRU 2200-CHANGE-STANDING-ORDER-EXIT
003330             WHEN SOT-SUSPEND
003340                 PERFORM 2300-SUSPEND-STANDING-ORDER
003350                     THRU 2300-SUSPEND-STANDING-ORDER-EXIT
003360             WHEN SOT-RESUME
003370                 PERFORM 2400-RESUME-STANDING-ORDER
003380                     THRU 2400-RESUME-STANDING-ORDER-EXIT
003390             WHEN OTHER
003400                 PERFORM 2500-END-STANDING-ORDER
003410                     THRU 2500-END-STANDING-ORDER-EXIT
003420         END-EVALUATE
003430     END-IF.
003440
003450     MOVE SOT-ACTION         TO WS-DET-ACTION.
003460     MOVE SOT-CUST-ID        TO WS-DET-CUST-ID.
003470     MOVE SOT-NUMBER         TO WS-DET-NUMBER.
003480     MOVE SOT-FREQUENCY      TO WS-DET-FREQUENCY.
003490     MOVE SOT-OPERATOR-ID    TO WS-DET-OPERATOR.
003500     IF WS-FAIL-REASON = SPACES
003510         MOVE STO-NEXT-DUE-DATE TO WS-DET-NEXT-DUE
003520         MOVE STO-END-DATE      TO WS-DET-END-DATE
003530         MOVE STO-LINE-COUNT    TO WS-DET-LINES
003540         MOVE 'APPLIED' TO WS-DET-DISPOSITION
003550     ELSE
003560         MOVE SOT-NEXT-DUE-DATE TO WS-DET-NEXT-DUE
003570         MOVE SOT-END-DATE      TO WS-DET-END-DATE
003580         MOVE SOT-LINE-COUNT    TO WS-DET-LINES
003590         ADD 1 TO WS-EXCEPTION-COUNT
003600         MOVE WS-FAIL-REASON TO WS-DET-DISPOSITION
003610     END-IF.
003620     WRITE STANDING-ORDER-REGISTER-LINE FROM WS-DETAIL-LINE.
003630
003640     PERFORM 8000-READ-TRANSACTION
003650         THRU 8000-READ-TRANSACTION-EXIT.
003660 2000-APPLY-TRANSACTION-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700*    2100-ADD-STANDING-ORDER                                    *
003710*    AN ENDED STANDING ORDER'S NUMBER MAY BE TAKEN AGAIN - THE  *
003720*    NEW ONE REPLACES IT WITH A CLEAN HISTORY.  NO CURRENCY     *
003730*    MEANS THE CUSTOMER'S OWN.                                  *
003740*****************************************************************
003750 2100-ADD-STANDING-ORDER.
003760     IF WS-ON-FILE AND NOT STO-ENDED
003770         MOVE 'STANDING ORDER ALREADY ON FILE' TO WS-FAIL-REASON
003780         GO TO 2100-ADD-STANDING-ORDER-EXIT
003790     END-IF.
003800     IF NOT CUST-ACTIVE
003810         MOVE 'CUSTOMER NOT ACTIVE' TO WS-FAIL-REASON
003820         GO TO 2100-ADD-STANDING-ORDER-EXIT
003830     END-IF.
003840     IF SOT-FREQUENCY NOT = 'W' AND SOT-FREQUENCY NOT = 'F'
003850             AND SOT-FREQUENCY NOT = 'M'
003860         MOVE 'INVALID FREQUENCY' TO WS-FAIL-REASON
003870         GO TO 2100-ADD-STANDING-ORDER-EXIT
003880     END-IF.
003890     IF SOT-LINE-COUNT NOT NUMERIC OR SOT-LINE-COUNT = 0
003900         MOVE 'NO LINES ON STANDING ORDER' TO WS-FAIL-REASON
003910         GO TO 2100-ADD-STANDING-ORDER-EXIT
003920     END-IF.
003930
003940     MOVE SOT-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE.
003950     MOVE SOT-END-DATE      TO WS-NEW-END-DATE.
003960     PERFORM 2600-CHECK-DATES
003970         THRU 2600-CHECK-DATES-EXIT.
003980     IF WS-FAIL-REASON NOT = SPACES
003990         GO TO 2100-ADD-STANDING-ORDER-EXIT
004000     END-IF.
004010     PERFORM 2700-CHECK-LINES
004020         THRU 2700-CHECK-LINES-EXIT.
004030     IF WS-FAIL-REASON NOT = SPACES
004040         GO TO 2100-ADD-STANDING-ORDER-EXIT
004050     END-IF.
004060
004070     ADD 1 TO WS-ADDED-COUNT.
004080     MOVE SPACES              TO STANDING-ORDER-REC.
004090     MOVE SOT-KEY             TO STO-KEY.
004100     MOVE 'A'                 TO STO-STATUS.
004110     MOVE SOT-FREQUENCY       TO STO-FREQUENCY.
004120     MOVE WS-NEW-NEXT-DUE     TO STO-NEXT-DUE-DATE.
004130     MOVE WS-NEW-NEXT-DUE(7:2) TO STO-DUE-DAY.
004140     MOVE WS-NEW-END-DATE     TO STO-END-DATE.
004150     IF SOT-CURRENCY-CODE = SPACES
004160         MOVE CUST-CURRENCY-CODE TO STO-CURRENCY-CODE
004170     ELSE
004180         MOVE SOT-CURRENCY-CODE  TO STO-CURRENCY-CODE
004190     END-IF.
004200     MOVE SOT-BRANCH-CODE     TO STO-BRANCH-CODE.
004210     MOVE SOT-REP-CODE        TO STO-REP-CODE.
004220     MOVE 0                   TO STO-LAST-ORDER-DATE.
004230     MOVE 0                   TO STO-ORDERS-CUT.
004240     MOVE WS-RUN-DATE         TO STO-STATUS-DATE.
004250     MOVE SOT-OPERATOR-ID     TO STO-OPERATOR-ID.
004260     PERFORM 2800-COPY-LINES
004270         THRU 2800-COPY-LINES-EXIT.
004280     IF WS-ON-FILE
004290         REWRITE STANDING-ORDER-REC
004300     ELSE
004310         WRITE STANDING-ORDER-REC
004320     END-IF.
004330 2100-ADD-STANDING-ORDER-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*    2200-CHANGE-STANDING-ORDER                                 *
004380*    EVERYTHING KEYED IS PROVED FIRST, SO A CHANGE IS APPLIED   *
004390*    WHOLE OR NOT AT ALL.  A NEW NEXT DUE DATE ALSO RESETS A    *
004400*    MONTHLY ORDER'S DAY OF THE MONTH.                          *
004410*****************************************************************
004420 2200-CHANGE-STANDING-ORDER.
004430     IF STO-ENDED
004440         MOVE 'STANDING ORDER ENDED' TO WS-FAIL-REASON
004450         GO TO 2200-CHANGE-STANDING-ORDER-EXIT
004460     END-IF.
004470     IF SOT-FREQUENCY NOT = SPACE
004480             AND SOT-FREQUENCY NOT = 'W'
004490             AND SOT-FREQUENCY NOT = 'F'
004500             AND SOT-FREQUENCY NOT = 'M'
004510         MOVE 'INVALID FREQUENCY' TO WS-FAIL-REASON
004520         GO TO 2200-CHANGE-STANDING-ORDER-EXIT
004530     END-IF.
004540     IF SOT-LINE-COUNT NOT NUMERIC
004550         MOVE 'INVALID LINE COUNT' TO WS-FAIL-REASON
004560         GO TO 2200-CHANGE-STANDING-ORDER-EXIT
004570     END-IF.
004580     IF SOT-FREQUENCY = SPACE
004590             AND SOT-NEXT-DUE-DATE = 0 AND SOT-END-DATE = 0
004600             AND SOT-CURRENCY-CODE = SPACES
004610             AND SOT-BRANCH-CODE = SPACES
004620             AND SOT-REP-CODE = SPACES
004630             AND SOT-LINE-COUNT = 0
004640         MOVE 'NOTHING TO CHANGE' TO WS-FAIL-REASON
004650         GO TO 2200-CHANGE-STANDING-ORDER-EXIT
004660     END-IF.
004670
004680     MOVE STO-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE.
004690     IF SOT-NEXT-DUE-DATE NOT = 0
004700         MOVE SOT-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE
004710     END-IF.
004720     MOVE STO-END-DATE TO WS-NEW-END-DATE.
004730     IF SOT-END-DATE NOT = 0
004740         MOVE SOT-END-DATE TO WS-NEW-END-DATE
004750     END-IF.
004760     IF SOT-NEXT-DUE-DATE NOT = 0 OR SOT-END-DATE NOT = 0
004770         PERFORM 2600-CHECK-DATES
004780             THRU 2600-CHECK-DATES-EXIT
004790     END-IF.
004800     IF WS-FAIL-REASON NOT = SPACES
004810         GO TO 2200-CHANGE-STANDING-ORDER-EXIT
004820     END-IF.
004830     IF SOT-LINE-COUNT > 0
004840         PERFORM 2700-CHECK-LINES
004850             THRU 2700-CHECK-LINES-EXIT
004860     END-IF.
004870     IF WS-FAIL-REASON NOT = SPACES
004880         GO TO 2200-CHANGE-STANDING-ORDER-EXIT
004890     END-IF.
004900
004910     ADD 1 TO WS-CHANGED-COUNT.
004920     IF SOT-FREQUENCY NOT = SPACE
004930         MOVE SOT-FREQUENCY TO STO-FREQUENCY
004940     END-IF.
004950     IF SOT-NEXT-DUE-DATE NOT = 0
004960         MOVE WS-NEW-NEXT-DUE      TO STO-NEXT-DUE-DATE
004970         MOVE WS-NEW-NEXT-DUE(7:2) TO STO-DUE-DAY
004980     END-IF.
004990     MOVE WS-NEW-END-DATE TO STO-END-DATE.
005000     IF SOT-CURRENCY-CODE NOT = SPACES
005010         MOVE SOT-CURRENCY-CODE TO STO-CURRENCY-CODE
005020     END-IF.
005030     IF SOT-BRANCH-CODE NOT = SPACES
005040         MOVE SOT-BRANCH-CODE   TO STO-BRANCH-CODE
005050     END-IF.
005060     IF SOT-REP-CODE NOT = SPACES
005070         MOVE SOT-REP-CODE      TO STO-REP-CODE
005080     END-IF.
005090     IF SOT-LINE-COUNT > 0
005100         PERFORM 2800-COPY-LINES
005110             THRU 2800-COPY-LINES-EXIT
005120     END-IF.
005130     MOVE SOT-OPERATOR-ID TO STO-OPERATOR-ID.
005140     REWRITE STANDING-ORDER-REC.
005150 2200-CHANGE-STANDING-ORDER-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190*    2300-SUSPEND-STANDING-ORDER                                *
005200*    NOTHING IS CUT WHILE SUSPENDED.                            *
005210*****************************************************************
005220 2300-SUSPEND-STANDING-ORDER.
005230     IF NOT STO-ACTIVE
005240         MOVE 'STANDING ORDER NOT ACTIVE' TO WS-FAIL-REASON
005250         GO TO 2300-SUSPEND-STANDING-ORDER-EXIT
005260     END-IF.
005270     ADD 1 TO WS-SUSPENDED-COUNT.
005280     MOVE 'S'             TO STO-STATUS.
005290     MOVE WS-RUN-DATE     TO STO-STATUS-DATE.
005300     MOVE SOT-OPERATOR-ID TO STO-OPERATOR-ID.
005310     REWRITE STANDING-ORDER-REC.
005320 2300-SUSPEND-STANDING-ORDER-EXIT.
005330     EXIT.
005340
005350*****************************************************************
005360*    2400-RESUME-STANDING-ORDER                                 *
005370*    A STANDING ORDER WHOSE NEXT DUE DATE WENT BY WHILE IT WAS  *
005380*    SUSPENDED MUST BE GIVEN A NEW ONE - OTHERWISE THE          *
005390*    GENERATION STEP WOULD CUT EVERY MISSED ORDER AT ONCE.      *
005400*****************************************************************
005410 2400-RESUME-STANDING-ORDER.
005420     IF NOT STO-SUSPENDED
005430         MOVE 'STANDING ORDER NOT SUSPENDED' TO WS-FAIL-REASON
005440         GO TO 2400-RESUME-STANDING-ORDER-EXIT
005450     END-IF.
005460     MOVE STO-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE.
005470     IF SOT-NEXT-DUE-DATE NOT = 0
005480         MOVE SOT-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE
005490     END-IF.
005500     MOVE STO-END-DATE TO WS-NEW-END-DATE.
005510     IF WS-NEW-NEXT-DUE < WS-RUN-DATE
005520         MOVE 'NEW NEXT DUE DATE REQUIRED' TO WS-FAIL-REASON
005530         GO TO 2400-RESUME-STANDING-ORDER-EXIT
005540     END-IF.
005550     PERFORM 2600-CHECK-DATES
005560         THRU 2600-CHECK-DATES-EXIT.
005570     IF WS-FAIL-REASON NOT = SPACES
005580         GO TO 2400-RESUME-STANDING-ORDER-EXIT
005590     END-IF.
005600
005610     ADD 1 TO WS-RESUMED-COUNT.
005620     MOVE 'A'             TO STO-STATUS.
005630     IF SOT-NEXT-DUE-DATE NOT = 0
005640         MOVE WS-NEW-NEXT-DUE      TO STO-NEXT-DUE-DATE
005650         MOVE WS-NEW-NEXT-DUE(7:2) TO STO-DUE-DAY
005660     END-IF.
005670     MOVE WS-RUN-DATE     TO STO-STATUS-DATE.
005680     MOVE SOT-OPERATOR-ID TO STO-OPERATOR-ID.
005690     REWRITE STANDING-ORDER-REC.
005700 2400-RESUME-STANDING-ORDER-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740*    2500-END-STANDING-ORDER                                    *
005750*    ENDED TODAY - THE RECORD STAYS ON FILE FOR ITS HISTORY.    *
005760*****************************************************************
005770 2500-END-STANDING-ORDER.
005780     IF STO-ENDED
005790         MOVE 'STANDING ORDER ALREADY ENDED' TO WS-FAIL-REASON
005800         GO TO 2500-END-STANDING-ORDER-EXIT
005810     END-IF.
005820     ADD 1 TO WS-ENDED-COUNT.
005830     MOVE 'E'             TO STO-STATUS.
005840     MOVE WS-RUN-DATE     TO STO-END-DATE.
005850     MOVE WS-RUN-DATE     TO STO-STATUS-DATE.
005860     MOVE SOT-OPERATOR-ID TO STO-OPERATOR-ID.
005870     REWRITE STANDING-ORDER-REC.
005880 2500-END-STANDING-ORDER-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920*    2600-CHECK-DATES                                           *
005930*    THE NEXT DUE DATE MUST BE A REAL DATE NO EARLIER THAN      *
005940*    TODAY; AN END DATE, WHEN THERE IS ONE, MUST BE A REAL DATE *
005950*    NO EARLIER THAN THE NEXT DUE DATE.                         *
005960*****************************************************************
005970 2600-CHECK-DATES.
005980     MOVE WS-NEW-NEXT-DUE TO WS-DVAL-DATE.
005990     PERFORM 9550-VALIDATE-DATE
006000         THRU 9550-VALIDATE-DATE-EXIT.
006010     IF NOT WS-DVAL-OK
006020         MOVE 'INVALID NEXT DUE DATE' TO WS-FAIL-REASON
006030         GO TO 2600-CHECK-DATES-EXIT
006040     END-IF.
006050     IF WS-NEW-NEXT-DUE < WS-RUN-DATE
006060         MOVE 'NEXT DUE DATE ALREADY PAST' TO WS-FAIL-REASON
006070         GO TO 2600-CHECK-DATES-EXIT
006080     END-IF.
006090     IF WS-NEW-END-DATE = 0
006100         GO TO 2600-CHECK-DATES-EXIT
006110     END-IF.
006120     MOVE WS-NEW-END-DATE TO WS-DVAL-DATE.
006130     PERFORM 9550-VALIDATE-DATE
006140         THRU 9550-VALIDATE-DATE-EXIT.
006150     IF NOT WS-DVAL-OK
006160         MOVE 'INVALID END DATE' TO WS-FAIL-REASON
006170         GO TO 2600-CHECK-DATES-EXIT
006180     END-IF.
006190     IF WS-NEW-END-DATE < WS-NEW-NEXT-DUE
006200         MOVE 'END DATE BEFORE NEXT DUE DATE' TO WS-FAIL-REASON
006210     END-IF.
006220 2600-CHECK-DATES-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260*    2700-CHECK-LINES                                           *
006270*    EVERY LINE MUST BE A LIVE ITEM WITH A QUANTITY.  THE FIRST *
006280*    BAD LINE NAMES THE FAULT.                                  *
006290*****************************************************************
006300 2700-CHECK-LINES.
006310     IF SOT-LINE-COUNT > 10
006320         MOVE 'MORE THAN 10 LINES' TO WS-FAIL-REASON
006330         GO TO 2700-CHECK-LINES-EXIT
006340     END-IF.
006350     PERFORM 2710-CHECK-ONE-LINE
006360         THRU 2710-CHECK-ONE-LINE-EXIT
006370         VARYING WS-LINE-SUB FROM 1 BY 1
006380         UNTIL WS-LINE-SUB > SOT-LINE-COUNT
006390            OR WS-FAIL-REASON NOT = SPACES.
006400 2700-CHECK-LINES-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440*    2710-CHECK-ONE-LINE                                        *
006450*****************************************************************
006460 2710-CHECK-ONE-LINE.
006470     IF SOT-QUANTITY(WS-LINE-SUB) NOT NUMERIC
006480             OR SOT-QUANTITY(WS-LINE-SUB) = 0
006490         MOVE 'LINE QUANTITY MISSING' TO WS-FAIL-REASON
006500         GO TO 2710-CHECK-ONE-LINE-EXIT
006510     END-IF.
006520     MOVE SOT-ITM-ID(WS-LINE-SUB) TO ITM-ID.
006530     READ ITEM-MASTER-FILE
006540         INVALID KEY
006550             MOVE 'LINE ITEM NOT ON FILE' TO WS-FAIL-REASON
006560             GO TO 2710-CHECK-ONE-LINE-EXIT
006570     END-READ.
006580     IF NOT ITM-STS-ACTIVE
006590         MOVE 'LINE ITEM NOT ACTIVE' TO WS-FAIL-REASON
006600     END-IF.
006610 2710-CHECK-ONE-LINE-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650*    2800-COPY-LINES                                            *
006660*    THE KEYED LINES REPLACE THE STANDING ORDER'S LINES WHOLE.  *
006670*****************************************************************
006680 2800-COPY-LINES.
006690     MOVE SOT-LINE-COUNT TO STO-LINE-COUNT.
006700     PERFORM 2810-COPY-ONE-LINE
006710         THRU 2810-COPY-ONE-LINE-EXIT
006720         VARYING WS-LINE-SUB FROM 1 BY 1
006730         UNTIL WS-LINE-SUB > 10.
006740 2800-COPY-LINES-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780*    2810-COPY-ONE-LINE                                         *
006790*****************************************************************
006800 2810-COPY-ONE-LINE.
006810     IF WS-LINE-SUB > SOT-LINE-COUNT
006820         MOVE SPACES TO STO-ITM-ID(WS-LINE-SUB)
006830         MOVE 0      TO STO-QUANTITY(WS-LINE-SUB)
006840     ELSE
006850         MOVE SOT-ITM-ID(WS-LINE-SUB)   TO STO-ITM-ID(WS-LINE-SUB)
006860         MOVE SOT-QUANTITY(WS-LINE-SUB)
006870             TO STO-QUANTITY(WS-LINE-SUB)
006880     END-IF.
006890 2810-COPY-ONE-LINE-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930*    3000-PRINT-TOTALS                                          *
006940*****************************************************************
006950 3000-PRINT-TOTALS.
006960     MOVE 'STANDING ORDERS ADDED.....' TO WS-CNT-TITLE.
006970     MOVE WS-ADDED-COUNT TO WS-CNT-VALUE.
006980     WRITE STANDING-ORDER-REGISTER-LINE FROM WS-COUNT-LINE.
006990
007000     MOVE 'STANDING ORDERS CHANGED...' TO WS-CNT-TITLE.
007010     MOVE WS-CHANGED-COUNT TO WS-CNT-VALUE.
007020     WRITE STANDING-ORDER-REGISTER-LINE FROM WS-COUNT-LINE.
007030
007040     MOVE 'SUSPENDED.................' TO WS-CNT-TITLE.
007050     MOVE WS-SUSPENDED-COUNT TO WS-CNT-VALUE.
007060     WRITE STANDING-ORDER-REGISTER-LINE FROM WS-COUNT-LINE.
007070
007080     MOVE 'RESUMED...................' TO WS-CNT-TITLE.
007090     MOVE WS-RESUMED-COUNT TO WS-CNT-VALUE.
007100     WRITE STANDING-ORDER-REGISTER-LINE FROM WS-COUNT-LINE.
007110
007120     MOVE 'ENDED.....................' TO WS-CNT-TITLE.
007130     MOVE WS-ENDED-COUNT TO WS-CNT-VALUE.
007140     WRITE STANDING-ORDER-REGISTER-LINE FROM WS-COUNT-LINE.
007150
007160     MOVE 'EXCEPTIONS................' TO WS-CNT-TITLE.
007170     MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
007180     WRITE STANDING-ORDER-REGISTER-LINE FROM WS-COUNT-LINE.
007190 3000-PRINT-TOTALS-EXIT.
007200     EXIT.
007210
007220*****************************************************************
007230*    8000-READ-TRANSACTION                                      *
007240*****************************************************************
007250 8000-READ-TRANSACTION.
007260     READ STANDING-ORDER-TRAN-FILE
007270         AT END
007280             MOVE 'Y' TO WS-EOF-SW
007290     END-READ.
007300 8000-READ-TRANSACTION-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*    9999-TERMINATE                                             *
007350*****************************************************************
007360 9999-TERMINATE.
007370     IF WS-SOT-OK OR WS-SOT-EOF
007380         CLOSE STANDING-ORDER-TRAN-FILE
007390     END-IF.
007400     IF WS-STO-OK OR WS-STO-NOT-FOUND
007410         CLOSE STANDING-ORDER-FILE
007420     END-IF.
007430     IF WS-CUST-OK OR WS-CUST-NOT-FOUND
007440         CLOSE CUSTOMER-MASTER-FILE
007450     END-IF.
007460     IF WS-ITM-OK OR WS-ITM-NOT-FOUND
007470         CLOSE ITEM-MASTER-FILE
007480     END-IF.
007490     CLOSE STANDING-ORDER-REGISTER-RPT.
007500     PERFORM 9340-CLOSE-AUTHORITY
007510         THRU 9340-CLOSE-AUTHORITY-EXIT.
007520 9999-TERMINATE-EXIT.
007530     EXIT.
007540
007550*****************************************************************
007560*    9550-VALIDATE-DATE                                         *
007570*    SHARED REAL-CALENDAR DATE CHECK - SEE DATEVAL.CPY.         *
007580*****************************************************************
007590     COPY DATEVAL.
007600
007610*****************************************************************
007620*    9300-LOAD-AUTHORITY                                        *
007630*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
007640*****************************************************************
007650     COPY AUTPROC.
