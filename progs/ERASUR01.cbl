000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ERASUR01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - RIGHT-TO-ERASURE ANONYMIZATION.  *
000100*                    TAKES THE LOGGED ERASURE REQUESTS           *
000110*                    (ERSREQ.CPY) AND REFUSES ANY CUSTOMER STILL *
000120*                    ACTIVE, CARRYING A BALANCE, WITH AN OPEN OR *
000130*                    DISPUTED ITEM, OR STILL PLACED WITH THE     *
000140*                    COLLECTIONS AGENCY.  FOR EVERY OTHER        *
000150*                    CUSTOMER THE NAME, STREET, CITY AND         *
000160*                    POSTCODE ARE REPLACED WITH THE SAME FIXED   *
000170*                    VALUES ON THE CUSTOMER MASTER, IN BOTH      *
000180*                    IMAGES OF EVERY MASTER-JOURNAL RECORD, AND  *
000190*                    IN THE CUSTOMER ARCHIVE.  IDS, STATUSES,    *
000200*                    CURRENCIES AND AMOUNTS ARE NEVER TOUCHED,   *
000210*                    SO CONTROL TOTALS, THE JOURNAL PROOF AND    *
000220*                    THE GL STILL TIE.  THE JOURNAL AND ARCHIVE  *
000230*                    ARE REBUILT ASIDE FOR THE JOB TO COPY BACK. *
000240*                    EACH ERASURE IS CERTIFIED ON THE ERASURE    *
000250*                    CERTIFICATE FILE (ERSCERT.CPY) AND EVERY    *
000260*                    REQUEST IS LISTED ON THE ERASURE REGISTER.  *
000261*    2026-10-15  PD  THE JOURNAL CHAIN IS VERIFIED BEFORE THE    *
000262*                    REBUILD (A BREAK ABORTS RC 8), EVERY SEALED *
000263*                    RECORD IS RE-CHAINED UNDER ITS OWN SEQUENCE *
000264*                    NUMBER AS IT IS COPIED, AND THE ERASURE     *
000265*                    REWRITES ARE CLOSED BY A GENERATION         *
000266*                    TRAILER.                                    *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ERASURE-REQUEST-FILE ASSIGN TO ERSREQ
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-ERQ-FILE-STATUS.
000340
000350     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS OPI-ORDER-ID
000390         FILE STATUS IS WS-OPI-FILE-STATUS.
000400
000410     SELECT PLACED-ACCOUNT-REGISTER ASSIGN TO PLACEREG
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PLC-FILE-STATUS.
000440
000450     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CUST-ID
000490         FILE STATUS IS WS-CUST-FILE-STATUS.
000500
000510     SELECT JOURNAL-IN-FILE ASSIGN TO CMJRNL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-JIN-FILE-STATUS.
000540
000550     SELECT CUST-JOURNAL-FILE ASSIGN TO CMJRNLO
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CMJ-FILE-STATUS.
000580
000590     SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO CUSTARCH
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ARC-FILE-STATUS.
000620
000630     SELECT CUSTOMER-ARCHIVE-OUT ASSIGN TO CUSTARCO
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ACO-FILE-STATUS.
000660
000670     SELECT ERASURE-CERTIFICATE-FILE ASSIGN TO ERSCERT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ECT-FILE-STATUS.
000700
000710     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CYC-FILE-STATUS.
000740
000750     SELECT ERASURE-REGISTER-RPT ASSIGN TO ERSRPT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RPT-FILE-STATUS.
000780
000790     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUT-FILE-STATUS.
000820
000830     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-AVL-FILE-STATUS.
000860
000870     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-STP-FILE-STATUS.
000900
000910     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-MRC-FILE-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  ERASURE-REQUEST-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY ERSREQ.
001000
001010 FD  OPEN-ITEM-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY OPENITEM.
001040
001050 FD  PLACED-ACCOUNT-REGISTER
001060     LABEL RECORDS ARE STANDARD.
001070     COPY PLACEREG.
001080
001090 FD  CUSTOMER-MASTER-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CUSTMAST.
001120
001130 FD  JOURNAL-IN-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     01  JOURNAL-IN-REC           PIC X(355).
001160
001170 FD  CUST-JOURNAL-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY CMJRNL.
001200
001210*****************************************************************
001220*    CUSTOMER-ARCHIVE-FILE                                      *
001230*    THE ARCHIVE RECORD AS YEARPRG1 CUTS IT (SEE ARCRST01),     *
001240*    WITH THE ADDRESS BROKEN OUT THE WAY CUSTMAST.CPY CARRIES   *
001250*    IT.                                                        *
001260*****************************************************************
001270 FD  CUSTOMER-ARCHIVE-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  CUSTOMER-ARCHIVE-REC.
001300     05  ARC-ID                   PIC X(05).
001310     05  FILLER                   PIC X(01).
001320     05  ARC-NAME                 PIC A(20).
001330     05  FILLER                   PIC X(01).
001340     05  ARC-ADDR.
001350         10  ARC-ADDR-STREET      PIC X(20).
001360         10  ARC-ADDR-CITY        PIC X(15).
001370         10  ARC-ADDR-REGION      PIC X(03).
001380         10  ARC-ADDR-POSTCODE    PIC X(10).
001390     05  FILLER                   PIC X(35).
001400
001410 FD  CUSTOMER-ARCHIVE-OUT
001420     LABEL RECORDS ARE STANDARD.
001430     01  CUSTOMER-ARCHIVE-OUT-REC PIC X(110).
001440
001450 FD  ERASURE-CERTIFICATE-FILE
001460     LABEL RECORDS ARE STANDARD.
001470     COPY ERSCERT.
001480
001490 FD  CYCLE-CONTROL-FILE
001500     LABEL RECORDS ARE STANDARD.
001510     COPY CYCLCTL.
001520
001530 FD  ERASURE-REGISTER-RPT
001540     LABEL RECORDS ARE STANDARD.
001550     01  ERASURE-REGISTER-LINE    PIC X(80).
001560
001570 FD  OPERATOR-AUTH-FILE
001580     LABEL RECORDS ARE STANDARD.
001590     COPY OPRAUTH.
001600
001610 FD  ACCESS-VIOLATION-FILE
001620     LABEL RECORDS ARE STANDARD.
001630     COPY AUTVIOL.
001640
001650 FD  STEP-LOG-FILE
001660     LABEL RECORDS ARE STANDARD.
001670     COPY STEPLOG.
001680
001690 FD  STEP-RUN-CONTROL-FILE
001700     LABEL RECORDS ARE STANDARD.
001710     COPY RUNCTL
001720         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001730
001740 WORKING-STORAGE SECTION.
001750     01  WS-ERQ-FILE-STATUS       PIC X(02).
001760         88  WS-ERQ-OK            VALUE '00'.
001770         88  WS-ERQ-EOF           VALUE '10'.
001780
001790     01  WS-OPI-FILE-STATUS       PIC X(02).
001800         88  WS-OPI-OK            VALUE '00'.
001810         88  WS-OPI-EOF           VALUE '10'.
001820
001830     01  WS-PLC-FILE-STATUS       PIC X(02).
001840         88  WS-PLC-OK            VALUE '00'.
001850         88  WS-PLC-EOF           VALUE '10'.
001860         88  WS-PLC-NOT-FOUND     VALUE '35'.
001870
001880     01  WS-CUST-FILE-STATUS      PIC X(02).
001890         88  WS-CUST-OK           VALUE '00'.
001900         88  WS-CUST-NOT-FOUND    VALUE '23'.
001910
001920     01  WS-JIN-FILE-STATUS       PIC X(02).
001930         88  WS-JIN-OK            VALUE '00'.
001940         88  WS-JIN-EOF           VALUE '10'.
001950
001960     COPY CMJWORK.
001965     COPY JCHWORK.
001970
001980     01  WS-ARC-FILE-STATUS       PIC X(02).
001990         88  WS-ARC-OK            VALUE '00'.
002000         88  WS-ARC-EOF           VALUE '10'.
002010
002020     01  WS-ACO-FILE-STATUS       PIC X(02).
002030         88  WS-ACO-OK            VALUE '00'.
002040
002050     01  WS-ECT-FILE-STATUS       PIC X(02).
002060         88  WS-ECT-OK            VALUE '00'.
002070         88  WS-ECT-NOT-FOUND     VALUE '35'.
002080
002090     01  WS-CYC-FILE-STATUS       PIC X(02).
002100         88  WS-CYC-OK            VALUE '00'.
002110
002120     01  WS-RPT-FILE-STATUS       PIC X(02).
002130         88  WS-RPT-OK            VALUE '00'.
002140
002150     01  WS-ERQ-EOF-SW            PIC X(01) VALUE 'N'.
002160         88  WS-ERQ-DONE          VALUE 'Y'.
002170     01  WS-OPI-EOF-SW            PIC X(01) VALUE 'N'.
002180         88  WS-OPI-DONE          VALUE 'Y'.
002190     01  WS-PLC-EOF-SW            PIC X(01) VALUE 'N'.
002200         88  WS-PLC-DONE          VALUE 'Y'.
002210     01  WS-JIN-EOF-SW            PIC X(01) VALUE 'N'.
002220         88  WS-JIN-DONE          VALUE 'Y'.
002230     01  WS-ARC-EOF-SW            PIC X(01) VALUE 'N'.
002240         88  WS-ARC-DONE          VALUE 'Y'.
002250
002260*    ANY INPUT OR REBUILT FILE THAT WILL NOT OPEN STOPS THE RUN
002270*    BEFORE THE MASTER IS TOUCHED - A PARTIAL ERASURE WOULD
002280*    LEAVE THE FILES DISAGREEING.
002290     01  WS-ABORT-SW              PIC X(01) VALUE 'N'.
002300         88  WS-ABORT             VALUE 'Y'.
002310
002320     01  WS-RUN-DATE              PIC 9(08) VALUE 0.
002330     01  WS-RUN-TIME              PIC 9(08) VALUE 0.
002340     01  WS-FAIL-REASON           PIC X(30).
002350
002360     COPY AUTWORK.
002370
002380*****************************************************************
002390*    THE VALUES THAT REPLACE AN ERASED CUSTOMER'S PERSONAL      *
002400*    DETAILS, THE SAME IN EVERY FILE.  THE REGION IS LEFT AS    *
002410*    IT WAS - TAX AND REGIONAL REPORTING ROLL UP BY IT AND IT   *
002420*    DOES NOT IDENTIFY ANYONE.                                  *
002430*****************************************************************
002440     01  WS-ERASED-DETAILS.
002450         05  WS-ERASED-NAME       PIC X(20) VALUE
002460             'ERASED CUSTOMER'.
002470         05  WS-ERASED-STREET     PIC X(20) VALUE 'ERASED'.
002480         05  WS-ERASED-CITY       PIC X(15) VALUE 'ERASED'.
002490         05  WS-ERASED-POSTCODE   PIC X(10) VALUE SPACES.
002500
002510*    A JOURNAL IMAGE IS A WHOLE CUSTOMER-REC (SEE CUSTMAST.CPY).
002520     01  WS-IMAGE-WORK.
002530         05  FILLER               PIC X(05).
002540         05  WS-IMG-NAME          PIC X(20).
002550         05  WS-IMG-STREET        PIC X(20).
002560         05  WS-IMG-CITY          PIC X(15).
002570         05  WS-IMG-REGION        PIC X(03).
002580         05  WS-IMG-POSTCODE      PIC X(10).
002590         05  FILLER               PIC X(77).
002600
002610*****************************************************************
002620*    REQUEST TABLE.  STATE: P = PENDING, E = ERASED,            *
002630*    F = REFUSED (REASON HELD ON THE ROW).                      *
002640*****************************************************************
002650     01  WS-REQ-COUNT             PIC 9(03) COMP VALUE 0.
002660     01  WS-MAX-REQ-ROWS          PIC 9(03) COMP VALUE 100.
002670     01  WS-REQ-TABLE.
002680         05  WS-REQ-ROW OCCURS 100 TIMES.
002690             10  WS-REQ-REQUEST-ID PIC X(08).
002700             10  WS-REQ-CUST-ID   PIC X(05).
002710             10  WS-REQ-RECEIVED  PIC 9(08).
002720             10  WS-REQ-OPERATOR  PIC X(08).
002730             10  WS-REQ-STATE     PIC X(01).
002740             10  WS-REQ-REASON    PIC X(30).
002750             10  WS-REQ-PLACED    PIC X(01).
002760             10  WS-REQ-ON-MASTER PIC X(01).
002770             10  WS-REQ-JRNL-COUNT PIC 9(07) COMP.
002780             10  WS-REQ-ARCH-COUNT PIC 9(05) COMP.
002790     01  WS-REQ-SUB               PIC 9(03) COMP.
002800     01  WS-REQ-HIT-SUB           PIC 9(03) COMP.
002810     01  WS-ROW-SUB               PIC 9(03) COMP.
002820     01  WS-FIND-CUST-ID          PIC X(05).
002830     01  WS-FOUND-SW              PIC X(01).
002840         88  WS-FOUND             VALUE 'Y'.
002850
002860*****************************************************************
002870*    CONTROL TOTALS                                             *
002880*****************************************************************
002890     01  WS-TOTALS.
002900         05  WS-REQUEST-COUNT     PIC 9(07) COMP VALUE 0.
002910         05  WS-ERASED-COUNT      PIC 9(07) COMP VALUE 0.
002920         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
002930         05  WS-JOURNAL-READ      PIC 9(07) COMP VALUE 0.
002940         05  WS-JOURNAL-ERASED    PIC 9(07) COMP VALUE 0.
002950         05  WS-ARCHIVE-READ      PIC 9(07) COMP VALUE 0.
002960         05  WS-ARCHIVE-ERASED    PIC 9(07) COMP VALUE 0.
002970
002980*****************************************************************
002990*    ERASURE REGISTER LINE LAYOUTS                              *
003000*****************************************************************
003010     01  WS-HEADING-LINE.
003020         05  FILLER               PIC X(40) VALUE
003030             'ERASUR01 - RIGHT-TO-ERASURE REGISTER'.
003040         05  FILLER               PIC X(40) VALUE SPACES.
003050
003060     01  WS-DETAIL-LINE.
003070         05  WS-DET-REQUEST-ID    PIC X(08).
003080         05  FILLER               PIC X(02).
003090         05  WS-DET-CUST-ID       PIC X(05).
003100         05  FILLER               PIC X(02).
003110         05  WS-DET-DISPOSITION   PIC X(30).
003120         05  FILLER               PIC X(02).
003130         05  WS-DET-MASTER        PIC 9(01).
003140         05  FILLER               PIC X(01).
003150         05  WS-DET-JOURNAL       PIC ZZZ,ZZ9.
003160         05  FILLER               PIC X(01).
003170         05  WS-DET-ARCHIVE       PIC ZZ,ZZ9.
003180         05  FILLER               PIC X(15).
003190
003200     01  WS-COUNT-LINE.
003210         05  WS-CNT-TITLE         PIC X(26).
003220         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
003230         05  FILLER               PIC X(47) VALUE SPACES.
003240
003250     COPY STPWORK.
003260
003270 PROCEDURE DIVISION.
003280*****************************************************************
003290*    0000-MAINLINE                                              *
003300*****************************************************************
003310 0000-MAINLINE.
003320     MOVE 'ERASUR01' TO WS-STP-PROGRAM.
003330     PERFORM 9700-LOG-STEP-START
003340         THRU 9700-LOG-STEP-START-EXIT.
003350
003360     PERFORM 1000-INITIALIZE
003370         THRU 1000-INITIALIZE-EXIT.
003380
003390     PERFORM 2000-LOAD-ONE-REQUEST
003400         THRU 2000-LOAD-ONE-REQUEST-EXIT
003410         UNTIL WS-ERQ-DONE.
003420
003430     IF NOT WS-ABORT
003440         PERFORM 3000-SCREEN-OPEN-ITEMS
003450             THRU 3000-SCREEN-OPEN-ITEMS-EXIT
003460             UNTIL WS-OPI-DONE
003470         PERFORM 3100-SCREEN-PLACEMENTS
003480             THRU 3100-SCREEN-PLACEMENTS-EXIT
003490             UNTIL WS-PLC-DONE
003500         PERFORM 4000-ERASE-MASTER
003510             THRU 4000-ERASE-MASTER-EXIT
003520             VARYING WS-ROW-SUB FROM 1 BY 1
003530             UNTIL WS-ROW-SUB > WS-REQ-COUNT
003540         PERFORM 5000-COPY-JOURNAL
003550             THRU 5000-COPY-JOURNAL-EXIT
003560             UNTIL WS-JIN-DONE
003570         PERFORM 5200-JOURNAL-ERASURE
003580             THRU 5200-JOURNAL-ERASURE-EXIT
003590             VARYING WS-ROW-SUB FROM 1 BY 1
003600             UNTIL WS-ROW-SUB > WS-REQ-COUNT
003610         PERFORM 6000-COPY-ARCHIVE
003620             THRU 6000-COPY-ARCHIVE-EXIT
003630             UNTIL WS-ARC-DONE
003640         PERFORM 7000-CERTIFY-ONE-REQUEST
003650             THRU 7000-CERTIFY-ONE-REQUEST-EXIT
003660             VARYING WS-ROW-SUB FROM 1 BY 1
003670             UNTIL WS-ROW-SUB > WS-REQ-COUNT
003680         PERFORM 7500-PRINT-TOTALS
003690             THRU 7500-PRINT-TOTALS-EXIT
003700     END-IF.
003710
003720     DISPLAY 'ERASUR01: REQUESTS READ......... '
003730         WS-REQUEST-COUNT.
003740     DISPLAY 'ERASUR01: CUSTOMERS ERASED...... '
003750         WS-ERASED-COUNT.
003760     DISPLAY 'ERASUR01: REQUESTS REFUSED...... '
003770         WS-REFUSED-COUNT.
003780     DISPLAY 'ERASUR01: JOURNAL RECS ERASED... '
003790         WS-JOURNAL-ERASED.
003800     DISPLAY 'ERASUR01: ARCHIVE RECS ERASED... '
003810         WS-ARCHIVE-ERASED.
003820
003830*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
003840*    REFUSALS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).  AT 8
003850*    THE JOB DOES NOT COPY THE REBUILT FILES BACK.
003860     IF WS-REFUSED-COUNT > 0
003870         IF RETURN-CODE < 4
003880             MOVE 4 TO RETURN-CODE
003890         END-IF
003900     END-IF.
003910
003920     PERFORM 9999-TERMINATE
003930         THRU 9999-TERMINATE-EXIT.
003940
003950     MOVE WS-REQUEST-COUNT TO WS-STP-RECORDS-IN.
003960     MOVE WS-ERASED-COUNT  TO WS-STP-APPLIED.
003970     MOVE WS-REFUSED-COUNT TO WS-STP-REJECTED.
003980     PERFORM 9710-LOG-STEP-END
003990         THRU 9710-LOG-STEP-END-EXIT.
004000
004010     STOP RUN.
004020
004030*****************************************************************
004040*    1000-INITIALIZE                                            *
004050*    THE CERTIFICATE FILE IS ADDED TO, NOT REPLACED - THE FIRST *
004060*    RUN STARTS IT.                                             *
004070*****************************************************************
004080 1000-INITIALIZE.
004090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004100     ACCEPT WS-RUN-TIME FROM TIME.
004110
004120     OPEN INPUT ERASURE-REQUEST-FILE.
004130     IF NOT WS-ERQ-OK
004140         DISPLAY 'ERASUR01: OPEN ERASURE-REQUEST FAILED '
004150             WS-ERQ-FILE-STATUS
004160         MOVE 'Y' TO WS-ABORT-SW
004170     END-IF.
004180
004190     OPEN INPUT OPEN-ITEM-FILE.
004200     IF NOT WS-OPI-OK
004210         DISPLAY 'ERASUR01: OPEN OPEN-ITEM-FILE FAILED '
004220             WS-OPI-FILE-STATUS
004230         MOVE 'Y' TO WS-ABORT-SW
004240     END-IF.
004250
004260*    NO PLACED-ACCOUNT REGISTER MEANS NOTHING HAS EVER BEEN
004270*    PLACED.
004280     OPEN INPUT PLACED-ACCOUNT-REGISTER.
004290     IF WS-PLC-NOT-FOUND
004300         MOVE 'Y' TO WS-PLC-EOF-SW
004310     ELSE
004320         IF NOT WS-PLC-OK
004330             DISPLAY 'ERASUR01: OPEN PLACED-ACCOUNT-REG FAILED '
004340                 WS-PLC-FILE-STATUS
004350             MOVE 'Y' TO WS-ABORT-SW
004360         END-IF
004370     END-IF.
004380
004390     OPEN I-O CUSTOMER-MASTER-FILE.
004400     IF NOT WS-CUST-OK
004410         DISPLAY 'ERASUR01: OPEN CUSTOMER-MASTER FAILED '
004420             WS-CUST-FILE-STATUS
004430         MOVE 'Y' TO WS-ABORT-SW
004440     END-IF.
004450
004452     PERFORM 1100-VERIFY-JOURNAL-CHAIN
004454         THRU 1100-VERIFY-JOURNAL-CHAIN-EXIT.
004456
004460     OPEN INPUT JOURNAL-IN-FILE.
004470     IF NOT WS-JIN-OK
004480         DISPLAY 'ERASUR01: OPEN JOURNAL-IN-FILE FAILED '
004490             WS-JIN-FILE-STATUS
004500         MOVE 'Y' TO WS-ABORT-SW
004510     END-IF.
004520
004530     OPEN OUTPUT CUST-JOURNAL-FILE.
004540     IF NOT WS-CMJ-OK
004550         DISPLAY 'ERASUR01: OPEN CUST-JOURNAL-FILE FAILED '
004560             WS-CMJ-FILE-STATUS
004570         MOVE 'Y' TO WS-ABORT-SW
004580     END-IF.
004590     MOVE 'ERASUR01' TO WS-CMJ-PROGRAM.
004600
004610     OPEN INPUT CUSTOMER-ARCHIVE-FILE.
004620     IF NOT WS-ARC-OK
004630         DISPLAY 'ERASUR01: OPEN CUSTOMER-ARCHIVE FAILED '
004640             WS-ARC-FILE-STATUS
004650         MOVE 'Y' TO WS-ABORT-SW
004660     END-IF.
004670
004680     OPEN OUTPUT CUSTOMER-ARCHIVE-OUT.
004690     IF NOT WS-ACO-OK
004700         DISPLAY 'ERASUR01: OPEN CUSTOMER-ARCHIVE-OUT FAILED '
004710             WS-ACO-FILE-STATUS
004720         MOVE 'Y' TO WS-ABORT-SW
004730     END-IF.
004740
004750     OPEN EXTEND ERASURE-CERTIFICATE-FILE.
004760     IF WS-ECT-NOT-FOUND
004770         OPEN OUTPUT ERASURE-CERTIFICATE-FILE
004780     END-IF.
004790     IF NOT WS-ECT-OK
004800         DISPLAY 'ERASUR01: OPEN ERASURE-CERTIFICATE FAILED '
004810             WS-ECT-FILE-STATUS
004820         MOVE 'Y' TO WS-ABORT-SW
004830     END-IF.
004840
004850*    THE JOURNAL CARRIES THE CYCLE IT WAS CUT IN, SO THE
004860*    BALANCE PROOF CAN NET EXACTLY ONE CYCLE'S MOVEMENT.
004870     OPEN INPUT CYCLE-CONTROL-FILE.
004880     IF WS-CYC-OK
004890         READ CYCLE-CONTROL-FILE
004900             AT END
004910                 CONTINUE
004920             NOT AT END
004930                 MOVE CYC-CYCLE-NUMBER
004940                     TO WS-CMJ-CYCLE-NUMBER
004950         END-READ
004960         CLOSE CYCLE-CONTROL-FILE
004970     END-IF.
004980
004990     OPEN OUTPUT ERASURE-REGISTER-RPT.
005000     IF NOT WS-RPT-OK
005010         DISPLAY 'ERASUR01: OPEN ERASURE-REGISTER FAILED '
005020             WS-RPT-FILE-STATUS
005030     END-IF.
005040
005050     WRITE ERASURE-REGISTER-LINE FROM WS-HEADING-LINE.
005060
005070     IF WS-ABORT
005080         MOVE 'Y' TO WS-ERQ-EOF-SW
005090         MOVE 8 TO RETURN-CODE
005100         GO TO 1000-INITIALIZE-EXIT
005110     END-IF.
005120
005130     MOVE 'ERASUR01' TO WS-AUT-PROGRAM.
005140     MOVE WS-RUN-DATE TO WS-AUT-DATE.
005150     PERFORM 9300-LOAD-AUTHORITY
005160         THRU 9300-LOAD-AUTHORITY-EXIT.
005170
005180     PERFORM 8000-READ-REQUEST
005190         THRU 8000-READ-REQUEST-EXIT.
005200     PERFORM 8010-READ-OPEN-ITEM
005210         THRU 8010-READ-OPEN-ITEM-EXIT.
005220     IF NOT WS-PLC-DONE
005230         PERFORM 8020-READ-PLACEMENT
005240             THRU 8020-READ-PLACEMENT-EXIT
005250     END-IF.
005260     PERFORM 8030-READ-JOURNAL
005270         THRU 8030-READ-JOURNAL-EXIT.
005280     PERFORM 8040-READ-ARCHIVE
005290         THRU 8040-READ-ARCHIVE-EXIT.
005300 1000-INITIALIZE-EXIT.
005310     EXIT.
005311
005312*****************************************************************
005313*    1100-VERIFY-JOURNAL-CHAIN                                  *
005314*    THE JOURNAL IS REBUILT AND RE-CHAINED BELOW, SO IT MUST BE *
005315*    PROVED INTACT FIRST - RE-CHAINING A TAMPERED JOURNAL WOULD *
005316*    LEAVE IT LOOKING GENUINE.  A BREAK ABORTS THE RUN RC 8     *
005317*    BEFORE ANY FILE IS CHANGED.                                *
005318*****************************************************************
005319 1100-VERIFY-JOURNAL-CHAIN.
005320     OPEN INPUT JOURNAL-IN-FILE.
005321     IF NOT WS-JIN-OK
005322         GO TO 1100-VERIFY-JOURNAL-CHAIN-EXIT
005323     END-IF.
005324     PERFORM 1110-CHECK-JOURNAL-RECORD
005325         THRU 1110-CHECK-JOURNAL-RECORD-EXIT
005326         UNTIL WS-JIN-DONE.
005327     CLOSE JOURNAL-IN-FILE.
005328     MOVE 'N' TO WS-JIN-EOF-SW.
005329
005330     IF WS-JCH-BREAK
005331         DISPLAY 'ERASUR01: JOURNAL CHAIN BROKEN AT SEQUENCE '
005332             WS-JCH-CHK-SEQUENCE ' - ' WS-JCH-MESSAGE
005333         MOVE 'Y' TO WS-ABORT-SW
005334     END-IF.
005335 1100-VERIFY-JOURNAL-CHAIN-EXIT.
005336     EXIT.
005337
005338*****************************************************************
005339*    1110-CHECK-JOURNAL-RECORD                                  *
005340*****************************************************************
005341 1110-CHECK-JOURNAL-RECORD.
005342     PERFORM 8030-READ-JOURNAL
005343         THRU 8030-READ-JOURNAL-EXIT.
005344     IF WS-JIN-DONE
005345         GO TO 1110-CHECK-JOURNAL-RECORD-EXIT
005346     END-IF.
005347     MOVE JOURNAL-IN-REC TO CUST-MASTER-JOURNAL-REC.
005348     MOVE 0   TO WS-JCH-CHK-SEQUENCE.
005349     MOVE 0   TO WS-JCH-CHK-VALUE.
005350     MOVE 0   TO WS-JCH-CHK-TRL-COUNT.
005351     MOVE 0   TO WS-JCH-CHK-TRL-FIRST.
005352     MOVE 'N' TO WS-JCH-CHK-TRAILER-SW.
005353     IF CMJ-SEQUENCE-NO NUMERIC
005354         MOVE CMJ-SEQUENCE-NO TO WS-JCH-CHK-SEQUENCE
005355     END-IF.
005356     IF CMJ-CHAIN-VALUE NUMERIC
005357         MOVE CMJ-CHAIN-VALUE TO WS-JCH-CHK-VALUE
005358     END-IF.
005359     IF CMJ-ACTION-TRAILER
005360         MOVE 'Y' TO WS-JCH-CHK-TRAILER-SW
005361         IF CMJ-TRL-RECORD-COUNT NUMERIC
005362             MOVE CMJ-TRL-RECORD-COUNT TO WS-JCH-CHK-TRL-COUNT
005363         END-IF
005364         IF CMJ-TRL-FIRST-SEQUENCE NUMERIC
005365             MOVE CMJ-TRL-FIRST-SEQUENCE TO WS-JCH-CHK-TRL-FIRST
005366         END-IF
005367     END-IF.
005368     MOVE CUST-MASTER-JOURNAL-REC(1:346) TO WS-JCH-DATA.
005369     MOVE 346 TO WS-JCH-LENGTH.
005370     PERFORM 9660-CHECK-CHAIN-LINK
005371         THRU 9660-CHECK-CHAIN-LINK-EXIT.
005372     IF WS-JCH-BREAK
005373         MOVE 'Y' TO WS-JIN-EOF-SW
005374     END-IF.
005375 1110-CHECK-JOURNAL-RECORD-EXIT.
005376     EXIT.
005377
005378*****************************************************************
005379*    2000-LOAD-ONE-REQUEST                                      *
005380*    EVERY REQUEST IS HELD AGAINST THE OPERATOR AUTHORIZATION   *
005381*    FILE WITH ACTION E.  A REQUEST REFUSED HERE STAYS IN THE   *
005382*    TABLE SO IT IS STILL LISTED ON THE REGISTER.               *
005383*****************************************************************
005390 2000-LOAD-ONE-REQUEST.
005400     ADD 1 TO WS-REQUEST-COUNT.
005410     IF WS-REQ-COUNT NOT < WS-MAX-REQ-ROWS
005420         DISPLAY 'ERASUR01: REQUEST TABLE FULL - '
005430             ERQ-REQUEST-ID ' NOT PROCESSED'
005440         ADD 1 TO WS-REFUSED-COUNT
005450         GO TO 2000-LOAD-ONE-REQUEST-NEXT
005460     END-IF.
005470
005480     MOVE SPACES TO WS-FAIL-REASON.
005490     IF ERQ-CUST-ID = SPACES
005500         MOVE 'CUSTOMER ID MISSING' TO WS-FAIL-REASON
005510     END-IF.
005520
005530     IF WS-FAIL-REASON = SPACES
005540         MOVE ERQ-CUST-ID TO WS-FIND-CUST-ID
005550         PERFORM 7900-FIND-REQUEST
005560             THRU 7900-FIND-REQUEST-EXIT
005570         IF WS-FOUND
005580             MOVE 'DUPLICATE REQUEST IN THIS RUN'
005590                 TO WS-FAIL-REASON
005600         END-IF
005610     END-IF.
005620
005630     MOVE ERQ-OPERATOR-ID TO WS-AUT-OPERATOR.
005640     MOVE 'E'             TO WS-AUT-ACTION.
005650     MOVE ERQ-CUST-ID     TO WS-AUT-KEY.
005660     PERFORM 9320-CHECK-AUTHORITY
005670         THRU 9320-CHECK-AUTHORITY-EXIT.
005680     IF NOT WS-AUT-GRANTED AND WS-FAIL-REASON = SPACES
005690         MOVE WS-AUT-REASON TO WS-FAIL-REASON
005700     END-IF.
005710
005720     ADD 1 TO WS-REQ-COUNT.
005730     MOVE ERQ-REQUEST-ID    TO WS-REQ-REQUEST-ID(WS-REQ-COUNT).
005740     MOVE ERQ-CUST-ID       TO WS-REQ-CUST-ID(WS-REQ-COUNT).
005750     MOVE ERQ-OPERATOR-ID   TO WS-REQ-OPERATOR(WS-REQ-COUNT).
005760     IF ERQ-RECEIVED-DATE NUMERIC
005770         MOVE ERQ-RECEIVED-DATE TO WS-REQ-RECEIVED(WS-REQ-COUNT)
005780     ELSE
005790         MOVE 0                 TO WS-REQ-RECEIVED(WS-REQ-COUNT)
005800     END-IF.
005810     MOVE 'N' TO WS-REQ-PLACED(WS-REQ-COUNT).
005820     MOVE 'N' TO WS-REQ-ON-MASTER(WS-REQ-COUNT).
005830     MOVE 0   TO WS-REQ-JRNL-COUNT(WS-REQ-COUNT).
005840     MOVE 0   TO WS-REQ-ARCH-COUNT(WS-REQ-COUNT).
005850     MOVE WS-FAIL-REASON TO WS-REQ-REASON(WS-REQ-COUNT).
005860     IF WS-FAIL-REASON = SPACES
005870         MOVE 'P' TO WS-REQ-STATE(WS-REQ-COUNT)
005880     ELSE
005890         MOVE 'F' TO WS-REQ-STATE(WS-REQ-COUNT)
005900     END-IF.
005910
005920 2000-LOAD-ONE-REQUEST-NEXT.
005930     PERFORM 8000-READ-REQUEST
005940         THRU 8000-READ-REQUEST-EXIT.
005950 2000-LOAD-ONE-REQUEST-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990*    3000-SCREEN-OPEN-ITEMS                                     *
006000*    ANY ITEM STILL OPEN, OR ANY ITEM UNDER DISPUTE WHETHER     *
006010*    SETTLED OR NOT, MEANS THE CUSTOMER MAY STILL BE            *
006020*    CORRESPONDED WITH ABOUT IT AND CANNOT BE ERASED YET.       *
006030*****************************************************************
006040 3000-SCREEN-OPEN-ITEMS.
006050     IF NOT OPI-OPEN AND NOT OPI-DISPUTED
006060         GO TO 3000-SCREEN-OPEN-ITEMS-NEXT
006070     END-IF.
006080     MOVE OPI-CUST-ID TO WS-FIND-CUST-ID.
006090     PERFORM 7900-FIND-REQUEST
006100         THRU 7900-FIND-REQUEST-EXIT.
006110     IF NOT WS-FOUND
006120         GO TO 3000-SCREEN-OPEN-ITEMS-NEXT
006130     END-IF.
006140     IF WS-REQ-STATE(WS-REQ-HIT-SUB) = 'P'
006150         MOVE 'F' TO WS-REQ-STATE(WS-REQ-HIT-SUB)
006160         IF OPI-DISPUTED
006170             MOVE 'DISPUTE ON FILE'
006180                 TO WS-REQ-REASON(WS-REQ-HIT-SUB)
006190         ELSE
006200             MOVE 'OPEN ITEM ON THE LEDGER'
006210                 TO WS-REQ-REASON(WS-REQ-HIT-SUB)
006220         END-IF
006230     END-IF.
006240
006250 3000-SCREEN-OPEN-ITEMS-NEXT.
006260     PERFORM 8010-READ-OPEN-ITEM
006270         THRU 8010-READ-OPEN-ITEM-EXIT.
006280 3000-SCREEN-OPEN-ITEMS-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320*    3100-SCREEN-PLACEMENTS                                     *
006330*    THE REGISTER ONLY EVER GROWS, SO A ROW HERE ONLY MARKS THE *
006340*    CUSTOMER AS ONCE PLACED - 4000-ERASE-MASTER DECIDES        *
006350*    WHETHER THE PLACEMENT IS STILL LIVE.                       *
006360*****************************************************************
006370 3100-SCREEN-PLACEMENTS.
006380     MOVE PLC-CUST-ID TO WS-FIND-CUST-ID.
006390     PERFORM 7900-FIND-REQUEST
006400         THRU 7900-FIND-REQUEST-EXIT.
006410     IF WS-FOUND
006420         MOVE 'Y' TO WS-REQ-PLACED(WS-REQ-HIT-SUB)
006430     END-IF.
006440     PERFORM 8020-READ-PLACEMENT
006450         THRU 8020-READ-PLACEMENT-EXIT.
006460 3100-SCREEN-PLACEMENTS-EXIT.
006470     EXIT.
006480
006490*****************************************************************
006500*    4000-ERASE-MASTER                                          *
006510*    A CUSTOMER STILL ACTIVE OR CARRYING ANY BALANCE IS         *
006520*    REFUSED, AS IS ONE STILL ON COLLECTIONS CASH IN ADVANCE    *
006530*    FROM A PLACEMENT.  A CUSTOMER ALREADY PURGED TO THE        *
006540*    ARCHIVE IS NOT ON THE MASTER BUT IS STILL ERASED FROM THE  *
006550*    JOURNAL AND ARCHIVE, UNLESS IT WAS EVER PLACED - THE       *
006560*    MASTER IS THE ONLY PROOF A PLACEMENT WAS CLOSED.           *
006570*****************************************************************
006580 4000-ERASE-MASTER.
006590     IF WS-REQ-STATE(WS-ROW-SUB) NOT = 'P'
006600         GO TO 4000-ERASE-MASTER-EXIT
006610     END-IF.
006620
006630     MOVE SPACES TO WS-FAIL-REASON.
006640     MOVE WS-REQ-CUST-ID(WS-ROW-SUB) TO CUST-ID.
006650     READ CUSTOMER-MASTER-FILE
006660         INVALID KEY
006670             CONTINUE
006680     END-READ.
006690
006700     IF NOT WS-CUST-OK
006710         IF WS-REQ-PLACED(WS-ROW-SUB) = 'Y'
006720             MOVE 'PLACED - NOT ON MASTER TO PROVE'
006730                 TO WS-FAIL-REASON
006740         END-IF
006750         GO TO 4000-ERASE-MASTER-DECIDE
006760     END-IF.
006770
006780     IF CUST-ACTIVE
006790         MOVE 'ACCOUNT STILL ACTIVE' TO WS-FAIL-REASON
006800         GO TO 4000-ERASE-MASTER-DECIDE
006810     END-IF.
006820     IF CUST-BALANCE NOT = 0
006830         MOVE 'OPEN BALANCE ON ACCOUNT' TO WS-FAIL-REASON
006840         GO TO 4000-ERASE-MASTER-DECIDE
006850     END-IF.
006860     IF WS-REQ-PLACED(WS-ROW-SUB) = 'Y'
006870             AND CUST-CIA-COLLECTIONS
006880         MOVE 'PLACED WITH COLLECTION AGENCY' TO WS-FAIL-REASON
006890         GO TO 4000-ERASE-MASTER-DECIDE
006900     END-IF.
006910
006920     MOVE WS-ERASED-NAME     TO CUST-NAME.
006930     MOVE WS-ERASED-STREET   TO CUST-ADDR-STREET.
006940     MOVE WS-ERASED-CITY     TO CUST-ADDR-CITY.
006950     MOVE WS-ERASED-POSTCODE TO CUST-ADDR-POSTCODE.
006960     REWRITE CUSTOMER-REC
006970         INVALID KEY
006980             CONTINUE
006990     END-REWRITE.
007000     IF WS-CUST-OK
007010         MOVE 'Y' TO WS-REQ-ON-MASTER(WS-ROW-SUB)
007020     ELSE
007030         MOVE 'MASTER REWRITE FAILED' TO WS-FAIL-REASON
007040     END-IF.
007050
007060 4000-ERASE-MASTER-DECIDE.
007070     IF WS-FAIL-REASON = SPACES
007080         MOVE 'E' TO WS-REQ-STATE(WS-ROW-SUB)
007090     ELSE
007100         MOVE 'F' TO WS-REQ-STATE(WS-ROW-SUB)
007110         MOVE WS-FAIL-REASON TO WS-REQ-REASON(WS-ROW-SUB)
007120     END-IF.
007130 4000-ERASE-MASTER-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170*    5000-COPY-JOURNAL                                          *
007180*    EVERY JOURNAL RECORD PASSES TO THE REBUILT JOURNAL IN ITS  *
007190*    ORIGINAL ORDER.  FOR AN ERASED CUSTOMER BOTH IMAGES HAVE   *
007200*    THE PERSONAL DETAILS REPLACED; THE BALANCE AND EVERY OTHER *
007210*    FIELD THE PROOFS READ ARE LEFT EXACTLY AS THEY WERE.       *
007220*****************************************************************
007230 5000-COPY-JOURNAL.
007240     ADD 1 TO WS-JOURNAL-READ.
007250     MOVE JOURNAL-IN-REC TO CUST-MASTER-JOURNAL-REC.
007260
007270     MOVE CMJ-CUST-ID TO WS-FIND-CUST-ID.
007280     PERFORM 7900-FIND-REQUEST
007290         THRU 7900-FIND-REQUEST-EXIT.
007300     IF WS-FOUND
007310         IF WS-REQ-STATE(WS-REQ-HIT-SUB) = 'E'
007320             IF CMJ-BEFORE-IMAGE NOT = SPACES
007330                 MOVE CMJ-BEFORE-IMAGE TO WS-IMAGE-WORK
007340                 PERFORM 5100-ERASE-IMAGE
007350                     THRU 5100-ERASE-IMAGE-EXIT
007360                 MOVE WS-IMAGE-WORK TO CMJ-BEFORE-IMAGE
007370             END-IF
007380             IF CMJ-AFTER-IMAGE NOT = SPACES
007390                 MOVE CMJ-AFTER-IMAGE TO WS-IMAGE-WORK
007400                 PERFORM 5100-ERASE-IMAGE
007410                     THRU 5100-ERASE-IMAGE-EXIT
007420                 MOVE WS-IMAGE-WORK TO CMJ-AFTER-IMAGE
007430             END-IF
007440             ADD 1 TO WS-REQ-JRNL-COUNT(WS-REQ-HIT-SUB)
007450             ADD 1 TO WS-JOURNAL-ERASED
007460         END-IF
007470     END-IF.
007480
007481*    EVERY SEALED RECORD IS RE-CHAINED UNDER ITS OWN SEQUENCE
007482*    NUMBER - AN ERASED IMAGE CHANGES EVERY CHECK VALUE AFTER
007483*    IT.  RECORDS FROM BEFORE SEALING BEGAN PASS AS THEY ARE.
007484     IF CMJ-SEQUENCE-NO NUMERIC
007485         IF CMJ-SEQUENCE-NO > 0
007486             MOVE CMJ-SEQUENCE-NO TO WS-CMJ-LAST-SEQUENCE
007487             PERFORM 9630-SEAL-CUST-JOURNAL
007488                 THRU 9630-SEAL-CUST-JOURNAL-EXIT
007489         END-IF
007490     END-IF.
007491
007492     WRITE CUST-MASTER-JOURNAL-REC.
007500     PERFORM 8030-READ-JOURNAL
007510         THRU 8030-READ-JOURNAL-EXIT.
007520 5000-COPY-JOURNAL-EXIT.
007530     EXIT.
007540
007550*****************************************************************
007560*    5100-ERASE-IMAGE                                           *
007570*****************************************************************
007580 5100-ERASE-IMAGE.
007590     MOVE WS-ERASED-NAME     TO WS-IMG-NAME.
007600     MOVE WS-ERASED-STREET   TO WS-IMG-STREET.
007610     MOVE WS-ERASED-CITY     TO WS-IMG-CITY.
007620     MOVE WS-ERASED-POSTCODE TO WS-IMG-POSTCODE.
007630 5100-ERASE-IMAGE-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670*    5200-JOURNAL-ERASURE                                       *
007680*    THE MASTER REWRITE ITSELF IS JOURNALLED AT THE END OF THE  *
007690*    REBUILT JOURNAL.  BOTH IMAGES ARE THE ERASED RECORD - THE  *
007700*    ORIGINAL DETAILS MUST NOT SURVIVE IN THE JOURNAL - SO A    *
007710*    FORWARD RECOVERY REPLAYS THE ERASURE AND THE BALANCE PROOF *
007720*    SEES NO MOVEMENT.                                          *
007730*****************************************************************
007740 5200-JOURNAL-ERASURE.
007750     IF WS-REQ-STATE(WS-ROW-SUB) NOT = 'E'
007760             OR WS-REQ-ON-MASTER(WS-ROW-SUB) NOT = 'Y'
007770         GO TO 5200-JOURNAL-ERASURE-EXIT
007780     END-IF.
007790     MOVE WS-REQ-CUST-ID(WS-ROW-SUB) TO CUST-ID.
007800     READ CUSTOMER-MASTER-FILE
007810         INVALID KEY
007820             GO TO 5200-JOURNAL-ERASURE-EXIT
007830     END-READ.
007840     MOVE 'R'          TO WS-CMJ-ACTION.
007850     MOVE CUST-ID      TO WS-CMJ-CUST-ID.
007860     MOVE CUSTOMER-REC TO WS-CMJ-BEFORE-IMAGE.
007870     MOVE CUSTOMER-REC TO WS-CMJ-AFTER-IMAGE.
007880     PERFORM 9600-WRITE-CUST-JOURNAL
007890         THRU 9600-WRITE-CUST-JOURNAL-EXIT.
007900 5200-JOURNAL-ERASURE-EXIT.
007910     EXIT.
007920
007930*****************************************************************
007940*    6000-COPY-ARCHIVE                                          *
007950*    EVERY ARCHIVE RECORD PASSES TO THE REBUILT ARCHIVE; AN     *
007960*    ERASED CUSTOMER'S RECORDS GO OUT WITH THE SAME REPLACEMENT *
007970*    DETAILS AS THE MASTER.                                     *
007980*****************************************************************
007990 6000-COPY-ARCHIVE.
008000     ADD 1 TO WS-ARCHIVE-READ.
008010     MOVE ARC-ID TO WS-FIND-CUST-ID.
008020     PERFORM 7900-FIND-REQUEST
008030         THRU 7900-FIND-REQUEST-EXIT.
008040     IF WS-FOUND
008050         IF WS-REQ-STATE(WS-REQ-HIT-SUB) = 'E'
008060             MOVE WS-ERASED-NAME     TO ARC-NAME
008070             MOVE WS-ERASED-STREET   TO ARC-ADDR-STREET
008080             MOVE WS-ERASED-CITY     TO ARC-ADDR-CITY
008090             MOVE WS-ERASED-POSTCODE TO ARC-ADDR-POSTCODE
008100             ADD 1 TO WS-REQ-ARCH-COUNT(WS-REQ-HIT-SUB)
008110             ADD 1 TO WS-ARCHIVE-ERASED
008120         END-IF
008130     END-IF.
008140
008150     WRITE CUSTOMER-ARCHIVE-OUT-REC
008160         FROM CUSTOMER-ARCHIVE-REC.
008170     PERFORM 8040-READ-ARCHIVE
008180         THRU 8040-READ-ARCHIVE-EXIT.
008190 6000-COPY-ARCHIVE-EXIT.
008200     EXIT.
008210
008220*****************************************************************
008230*    7000-CERTIFY-ONE-REQUEST                                   *
008240*    AN ERASURE THAT FOUND THE CUSTOMER NOWHERE IS NOT          *
008250*    CERTIFIED - IT IS REPORTED AS REFUSED SO THE REQUEST CAN   *
008260*    BE CHECKED.                                                *
008270*****************************************************************
008280 7000-CERTIFY-ONE-REQUEST.
008290     IF WS-REQ-STATE(WS-ROW-SUB) = 'E'
008300             AND WS-REQ-ON-MASTER(WS-ROW-SUB) NOT = 'Y'
008310             AND WS-REQ-JRNL-COUNT(WS-ROW-SUB) = 0
008320             AND WS-REQ-ARCH-COUNT(WS-ROW-SUB) = 0
008330         MOVE 'F' TO WS-REQ-STATE(WS-ROW-SUB)
008340         MOVE 'CUSTOMER NOT FOUND ON ANY FILE'
008350             TO WS-REQ-REASON(WS-ROW-SUB)
008360     END-IF.
008370
008380     MOVE WS-REQ-REQUEST-ID(WS-ROW-SUB) TO WS-DET-REQUEST-ID.
008390     MOVE WS-REQ-CUST-ID(WS-ROW-SUB)    TO WS-DET-CUST-ID.
008400     IF WS-REQ-ON-MASTER(WS-ROW-SUB) = 'Y'
008410         MOVE 1 TO WS-DET-MASTER
008420     ELSE
008430         MOVE 0 TO WS-DET-MASTER
008440     END-IF.
008450     MOVE WS-REQ-JRNL-COUNT(WS-ROW-SUB) TO WS-DET-JOURNAL.
008460     MOVE WS-REQ-ARCH-COUNT(WS-ROW-SUB) TO WS-DET-ARCHIVE.
008470
008480     IF WS-REQ-STATE(WS-ROW-SUB) NOT = 'E'
008490         ADD 1 TO WS-REFUSED-COUNT
008500         MOVE WS-REQ-REASON(WS-ROW-SUB) TO WS-DET-DISPOSITION
008510         WRITE ERASURE-REGISTER-LINE FROM WS-DETAIL-LINE
008520         GO TO 7000-CERTIFY-ONE-REQUEST-EXIT
008530     END-IF.
008540
008550     ADD 1 TO WS-ERASED-COUNT.
008560     MOVE SPACES TO ERASURE-CERTIFICATE-REC.
008570     MOVE WS-REQ-REQUEST-ID(WS-ROW-SUB) TO ECT-REQUEST-ID.
008580     MOVE WS-REQ-CUST-ID(WS-ROW-SUB)    TO ECT-CUST-ID.
008590     MOVE WS-REQ-RECEIVED(WS-ROW-SUB)   TO ECT-RECEIVED-DATE.
008600     MOVE WS-RUN-DATE                   TO ECT-ERASED-DATE.
008610     MOVE WS-RUN-TIME                   TO ECT-ERASED-TIME.
008620     MOVE WS-CMJ-CYCLE-NUMBER           TO ECT-CYCLE-NUMBER.
008630     MOVE WS-REQ-OPERATOR(WS-ROW-SUB)   TO ECT-OPERATOR-ID.
008640     MOVE WS-DET-MASTER                 TO ECT-MASTER-COUNT.
008650     MOVE WS-REQ-JRNL-COUNT(WS-ROW-SUB) TO ECT-JOURNAL-COUNT.
008660     MOVE WS-REQ-ARCH-COUNT(WS-ROW-SUB) TO ECT-ARCHIVE-COUNT.
008670     WRITE ERASURE-CERTIFICATE-REC.
008680
008690     MOVE 'ERASED AND CERTIFIED' TO WS-DET-DISPOSITION.
008700     WRITE ERASURE-REGISTER-LINE FROM WS-DETAIL-LINE.
008710 7000-CERTIFY-ONE-REQUEST-EXIT.
008720     EXIT.
008730
008740*****************************************************************
008750*    7500-PRINT-TOTALS                                          *
008760*****************************************************************
008770 7500-PRINT-TOTALS.
008780     MOVE 'REQUESTS READ.............' TO WS-CNT-TITLE.
008790     MOVE WS-REQUEST-COUNT TO WS-CNT-VALUE.
008800     WRITE ERASURE-REGISTER-LINE FROM WS-COUNT-LINE.
008810
008820     MOVE 'CUSTOMERS ERASED..........' TO WS-CNT-TITLE.
008830     MOVE WS-ERASED-COUNT TO WS-CNT-VALUE.
008840     WRITE ERASURE-REGISTER-LINE FROM WS-COUNT-LINE.
008850
008860     MOVE 'REQUESTS REFUSED..........' TO WS-CNT-TITLE.
008870     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
008880     WRITE ERASURE-REGISTER-LINE FROM WS-COUNT-LINE.
008890
008900     MOVE 'JOURNAL RECORDS COPIED....' TO WS-CNT-TITLE.
008910     MOVE WS-JOURNAL-READ TO WS-CNT-VALUE.
008920     WRITE ERASURE-REGISTER-LINE FROM WS-COUNT-LINE.
008930
008940     MOVE 'JOURNAL RECORDS ERASED....' TO WS-CNT-TITLE.
008950     MOVE WS-JOURNAL-ERASED TO WS-CNT-VALUE.
008960     WRITE ERASURE-REGISTER-LINE FROM WS-COUNT-LINE.
008970
008980     MOVE 'ARCHIVE RECORDS COPIED....' TO WS-CNT-TITLE.
008990     MOVE WS-ARCHIVE-READ TO WS-CNT-VALUE.
009000     WRITE ERASURE-REGISTER-LINE FROM WS-COUNT-LINE.
009010
009020     MOVE 'ARCHIVE RECORDS ERASED....' TO WS-CNT-TITLE.
009030     MOVE WS-ARCHIVE-ERASED TO WS-CNT-VALUE.
009040     WRITE ERASURE-REGISTER-LINE FROM WS-COUNT-LINE.
009050 7500-PRINT-TOTALS-EXIT.
009060     EXIT.
009070
009080*****************************************************************
009090*    7900-FIND-REQUEST                                          *
009100*    LOOKS WS-FIND-CUST-ID UP IN THE REQUEST TABLE; SETS        *
009110*    WS-FOUND AND WS-REQ-HIT-SUB.                               *
009120*****************************************************************
009130 7900-FIND-REQUEST.
009140     MOVE 'N' TO WS-FOUND-SW.
009150     PERFORM 7910-MATCH-REQUEST
009160         THRU 7910-MATCH-REQUEST-EXIT
009170         VARYING WS-REQ-SUB FROM 1 BY 1
009180         UNTIL WS-REQ-SUB > WS-REQ-COUNT
009190             OR WS-FOUND.
009200 7900-FIND-REQUEST-EXIT.
009210     EXIT.
009220
009230*****************************************************************
009240*    7910-MATCH-REQUEST                                         *
009250*****************************************************************
009260 7910-MATCH-REQUEST.
009270     IF WS-REQ-CUST-ID(WS-REQ-SUB) = WS-FIND-CUST-ID
009280         MOVE 'Y' TO WS-FOUND-SW
009290         MOVE WS-REQ-SUB TO WS-REQ-HIT-SUB
009300     END-IF.
009310 7910-MATCH-REQUEST-EXIT.
009320     EXIT.
009330
009340*****************************************************************
009350*    8000-READ-REQUEST                                          *
009360*****************************************************************
009370 8000-READ-REQUEST.
009380     READ ERASURE-REQUEST-FILE
009390         AT END
009400             MOVE 'Y' TO WS-ERQ-EOF-SW
009410     END-READ.
009420 8000-READ-REQUEST-EXIT.
009430     EXIT.
009440
009450*****************************************************************
009460*    8010-READ-OPEN-ITEM                                        *
009470*****************************************************************
009480 8010-READ-OPEN-ITEM.
009490     READ OPEN-ITEM-FILE
009500         AT END
009510             MOVE 'Y' TO WS-OPI-EOF-SW
009520     END-READ.
009530 8010-READ-OPEN-ITEM-EXIT.
009540     EXIT.
009550
009560*****************************************************************
009570*    8020-READ-PLACEMENT                                        *
009580*****************************************************************
009590 8020-READ-PLACEMENT.
009600     READ PLACED-ACCOUNT-REGISTER
009610         AT END
009620             MOVE 'Y' TO WS-PLC-EOF-SW
009630     END-READ.
009640 8020-READ-PLACEMENT-EXIT.
009650     EXIT.
009660
009670*****************************************************************
009680*    8030-READ-JOURNAL                                          *
009690*****************************************************************
009700 8030-READ-JOURNAL.
009710     READ JOURNAL-IN-FILE
009720         AT END
009730             MOVE 'Y' TO WS-JIN-EOF-SW
009740     END-READ.
009750 8030-READ-JOURNAL-EXIT.
009760     EXIT.
009770
009780*****************************************************************
009790*    8040-READ-ARCHIVE                                          *
009800*****************************************************************
009810 8040-READ-ARCHIVE.
009820     READ CUSTOMER-ARCHIVE-FILE
009830         AT END
009840             MOVE 'Y' TO WS-ARC-EOF-SW
009850     END-READ.
009860 8040-READ-ARCHIVE-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900*    9999-TERMINATE                                             *
009910*****************************************************************
009920 9999-TERMINATE.
009930     IF WS-ERQ-OK OR WS-ERQ-EOF
009940         CLOSE ERASURE-REQUEST-FILE
009950     END-IF.
009960     IF WS-OPI-OK OR WS-OPI-EOF
009970         CLOSE OPEN-ITEM-FILE
009980     END-IF.
009990     IF WS-PLC-OK OR WS-PLC-EOF
010000         CLOSE PLACED-ACCOUNT-REGISTER
010010     END-IF.
010020     IF WS-CUST-OK OR WS-CUST-NOT-FOUND
010030         CLOSE CUSTOMER-MASTER-FILE
010040     END-IF.
010050     IF WS-JIN-OK OR WS-JIN-EOF
010060         CLOSE JOURNAL-IN-FILE
010070     END-IF.
010076     PERFORM 9620-CLOSE-CUST-JOURNAL
010082         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
010090     IF WS-ARC-OK OR WS-ARC-EOF
010100         CLOSE CUSTOMER-ARCHIVE-FILE
010110     END-IF.
010120     CLOSE CUSTOMER-ARCHIVE-OUT.
010130     IF WS-ECT-OK
010140         CLOSE ERASURE-CERTIFICATE-FILE
010150     END-IF.
010160     CLOSE ERASURE-REGISTER-RPT.
010170     PERFORM 9340-CLOSE-AUTHORITY
010180         THRU 9340-CLOSE-AUTHORITY-EXIT.
010190 9999-TERMINATE-EXIT.
010200     EXIT.
010210
010220*****************************************************************
010230*    9300-LOAD-AUTHORITY                                        *
010240*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
010250*****************************************************************
010260     COPY AUTPROC.
010270
010280*****************************************************************
010290*    9600-WRITE-CUST-JOURNAL                                    *
010300*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
010310*****************************************************************
010320     COPY CMJPROC.
010321
010322*****************************************************************
010323*    9650-COMPUTE-CHAIN-VALUE                                   *
010324*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
010325*****************************************************************
010326     COPY JCHPROC.
010330
010340*****************************************************************
010350*    9700-LOG-STEP-START                                        *
010360*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
010370*****************************************************************
010380     COPY STPPROC.
