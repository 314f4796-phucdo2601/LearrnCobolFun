000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CRAPP01.
000030 AUTHOR.        PD.
000040 INSTALLATION.  LEARNCOBOLFUN BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MOD-HISTORY                                                *
000090*    2026-10-15  PD  ORIGINAL - NEW-CUSTOMER CREDIT              *
000100*                    APPLICATIONS.  RUNS AHEAD OF CUSTOMER       *
000110*                    MAINTENANCE.  EVERY PENDING APPLICATION IS  *
000120*                    SCREENED AGAINST THE CUSTOMER MASTER FOR A  *
000130*                    PROBABLE DUPLICATE (SAME POSTAL CODE AND    *
000140*                    THE SAME NAME OR STREET) AND FOR AN ACCOUNT *
000150*                    NUMBER ALREADY IN USE, AND THROUGH THE SAME *
000160*                    POSTAL-CODE AND NAME EDITS AS THE MASTERS.  *
000170*                    A STARTING LIMIT AND RISK GRADE ARE         *
000180*                    PROPOSED FROM THE TRADE REFERENCES.  AN     *
000190*                    APPLICATION THE CREDIT DESK HAS APPROVED    *
000200*                    BECOMES AN ADD TRANSACTION FOR CUSTMNT1,    *
000210*                    WHOSE DUAL CONTROL PARKS A LARGE STARTING   *
000220*                    LIMIT FOR CRLAPPR1; A DECLINED ONE IS       *
000230*                    DROPPED; THE REST CARRY FORWARD AND ARE     *
000240*                    AGED ON THE PENDING REPORT.                 *
000242*    2026-10-15  PD  AN APPLICATION ID ALREADY LOADED IS DROPPED *
000244*                    AT LOAD AND COUNTED, SO A KEYED APPLICATION *
000246*                    ALSO CARRIED FORWARD IS SCREENED AND        *
000248*                    DECIDED ONLY ONCE.                          *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CYC-FILE-STATUS.
000320
000330     SELECT CREDIT-APPLICATION-FILE ASSIGN TO CRAPP
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-APP-FILE-STATUS.
000360
000370     SELECT CREDIT-APPLICATION-OUT ASSIGN TO CRAPPO
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-APO-FILE-STATUS.
000400
000410     SELECT CREDIT-APP-DECISION-FILE ASSIGN TO CRAPDEC
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-DEC-FILE-STATUS.
000440
000450     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS CUST-ID
000490         FILE STATUS IS WS-CUST-FILE-STATUS.
000500
000510     SELECT POSTAL-CODE-FILE ASSIGN TO PSTCODE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PCD-FILE-STATUS.
000540
000550     SELECT CREDIT-LIMIT-CONTROL-FILE ASSIGN TO CRLCTL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CLC-FILE-STATUS.
000580
000590     SELECT CUST-TRAN-OUT ASSIGN TO CRAPADD
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ADD-FILE-STATUS.
000620
000630     SELECT ONBOARD-REGISTER-RPT ASSIGN TO CRAPREG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REG-FILE-STATUS.
000660
000670     SELECT PENDING-AGING-RPT ASSIGN TO CRAPAGE
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AGE-FILE-STATUS.
000691
000692     SELECT STEP-LOG-FILE ASSIGN TO STEPLOG
000693         ORGANIZATION IS LINE SEQUENTIAL
000694         FILE STATUS IS WS-STP-FILE-STATUS.
000695
000696     SELECT STEP-RUN-CONTROL-FILE ASSIGN TO MERUNCTL
000697         ORGANIZATION IS LINE SEQUENTIAL
000698         FILE STATUS IS WS-MRC-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CYCLE-CONTROL-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY CYCLCTL.
000760
000770 FD  CREDIT-APPLICATION-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     01  CREDIT-APPLICATION-IN    PIC X(240).
000800
000810 FD  CREDIT-APPLICATION-OUT
000820     LABEL RECORDS ARE STANDARD.
000830     01  CREDIT-APPLICATION-OUT-REC PIC X(240).
000840
000850 FD  CREDIT-APP-DECISION-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY CRAPDEC.
000880
000890 FD  CUSTOMER-MASTER-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CUSTMAST.
000920
000930 FD  POSTAL-CODE-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY PSTCODE.
000960
000970 FD  CREDIT-LIMIT-CONTROL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY CRLCTL.
001000
001010 FD  CUST-TRAN-OUT
001020     LABEL RECORDS ARE STANDARD.
001030     COPY CUSTTRAN.
001040
001050 FD  ONBOARD-REGISTER-RPT
001060     LABEL RECORDS ARE STANDARD.
001070     01  ONBOARD-REGISTER-LINE    PIC X(80).
001080
001090 FD  PENDING-AGING-RPT
001100     LABEL RECORDS ARE STANDARD.
001110     01  PENDING-AGING-LINE       PIC X(80).
001111
001112 FD  STEP-LOG-FILE
001113     LABEL RECORDS ARE STANDARD.
001114     COPY STEPLOG.
001115
001116 FD  STEP-RUN-CONTROL-FILE
001117     LABEL RECORDS ARE STANDARD.
001118     COPY RUNCTL
001119         REPLACING RUN-CONTROL-REC BY STEP-RUN-CONTROL-REC.
001120
001130 WORKING-STORAGE SECTION.
001140     01  WS-CYC-FILE-STATUS       PIC X(02).
001150         88  WS-CYC-OK            VALUE '00'.
001160     01  WS-APP-FILE-STATUS       PIC X(02).
001170         88  WS-APP-OK            VALUE '00'.
001180         88  WS-APP-EOF           VALUE '10'.
001190     01  WS-APO-FILE-STATUS       PIC X(02).
001200         88  WS-APO-OK            VALUE '00'.
001210     01  WS-DEC-FILE-STATUS       PIC X(02).
001220         88  WS-DEC-OK            VALUE '00'.
001230         88  WS-DEC-EOF           VALUE '10'.
001240     01  WS-CUST-FILE-STATUS      PIC X(02).
001250         88  WS-CUST-OK           VALUE '00'.
001260         88  WS-CUST-EOF          VALUE '10'.
001270     01  WS-PCD-FILE-STATUS       PIC X(02).
001280         88  WS-PCD-OK            VALUE '00'.
001290         88  WS-PCD-EOF           VALUE '10'.
001300     01  WS-CLC-FILE-STATUS       PIC X(02).
001310         88  WS-CLC-OK            VALUE '00'.
001320     01  WS-ADD-FILE-STATUS       PIC X(02).
001330         88  WS-ADD-OK            VALUE '00'.
001340     01  WS-REG-FILE-STATUS       PIC X(02).
001350         88  WS-REG-OK            VALUE '00'.
001360     01  WS-AGE-FILE-STATUS       PIC X(02).
001370         88  WS-AGE-OK            VALUE '00'.
001380
001390*****************************************************************
001400*    APPLICATION WORK RECORD                                    *
001410*    EACH TABLE ROW IS MOVED HERE TO BE SCREENED, DECIDED, AND  *
001420*    WRITTEN FORWARD.                                           *
001430*****************************************************************
001440     COPY CRAPP.
001450
001460*****************************************************************
001470*    RUN DATE AND AGE FIELDS                                    *
001480*    AGES ARE COUNTED ON THE 360-DAY YEAR, AS THE RECEIVABLES   *
001490*    AGING DOES.                                                *
001500*****************************************************************
001510     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
001520     01  WS-CYCLE-PARTS REDEFINES WS-CYCLE-DATE.
001530         05  WS-CYCLE-YYYY        PIC 9(04).
001540         05  WS-CYCLE-MM          PIC 9(02).
001550         05  WS-CYCLE-DD          PIC 9(02).
001560     01  WS-APPLIED-DATE          PIC 9(08).
001570     01  WS-APPLIED-PARTS REDEFINES WS-APPLIED-DATE.
001580         05  WS-APPLIED-YYYY      PIC 9(04).
001590         05  WS-APPLIED-MM        PIC 9(02).
001600         05  WS-APPLIED-DD        PIC 9(02).
001610     01  WS-AGE-DAYS              PIC S9(07) COMP.
001620     01  WS-OLDEST-DAYS           PIC S9(07) COMP VALUE 0.
001630*    UPPER BOUNDS OF THE FIRST THREE AGING BANDS, IN DAYS.
001640     01  WS-AGE-BAND-1            PIC 9(03) VALUE 7.
001650     01  WS-AGE-BAND-2            PIC 9(03) VALUE 14.
001660     01  WS-AGE-BAND-3            PIC 9(03) VALUE 30.
001670
001680*****************************************************************
001690*    SCREENING AND PROPOSAL RULES                               *
001700*****************************************************************
001710*    LEADING NAME CHARACTERS THAT MUST AGREE, WITH THE POSTAL
001720*    CODE, FOR AN EXISTING ACCOUNT TO COUNT AS A PROBABLE
001730*    DUPLICATE.  THE SAME STREET AND POSTAL CODE ALSO COUNTS.
001740     01  WS-DUP-NAME-LEN          PIC 9(02) COMP VALUE 10.
001750*    YEARS A REFERENCE MUST HAVE TRADED WITH THE APPLICANT TO
001760*    COUNT AS SEASONED.
001770     01  WS-SEASONED-YEARS        PIC 9(02) VALUE 2.
001780*    STARTING LIMIT WHEN NO REFERENCE QUOTES A CREDIT LINE.
001790     01  WS-NO-REF-LIMIT          PIC 9(07)V9(02) VALUE 1000.
001800*    SHARE OF THE AVERAGE REFERENCE LINE PROPOSED AT EACH GRADE.
001810     01  WS-GRADE-A-PCT           PIC 9(03) VALUE 100.
001820     01  WS-GRADE-B-PCT           PIC 9(03) VALUE 75.
001830     01  WS-GRADE-C-PCT           PIC 9(03) VALUE 50.
001840     01  WS-GRADE-D-PCT           PIC 9(03) VALUE 25.
001850     01  WS-GRADE-PCT             PIC 9(03).
001860*    SINGLE-OPERATOR LIMIT BOUND FROM CRLCTL - ONLY SHOWN ON
001870*    THE REGISTER; CUSTMNT1 APPLIES IT.
001880     01  WS-MAX-DELTA-AMOUNT      PIC 9(07)V9(02) VALUE 10000.
001890
001900     01  WS-REF-SUB               PIC 9(01) COMP.
001910     01  WS-REF-COUNT             PIC 9(01) COMP.
001920     01  WS-SLOW-COUNT            PIC 9(01) COMP.
001930     01  WS-SEASONED-COUNT        PIC 9(01) COMP.
001940     01  WS-REF-LIMIT-COUNT       PIC 9(01) COMP.
001950     01  WS-REF-LIMIT-TOTAL       PIC 9(09)V9(02).
001960     01  WS-NAME-SUB              PIC 9(02) COMP.
001970     01  WS-ONE-CHAR              PIC X(01).
001980     01  WS-INVALID-CHAR-CNT      PIC 9(02) COMP.
001990     01  WS-OPEN-LIMIT            PIC 9(07)V9(02).
002000     01  WS-OPEN-TERMS            PIC X(03).
002010     01  WS-FAIL-REASON           PIC X(40).
002020     01  WS-DISPOSITION           PIC X(14).
002030
002040*****************************************************************
002050*    POSTAL-CODE REFERENCE TABLE                                *
002060*    THE SAME FILE CUSTMNT1 EDITS AGAINST.  WITHOUT IT THE EDIT *
002070*    IS NOT APPLIED.                                            *
002080*****************************************************************
002090     01  WS-PCD-COUNT             PIC 9(03) COMP VALUE 0.
002100     01  WS-MAX-PCD-ROWS          PIC 9(03) COMP VALUE 500.
002110     01  WS-PCD-TABLE.
002120         05  WS-PCD-CODE OCCURS 500 TIMES
002130                                  PIC X(10).
002140     01  WS-PCD-SUB               PIC 9(03) COMP.
002150     01  WS-POSTAL-OK-SW          PIC X(01).
002160         88  WS-POSTAL-OK         VALUE 'Y'.
002170
002180*****************************************************************
002190*    APPLICATION TABLE                                          *
002200*    THE WHOLE PENDING FILE IS HELD SO THE CUSTOMER MASTER IS   *
002210*    READ ONCE FOR ALL OF IT.  THE DESK'S DECISION AND THE      *
002220*    MASTER-SCAN RESULTS ARE KEPT BESIDE EACH APPLICATION.      *
002230*    ONCE FULL, FURTHER APPLICATIONS ARE CARRIED FORWARD        *
002240*    UNSCREENED.                                                *
002250*****************************************************************
002260     01  WS-APP-COUNT             PIC 9(03) COMP VALUE 0.
002270     01  WS-MAX-APP-ROWS          PIC 9(03) COMP VALUE 200.
002280     01  WS-APP-TABLE.
002290         05  WS-APP-ROW OCCURS 200 TIMES.
002300             10  WS-APP-IMAGE     PIC X(240).
002310             10  WS-ROW-APP-ID    PIC X(06).
002320             10  WS-ROW-NAME      PIC X(20).
002330             10  WS-ROW-STREET    PIC X(20).
002340             10  WS-ROW-POSTCODE  PIC X(10).
002350             10  WS-ROW-CUST-ID   PIC X(05).
002360             10  WS-ROW-DECISION  PIC X(01).
002370             10  WS-ROW-APPROVED-LIMIT
002380                                  PIC 9(07)V9(02).
002390             10  WS-ROW-TERMS     PIC X(03).
002400             10  WS-ROW-OVERRIDE  PIC X(01).
002410             10  WS-ROW-DECIDED-BY PIC X(08).
002420             10  WS-ROW-DUP-CUST  PIC X(05).
002430             10  WS-ROW-ID-TAKEN  PIC X(01).
002440     01  WS-APP-SUB               PIC 9(03) COMP.
002450     01  WS-HIT-SUB               PIC 9(03) COMP.
002460     01  WS-APP-FOUND-SW          PIC X(01).
002470         88  WS-APP-FOUND         VALUE 'Y'.
002480     01  WS-OVERFLOW-WARNED-SW    PIC X(01) VALUE 'N'.
002490         88  WS-OVERFLOW-WARNED   VALUE 'Y'.
002500
002510*****************************************************************
002520*    CONTROL TOTALS                                             *
002530*****************************************************************
002540     01  WS-TOTALS.
002550         05  WS-READ-COUNT        PIC 9(07) COMP VALUE 0.
002560         05  WS-DECISION-COUNT    PIC 9(07) COMP VALUE 0.
002570         05  WS-UNMATCHED-COUNT   PIC 9(07) COMP VALUE 0.
002580         05  WS-OPENED-COUNT      PIC 9(07) COMP VALUE 0.
002590         05  WS-DUAL-CONTROL-COUNT PIC 9(07) COMP VALUE 0.
002600         05  WS-DECLINED-COUNT    PIC 9(07) COMP VALUE 0.
002610         05  WS-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
002620         05  WS-CARRIED-COUNT     PIC 9(07) COMP VALUE 0.
002630         05  WS-OVERFLOW-COUNT    PIC 9(07) COMP VALUE 0.
002635         05  WS-DUPLICATE-COUNT   PIC 9(07) COMP VALUE 0.
002640         05  WS-BAND-1-COUNT      PIC 9(07) COMP VALUE 0.
002650         05  WS-BAND-2-COUNT      PIC 9(07) COMP VALUE 0.
002660         05  WS-BAND-3-COUNT      PIC 9(07) COMP VALUE 0.
002670         05  WS-BAND-4-COUNT      PIC 9(07) COMP VALUE 0.
002680
002690*****************************************************************
002700*    REGISTER LINE LAYOUTS                                      *
002710*****************************************************************
002720     01  WS-REG-HEADING-LINE.
002730         05  FILLER               PIC X(40) VALUE
002740             'CRAPP01 - CREDIT APPLICATION DECISIONS'.
002750         05  WS-REG-HDG-DATE      PIC 9(08).
002760         05  FILLER               PIC X(32) VALUE SPACES.
002770
002780     01  WS-REG-COLUMN-LINE.
002790         05  FILLER               PIC X(40) VALUE
002800             'APP    APPLICANT            ACCT  DISPOS'.
002810         05  FILLER               PIC X(40) VALUE
002820             'ITION           LIMIT GR DECIDER'.
002830
002840     01  WS-REG-DETAIL-LINE.
002850         05  WS-REG-APP-ID        PIC X(06).
002860         05  FILLER               PIC X(01).
002870         05  WS-REG-NAME          PIC X(20).
002880         05  FILLER               PIC X(01).
002890         05  WS-REG-CUST-ID       PIC X(05).
002900         05  FILLER               PIC X(01).
002910         05  WS-REG-DISPOSITION   PIC X(14).
002920         05  FILLER               PIC X(01).
002930         05  WS-REG-LIMIT         PIC Z,ZZZ,ZZ9.99.
002940         05  FILLER               PIC X(01).
002950         05  WS-REG-GRADE         PIC X(01).
002960         05  FILLER               PIC X(02).
002970         05  WS-REG-DECIDER       PIC X(08).
002980         05  FILLER               PIC X(07).
002990
003000     01  WS-REASON-LINE.
003010         05  FILLER               PIC X(07) VALUE SPACES.
003020         05  WS-RSN-TEXT          PIC X(40).
003030         05  FILLER               PIC X(33) VALUE SPACES.
003040
003050     01  WS-COUNT-LINE.
003060         05  WS-CNT-TITLE         PIC X(30).
003070         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
003080         05  FILLER               PIC X(43) VALUE SPACES.
003090
003100*****************************************************************
003110*    AGING REPORT LINE LAYOUTS                                  *
003120*****************************************************************
003130     01  WS-AGE-HEADING-LINE.
003140         05  FILLER               PIC X(40) VALUE
003150             'CRAPP01 - PENDING CREDIT APPLICATIONS AS'.
003160         05  FILLER               PIC X(04) VALUE ' AT '.
003170         05  WS-AGE-HDG-DATE      PIC 9(08).
003180         05  FILLER               PIC X(28) VALUE SPACES.
003190
003200     01  WS-AGE-COLUMN-LINE.
003210         05  FILLER               PIC X(41) VALUE
003220             'APP    APPLICANT            APPLIED   AGE'.
003230         05  FILLER               PIC X(39) VALUE
003240             '  REQUESTED   PROPOSED G FLAGS'.
003250
003260     01  WS-AGE-DETAIL-LINE.
003270         05  WS-AGE-APP-ID        PIC X(06).
003280         05  FILLER               PIC X(01).
003290         05  WS-AGE-NAME          PIC X(20).
003300         05  FILLER               PIC X(01).
003310         05  WS-AGE-APPLIED       PIC 9(08).
003320         05  FILLER               PIC X(01).
003330         05  WS-AGE-DAYS-OUT      PIC ZZZ9.
003340         05  FILLER               PIC X(01).
003350         05  WS-AGE-REQUESTED     PIC ZZZ,ZZ9.99.
003360         05  FILLER               PIC X(01).
003370         05  WS-AGE-PROPOSED      PIC ZZZ,ZZ9.99.
003380         05  FILLER               PIC X(01).
003390         05  WS-AGE-GRADE         PIC X(01).
003400         05  FILLER               PIC X(01).
003410         05  WS-AGE-DUP           PIC X(03).
003420         05  FILLER               PIC X(01).
003430         05  WS-AGE-PST           PIC X(03).
003440         05  FILLER               PIC X(01).
003450         05  WS-AGE-NAM           PIC X(03).
003460         05  FILLER               PIC X(01).
003470         05  WS-AGE-IDT           PIC X(02).
003480
003490     01  WS-BAND-DAYS-LINE.
003500         05  WS-BDL-TEXT          PIC X(14).
003510         05  WS-BDL-DAYS          PIC ZZ9.
003520         05  FILLER               PIC X(13) VALUE ' DAYS'.
003530         05  WS-BDL-VALUE         PIC ZZZ,ZZ9.
003540         05  FILLER               PIC X(43) VALUE SPACES.
003550
003560     01  WS-BAND-LINE.
003570         05  WS-BAND-TITLE        PIC X(30).
003580         05  WS-BAND-VALUE        PIC ZZZ,ZZ9.
003590         05  FILLER               PIC X(43) VALUE SPACES.
003600
003610     01  WS-TEXT-LINE             PIC X(80).
003613
003616     COPY STPWORK.
003620
003630 PROCEDURE DIVISION.
003640*****************************************************************
003650*    0000-MAINLINE                                              *
003660*****************************************************************
003670 0000-MAINLINE.
003672     MOVE 'CRAPP01' TO WS-STP-PROGRAM.
003674     PERFORM 9700-LOG-STEP-START
003676         THRU 9700-LOG-STEP-START-EXIT.
003678
003680     PERFORM 1000-INITIALIZE
003690         THRU 1000-INITIALIZE-EXIT.
003700
003710     PERFORM 2000-WORK-ONE-APPLICATION
003720         THRU 2000-WORK-ONE-APPLICATION-EXIT
003730         VARYING WS-APP-SUB FROM 1 BY 1
003740         UNTIL WS-APP-SUB > WS-APP-COUNT.
003750
003760     PERFORM 3000-PRINT-TOTALS
003770         THRU 3000-PRINT-TOTALS-EXIT.
003780
003790     DISPLAY 'CRAPP01: APPLICATIONS READ....... '
003800         WS-READ-COUNT.
003810     DISPLAY 'CRAPP01: DECISIONS READ.......... '
003820         WS-DECISION-COUNT.
003830     DISPLAY 'CRAPP01: ACCOUNTS OPENED......... '
003840         WS-OPENED-COUNT.
003850     DISPLAY 'CRAPP01: APPLICATIONS DECLINED... '
003860         WS-DECLINED-COUNT.
003870     DISPLAY 'CRAPP01: APPROVALS REFUSED....... '
003880         WS-REFUSED-COUNT.
003890     DISPLAY 'CRAPP01: DECISIONS UNMATCHED..... '
003900         WS-UNMATCHED-COUNT.
003910     DISPLAY 'CRAPP01: APPLICATIONS PENDING.... '
003920         WS-CARRIED-COUNT.
003923     DISPLAY 'CRAPP01: DUPLICATES DROPPED...... '
003926         WS-DUPLICATE-COUNT.
003930
003940*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
003950*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).  A
003960*    REFUSED APPROVAL OR A DECISION WITH NO APPLICATION NEEDS
003970*    THE CREDIT DESK TO LOOK AGAIN.
003980     IF WS-REFUSED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
003990         IF RETURN-CODE < 4
004000             MOVE 4 TO RETURN-CODE
004010         END-IF
004020     END-IF.
004030
004040     PERFORM 9999-TERMINATE
004050         THRU 9999-TERMINATE-EXIT.
004060
004061     MOVE WS-READ-COUNT TO WS-STP-RECORDS-IN.
004062     ADD WS-OPENED-COUNT WS-DECLINED-COUNT
004063         GIVING WS-STP-APPLIED.
004064     MOVE WS-CARRIED-COUNT TO WS-STP-SUSPENDED.
004065     MOVE WS-DUPLICATE-COUNT TO WS-STP-REJECTED.
004066     PERFORM 9710-LOG-STEP-END
004067         THRU 9710-LOG-STEP-END-EXIT.
004068
004070     STOP RUN.
004080
004090*****************************************************************
004100*    1000-INITIALIZE                                            *
004110*    THE CARRY-FORWARD AND ADD FILES ARE OPENED FIRST - WITHOUT *
004120*    EITHER, APPLICATIONS WOULD BE LOST, SO THE RUN STOPS.  NO  *
004130*    APPLICATION FILE MEANS NOTHING IS WAITING, WHICH IS NOT AN *
004140*    ERROR.                                                     *
004150*****************************************************************
004160 1000-INITIALIZE.
004170     OPEN INPUT CYCLE-CONTROL-FILE.
004180     IF WS-CYC-OK
004190         READ CYCLE-CONTROL-FILE
004200             AT END
004210                 CONTINUE
004220             NOT AT END
004230                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
004240         END-READ
004250         CLOSE CYCLE-CONTROL-FILE
004260     END-IF.
004270     IF WS-CYCLE-DATE = 0
004280         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
004290     END-IF.
004300
004310     OPEN INPUT CREDIT-LIMIT-CONTROL-FILE.
004320     IF WS-CLC-OK
004330         READ CREDIT-LIMIT-CONTROL-FILE
004340             AT END
004350                 CONTINUE
004360             NOT AT END
004370                 MOVE CLC-MAX-DELTA-AMOUNT
004380                     TO WS-MAX-DELTA-AMOUNT
004390         END-READ
004400         CLOSE CREDIT-LIMIT-CONTROL-FILE
004410     END-IF.
004420
004430     OPEN OUTPUT ONBOARD-REGISTER-RPT.
004440     IF NOT WS-REG-OK
004450         DISPLAY 'CRAPP01: OPEN ONBOARD-REGISTER FAILED '
004460             WS-REG-FILE-STATUS
004470     END-IF.
004480     MOVE WS-CYCLE-DATE TO WS-REG-HDG-DATE.
004490     WRITE ONBOARD-REGISTER-LINE FROM WS-REG-HEADING-LINE.
004500     WRITE ONBOARD-REGISTER-LINE FROM WS-REG-COLUMN-LINE.
004510
004520     OPEN OUTPUT PENDING-AGING-RPT.
004530     IF NOT WS-AGE-OK
004540         DISPLAY 'CRAPP01: OPEN PENDING-AGING FAILED '
004550             WS-AGE-FILE-STATUS
004560     END-IF.
004570     MOVE WS-CYCLE-DATE TO WS-AGE-HDG-DATE.
004580     WRITE PENDING-AGING-LINE FROM WS-AGE-HEADING-LINE.
004590     WRITE PENDING-AGING-LINE FROM WS-AGE-COLUMN-LINE.
004600
004610     OPEN OUTPUT CUST-TRAN-OUT.
004620     IF NOT WS-ADD-OK
004630         DISPLAY 'CRAPP01: OPEN CUST-TRAN-OUT FAILED '
004640             WS-ADD-FILE-STATUS
004650         MOVE 8 TO RETURN-CODE
004660         GO TO 1000-INITIALIZE-EXIT
004670     END-IF.
004680
004690     OPEN OUTPUT CREDIT-APPLICATION-OUT.
004700     IF NOT WS-APO-OK
004710         DISPLAY 'CRAPP01: OPEN APPLICATION-OUT FAILED '
004720             WS-APO-FILE-STATUS
004730         MOVE 8 TO RETURN-CODE
004740         GO TO 1000-INITIALIZE-EXIT
004750     END-IF.
004760
004770     PERFORM 1100-LOAD-POSTAL-CODES
004780         THRU 1100-LOAD-POSTAL-CODES-EXIT.
004790
004800     PERFORM 1200-LOAD-APPLICATIONS
004810         THRU 1200-LOAD-APPLICATIONS-EXIT.
004820     IF WS-READ-COUNT = 0
004830         DISPLAY 'CRAPP01: NO CREDIT APPLICATIONS PENDING'
004840     END-IF.
004850
004860     PERFORM 1300-LOAD-DECISIONS
004870         THRU 1300-LOAD-DECISIONS-EXIT.
004880
004890     IF WS-APP-COUNT > 0
004900         PERFORM 1400-SCAN-CUSTOMER-MASTER
004910             THRU 1400-SCAN-CUSTOMER-MASTER-EXIT
004920     END-IF.
004930 1000-INITIALIZE-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970*    1100-LOAD-POSTAL-CODES                                     *
004980*****************************************************************
004990 1100-LOAD-POSTAL-CODES.
005000     OPEN INPUT POSTAL-CODE-FILE.
005010     IF NOT WS-PCD-OK
005020         DISPLAY 'CRAPP01: NO POSTAL-CODE-FILE - '
005030             'POSTAL EDIT NOT APPLIED'
005040         GO TO 1100-LOAD-POSTAL-CODES-EXIT
005050     END-IF.
005060     PERFORM 1150-READ-POSTAL-CODE
005070         THRU 1150-READ-POSTAL-CODE-EXIT
005080         UNTIL WS-PCD-EOF.
005090     CLOSE POSTAL-CODE-FILE.
005100 1100-LOAD-POSTAL-CODES-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140*    1150-READ-POSTAL-CODE                                      *
005150*****************************************************************
005160 1150-READ-POSTAL-CODE.
005170     READ POSTAL-CODE-FILE
005180         AT END
005190             MOVE '10' TO WS-PCD-FILE-STATUS
005200         NOT AT END
005210             IF WS-PCD-COUNT < WS-MAX-PCD-ROWS
005220                 ADD 1 TO WS-PCD-COUNT
005230                 MOVE PCD-POSTAL-CODE
005240                     TO WS-PCD-CODE(WS-PCD-COUNT)
005250             END-IF
005260     END-READ.
005270 1150-READ-POSTAL-CODE-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310*    1200-LOAD-APPLICATIONS                                     *
005320*    THE CARRIED GENERATION AND TODAY'S NEWLY KEYED             *
005330*    APPLICATIONS ARRIVE AS ONE FILE.                           *
005340*****************************************************************
005350 1200-LOAD-APPLICATIONS.
005360     OPEN INPUT CREDIT-APPLICATION-FILE.
005370     IF NOT WS-APP-OK
005380         GO TO 1200-LOAD-APPLICATIONS-EXIT
005390     END-IF.
005400     PERFORM 1250-READ-APPLICATION
005410         THRU 1250-READ-APPLICATION-EXIT
005420         UNTIL WS-APP-EOF.
005430     CLOSE CREDIT-APPLICATION-FILE.
005440 1200-LOAD-APPLICATIONS-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*    1250-READ-APPLICATION                                      *
005490*    AN APPLICATION THE TABLE CANNOT HOLD IS WRITTEN STRAIGHT   *
005500*    FORWARD, UNSCREENED, SO IT IS NOT LOST - AND THE RUN FAILS *
005510*    SO THE TABLE IS ENLARGED.                                  *
005520*****************************************************************
005530 1250-READ-APPLICATION.
005540     READ CREDIT-APPLICATION-FILE INTO CREDIT-APPLICATION-REC
005550         AT END
005560             MOVE '10' TO WS-APP-FILE-STATUS
005570             GO TO 1250-READ-APPLICATION-EXIT
005580     END-READ.
005590     ADD 1 TO WS-READ-COUNT.
005591*    AN APPLICATION ALREADY LOADED IS NOT SCREENED A SECOND TIME -
005592*    THE CARRIED COPY, READ FIRST, STANDS.
005593     MOVE 'N' TO WS-APP-FOUND-SW.
005594     PERFORM 1260-MATCH-APPLICATION
005595         THRU 1260-MATCH-APPLICATION-EXIT
005596         VARYING WS-APP-SUB FROM 1 BY 1
005597         UNTIL WS-APP-SUB > WS-APP-COUNT
005598             OR WS-APP-FOUND.
005599     IF WS-APP-FOUND
005600         DISPLAY 'CRAPP01: DUPLICATE APPLICATION DROPPED '
005601             CAP-APP-ID
005602         ADD 1 TO WS-DUPLICATE-COUNT
005603         GO TO 1250-READ-APPLICATION-EXIT
005604     END-IF.
005605     IF WS-APP-COUNT NOT < WS-MAX-APP-ROWS
005610         IF NOT WS-OVERFLOW-WARNED
005620             DISPLAY 'CRAPP01: APPLICATION TABLE FULL AT '
005630                 WS-MAX-APP-ROWS ' - REST CARRIED UNSCREENED'
005640             MOVE 'Y' TO WS-OVERFLOW-WARNED-SW
005650             MOVE 8 TO RETURN-CODE
005660         END-IF
005670         ADD 1 TO WS-OVERFLOW-COUNT
005680         ADD 1 TO WS-CARRIED-COUNT
005690         WRITE CREDIT-APPLICATION-OUT-REC
005700             FROM CREDIT-APPLICATION-REC
005710         GO TO 1250-READ-APPLICATION-EXIT
005720     END-IF.
005730     ADD 1 TO WS-APP-COUNT.
005740     MOVE CREDIT-APPLICATION-REC
005750         TO WS-APP-IMAGE(WS-APP-COUNT).
005760     MOVE CAP-APP-ID     TO WS-ROW-APP-ID(WS-APP-COUNT).
005770     MOVE CAP-CUST-NAME  TO WS-ROW-NAME(WS-APP-COUNT).
005780     MOVE CAP-ADDR-STREET TO WS-ROW-STREET(WS-APP-COUNT).
005790     MOVE CAP-ADDR-POSTCODE
005800         TO WS-ROW-POSTCODE(WS-APP-COUNT).
005810     MOVE CAP-CUST-ID    TO WS-ROW-CUST-ID(WS-APP-COUNT).
005820     MOVE SPACES         TO WS-ROW-DECISION(WS-APP-COUNT).
005830     MOVE 0         TO WS-ROW-APPROVED-LIMIT(WS-APP-COUNT).
005840     MOVE SPACES         TO WS-ROW-TERMS(WS-APP-COUNT).
005850     MOVE SPACES         TO WS-ROW-OVERRIDE(WS-APP-COUNT).
005860     MOVE SPACES         TO WS-ROW-DECIDED-BY(WS-APP-COUNT).
005870     MOVE SPACES         TO WS-ROW-DUP-CUST(WS-APP-COUNT).
005880     MOVE 'N'            TO WS-ROW-ID-TAKEN(WS-APP-COUNT).
005890 1250-READ-APPLICATION-EXIT.
005900     EXIT.
005901
005902*****************************************************************
005903*    1260-MATCH-APPLICATION                                     *
005904*****************************************************************
005905 1260-MATCH-APPLICATION.
005906     IF WS-ROW-APP-ID(WS-APP-SUB) = CAP-APP-ID
005907         MOVE 'Y' TO WS-APP-FOUND-SW
005908     END-IF.
005909 1260-MATCH-APPLICATION-EXIT.
005910     EXIT.
005911
005920*****************************************************************
005930*    1300-LOAD-DECISIONS                                        *
005940*    EACH DECISION IS POSTED BESIDE ITS APPLICATION BEFORE THE  *
005950*    MASTER IS SCANNED, SO AN ACCOUNT NUMBER THE DESK ASSIGNS   *
005960*    IS CHECKED AS WELL.  NO DECISION FILE MEANS NOTHING WAS    *
005970*    DECIDED TODAY.                                             *
005980*****************************************************************
005990 1300-LOAD-DECISIONS.
006000     OPEN INPUT CREDIT-APP-DECISION-FILE.
006010     IF NOT WS-DEC-OK
006020         GO TO 1300-LOAD-DECISIONS-EXIT
006030     END-IF.
006040     PERFORM 1350-READ-DECISION
006050         THRU 1350-READ-DECISION-EXIT
006060         UNTIL WS-DEC-EOF.
006070     CLOSE CREDIT-APP-DECISION-FILE.
006080 1300-LOAD-DECISIONS-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120*    1350-READ-DECISION                                         *
006130*    A DECISION FOR AN APPLICATION NOT PENDING, OR A SECOND ONE *
006140*    FOR THE SAME APPLICATION, IS LISTED AND IGNORED.           *
006150*****************************************************************
006160 1350-READ-DECISION.
006170     READ CREDIT-APP-DECISION-FILE
006180         AT END
006190             MOVE '10' TO WS-DEC-FILE-STATUS
006200             GO TO 1350-READ-DECISION-EXIT
006210     END-READ.
006220     ADD 1 TO WS-DECISION-COUNT.
006230     MOVE 'N' TO WS-APP-FOUND-SW.
006240     PERFORM 1360-MATCH-DECISION
006250         THRU 1360-MATCH-DECISION-EXIT
006260         VARYING WS-APP-SUB FROM 1 BY 1
006270         UNTIL WS-APP-SUB > WS-APP-COUNT
006280             OR WS-APP-FOUND.
006290
006300     IF NOT WS-APP-FOUND
006310         MOVE 'NO SUCH APPLICATION PENDING' TO WS-FAIL-REASON
006320         GO TO 1350-UNMATCHED
006330     END-IF.
006340     IF WS-ROW-DECISION(WS-HIT-SUB) NOT = SPACES
006350         MOVE 'SECOND DECISION FOR APPLICATION'
006360             TO WS-FAIL-REASON
006370         GO TO 1350-UNMATCHED
006380     END-IF.
006390     IF NOT CAD-APPROVE AND NOT CAD-DECLINE
006400         MOVE 'DECISION CODE NOT A OR R' TO WS-FAIL-REASON
006410         GO TO 1350-UNMATCHED
006420     END-IF.
006430
006440     MOVE CAD-DECISION   TO WS-ROW-DECISION(WS-HIT-SUB).
006450     MOVE CAD-APPROVED-LIMIT
006460         TO WS-ROW-APPROVED-LIMIT(WS-HIT-SUB).
006470     MOVE CAD-TERMS-CODE TO WS-ROW-TERMS(WS-HIT-SUB).
006480     MOVE CAD-DUP-OVERRIDE TO WS-ROW-OVERRIDE(WS-HIT-SUB).
006490     MOVE CAD-DECIDED-BY TO WS-ROW-DECIDED-BY(WS-HIT-SUB).
006500     IF CAD-CUST-ID NOT = SPACES
006510         MOVE CAD-CUST-ID TO WS-ROW-CUST-ID(WS-HIT-SUB)
006520     END-IF.
006530     GO TO 1350-READ-DECISION-EXIT.
006540
006550 1350-UNMATCHED.
006560     ADD 1 TO WS-UNMATCHED-COUNT.
006570     MOVE SPACES          TO WS-REG-DETAIL-LINE.
006580     MOVE CAD-APP-ID      TO WS-REG-APP-ID.
006590     MOVE 'NOT APPLIED'   TO WS-REG-DISPOSITION.
006600     MOVE CAD-DECIDED-BY  TO WS-REG-DECIDER.
006610     MOVE 0               TO WS-REG-LIMIT.
006620     WRITE ONBOARD-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
006630     MOVE WS-FAIL-REASON  TO WS-RSN-TEXT.
006640     WRITE ONBOARD-REGISTER-LINE FROM WS-REASON-LINE.
006650 1350-READ-DECISION-EXIT.
006660     EXIT.
006670
006680*****************************************************************
006690*    1360-MATCH-DECISION                                        *
006700*****************************************************************
006710 1360-MATCH-DECISION.
006720     IF WS-ROW-APP-ID(WS-APP-SUB) = CAD-APP-ID
006730         MOVE 'Y' TO WS-APP-FOUND-SW
006740         MOVE WS-APP-SUB TO WS-HIT-SUB
006750     END-IF.
006760 1360-MATCH-DECISION-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800*    1400-SCAN-CUSTOMER-MASTER                                  *
006810*    ONE PASS OF THE MASTER AGAINST EVERY APPLICATION.  WITHOUT *
006820*    THE MASTER NOTHING CAN BE SCREENED OR OPENED SAFELY, SO    *
006830*    THE RUN FAILS.                                             *
006840*****************************************************************
006850 1400-SCAN-CUSTOMER-MASTER.
006860     OPEN INPUT CUSTOMER-MASTER-FILE.
006870     IF NOT WS-CUST-OK
006880         DISPLAY 'CRAPP01: OPEN CUSTOMER-MASTER FAILED '
006890             WS-CUST-FILE-STATUS
006900         MOVE 8 TO RETURN-CODE
006910         GO TO 1400-SCAN-CUSTOMER-MASTER-EXIT
006920     END-IF.
006930     PERFORM 1450-READ-CUSTOMER
006940         THRU 1450-READ-CUSTOMER-EXIT
006950         UNTIL WS-CUST-EOF.
006960     CLOSE CUSTOMER-MASTER-FILE.
006970 1400-SCAN-CUSTOMER-MASTER-EXIT.
006980     EXIT.
006990
007000*****************************************************************
007010*    1450-READ-CUSTOMER                                         *
007020*    A MERGED ACCOUNT STILL HOLDS ITS NUMBER BUT IS NOT A       *
007030*    DUPLICATE - ITS SURVIVOR IS.                               *
007040*****************************************************************
007050 1450-READ-CUSTOMER.
007060     READ CUSTOMER-MASTER-FILE
007070         AT END
007080             MOVE '10' TO WS-CUST-FILE-STATUS
007090             GO TO 1450-READ-CUSTOMER-EXIT
007100     END-READ.
007110     PERFORM 1460-COMPARE-APPLICATION
007120         THRU 1460-COMPARE-APPLICATION-EXIT
007130         VARYING WS-APP-SUB FROM 1 BY 1
007140         UNTIL WS-APP-SUB > WS-APP-COUNT.
007150 1450-READ-CUSTOMER-EXIT.
007160     EXIT.
007170
007180*****************************************************************
007190*    1460-COMPARE-APPLICATION                                   *
007200*    THE FIRST PROBABLE DUPLICATE FOUND IS THE ONE REPORTED.    *
007210*****************************************************************
007220 1460-COMPARE-APPLICATION.
007230     IF WS-ROW-CUST-ID(WS-APP-SUB) = CUST-ID
007240         MOVE 'Y' TO WS-ROW-ID-TAKEN(WS-APP-SUB)
007250     END-IF.
007260     IF CUST-MERGED
007270             OR WS-ROW-DUP-CUST(WS-APP-SUB) NOT = SPACES
007280             OR CUST-ADDR-POSTCODE
007290                 NOT = WS-ROW-POSTCODE(WS-APP-SUB)
007300         GO TO 1460-COMPARE-APPLICATION-EXIT
007310     END-IF.
007320     IF CUST-NAME(1:WS-DUP-NAME-LEN)
007330             = WS-ROW-NAME(WS-APP-SUB)(1:WS-DUP-NAME-LEN)
007340         MOVE CUST-ID TO WS-ROW-DUP-CUST(WS-APP-SUB)
007350         GO TO 1460-COMPARE-APPLICATION-EXIT
007360     END-IF.
007370     IF WS-ROW-STREET(WS-APP-SUB) NOT = SPACES
007380             AND CUST-ADDR-STREET = WS-ROW-STREET(WS-APP-SUB)
007390         MOVE CUST-ID TO WS-ROW-DUP-CUST(WS-APP-SUB)
007400     END-IF.
007410 1460-COMPARE-APPLICATION-EXIT.
007420     EXIT.
007430
007440*****************************************************************
007450*    2000-WORK-ONE-APPLICATION                                  *
007460*    SCREEN THE APPLICATION AFRESH, THEN ACT ON THE DESK'S      *
007470*    DECISION IF THERE IS ONE.  ANYTHING NOT OPENED OR DECLINED *
007480*    CARRIES FORWARD.                                           *
007490*****************************************************************
007500 2000-WORK-ONE-APPLICATION.
007510     MOVE WS-APP-IMAGE(WS-APP-SUB) TO CREDIT-APPLICATION-REC.
007520     PERFORM 2100-SCREEN-APPLICATION
007530         THRU 2100-SCREEN-APPLICATION-EXIT.
007540     PERFORM 2200-PROPOSE-TERMS
007550         THRU 2200-PROPOSE-TERMS-EXIT.
007560
007570     EVALUATE WS-ROW-DECISION(WS-APP-SUB)
007580         WHEN 'A'
007590             PERFORM 2300-APPROVE-APPLICATION
007600                 THRU 2300-APPROVE-APPLICATION-EXIT
007610         WHEN 'R'
007620             PERFORM 2500-DECLINE-APPLICATION
007630                 THRU 2500-DECLINE-APPLICATION-EXIT
007640         WHEN OTHER
007650             PERFORM 2900-CARRY-FORWARD
007660                 THRU 2900-CARRY-FORWARD-EXIT
007670     END-EVALUATE.
007680 2000-WORK-ONE-APPLICATION-EXIT.
007690     EXIT.
007700
007710*****************************************************************
007720*    2100-SCREEN-APPLICATION                                    *
007730*    THE POSTAL CODE MUST BE ON THE REFERENCE FILE (A BLANK     *
007740*    CODE PASSES, AS IN CUSTMNT1), AND THE NAME MAY HOLD ONLY   *
007750*    LETTERS AND SPACES, AS NAMVAL01 REQUIRES OF THE MASTERS.   *
007760*****************************************************************
007770 2100-SCREEN-APPLICATION.
007780     MOVE WS-CYCLE-DATE TO CAP-SCREEN-DATE.
007790     MOVE WS-ROW-DUP-CUST(WS-APP-SUB) TO CAP-DUP-CUST-ID.
007800     IF CAP-DUP-CUST-ID = SPACES
007810         MOVE 'N' TO CAP-DUP-FLAG
007820     ELSE
007830         MOVE 'Y' TO CAP-DUP-FLAG
007840     END-IF.
007850
007860     MOVE 'Y' TO WS-POSTAL-OK-SW.
007870     IF CAP-ADDR-POSTCODE NOT = SPACES AND WS-PCD-COUNT > 0
007880         MOVE 'N' TO WS-POSTAL-OK-SW
007890         PERFORM 2160-MATCH-POSTAL-CODE
007900             THRU 2160-MATCH-POSTAL-CODE-EXIT
007910             VARYING WS-PCD-SUB FROM 1 BY 1
007920             UNTIL WS-PCD-SUB > WS-PCD-COUNT
007930                 OR WS-POSTAL-OK
007940     END-IF.
007950     IF WS-POSTAL-OK
007960         MOVE 'N' TO CAP-POSTAL-FLAG
007970     ELSE
007980         MOVE 'Y' TO CAP-POSTAL-FLAG
007990     END-IF.
008000
008010     MOVE 0 TO WS-INVALID-CHAR-CNT.
008020     PERFORM 2150-CHECK-NAME-CHAR
008030         THRU 2150-CHECK-NAME-CHAR-EXIT
008040         VARYING WS-NAME-SUB FROM 1 BY 1
008050         UNTIL WS-NAME-SUB > 20.
008060     IF WS-INVALID-CHAR-CNT > 0 OR CAP-CUST-NAME = SPACES
008070         MOVE 'Y' TO CAP-NAME-FLAG
008080     ELSE
008090         MOVE 'N' TO CAP-NAME-FLAG
008100     END-IF.
008110 2100-SCREEN-APPLICATION-EXIT.
008120     EXIT.
008130
008140*****************************************************************
008150*    2150-CHECK-NAME-CHAR                                       *
008160*****************************************************************
008170 2150-CHECK-NAME-CHAR.
008180     MOVE CAP-CUST-NAME(WS-NAME-SUB:1) TO WS-ONE-CHAR.
008190     IF WS-ONE-CHAR IS NOT ALPHABETIC AND WS-ONE-CHAR NOT = SPACE
008200         ADD 1 TO WS-INVALID-CHAR-CNT
008210     END-IF.
008220 2150-CHECK-NAME-CHAR-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260*    2160-MATCH-POSTAL-CODE                                     *
008270*****************************************************************
008280 2160-MATCH-POSTAL-CODE.
008290     IF WS-PCD-CODE(WS-PCD-SUB) = CAP-ADDR-POSTCODE
008300         MOVE 'Y' TO WS-POSTAL-OK-SW
008310     END-IF.
008320 2160-MATCH-POSTAL-CODE-EXIT.
008330     EXIT.
008340
008350*****************************************************************
008360*    2200-PROPOSE-TERMS                                         *
008370*    THE GRADE COMES FROM THE TRADE REFERENCES - NONE, OR MORE  *
008380*    THAN ONE SLOW PAYER, IS D; ONE SLOW PAYER IS C; THREE      *
008390*    SEASONED CLEAN REFERENCES ARE A; TWO OR MORE CLEAN ARE B;  *
008400*    A SINGLE CLEAN ONE IS C.  A NEW ACCOUNT IS NEVER PROPOSED  *
008410*    AT E.  THE LIMIT IS THE GRADE'S SHARE OF THE AVERAGE       *
008420*    REFERENCE LINE, NEVER MORE THAN WAS ASKED FOR AND NEVER    *
008430*    ZERO, WHICH WOULD MEAN NO LIMIT AT ALL.                    *
008440*****************************************************************
008450 2200-PROPOSE-TERMS.
008460     MOVE 0 TO WS-REF-COUNT.
008470     MOVE 0 TO WS-SLOW-COUNT.
008480     MOVE 0 TO WS-SEASONED-COUNT.
008490     MOVE 0 TO WS-REF-LIMIT-COUNT.
008500     MOVE 0 TO WS-REF-LIMIT-TOTAL.
008510     PERFORM 2250-TALLY-REFERENCE
008520         THRU 2250-TALLY-REFERENCE-EXIT
008530         VARYING WS-REF-SUB FROM 1 BY 1
008540         UNTIL WS-REF-SUB > 3.
008550
008560     EVALUATE TRUE
008570         WHEN WS-REF-COUNT = 0 OR WS-SLOW-COUNT > 1
008580             MOVE 'D' TO CAP-PROPOSED-GRADE
008590             MOVE WS-GRADE-D-PCT TO WS-GRADE-PCT
008600         WHEN WS-SLOW-COUNT = 1
008610             MOVE 'C' TO CAP-PROPOSED-GRADE
008620             MOVE WS-GRADE-C-PCT TO WS-GRADE-PCT
008630         WHEN WS-REF-COUNT = 3 AND WS-SEASONED-COUNT = 3
008640             MOVE 'A' TO CAP-PROPOSED-GRADE
008650             MOVE WS-GRADE-A-PCT TO WS-GRADE-PCT
008660         WHEN WS-REF-COUNT > 1
008670             MOVE 'B' TO CAP-PROPOSED-GRADE
008680             MOVE WS-GRADE-B-PCT TO WS-GRADE-PCT
008690         WHEN OTHER
008700             MOVE 'C' TO CAP-PROPOSED-GRADE
008710             MOVE WS-GRADE-C-PCT TO WS-GRADE-PCT
008720     END-EVALUATE.
008730
008740     IF WS-REF-LIMIT-COUNT = 0
008750         MOVE WS-NO-REF-LIMIT TO CAP-PROPOSED-LIMIT
008760     ELSE
008770         COMPUTE CAP-PROPOSED-LIMIT ROUNDED
008780             = WS-REF-LIMIT-TOTAL / WS-REF-LIMIT-COUNT
008790                 * WS-GRADE-PCT / 100
008800             ON SIZE ERROR
008810                 MOVE WS-NO-REF-LIMIT TO CAP-PROPOSED-LIMIT
008820         END-COMPUTE
008830     END-IF.
008840     IF CAP-PROPOSED-LIMIT = 0
008850         MOVE WS-NO-REF-LIMIT TO CAP-PROPOSED-LIMIT
008860     END-IF.
008870     IF CAP-REQUESTED-LIMIT > 0
008880             AND CAP-PROPOSED-LIMIT > CAP-REQUESTED-LIMIT
008890         MOVE CAP-REQUESTED-LIMIT TO CAP-PROPOSED-LIMIT
008900     END-IF.
008910 2200-PROPOSE-TERMS-EXIT.
008920     EXIT.
008930
008940*****************************************************************
008950*    2250-TALLY-REFERENCE                                       *
008960*****************************************************************
008970 2250-TALLY-REFERENCE.
008980     IF CAP-REF-NAME(WS-REF-SUB) = SPACES
008990         GO TO 2250-TALLY-REFERENCE-EXIT
009000     END-IF.
009010     ADD 1 TO WS-REF-COUNT.
009020     IF CAP-REF-SLOW-PAYER(WS-REF-SUB)
009030         ADD 1 TO WS-SLOW-COUNT
009040     END-IF.
009050     IF CAP-REF-YEARS(WS-REF-SUB) NOT < WS-SEASONED-YEARS
009060         ADD 1 TO WS-SEASONED-COUNT
009070     END-IF.
009080     IF CAP-REF-LIMIT(WS-REF-SUB) > 0
009090         ADD 1 TO WS-REF-LIMIT-COUNT
009100         ADD CAP-REF-LIMIT(WS-REF-SUB) TO WS-REF-LIMIT-TOTAL
009110     END-IF.
009120 2250-TALLY-REFERENCE-EXIT.
009130     EXIT.
009140
009150*****************************************************************
009160*    2300-APPROVE-APPLICATION                                   *
009170*    AN APPROVAL IS REFUSED - AND THE APPLICATION STAYS PENDING *
009180*    FOR THE DESK TO PUT RIGHT - WHEN THE DECIDER KEYED THE     *
009190*    APPLICATION, THE ACCOUNT NUMBER IS MISSING OR TAKEN, AN    *
009200*    EDIT FAILED, OR A PROBABLE DUPLICATE WAS NOT EXPRESSLY     *
009210*    OVERRIDDEN.                                                *
009220*****************************************************************
009230 2300-APPROVE-APPLICATION.
009240     MOVE SPACES TO WS-FAIL-REASON.
009250     EVALUATE TRUE
009260         WHEN WS-ROW-DECIDED-BY(WS-APP-SUB) = CAP-OPERATOR-ID
009270             MOVE 'DECIDED BY THE OPERATOR WHO KEYED IT'
009280                 TO WS-FAIL-REASON
009290         WHEN WS-ROW-CUST-ID(WS-APP-SUB) = SPACES
009300             MOVE 'NO ACCOUNT NUMBER ASSIGNED'
009310                 TO WS-FAIL-REASON
009320         WHEN WS-ROW-ID-TAKEN(WS-APP-SUB) = 'Y'
009330             MOVE 'ACCOUNT NUMBER ALREADY ON FILE'
009340                 TO WS-FAIL-REASON
009350         WHEN CAP-POSTAL-INVALID
009360             MOVE 'POSTAL CODE NOT ON FILE' TO WS-FAIL-REASON
009370         WHEN CAP-NAME-INVALID
009380             MOVE 'NAME HAS INVALID CHARACTERS'
009390                 TO WS-FAIL-REASON
009400         WHEN CAP-PROBABLE-DUP
009410                 AND WS-ROW-OVERRIDE(WS-APP-SUB) NOT = 'Y'
009420             STRING 'PROBABLE DUPLICATE OF ACCOUNT '
009430                     DELIMITED BY SIZE
009440                 CAP-DUP-CUST-ID DELIMITED BY SIZE
009450                 INTO WS-FAIL-REASON
009460     END-EVALUATE.
009470
009480     IF WS-FAIL-REASON NOT = SPACES
009490         ADD 1 TO WS-REFUSED-COUNT
009500         MOVE 'REFUSED' TO WS-DISPOSITION
009510         MOVE WS-ROW-APPROVED-LIMIT(WS-APP-SUB) TO WS-OPEN-LIMIT
009520         PERFORM 2800-WRITE-REGISTER-LINE
009530             THRU 2800-WRITE-REGISTER-LINE-EXIT
009540         MOVE WS-FAIL-REASON TO WS-RSN-TEXT
009550         WRITE ONBOARD-REGISTER-LINE FROM WS-REASON-LINE
009560         PERFORM 2900-CARRY-FORWARD
009570             THRU 2900-CARRY-FORWARD-EXIT
009580         GO TO 2300-APPROVE-APPLICATION-EXIT
009590     END-IF.
009600
009610     MOVE WS-ROW-APPROVED-LIMIT(WS-APP-SUB) TO WS-OPEN-LIMIT.
009620     IF WS-OPEN-LIMIT = 0
009630         MOVE CAP-PROPOSED-LIMIT TO WS-OPEN-LIMIT
009640     END-IF.
009650     MOVE WS-ROW-TERMS(WS-APP-SUB) TO WS-OPEN-TERMS.
009660     IF WS-OPEN-TERMS = SPACES
009670         MOVE CAP-REQUESTED-TERMS TO WS-OPEN-TERMS
009680     END-IF.
009690     PERFORM 2400-WRITE-ADD-TRANSACTION
009700         THRU 2400-WRITE-ADD-TRANSACTION-EXIT.
009710
009720     ADD 1 TO WS-OPENED-COUNT.
009730     MOVE 'OPENED' TO WS-DISPOSITION.
009740     PERFORM 2800-WRITE-REGISTER-LINE
009750         THRU 2800-WRITE-REGISTER-LINE-EXIT.
009760     IF WS-OPEN-LIMIT > WS-MAX-DELTA-AMOUNT
009770         ADD 1 TO WS-DUAL-CONTROL-COUNT
009780         MOVE 'LIMIT GOES TO DUAL CONTROL (CRLAPPR1)'
009790             TO WS-RSN-TEXT
009800         WRITE ONBOARD-REGISTER-LINE FROM WS-REASON-LINE
009810     END-IF.
009820 2300-APPROVE-APPLICATION-EXIT.
009830     EXIT.
009840
009850*****************************************************************
009860*    2400-WRITE-ADD-TRANSACTION                                 *
009870*    THE ADD CARRIES THE DECIDING OPERATOR, SO CUSTMNT1 HOLDS   *
009880*    IT TO THAT OPERATOR'S AUTHORITY AND ITS OWN LIMIT DUAL     *
009890*    CONTROL.                                                   *
009900*****************************************************************
009910 2400-WRITE-ADD-TRANSACTION.
009920     MOVE SPACES             TO CUST-TRAN-REC.
009930     MOVE 'A'                TO CTR-ACTION.
009940     MOVE WS-ROW-CUST-ID(WS-APP-SUB) TO CTR-CUST-ID.
009950     MOVE CAP-CUST-NAME      TO CTR-CUST-NAME.
009960     MOVE CAP-CUST-ADDR      TO CTR-CUST-ADDR.
009970     MOVE 0                  TO CTR-CUST-BALANCE.
009980     MOVE WS-OPEN-LIMIT      TO CTR-CREDIT-LIMIT.
009990     MOVE WS-ROW-DECIDED-BY(WS-APP-SUB) TO CTR-OPERATOR-ID.
010000     MOVE WS-OPEN-TERMS      TO CTR-TERMS-CODE.
010010     WRITE CUST-TRAN-REC.
010020 2400-WRITE-ADD-TRANSACTION-EXIT.
010030     EXIT.
010040
010050*****************************************************************
010060*    2500-DECLINE-APPLICATION                                   *
010070*****************************************************************
010080 2500-DECLINE-APPLICATION.
010090     ADD 1 TO WS-DECLINED-COUNT.
010100     MOVE 'DECLINED' TO WS-DISPOSITION.
010110     MOVE 0 TO WS-OPEN-LIMIT.
010120     PERFORM 2800-WRITE-REGISTER-LINE
010130         THRU 2800-WRITE-REGISTER-LINE-EXIT.
010140 2500-DECLINE-APPLICATION-EXIT.
010150     EXIT.
010160
010170*****************************************************************
010180*    2800-WRITE-REGISTER-LINE                                   *
010190*    THE CALLER SETS WS-DISPOSITION AND WS-OPEN-LIMIT.          *
010200*****************************************************************
010210 2800-WRITE-REGISTER-LINE.
010220     MOVE SPACES             TO WS-REG-DETAIL-LINE.
010230     MOVE WS-DISPOSITION     TO WS-REG-DISPOSITION.
010240     MOVE CAP-APP-ID         TO WS-REG-APP-ID.
010250     MOVE CAP-CUST-NAME      TO WS-REG-NAME.
010260     MOVE WS-ROW-CUST-ID(WS-APP-SUB) TO WS-REG-CUST-ID.
010270     MOVE WS-OPEN-LIMIT      TO WS-REG-LIMIT.
010280     MOVE CAP-PROPOSED-GRADE TO WS-REG-GRADE.
010290     MOVE WS-ROW-DECIDED-BY(WS-APP-SUB) TO WS-REG-DECIDER.
010300     WRITE ONBOARD-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
010310 2800-WRITE-REGISTER-LINE-EXIT.
010320     EXIT.
010330
010340*****************************************************************
010350*    2900-CARRY-FORWARD                                         *
010360*    WRITE THE SCREENED APPLICATION TO THE NEXT GENERATION AND  *
010370*    AGE IT ONTO THE PENDING REPORT.                            *
010380*****************************************************************
010390 2900-CARRY-FORWARD.
010400     WRITE CREDIT-APPLICATION-OUT-REC
010410         FROM CREDIT-APPLICATION-REC.
010420     ADD 1 TO WS-CARRIED-COUNT.
010430
010440     MOVE CAP-APP-DATE TO WS-APPLIED-DATE.
010450     COMPUTE WS-AGE-DAYS
010460         = (WS-CYCLE-YYYY - WS-APPLIED-YYYY) * 360
010470         + (WS-CYCLE-MM - WS-APPLIED-MM) * 30
010480         + (WS-CYCLE-DD - WS-APPLIED-DD).
010490     IF WS-AGE-DAYS < 0
010500         MOVE 0 TO WS-AGE-DAYS
010510     END-IF.
010520     IF WS-AGE-DAYS > WS-OLDEST-DAYS
010530         MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
010540     END-IF.
010550     EVALUATE TRUE
010560         WHEN WS-AGE-DAYS NOT > WS-AGE-BAND-1
010570             ADD 1 TO WS-BAND-1-COUNT
010580         WHEN WS-AGE-DAYS NOT > WS-AGE-BAND-2
010590             ADD 1 TO WS-BAND-2-COUNT
010600         WHEN WS-AGE-DAYS NOT > WS-AGE-BAND-3
010610             ADD 1 TO WS-BAND-3-COUNT
010620         WHEN OTHER
010630             ADD 1 TO WS-BAND-4-COUNT
010640     END-EVALUATE.
010650
010660     MOVE SPACES              TO WS-AGE-DETAIL-LINE.
010670     MOVE CAP-APP-ID          TO WS-AGE-APP-ID.
010680     MOVE CAP-CUST-NAME       TO WS-AGE-NAME.
010690     MOVE CAP-APP-DATE        TO WS-AGE-APPLIED.
010700     MOVE WS-AGE-DAYS         TO WS-AGE-DAYS-OUT.
010710     MOVE CAP-REQUESTED-LIMIT TO WS-AGE-REQUESTED.
010720     MOVE CAP-PROPOSED-LIMIT  TO WS-AGE-PROPOSED.
010730     MOVE CAP-PROPOSED-GRADE  TO WS-AGE-GRADE.
010740     IF CAP-PROBABLE-DUP
010750         MOVE 'DUP' TO WS-AGE-DUP
010760     END-IF.
010770     IF CAP-POSTAL-INVALID
010780         MOVE 'PST' TO WS-AGE-PST
010790     END-IF.
010800     IF CAP-NAME-INVALID
010810         MOVE 'NAM' TO WS-AGE-NAM
010820     END-IF.
010830     IF WS-ROW-ID-TAKEN(WS-APP-SUB) = 'Y'
010840         MOVE 'ID' TO WS-AGE-IDT
010850     END-IF.
010860     WRITE PENDING-AGING-LINE FROM WS-AGE-DETAIL-LINE.
010870 2900-CARRY-FORWARD-EXIT.
010880     EXIT.
010890
010900*****************************************************************
010910*    3000-PRINT-TOTALS                                          *
010920*****************************************************************
010930 3000-PRINT-TOTALS.
010940     MOVE SPACES TO WS-TEXT-LINE.
010950     WRITE ONBOARD-REGISTER-LINE FROM WS-TEXT-LINE.
010960     MOVE 'APPLICATIONS READ' TO WS-CNT-TITLE.
010970     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
010980     WRITE ONBOARD-REGISTER-LINE FROM WS-COUNT-LINE.
010990     MOVE 'DECISIONS READ' TO WS-CNT-TITLE.
011000     MOVE WS-DECISION-COUNT TO WS-CNT-VALUE.
011010     WRITE ONBOARD-REGISTER-LINE FROM WS-COUNT-LINE.
011020     MOVE 'ACCOUNTS OPENED' TO WS-CNT-TITLE.
011030     MOVE WS-OPENED-COUNT TO WS-CNT-VALUE.
011040     WRITE ONBOARD-REGISTER-LINE FROM WS-COUNT-LINE.
011050     MOVE '  LIMIT TO DUAL CONTROL' TO WS-CNT-TITLE.
011060     MOVE WS-DUAL-CONTROL-COUNT TO WS-CNT-VALUE.
011070     WRITE ONBOARD-REGISTER-LINE FROM WS-COUNT-LINE.
011080     MOVE 'APPLICATIONS DECLINED' TO WS-CNT-TITLE.
011090     MOVE WS-DECLINED-COUNT TO WS-CNT-VALUE.
011100     WRITE ONBOARD-REGISTER-LINE FROM WS-COUNT-LINE.
011110     MOVE 'APPROVALS REFUSED' TO WS-CNT-TITLE.
011120     MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
011130     WRITE ONBOARD-REGISTER-LINE FROM WS-COUNT-LINE.
011140     MOVE 'DECISIONS NOT APPLIED' TO WS-CNT-TITLE.
011150     MOVE WS-UNMATCHED-COUNT TO WS-CNT-VALUE.
011160     WRITE ONBOARD-REGISTER-LINE FROM WS-COUNT-LINE.
011162     MOVE 'DUPLICATE APPLICATIONS DROPPED' TO WS-CNT-TITLE.
011164     MOVE WS-DUPLICATE-COUNT TO WS-CNT-VALUE.
011166     WRITE ONBOARD-REGISTER-LINE FROM WS-COUNT-LINE.
011170
011180     MOVE SPACES TO WS-TEXT-LINE.
011190     WRITE PENDING-AGING-LINE FROM WS-TEXT-LINE.
011200     IF WS-OVERFLOW-COUNT > 0
011210         MOVE 'UNSCREENED - TABLE FULL' TO WS-BAND-TITLE
011220         MOVE WS-OVERFLOW-COUNT TO WS-BAND-VALUE
011230         WRITE PENDING-AGING-LINE FROM WS-BAND-LINE
011240     END-IF.
011250     MOVE 'WAITING UP TO' TO WS-BDL-TEXT.
011260     MOVE WS-AGE-BAND-1   TO WS-BDL-DAYS.
011270     MOVE WS-BAND-1-COUNT TO WS-BDL-VALUE.
011280     WRITE PENDING-AGING-LINE FROM WS-BAND-DAYS-LINE.
011290     MOVE WS-AGE-BAND-2   TO WS-BDL-DAYS.
011300     MOVE WS-BAND-2-COUNT TO WS-BDL-VALUE.
011310     WRITE PENDING-AGING-LINE FROM WS-BAND-DAYS-LINE.
011320     MOVE WS-AGE-BAND-3   TO WS-BDL-DAYS.
011330     MOVE WS-BAND-3-COUNT TO WS-BDL-VALUE.
011340     WRITE PENDING-AGING-LINE FROM WS-BAND-DAYS-LINE.
011350     MOVE 'WAITING OVER'  TO WS-BDL-TEXT.
011360     MOVE WS-BAND-4-COUNT TO WS-BDL-VALUE.
011370     WRITE PENDING-AGING-LINE FROM WS-BAND-DAYS-LINE.
011380     MOVE 'TOTAL PENDING' TO WS-BAND-TITLE.
011390     MOVE WS-CARRIED-COUNT TO WS-BAND-VALUE.
011400     WRITE PENDING-AGING-LINE FROM WS-BAND-LINE.
011410     MOVE 'OLDEST WAIT IN DAYS' TO WS-BAND-TITLE.
011420     MOVE WS-OLDEST-DAYS TO WS-BAND-VALUE.
011430     WRITE PENDING-AGING-LINE FROM WS-BAND-LINE.
011440 3000-PRINT-TOTALS-EXIT.
011450     EXIT.
011460
011470*****************************************************************
011480*    9999-TERMINATE                                             *
011490*****************************************************************
011500 9999-TERMINATE.
011510     IF WS-APO-OK
011520         CLOSE CREDIT-APPLICATION-OUT
011530     END-IF.
011540     IF WS-ADD-OK
011550         CLOSE CUST-TRAN-OUT
011560     END-IF.
011570     CLOSE ONBOARD-REGISTER-RPT.
011580     CLOSE PENDING-AGING-RPT.
011590 9999-TERMINATE-EXIT.
011600     EXIT.
011610
011620*****************************************************************
011630*    9700-LOG-STEP-START                                        *
011640*    SHARED STEP-LOG AND RUN-CONTROL WRITER - SEE STPPROC.CPY.  *
011650*****************************************************************
011660     COPY STPPROC.
