000240*                    BALANCE WITH A BALANCED GL PAIR.  RETURNS   *
000250*                    THAT MATCH NOTHING GO TO THE REGISTER AS   *
000260*                    UNMATCHED AND END THE STEP RC 4.            *
000262*    2026-10-15  PD  EVERY RETURN REVERSED IS NOW ALSO APPENDED  *
000264*                    TO THE BANK ACTIVITY FILE (BNKACT.CPY) AS   *
000266*                    MONEY OUT FOR THE BANK RECONCILIATION.      *
000267*    2026-10-15  PD  A RETURNED DIRECT DEBIT (REFERENCE 'DD...', *
000268*                    CUT BY DDCOL01) NOW ALSO COUNTS AGAINST THE *
000269*                    CUSTOMER'S MANDATE (DDMAND.CPY).  THE       *
000270*                    SECOND CONSECUTIVE REJECTION SUSPENDS THE   *
000271*                    MANDATE AND PRINTS A NOTICE TO THE CUSTOMER *
000272*                    ON THE MANDATE NOTICE FILE.  THE MANDATE    *
000273*                    FILE IS OPTIONAL.                           *
000274*    2026-10-15  PD  THE CUSTOMER-MASTER JOURNAL IS OPENED AND   *
000275*                    CLOSED THROUGH 9610/9620-CUST-JOURNAL SO    *
000276*                    EACH RECORD IS SEALED INTO THE CHAIN AND    *
000277*                    THE RUN'S GENERATION ENDS IN A TRAILER.     *
000278*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000670     SELECT RETURNED-ITEMS-RPT ASSIGN TO NSFREGRP
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RPT-FILE-STATUS.
000692
000694     SELECT BANK-ACTIVITY-FILE ASSIGN TO BNKACT
000696         ORGANIZATION IS LINE SEQUENTIAL
000698         FILE STATUS IS WS-BAC-FILE-STATUS.
000699
000700     SELECT DD-MANDATE-FILE ASSIGN TO DDMAND
000701         ORGANIZATION IS INDEXED
000702         ACCESS MODE IS RANDOM
000703         RECORD KEY IS DDM-CUST-ID
000704         FILE STATUS IS WS-DDM-FILE-STATUS.
000705
000706     SELECT DD-NOTICE-RPT ASSIGN TO DDNOTRP
000707         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS WS-DNT-FILE-STATUS.
000709
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  BANK-RETURN-FILE
001050 FD  RETURNED-ITEMS-RPT
001060     LABEL RECORDS ARE STANDARD.
001070     01  RETURNED-ITEMS-LINE      PIC X(80).
001072
001074 FD  BANK-ACTIVITY-FILE
001076     LABEL RECORDS ARE STANDARD.
001078     COPY BNKACT.
001079
001080 FD  DD-MANDATE-FILE
001081     LABEL RECORDS ARE STANDARD.
001082     COPY DDMAND.
001083
001084 FD  DD-NOTICE-RPT
001085     LABEL RECORDS ARE STANDARD.
001086     01  DD-NOTICE-LINE           PIC X(80).
001087
001090 WORKING-STORAGE SECTION.
001100     01  WS-BRT-FILE-STATUS       PIC X(02).
001110         88  WS-BRT-OK            VALUE '00'.
001330
001340     01  WS-RPT-FILE-STATUS       PIC X(02).
001350         88  WS-RPT-OK            VALUE '00'.
001352
001354     01  WS-BAC-FILE-STATUS       PIC X(02).
001356         88  WS-BAC-OK            VALUE '00'.
001357
001358     01  WS-DDM-FILE-STATUS       PIC X(02).
001359         88  WS-DDM-OK            VALUE '00'.
001360         88  WS-DDM-NOT-FOUND     VALUE '23'.
001361     01  WS-DDM-OPEN-SW           PIC X(01) VALUE 'N'.
001362         88  WS-DDM-OPEN          VALUE 'Y'.
001363
001364     01  WS-DNT-FILE-STATUS       PIC X(02).
001365         88  WS-DNT-OK            VALUE '00'.
001366
001367*    CONSECUTIVE BANK REJECTIONS THAT SUSPEND A MANDATE.
001368     01  WS-DD-REJECT-LIMIT       PIC 9(02) VALUE 2.
001369
001370     COPY CMJWORK.
001375     COPY JCHWORK.
001380
001390     01  WS-EOF-SW                PIC X(01) VALUE 'N'.
001400         88  WS-EOF               VALUE 'Y'.
001560         05  WS-REVERSED-COUNT    PIC 9(07) COMP VALUE 0.
001570         05  WS-UNMATCHED-COUNT   PIC 9(07) COMP VALUE 0.
001580         05  WS-FEE-COUNT         PIC 9(07) COMP VALUE 0.
001583         05  WS-DD-REJECT-COUNT   PIC 9(07) COMP VALUE 0.
001586         05  WS-DD-SUSPEND-COUNT  PIC 9(07) COMP VALUE 0.
001590         05  WS-AMOUNT-REVERSED   PIC S9(11)V9(2) COMP-3 VALUE 0.
001600
001610*****************************************************************
001820         05  WS-CNT-TITLE         PIC X(26).
001830         05  WS-CNT-VALUE         PIC ZZZ,ZZ9.
001840         05  FILLER               PIC X(47) VALUE SPACES.
001841
001842*****************************************************************
001843*    MANDATE SUSPENSION NOTICE LAYOUTS                          *
001844*****************************************************************
001845     01  WS-DNT-ADDRESS-LINE.
001846         05  WS-DNT-ADDR-TEXT     PIC X(40).
001847         05  FILLER               PIC X(40) VALUE SPACES.
001848
001849     01  WS-DNT-CITY-LINE.
001850         05  WS-DNT-CITY          PIC X(15).
001851         05  FILLER               PIC X(01) VALUE SPACE.
001852         05  WS-DNT-REGION        PIC X(03).
001853         05  FILLER               PIC X(01) VALUE SPACE.
001854         05  WS-DNT-POSTCODE      PIC X(10).
001855         05  FILLER               PIC X(50) VALUE SPACES.
001856
001857     01  WS-DNT-REF-LINE.
001858         05  FILLER               PIC X(20) VALUE
001859             'ACCOUNT.............'.
001860         05  WS-DNT-CUST-ID       PIC X(05).
001861         05  FILLER               PIC X(14) VALUE
001862             '   NOTICE DATE'.
001863         05  FILLER               PIC X(01) VALUE SPACE.
001864         05  WS-DNT-DATE          PIC 9(08).
001865         05  FILLER               PIC X(32) VALUE SPACES.
001866
001867     01  WS-DNT-BODY-1.
001868         05  FILLER               PIC X(46) VALUE
001869             'YOUR DIRECT-DEBIT MANDATE HAS BEEN SUSPENDED -'.
001870         05  FILLER               PIC X(34) VALUE SPACES.
001871
001872     01  WS-DNT-BODY-2.
001873         05  FILLER               PIC X(14) VALUE
001874             'YOUR BANK HAS '.
001875         05  FILLER               PIC X(09) VALUE
001876             'RETURNED '.
001877         05  WS-DNT-REJECTS       PIC Z9.
001878         05  FILLER               PIC X(40) VALUE
001879             ' DEBITS IN A ROW.  PLEASE PAY THE AMOUNT'.
001880         05  FILLER               PIC X(15) VALUE SPACES.
001881
001882     01  WS-DNT-BODY-3.
001883         05  FILLER               PIC X(47) VALUE
001884             'SHOWN ON YOUR STATEMENT AND CONTACT US TO RENEW'.
001885         05  FILLER               PIC X(33) VALUE SPACES.
001886
001887     01  WS-DNT-BODY-4.
001888         05  FILLER               PIC X(12) VALUE
001889             'THE MANDATE.'.
001890         05  FILLER               PIC X(68) VALUE SPACES.
001891
001892     01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL '-'.
001893
001894 PROCEDURE DIVISION.
001895*****************************************************************
001896*    0000-MAINLINE                                              *
001897*****************************************************************
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE
001920         THRU 1000-INITIALIZE-EXIT.
002080         WS-FEE-COUNT.
002090     DISPLAY 'NSFRET01: AMOUNT REVERSED....... '
002100         WS-AMOUNT-REVERSED.
002102     DISPLAY 'NSFRET01: DIRECT DEBITS RETURNED '
002104         WS-DD-REJECT-COUNT.
002106     DISPLAY 'NSFRET01: MANDATES SUSPENDED.... '
002108         WS-DD-SUSPEND-COUNT.
002110
002120*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
002130*    EXCEPTIONS, 8 FAILED (SET WHERE THE FAILURE IS SEEN).
002760             WS-GLJ-FILE-STATUS
002770     END-IF.
002780
002786     PERFORM 9610-OPEN-CUST-JOURNAL
002792         THRU 9610-OPEN-CUST-JOURNAL-EXIT.
002800     IF NOT WS-CMJ-OK
002810         DISPLAY 'NSFRET01: OPEN CUST-JOURNAL-FILE FAILED '
002820             WS-CMJ-FILE-STATUS
003020         DISPLAY 'NSFRET01: OPEN RETURNED-ITEMS-RPT FAILED '
003030             WS-RPT-FILE-STATUS
003040     END-IF.
003041
003042     OPEN EXTEND BANK-ACTIVITY-FILE.
003043     IF NOT WS-BAC-OK
003044         DISPLAY 'NSFRET01: OPEN BANK-ACTIVITY-FILE FAILED '
003045             WS-BAC-FILE-STATUS
003046     END-IF.
003047
003048*    THE MANDATE FILE IS OPTIONAL - WITHOUT IT A RETURNED
003049*    DIRECT DEBIT IS REVERSED BUT NOT COUNTED.
003050     OPEN I-O DD-MANDATE-FILE.
003051     IF WS-DDM-OK
003052         MOVE 'Y' TO WS-DDM-OPEN-SW
003053     ELSE
003054         DISPLAY 'NSFRET01: NO DD-MANDATE-FILE - '
003055             'DIRECT-DEBIT REJECTIONS NOT COUNTED'
003056     END-IF.
003057     OPEN OUTPUT DD-NOTICE-RPT.
003058     IF NOT WS-DNT-OK
003059         DISPLAY 'NSFRET01: OPEN DD-NOTICE-RPT FAILED '
003060             WS-DNT-FILE-STATUS
003061     END-IF.
003062
003063     WRITE RETURNED-ITEMS-LINE FROM WS-HEADING-LINE.
003070
003080     PERFORM 8000-READ-RETURN
003090         THRU 8000-READ-RETURN-EXIT.
003970     MOVE BRT-RETURN-DATE TO PHS-PAYMENT-DATE.
003980     MOVE BRT-REFERENCE   TO PHS-REFERENCE.
003990     WRITE PAYMENT-HISTORY-REC.
003991
003992*    THE BANK TOOK THE BOUNCED PAYMENT BACK OUT OF THE ACCOUNT.
003993     MOVE SPACES          TO BANK-ACTIVITY-REC.
003994     MOVE 'N'             TO BAC-SOURCE.
003995     MOVE 'D'             TO BAC-DIRECTION.
003996     MOVE BRT-RETURN-DATE TO BAC-VALUE-DATE.
003997     MOVE ARC-AMOUNT      TO BAC-AMOUNT.
003998     MOVE BRT-REFERENCE   TO BAC-REFERENCE.
003999     MOVE 'L'             TO BAC-SIDE.
004000     MOVE 0               TO BAC-FIRST-SEEN-DATE.
004001     WRITE BANK-ACTIVITY-REC.
004002
004010     DELETE APPLIED-RECEIPT-REGISTER
004020         INVALID KEY
004030             DISPLAY 'NSFRET01: REGISTER DELETE FAILED '
004040                 BRT-REFERENCE
004050     END-DELETE.
004051
004052     IF BRT-REFERENCE(1:2) = 'DD' AND WS-DDM-OPEN
004053         PERFORM 2300-COUNT-DD-REJECTION
004054             THRU 2300-COUNT-DD-REJECTION-EXIT
004055     END-IF.
004060 2100-REVERSE-APPLICATION-EXIT.
004070     EXIT.
004080
004270     ADD WS-GLJ-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
004280 2200-WRITE-FEE-JOURNAL-EXIT.
004290     EXIT.
004291
004292*****************************************************************
004293*    2300-COUNT-DD-REJECTION                                    *
004294*    A DIRECT DEBIT THE BANK REFUSED.  THE COUNT RUNS UNTIL A   *
004295*    DEBIT CLEARS (DDCOL01 RESETS IT); AT THE LIMIT AN ACTIVE   *
004296*    MANDATE IS SUSPENDED AND THE CUSTOMER IS TOLD.             *
004297*****************************************************************
004298 2300-COUNT-DD-REJECTION.
004299     MOVE BRT-CUST-ID TO DDM-CUST-ID.
004300     READ DD-MANDATE-FILE
004301         INVALID KEY
004302             DISPLAY 'NSFRET01: NO MANDATE FOR DIRECT DEBIT '
004303                 BRT-REFERENCE ' ' BRT-CUST-ID
004304             GO TO 2300-COUNT-DD-REJECTION-EXIT
004305     END-READ.
004306     ADD 1 TO WS-DD-REJECT-COUNT.
004307     IF DDM-REJECT-COUNT < 99
004308         ADD 1 TO DDM-REJECT-COUNT
004309     END-IF.
004310     IF DDM-ACTIVE AND DDM-REJECT-COUNT NOT < WS-DD-REJECT-LIMIT
004311         ADD 1 TO WS-DD-SUSPEND-COUNT
004312         MOVE 'S'             TO DDM-STATUS
004313         MOVE BRT-RETURN-DATE TO DDM-STATUS-DATE
004314         MOVE 'NSFRET01'      TO DDM-OPERATOR-ID
004315         PERFORM 2400-WRITE-DD-NOTICE
004316             THRU 2400-WRITE-DD-NOTICE-EXIT
004317     END-IF.
004318     REWRITE DD-MANDATE-REC.
004319 2300-COUNT-DD-REJECTION-EXIT.
004320     EXIT.
004321
004322*****************************************************************
004323*    2400-WRITE-DD-NOTICE                                       *
004324*    ADDRESSED FROM THE CUSTOMER MASTER READ FOR THE REVERSAL.  *
004325*****************************************************************
004326 2400-WRITE-DD-NOTICE.
004327     MOVE CUST-NAME          TO WS-DNT-ADDR-TEXT.
004328     WRITE DD-NOTICE-LINE FROM WS-DNT-ADDRESS-LINE.
004329     MOVE CUST-ADDR-STREET   TO WS-DNT-ADDR-TEXT.
004330     WRITE DD-NOTICE-LINE FROM WS-DNT-ADDRESS-LINE.
004331     MOVE CUST-ADDR-CITY     TO WS-DNT-CITY.
004332     MOVE CUST-ADDR-REGION   TO WS-DNT-REGION.
004333     MOVE CUST-ADDR-POSTCODE TO WS-DNT-POSTCODE.
004334     WRITE DD-NOTICE-LINE FROM WS-DNT-CITY-LINE.
004335     MOVE SPACES TO DD-NOTICE-LINE.
004336     WRITE DD-NOTICE-LINE.
004337     MOVE CUST-ID            TO WS-DNT-CUST-ID.
004338     MOVE BRT-RETURN-DATE    TO WS-DNT-DATE.
004339     WRITE DD-NOTICE-LINE FROM WS-DNT-REF-LINE.
004340     MOVE DDM-REJECT-COUNT   TO WS-DNT-REJECTS.
004341     WRITE DD-NOTICE-LINE FROM WS-DNT-BODY-1.
004342     WRITE DD-NOTICE-LINE FROM WS-DNT-BODY-2.
004343     WRITE DD-NOTICE-LINE FROM WS-DNT-BODY-3.
004344     WRITE DD-NOTICE-LINE FROM WS-DNT-BODY-4.
004345     WRITE DD-NOTICE-LINE FROM WS-SEPARATOR-LINE.
004346 2400-WRITE-DD-NOTICE-EXIT.
004347     EXIT.
004348
004349*****************************************************************
004350*    3000-PRINT-CONTROL-TOTALS                                  *
004351*****************************************************************
004352 3000-PRINT-CONTROL-TOTALS.
004353     MOVE 'RETURNS READ..............'
004360         TO WS-CNT-TITLE.
004370     MOVE WS-RETURN-COUNT TO WS-CNT-VALUE.
004380     WRITE RETURNED-ITEMS-LINE FROM WS-COUNT-LINE.
004510         TO WS-CNT-TITLE.
004520     MOVE WS-FEE-COUNT TO WS-CNT-VALUE.
004530     WRITE RETURNED-ITEMS-LINE FROM WS-COUNT-LINE.
004531
004532     MOVE 'DIRECT DEBITS RETURNED....'
004533         TO WS-CNT-TITLE.
004534     MOVE WS-DD-REJECT-COUNT TO WS-CNT-VALUE.
004535     WRITE RETURNED-ITEMS-LINE FROM WS-COUNT-LINE.
004536
004537     MOVE 'MANDATES SUSPENDED........'
004538         TO WS-CNT-TITLE.
004539     MOVE WS-DD-SUSPEND-COUNT TO WS-CNT-VALUE.
004540     WRITE RETURNED-ITEMS-LINE FROM WS-COUNT-LINE.
004541 3000-PRINT-CONTROL-TOTALS-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004860         MOVE 8 TO RETURN-CODE
004870     END-IF.
004880     CLOSE GL-JOURNAL-FILE.
004886     PERFORM 9620-CLOSE-CUST-JOURNAL
004892         THRU 9620-CLOSE-CUST-JOURNAL-EXIT.
004900     CLOSE RETURNED-ITEMS-RPT.
004905     CLOSE BANK-ACTIVITY-FILE.
004906     IF WS-DDM-OPEN
004907         CLOSE DD-MANDATE-FILE
004908     END-IF.
004909     CLOSE DD-NOTICE-RPT.
004910 9999-TERMINATE-EXIT.
004920     EXIT.
004930
004960*    SHARED FORWARD-RECOVERY JOURNAL WRITER - SEE CMJPROC.CPY.  *
004970*****************************************************************
004980     COPY CMJPROC.
004990
005000*****************************************************************
005010*    9650-COMPUTE-CHAIN-VALUE                                   *
005020*    SHARED JOURNAL CHAIN ROUTINES - SEE JCHPROC.CPY.           *
005030*****************************************************************
005040     COPY JCHPROC.
