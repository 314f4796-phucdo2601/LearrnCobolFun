000590*                    (DATEVAL.CPY).  AN IMPOSSIBLE DATE         *
000600*                    REJECTS THE TRANSACTION TO THE EXCEPTION   *
000610*                    REPORT INSTEAD OF REACHING THE TRAILS.     *
000611*    2026-10-15  PD  EVERY TRANSACTION IS NOW HELD AGAINST THE   *
000612*                    OPERATOR AUTHORIZATION FILE (AUTPROC.CPY).  *
000613*                    AN OPERATOR WITHOUT A CURRENT GRANT FOR THE *
000614*                    ACTION IS REFUSED TO THE EXCEPTION REPORT   *
000615*                    AND LOGGED TO THE ACCESS-VIOLATION FILE.    *
000616*    2026-10-15  PD  A CHANGE TRANSACTION WHOSE                  *
000617*                    ITT-EFFECTIVE-DATE IS AFTER THE CYCLE DATE  *
000618*                    NO LONGER APPLIES ITS PRICE THE NIGHT IT IS *
000619*                    KEYED - THE NEW ITM-NUM1 IS SCHEDULED ON    *
000620*                    THE PRICE-PENDING FILE (PRCPEND.CPY) FOR    *
000621*                    PRCACT01 TO APPLY WHEN THE DATE ARRIVES;    *
000622*                    THE REST OF THE TRANSACTION APPLIES AT      *
000623*                    ONCE.  NEW ACTION 'X' CANCELS A SCHEDULED   *
000624*                    CHANGE.                                     *
000625*    2026-10-15  PD  THE 'K' TRANSACTION NOW ALSO SETS THE       *
000626*                    CATEGORY'S MINIMUM MARGIN PERCENT FROM      *
000627*                    ITT-ITM-NUM1 (ZERO OR NOT NUMERIC MEANS NO  *
000628*                    MINIMUM).                                   *
000629*    2026-10-15  PD  ADD AND CHANGE CARRY THE ITEM'S SELLING AND *
000630*                    STOCKING UNITS.  NEW ACTION 'U' MAINTAINS   *
000631*                    THE UNIT-CONVERSION FILE (UOMCNV.CPY) - A   *
000632*                    PACK SIZE AND OPTIONAL PACK PRICE PER ITEM  *
000633*                    AND UNIT, CREATED EMPTY ON A FRESH SYSTEM.  *
000634*                    A ZERO FACTOR REMOVES THE UNIT.             *
000635*    2026-10-15  PD  NEW ACTION 'B' MAINTAINS THE KIT            *
000636*                    BILL-OF-MATERIALS FILE (KITBOM.CPY),        *
000637*                    CREATED EMPTY ON A FRESH SYSTEM - A KIT'S   *
000638*                    COMPONENT AND QUANTITY PER KIT, A ZERO      *
000639*                    QUANTITY REMOVING IT.  ITM-KIT-SW IS KEPT   *
000640*                    IN STEP WITH THE BILL, AND WHEN A COMPONENT *
000641*                    GOES DISCONTINUED OR BLOCKED, OR IS         *
000642*                    DELETED, EVERY KIT THAT USES IT IS FLAGGED  *
000643*                    AND REPORTED ON THE KIT ALERT FILE          *
000644*                    (KITALRT.CPY).                              *
000645*****************************************************************
000646 ENVIRONMENT DIVISION.
000647 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMAST
000670         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS CAT-CODE
001120         FILE STATUS IS WS-CAT-FILE-STATUS.
001121
001122     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPRAUTH
001123         ORGANIZATION IS LINE SEQUENTIAL
001124         FILE STATUS IS WS-AUT-FILE-STATUS.
001125
001126     SELECT ACCESS-VIOLATION-FILE ASSIGN TO AUTHVIOL
001127         ORGANIZATION IS LINE SEQUENTIAL
001128         FILE STATUS IS WS-AVL-FILE-STATUS.
001129
001130     SELECT PRICE-PENDING-FILE ASSIGN TO PRCPEND
001131         ORGANIZATION IS INDEXED
001132         ACCESS MODE IS DYNAMIC
001133         RECORD KEY IS PPN-KEY
001134         FILE STATUS IS WS-PPN-FILE-STATUS.
001135
001136     SELECT UNIT-CONVERSION-FILE ASSIGN TO UOMCNV
001137         ORGANIZATION IS INDEXED
001138         ACCESS MODE IS DYNAMIC
001139         RECORD KEY IS UCV-KEY
001140         FILE STATUS IS WS-UCV-FILE-STATUS.
001141
001142     SELECT KIT-BOM-FILE ASSIGN TO KITBOM
001143         ORGANIZATION IS INDEXED
001144         ACCESS MODE IS DYNAMIC
001145         RECORD KEY IS KBM-KEY
001146         FILE STATUS IS WS-KBM-FILE-STATUS.
001147
001148     SELECT KIT-ALERT-FILE ASSIGN TO KITALRT
001149         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-KAL-FILE-STATUS.
001151
001152     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
001153         ORGANIZATION IS LINE SEQUENTIAL
001154         FILE STATUS IS WS-CYC-FILE-STATUS.
001155
001156 DATA DIVISION.
001157 FILE SECTION.
001160 FD  ITEM-MASTER-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY ITMMAST.
001560 FD  CATEGORY-REF-FILE
001570     LABEL RECORDS ARE STANDARD.
001580     COPY ITMCAT.
001581
001582 FD  OPERATOR-AUTH-FILE
001583     LABEL RECORDS ARE STANDARD.
001584     COPY OPRAUTH.
001585
001586 FD  ACCESS-VIOLATION-FILE
001587     LABEL RECORDS ARE STANDARD.
001588     COPY AUTVIOL.
001589
001590 FD  PRICE-PENDING-FILE
001591     LABEL RECORDS ARE STANDARD.
001592     COPY PRCPEND.
001593
001594 FD  UNIT-CONVERSION-FILE
001595     LABEL RECORDS ARE STANDARD.
001596     COPY UOMCNV.
001597
001598 FD  KIT-BOM-FILE
001599     LABEL RECORDS ARE STANDARD.
001600     COPY KITBOM.
001601
001602 FD  KIT-ALERT-FILE
001603     LABEL RECORDS ARE STANDARD.
001604     COPY KITALRT.
001605
001606 FD  CYCLE-CONTROL-FILE
001607     LABEL RECORDS ARE STANDARD.
001608     COPY CYCLCTL.
001609
001610 WORKING-STORAGE SECTION.
001611     01  WS-ITM-FILE-STATUS       PIC X(02).
001620         88  WS-ITM-OK            VALUE '00'.
001630         88  WS-ITM-NOT-FOUND     VALUE '23'.
001640         88  WS-ITM-DUPLICATE     VALUE '22'.
002020     01  WS-OLD-NUM1              PIC S9(3)V9(2).
002030     01  WS-OLD-COST              PIC S9(3)V9(2).
002040     01  WS-OLD-NAME              PIC A(06).
002045     01  WS-OLD-STATUS            PIC X(01).
002050
002060     01  WS-CCT-FILE-STATUS       PIC X(02).
002070         88  WS-CCT-OK            VALUE '00'.
002071
002072*****************************************************************
002073*    SCHEDULED PRICE CHANGES - A CHANGE EFFECTIVE AFTER THE     *
002074*    CYCLE DATE IS FILED FOR PRCACT01 INSTEAD OF APPLIED.       *
002075*****************************************************************
002076     01  WS-PPN-FILE-STATUS       PIC X(02).
002077         88  WS-PPN-OK            VALUE '00'.
002078         88  WS-PPN-NOT-FOUND     VALUE '23'.
002079     01  WS-PPN-DISABLED-SW       PIC X(01) VALUE 'N'.
002080         88  WS-PPN-DISABLED      VALUE 'Y'.
002081     01  WS-CYC-FILE-STATUS       PIC X(02).
002082         88  WS-CYC-OK            VALUE '00'.
002083     01  WS-CYCLE-DATE            PIC 9(08) VALUE 0.
002084     01  WS-SCHEDULE-SW           PIC X(01).
002085         88  WS-PRICE-SCHEDULED   VALUE 'Y'.
002086
002087*****************************************************************
002088*    UNIT CONVERSIONS - PACK SIZES PER ITEM, MAINTAINED BY THE  *
002089*    'U' TRANSACTION.                                           *
002090*****************************************************************
002091     01  WS-UCV-FILE-STATUS       PIC X(02).
002092         88  WS-UCV-OK            VALUE '00'.
002093         88  WS-UCV-NOT-FOUND     VALUE '23'.
002094     01  WS-UCV-DISABLED-SW       PIC X(01) VALUE 'N'.
002095         88  WS-UCV-DISABLED      VALUE 'Y'.
002096     01  WS-UCV-STOCK-UNIT        PIC X(02).
002097
002098*****************************************************************
002099*    KITS                                                       *
002100*    A KIT'S COMPONENTS ARE MAINTAINED BY THE 'B' TRANSACTION.  *
002101*    THE KITS USING A COMPONENT WHOSE STATUS CHANGES ARE        *
002102*    GATHERED INTO THE REVIEW TABLE AND EACH IS RE-EVALUATED.   *
002103*****************************************************************
002104     COPY KITWORK.
002105     01  WS-KAL-FILE-STATUS       PIC X(02).
002106         88  WS-KAL-OK            VALUE '00'.
002107     01  WS-KIT-NEW-SW            PIC X(01).
002108     01  WS-KIT-BAD-COMP          PIC X(05).
002109     01  WS-KIT-BAD-STATUS        PIC X(01).
002110     01  WS-KIT-COMP-STATE        PIC X(01).
002111     01  WS-KIT-ON-BILL-SW        PIC X(01).
002112         88  WS-KIT-ON-BILL       VALUE 'Y'.
002113     01  WS-KRV-COMP-ID           PIC X(05).
002114     01  WS-KRV-END-SW            PIC X(01).
002115         88  WS-KRV-END           VALUE 'Y'.
002116     01  WS-KRV-COUNT             PIC 9(03) COMP VALUE 0.
002117     01  WS-MAX-KRV-ROWS          PIC 9(03) COMP VALUE 100.
002118     01  WS-KRV-TABLE.
002119         05  WS-KRV-KIT-ID OCCURS 100 TIMES
002120                                  PIC X(05).
002121     01  WS-KRV-SUB               PIC 9(03) COMP.
002122
002123*****************************************************************
002124*    VENDOR REFERENCE TABLE - LOADED ONCE AT START OF RUN.     *
002125*    AN EMPTY TABLE DISABLES THE VENDOR EDIT.                  *
002126*****************************************************************
002130     01  WS-VND-FILE-STATUS       PIC X(02).
002140         88  WS-VND-OK            VALUE '00'.
002150         88  WS-VND-EOF           VALUE '10'.
002230         88  WS-VENDOR-OK         VALUE 'Y'.
002240
002250     COPY DVALWORK.
002253
002256     COPY AUTWORK.
002260
002270*****************************************************************
002280*    TRANSACTION COUNTERS                                       *
002370         05  WS-NAME-CHG-COUNT    PIC 9(07) COMP VALUE 0.
002380         05  WS-FEED-COUNT        PIC 9(07) COMP VALUE 0.
002390         05  WS-CATEGORY-COUNT    PIC 9(07) COMP VALUE 0.
002393         05  WS-PRICE-SCHED-COUNT PIC 9(07) COMP VALUE 0.
002396         05  WS-PRICE-CANCEL-COUNT PIC 9(07) COMP VALUE 0.
002398         05  WS-UNIT-COUNT        PIC 9(07) COMP VALUE 0.
002401         05  WS-KIT-BOM-COUNT     PIC 9(07) COMP VALUE 0.
002404         05  WS-KIT-ALERT-COUNT   PIC 9(07) COMP VALUE 0.
002407         05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE 0.
002410
002420 PROCEDURE DIVISION.
002430*****************************************************************
002640         WS-FEED-COUNT.
002650     DISPLAY 'ITEMMNT1: CATEGORIES MAINTAINED. '
002660         WS-CATEGORY-COUNT.
002662     DISPLAY 'ITEMMNT1: PRICE CHANGES SCHEDULED '
002664         WS-PRICE-SCHED-COUNT.
002666     DISPLAY 'ITEMMNT1: SCHEDULED CHANGES CANCELLED '
002668         WS-PRICE-CANCEL-COUNT.
002671     DISPLAY 'ITEMMNT1: UNITS MAINTAINED...... '
002674         WS-UNIT-COUNT.
002675     DISPLAY 'ITEMMNT1: KIT COMPONENTS MAINTAINED '
002676         WS-KIT-BOM-COUNT.
002677     DISPLAY 'ITEMMNT1: KIT ALERTS WRITTEN.... '
002678         WS-KIT-ALERT-COUNT.
002679     DISPLAY 'ITEMMNT1: EXCEPTIONS............ '
002680         WS-EXCEPTION-COUNT.
002690
002700*    GRADED CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH
003570         MOVE 'Y' TO WS-CAT-DISABLED-SW
003580     END-IF.
003590
003591*    A PRICE CHANGE IS SCHEDULED WHEN IT TAKES EFFECT AFTER THE
003592*    CYCLE THIS STREAM IS RUNNING FOR.
003593     OPEN INPUT CYCLE-CONTROL-FILE.
003594     IF WS-CYC-OK
003595         READ CYCLE-CONTROL-FILE
003596             AT END
003597                 CONTINUE
003598             NOT AT END
003599                 MOVE CYC-LAST-RUN-DATE TO WS-CYCLE-DATE
003600         END-READ
003601         CLOSE CYCLE-CONTROL-FILE
003602     END-IF.
003603     IF WS-CYCLE-DATE = 0
003604         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
003605     END-IF.
003606
003607*    THE SCHEDULED-PRICE FILE PERSISTS ACROSS RUNS - CREATE IT
003608*    EMPTY ON A FRESH SYSTEM.  WITHOUT IT A FUTURE-DATED CHANGE
003609*    IS REFUSED RATHER THAN APPLIED EARLY.
003610     OPEN I-O PRICE-PENDING-FILE.
003611     IF WS-PPN-FILE-STATUS = '35'
003612         OPEN OUTPUT PRICE-PENDING-FILE
003613         CLOSE PRICE-PENDING-FILE
003614         OPEN I-O PRICE-PENDING-FILE
003615     END-IF.
003616     IF NOT WS-PPN-OK
003617         DISPLAY 'ITEMMNT1: OPEN PRICE-PENDING-FILE FAILED '
003618             WS-PPN-FILE-STATUS
003619         DISPLAY 'ITEMMNT1: FUTURE-DATED PRICE CHANGES REFUSED'
003620         MOVE 'Y' TO WS-PPN-DISABLED-SW
003621     END-IF.
003622
003623*    THE UNIT-CONVERSION FILE IS CREATED THE SAME WAY.  WITHOUT
003624*    IT 'U' TRANSACTIONS ARE REFUSED.
003625     OPEN I-O UNIT-CONVERSION-FILE.
003626     IF WS-UCV-FILE-STATUS = '35'
003627         OPEN OUTPUT UNIT-CONVERSION-FILE
003628         CLOSE UNIT-CONVERSION-FILE
003629         OPEN I-O UNIT-CONVERSION-FILE
003630     END-IF.
003631     IF NOT WS-UCV-OK
003632         DISPLAY 'ITEMMNT1: OPEN UNIT-CONVERSION-FILE FAILED '
003633             WS-UCV-FILE-STATUS
003634         MOVE 'Y' TO WS-UCV-DISABLED-SW
003635     END-IF.
003636
003637*    THE KIT BILL-OF-MATERIALS FILE LIKEWISE.  WITHOUT IT 'B'
003638*    TRANSACTIONS ARE REFUSED AND NO KIT IS RE-EVALUATED.
003639     MOVE 'ITEMMNT1' TO WS-KIT-PROGRAM.
003640     OPEN I-O KIT-BOM-FILE.
003641     IF WS-KBM-FILE-STATUS = '35'
003642         OPEN OUTPUT KIT-BOM-FILE
003643         CLOSE KIT-BOM-FILE
003644         OPEN I-O KIT-BOM-FILE
003645     END-IF.
003646     IF NOT WS-KBM-OK
003647         DISPLAY 'ITEMMNT1: OPEN KIT-BOM-FILE FAILED '
003648             WS-KBM-FILE-STATUS
003649         MOVE 'Y' TO WS-KIT-DISABLED-SW
003650     END-IF.
003651
003652     OPEN OUTPUT KIT-ALERT-FILE.
003653     IF NOT WS-KAL-OK
003654         DISPLAY 'ITEMMNT1: OPEN KIT-ALERT-FILE FAILED '
003655             WS-KAL-FILE-STATUS
003656     END-IF.
003657
003658     MOVE 'ITEMMNT1' TO WS-AUT-PROGRAM.
003659     ACCEPT WS-AUT-DATE FROM DATE YYYYMMDD.
003660     PERFORM 9300-LOAD-AUTHORITY
003661         THRU 9300-LOAD-AUTHORITY-EXIT.
003662
003663     PERFORM 8000-READ-TRANSACTION
003664         THRU 8000-READ-TRANSACTION-EXIT.
003665 1000-INITIALIZE-EXIT.
003666     EXIT.
003667
003668*****************************************************************
003669*    2000-APPLY-TRANSACTION                                     *
003670*    DISPATCH THE CURRENT TRANSACTION BY ACTION CODE AND READ    *
003676*    THE NEXT ONE.  AN OPERATOR WITHOUT A CURRENT GRANT FOR THE *
003682*    ACTION IS REFUSED BEFORE ANYTHING IS TOUCHED.              *
003690*****************************************************************
003700 2000-APPLY-TRANSACTION.
003701     MOVE ITT-OPERATOR-ID TO WS-AUT-OPERATOR.
003702     MOVE ITT-ACTION      TO WS-AUT-ACTION.
003703     MOVE ITT-ITM-ID      TO WS-AUT-KEY.
003704     PERFORM 9320-CHECK-AUTHORITY
003705         THRU 9320-CHECK-AUTHORITY-EXIT.
003706     IF NOT WS-AUT-GRANTED
003707         MOVE ITT-ACTION    TO IEX-ACTION
003708         MOVE ITT-ITM-ID    TO IEX-ITM-ID
003709         MOVE WS-AUT-REASON TO IEX-REASON
003710         PERFORM 2900-WRITE-EXCEPTION
003711             THRU 2900-WRITE-EXCEPTION-EXIT
003712         GO TO 2000-APPLY-NEXT
003713     END-IF.
003714
003715     MOVE ITT-CHANGE-DATE TO WS-DVAL-DATE.
003720     PERFORM 9550-VALIDATE-DATE
003730         THRU 9550-VALIDATE-DATE-EXIT.
003740     IF NOT WS-DVAL-OK
003930         WHEN ITT-CATEGORY
003940             PERFORM 2500-MAINTAIN-CATEGORY
003950                 THRU 2500-MAINTAIN-CATEGORY-EXIT
003952         WHEN ITT-CANCEL-PRICE
003954             PERFORM 2600-CANCEL-SCHEDULED-PRICE
003956                 THRU 2600-CANCEL-SCHEDULED-PRICE-EXIT
003957         WHEN ITT-UNIT-CONVERSION
003958             PERFORM 2700-MAINTAIN-UNIT
003959                 THRU 2700-MAINTAIN-UNIT-EXIT
003961         WHEN ITT-KIT-COMPONENT
003963             PERFORM 2800-MAINTAIN-KIT
003965                 THRU 2800-MAINTAIN-KIT-EXIT
003967         WHEN OTHER
003970             MOVE ITT-ACTION  TO IEX-ACTION
003980             MOVE ITT-ITM-ID  TO IEX-ITM-ID
003990             MOVE 'INVALID ACTION CODE'
004390     END-IF.
004400     MOVE ITT-VENDOR-ID TO ITM-VENDOR-ID.
004410     MOVE ITT-UNIT-COST TO ITM-UNIT-COST.
004412*    SPACES MEAN THE ITEM IS SOLD AND STOCKED BY THE EACH.
004414     MOVE ITT-SELL-UNIT  TO ITM-SELL-UNIT.
004416     MOVE ITT-STOCK-UNIT TO ITM-STOCK-UNIT.
004417*    AN ITEM BECOMES A KIT ONLY WHEN ITS FIRST COMPONENT IS FILED.
004418     MOVE SPACE TO ITM-KIT-SW.
004420*    A NEW ITEM IS ACTIVE UNLESS THE TRANSACTION SAYS OTHERWISE.
004430     IF ITT-ITEM-STATUS = SPACE
004440         MOVE 'A' TO ITM-STATUS
004780*    A NEGATIVE ITT-ITM-NUM1 ONLY HOLDS THE PRICE FOR APPROVAL - *
004790*    THE NAME AND ITM-NUM3 ON THE SAME TRANSACTION ARE APPLIED   *
004800*    AND LOGGED NOW, NOT PARKED ALONG WITH THE PRICE.            *
004802*    A PRICE EFFECTIVE AFTER THE CYCLE DATE IS LIKEWISE ONLY     *
004804*    SCHEDULED - THE REST OF THE TRANSACTION APPLIES NOW, AND    *
004806*    PRCACT01 APPLIES THE PRICE WHEN ITS DATE ARRIVES.           *
004810*****************************************************************
004820 2200-CHANGE-ITEM.
004830     PERFORM 2450-CHECK-CATEGORY
004900             THRU 2900-WRITE-EXCEPTION-EXIT
004910         GO TO 2200-CHANGE-ITEM-EXIT
004920     END-IF.
004921     MOVE 'N' TO WS-SCHEDULE-SW.
004922     IF ITT-EFFECTIVE-DATE NUMERIC
004923             AND ITT-EFFECTIVE-DATE > WS-CYCLE-DATE
004924         MOVE ITT-EFFECTIVE-DATE TO WS-DVAL-DATE
004925         PERFORM 9550-VALIDATE-DATE
004926             THRU 9550-VALIDATE-DATE-EXIT
004927         IF NOT WS-DVAL-OK
004928             MOVE 'C'         TO IEX-ACTION
004929             MOVE ITT-ITM-ID  TO IEX-ITM-ID
004930             MOVE 'INVALID EFFECTIVE DATE' TO IEX-REASON
004931             PERFORM 2900-WRITE-EXCEPTION
004932                 THRU 2900-WRITE-EXCEPTION-EXIT
004933             GO TO 2200-CHANGE-ITEM-EXIT
004934         END-IF
004935         IF WS-PPN-DISABLED
004936             MOVE 'C'         TO IEX-ACTION
004937             MOVE ITT-ITM-ID  TO IEX-ITM-ID
004938             MOVE 'SCHEDULED PRICE FILE UNAVAILABLE'
004939                 TO IEX-REASON
004940             PERFORM 2900-WRITE-EXCEPTION
004941                 THRU 2900-WRITE-EXCEPTION-EXIT
004942             GO TO 2200-CHANGE-ITEM-EXIT
004943         END-IF
004944         MOVE 'Y' TO WS-SCHEDULE-SW
004945     END-IF.
004946     MOVE ITT-ITM-ID TO ITM-ID.
004947     READ ITEM-MASTER-FILE
004950         INVALID KEY
004960             MOVE 'C'         TO IEX-ACTION
004970             MOVE ITT-ITM-ID  TO IEX-ITM-ID
005050         MOVE ITM-NUM1     TO WS-OLD-NUM1
005060         MOVE ITM-UNIT-COST TO WS-OLD-COST
005070         MOVE ITM-NAME     TO WS-OLD-NAME
005075         MOVE ITM-STATUS   TO WS-OLD-STATUS
005080         MOVE ITT-ITM-NAME TO ITM-NAME
005090         MOVE ITT-ITM-NUM3 TO ITM-NUM3
005100         MOVE ITT-CATEGORY-CODE TO ITM-CATEGORY-CODE
005160         IF ITT-ITEM-STATUS NOT = SPACE
005170             MOVE ITT-ITEM-STATUS TO ITM-STATUS
005180         END-IF
005181         IF ITT-SELL-UNIT NOT = SPACES
005182             MOVE ITT-SELL-UNIT TO ITM-SELL-UNIT
005183         END-IF
005184         IF ITT-STOCK-UNIT NOT = SPACES
005185             MOVE ITT-STOCK-UNIT TO ITM-STOCK-UNIT
005186         END-IF
005187         EVALUATE TRUE
005192             WHEN WS-PRICE-SCHEDULED
005198                 PERFORM 2290-SCHEDULE-PRICE-CHANGE
005204                     THRU 2290-SCHEDULE-PRICE-CHANGE-EXIT
005210             WHEN ITT-ITM-NUM1 < 0
005216                 PERFORM 2260-HOLD-FOR-APPROVAL
005222                     THRU 2260-HOLD-FOR-APPROVAL-EXIT
005228             WHEN OTHER
005234                 MOVE ITT-ITM-NUM1 TO ITM-NUM1
005240         END-EVALUATE
005250         REWRITE ITEM-MASTER-REC
005260         ADD 1 TO WS-CHANGE-COUNT
005270         IF ITM-NUM1 NOT = WS-OLD-NUM1
005440         MOVE ITT-CHANGE-DATE TO CDF-CHANGE-DATE
005450         PERFORM 2950-WRITE-CHANGE-FEED
005460             THRU 2950-WRITE-CHANGE-FEED-EXIT
005461*        A STATUS CHANGE MAY FLAG OR CLEAR THE KITS THAT USE THE
005462*        ITEM - DONE LAST, AS IT READS OTHER ITEMS.
005463         IF ITM-STATUS NOT = WS-OLD-STATUS
005464             MOVE ITT-ITM-ID TO WS-KRV-COMP-ID
005465             PERFORM 2850-REVIEW-COMPONENT-KITS
005466                 THRU 2850-REVIEW-COMPONENT-KITS-EXIT
005467         END-IF
005470     END-IF.
005480 2200-CHANGE-ITEM-EXIT.
005490     EXIT.
005650     WRITE PRICE-APPROVAL-REC.
005660 2260-HOLD-FOR-APPROVAL-EXIT.
005670     EXIT.
005671
005672*****************************************************************
005673*    2290-SCHEDULE-PRICE-CHANGE                                 *
005674*    FILE THE NEW PRICE UNDER ITS EFFECTIVE DATE.  KEYING THE    *
005675*    SAME ITEM AND DATE AGAIN REPLACES THE EARLIER FIGURE.  A    *
005676*    NEGATIVE PRICE IS FILED AS KEYED - PRCACT01 PARKS IT FOR    *
005677*    MARKDOWN APPROVAL WHEN IT COMES DUE.                        *
005678*****************************************************************
005679 2290-SCHEDULE-PRICE-CHANGE.
005680     MOVE ITT-ITM-ID         TO PPN-ITM-ID.
005681     MOVE ITT-EFFECTIVE-DATE TO PPN-EFFECTIVE-DATE.
005682     MOVE ITT-ITM-NUM1       TO PPN-NEW-PRICE.
005683     MOVE ITT-CHANGE-DATE    TO PPN-KEYED-DATE.
005684     MOVE ITT-OPERATOR-ID    TO PPN-OPERATOR-ID.
005685     WRITE PRICE-PENDING-REC
005686         INVALID KEY
005687             REWRITE PRICE-PENDING-REC
005688     END-WRITE.
005689     ADD 1 TO WS-PRICE-SCHED-COUNT.
005690 2290-SCHEDULE-PRICE-CHANGE-EXIT.
005691     EXIT.
005692
005693*****************************************************************
005700*    2250-LOG-PRICE-CHANGE                                      *
005710*****************************************************************
005720 2250-LOG-PRICE-CHANGE.
006790         MOVE ITT-CHANGE-DATE TO CDF-CHANGE-DATE
006800         PERFORM 2950-WRITE-CHANGE-FEED
006810             THRU 2950-WRITE-CHANGE-FEED-EXIT
006812         MOVE ITT-ITM-ID TO WS-KRV-COMP-ID
006814         PERFORM 2850-REVIEW-COMPONENT-KITS
006816             THRU 2850-REVIEW-COMPONENT-KITS-EXIT
006820     END-IF.
006830 2300-DELETE-ITEM-EXIT.
006840     EXIT.
007070*    THE 'K' TRANSACTION CARRIES THE CODE IN ITT-CATEGORY-CODE  *
007080*    AND THE DESCRIPTION IN ITT-ITM-NAME.  A NEW CODE IS        *
007090*    ADDED; AN EXISTING ONE HAS ITS DESCRIPTION REPLACED.       *
007095*    ITT-ITM-NUM1 CARRIES THE MINIMUM MARGIN PERCENT.           *
007100*****************************************************************
007110 2500-MAINTAIN-CATEGORY.
007120     IF WS-CAT-DISABLED
007190     END-IF.
007200     MOVE ITT-CATEGORY-CODE TO CAT-CODE.
007210     MOVE ITT-ITM-NAME      TO CAT-DESCRIPTION.
007211     IF ITT-ITM-NUM1 NUMERIC
007212         MOVE ITT-ITM-NUM1  TO CAT-MIN-MARGIN-PCT
007213     ELSE
007214         MOVE 0             TO CAT-MIN-MARGIN-PCT
007215     END-IF.
007220     WRITE ITEM-CATEGORY-REC
007230         INVALID KEY
007240             REWRITE ITEM-CATEGORY-REC
007280     END-IF.
007290 2500-MAINTAIN-CATEGORY-EXIT.
007300     EXIT.
007301
007302*****************************************************************
007303*    2600-CANCEL-SCHEDULED-PRICE                                *
007304*    THE 'X' TRANSACTION WITHDRAWS THE CHANGE SCHEDULED FOR      *
007305*    ITT-ITM-ID ON ITT-EFFECTIVE-DATE BEFORE IT TAKES EFFECT.    *
007306*    ITEM-MASTER IS UNTOUCHED, SO NOTHING GOES TO THE FEED.      *
007307*****************************************************************
007308 2600-CANCEL-SCHEDULED-PRICE.
007309     IF WS-PPN-DISABLED
007310         MOVE 'X'         TO IEX-ACTION
007311         MOVE ITT-ITM-ID  TO IEX-ITM-ID
007312         MOVE 'SCHEDULED PRICE FILE UNAVAILABLE' TO IEX-REASON
007313         PERFORM 2900-WRITE-EXCEPTION
007314             THRU 2900-WRITE-EXCEPTION-EXIT
007315         GO TO 2600-CANCEL-SCHEDULED-PRICE-EXIT
007316     END-IF.
007317     IF ITT-EFFECTIVE-DATE NOT NUMERIC
007318         MOVE 0 TO PPN-EFFECTIVE-DATE
007319     ELSE
007320         MOVE ITT-EFFECTIVE-DATE TO PPN-EFFECTIVE-DATE
007321     END-IF.
007322     MOVE ITT-ITM-ID TO PPN-ITM-ID.
007323     DELETE PRICE-PENDING-FILE
007324         INVALID KEY
007325             MOVE 'X'         TO IEX-ACTION
007326             MOVE ITT-ITM-ID  TO IEX-ITM-ID
007327             MOVE 'NO SCHEDULED PRICE CHANGE' TO IEX-REASON
007328             PERFORM 2900-WRITE-EXCEPTION
007329                 THRU 2900-WRITE-EXCEPTION-EXIT
007330     END-DELETE.
007331     IF WS-PPN-OK
007332         ADD 1 TO WS-PRICE-CANCEL-COUNT
007333     END-IF.
007334 2600-CANCEL-SCHEDULED-PRICE-EXIT.
007335     EXIT.
007336
007337*****************************************************************
007338*    2700-MAINTAIN-UNIT                                         *
007339*    THE 'U' TRANSACTION FILES ITT-UNIT-CODE FOR ITEM           *
007340*    ITT-ITM-ID AS A PACK OF ITT-UNIT-FACTOR STOCKING UNITS,    *
007341*    PRICED AT ITT-UNIT-PRICE (ZERO PRICES THE PACK AT THE      *
007342*    FACTOR TIMES ITM-NUM1).  AN EXISTING UNIT IS REPLACED; A   *
007343*    ZERO FACTOR REMOVES IT.  THE STOCKING UNIT ITSELF ALWAYS   *
007344*    HAS A FACTOR OF ONE AND IS NOT FILED.  ITEM-MASTER IS      *
007345*    UNTOUCHED, SO NOTHING GOES TO THE FEED.                    *
007346*****************************************************************
007347 2700-MAINTAIN-UNIT.
007348     MOVE 'U'         TO IEX-ACTION.
007349     MOVE ITT-ITM-ID  TO IEX-ITM-ID.
007350     IF WS-UCV-DISABLED
007351         MOVE 'UNIT FILE UNAVAILABLE' TO IEX-REASON
007352         PERFORM 2900-WRITE-EXCEPTION
007353             THRU 2900-WRITE-EXCEPTION-EXIT
007354         GO TO 2700-MAINTAIN-UNIT-EXIT
007355     END-IF.
007356     MOVE ITT-ITM-ID TO ITM-ID.
007357     READ ITEM-MASTER-FILE
007358         INVALID KEY
007359             MOVE 'ITEM NOT ON FILE' TO IEX-REASON
007360             PERFORM 2900-WRITE-EXCEPTION
007361                 THRU 2900-WRITE-EXCEPTION-EXIT
007362             GO TO 2700-MAINTAIN-UNIT-EXIT
007363     END-READ.
007364     MOVE ITM-STOCK-UNIT TO WS-UCV-STOCK-UNIT.
007365     IF WS-UCV-STOCK-UNIT = SPACES
007366         MOVE 'EA' TO WS-UCV-STOCK-UNIT
007367     END-IF.
007368     IF ITT-UNIT-CODE = SPACES
007369             OR ITT-UNIT-CODE = WS-UCV-STOCK-UNIT
007370         MOVE 'UNIT CODE MISSING OR STOCKING UNIT'
007371             TO IEX-REASON
007372         PERFORM 2900-WRITE-EXCEPTION
007373             THRU 2900-WRITE-EXCEPTION-EXIT
007374         GO TO 2700-MAINTAIN-UNIT-EXIT
007375     END-IF.
007376     IF ITT-UNIT-FACTOR NOT NUMERIC
007377         MOVE 'INVALID UNIT FACTOR' TO IEX-REASON
007378         PERFORM 2900-WRITE-EXCEPTION
007379             THRU 2900-WRITE-EXCEPTION-EXIT
007380         GO TO 2700-MAINTAIN-UNIT-EXIT
007381     END-IF.
007382
007383     MOVE ITT-ITM-ID    TO UCV-ITM-ID.
007384     MOVE ITT-UNIT-CODE TO UCV-UNIT-CODE.
007385     IF ITT-UNIT-FACTOR = 0
007386         DELETE UNIT-CONVERSION-FILE
007387             INVALID KEY
007388                 MOVE 'UNIT NOT ON FILE' TO IEX-REASON
007389                 PERFORM 2900-WRITE-EXCEPTION
007390                     THRU 2900-WRITE-EXCEPTION-EXIT
007391         END-DELETE
007392         IF WS-UCV-OK
007393             ADD 1 TO WS-UNIT-COUNT
007394         END-IF
007395         GO TO 2700-MAINTAIN-UNIT-EXIT
007396     END-IF.
007397
007398     MOVE SPACES          TO UNIT-CONVERSION-REC.
007399     MOVE ITT-ITM-ID      TO UCV-ITM-ID.
007400     MOVE ITT-UNIT-CODE   TO UCV-UNIT-CODE.
007401     MOVE ITT-UNIT-FACTOR TO UCV-FACTOR.
007402     IF ITT-UNIT-PRICE NUMERIC
007403         MOVE ITT-UNIT-PRICE TO UCV-UNIT-PRICE
007404     ELSE
007405         MOVE 0              TO UCV-UNIT-PRICE
007406     END-IF.
007407     MOVE ITT-CHANGE-DATE TO UCV-CHANGE-DATE.
007408     MOVE ITT-OPERATOR-ID TO UCV-OPERATOR-ID.
007409     WRITE UNIT-CONVERSION-REC
007410         INVALID KEY
007411             REWRITE UNIT-CONVERSION-REC
007412     END-WRITE.
007413     IF WS-UCV-OK
007414         ADD 1 TO WS-UNIT-COUNT
007415     END-IF.
007416 2700-MAINTAIN-UNIT-EXIT.
007417     EXIT.
007418
007419*****************************************************************
007420*    2800-MAINTAIN-KIT                                          *
007421*    THE 'B' TRANSACTION FILES ITT-COMP-QTY STOCKING UNITS OF   *
007422*    COMPONENT ITT-COMP-ITM-ID INTO ONE OF KIT ITT-ITM-ID,      *
007423*    REPLACING ANY QUANTITY ALREADY FILED; A ZERO QUANTITY      *
007424*    REMOVES THE COMPONENT.  KITS DO NOT NEST - A COMPONENT MAY *
007425*    NOT BE A KIT, AND AN ITEM THAT IS ALREADY A COMPONENT      *
007426*    ELSEWHERE MAY NOT BECOME ONE.  THE KIT'S FLAG IS THEN      *
007427*    RE-EVALUATED.                                              *
007428*****************************************************************
007429 2800-MAINTAIN-KIT.
007430     MOVE 'B'         TO IEX-ACTION.
007431     MOVE ITT-ITM-ID  TO IEX-ITM-ID.
007432     IF WS-KIT-DISABLED
007433         MOVE 'KIT FILE UNAVAILABLE' TO IEX-REASON
007434         PERFORM 2900-WRITE-EXCEPTION
007435             THRU 2900-WRITE-EXCEPTION-EXIT
007436         GO TO 2800-MAINTAIN-KIT-EXIT
007437     END-IF.
007438     IF ITT-COMP-QTY NOT NUMERIC
007439         MOVE 'INVALID COMPONENT QUANTITY' TO IEX-REASON
007440         PERFORM 2900-WRITE-EXCEPTION
007441             THRU 2900-WRITE-EXCEPTION-EXIT
007442         GO TO 2800-MAINTAIN-KIT-EXIT
007443     END-IF.
007444     IF ITT-COMP-ITM-ID = ITT-ITM-ID
007445         MOVE 'KIT CANNOT CONTAIN ITSELF' TO IEX-REASON
007446         PERFORM 2900-WRITE-EXCEPTION
007447             THRU 2900-WRITE-EXCEPTION-EXIT
007448         GO TO 2800-MAINTAIN-KIT-EXIT
007449     END-IF.
007450     MOVE ITT-ITM-ID TO ITM-ID.
007451     READ ITEM-MASTER-FILE
007452         INVALID KEY
007453             MOVE 'ITEM NOT ON FILE' TO IEX-REASON
007454             PERFORM 2900-WRITE-EXCEPTION
007455                 THRU 2900-WRITE-EXCEPTION-EXIT
007456             GO TO 2800-MAINTAIN-KIT-EXIT
007457     END-READ.
007458
007459     IF ITT-COMP-QTY = 0
007460         MOVE ITT-ITM-ID      TO KBM-KIT-ITM-ID
007461         MOVE ITT-COMP-ITM-ID TO KBM-COMP-ITM-ID
007462         DELETE KIT-BOM-FILE
007463             INVALID KEY
007464                 MOVE 'COMPONENT NOT ON KIT' TO IEX-REASON
007465                 PERFORM 2900-WRITE-EXCEPTION
007466                     THRU 2900-WRITE-EXCEPTION-EXIT
007467                 GO TO 2800-MAINTAIN-KIT-EXIT
007468         END-DELETE
007469         GO TO 2800-APPLIED
007470     END-IF.
007471
007472     IF NOT ITM-IS-KIT
007473         MOVE ITT-ITM-ID TO WS-KRV-COMP-ID
007474         PERFORM 2852-FIND-USING-KITS
007475             THRU 2852-FIND-USING-KITS-EXIT
007476         IF WS-KRV-COUNT > 0
007477             MOVE 'ITEM IS A COMPONENT OF ANOTHER KIT'
007478                 TO IEX-REASON
007479             PERFORM 2900-WRITE-EXCEPTION
007480                 THRU 2900-WRITE-EXCEPTION-EXIT
007481             GO TO 2800-MAINTAIN-KIT-EXIT
007482         END-IF
007483     END-IF.
007484     MOVE ITT-COMP-ITM-ID TO ITM-ID.
007485     READ ITEM-MASTER-FILE
007486         INVALID KEY
007487             MOVE 'COMPONENT NOT ON FILE' TO IEX-REASON
007488             PERFORM 2900-WRITE-EXCEPTION
007489                 THRU 2900-WRITE-EXCEPTION-EXIT
007490             GO TO 2800-MAINTAIN-KIT-EXIT
007491     END-READ.
007492     IF ITM-IS-KIT
007493         MOVE 'COMPONENT IS ITSELF A KIT' TO IEX-REASON
007494         PERFORM 2900-WRITE-EXCEPTION
007495             THRU 2900-WRITE-EXCEPTION-EXIT
007496         GO TO 2800-MAINTAIN-KIT-EXIT
007497     END-IF.
007498
007499*    A NEW COMPONENT MUST STILL FIT THE TABLE THE ORDER
007500*    PROGRAMS EXPLODE THE KIT INTO.
007501     MOVE ITT-ITM-ID TO WS-KIT-ITM-ID.
007502     PERFORM 9960-LOAD-KIT-COMPONENTS
007503         THRU 9960-LOAD-KIT-COMPONENTS-EXIT.
007504     MOVE 'N' TO WS-KIT-ON-BILL-SW.
007505     PERFORM 2805-MATCH-COMPONENT
007506         THRU 2805-MATCH-COMPONENT-EXIT
007507         VARYING WS-KIT-COMP-SUB FROM 1 BY 1
007508         UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT.
007509     IF NOT WS-KIT-ON-BILL
007510             AND WS-KIT-COMP-COUNT NOT < WS-MAX-KIT-COMPS
007511         MOVE 'KIT HAS TOO MANY COMPONENTS' TO IEX-REASON
007512         PERFORM 2900-WRITE-EXCEPTION
007513             THRU 2900-WRITE-EXCEPTION-EXIT
007514         GO TO 2800-MAINTAIN-KIT-EXIT
007515     END-IF.
007516
007517     MOVE SPACES          TO KIT-BOM-REC.
007518     MOVE ITT-ITM-ID      TO KBM-KIT-ITM-ID.
007519     MOVE ITT-COMP-ITM-ID TO KBM-COMP-ITM-ID.
007520     MOVE ITT-COMP-QTY    TO KBM-COMP-QTY.
007521     MOVE ITT-CHANGE-DATE TO KBM-CHANGE-DATE.
007522     MOVE ITT-OPERATOR-ID TO KBM-OPERATOR-ID.
007523     WRITE KIT-BOM-REC
007524         INVALID KEY
007525             REWRITE KIT-BOM-REC
007526     END-WRITE.
007527     IF NOT WS-KBM-OK
007528         MOVE 'KIT FILE WRITE FAILED' TO IEX-REASON
007529         PERFORM 2900-WRITE-EXCEPTION
007530             THRU 2900-WRITE-EXCEPTION-EXIT
007531         GO TO 2800-MAINTAIN-KIT-EXIT
007532     END-IF.
007533
007534 2800-APPLIED.
007535     ADD 1 TO WS-KIT-BOM-COUNT.
007536     MOVE ITT-ITM-ID TO WS-KIT-ITM-ID.
007537     PERFORM 2860-EVALUATE-KIT
007538         THRU 2860-EVALUATE-KIT-EXIT.
007539 2800-MAINTAIN-KIT-EXIT.
007540     EXIT.
007541
007542 2805-MATCH-COMPONENT.
007543     IF WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB) = ITT-COMP-ITM-ID
007544         MOVE 'Y' TO WS-KIT-ON-BILL-SW
007545     END-IF.
007546 2805-MATCH-COMPONENT-EXIT.
007547     EXIT.
007548
007549*****************************************************************
007550*    2850-REVIEW-COMPONENT-KITS                                 *
007551*    AN ITEM'S STATUS HAS CHANGED OR IT HAS BEEN DELETED.       *
007552*    EVERY KIT WITH IT ON ITS BILL IS RE-EVALUATED, SO ONE      *
007553*    FLAGGED OR CLEARED BY THE CHANGE IS REPORTED.  THE BILL IS *
007554*    KEYED BY KIT, SO THE KITS ARE FOUND BY A PASS OF THE WHOLE *
007555*    FILE AND GATHERED FIRST - RE-EVALUATING ONE MOVES THE FILE *
007556*    POSITION.                                                  *
007557*****************************************************************
007558 2850-REVIEW-COMPONENT-KITS.
007559     PERFORM 2852-FIND-USING-KITS
007560         THRU 2852-FIND-USING-KITS-EXIT.
007561     PERFORM 2858-REVIEW-ONE-KIT
007562         THRU 2858-REVIEW-ONE-KIT-EXIT
007563         VARYING WS-KRV-SUB FROM 1 BY 1
007564         UNTIL WS-KRV-SUB > WS-KRV-COUNT.
007565 2850-REVIEW-COMPONENT-KITS-EXIT.
007566     EXIT.
007567
007568 2852-FIND-USING-KITS.
007569     MOVE 0 TO WS-KRV-COUNT.
007570     IF WS-KIT-DISABLED
007571         GO TO 2852-FIND-USING-KITS-EXIT
007572     END-IF.
007573     MOVE LOW-VALUES TO KBM-KEY.
007574     START KIT-BOM-FILE KEY NOT LESS THAN KBM-KEY
007575         INVALID KEY
007576             GO TO 2852-FIND-USING-KITS-EXIT
007577     END-START.
007578     MOVE 'N' TO WS-KRV-END-SW.
007579     PERFORM 2855-SCAN-BOM-ROW
007580         THRU 2855-SCAN-BOM-ROW-EXIT
007581         UNTIL WS-KRV-END.
007582 2852-FIND-USING-KITS-EXIT.
007583     EXIT.
007584
007585 2855-SCAN-BOM-ROW.
007586     READ KIT-BOM-FILE NEXT RECORD
007587         AT END
007588             MOVE 'Y' TO WS-KRV-END-SW
007589             GO TO 2855-SCAN-BOM-ROW-EXIT
007590     END-READ.
007591     IF KBM-COMP-ITM-ID NOT = WS-KRV-COMP-ID
007592         GO TO 2855-SCAN-BOM-ROW-EXIT
007593     END-IF.
007594     IF WS-KRV-COUNT NOT < WS-MAX-KRV-ROWS
007595         DISPLAY 'ITEMMNT1: KIT REVIEW TABLE FULL - KIT '
007596             KBM-KIT-ITM-ID ' USING ' WS-KRV-COMP-ID
007597             ' NOT RE-EVALUATED'
007598         GO TO 2855-SCAN-BOM-ROW-EXIT
007599     END-IF.
007600     ADD 1 TO WS-KRV-COUNT.
007601     MOVE KBM-KIT-ITM-ID TO WS-KRV-KIT-ID(WS-KRV-COUNT).
007602 2855-SCAN-BOM-ROW-EXIT.
007603     EXIT.
007604
007605 2858-REVIEW-ONE-KIT.
007606     MOVE WS-KRV-KIT-ID(WS-KRV-SUB) TO WS-KIT-ITM-ID.
007607     PERFORM 2860-EVALUATE-KIT
007608         THRU 2860-EVALUATE-KIT-EXIT.
007609 2858-REVIEW-ONE-KIT-EXIT.
007610     EXIT.
007611
007612*****************************************************************
007613*    2860-EVALUATE-KIT                                          *
007614*    WS-KIT-ITM-ID IS A KIT ('K') WHILE IT HAS COMPONENTS ON    *
007615*    ITS BILL, AND FLAGGED ('F') WHILE ANY OF THEM IS           *
007616*    DISCONTINUED, BLOCKED OR OFF FILE.  THE ITEM IS REWRITTEN  *
007617*    ONLY WHEN THAT CHANGES, AND THE FLAG GOING ON OR OFF IS    *
007618*    REPORTED ON THE KIT ALERT FILE.                            *
007619*****************************************************************
007620 2860-EVALUATE-KIT.
007621     PERFORM 9960-LOAD-KIT-COMPONENTS
007622         THRU 9960-LOAD-KIT-COMPONENTS-EXIT.
007623     MOVE SPACE  TO WS-KIT-NEW-SW.
007624     MOVE SPACES TO WS-KIT-BAD-COMP.
007625     MOVE SPACE  TO WS-KIT-BAD-STATUS.
007626     IF WS-KIT-COMP-COUNT > 0
007627         MOVE 'K' TO WS-KIT-NEW-SW
007628         PERFORM 2865-CHECK-COMPONENT
007629             THRU 2865-CHECK-COMPONENT-EXIT
007630             VARYING WS-KIT-COMP-SUB FROM 1 BY 1
007631             UNTIL WS-KIT-COMP-SUB > WS-KIT-COMP-COUNT
007632     END-IF.
007633
007634     MOVE WS-KIT-ITM-ID TO ITM-ID.
007635     READ ITEM-MASTER-FILE
007636         INVALID KEY
007637             GO TO 2860-EVALUATE-KIT-EXIT
007638     END-READ.
007639     IF ITM-KIT-SW = WS-KIT-NEW-SW
007640         GO TO 2860-EVALUATE-KIT-EXIT
007641     END-IF.
007642     IF WS-KIT-NEW-SW = 'F'
007643         MOVE 'F' TO KAL-ACTION
007644         PERFORM 2870-WRITE-KIT-ALERT
007645             THRU 2870-WRITE-KIT-ALERT-EXIT
007646     ELSE
007647         IF ITM-KIT-FLAGGED
007648             MOVE 'C' TO KAL-ACTION
007649             PERFORM 2870-WRITE-KIT-ALERT
007650                 THRU 2870-WRITE-KIT-ALERT-EXIT
007651         END-IF
007652     END-IF.
007653     MOVE WS-KIT-NEW-SW TO ITM-KIT-SW.
007654     REWRITE ITEM-MASTER-REC.
007655 2860-EVALUATE-KIT-EXIT.
007656     EXIT.
007657
007658 2865-CHECK-COMPONENT.
007659     MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB) TO ITM-ID.
007660     READ ITEM-MASTER-FILE
007661         INVALID KEY
007662             MOVE 'M' TO WS-KIT-COMP-STATE
007663         NOT INVALID KEY
007664             MOVE ITM-STATUS TO WS-KIT-COMP-STATE
007665     END-READ.
007666     IF WS-KIT-COMP-STATE NOT = 'M' AND NOT = 'D'
007667             AND NOT = 'B'
007668         GO TO 2865-CHECK-COMPONENT-EXIT
007669     END-IF.
007670*    THE FIRST BAD COMPONENT FOUND IS THE ONE REPORTED.
007671     IF WS-KIT-NEW-SW NOT = 'F'
007672         MOVE 'F'                TO WS-KIT-NEW-SW
007673         MOVE WS-KIT-COMP-ITM-ID(WS-KIT-COMP-SUB)
007674                                 TO WS-KIT-BAD-COMP
007675         MOVE WS-KIT-COMP-STATE  TO WS-KIT-BAD-STATUS
007676     END-IF.
007677 2865-CHECK-COMPONENT-EXIT.
007678     EXIT.
007679
007680*****************************************************************
007681*    2870-WRITE-KIT-ALERT                                       *
007682*    THE CALLER HAS SET KAL-ACTION; THE KIT STANDS IN           *
007683*    ITEM-MASTER-REC.                                           *
007684*****************************************************************
007685 2870-WRITE-KIT-ALERT.
007686     ADD 1 TO WS-KIT-ALERT-COUNT.
007687     MOVE ITM-ID             TO KAL-KIT-ITM-ID.
007688     MOVE ITM-NAME           TO KAL-KIT-NAME.
007689     MOVE WS-KIT-BAD-COMP    TO KAL-COMP-ITM-ID.
007690     MOVE WS-KIT-BAD-STATUS  TO KAL-COMP-STATUS.
007691     MOVE ITT-CHANGE-DATE    TO KAL-CHANGE-DATE.
007692     MOVE ITT-OPERATOR-ID    TO KAL-OPERATOR-ID.
007693     WRITE KIT-ALERT-REC.
007694 2870-WRITE-KIT-ALERT-EXIT.
007695     EXIT.
007696
007697*****************************************************************
007698*    2900-WRITE-EXCEPTION                                       *
007699*****************************************************************
007700 2900-WRITE-EXCEPTION.
007701     ADD 1 TO WS-EXCEPTION-COUNT.
007702     MOVE ITT-OPERATOR-ID TO IEX-OPERATOR-ID.
007703     WRITE ITEM-EXCEPTION-REC.
007704 2900-WRITE-EXCEPTION-EXIT.
007705     EXIT.
007706
007707*****************************************************************
007708*    2950-WRITE-CHANGE-FEED                                     *
007709*    WRITE ONE REAL-TIME FEED RECORD FOR AN ADD, CHANGE, OR      *
007710*    DELETE THE CALLER HAS ALREADY APPLIED TO ITEM-MASTER.  THE  *
007711*    CALLER MOVES CDF-ACTION/CDF-ITM-ID/CDF-ITM-NAME/CDF-ITM-    *
007712*    NUM1/CDF-CHANGE-DATE BEFORE THE PERFORM; THIS PARAGRAPH     *
007713*    ONLY STAMPS THE TIME AND WRITES THE RECORD.                *
007714*****************************************************************
007715 2950-WRITE-CHANGE-FEED.
007716     ADD 1 TO WS-FEED-COUNT.
007717     MOVE WS-FEED-COUNT TO CDF-SEQUENCE-NBR.
007718     MOVE ITT-OPERATOR-ID TO CDF-OPERATOR-ID.
007719     ACCEPT CDF-CHANGE-TIME FROM TIME.
007720     WRITE ITEM-CHANGE-FEED-REC.
007721 2950-WRITE-CHANGE-FEED-EXIT.
007722     EXIT.
007723
007724*****************************************************************
007725*    8000-READ-TRANSACTION                                      *
007726*****************************************************************
007727 8000-READ-TRANSACTION.
007728     READ ITEM-TRAN-FILE
007729         AT END
007730             MOVE 'Y' TO WS-EOF-SW
007731     END-READ.
007732 8000-READ-TRANSACTION-EXIT.
007733     EXIT.
007734
007735*****************************************************************
007736*    9999-TERMINATE                                             *
007737*****************************************************************
007738 9999-TERMINATE.
007740     IF WS-ITM-OK OR WS-ITM-NOT-FOUND OR WS-ITM-DUPLICATE
007750         CLOSE ITEM-MASTER-FILE
007760     END-IF.
007860     IF NOT WS-CAT-DISABLED
007870         CLOSE CATEGORY-REF-FILE
007880     END-IF.
007881     IF NOT WS-PPN-DISABLED
007882         CLOSE PRICE-PENDING-FILE
007883     END-IF.
007884     IF NOT WS-UCV-DISABLED
007885         CLOSE UNIT-CONVERSION-FILE
007886     END-IF.
007888     PERFORM 9970-CLOSE-KIT-BOM
007890         THRU 9970-CLOSE-KIT-BOM-EXIT.
007892     CLOSE KIT-ALERT-FILE.
007894     PERFORM 9340-CLOSE-AUTHORITY
007896         THRU 9340-CLOSE-AUTHORITY-EXIT.
007898
007900*    HAND THIS STEP'S COUNTS TO THE STREAM-WIDE TIE-OUT.
007910     OPEN EXTEND RUN-CONTROL-FILE.
007920     IF WS-RCT-OK
007940         COMPUTE RCT-RECORDS-IN
007950             = WS-ADD-COUNT + WS-CHANGE-COUNT
007960             + WS-DELETE-COUNT + WS-CATEGORY-COUNT
007965             + WS-PRICE-CANCEL-COUNT + WS-UNIT-COUNT
007972             + WS-KIT-BOM-COUNT + WS-EXCEPTION-COUNT
007980         COMPUTE RCT-APPLIED
007990             = WS-ADD-COUNT + WS-CHANGE-COUNT
008000             + WS-DELETE-COUNT + WS-CATEGORY-COUNT
008005             + WS-PRICE-CANCEL-COUNT + WS-UNIT-COUNT
008007             + WS-KIT-BOM-COUNT
008010         MOVE WS-EXCEPTION-COUNT  TO RCT-REJECTED
008020*        A HELD MARKDOWN'S TRANSACTION WAS STILL APPLIED -
008030*        ONLY ITS PRICE IS PARKED FOR APPROVAL - SO IT SITS
008170*    SHARED REAL-CALENDAR DATE CHECK - SEE DATEVAL.CPY.         *
008180*****************************************************************
008190     COPY DATEVAL.
008200
008210*****************************************************************
008220*    9300-LOAD-AUTHORITY                                        *
008230*    SHARED OPERATOR-AUTHORIZATION ROUTINES - SEE AUTPROC.CPY.  *
008240*****************************************************************
008250     COPY AUTPROC.
008253
008256*****************************************************************
008259*    9950-OPEN-KIT-BOM                                          *
008262*    SHARED KIT BILL-OF-MATERIALS ROUTINES - SEE KITPROC.CPY.   *
008265*****************************************************************
008270     COPY KITPROC.
